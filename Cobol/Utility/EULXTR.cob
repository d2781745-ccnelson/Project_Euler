      * supported feed that replaces four teams hand-parsing our
      * fixed-width internals. The parameter card is
      *     file from-date to-date batch-run-id
      * where file is JOBLOG, EUL03FAC, EUL02TRM or EUL04PAL and the
      * other tokens are YYYYMMDD dates / a run ID, each optional
      * with * or omission meaning all. The selected rows are written
      * to EULXTRCT as comma-delimited records under a header row of
      * column names, with the leading zeros that make PIC 9 fields
      * unreadable outside COBOL trimmed off. JOBLOG rows filter on
      * their own date and run ID; the detail files filter on the
      * header control record of the run that produced them.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      *             column the run-history rows record.

      * 2026-09-02  Widened to the 18-digit factor-detail layout.
      * 2026-09-28  EUL02TRM's control-record view widened to take the
      *             header's new parameter-card column, which would
      *             otherwise have been read back as a stray detail row.
      * 2026-09-29  EUL04PAL offered as an extract - Euler04's
      *             palindromes with both factors and the winner flag,
      *             selected on the listing's header like the other
      *             detail files.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULXTR.
       ENVIRONMENT DIVISION.
           SELECT TERM-FILE ASSIGN TO "Cobol/Euler02/EUL02TRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-STATUS.
           SELECT PAL-FILE ASSIGN TO "Cobol/Euler04/EUL04PAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "EULXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  TERM-PAD-1              PIC X(02).
           05  TERM-SUBTOTAL           PIC 9(8).
      *    alternate view wide enough to take the header/trailer
      *    control records in one read - the header now ends with the
      *    run's parameter card.
       01  TERM-CTL-REC                PIC X(96).

       FD  PAL-FILE.
       01  PAL-REC.
           05  PAL-PRODUCT             PIC 9(08).
           05  PAL-PAD-1               PIC X(02).
           05  PAL-FACTOR-1            PIC 9(04).
           05  PAL-PAD-2               PIC X(02).
           05  PAL-FACTOR-2            PIC 9(04).
           05  PAL-PAD-3               PIC X(02).
           05  PAL-WINNER              PIC X(01).
      *    alternate view wide enough to take the header/trailer
      *    control records in one read.
       01  PAL-CTL-REC                 PIC X(64).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC                 PIC X(200).
       01  JOBLOG-STATUS    PIC X(02) VALUE SPACES.
       01  FACTOR-STATUS    PIC X(02) VALUE SPACES.
       01  TERM-STATUS      PIC X(02) VALUE SPACES.
       01  PAL-STATUS       PIC X(02) VALUE SPACES.
       01  SOURCE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-SOURCE           VALUE 'Y'.

       01  XT-EDIT-8        PIC Z(7)9.
       01  XT-EDIT-7        PIC Z(6)9.
       01  XT-EDIT-4        PIC ZZZ9.
       01  XT-EDIT-4B       PIC ZZZ9.
       01  XT-LINE          PIC X(200) VALUE SPACES.

       COPY TIMING.
                   PERFORM PARA-EXTRACT-FACTORS
               WHEN "EUL02TRM"
                   PERFORM PARA-EXTRACT-TERMS
               WHEN "EUL04PAL"
                   PERFORM PARA-EXTRACT-PALINDROMES
           END-EVALUATE.

           CLOSE EXTRACT-FILE.
                    PARM-RUN-ID.

           IF PARM-FILE NOT = "JOBLOG" AND "EUL03FAC" AND "EUL02TRM"
                   AND "EUL04PAL"
               DISPLAY "EULXTR: file must be JOBLOG, EUL03FAC, "
                   "EUL02TRM or EUL04PAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE EXTRACT-REC FROM XT-LINE.
           ADD 1 TO EXTRACT-COUNT.

      *    EUL04PAL extract - same header-gated selection as the
      *    factor detail.
           PARA-EXTRACT-PALINDROMES.
           MOVE "PALINDROME,FACTOR1,FACTOR2,WINNER" TO XT-LINE.
           WRITE EXTRACT-REC FROM XT-LINE.

           OPEN INPUT PAL-FILE.
           IF PAL-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM PARA-EXTRACT-ONE-PALINDROME WITH TEST BEFORE
                   UNTIL END-OF-SOURCE
               CLOSE PAL-FILE
           END-IF.

           PARA-EXTRACT-ONE-PALINDROME.
           READ PAL-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PAL-CTL-REC (1:3) = "HDR"
                           PERFORM PARA-JUDGE-PAL-HEADER
                       WHEN PAL-CTL-REC (1:3) = "TRL"
                           CONTINUE
                       WHEN HDR-SELECTED
                           PERFORM PARA-WRITE-PAL-ROW
                   END-EVALUATE
           END-READ.

           PARA-WRITE-PAL-ROW.
           MOVE SPACES TO XT-LINE.
           MOVE PAL-PRODUCT TO XT-EDIT-8.
           MOVE PAL-FACTOR-1 TO XT-EDIT-4.
           MOVE PAL-FACTOR-2 TO XT-EDIT-4B.
           STRING FUNCTION TRIM (XT-EDIT-8) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (XT-EDIT-4) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (XT-EDIT-4B) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PAL-WINNER DELIMITED BY SIZE
               INTO XT-LINE.
           WRITE EXTRACT-REC FROM XT-LINE.
           ADD 1 TO EXTRACT-COUNT.

      *    decides whether the run that produced the detail file
      *    satisfies the selection - the header carries that run's
      *    date and batch-run ID.
           MOVE TERM-CTL-REC (38:16) TO HDR-RUN-ID.
           PERFORM PARA-JUDGE-COMMON.

           PARA-JUDGE-PAL-HEADER.
           MOVE PAL-CTL-REC (18:8) TO HDR-DATE.
           MOVE PAL-CTL-REC (38:16) TO HDR-RUN-ID.
           PERFORM PARA-JUDGE-COMMON.

           PARA-JUDGE-COMMON.
           IF HDR-DATE >= SEL-FROM-DATE
                   AND HDR-DATE <= SEL-TO-DATE
