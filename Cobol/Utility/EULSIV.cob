      * EULSIV.cob
      * Sieve job that builds and keeps the suite's prime table.
      * Every PRIMSV call used to re-divide by all the 6k+-1
      * candidates from scratch - Euler07 alone walks NEXTP ten
      * thousand times a night. This job sieves the odd numbers up to
      * the ceiling maintained on Data/PRIMCTL (Eratosthenes, one flag
      * byte per odd number) and writes every prime found to
      * Data/PRIMTBL: a header record, one detail row per prime
      * (ordinal and prime, in the wide key/amount layout EULBAL
      * already balances), and a trailer with the count and the
      * fifteen-digit hash of the primes. PRIMSV loads the table and
      * answers from it wherever it reaches; EULBAL PRIMTBL proves it
      * before any consumer step is let near it.
      * Parameter file Data/PRIMCTL: CEILING and a nine-digit value,
      * at least 100 and at most 10,000,000 (the most PRIMSV holds).
      * Writes the EULSIVRPT report; return code 12 when the ceiling
      * is missing or out of range, or when Data/PRIMTBL cannot be
      * opened or written, 0 otherwise.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-09-16  Created.
      * 2026-10-15  A prime table that cannot be opened or written ends
      *             the job with return code 12 and the fault on
      *             EULSIVRPT, instead of a clean end that leaves the
      *             old table for the consumers.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULSIV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIMCTL-FILE ASSIGN TO "PRIMCTLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMCTL-STATUS.
           SELECT PRIME-TABLE-FILE ASSIGN TO "PRIMTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIME-TABLE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULSIVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    the maintained sieve parameter - one keyword row, laid out
      *    like Data/EULRETN.
       FD  PRIMCTL-FILE.
       01  PRIMCTL-REC.
           05  PCT-KEYWORD             PIC X(10).
           05  PCT-PAD-1               PIC X(02).
           05  PCT-CEILING             PIC 9(09).

      *    the prime table - header, one row per prime, trailer. The
      *    control records are laid out exactly as EUL02TRM's, and
      *    the detail row as EUL03RES's wide key/amount pair, so
      *    EULBAL proves it without a layout of its own.
       FD  PRIME-TABLE-FILE.
       01  PTB-DETAIL-REC.
           05  PTB-ORDINAL             PIC 9(18).
           05  PTB-PAD-1               PIC X(02).
           05  PTB-PRIME               PIC 9(18).
       01  PTB-HDR-REC.
           05  PTB-HDR-TYPE            PIC X(03).
           05  PTB-HDR-PAD-1           PIC X(02).
           05  PTB-HDR-PROGRAM         PIC X(10).
           05  PTB-HDR-PAD-2           PIC X(02).
           05  PTB-HDR-DATE            PIC 9(08).
           05  PTB-HDR-PAD-3           PIC X(02).
           05  PTB-HDR-TIME            PIC 9(08).
           05  PTB-HDR-PAD-4           PIC X(02).
           05  PTB-HDR-RUN-ID          PIC X(16).
       01  PTB-TRL-REC.
           05  PTB-TRL-TYPE            PIC X(03).
           05  PTB-TRL-PAD-1           PIC X(02).
           05  PTB-TRL-COUNT           PIC 9(09).
           05  PTB-TRL-PAD-2           PIC X(02).
           05  PTB-TRL-TOTAL           PIC 9(15).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  PRIMCTL-STATUS     PIC X(02) VALUE SPACES.
       01  PRIME-TABLE-STATUS PIC X(02) VALUE SPACES.
       01  TABLE-FAULT-SWITCH PIC X(01) VALUE 'N'.
           88  TABLE-FAULT             VALUE 'Y'.

      *    the ceiling the table is built to - nothing is tabled
      *    above it.
       01  SIEVE-CEILING    PIC 9(09) VALUE 0.
       01  CEILING-OK-SWITCH PIC X(01) VALUE 'N'.
           88  CEILING-VALID           VALUE 'Y'.

      *    one flag per odd number: entry I stands for 2*I+1, so the
      *    ten-million ceiling needs five million bytes. C marks a
      *    number struck out as composite.
       01  SIEVE-TABLE.
           05  SIEVE-FLAG OCCURS 5000000 TIMES PIC X(01).
               88  SIEVE-COMPOSITE         VALUE 'C'.
       01  SIEVE-SIZE       PIC 9(09) COMP VALUE 0.
       01  SIEVE-IDX        PIC 9(09) COMP VALUE 0.
       01  STRIKE-IDX       PIC 9(09) COMP VALUE 0.
       01  SIEVE-PRIME      PIC 9(09) COMP VALUE 0.

      *    what the pass over the sieve wrote.
       01  PRIME-COUNT      PIC 9(09) VALUE 0.
       01  PRIME-HASH       PIC 9(15) COMP-3 VALUE 0.
       01  LAST-PRIME       PIC 9(09) VALUE 0.
       01  CURRENT-PRIME    PIC 9(09) VALUE 0.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(30)
               VALUE "EULSIV PRIME TABLE BUILD - RUN".
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TITLE-RUN-ID PIC X(16).
       01  RPT-LINE.
           05  RPT-TEXT         PIC X(28).
           05  RPT-VALUE        PIC Z(14)9.
       01  RPT-FAULT            PIC X(60) VALUE SPACES.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-AUDIT-STAMP.

           OPEN OUTPUT REPORT-FILE.
           MOVE AUDIT-BATCH-RUN-ID TO RPT-TITLE-RUN-ID.
           WRITE REPORT-REC FROM RPT-TITLE.

           PERFORM PARA-LOAD-CEILING.
           IF NOT CEILING-VALID
               WRITE REPORT-REC FROM RPT-FAULT
               CLOSE REPORT-FILE
               DISPLAY "EULSIV: " RPT-FAULT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           COMPUTE START-TIME =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
                 + WS-CURRENT-SECOND) * 100 + WS-CURRENT-MILLISECONDS.

           PERFORM PARA-SIEVE.
           PERFORM PARA-WRITE-TABLE.
           IF TABLE-FAULT
               WRITE REPORT-REC FROM RPT-FAULT
               CLOSE REPORT-FILE
               DISPLAY "EULSIV: " RPT-FAULT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           COMPUTE END-TIME =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
                 + WS-CURRENT-SECOND) * 100 + WS-CURRENT-MILLISECONDS.
           SUBTRACT START-TIME FROM END-TIME GIVING DURATION.

           MOVE "CEILING                     " TO RPT-TEXT.
           MOVE SIEVE-CEILING TO RPT-VALUE.
           WRITE REPORT-REC FROM RPT-LINE.
           MOVE "PRIMES TABLED               " TO RPT-TEXT.
           MOVE PRIME-COUNT TO RPT-VALUE.
           WRITE REPORT-REC FROM RPT-LINE.
           MOVE "LAST PRIME TABLED           " TO RPT-TEXT.
           MOVE LAST-PRIME TO RPT-VALUE.
           WRITE REPORT-REC FROM RPT-LINE.
           MOVE "TRAILER HASH                " TO RPT-TEXT.
           MOVE PRIME-HASH TO RPT-VALUE.
           WRITE REPORT-REC FROM RPT-LINE.
           MOVE "ELAPSED CENTISECONDS        " TO RPT-TEXT.
           MOVE DURATION TO RPT-VALUE.
           WRITE REPORT-REC FROM RPT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "EULSIV: " PRIME-COUNT " primes tabled to "
               SIEVE-CEILING ", last " LAST-PRIME.
           MOVE 0 TO RETURN-CODE.

           STOP RUN.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION".
           IF AUDIT-REGION-CODE = SPACES
               MOVE "PROD" TO AUDIT-REGION-CODE
           END-IF.
           IF NOT PRODUCTION-REGION
               DISPLAY "EULSIV: running in region " AUDIT-REGION-CODE
           END-IF.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

      *    redirects one shared-file path to this run's region - a
      *    TEST rehearsal must never write into the production files
      *    the auditors read.
           PARA-APPLY-REGION.
           IF NOT PRODUCTION-REGION
               MOVE REGION-PATH-WORK TO REGION-PATH-BASE
               MOVE SPACES TO REGION-PATH-WORK
               STRING FUNCTION TRIM (REGION-PATH-BASE)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   AUDIT-REGION-CODE DELIMITED BY SIZE
                   INTO REGION-PATH-WORK
           END-IF.

      *    reads the maintained ceiling. There is no shipped default
      *    to fall back on: a table built to a ceiling nobody set is
      *    a table nobody can vouch for, so a missing, unreadable or
      *    out-of-range ceiling aborts the job and leaves the last
      *    good table where it is.
           PARA-LOAD-CEILING.
           MOVE 'N' TO CEILING-OK-SWITCH.
           MOVE "Data/PRIMCTL" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_PRIMCTLF" TO REGION-PATH-WORK.
           OPEN INPUT PRIMCTL-FILE.
           IF PRIMCTL-STATUS NOT = "00"
               MOVE "NO PRIMCTL PARAMETER FILE" TO RPT-FAULT
           ELSE
               READ PRIMCTL-FILE
                   AT END
                       MOVE "PRIMCTL PARAMETER FILE EMPTY" TO RPT-FAULT
                   NOT AT END
                       IF PCT-KEYWORD = "CEILING"
                               AND PCT-CEILING IS NUMERIC
                               AND PCT-CEILING >= 100
                               AND PCT-CEILING <= 10000000
                           MOVE PCT-CEILING TO SIEVE-CEILING
                           SET CEILING-VALID TO TRUE
                       ELSE
                           MOVE "CEILING MUST BE 100 TO 10000000"
                               TO RPT-FAULT
                       END-IF
               END-READ
               CLOSE PRIMCTL-FILE
           END-IF.

      *    the sieve proper - every odd number starts as a candidate,
      *    and each surviving odd prime up to the square root of the
      *    ceiling strikes out its odd multiples from its own square.
           PARA-SIEVE.
           COMPUTE SIEVE-SIZE = (SIEVE-CEILING - 1) / 2.
           MOVE SPACES TO SIEVE-TABLE.
           MOVE 1 TO SIEVE-IDX.
           MOVE 3 TO SIEVE-PRIME.
           PERFORM PARA-SIEVE-ONE WITH TEST BEFORE
               UNTIL SIEVE-PRIME * SIEVE-PRIME > SIEVE-CEILING.

           PARA-SIEVE-ONE.
           IF NOT SIEVE-COMPOSITE (SIEVE-IDX)
               COMPUTE STRIKE-IDX = (SIEVE-PRIME * SIEVE-PRIME - 1) / 2
               PERFORM PARA-STRIKE-ONE WITH TEST BEFORE
                   UNTIL STRIKE-IDX > SIEVE-SIZE
           END-IF.
           ADD 1 TO SIEVE-IDX.
           COMPUTE SIEVE-PRIME = 2 * SIEVE-IDX + 1.

           PARA-STRIKE-ONE.
           SET SIEVE-COMPOSITE (STRIKE-IDX) TO TRUE.
           ADD SIEVE-PRIME TO STRIKE-IDX.

      *    writes the table - header, 2, every odd survivor in order,
      *    then the trailer with the count and hash that EULBAL and
      *    PRIMSV both prove. A table that cannot be opened or written
      *    is a fault: the job must not end clean while last night's
      *    table, or half of tonight's, is left for the consumers.
           PARA-WRITE-TABLE.
           MOVE 'N' TO TABLE-FAULT-SWITCH.
           MOVE "Data/PRIMTBL" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_PRIMTBL" TO REGION-PATH-WORK.
           OPEN OUTPUT PRIME-TABLE-FILE.
           IF PRIME-TABLE-STATUS NOT = "00"
               MOVE SPACES TO RPT-FAULT
               STRING "CANNOT OPEN PRIME TABLE (STATUS "
                       DELIMITED BY SIZE
                   PRIME-TABLE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO RPT-FAULT
               SET TABLE-FAULT TO TRUE
           ELSE
               PERFORM PARA-WRITE-TABLE-ROWS
               CLOSE PRIME-TABLE-FILE
           END-IF.

           PARA-WRITE-TABLE-ROWS.
           MOVE "HDR" TO PTB-HDR-TYPE.
           MOVE SPACES TO PTB-HDR-PAD-1.
           MOVE "EULSIV" TO PTB-HDR-PROGRAM.
           MOVE SPACES TO PTB-HDR-PAD-2.
           MOVE WS-CURRENT-DATE TO PTB-HDR-DATE.
           MOVE SPACES TO PTB-HDR-PAD-3.
           MOVE WS-CURRENT-TIME TO PTB-HDR-TIME.
           MOVE SPACES TO PTB-HDR-PAD-4.
           MOVE AUDIT-BATCH-RUN-ID TO PTB-HDR-RUN-ID.
           WRITE PTB-HDR-REC.
           PERFORM PARA-CHECK-TABLE-WRITE.

           MOVE 0 TO PRIME-COUNT.
           MOVE 0 TO PRIME-HASH.
           MOVE 2 TO CURRENT-PRIME.
           IF NOT TABLE-FAULT
               PERFORM PARA-WRITE-ONE-PRIME
           END-IF.
           MOVE 1 TO SIEVE-IDX.
           PERFORM PARA-COLLECT-ONE WITH TEST BEFORE
               UNTIL SIEVE-IDX > SIEVE-SIZE OR TABLE-FAULT.

           IF NOT TABLE-FAULT
               MOVE "TRL" TO PTB-TRL-TYPE
               MOVE SPACES TO PTB-TRL-PAD-1
               MOVE PRIME-COUNT TO PTB-TRL-COUNT
               MOVE SPACES TO PTB-TRL-PAD-2
               MOVE PRIME-HASH TO PTB-TRL-TOTAL
               WRITE PTB-TRL-REC
               PERFORM PARA-CHECK-TABLE-WRITE
           END-IF.

      *    the first failed write ends the table and names its status.
           PARA-CHECK-TABLE-WRITE.
           IF PRIME-TABLE-STATUS NOT = "00"
               MOVE SPACES TO RPT-FAULT
               STRING "CANNOT WRITE PRIME TABLE (STATUS "
                       DELIMITED BY SIZE
                   PRIME-TABLE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO RPT-FAULT
               SET TABLE-FAULT TO TRUE
           END-IF.

           PARA-COLLECT-ONE.
           IF NOT SIEVE-COMPOSITE (SIEVE-IDX)
               COMPUTE CURRENT-PRIME = 2 * SIEVE-IDX + 1
               PERFORM PARA-WRITE-ONE-PRIME
           END-IF.
           ADD 1 TO SIEVE-IDX.

           PARA-WRITE-ONE-PRIME.
           ADD 1 TO PRIME-COUNT.
           MOVE PRIME-COUNT TO PTB-ORDINAL.
           MOVE SPACES TO PTB-PAD-1.
           MOVE CURRENT-PRIME TO PTB-PRIME.
           WRITE PTB-DETAIL-REC.
           PERFORM PARA-CHECK-TABLE-WRITE.
           COMPUTE PRIME-HASH = FUNCTION MOD
               (PRIME-HASH + CURRENT-PRIME, 1000000000000000).
           MOVE CURRENT-PRIME TO LAST-PRIME.

       END PROGRAM EULSIV.
