      * the largest product whose digits read the same reversed -
      * the reversal is re-derived arithmetically per candidate, the
      * same divide/remainder style Euler03 uses for its factoring.
      * Once the answer is known a second pass lists every palindromic
      * product with its factor pair to EUL04PAL (the largest flagged
      * as the winner), bracketed by HDR/TRL control records EULBAL
      * proves, and EUL04SUM summarizes the listing - palindromes per
      * leading digit, and how many palindromes have how many factor
      * pairs - so the detail can be sanity-checked without opening
      * it.
      *
      * MODIFICATION HISTORY
      * 2026-08-22  Created as a suite member to the house pattern:
      *             stamped with the region, so rehearsing a change
      *             or training an operator no longer pollutes the
      *             production files the auditors read.
      * 2026-09-14  The control-total self-check now matches on program
      *             name and EFFECTIVE-PARMS together, since CTLMAST can
      *             carry several approved figures per program, one per
      *             parameter set.
      * 2026-09-29  Every palindromic product the search turns up is now
      *             listed to EUL04PAL with both factors and a winner
      *             flag on the largest, between HDR/TRL control records
      *             EULBAL proves (EULXTR extracts it), with an EUL04SUM
      *             summary of palindromes per leading digit and
      *             palindromes per factor-pair count - the analytics
      *             group no longer needs a debugger to see what else
      *             fell out.
      * 2026-10-08  A supervisor override and a broken run lock now each
      *             write a PRIV attribution event naming the supervisor
      *             (and the operator overridden, or the run whose lock
      *             was broken), for the EULPRV privileged-action
      *             review.
      * 2026-10-14  JOBLOG and ERRLOG rows are stamped with the suite
      *             business date from the shared EULBDT service instead
      *             of the clock date, so a run that crosses midnight
      *             stays on one processing date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler04.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT OUT-ANSWER-FILE ASSIGN TO "EUL04OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAL-FILE ASSIGN TO "EUL04PAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "EUL04SUM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-MASTER-FILE ASSIGN TO "CTLMASTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLM-FILE-STATUS.
           05  OUT-PAD-1               PIC X(02).
           05  OUT-DURATION            PIC 9(7).

      *    one row per palindromic product and factor pair, between a
      *    header and a trailer laid out exactly as EUL02TRM's - the
      *    trailer total is a fifteen-digit hash of the products.
       FD  PAL-FILE.
       01  PAL-REC.
           05  PAL-PRODUCT             PIC 9(08).
           05  PAL-PAD-1               PIC X(02).
           05  PAL-FACTOR-1            PIC 9(04).
           05  PAL-PAD-2               PIC X(02).
           05  PAL-FACTOR-2            PIC 9(04).
           05  PAL-PAD-3               PIC X(02).
           05  PAL-WINNER              PIC X(01).
       01  PAL-HDR-REC.
           05  PAL-HDR-TYPE            PIC X(03).
           05  PAL-HDR-PAD-1           PIC X(02).
           05  PAL-HDR-PROGRAM         PIC X(10).
           05  PAL-HDR-PAD-2           PIC X(02).
           05  PAL-HDR-DATE            PIC 9(08).
           05  PAL-HDR-PAD-3           PIC X(02).
           05  PAL-HDR-TIME            PIC 9(08).
           05  PAL-HDR-PAD-4           PIC X(02).
           05  PAL-HDR-RUN-ID          PIC X(16).
       01  PAL-TRL-REC.
           05  PAL-TRL-TYPE            PIC X(03).
           05  PAL-TRL-PAD-1           PIC X(02).
           05  PAL-TRL-COUNT           PIC 9(09).
           05  PAL-TRL-PAD-2           PIC X(02).
           05  PAL-TRL-TOTAL           PIC 9(15).

       FD  SUMMARY-FILE.
       01  SUMMARY-REC                 PIC X(80).

       FD  CTL-MASTER-FILE.
           COPY CTLMREC.

       01  LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
           88  RUN-HOLDS-LOCK           VALUE 'Y'.
       01  BREAK-LOCK-PARM   PIC X(03) VALUE SPACES.
       01  BREAK-HELD-HOLDER PIC X(08) VALUE SPACES.
       01  BREAK-HELD-RUN-ID PIC X(16) VALUE SPACES.
       01  BREAK-CHECK-ID    PIC X(08) VALUE SPACES.
       01  BREAK-RUN-MODE    PIC X(08) VALUE "PROD".

       01  REV-RES          PIC 9(8) VALUE 0.
       01  REV-REM          PIC 9(1) VALUE 0.

      *    the winning factor pair, kept as the search finds it.
       01  WINNER-I         PIC 9(4) VALUE 0.
       01  WINNER-J         PIC 9(4) VALUE 0.

      *    palindrome listing controls - the detail-row count and the
      *    fifteen-digit hash of the products for the trailer.
       01  PAL-ROW-COUNT    PIC 9(09) VALUE 0.
       01  PAL-HASH         PIC 9(15) VALUE 0.

      *    every distinct palindrome listed, with the number of factor
      *    pairs that produced it, for the summary. The 100-999 range
      *    yields well under the table's size; a fuller table only
      *    leaves the summary marked incomplete.
       01  PALT-COUNT       PIC 9(04) COMP VALUE 0.
       01  PALT-IDX         PIC 9(04) COMP VALUE 0.
       01  PALT-FULL-SWITCH PIC X(01) VALUE 'N'.
           88  PALT-FULL               VALUE 'Y'.
       01  PAL-TABLE.
           05  PALT-ENTRY OCCURS 1500 TIMES.
               10  PALT-VALUE          PIC 9(08).
               10  PALT-PAIRS          PIC 9(04).

      *    summary tallies - palindromes and factor pairs by leading
      *    digit, and palindromes by how many factor pairs they have
      *    (the last bucket taking 20 or more).
       01  LEAD-DIGIT       PIC 9(01) VALUE 0.
       01  LEAD-IDX         PIC 9(02) COMP VALUE 0.
       01  LEAD-TABLE.
           05  LEAD-ENTRY OCCURS 9 TIMES.
               10  LEAD-PALS           PIC 9(06).
               10  LEAD-PAIRS          PIC 9(06).
       01  PAIRS-IDX        PIC 9(02) COMP VALUE 0.
       01  PAIRS-TABLE.
           05  PAIRS-PALS   PIC 9(06) OCCURS 20 TIMES.

       01  SUM-TITLE.
           05  FILLER           PIC X(32)
                   VALUE "EULER04 PALINDROME SUMMARY  RUN ".
           05  SUM-TITLE-RUN-ID PIC X(16).
       01  SUM-TOTAL-LINE.
           05  SUM-TOTAL-TEXT   PIC X(30).
           05  SUM-TOTAL-VALUE  PIC ZZZ,ZZZ,ZZ9.
       01  SUM-WINNER-LINE.
           05  FILLER           PIC X(30)
                   VALUE "LARGEST PALINDROME (WINNER)".
           05  SUM-WIN-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(03) VALUE " = ".
           05  SUM-WIN-I        PIC ZZZ9.
           05  FILLER           PIC X(03) VALUE " X ".
           05  SUM-WIN-J        PIC ZZZ9.
       01  SUM-LEAD-HEADING.
           05  FILLER           PIC X(41)
                   VALUE "LEADING DIGIT   PALINDROMES  FACTOR PAIRS".
       01  SUM-LEAD-LINE.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  SUM-LEAD-DIGIT   PIC 9(01).
           05  FILLER           PIC X(11) VALUE SPACES.
           05  SUM-LEAD-PALS    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(07) VALUE SPACES.
           05  SUM-LEAD-PAIRS   PIC ZZZ,ZZ9.
       01  SUM-PAIRS-HEADING.
           05  FILLER           PIC X(40)
                   VALUE "FACTOR PAIRS    PALINDROMES".
       01  SUM-PAIRS-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  SUM-PAIRS-N      PIC Z9.
           05  SUM-PAIRS-PLUS   PIC X(01).
           05  FILLER           PIC X(11) VALUE SPACES.
           05  SUM-PAIRS-PALS   PIC ZZZ,ZZ9.
       01  SUM-INCOMPLETE       PIC X(60) VALUE
               "PALINDROME TABLE FULL - SUMMARY INCOMPLETE".

       COPY TIMING.

       PROCEDURE DIVISION.
           PERFORM PARA-A VARYING I FROM 100 BY 1
               UNTIL I > 999 OR OVERFLOW-DETECTED.

           IF NOT OVERFLOW-DETECTED
               PERFORM PARA-LIST-PALINDROMES
           END-IF.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           COMPUTE END-TIME =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
               PERFORM PARA-REVERSE
               IF REV-N = PRODUCT
                   MOVE PRODUCT TO FINALANSWER
                   MOVE I TO WINNER-I
                   MOVE J TO WINNER-J
               END-IF
           END-IF.

           END-COMPUTE.
           MOVE REV-RES TO WORK-N.

      *    second pass, once the answer is known - every palindromic
      *    product and its factor pair goes to EUL04PAL, the winning
      *    product flagged, then the summary is written. An overflow
      *    part-way leaves the file without its trailer, so EULBAL
      *    will not pass it.
           PARA-LIST-PALINDROMES.
           MOVE 0 TO PAL-ROW-COUNT.
           MOVE 0 TO PAL-HASH.
           MOVE 0 TO PALT-COUNT.
           MOVE ZEROS TO LEAD-TABLE.
           MOVE ZEROS TO PAIRS-TABLE.
           OPEN OUTPUT PAL-FILE.
           PERFORM PARA-WRITE-PAL-HEADER.
           PERFORM PARA-LIST-ROW VARYING I FROM 100 BY 1
               UNTIL I > 999 OR OVERFLOW-DETECTED.
           IF NOT OVERFLOW-DETECTED
               PERFORM PARA-WRITE-PAL-TRAILER
           END-IF.
           CLOSE PAL-FILE.
           IF NOT OVERFLOW-DETECTED
               PERFORM PARA-WRITE-SUMMARY
           END-IF.

           PARA-LIST-ROW.
           PERFORM PARA-LIST-ONE VARYING J FROM I BY 1
               UNTIL J > 999 OR OVERFLOW-DETECTED.

           PARA-LIST-ONE.
           COMPUTE PRODUCT = I * J
               ON SIZE ERROR
                   MOVE "PRODUCT overflow in PARA-LIST-ONE"
                       TO ERRLOG-MESSAGE
                   PERFORM PARA-LOG-ERROR
           END-COMPUTE.
           IF NOT OVERFLOW-DETECTED
               PERFORM PARA-REVERSE
               IF REV-N = PRODUCT AND NOT OVERFLOW-DETECTED
                   PERFORM PARA-WRITE-PAL-ROW
               END-IF
           END-IF.

           PARA-WRITE-PAL-ROW.
           MOVE PRODUCT TO PAL-PRODUCT.
           MOVE SPACES TO PAL-PAD-1.
           MOVE I TO PAL-FACTOR-1.
           MOVE SPACES TO PAL-PAD-2.
           MOVE J TO PAL-FACTOR-2.
           MOVE SPACES TO PAL-PAD-3.
           IF PRODUCT = FINALANSWER
               MOVE "Y" TO PAL-WINNER
           ELSE
               MOVE "N" TO PAL-WINNER
           END-IF.
           WRITE PAL-REC.
           ADD 1 TO PAL-ROW-COUNT.
           COMPUTE PAL-HASH = FUNCTION MOD
               (PAL-HASH + PRODUCT, 1000000000000000).
           PERFORM PARA-TALLY-PALINDROME.

      *    finds the palindrome's entry in the table (adding it the
      *    first time it turns up) and counts the pair against it and
      *    against its leading digit.
           PARA-TALLY-PALINDROME.
           MOVE 1 TO PALT-IDX.
           PERFORM PARA-FIND-PAL-ENTRY WITH TEST BEFORE
               UNTIL PALT-IDX > PALT-COUNT
                   OR PALT-VALUE (PALT-IDX) = PRODUCT.
           MOVE PRODUCT TO WORK-N.
           PERFORM PARA-LEAD-DIGIT WITH TEST BEFORE
               UNTIL WORK-N < 10.
           MOVE WORK-N TO LEAD-DIGIT.
           IF PALT-IDX > PALT-COUNT
               IF PALT-COUNT < 1500
                   ADD 1 TO PALT-COUNT
                   MOVE PRODUCT TO PALT-VALUE (PALT-COUNT)
                   MOVE 1 TO PALT-PAIRS (PALT-COUNT)
                   ADD 1 TO LEAD-PALS (LEAD-DIGIT)
               ELSE
                   SET PALT-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO PALT-PAIRS (PALT-IDX)
           END-IF.
           ADD 1 TO LEAD-PAIRS (LEAD-DIGIT).

           PARA-FIND-PAL-ENTRY.
           ADD 1 TO PALT-IDX.

           PARA-LEAD-DIGIT.
           DIVIDE WORK-N BY 10 GIVING WORK-N.

           PARA-WRITE-PAL-HEADER.
           MOVE "HDR" TO PAL-HDR-TYPE.
           MOVE SPACES TO PAL-HDR-PAD-1.
           MOVE "Euler04" TO PAL-HDR-PROGRAM.
           MOVE SPACES TO PAL-HDR-PAD-2.
           MOVE WS-CURRENT-DATE TO PAL-HDR-DATE.
           MOVE SPACES TO PAL-HDR-PAD-3.
           MOVE WS-CURRENT-TIME TO PAL-HDR-TIME.
           MOVE SPACES TO PAL-HDR-PAD-4.
           MOVE AUDIT-BATCH-RUN-ID TO PAL-HDR-RUN-ID.
           WRITE PAL-HDR-REC.

           PARA-WRITE-PAL-TRAILER.
           MOVE "TRL" TO PAL-TRL-TYPE.
           MOVE SPACES TO PAL-TRL-PAD-1.
           MOVE PAL-ROW-COUNT TO PAL-TRL-COUNT.
           MOVE SPACES TO PAL-TRL-PAD-2.
           MOVE PAL-HASH TO PAL-TRL-TOTAL.
           WRITE PAL-TRL-REC.

      *    the EUL04SUM summary - totals, the winner, palindromes and
      *    pairs by leading digit, and palindromes by pair count. The
      *    pair-count buckets multiply back to the row count, and the
      *    leading-digit columns add back to the two totals.
           PARA-WRITE-SUMMARY.
           MOVE 0 TO PAIRS-IDX.
           PERFORM PARA-BUCKET-ONE-PALINDROME
               VARYING PALT-IDX FROM 1 BY 1
               UNTIL PALT-IDX > PALT-COUNT.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE AUDIT-BATCH-RUN-ID TO SUM-TITLE-RUN-ID.
           WRITE SUMMARY-REC FROM SUM-TITLE.
           MOVE "PALINDROMIC PRODUCTS (ROWS)" TO SUM-TOTAL-TEXT.
           MOVE PAL-ROW-COUNT TO SUM-TOTAL-VALUE.
           WRITE SUMMARY-REC FROM SUM-TOTAL-LINE.
           MOVE "DISTINCT PALINDROMES" TO SUM-TOTAL-TEXT.
           MOVE PALT-COUNT TO SUM-TOTAL-VALUE.
           WRITE SUMMARY-REC FROM SUM-TOTAL-LINE.
           MOVE FINALANSWER TO SUM-WIN-VALUE.
           MOVE WINNER-I TO SUM-WIN-I.
           MOVE WINNER-J TO SUM-WIN-J.
           WRITE SUMMARY-REC FROM SUM-WINNER-LINE.
           MOVE SPACES TO SUMMARY-REC.
           WRITE SUMMARY-REC.
           WRITE SUMMARY-REC FROM SUM-LEAD-HEADING.
           PERFORM PARA-WRITE-LEAD-LINE
               VARYING LEAD-IDX FROM 1 BY 1
               UNTIL LEAD-IDX > 9.
           MOVE SPACES TO SUMMARY-REC.
           WRITE SUMMARY-REC.
           WRITE SUMMARY-REC FROM SUM-PAIRS-HEADING.
           PERFORM PARA-WRITE-PAIRS-LINE
               VARYING PAIRS-IDX FROM 1 BY 1
               UNTIL PAIRS-IDX > 20.
           IF PALT-FULL
               WRITE SUMMARY-REC FROM SUM-INCOMPLETE
               MOVE "Palindrome table full - summary incomplete"
                   TO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "PALT" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           END-IF.
           CLOSE SUMMARY-FILE.

           PARA-BUCKET-ONE-PALINDROME.
           IF PALT-PAIRS (PALT-IDX) > 20
               ADD 1 TO PAIRS-PALS (20)
           ELSE
               ADD 1 TO PAIRS-PALS (PALT-PAIRS (PALT-IDX))
           END-IF.

           PARA-WRITE-LEAD-LINE.
           MOVE LEAD-IDX TO SUM-LEAD-DIGIT.
           MOVE LEAD-PALS (LEAD-IDX) TO SUM-LEAD-PALS.
           MOVE LEAD-PAIRS (LEAD-IDX) TO SUM-LEAD-PAIRS.
           WRITE SUMMARY-REC FROM SUM-LEAD-LINE.

      *    only pair counts some palindrome actually has are listed.
           PARA-WRITE-PAIRS-LINE.
           IF PAIRS-PALS (PAIRS-IDX) > 0
               MOVE PAIRS-IDX TO SUM-PAIRS-N
               IF PAIRS-IDX = 20
                   MOVE "+" TO SUM-PAIRS-PLUS
               ELSE
                   MOVE SPACE TO SUM-PAIRS-PLUS
               END-IF
               MOVE PAIRS-PALS (PAIRS-IDX) TO SUM-PAIRS-PALS
               WRITE SUMMARY-REC FROM SUM-PAIRS-LINE
           END-IF.

      *    loads the active control-total entries from the CTLMAST
      *    master file - the control figures live in maintained data
      *    now, so the table is filled at run time rather than at
               AT END
                   SET CTLM-END-OF-FILE TO TRUE
               NOT AT END
                   IF CTLM-STATUS = "A" AND CTL-ENTRY-COUNT < 50
                       ADD 1 TO CTL-ENTRY-COUNT
                       MOVE CTLM-PROGRAM-NAME
                           TO CTL-PROGRAM-NAME (CTL-ENTRY-COUNT)
                       MOVE CTLM-EXPECTED-ANSWER
                           TO CTL-EXPECTED-ANSWER (CTL-ENTRY-COUNT)
                       MOVE CTLM-PARMS TO CTL-PARMS (CTL-ENTRY-COUNT)
                   END-IF
           END-READ.

      *    checks FINALANSWER against this program's entry in the
      *    shared CTLTOTAL table - the entry approved for the same
      *    parameters this run recorded in EFFECTIVE-PARMS, so a run
      *    under other parameters is never judged against the
      *    default figure.
           PARA-CHECK-CONTROL-TOTAL.
           PERFORM PARA-LOAD-CONTROL-TOTALS.
           MOVE "????" TO CHECK-RESULT.

           PARA-CHECK-ONE.
           IF CTL-PROGRAM-NAME (CHECK-IDX) = "Euler04"
                   AND CTL-PARMS (CHECK-IDX) = EFFECTIVE-PARMS
               IF FINALANSWER = CTL-EXPECTED-ANSWER (CHECK-IDX)
                   MOVE "PASS" TO CHECK-RESULT
               ELSE
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the business date this run's rows are stamped with, off
      *    the suite's EULBDATE control record.
           MOVE "../../Data/EULBDATE" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               WHEN "O"
                   SET RUN-OVERRIDDEN TO TRUE
                   DISPLAY "Euler04: " OPV-REASON
                   PERFORM PARA-RECORD-OVERRIDE
               WHEN "W"
                   DISPLAY "Euler04: " OPV-REASON
           END-EVALUATE.

      *    an override goes on ERRLOG as a PRIV attribution event
      *    naming the supervisor and the operator overridden - the
      *    JOBLOG row only says the run was overridden, not by whom.
           PARA-RECORD-OVERRIDE.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING OPV-OVERRIDE-ID DELIMITED BY SIZE
               " OVERRIDE " DELIMITED BY SIZE
               AUDIT-OPERATOR-ID DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "PRIV" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

      *    a refused run stops before any real work - the refusal is
      *    logged to ERRLOG for the audit trail and nothing else is
      *    written.
                   MOVE "W" TO EVENT-SEVERITY
                   MOVE "LOCK" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
                   PERFORM PARA-RECORD-BREAK
               END-IF
           END-IF.

      *    the break also goes on ERRLOG as a PRIV attribution event -
      *    the supervisor who authorized it and the run whose lock was
      *    broken, in fixed columns (actor 1-8, action 10-17, detail
      *    19 on) for the EULPRV privileged-action review.
           PARA-RECORD-BREAK.
           MOVE SPACES TO BREAK-HELD-HOLDER.
           MOVE SPACES TO BREAK-HELD-RUN-ID.
           UNSTRING LCK-HOLDER-OUT DELIMITED BY " run "
               INTO BREAK-HELD-HOLDER BREAK-HELD-RUN-ID.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING OPV-OVERRIDE-ID DELIMITED BY SIZE
               " BREAKLCK " DELIMITED BY SIZE
               BREAK-HELD-RUN-ID DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "PRIV" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

           PARA-CALL-LOCK.
           CALL "EULLCK" USING BY CONTENT LCK-FILE-PATH,
                               BY CONTENT LCK-ACTION,
           PARA-JOBLOG.
           MOVE "Euler04" TO JOBLOG-PROGRAM-NAME.
           MOVE SPACES TO JOBLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO JOBLOG-DATE-STAMP.
           MOVE SPACES TO JOBLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO JOBLOG-TIME-STAMP.
           MOVE SPACES TO JOBLOG-PAD-3.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "Euler04" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
