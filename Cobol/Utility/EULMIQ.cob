      * EULMIQ.cob
      * Factor master inquiry - answers "have we already factored
      * this number?" and "which of our numbers does this prime
      * divide?" straight off the EUL03MST factor master, which until
      * now only Euler03 and the EULMHK statistics ever read. The
      * parameter card is one of
      *     NUMBER n            - the one stored number n
      *     RANGE low [high]    - every stored number from low to
      *                           high (high omitted or * = no top)
      *     FACTOR p            - every stored number the prime p
      *                           divides, through the EUL03FXR
      *                           factor cross-reference
      *     LARGEST low [high]  - every stored number whose largest
      *                           prime factor lies from low to high,
      *                           through the master's alternate key
      * Each stored number is listed with its largest prime factor,
      * hit count, last-referenced date and full factorization on the
      * EULMIQRPT report, with the selection echoed at the top and
      * the rows, hits and never-hit rows totalled at the foot. A
      * cross-reference row whose number is no longer on the master
      * is listed as such - the cross-reference wants rebuilding
      * through EULMHK XREF. Read only: looking a number up here does
      * not count as a hit. Honors the REGION facility.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-10-07  Created.
      * 2026-10-15  A number or range top of more than 18 digits is
      *             refused with return code 12 instead of being cut to
      *             fit.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULMIQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "EUL03MSTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-INPUT-N
               ALTERNATE RECORD KEY IS MST-FANSWER WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
           SELECT XREF-FILE ASSIGN TO "EUL03FXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULMIQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    the factor master's own shape - the headline answer is the
      *    largest prime factor, and the alternate key rides on it.
       FD  MASTER-FILE.
       01  MST-REC.
           05  MST-INPUT-N             PIC 9(18).
           05  MST-FANSWER             PIC 9(18).
           05  MST-FACT-COUNT          PIC 9(02).
           05  MST-FACTOR OCCURS 15 TIMES.
               10  MST-FACT-VALUE      PIC 9(18).
               10  MST-FACT-MULT       PIC 9(04).
           05  MST-LAST-REF-DATE       PIC 9(08).
           05  MST-HIT-COUNT           PIC 9(06).

       FD  XREF-FILE.
           COPY FXRREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  MST-STATUS       PIC X(02) VALUE SPACES.
       01  FXR-STATUS       PIC X(02) VALUE SPACES.
       01  MST-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  FXR-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-XREF             VALUE 'Y'.
       01  MASTER-SWITCH    PIC X(01) VALUE 'N'.
           88  MASTER-AVAILABLE        VALUE 'Y'.

      *    parameter-card selection - the kind of inquiry and its
      *    one or two numbers.
       01  PARM-CARD        PIC X(64) VALUE SPACES.
       01  PARM-MODE        PIC X(08) VALUE SPACES.
       01  PARM-LOW         PIC X(20) VALUE SPACES.
       01  PARM-HIGH        PIC X(20) VALUE SPACES.
       01  SEL-LOW          PIC 9(18) VALUE 0.
       01  SEL-HIGH         PIC 9(18) VALUE 999999999999999999.

      *    what the inquiry found.
       01  SELECTED-COUNT   PIC 9(06) VALUE 0.
       01  HIT-TOTAL        PIC 9(09) VALUE 0.
       01  NEVER-HIT-COUNT  PIC 9(06) VALUE 0.
       01  STALE-COUNT      PIC 9(06) VALUE 0.

      *    the factorization of the row in hand, built up factor by
      *    factor as p^m terms joined by asterisks.
       01  FACT-TEXT        PIC X(120) VALUE SPACES.
       01  FACT-POINTER     PIC 9(03) COMP VALUE 1.
       01  FACT-IDX         PIC 9(02) COMP VALUE 0.
       01  FACT-EDIT        PIC Z(17)9.
       01  MULT-EDIT        PIC Z(03)9.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(30)
                   VALUE "EULMIQ - FACTOR MASTER INQUIRY".
       01  RPT-CRITERIA.
           05  FILLER           PIC X(09) VALUE "SELECT:  ".
           05  RPT-CRIT-MODE    PIC X(08).
           05  FILLER           PIC X(05) VALUE " LOW=".
           05  RPT-CRIT-LOW     PIC X(18).
           05  FILLER           PIC X(06) VALUE " HIGH=".
           05  RPT-CRIT-HIGH    PIC X(18).
           05  FILLER           PIC X(08) VALUE " REGION=".
           05  RPT-CRIT-REGION  PIC X(04).
       01  RPT-HEADING.
           05  FILLER           PIC X(20) VALUE "NUMBER".
           05  FILLER           PIC X(20) VALUE "LARGEST FACTOR".
           05  FILLER           PIC X(08) VALUE "HITS".
           05  FILLER           PIC X(10) VALUE "LAST REF".
           05  FILLER           PIC X(13) VALUE "FACTORIZATION".
       01  RPT-DETAIL.
           05  RPT-NUMBER       PIC Z(17)9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-LARGEST      PIC Z(17)9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-HITS         PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-LAST-REF     PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FACTORS      PIC X(74).
       01  RPT-CONTINUATION.
           05  FILLER           PIC X(58) VALUE SPACES.
           05  RPT-FACTORS-MORE PIC X(46).
       01  RPT-MISSING.
           05  RPT-MISSING-N    PIC Z(17)9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-MISSING-NOTE PIC X(50).
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(24).
           05  RPT-COUNT-VALUE  PIC Z(08)9.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-TITLE.
           PERFORM PARA-ECHO-CRITERIA.
           WRITE REPORT-REC FROM RPT-HEADING.

           OPEN INPUT MASTER-FILE.
           IF MST-STATUS = "00"
               SET MASTER-AVAILABLE TO TRUE
               EVALUATE PARM-MODE
                   WHEN "NUMBER"
                       PERFORM PARA-SELECT-NUMBER
                   WHEN "RANGE"
                       PERFORM PARA-SELECT-RANGE
                   WHEN "LARGEST"
                       PERFORM PARA-SELECT-LARGEST
                   WHEN "FACTOR"
                       PERFORM PARA-SELECT-FACTOR
               END-EVALUATE
               CLOSE MASTER-FILE
           ELSE
               MOVE "NO FACTOR MASTER TO READ" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           PERFORM PARA-WRITE-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "EULMIQ complete - " SELECTED-COUNT
               " stored numbers selected, see EULMIQRPT".
           IF NOT MASTER-AVAILABLE
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    reads and validates the inquiry card. Both numbers must be
      *    whole numbers; a range with no top, or a top of asterisk,
      *    runs to the end of the master.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-MODE PARM-LOW PARM-HIGH.

           IF PARM-MODE NOT = "NUMBER" AND "RANGE" AND "FACTOR"
                   AND "LARGEST"
               DISPLAY "EULMIQ: inquiry must be NUMBER, RANGE, "
                   "FACTOR or LARGEST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-LOW = SPACES OR PARM-LOW = "*"
                   OR FUNCTION TRIM (PARM-LOW) IS NOT NUMERIC
               DISPLAY "EULMIQ: " FUNCTION TRIM (PARM-MODE)
                   " needs a number"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-LOW (19:2) NOT = SPACES
               DISPLAY "EULMIQ: number " PARM-LOW
                   " is not 1 to 18 digits"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL (PARM-LOW) TO SEL-LOW.
           IF PARM-HIGH = "*"
               MOVE SPACES TO PARM-HIGH
           END-IF.
           IF PARM-MODE = "NUMBER" OR "FACTOR"
               MOVE SPACES TO PARM-HIGH
               MOVE SEL-LOW TO SEL-HIGH
           END-IF.
           IF PARM-HIGH NOT = SPACES
               IF FUNCTION TRIM (PARM-HIGH) IS NOT NUMERIC
                   DISPLAY "EULMIQ: range top must be a number or *"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF PARM-HIGH (19:2) NOT = SPACES
                   DISPLAY "EULMIQ: range top " PARM-HIGH
                       " is not 1 to 18 digits"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL (PARM-HIGH) TO SEL-HIGH
           END-IF.
           IF SEL-HIGH < SEL-LOW
               DISPLAY "EULMIQ: range top is below its bottom"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set, and points
      *    the master and cross-reference at the run's region.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION".
           IF AUDIT-REGION-CODE = SPACES
               MOVE "PROD" TO AUDIT-REGION-CODE
           END-IF.
           PERFORM PARA-SET-REGION-FILES.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

      *    echoes what was asked for at the top of the report, so the
      *    listing can never be mistaken for a different selection.
           PARA-ECHO-CRITERIA.
           MOVE PARM-MODE TO RPT-CRIT-MODE.
           MOVE PARM-LOW TO RPT-CRIT-LOW.
           IF PARM-HIGH = SPACES
               IF PARM-MODE = "RANGE" OR "LARGEST"
                   MOVE "NO TOP" TO RPT-CRIT-HIGH
               ELSE
                   MOVE PARM-LOW TO RPT-CRIT-HIGH
               END-IF
           ELSE
               MOVE PARM-HIGH TO RPT-CRIT-HIGH
           END-IF.
           MOVE AUDIT-REGION-CODE TO RPT-CRIT-REGION.
           WRITE REPORT-REC FROM RPT-CRITERIA.

      *    the one stored number asked about, straight off its key.
           PARA-SELECT-NUMBER.
           MOVE SEL-LOW TO MST-INPUT-N.
           READ MASTER-FILE
               INVALID KEY
                   MOVE SEL-LOW TO RPT-MISSING-N
                   MOVE "NOT ON THE FACTOR MASTER" TO RPT-MISSING-NOTE
                   PERFORM PARA-WRITE-MISSING
               NOT INVALID KEY
                   PERFORM PARA-WRITE-DETAIL
           END-READ.

      *    every stored number from low to high, in number order.
           PARA-SELECT-RANGE.
           MOVE SEL-LOW TO MST-INPUT-N.
           MOVE 'N' TO MST-EOF-SWITCH.
           START MASTER-FILE KEY IS >= MST-INPUT-N
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.
           PERFORM PARA-RANGE-ONE-ROW WITH TEST BEFORE
               UNTIL END-OF-MASTER.

           PARA-RANGE-ONE-ROW.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   IF MST-INPUT-N > SEL-HIGH
                       SET END-OF-MASTER TO TRUE
                   ELSE
                       PERFORM PARA-WRITE-DETAIL
                   END-IF
           END-READ.

      *    every stored number whose largest prime factor lies from
      *    low to high, read along the alternate key in factor order.
           PARA-SELECT-LARGEST.
           MOVE SEL-LOW TO MST-FANSWER.
           MOVE 'N' TO MST-EOF-SWITCH.
           START MASTER-FILE KEY IS >= MST-FANSWER
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.
           PERFORM PARA-LARGEST-ONE-ROW WITH TEST BEFORE
               UNTIL END-OF-MASTER.

           PARA-LARGEST-ONE-ROW.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   IF MST-FANSWER > SEL-HIGH
                       SET END-OF-MASTER TO TRUE
                   ELSE
                       PERFORM PARA-WRITE-DETAIL
                   END-IF
           END-READ.

      *    every stored number the prime divides - its run of rows on
      *    the cross-reference, each looked up on the master for the
      *    rest of its story.
           PARA-SELECT-FACTOR.
           OPEN INPUT XREF-FILE.
           IF FXR-STATUS NOT = "00"
               MOVE "NO FACTOR CROSS-REFERENCE - RUN EULMHK XREF"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE SEL-LOW TO FXR-PRIME
               MOVE 0 TO FXR-NUMBER
               MOVE 'N' TO FXR-EOF-SWITCH
               START XREF-FILE KEY IS >= FXR-KEY
                   INVALID KEY
                       SET END-OF-XREF TO TRUE
               END-START
               PERFORM PARA-FACTOR-ONE-ROW WITH TEST BEFORE
                   UNTIL END-OF-XREF
               CLOSE XREF-FILE
           END-IF.

           PARA-FACTOR-ONE-ROW.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET END-OF-XREF TO TRUE
               NOT AT END
                   IF FXR-PRIME NOT = SEL-LOW
                       SET END-OF-XREF TO TRUE
                   ELSE
                       PERFORM PARA-FACTOR-LOOKUP
                   END-IF
           END-READ.

           PARA-FACTOR-LOOKUP.
           MOVE FXR-NUMBER TO MST-INPUT-N.
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO STALE-COUNT
                   MOVE FXR-NUMBER TO RPT-MISSING-N
                   MOVE "ON CROSS-REFERENCE BUT NOT ON THE MASTER"
                       TO RPT-MISSING-NOTE
                   PERFORM PARA-WRITE-MISSING
               NOT INVALID KEY
                   PERFORM PARA-WRITE-DETAIL
           END-READ.

      *    one stored number - its factorization on the detail line,
      *    carried onto a continuation line when it is too long for
      *    one.
           PARA-WRITE-DETAIL.
           MOVE MST-INPUT-N TO RPT-NUMBER.
           MOVE MST-FANSWER TO RPT-LARGEST.
           MOVE MST-HIT-COUNT TO RPT-HITS.
           MOVE MST-LAST-REF-DATE TO RPT-LAST-REF.
           PERFORM PARA-BUILD-FACT-TEXT.
           MOVE FACT-TEXT (1:74) TO RPT-FACTORS.
           WRITE REPORT-REC FROM RPT-DETAIL.
           IF FACT-TEXT (75:46) NOT = SPACES
               MOVE FACT-TEXT (75:46) TO RPT-FACTORS-MORE
               WRITE REPORT-REC FROM RPT-CONTINUATION
           END-IF.
           ADD 1 TO SELECTED-COUNT.
           ADD MST-HIT-COUNT TO HIT-TOTAL.
           IF MST-HIT-COUNT = 0
               ADD 1 TO NEVER-HIT-COUNT
           END-IF.

           PARA-WRITE-MISSING.
           WRITE REPORT-REC FROM RPT-MISSING.

           PARA-BUILD-FACT-TEXT.
           MOVE SPACES TO FACT-TEXT.
           MOVE 1 TO FACT-POINTER.
           MOVE 1 TO FACT-IDX.
           PERFORM PARA-BUILD-ONE-FACTOR WITH TEST BEFORE
               UNTIL FACT-IDX > MST-FACT-COUNT OR FACT-IDX > 15.

           PARA-BUILD-ONE-FACTOR.
           IF FACT-IDX > 1
               STRING "*" DELIMITED BY SIZE
                   INTO FACT-TEXT WITH POINTER FACT-POINTER
           END-IF.
           MOVE MST-FACT-VALUE (FACT-IDX) TO FACT-EDIT.
           STRING FUNCTION TRIM (FACT-EDIT) DELIMITED BY SIZE
               INTO FACT-TEXT WITH POINTER FACT-POINTER.
           IF MST-FACT-MULT (FACT-IDX) > 1
               MOVE MST-FACT-MULT (FACT-IDX) TO MULT-EDIT
               STRING "^" DELIMITED BY SIZE
                   FUNCTION TRIM (MULT-EDIT) DELIMITED BY SIZE
                   INTO FACT-TEXT WITH POINTER FACT-POINTER
           END-IF.
           ADD 1 TO FACT-IDX.

           PARA-WRITE-TOTALS.
           MOVE "STORED NUMBERS SELECTED:" TO RPT-COUNT-LABEL.
           MOVE SELECTED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "TOTAL HITS:             " TO RPT-COUNT-LABEL.
           MOVE HIT-TOTAL TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "NEVER HIT:              " TO RPT-COUNT-LABEL.
           MOVE NEVER-HIT-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           IF PARM-MODE = "FACTOR"
               MOVE "XREF ROWS NOT ON MASTER:" TO RPT-COUNT-LABEL
               MOVE STALE-COUNT TO RPT-COUNT-VALUE
               WRITE REPORT-REC FROM RPT-COUNT-LINE
           END-IF.

      *    allocates the factor master and its cross-reference onto
      *    their DD names, redirected to the run's region.
           PARA-SET-REGION-FILES.
           MOVE "Cobol/Euler03/EUL03MST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_EUL03MSTF" TO REGION-PATH-WORK.
           MOVE "Cobol/Euler03/EUL03FXR" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_EUL03FXRF" TO REGION-PATH-WORK.

      *    redirects one shared-file path to this run's region.
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

       END PROGRAM EULMIQ.
