      * EULCHG.cob
      * Month-end chargeback of Euler03 factoring effort to the
      * requesters who asked for it. Euler03 leaves one effort row
      * per batch input on EUL03EFF (wheel iterations and elapsed
      * time actually spent, a master hit recorded as near-free),
      * and EULINT keeps every night's cross-reference pairs on the
      * Data/EUL03XRH history. This job joins the month's effort to
      * those pairs by batch-run ID and number, splits each number's
      * effort evenly across every distinct requester who asked for
      * it, and prices it from the Data/EULRATE rate card (the row
      * effective for the month: a rate per thousand effort units,
      * where an effort unit is one wheel iteration, and the units a
      * master hit is charged as). Output is one statement per
      * requester, EULSTM.requester - numbers submitted, master
      * hits, numbers ground, budget-exceeded rejects, total effort
      * and charge - and the EULCHGRPT department summary, which
      * ties the statements back to the effort file and to the
      * month's Euler03 JOBLOG rows so finance can prove they add
      * up. The parameter card is the charging month (YYYYMM, same
      * card as EULSCD). Return code 4 when any effort could not be
      * attributed to a requester or the runs on the effort file and
      * JOBLOG do not agree; 12 for a bad card or no rate in force.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-09-21  Created.
      * 2026-09-23  EUL03EFF rows are read at their full 152 columns now
      *             that EULLOG appends a chained check value in columns
      *             135-152.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "Data/EULRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT EFFORT-FILE ASSIGN TO "EUL03EFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFFORT-STATUS.
           SELECT XREF-HIST-FILE ASSIGN TO "Data/EUL03XRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRH-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "STMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "EULCHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    one rate-card row per effective date - the latest row
      *    effective on or before the charging month is the one in
      *    force. RATE-PER-KUNIT is the charge per thousand effort
      *    units; RATE-HIT-UNITS the effort a master hit counts as.
       FD  RATE-FILE.
       01  RATE-REC.
           05  RATE-EFFECTIVE          PIC 9(08).
           05  RATE-PAD-1              PIC X(02).
           05  RATE-PER-KUNIT          PIC 9(03)V9(04).
           05  RATE-PAD-2              PIC X(02).
           05  RATE-HIT-UNITS          PIC 9(05).
           05  RATE-PAD-3              PIC X(02).
           05  RATE-DESCRIPTION        PIC X(30).

       FD  EFFORT-FILE.
       01  EFFORT-REC.
           05  EFF-RUN-ID              PIC X(16).
           05  EFF-PAD-1               PIC X(02).
           05  EFF-DATE-STAMP          PIC 9(08).
           05  EFF-PAD-2               PIC X(02).
           05  EFF-TIME-STAMP          PIC 9(08).
           05  EFF-PAD-3               PIC X(02).
           05  EFF-NUMBER              PIC X(18).
           05  EFF-PAD-4               PIC X(02).
           05  EFF-DISPOSITION         PIC X(01).
           05  EFF-PAD-5               PIC X(02).
           05  EFF-ITERATIONS          PIC 9(09).
           05  EFF-PAD-6               PIC X(02).
           05  EFF-ELAPSED             PIC 9(07).
           05  EFF-PAD-7               PIC X(02).
           05  EFF-PRIORITY            PIC X(01).
           05  EFF-PAD-8               PIC X(50).
           05  EFF-CHAIN-VALUE         PIC X(18).

       FD  XREF-HIST-FILE.
       01  XREF-HIST-REC.
           05  XRH-RUN-ID              PIC X(16).
           05  XRH-PAD-1               PIC X(02).
           05  XRH-DATE-STAMP          PIC 9(08).
           05  XRH-PAD-2               PIC X(02).
           05  XRH-TIME-STAMP          PIC 9(08).
           05  XRH-PAD-3               PIC X(02).
           05  XRH-NUMBER              PIC X(18).
           05  XRH-PAD-4               PIC X(02).
           05  XRH-REQUESTER           PIC X(08).
           05  XRH-PAD-5               PIC X(02).
           05  XRH-PRIORITY            PIC X(01).
           05  XRH-PAD-6               PIC X(02).
           05  XRH-DEPT                PIC X(08).

       FD  JOBLOG-FILE.
           COPY JOBLOG.

      *    one statement per requester, allocated onto the STMFILE
      *    DD name by requester ID before each OPEN.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  RATE-STATUS      PIC X(02) VALUE SPACES.
       01  EFFORT-STATUS    PIC X(02) VALUE SPACES.
       01  XRH-STATUS       PIC X(02) VALUE SPACES.
       01  JOBLOG-STATUS    PIC X(02) VALUE SPACES.
       01  EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  END-OF-INPUT            VALUE 'Y'.

      *    the charging month.
       01  PARM-CARD        PIC X(32) VALUE SPACES.
       01  PARM-MONTH       PIC X(06) VALUE SPACES.
       01  THIS-MONTH       PIC 9(06) VALUE 0.
       01  ROW-MONTH        PIC 9(06) VALUE 0.

      *    the rate in force for the month.
       01  RATE-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  RATE-FOUND              VALUE 'Y'.
       01  CHG-RATE-EFFECTIVE PIC 9(08) VALUE 0.
       01  CHG-RATE-PER-KUNIT PIC 9(03)V9(04) VALUE 0.
       01  CHG-RATE-HIT-UNITS PIC 9(05) VALUE 0.
       01  CHG-RATE-DESCRIPTION PIC X(30) VALUE SPACES.

      *    the month's effort rows, one per Euler03 batch input, with
      *    the effort units each is charged at, how many distinct
      *    requesters share it, and how much of it has been handed
      *    out so far - the last sharer takes whatever the even split
      *    left over, so the shares always add back to the whole.
       01  EFT-COUNT        PIC 9(05) COMP VALUE 0.
       01  EFT-TABLE.
           05  EFT-ENTRY OCCURS 20000 TIMES.
               10  EFT-RUN-IDX         PIC 9(03) COMP.
               10  EFT-NUMBER          PIC X(18).
               10  EFT-DISPOSITION     PIC X(01).
               10  EFT-UNITS           PIC 9(09).
               10  EFT-ELAPSED         PIC 9(07).
               10  EFT-SHARES          PIC 9(03) COMP.
               10  EFT-ALLOC-COUNT     PIC 9(03) COMP.
               10  EFT-ALLOC-UNITS     PIC 9(09)V9(04).
               10  EFT-ALLOC-ELAPSED   PIC 9(07)V9(04).
       01  EFT-IDX          PIC 9(05) COMP VALUE 0.
       01  EFT-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  EFT-FOUND               VALUE 'Y'.
       01  EFT-OVERFLOW-COUNT PIC 9(06) VALUE 0.

      *    the month's Euler03 batch runs found on the effort file,
      *    each with the span of effort rows it owns, and whether
      *    the run also left its JOBLOG row.
       01  RUN-COUNT        PIC 9(03) COMP VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 200 TIMES.
               10  RUN-ID              PIC X(16).
               10  RUN-FIRST-EFT       PIC 9(05) COMP.
               10  RUN-LAST-EFT        PIC 9(05) COMP.
               10  RUN-ON-JOBLOG       PIC X(01).
       01  RUN-IDX          PIC 9(03) COMP VALUE 0.
       01  RUN-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  RUN-FOUND               VALUE 'Y'.

      *    the requesters already counted against the number in hand
      *    - the cross-reference keeps a number's pairs together, so
      *    a requester asking twice in one intake is one sharer.
       01  GRP-RUN-ID       PIC X(16) VALUE SPACES.
       01  GRP-NUMBER       PIC X(18) VALUE SPACES.
       01  GRP-COUNT        PIC 9(03) COMP VALUE 0.
       01  GRP-TABLE.
           05  GRP-REQUESTER OCCURS 100 TIMES PIC X(08).
       01  GRP-IDX          PIC 9(03) COMP VALUE 0.
       01  GRP-DUP-SWITCH   PIC X(01) VALUE 'N'.
           88  GRP-DUPLICATE           VALUE 'Y'.

      *    which of the two passes over the cross-reference history
      *    is running - the first counts the sharers of every effort
      *    row, the second hands the effort out.
       01  PASS-SWITCH      PIC X(01) VALUE '1'.
           88  COUNTING-PASS           VALUE '1'.
           88  ALLOCATING-PASS         VALUE '2'.

      *    one statement's worth of figures per requester.
       01  RQS-COUNT        PIC 9(03) COMP VALUE 0.
       01  RQS-TABLE.
           05  RQS-ENTRY OCCURS 200 TIMES.
               10  RQS-REQUESTER       PIC X(08).
               10  RQS-DEPT            PIC X(08).
               10  RQS-SUBMITTED       PIC 9(06).
               10  RQS-HITS            PIC 9(06).
               10  RQS-GROUND          PIC 9(06).
               10  RQS-BUDGET          PIC 9(06).
               10  RQS-EXCEPTIONS      PIC 9(06).
               10  RQS-NOT-WORKED      PIC 9(06).
               10  RQS-UNITS           PIC 9(13)V9(04).
               10  RQS-ELAPSED         PIC 9(09)V9(04).
               10  RQS-CHARGE          PIC 9(11)V99.
       01  RQS-IDX          PIC 9(03) COMP VALUE 0.
       01  RQS-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  RQS-FOUND               VALUE 'Y'.

      *    the department summary.
       01  DPT-COUNT        PIC 9(02) COMP VALUE 0.
       01  DPT-TABLE.
           05  DPT-ENTRY OCCURS 50 TIMES.
               10  DPT-NAME            PIC X(08).
               10  DPT-REQUESTERS      PIC 9(04).
               10  DPT-SUBMITTED       PIC 9(07).
               10  DPT-UNITS           PIC 9(13)V9(04).
               10  DPT-CHARGE          PIC 9(11)V99.
       01  DPT-IDX          PIC 9(02) COMP VALUE 0.
       01  DPT-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  DPT-FOUND               VALUE 'Y'.

      *    the share of one effort row going to one requester.
       01  SHARE-UNITS      PIC 9(09)V9(04) VALUE 0.
       01  SHARE-ELAPSED    PIC 9(07)V9(04) VALUE 0.

      *    control totals for the tie-back.
       01  TOTAL-EFFORT-UNITS PIC 9(13)V9(04) VALUE 0.
       01  TOTAL-EFFORT-ELAPSED PIC 9(11) VALUE 0.
       01  ATTRIB-UNITS     PIC 9(13)V9(04) VALUE 0.
       01  UNATTRIB-UNITS   PIC 9(13)V9(04) VALUE 0.
       01  UNATTRIB-ROWS    PIC 9(06) VALUE 0.
       01  STATEMENT-CHARGE-TOTAL PIC 9(11)V99 VALUE 0.
       01  UNATTRIB-CHARGE  PIC 9(11)V99 VALUE 0.
       01  FILE-CHARGE      PIC 9(11)V99 VALUE 0.
       01  JOBLOG-RUNS      PIC 9(06) VALUE 0.
       01  JOBLOG-DURATION-TOTAL PIC 9(11) VALUE 0.
       01  RUNS-ON-BOTH     PIC 9(06) VALUE 0.
       01  TIE-SWITCH       PIC X(01) VALUE 'Y'.
           88  TOTALS-TIE              VALUE 'Y'.

      *    the statement-file path being built for the requester at
      *    hand, allocated onto the STMFILE DD name before the OPEN.
       01  STATEMENT-PATH   PIC X(40) VALUE SPACES.

      *    statement and report line layouts.
       01  STM-TITLE.
           05  FILLER           PIC X(36)
                   VALUE "EULCHG EULER03 CHARGEBACK STATEMENT ".
           05  FILLER           PIC X(06) VALUE "MONTH ".
           05  STM-TITLE-MONTH  PIC X(06).
       01  STM-WHO-LINE.
           05  FILLER           PIC X(11) VALUE "REQUESTER  ".
           05  STM-WHO-REQUESTER PIC X(08).
           05  FILLER           PIC X(15) VALUE "   DEPARTMENT  ".
           05  STM-WHO-DEPT     PIC X(08).
       01  STM-RATE-LINE.
           05  FILLER           PIC X(11) VALUE "RATE CARD  ".
           05  STM-RATE-EFFECTIVE PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  STM-RATE-PER-KUNIT PIC ZZ9.9999.
           05  FILLER           PIC X(22)
                   VALUE " PER 1000 UNITS, HIT  ".
           05  STM-RATE-HIT-UNITS PIC ZZZZ9.
           05  FILLER           PIC X(06) VALUE " UNITS".
       01  STM-COUNT-LINE.
           05  STM-COUNT-LABEL  PIC X(28).
           05  STM-COUNT-VALUE  PIC ZZZZZ9.
       01  STM-AMOUNT-LINE.
           05  STM-AMOUNT-LABEL PIC X(28).
           05  STM-AMOUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999.
       01  STM-CHARGE-LINE.
           05  STM-CHARGE-LABEL PIC X(28).
           05  STM-CHARGE-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-TITLE.
           05  FILLER           PIC X(41)
                   VALUE "EULCHG CHARGEBACK DEPARTMENT SUMMARY FOR ".
           05  RPT-TITLE-MONTH  PIC X(06).
       01  RPT-SECTION.
           05  RPT-SECTION-TEXT PIC X(60).
       01  RPT-DEPT-HEADING.
           05  FILLER           PIC X(51) VALUE
               "DEPT      REQUESTERS  NUMBERS          EFFORT UNITS".
           05  FILLER           PIC X(18) VALUE
               "            CHARGE".
       01  RPT-DEPT-LINE.
           05  RPT-DEPT-NAME    PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-DEPT-REQUESTERS PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DEPT-NUMBERS PIC ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DEPT-UNITS   PIC ZZZ,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DEPT-CHARGE  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-AMOUNT-LINE.
           05  RPT-AMOUNT-LABEL PIC X(40).
           05  RPT-AMOUNT-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.9999.
       01  RPT-CHARGE-LINE.
           05  RPT-CHARGE-LABEL PIC X(40).
           05  RPT-CHARGE-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(40).
           05  RPT-COUNT-VALUE  PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-VERDICT-LINE.
           05  RPT-VERDICT-LABEL PIC X(40).
           05  RPT-VERDICT-TEXT PIC X(40).

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           PERFORM PARA-LOAD-RATE.
           PERFORM PARA-LOAD-EFFORT.

           SET COUNTING-PASS TO TRUE.
           PERFORM PARA-SCAN-XREF-HISTORY.
           SET ALLOCATING-PASS TO TRUE.
           PERFORM PARA-SCAN-XREF-HISTORY.

           PERFORM PARA-TOTAL-UNATTRIBUTED
               VARYING EFT-IDX FROM 1 BY 1
               UNTIL EFT-IDX > EFT-COUNT.
           PERFORM PARA-PRICE-ONE-REQUESTER
               VARYING RQS-IDX FROM 1 BY 1
               UNTIL RQS-IDX > RQS-COUNT.
           PERFORM PARA-TALLY-JOBLOG.

           PERFORM PARA-WRITE-STATEMENTS.
           PERFORM PARA-WRITE-SUMMARY.

           DISPLAY "EULCHG: " RQS-COUNT " statements for " PARM-MONTH
               ", " EFT-COUNT " effort rows, " UNATTRIB-ROWS
               " unattributed".

           IF TOTALS-TIE AND UNATTRIB-ROWS = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    reads the charging-month card - a chargeback that guesses
      *    its own month is a chargeback nobody can bill from.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE INTO PARM-MONTH.
           IF PARM-MONTH = SPACES
                   OR PARM-MONTH IS NOT NUMERIC
               DISPLAY "EULCHG: charging month parameter (YYYYMM) "
                   "is required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-MONTH TO THIS-MONTH.
           IF PARM-MONTH (5:2) < "01" OR PARM-MONTH (5:2) > "12"
               DISPLAY "EULCHG: charging month " PARM-MONTH
                   " is not a calendar month"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

      *    picks the rate-card row in force for the month - the one
      *    with the latest effective date that is not after the
      *    month. No rate in force means nothing can be billed.
           PARA-LOAD-RATE.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = "00"
               DISPLAY "EULCHG: rate card Data/EULRATE unavailable "
                   "(status " RATE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM PARA-LOAD-ONE-RATE WITH TEST BEFORE
               UNTIL END-OF-INPUT.
           CLOSE RATE-FILE.
           IF NOT RATE-FOUND
               DISPLAY "EULCHG: no rate-card row in force for "
                   PARM-MONTH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PARA-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF RATE-EFFECTIVE IS NUMERIC
                           AND RATE-PER-KUNIT IS NUMERIC
                           AND RATE-HIT-UNITS IS NUMERIC
                       MOVE RATE-EFFECTIVE (1:6) TO ROW-MONTH
                       IF ROW-MONTH <= THIS-MONTH
                               AND RATE-EFFECTIVE >= CHG-RATE-EFFECTIVE
                           SET RATE-FOUND TO TRUE
                           MOVE RATE-EFFECTIVE TO CHG-RATE-EFFECTIVE
                           MOVE RATE-PER-KUNIT TO CHG-RATE-PER-KUNIT
                           MOVE RATE-HIT-UNITS TO CHG-RATE-HIT-UNITS
                           MOVE RATE-DESCRIPTION
                               TO CHG-RATE-DESCRIPTION
                       END-IF
                   ELSE
                       DISPLAY "EULCHG: rate-card row skipped - "
                           "not numeric: " RATE-REC
                   END-IF
           END-READ.

      *    loads the month's effort rows. Every row is charged at its
      *    wheel iterations, never less than the rate card's master-
      *    hit units - a hit costs its lookup, and a number the 2/3
      *    strip finished before the wheel turned costs no less.
           PARA-LOAD-EFFORT.
           OPEN INPUT EFFORT-FILE.
           IF EFFORT-STATUS = "00"
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-LOAD-ONE-EFFORT WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE EFFORT-FILE
           ELSE
               DISPLAY "EULCHG: no EUL03EFF effort file (status "
                   EFFORT-STATUS ")"
           END-IF.
           IF EFT-OVERFLOW-COUNT > 0
               DISPLAY "EULCHG: " EFT-OVERFLOW-COUNT
                   " effort rows beyond the table were not charged"
               MOVE 'N' TO TIE-SWITCH
           END-IF.

           PARA-LOAD-ONE-EFFORT.
           READ EFFORT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE EFF-DATE-STAMP (1:6) TO ROW-MONTH
                   IF ROW-MONTH = THIS-MONTH
                       IF EFT-COUNT < 20000
                           PERFORM PARA-TAKE-ONE-EFFORT
                       ELSE
                           ADD 1 TO EFT-OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ.

           PARA-TAKE-ONE-EFFORT.
           PERFORM PARA-NOTE-EFFORT-RUN.
           IF RUN-FOUND
               ADD 1 TO EFT-COUNT
               MOVE RUN-IDX TO EFT-RUN-IDX (EFT-COUNT)
               MOVE EFF-NUMBER TO EFT-NUMBER (EFT-COUNT)
               MOVE EFF-DISPOSITION TO EFT-DISPOSITION (EFT-COUNT)
               IF EFF-DISPOSITION = "H"
                       OR EFF-ITERATIONS < CHG-RATE-HIT-UNITS
                   MOVE CHG-RATE-HIT-UNITS TO EFT-UNITS (EFT-COUNT)
               ELSE
                   MOVE EFF-ITERATIONS TO EFT-UNITS (EFT-COUNT)
               END-IF
               MOVE EFF-ELAPSED TO EFT-ELAPSED (EFT-COUNT)
               MOVE 0 TO EFT-SHARES (EFT-COUNT)
               MOVE 0 TO EFT-ALLOC-COUNT (EFT-COUNT)
               MOVE 0 TO EFT-ALLOC-UNITS (EFT-COUNT)
               MOVE 0 TO EFT-ALLOC-ELAPSED (EFT-COUNT)
               ADD EFT-UNITS (EFT-COUNT) TO TOTAL-EFFORT-UNITS
               ADD EFF-ELAPSED TO TOTAL-EFFORT-ELAPSED
               IF RUN-FIRST-EFT (RUN-IDX) = 0
                   MOVE EFT-COUNT TO RUN-FIRST-EFT (RUN-IDX)
               END-IF
               MOVE EFT-COUNT TO RUN-LAST-EFT (RUN-IDX)
           ELSE
               ADD 1 TO EFT-OVERFLOW-COUNT
           END-IF.

      *    finds (or adds) the effort row's batch run.
           PARA-NOTE-EFFORT-RUN.
           MOVE EFF-RUN-ID TO GRP-RUN-ID.
           PERFORM PARA-FIND-RUN.
           IF NOT RUN-FOUND
               IF RUN-COUNT < 200
                   ADD 1 TO RUN-COUNT
                   MOVE RUN-COUNT TO RUN-IDX
                   MOVE EFF-RUN-ID TO RUN-ID (RUN-IDX)
                   MOVE 0 TO RUN-FIRST-EFT (RUN-IDX)
                   MOVE 0 TO RUN-LAST-EFT (RUN-IDX)
                   MOVE "N" TO RUN-ON-JOBLOG (RUN-IDX)
                   SET RUN-FOUND TO TRUE
               END-IF
           END-IF.

           PARA-FIND-RUN.
           MOVE 'N' TO RUN-FOUND-SWITCH.
           MOVE 1 TO RUN-IDX.
           PERFORM PARA-FIND-ONE-RUN WITH TEST BEFORE
               UNTIL RUN-FOUND OR RUN-IDX > RUN-COUNT.

           PARA-FIND-ONE-RUN.
           IF RUN-ID (RUN-IDX) = GRP-RUN-ID
               SET RUN-FOUND TO TRUE
           ELSE
               ADD 1 TO RUN-IDX
           END-IF.

      *    one pass over the cross-reference history. The first pass
      *    counts, for every effort row, the distinct requesters who
      *    asked for its number in its run; the second hands the
      *    effort out between them and builds the statements.
           PARA-SCAN-XREF-HISTORY.
           MOVE SPACES TO GRP-RUN-ID.
           MOVE SPACES TO GRP-NUMBER.
           MOVE 0 TO GRP-COUNT.
           OPEN INPUT XREF-HIST-FILE.
           IF XRH-STATUS = "00"
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-SCAN-ONE-XREF WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE XREF-HIST-FILE
           ELSE
               IF COUNTING-PASS
                   DISPLAY "EULCHG: no EUL03XRH cross-reference "
                       "history (status " XRH-STATUS ")"
               END-IF
           END-IF.

           PARA-SCAN-ONE-XREF.
           READ XREF-HIST-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM PARA-CHECK-DUPLICATE-PAIR
                   IF NOT GRP-DUPLICATE
                       PERFORM PARA-MATCH-EFFORT
                       IF COUNTING-PASS
                           IF EFT-FOUND
                               ADD 1 TO EFT-SHARES (EFT-IDX)
                           END-IF
                       ELSE
                           PERFORM PARA-ALLOCATE-PAIR
                       END-IF
                   END-IF
           END-READ.

      *    a requester asking for the same number twice in one intake
      *    (from two drop files) is still only one sharer of it.
           PARA-CHECK-DUPLICATE-PAIR.
           MOVE 'N' TO GRP-DUP-SWITCH.
           IF XRH-RUN-ID NOT = GRP-RUN-ID
                   OR XRH-NUMBER NOT = GRP-NUMBER
               MOVE XRH-RUN-ID TO GRP-RUN-ID
               MOVE XRH-NUMBER TO GRP-NUMBER
               MOVE 0 TO GRP-COUNT
           END-IF.
           MOVE 1 TO GRP-IDX.
           PERFORM PARA-CHECK-ONE-GROUP WITH TEST BEFORE
               UNTIL GRP-DUPLICATE OR GRP-IDX > GRP-COUNT.
           IF NOT GRP-DUPLICATE AND GRP-COUNT < 100
               ADD 1 TO GRP-COUNT
               MOVE XRH-REQUESTER TO GRP-REQUESTER (GRP-COUNT)
           END-IF.

           PARA-CHECK-ONE-GROUP.
           IF GRP-REQUESTER (GRP-IDX) = XRH-REQUESTER
               SET GRP-DUPLICATE TO TRUE
           ELSE
               ADD 1 TO GRP-IDX
           END-IF.

      *    finds the effort row for the pair's number within the
      *    pair's run, if that run worked it this month.
           PARA-MATCH-EFFORT.
           MOVE 'N' TO EFT-FOUND-SWITCH.
           PERFORM PARA-FIND-RUN.
           IF RUN-FOUND
               IF RUN-FIRST-EFT (RUN-IDX) > 0
                   MOVE RUN-FIRST-EFT (RUN-IDX) TO EFT-IDX
                   PERFORM PARA-MATCH-ONE-EFFORT WITH TEST BEFORE
                       UNTIL EFT-FOUND
                           OR EFT-IDX > RUN-LAST-EFT (RUN-IDX)
               END-IF
           END-IF.

           PARA-MATCH-ONE-EFFORT.
           IF EFT-RUN-IDX (EFT-IDX) = RUN-IDX
                   AND EFT-NUMBER (EFT-IDX) = XRH-NUMBER
               SET EFT-FOUND TO TRUE
           ELSE
               ADD 1 TO EFT-IDX
           END-IF.

      *    hands one requester its share of a number's effort. A
      *    pair from this month's intake that no run worked is still
      *    a number the requester submitted - it shows as not worked
      *    and costs nothing.
           PARA-ALLOCATE-PAIR.
           MOVE XRH-DATE-STAMP (1:6) TO ROW-MONTH.
           IF EFT-FOUND OR ROW-MONTH = THIS-MONTH
               PERFORM PARA-FIND-STATEMENT
               IF RQS-FOUND
                   ADD 1 TO RQS-SUBMITTED (RQS-IDX)
                   IF EFT-FOUND
                       PERFORM PARA-SHARE-EFFORT
                   ELSE
                       ADD 1 TO RQS-NOT-WORKED (RQS-IDX)
                   END-IF
               END-IF
           END-IF.

      *    the even split - every sharer but the last takes the
      *    effort divided by the number of sharers, and the last
      *    takes what is left, so nothing is lost to rounding.
           PARA-SHARE-EFFORT.
           ADD 1 TO EFT-ALLOC-COUNT (EFT-IDX).
           IF EFT-ALLOC-COUNT (EFT-IDX) >= EFT-SHARES (EFT-IDX)
               COMPUTE SHARE-UNITS =
                   EFT-UNITS (EFT-IDX) - EFT-ALLOC-UNITS (EFT-IDX)
               COMPUTE SHARE-ELAPSED =
                   EFT-ELAPSED (EFT-IDX) - EFT-ALLOC-ELAPSED (EFT-IDX)
           ELSE
               COMPUTE SHARE-UNITS =
                   EFT-UNITS (EFT-IDX) / EFT-SHARES (EFT-IDX)
               COMPUTE SHARE-ELAPSED =
                   EFT-ELAPSED (EFT-IDX) / EFT-SHARES (EFT-IDX)
           END-IF.
           ADD SHARE-UNITS TO EFT-ALLOC-UNITS (EFT-IDX).
           ADD SHARE-ELAPSED TO EFT-ALLOC-ELAPSED (EFT-IDX).
           ADD SHARE-UNITS TO RQS-UNITS (RQS-IDX).
           ADD SHARE-UNITS TO ATTRIB-UNITS.
           ADD SHARE-ELAPSED TO RQS-ELAPSED (RQS-IDX).
           EVALUATE EFT-DISPOSITION (EFT-IDX)
               WHEN "H"
                   ADD 1 TO RQS-HITS (RQS-IDX)
               WHEN "G"
                   ADD 1 TO RQS-GROUND (RQS-IDX)
               WHEN "B"
                   ADD 1 TO RQS-BUDGET (RQS-IDX)
               WHEN OTHER
                   ADD 1 TO RQS-EXCEPTIONS (RQS-IDX)
           END-EVALUATE.

      *    finds (or opens) the requester's statement.
           PARA-FIND-STATEMENT.
           MOVE 'N' TO RQS-FOUND-SWITCH.
           MOVE 1 TO RQS-IDX.
           PERFORM PARA-FIND-ONE-STATEMENT WITH TEST BEFORE
               UNTIL RQS-FOUND OR RQS-IDX > RQS-COUNT.
           IF NOT RQS-FOUND
               IF RQS-COUNT < 200
                   ADD 1 TO RQS-COUNT
                   MOVE RQS-COUNT TO RQS-IDX
                   MOVE XRH-REQUESTER TO RQS-REQUESTER (RQS-IDX)
                   MOVE XRH-DEPT TO RQS-DEPT (RQS-IDX)
                   MOVE 0 TO RQS-SUBMITTED (RQS-IDX)
                   MOVE 0 TO RQS-HITS (RQS-IDX)
                   MOVE 0 TO RQS-GROUND (RQS-IDX)
                   MOVE 0 TO RQS-BUDGET (RQS-IDX)
                   MOVE 0 TO RQS-EXCEPTIONS (RQS-IDX)
                   MOVE 0 TO RQS-NOT-WORKED (RQS-IDX)
                   MOVE 0 TO RQS-UNITS (RQS-IDX)
                   MOVE 0 TO RQS-ELAPSED (RQS-IDX)
                   MOVE 0 TO RQS-CHARGE (RQS-IDX)
                   SET RQS-FOUND TO TRUE
               END-IF
           END-IF.

           PARA-FIND-ONE-STATEMENT.
           IF RQS-REQUESTER (RQS-IDX) = XRH-REQUESTER
               SET RQS-FOUND TO TRUE
           ELSE
               ADD 1 TO RQS-IDX
           END-IF.

      *    effort no requester on the history claims - a standalone
      *    run under its own run ID, or an intake whose history row
      *    is missing - still has to show on the summary, or the
      *    statements could never be proven against the whole.
           PARA-TOTAL-UNATTRIBUTED.
           IF EFT-SHARES (EFT-IDX) = 0
               ADD 1 TO UNATTRIB-ROWS
               ADD EFT-UNITS (EFT-IDX) TO UNATTRIB-UNITS
           END-IF.

      *    prices one requester's effort and rolls it into its
      *    department.
           PARA-PRICE-ONE-REQUESTER.
           COMPUTE RQS-CHARGE (RQS-IDX) ROUNDED =
               RQS-UNITS (RQS-IDX) * CHG-RATE-PER-KUNIT / 1000.
           ADD RQS-CHARGE (RQS-IDX) TO STATEMENT-CHARGE-TOTAL.
           PERFORM PARA-FIND-DEPT.
           IF DPT-FOUND
               ADD 1 TO DPT-REQUESTERS (DPT-IDX)
               ADD RQS-SUBMITTED (RQS-IDX) TO DPT-SUBMITTED (DPT-IDX)
               ADD RQS-UNITS (RQS-IDX) TO DPT-UNITS (DPT-IDX)
               ADD RQS-CHARGE (RQS-IDX) TO DPT-CHARGE (DPT-IDX)
           END-IF.

           PARA-FIND-DEPT.
           MOVE 'N' TO DPT-FOUND-SWITCH.
           MOVE 1 TO DPT-IDX.
           PERFORM PARA-FIND-ONE-DEPT WITH TEST BEFORE
               UNTIL DPT-FOUND OR DPT-IDX > DPT-COUNT.
           IF NOT DPT-FOUND
               IF DPT-COUNT < 50
                   ADD 1 TO DPT-COUNT
                   MOVE DPT-COUNT TO DPT-IDX
                   MOVE RQS-DEPT (RQS-IDX) TO DPT-NAME (DPT-IDX)
                   MOVE 0 TO DPT-REQUESTERS (DPT-IDX)
                   MOVE 0 TO DPT-SUBMITTED (DPT-IDX)
                   MOVE 0 TO DPT-UNITS (DPT-IDX)
                   MOVE 0 TO DPT-CHARGE (DPT-IDX)
                   SET DPT-FOUND TO TRUE
               END-IF
           END-IF.

           PARA-FIND-ONE-DEPT.
           IF DPT-NAME (DPT-IDX) = RQS-DEPT (RQS-IDX)
               SET DPT-FOUND TO TRUE
           ELSE
               ADD 1 TO DPT-IDX
           END-IF.

      *    the month's Euler03 batch runs as JOBLOG records them - the
      *    independent count the effort file is proven against. A
      *    single-number run is not requester work and is left out.
           PARA-TALLY-JOBLOG.
           OPEN INPUT JOBLOG-FILE.
           IF JOBLOG-STATUS = "00"
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-TALLY-ONE-JOBLOG WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE JOBLOG-FILE
           END-IF.
           IF JOBLOG-RUNS NOT = RUN-COUNT
                   OR RUNS-ON-BOTH NOT = RUN-COUNT
               MOVE 'N' TO TIE-SWITCH
           END-IF.
           IF ATTRIB-UNITS + UNATTRIB-UNITS NOT = TOTAL-EFFORT-UNITS
               MOVE 'N' TO TIE-SWITCH
           END-IF.

           PARA-TALLY-ONE-JOBLOG.
           READ JOBLOG-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE JOBLOG-DATE-STAMP (1:6) TO ROW-MONTH
                   IF ROW-MONTH = THIS-MONTH
                           AND JOBLOG-PROGRAM-NAME = "Euler03"
                           AND JOBLOG-PARMS (1:5) = "BATCH"
                       ADD 1 TO JOBLOG-RUNS
                       ADD JOBLOG-DURATION TO JOBLOG-DURATION-TOTAL
                       MOVE JOBLOG-BATCH-RUN-ID TO GRP-RUN-ID
                       PERFORM PARA-FIND-RUN
                       IF RUN-FOUND
                           IF RUN-ON-JOBLOG (RUN-IDX) = "N"
                               MOVE "Y" TO RUN-ON-JOBLOG (RUN-IDX)
                               ADD 1 TO RUNS-ON-BOTH
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    one statement file per requester.
           PARA-WRITE-STATEMENTS.
           PERFORM PARA-WRITE-ONE-STATEMENT
               VARYING RQS-IDX FROM 1 BY 1
               UNTIL RQS-IDX > RQS-COUNT.

           PARA-WRITE-ONE-STATEMENT.
           MOVE SPACES TO STATEMENT-PATH.
           STRING "EULSTM." DELIMITED BY SIZE
               RQS-REQUESTER (RQS-IDX) DELIMITED BY SPACE
               INTO STATEMENT-PATH.
           SET ENVIRONMENT "DD_STMFILE" TO STATEMENT-PATH.
           OPEN OUTPUT STATEMENT-FILE.

           MOVE PARM-MONTH TO STM-TITLE-MONTH.
           WRITE STATEMENT-REC FROM STM-TITLE.
           MOVE RQS-REQUESTER (RQS-IDX) TO STM-WHO-REQUESTER.
           MOVE RQS-DEPT (RQS-IDX) TO STM-WHO-DEPT.
           WRITE STATEMENT-REC FROM STM-WHO-LINE.
           MOVE CHG-RATE-EFFECTIVE TO STM-RATE-EFFECTIVE.
           MOVE CHG-RATE-PER-KUNIT TO STM-RATE-PER-KUNIT.
           MOVE CHG-RATE-HIT-UNITS TO STM-RATE-HIT-UNITS.
           WRITE STATEMENT-REC FROM STM-RATE-LINE.

           MOVE "NUMBERS SUBMITTED:" TO STM-COUNT-LABEL.
           MOVE RQS-SUBMITTED (RQS-IDX) TO STM-COUNT-VALUE.
           WRITE STATEMENT-REC FROM STM-COUNT-LINE.
           MOVE "  MASTER HITS:" TO STM-COUNT-LABEL.
           MOVE RQS-HITS (RQS-IDX) TO STM-COUNT-VALUE.
           WRITE STATEMENT-REC FROM STM-COUNT-LINE.
           MOVE "  NUMBERS GROUND:" TO STM-COUNT-LABEL.
           MOVE RQS-GROUND (RQS-IDX) TO STM-COUNT-VALUE.
           WRITE STATEMENT-REC FROM STM-COUNT-LINE.
           MOVE "  BUDGET-EXCEEDED REJECTS:" TO STM-COUNT-LABEL.
           MOVE RQS-BUDGET (RQS-IDX) TO STM-COUNT-VALUE.
           WRITE STATEMENT-REC FROM STM-COUNT-LINE.
           MOVE "  OTHER EXCEPTIONS:" TO STM-COUNT-LABEL.
           MOVE RQS-EXCEPTIONS (RQS-IDX) TO STM-COUNT-VALUE.
           WRITE STATEMENT-REC FROM STM-COUNT-LINE.
           MOVE "  NOT WORKED THIS MONTH:" TO STM-COUNT-LABEL.
           MOVE RQS-NOT-WORKED (RQS-IDX) TO STM-COUNT-VALUE.
           WRITE STATEMENT-REC FROM STM-COUNT-LINE.

           MOVE "TOTAL EFFORT UNITS:" TO STM-AMOUNT-LABEL.
           MOVE RQS-UNITS (RQS-IDX) TO STM-AMOUNT-VALUE.
           WRITE STATEMENT-REC FROM STM-AMOUNT-LINE.
           MOVE "ELAPSED CENTISECONDS:" TO STM-AMOUNT-LABEL.
           MOVE RQS-ELAPSED (RQS-IDX) TO STM-AMOUNT-VALUE.
           WRITE STATEMENT-REC FROM STM-AMOUNT-LINE.
           MOVE "CHARGE:" TO STM-CHARGE-LABEL.
           MOVE RQS-CHARGE (RQS-IDX) TO STM-CHARGE-VALUE.
           WRITE STATEMENT-REC FROM STM-CHARGE-LINE.

           CLOSE STATEMENT-FILE.

      *    the department summary page and the tie-back: statements
      *    plus unattributed effort against the effort file, and the
      *    effort file's runs and time against JOBLOG's.
           PARA-WRITE-SUMMARY.
           OPEN OUTPUT REPORT-FILE.
           MOVE PARM-MONTH TO RPT-TITLE-MONTH.
           WRITE REPORT-REC FROM RPT-TITLE.
           MOVE SPACES TO RPT-SECTION-TEXT.
           STRING "RATE CARD " DELIMITED BY SIZE
               CHG-RATE-EFFECTIVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CHG-RATE-DESCRIPTION DELIMITED BY SIZE
               INTO RPT-SECTION-TEXT.
           WRITE REPORT-REC FROM RPT-SECTION.

           WRITE REPORT-REC FROM RPT-DEPT-HEADING.
           PERFORM PARA-WRITE-ONE-DEPT
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > DPT-COUNT.

           MOVE "TIE-BACK TO THE EFFORT FILE" TO RPT-SECTION-TEXT.
           WRITE REPORT-REC FROM RPT-SECTION.
           MOVE "STATEMENT EFFORT UNITS:" TO RPT-AMOUNT-LABEL.
           MOVE ATTRIB-UNITS TO RPT-AMOUNT-VALUE.
           WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
           MOVE "UNATTRIBUTED EFFORT UNITS:" TO RPT-AMOUNT-LABEL.
           MOVE UNATTRIB-UNITS TO RPT-AMOUNT-VALUE.
           WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
           MOVE "EUL03EFF EFFORT UNITS FOR THE MONTH:"
               TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-EFFORT-UNITS TO RPT-AMOUNT-VALUE.
           WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
           MOVE "UNATTRIBUTED EFFORT ROWS:" TO RPT-COUNT-LABEL.
           MOVE UNATTRIB-ROWS TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "STATEMENT CHARGES:" TO RPT-CHARGE-LABEL.
           MOVE STATEMENT-CHARGE-TOTAL TO RPT-CHARGE-VALUE.
           WRITE REPORT-REC FROM RPT-CHARGE-LINE.
           COMPUTE UNATTRIB-CHARGE ROUNDED =
               UNATTRIB-UNITS * CHG-RATE-PER-KUNIT / 1000.
           MOVE "UNATTRIBUTED CHARGE (NOT BILLED):"
               TO RPT-CHARGE-LABEL.
           MOVE UNATTRIB-CHARGE TO RPT-CHARGE-VALUE.
           WRITE REPORT-REC FROM RPT-CHARGE-LINE.
           COMPUTE FILE-CHARGE ROUNDED =
               TOTAL-EFFORT-UNITS * CHG-RATE-PER-KUNIT / 1000.
           MOVE "EFFORT FILE AT RATE:" TO RPT-CHARGE-LABEL.
           MOVE FILE-CHARGE TO RPT-CHARGE-VALUE.
           WRITE REPORT-REC FROM RPT-CHARGE-LINE.

           MOVE "TIE-BACK TO JOBLOG (EULER03 BATCH RUNS)"
               TO RPT-SECTION-TEXT.
           WRITE REPORT-REC FROM RPT-SECTION.
           MOVE "RUNS ON JOBLOG:" TO RPT-COUNT-LABEL.
           MOVE JOBLOG-RUNS TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "RUNS ON EUL03EFF:" TO RPT-COUNT-LABEL.
           MOVE RUN-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "RUNS ON BOTH:" TO RPT-COUNT-LABEL.
           MOVE RUNS-ON-BOTH TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "JOBLOG RUN DURATION (CS):" TO RPT-COUNT-LABEL.
           MOVE JOBLOG-DURATION-TOTAL TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "EFFORT ELAPSED WITHIN RUNS (CS):" TO RPT-COUNT-LABEL.
           MOVE TOTAL-EFFORT-ELAPSED TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.

           MOVE "STATEMENTS PROVEN:" TO RPT-VERDICT-LABEL.
           IF TOTALS-TIE
               MOVE "AGREE" TO RPT-VERDICT-TEXT
           ELSE
               MOVE "DO NOT AGREE - SEE ABOVE" TO RPT-VERDICT-TEXT
           END-IF.
           WRITE REPORT-REC FROM RPT-VERDICT-LINE.

           CLOSE REPORT-FILE.

           PARA-WRITE-ONE-DEPT.
           MOVE DPT-NAME (DPT-IDX) TO RPT-DEPT-NAME.
           MOVE DPT-REQUESTERS (DPT-IDX) TO RPT-DEPT-REQUESTERS.
           MOVE DPT-SUBMITTED (DPT-IDX) TO RPT-DEPT-NUMBERS.
           MOVE DPT-UNITS (DPT-IDX) TO RPT-DEPT-UNITS.
           MOVE DPT-CHARGE (DPT-IDX) TO RPT-DEPT-CHARGE.
           WRITE REPORT-REC FROM RPT-DEPT-LINE.

       END PROGRAM EULCHG.
