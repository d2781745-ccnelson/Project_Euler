      * EULPRV.cob
      * Privileged-action review. Every supervisor power the suite
      * grants leaves its own trace in its own place - an override
      * run is a Y on JOBLOG, a broken run lock a LOCK warning on
      * ERRLOG, a CTLMAST approval a row on Data/CTLAUDIT, an
      * OPERMAST change a row on Data/OPERAUDT, a master restore an
      * RSTR event - and nothing put them side by side, so nobody
      * could see one supervisor's night as a whole. This job reads
      * all five for a period and reports every privileged action
      * grouped by the supervisor who took it, with a count per
      * action type. The supervisor behind an override, a broken
      * lock or a restore is read from the PRIV attribution event
      * the acting program writes beside its own record (actor 1-8,
      * action 10-17, detail 19 on); one with no PRIV event - rows
      * older than the attribution - is reported under UNKNOWN.
      * Three combinations are flagged as conflicts of duty:
      *   - a supervisor who approved a CTLMAST change and also let
      *     a run through on an override the same night (a JOBLOG
      *     or ERRLOG action belongs to the night of the business
      *     date it carries; a CTLAUDIT or OPERAUDT row, stamped by
      *     the clock, to the night running to 06:00 the next
      *     morning);
      *   - an operator whose authority was raised on OPERMAST who
      *     then used a privileged action later the same day by the
      *     clock;
      *   - a run lock broken while the holder's run was still
      *     writing JOBLOG rows after the break.
      * Every flagged item is also raised as a PRVF warning event on
      * ERRLOG. The parameter card is
      *     [from-date [to-date]]
      * each YYYYMMDD or * for open-ended (default: everything on
      * the logs). Return code 4 when anything is flagged or a table
      * filled before the logs ran out, 12 when a log cannot be
      * read. Honors the REGION facility.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-10-08  Created.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
      * 2026-10-15  Only the clock-stamped CTLAUDIT and OPERAUDT rows
      *             are moved to the night before 06:00; a JOBLOG or
      *             ERRLOG action keeps its business date as its night.
      *             Same-day raises, broken live locks and the report
      *             order compare clock stamps, a log row's taken off
      *             its run's batch-run ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLOG-FILE ASSIGN TO "PRVJLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.
           SELECT EVENT-FILE ASSIGN TO "PRVELOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT CTL-AUDIT-FILE ASSIGN TO "PRVCTLAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-AUDIT-STATUS.
           SELECT OPER-AUDIT-FILE ASSIGN TO "PRVOPRAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULPRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE.
           COPY JOBLOG.

       FD  EVENT-FILE.
           COPY ERRLOG REPLACING LEADING ==ERRLOG== BY ==EVL==.

      *    the CTLAUDIT trail EULCTM writes - a row is only ever
      *    written when a pending change is approved.
       FD  CTL-AUDIT-FILE.
       01  CTL-AUDIT-REC.
           05  CAU-OPERATOR-ID         PIC X(08).
           05  CAU-PAD-1               PIC X(02).
           05  CAU-DATE-STAMP          PIC 9(08).
           05  CAU-PAD-2               PIC X(02).
           05  CAU-TIME-STAMP          PIC 9(08).
           05  CAU-PAD-3               PIC X(02).
           05  CAU-ACTION              PIC X(03).
           05  CAU-PAD-4               PIC X(02).
           05  CAU-PROGRAM-NAME        PIC X(10).
           05  CAU-PAD-5               PIC X(02).
           05  CAU-OLD-ANSWER          PIC 9(18).
           05  CAU-PAD-6               PIC X(02).
           05  CAU-OLD-STATUS          PIC X(01).
           05  CAU-PAD-7               PIC X(02).
           05  CAU-NEW-ANSWER          PIC 9(18).
           05  CAU-PAD-8               PIC X(02).
           05  CAU-NEW-STATUS          PIC X(01).
           05  CAU-PAD-9               PIC X(02).
           05  CAU-APPROVER-ID         PIC X(08).
           05  CAU-PAD-10              PIC X(02).
           05  CAU-PARMS               PIC X(32).
           05  CAU-PAD-11              PIC X(02).
           05  CAU-CHAIN-VALUE         PIC X(18).

      *    the OPERAUDT trail EULOPM writes, one row per change.
       FD  OPER-AUDIT-FILE.
       01  OPER-AUDIT-REC.
           05  OAU-OPERATOR-ID         PIC X(08).
           05  OAU-PAD-1               PIC X(02).
           05  OAU-DATE-STAMP          PIC 9(08).
           05  OAU-PAD-2               PIC X(02).
           05  OAU-TIME-STAMP          PIC 9(08).
           05  OAU-PAD-3               PIC X(02).
           05  OAU-ACTION              PIC X(03).
           05  OAU-PAD-4               PIC X(02).
           05  OAU-TARGET-ID           PIC X(08).
           05  OAU-PAD-5               PIC X(02).
           05  OAU-OLD-AUTHORITY       PIC X(01).
           05  OAU-PAD-6               PIC X(02).
           05  OAU-OLD-ACTIVE          PIC X(01).
           05  OAU-PAD-7               PIC X(02).
           05  OAU-NEW-AUTHORITY       PIC X(01).
           05  OAU-PAD-8               PIC X(02).
           05  OAU-NEW-ACTIVE          PIC X(01).
           05  OAU-PAD-9               PIC X(02).
           05  OAU-CHAIN-VALUE         PIC X(18).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  JOBLOG-STATUS    PIC X(02) VALUE SPACES.
       01  EVENT-STATUS     PIC X(02) VALUE SPACES.
       01  CTL-AUDIT-STATUS PIC X(02) VALUE SPACES.
       01  OPER-AUDIT-STATUS PIC X(02) VALUE SPACES.
       01  EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  END-OF-INPUT            VALUE 'Y'.
       01  TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
           88  TABLE-FILLED            VALUE 'Y'.

      *    parameter card - the period under review.
       01  PARM-CARD        PIC X(32) VALUE SPACES.
       01  PARM-FROM-TEXT   PIC X(08) VALUE SPACES.
       01  PARM-TO-TEXT     PIC X(08) VALUE SPACES.
       01  FROM-DATE        PIC 9(08) VALUE 0.
       01  TO-DATE          PIC 9(08) VALUE 99999999.

      *    PRIV events are kept for a day either side of the period -
      *    a run's attribution is written when it starts, its JOBLOG
      *    row when it ends, and the two can straddle midnight.
       01  PRIV-LOW-DATE    PIC 9(08) VALUE 0.
       01  PRIV-HIGH-DATE   PIC 9(08) VALUE 99999999.
       01  DAY-NUMBER       PIC 9(08) VALUE 0.

      *    the action types, in report column order.
       01  TYPE-CODE-VALUES.
           05  FILLER           PIC X(03) VALUE "OVR".
           05  FILLER           PIC X(03) VALUE "BRK".
           05  FILLER           PIC X(03) VALUE "APR".
           05  FILLER           PIC X(03) VALUE "OPM".
           05  FILLER           PIC X(03) VALUE "RST".
       01  TYPE-CODE-TABLE REDEFINES TYPE-CODE-VALUES.
           05  TYPE-CODE OCCURS 5 TIMES PIC X(03).
       01  TYPE-LABEL-VALUES.
           05  FILLER           PIC X(10) VALUE "OVERRIDE".
           05  FILLER           PIC X(10) VALUE "BREAKLCK".
           05  FILLER           PIC X(10) VALUE "APPROVE".
           05  FILLER           PIC X(10) VALUE "OPERMAINT".
           05  FILLER           PIC X(10) VALUE "RESTORE".
       01  TYPE-LABEL-TABLE REDEFINES TYPE-LABEL-VALUES.
           05  TYPE-LABEL OCCURS 5 TIMES PIC X(10).
       01  TYPE-IDX         PIC 9(02) COMP VALUE 0.
       01  TYPE-FOUND-IDX   PIC 9(02) COMP VALUE 0.

      *    every privileged action in the period. ACT-NIGHT is the
      *    batch night it belongs to - for a JOBLOG or ERRLOG action
      *    the business date it was logged under, for a clock-stamped
      *    CTLAUDIT or OPERAUDT row the calendar date, or the date
      *    before for anything done before 06:00. ACT-CLOCK is when
      *    it happened by the clock, YYYYMMDDHHMMSSCC.
       01  ACT-COUNT        PIC 9(04) COMP VALUE 0.
       01  ACT-TABLE.
           05  ACT-ENTRY OCCURS 500 TIMES.
               10  ACT-ACTOR           PIC X(08).
               10  ACT-TYPE            PIC X(03).
               10  ACT-DATE            PIC 9(08).
               10  ACT-TIME            PIC 9(08).
               10  ACT-NIGHT           PIC 9(08).
               10  ACT-CLOCK           PIC 9(16).
               10  ACT-RUN-ID          PIC X(16).
               10  ACT-PROGRAM         PIC X(10).
               10  ACT-DETAIL          PIC X(16).
               10  ACT-ATTRIB-SWITCH   PIC X(01).
                   88  ACT-ATTRIBUTED          VALUE 'Y'.
               10  ACT-FLAG            PIC X(01).
                   88  ACT-FLAGGED             VALUE 'Y'.
               10  ACT-LIVE-SWITCH     PIC X(01).
                   88  ACT-LIVE-BREAK          VALUE 'Y'.
       01  ACT-IDX          PIC 9(04) COMP VALUE 0.
       01  ACT-OTHER-IDX    PIC 9(04) COMP VALUE 0.
       01  ACT-MATCH-IDX    PIC 9(04) COMP VALUE 0.
       01  BREAK-COUNT      PIC 9(04) COMP VALUE 0.

      *    the action being filed.
       01  NEW-ACTOR        PIC X(08) VALUE SPACES.
       01  NEW-TYPE         PIC X(03) VALUE SPACES.
       01  NEW-DATE         PIC 9(08) VALUE 0.
       01  NEW-TIME         PIC 9(08) VALUE 0.
       01  NEW-RUN-ID       PIC X(16) VALUE SPACES.
       01  NEW-PROGRAM      PIC X(10) VALUE SPACES.
       01  NEW-DETAIL       PIC X(16) VALUE SPACES.
       01  NEW-ATTRIB       PIC X(01) VALUE 'N'.

      *    the PRIV attribution events, each claimed by one action.
       01  PRV-COUNT        PIC 9(04) COMP VALUE 0.
       01  PRV-TABLE.
           05  PRV-ENTRY OCCURS 500 TIMES.
               10  PRV-ACTOR           PIC X(08).
               10  PRV-ACTION          PIC X(08).
               10  PRV-DETAIL          PIC X(16).
               10  PRV-RUN-ID          PIC X(16).
               10  PRV-PROGRAM         PIC X(10).
               10  PRV-USED            PIC X(01).
       01  PRV-IDX          PIC 9(04) COMP VALUE 0.
       01  PRV-FOUND-IDX    PIC 9(04) COMP VALUE 0.
       01  PRV-WANTED       PIC X(08) VALUE SPACES.

      *    OPERMAST authority raises in the period - a new S where
      *    the operator was not S before.
       01  RSE-COUNT        PIC 9(03) COMP VALUE 0.
       01  RSE-TABLE.
           05  RSE-ENTRY OCCURS 100 TIMES.
               10  RSE-BY              PIC X(08).
               10  RSE-TARGET          PIC X(08).
               10  RSE-DATE            PIC 9(08).
               10  RSE-TIME            PIC 9(08).
       01  RSE-IDX          PIC 9(03) COMP VALUE 0.

      *    one line per supervisor - counts per action type.
       01  SUP-COUNT        PIC 9(02) COMP VALUE 0.
       01  SUP-TABLE.
           05  SUP-ENTRY OCCURS 50 TIMES.
               10  SUP-ID              PIC X(08).
               10  SUP-TYPE-COUNT OCCURS 5 TIMES PIC 9(04).
               10  SUP-TOTAL           PIC 9(05).
               10  SUP-FLAGS           PIC 9(04).
       01  SUP-IDX          PIC 9(02) COMP VALUE 0.
       01  SUP-FOUND-IDX    PIC 9(02) COMP VALUE 0.
       01  SUP-PASS         PIC 9(02) COMP VALUE 0.
       01  SUP-HOLD         PIC X(37) VALUE SPACES.

      *    the conflicts found, in the order they were found.
       01  CNF-COUNT        PIC 9(03) COMP VALUE 0.
       01  CNF-TABLE.
           05  CNF-ENTRY OCCURS 200 TIMES.
               10  CNF-ACTOR           PIC X(08).
               10  CNF-TEXT            PIC X(100).
       01  CNF-IDX          PIC 9(03) COMP VALUE 0.
       01  CNF-ACTOR-WORK   PIC X(08) VALUE SPACES.
       01  CNF-TEXT-WORK    PIC X(100) VALUE SPACES.
       01  CNF-LOG-TEXT     PIC X(32) VALUE SPACES.
       01  CNF-DROPPED      PIC 9(04) VALUE 0.

      *    chronological order of the actions, for the detail lines.
       01  RANK-TABLE.
           05  RANK-ITEM OCCURS 500 TIMES PIC 9(04) COMP.
       01  RANK-IDX         PIC 9(04) COMP VALUE 0.
       01  RANK-PASS        PIC 9(04) COMP VALUE 0.
       01  RANK-HOLD        PIC 9(04) COMP VALUE 0.
       01  RANK-ITEM-WORK   PIC 9(04) COMP VALUE 0.
       01  RANK-KEY-A       PIC 9(16) VALUE 0.
       01  RANK-KEY-B       PIC 9(16) VALUE 0.

       01  FLAG-COUNT       PIC 9(04) VALUE 0.
       01  ROWS-READ        PIC 9(07) VALUE 0.
       01  NIGHT-WORK       PIC 9(08) VALUE 0.

      *    a JOBLOG or ERRLOG row carries the business date beside
      *    the clock time, so its clock date comes off the batch-run
      *    ID of the run that wrote it - the YYYYMMDDHHMMSSCC stamp
      *    EULDRV gives a run by default - a day on when the row's
      *    time is earlier than the run's start.
       01  CLOCK-RUN-ID     PIC X(16) VALUE SPACES.
       01  CLOCK-BUS-DATE   PIC 9(08) VALUE 0.
       01  CLOCK-TIME       PIC 9(08) VALUE 0.
       01  CLOCK-DATE       PIC 9(08) VALUE 0.
       01  CLOCK-START-TIME PIC 9(08) VALUE 0.
       01  CLOCK-STAMP      PIC 9(16) VALUE 0.
       01  DATE-EDIT        PIC 9(08) VALUE 0.

      *    the error-log record and the interface fields for the
      *    shared EULLOG logging service.
       COPY ERRLOG.

       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACE.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(40)
                   VALUE "EULPRV PRIVILEGED-ACTION REVIEW".
       01  RPT-RUN-LINE.
           05  FILLER           PIC X(08) VALUE "REGION  ".
           05  RPT-REGION       PIC X(04).
           05  FILLER           PIC X(08) VALUE "  RUN   ".
           05  RPT-RUN-ID       PIC X(16).
           05  FILLER           PIC X(10) VALUE "  PERIOD  ".
           05  RPT-FROM         PIC X(08).
           05  FILLER           PIC X(04) VALUE " TO ".
           05  RPT-TO           PIC X(08).
       01  RPT-SUM-HEADING.
           05  FILLER           PIC X(12) VALUE "SUPERVISOR".
           05  FILLER           PIC X(10) VALUE "  OVERRIDE".
           05  FILLER           PIC X(10) VALUE "  BREAKLCK".
           05  FILLER           PIC X(10) VALUE "   APPROVE".
           05  FILLER           PIC X(10) VALUE " OPERMAINT".
           05  FILLER           PIC X(10) VALUE "   RESTORE".
           05  FILLER           PIC X(10) VALUE "     TOTAL".
           05  FILLER           PIC X(10) VALUE "   FLAGGED".
       01  RPT-SUM-LINE.
           05  RPT-SUM-ID       PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-SUM-COLUMN OCCURS 5 TIMES.
               10  FILLER       PIC X(06).
               10  RPT-SUM-COUNT PIC ZZZ9.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  RPT-SUM-TOTAL    PIC ZZZZ9.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  RPT-SUM-FLAGS    PIC ZZZ9.
       01  RPT-SUP-LINE.
           05  FILLER           PIC X(11) VALUE "SUPERVISOR ".
           05  RPT-SUP-ID       PIC X(08).
       01  RPT-DETAIL-HEADING.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE "ACTION".
           05  FILLER           PIC X(09) VALUE "DATE".
           05  FILLER           PIC X(10) VALUE "TIME".
           05  FILLER           PIC X(12) VALUE "PROGRAM".
           05  FILLER           PIC X(18) VALUE "RUN ID".
           05  FILLER           PIC X(18) VALUE "DETAIL".
           05  FILLER           PIC X(04) VALUE "FLAG".
       01  RPT-DETAIL.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TYPE         PIC X(10).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  RPT-DATE         PIC 9(08).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  RPT-TIME         PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PROGRAM      PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ACT-RUN-ID   PIC X(16).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DETAIL-TEXT  PIC X(16).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FLAG         PIC X(12).
       01  RPT-CONFLICT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-CNF-ACTOR    PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-CNF-TEXT     PIC X(100).
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(24).
           05  RPT-COUNT-VALUE  PIC ZZZZZ9.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           PERFORM PARA-LOAD-EVENTS.
           PERFORM PARA-ATTRIBUTE-ONE-ACT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACT-COUNT.
           PERFORM PARA-LOAD-JOBLOG.
           PERFORM PARA-ATTRIBUTE-ONE-ACT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACT-COUNT.
           PERFORM PARA-LOAD-CTL-AUDIT.
           PERFORM PARA-LOAD-OPER-AUDIT.

           PERFORM PARA-CHECK-ONE-APPROVAL
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACT-COUNT.
           PERFORM PARA-CHECK-ONE-RAISE
               VARYING RSE-IDX FROM 1 BY 1
               UNTIL RSE-IDX > RSE-COUNT.

           PERFORM PARA-TALLY-ONE-ACT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACT-COUNT.
           PERFORM PARA-SORT-SUPERVISORS.
           PERFORM PARA-RANK-ACTIONS.
           PERFORM PARA-WRITE-REPORT.

           DISPLAY "EULPRV: " ACT-COUNT " privileged action(s) by "
               SUP-COUNT " supervisor(s), " CNF-COUNT
               " conflict(s) flagged - see EULPRVRPT".

           IF CNF-COUNT > 0 OR TABLE-FILLED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    reads the review card - two optional dates, each a real
      *    YYYYMMDD or * for open-ended.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-FROM-TEXT PARM-TO-TEXT.
           IF PARM-FROM-TEXT NOT = SPACES AND PARM-FROM-TEXT NOT = "*"
               IF PARM-FROM-TEXT IS NOT NUMERIC
                   DISPLAY "EULPRV: from date must be YYYYMMDD or *"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-FROM-TEXT TO FROM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (FROM-DATE) NOT = 0
                   DISPLAY "EULPRV: from date is not a real date"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (FROM-DATE) - 1
               COMPUTE PRIV-LOW-DATE =
                   FUNCTION DATE-OF-INTEGER (DAY-NUMBER)
           END-IF.
           IF PARM-TO-TEXT NOT = SPACES AND PARM-TO-TEXT NOT = "*"
               IF PARM-TO-TEXT IS NOT NUMERIC
                   DISPLAY "EULPRV: to date must be YYYYMMDD or *"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-TO-TEXT TO TO-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (TO-DATE) NOT = 0
                   DISPLAY "EULPRV: to date is not a real date"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (TO-DATE) + 1
               COMPUTE PRIV-HIGH-DATE =
                   FUNCTION DATE-OF-INTEGER (DAY-NUMBER)
           END-IF.
           IF FROM-DATE > TO-DATE
               DISPLAY "EULPRV: from date is after the to date"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION".
           IF AUDIT-REGION-CODE = SPACES
               MOVE "PROD" TO AUDIT-REGION-CODE
           END-IF.
           IF NOT PRODUCTION-REGION
               DISPLAY "EULPRV: running in region " AUDIT-REGION-CODE
           END-IF.
           PERFORM PARA-SET-REGION-FILES.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the business date this run's rows are stamped with, off
      *    the suite's EULBDATE control record.
           MOVE "Data/EULBDATE" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

      *    the event log - the PRIV attribution events, and the lock
      *    breaks and master restores of the period. A log that does
      *    not exist yet holds nothing to review.
           PARA-LOAD-EVENTS.
           OPEN INPUT EVENT-FILE.
           IF EVENT-STATUS = "35"
               DISPLAY "EULPRV: no ERRLOG to review"
           ELSE
               IF EVENT-STATUS NOT = "00"
                   DISPLAY "EULPRV: cannot read ERRLOG (status "
                       EVENT-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-LOAD-ONE-EVENT WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE EVENT-FILE
           END-IF.

      *    a row whose date is not a real date (a damaged or
      *    pre-layout row) cannot be placed in any period.
           PARA-LOAD-ONE-EVENT.
           READ EVENT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF EVL-DATE-STAMP IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD (EVL-DATE-STAMP)
                               = 0
                           PERFORM PARA-SORT-ONE-EVENT
                       END-IF
                   END-IF
           END-READ.

           PARA-SORT-ONE-EVENT.
           EVALUATE TRUE
               WHEN EVL-EVENT-CODE = "PRIV"
                       AND EVL-DATE-STAMP NOT < PRIV-LOW-DATE
                       AND EVL-DATE-STAMP NOT > PRIV-HIGH-DATE
                   PERFORM PARA-ADD-PRIV
               WHEN EVL-DATE-STAMP < FROM-DATE
                       OR EVL-DATE-STAMP > TO-DATE
                   CONTINUE
               WHEN EVL-EVENT-CODE = "LOCK"
                       AND EVL-MESSAGE (1:17) = "Lock broken over "
                   MOVE "BRK" TO NEW-TYPE
                   PERFORM PARA-ADD-EVENT-ACT
               WHEN EVL-EVENT-CODE = "RSTR"
                   MOVE "RST" TO NEW-TYPE
                   PERFORM PARA-ADD-EVENT-ACT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PARA-ADD-PRIV.
           IF PRV-COUNT < 500
               ADD 1 TO PRV-COUNT
               MOVE EVL-MESSAGE (1:8) TO PRV-ACTOR (PRV-COUNT)
               MOVE EVL-MESSAGE (10:8) TO PRV-ACTION (PRV-COUNT)
               MOVE EVL-MESSAGE (19:16) TO PRV-DETAIL (PRV-COUNT)
               MOVE EVL-BATCH-RUN-ID TO PRV-RUN-ID (PRV-COUNT)
               MOVE EVL-PROGRAM-NAME TO PRV-PROGRAM (PRV-COUNT)
               MOVE 'N' TO PRV-USED (PRV-COUNT)
           ELSE
               SET TABLE-FILLED TO TRUE
           END-IF.

      *    a lock break or a restore - whose it was comes from its
      *    PRIV event once the whole log has been read.
           PARA-ADD-EVENT-ACT.
           MOVE "UNKNOWN" TO NEW-ACTOR.
           MOVE EVL-DATE-STAMP TO NEW-DATE.
           MOVE EVL-TIME-STAMP TO NEW-TIME.
           MOVE EVL-BATCH-RUN-ID TO NEW-RUN-ID.
           MOVE EVL-PROGRAM-NAME TO NEW-PROGRAM.
           MOVE SPACES TO NEW-DETAIL.
           MOVE 'N' TO NEW-ATTRIB.
           PERFORM PARA-ADD-ACT.

      *    files one action, working out the batch night it falls in
      *    and when it happened by the clock. A CTLMAST approval and
      *    an OPERMAST change are stamped by the clock; everything
      *    else comes off JOBLOG or ERRLOG under its business date.
           PARA-ADD-ACT.
           IF ACT-COUNT < 500
               ADD 1 TO ACT-COUNT
               MOVE NEW-ACTOR TO ACT-ACTOR (ACT-COUNT)
               MOVE NEW-TYPE TO ACT-TYPE (ACT-COUNT)
               MOVE NEW-DATE TO ACT-DATE (ACT-COUNT)
               MOVE NEW-TIME TO ACT-TIME (ACT-COUNT)
               MOVE NEW-DATE TO NIGHT-WORK
               IF NEW-TYPE = "APR" OR NEW-TYPE = "OPM"
                   IF NEW-TIME < 06000000
                       COMPUTE DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE (NEW-DATE) - 1
                       COMPUTE NIGHT-WORK =
                           FUNCTION DATE-OF-INTEGER (DAY-NUMBER)
                   END-IF
                   COMPUTE CLOCK-STAMP =
                       NEW-DATE * 100000000 + NEW-TIME
               ELSE
                   MOVE NEW-RUN-ID TO CLOCK-RUN-ID
                   MOVE NEW-DATE TO CLOCK-BUS-DATE
                   MOVE NEW-TIME TO CLOCK-TIME
                   PERFORM PARA-RUN-CLOCK
               END-IF
               MOVE NIGHT-WORK TO ACT-NIGHT (ACT-COUNT)
               MOVE CLOCK-STAMP TO ACT-CLOCK (ACT-COUNT)
               MOVE NEW-RUN-ID TO ACT-RUN-ID (ACT-COUNT)
               MOVE NEW-PROGRAM TO ACT-PROGRAM (ACT-COUNT)
               MOVE NEW-DETAIL TO ACT-DETAIL (ACT-COUNT)
               MOVE NEW-ATTRIB TO ACT-ATTRIB-SWITCH (ACT-COUNT)
               MOVE 'N' TO ACT-FLAG (ACT-COUNT)
               MOVE 'N' TO ACT-LIVE-SWITCH (ACT-COUNT)
               IF NEW-TYPE = "BRK"
                   ADD 1 TO BREAK-COUNT
               END-IF
           ELSE
               SET TABLE-FILLED TO TRUE
           END-IF.

      *    the clock stamp of a JOBLOG or ERRLOG row - the start date
      *    off the batch-run ID of the run that wrote it, or the day
      *    after when the row's time shows the run had passed
      *    midnight. A run ID that is not a stamp leaves only the
      *    business date, and a row logged before 06:00 under it was
      *    written the next morning.
           PARA-RUN-CLOCK.
           MOVE 0 TO CLOCK-DATE.
           IF CLOCK-RUN-ID IS NUMERIC
               MOVE CLOCK-RUN-ID (1:8) TO CLOCK-DATE
               MOVE CLOCK-RUN-ID (9:8) TO CLOCK-START-TIME
               IF FUNCTION TEST-DATE-YYYYMMDD (CLOCK-DATE) NOT = 0
                   MOVE 0 TO CLOCK-DATE
               END-IF
           END-IF.
           IF CLOCK-DATE = 0
               MOVE CLOCK-BUS-DATE TO CLOCK-DATE
               MOVE 06000000 TO CLOCK-START-TIME
           END-IF.
           IF CLOCK-TIME < CLOCK-START-TIME
               COMPUTE DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (CLOCK-DATE) + 1
               COMPUTE CLOCK-DATE =
                   FUNCTION DATE-OF-INTEGER (DAY-NUMBER)
           END-IF.
           COMPUTE CLOCK-STAMP = CLOCK-DATE * 100000000 + CLOCK-TIME.

      *    claims the PRIV event the acting program wrote beside an
      *    override, a lock break or a restore - same program, same
      *    batch run, same action, first one not already claimed.
           PARA-ATTRIBUTE-ONE-ACT.
           IF NOT ACT-ATTRIBUTED (ACT-IDX)
               EVALUATE ACT-TYPE (ACT-IDX)
                   WHEN "OVR"
                       MOVE "OVERRIDE" TO PRV-WANTED
                   WHEN "BRK"
                       MOVE "BREAKLCK" TO PRV-WANTED
                   WHEN OTHER
                       MOVE "RESTORE " TO PRV-WANTED
               END-EVALUATE
               MOVE 0 TO PRV-FOUND-IDX
               PERFORM PARA-MATCH-ONE-PRIV
                   VARYING PRV-IDX FROM 1 BY 1
                   UNTIL PRV-IDX > PRV-COUNT OR PRV-FOUND-IDX > 0
               IF PRV-FOUND-IDX > 0
                   MOVE PRV-ACTOR (PRV-FOUND-IDX) TO ACT-ACTOR (ACT-IDX)
                   MOVE PRV-DETAIL (PRV-FOUND-IDX)
                       TO ACT-DETAIL (ACT-IDX)
                   MOVE 'Y' TO PRV-USED (PRV-FOUND-IDX)
               END-IF
               SET ACT-ATTRIBUTED (ACT-IDX) TO TRUE
           END-IF.

           PARA-MATCH-ONE-PRIV.
           IF PRV-USED (PRV-IDX) = 'N'
                   AND PRV-ACTION (PRV-IDX) = PRV-WANTED
                   AND PRV-RUN-ID (PRV-IDX) = ACT-RUN-ID (ACT-IDX)
                   AND PRV-PROGRAM (PRV-IDX) = ACT-PROGRAM (ACT-IDX)
               MOVE PRV-IDX TO PRV-FOUND-IDX
           END-IF.

      *    JOBLOG - every override run of the period, and every row
      *    a run wrote after its lock was broken from under it. The
      *    log is read whole for the second: a held run can go on
      *    writing past the end of the period.
           PARA-LOAD-JOBLOG.
           OPEN INPUT JOBLOG-FILE.
           IF JOBLOG-STATUS = "35"
               DISPLAY "EULPRV: no JOBLOG to review"
           ELSE
               IF JOBLOG-STATUS NOT = "00"
                   DISPLAY "EULPRV: cannot read JOBLOG (status "
                       JOBLOG-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-LOAD-ONE-JOBLOG WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE JOBLOG-FILE
           END-IF.

           PARA-LOAD-ONE-JOBLOG.
           READ JOBLOG-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF JOBLOG-DATE-STAMP IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (JOBLOG-DATE-STAMP) = 0
                           PERFORM PARA-SORT-ONE-JOBLOG
                       END-IF
                   END-IF
           END-READ.

           PARA-SORT-ONE-JOBLOG.
           IF JOBLOG-OVERRIDE = "Y"
                   AND JOBLOG-DATE-STAMP NOT < FROM-DATE
                   AND JOBLOG-DATE-STAMP NOT > TO-DATE
               MOVE "OVR" TO NEW-TYPE
               MOVE "UNKNOWN" TO NEW-ACTOR
               MOVE JOBLOG-DATE-STAMP TO NEW-DATE
               MOVE JOBLOG-TIME-STAMP TO NEW-TIME
               MOVE JOBLOG-BATCH-RUN-ID TO NEW-RUN-ID
               MOVE JOBLOG-PROGRAM-NAME TO NEW-PROGRAM
               MOVE SPACES TO NEW-DETAIL
               MOVE 'N' TO NEW-ATTRIB
               PERFORM PARA-ADD-ACT
           END-IF.
           IF BREAK-COUNT > 0
               PERFORM PARA-CHECK-ONE-BREAK
                   VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACT-COUNT
           END-IF.

      *    the held run is still writing: a JOBLOG row of the run
      *    whose lock was broken, written after the break by the
      *    clock. Only a break with its PRIV event knows which run
      *    that was.
           PARA-CHECK-ONE-BREAK.
           IF ACT-TYPE (ACT-IDX) = "BRK"
                   AND NOT ACT-LIVE-BREAK (ACT-IDX)
                   AND ACT-DETAIL (ACT-IDX) NOT = SPACES
                   AND ACT-DETAIL (ACT-IDX) = JOBLOG-BATCH-RUN-ID
               MOVE JOBLOG-BATCH-RUN-ID TO CLOCK-RUN-ID
               MOVE JOBLOG-DATE-STAMP TO CLOCK-BUS-DATE
               MOVE JOBLOG-TIME-STAMP TO CLOCK-TIME
               PERFORM PARA-RUN-CLOCK
               IF CLOCK-STAMP > ACT-CLOCK (ACT-IDX)
                   SET ACT-LIVE-BREAK (ACT-IDX) TO TRUE
                   SET ACT-FLAGGED (ACT-IDX) TO TRUE
                   MOVE ACT-ACTOR (ACT-IDX) TO CNF-ACTOR-WORK
                   MOVE SPACES TO CNF-TEXT-WORK
                   STRING "BROKE THE LOCK OF RUN " DELIMITED BY SIZE
                       ACT-DETAIL (ACT-IDX) DELIMITED BY SPACE
                       " AT " DELIMITED BY SIZE
                       ACT-CLOCK (ACT-IDX) (1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ACT-CLOCK (ACT-IDX) (9:8) DELIMITED BY SIZE
                       " - IT WROTE JOBLOG AGAIN AT " DELIMITED BY SIZE
                       CLOCK-STAMP (1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CLOCK-STAMP (9:8) DELIMITED BY SIZE
                       INTO CNF-TEXT-WORK
                   MOVE SPACES TO CNF-LOG-TEXT
                   STRING " broke live run " DELIMITED BY SIZE
                       ACT-DETAIL (ACT-IDX) DELIMITED BY SIZE
                       INTO CNF-LOG-TEXT
                   PERFORM PARA-ADD-CONFLICT
               END-IF
           END-IF.

      *    the CTLMAST approvals - the approver is the privileged
      *    party, the submitter only asked. No trail yet, none made.
           PARA-LOAD-CTL-AUDIT.
           OPEN INPUT CTL-AUDIT-FILE.
           IF CTL-AUDIT-STATUS = "00"
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-LOAD-ONE-CTL-AUDIT WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE CTL-AUDIT-FILE
           ELSE
               IF CTL-AUDIT-STATUS NOT = "35"
                   DISPLAY "EULPRV: cannot read CTLAUDIT (status "
                       CTL-AUDIT-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PARA-LOAD-ONE-CTL-AUDIT.
           READ CTL-AUDIT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF CAU-DATE-STAMP IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD (CAU-DATE-STAMP)
                               = 0
                           PERFORM PARA-SORT-ONE-CTL-AUDIT
                       END-IF
                   END-IF
           END-READ.

           PARA-SORT-ONE-CTL-AUDIT.
           IF CAU-DATE-STAMP NOT < FROM-DATE
                   AND CAU-DATE-STAMP NOT > TO-DATE
               MOVE "APR" TO NEW-TYPE
               MOVE CAU-APPROVER-ID TO NEW-ACTOR
               IF NEW-ACTOR = SPACES
                   MOVE "UNKNOWN" TO NEW-ACTOR
               END-IF
               MOVE CAU-DATE-STAMP TO NEW-DATE
               MOVE CAU-TIME-STAMP TO NEW-TIME
               MOVE SPACES TO NEW-RUN-ID
               MOVE CAU-PROGRAM-NAME TO NEW-PROGRAM
               MOVE SPACES TO NEW-DETAIL
               STRING CAU-ACTION DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   CAU-OPERATOR-ID DELIMITED BY SIZE
                   INTO NEW-DETAIL
               MOVE 'Y' TO NEW-ATTRIB
               PERFORM PARA-ADD-ACT
           END-IF.

      *    the OPERMAST maintenance - every change is the maintainer's
      *    privileged action, and a raise to supervisor is noted for
      *    the same-day check.
           PARA-LOAD-OPER-AUDIT.
           OPEN INPUT OPER-AUDIT-FILE.
           IF OPER-AUDIT-STATUS = "00"
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-LOAD-ONE-OPER-AUDIT WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE OPER-AUDIT-FILE
           ELSE
               IF OPER-AUDIT-STATUS NOT = "35"
                   DISPLAY "EULPRV: cannot read OPERAUDT (status "
                       OPER-AUDIT-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PARA-LOAD-ONE-OPER-AUDIT.
           READ OPER-AUDIT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF OAU-DATE-STAMP IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD (OAU-DATE-STAMP)
                               = 0
                           PERFORM PARA-SORT-ONE-OPER-AUDIT
                       END-IF
                   END-IF
           END-READ.

           PARA-SORT-ONE-OPER-AUDIT.
           IF OAU-DATE-STAMP NOT < FROM-DATE
                   AND OAU-DATE-STAMP NOT > TO-DATE
               MOVE "OPM" TO NEW-TYPE
               MOVE OAU-OPERATOR-ID TO NEW-ACTOR
               MOVE OAU-DATE-STAMP TO NEW-DATE
               MOVE OAU-TIME-STAMP TO NEW-TIME
               MOVE SPACES TO NEW-RUN-ID
               MOVE "EULOPM" TO NEW-PROGRAM
               MOVE SPACES TO NEW-DETAIL
               STRING OAU-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OAU-TARGET-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OAU-OLD-AUTHORITY DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   OAU-NEW-AUTHORITY DELIMITED BY SIZE
                   INTO NEW-DETAIL
               MOVE 'Y' TO NEW-ATTRIB
               PERFORM PARA-ADD-ACT
               IF OAU-NEW-AUTHORITY = "S"
                       AND OAU-OLD-AUTHORITY NOT = "S"
                   PERFORM PARA-ADD-RAISE
               END-IF
           END-IF.

           PARA-ADD-RAISE.
           IF RSE-COUNT < 100
               ADD 1 TO RSE-COUNT
               MOVE OAU-OPERATOR-ID TO RSE-BY (RSE-COUNT)
               MOVE OAU-TARGET-ID TO RSE-TARGET (RSE-COUNT)
               MOVE OAU-DATE-STAMP TO RSE-DATE (RSE-COUNT)
               MOVE OAU-TIME-STAMP TO RSE-TIME (RSE-COUNT)
           ELSE
               SET TABLE-FILLED TO TRUE
           END-IF.

      *    one supervisor both approved a CTLMAST change and let a
      *    run through on an override in the same batch night - the
      *    expected answer and the check against it in one pair of
      *    hands.
           PARA-CHECK-ONE-APPROVAL.
           IF ACT-TYPE (ACT-IDX) = "APR"
                   AND ACT-ACTOR (ACT-IDX) NOT = "UNKNOWN"
               MOVE 0 TO ACT-MATCH-IDX
               PERFORM PARA-MATCH-ONE-OVERRIDE
                   VARYING ACT-OTHER-IDX FROM 1 BY 1
                   UNTIL ACT-OTHER-IDX > ACT-COUNT
                       OR ACT-MATCH-IDX > 0
               IF ACT-MATCH-IDX > 0
                   SET ACT-FLAGGED (ACT-IDX) TO TRUE
                   SET ACT-FLAGGED (ACT-MATCH-IDX) TO TRUE
                   MOVE ACT-ACTOR (ACT-IDX) TO CNF-ACTOR-WORK
                   MOVE SPACES TO CNF-TEXT-WORK
                   STRING "APPROVED CTLMAST " DELIMITED BY SIZE
                       ACT-PROGRAM (ACT-IDX) DELIMITED BY SPACE
                       " AND OVERRODE " DELIMITED BY SIZE
                       ACT-PROGRAM (ACT-MATCH-IDX) DELIMITED BY SPACE
                       " RUN " DELIMITED BY SIZE
                       ACT-RUN-ID (ACT-MATCH-IDX) DELIMITED BY SPACE
                       " THE SAME NIGHT (" DELIMITED BY SIZE
                       ACT-NIGHT (ACT-IDX) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CNF-TEXT-WORK
                   MOVE " approve+override same night" TO CNF-LOG-TEXT
                   PERFORM PARA-ADD-CONFLICT
               END-IF
           END-IF.

           PARA-MATCH-ONE-OVERRIDE.
           IF ACT-TYPE (ACT-OTHER-IDX) = "OVR"
                   AND ACT-ACTOR (ACT-OTHER-IDX) = ACT-ACTOR (ACT-IDX)
                   AND ACT-NIGHT (ACT-OTHER-IDX) = ACT-NIGHT (ACT-IDX)
               MOVE ACT-OTHER-IDX TO ACT-MATCH-IDX
           END-IF.

      *    authority raised on OPERMAST and put to use the same day -
      *    the raise and the first privileged act after it, both by
      *    the clock: the raise is clock-stamped, and an act off
      *    JOBLOG or ERRLOG is placed by its clock stamp, not by the
      *    business date it was logged under.
           PARA-CHECK-ONE-RAISE.
           MOVE 0 TO ACT-MATCH-IDX.
           PERFORM PARA-MATCH-ONE-USE
               VARYING ACT-OTHER-IDX FROM 1 BY 1
               UNTIL ACT-OTHER-IDX > ACT-COUNT OR ACT-MATCH-IDX > 0.
           IF ACT-MATCH-IDX > 0
               SET ACT-FLAGGED (ACT-MATCH-IDX) TO TRUE
               MOVE RSE-TARGET (RSE-IDX) TO CNF-ACTOR-WORK
               MOVE ACT-TYPE (ACT-MATCH-IDX) TO NEW-TYPE
               PERFORM PARA-FIND-TYPE
               MOVE SPACES TO CNF-TEXT-WORK
               STRING "RAISED TO S BY " DELIMITED BY SIZE
                   RSE-BY (RSE-IDX) DELIMITED BY SPACE
                   " AT " DELIMITED BY SIZE
                   RSE-DATE (RSE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RSE-TIME (RSE-IDX) DELIMITED BY SIZE
                   ", USED FOR " DELIMITED BY SIZE
                   TYPE-LABEL (TYPE-FOUND-IDX) DELIMITED BY SPACE
                   " AT " DELIMITED BY SIZE
                   ACT-CLOCK (ACT-MATCH-IDX) (9:8) DELIMITED BY SIZE
                   " THE SAME DAY" DELIMITED BY SIZE
                   INTO CNF-TEXT-WORK
               MOVE " authority raised, used same day" TO CNF-LOG-TEXT
               PERFORM PARA-ADD-CONFLICT
           END-IF.

           PARA-MATCH-ONE-USE.
           IF ACT-ACTOR (ACT-OTHER-IDX) = RSE-TARGET (RSE-IDX)
                   AND ACT-CLOCK (ACT-OTHER-IDX) (1:8)
                       = RSE-DATE (RSE-IDX)
                   AND ACT-CLOCK (ACT-OTHER-IDX) (9:8)
                       > RSE-TIME (RSE-IDX)
               MOVE ACT-OTHER-IDX TO ACT-MATCH-IDX
           END-IF.

           PARA-FIND-TYPE.
           MOVE 1 TO TYPE-FOUND-IDX.
           PERFORM PARA-MATCH-ONE-TYPE
               VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > 5.

           PARA-MATCH-ONE-TYPE.
           IF TYPE-CODE (TYPE-IDX) = NEW-TYPE
               MOVE TYPE-IDX TO TYPE-FOUND-IDX
           END-IF.

      *    files a conflict for the report and raises it on ERRLOG
      *    as a warning, so it is on the morning review as well.
           PARA-ADD-CONFLICT.
           ADD 1 TO FLAG-COUNT.
           IF CNF-COUNT < 200
               ADD 1 TO CNF-COUNT
               MOVE CNF-ACTOR-WORK TO CNF-ACTOR (CNF-COUNT)
               MOVE CNF-TEXT-WORK TO CNF-TEXT (CNF-COUNT)
           ELSE
               ADD 1 TO CNF-DROPPED
               SET TABLE-FILLED TO TRUE
           END-IF.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING CNF-ACTOR-WORK DELIMITED BY SIZE
               CNF-LOG-TEXT DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "PRVF" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

      *    adds one action to its supervisor's counts.
           PARA-TALLY-ONE-ACT.
           MOVE 0 TO SUP-FOUND-IDX.
           PERFORM PARA-MATCH-ONE-SUPERVISOR
               VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > SUP-COUNT OR SUP-FOUND-IDX > 0.
           IF SUP-FOUND-IDX = 0
               IF SUP-COUNT < 50
                   ADD 1 TO SUP-COUNT
                   MOVE SUP-COUNT TO SUP-FOUND-IDX
                   MOVE ACT-ACTOR (ACT-IDX) TO SUP-ID (SUP-COUNT)
                   MOVE 0 TO SUP-TOTAL (SUP-COUNT)
                   MOVE 0 TO SUP-FLAGS (SUP-COUNT)
                   PERFORM PARA-CLEAR-ONE-COUNT
                       VARYING TYPE-IDX FROM 1 BY 1
                       UNTIL TYPE-IDX > 5
               ELSE
                   SET TABLE-FILLED TO TRUE
               END-IF
           END-IF.
           IF SUP-FOUND-IDX > 0
               MOVE ACT-TYPE (ACT-IDX) TO NEW-TYPE
               PERFORM PARA-FIND-TYPE
               ADD 1 TO SUP-TYPE-COUNT (SUP-FOUND-IDX, TYPE-FOUND-IDX)
               ADD 1 TO SUP-TOTAL (SUP-FOUND-IDX)
               IF ACT-FLAGGED (ACT-IDX)
                   ADD 1 TO SUP-FLAGS (SUP-FOUND-IDX)
               END-IF
           END-IF.

           PARA-MATCH-ONE-SUPERVISOR.
           IF SUP-ID (SUP-IDX) = ACT-ACTOR (ACT-IDX)
               MOVE SUP-IDX TO SUP-FOUND-IDX
           END-IF.

           PARA-CLEAR-ONE-COUNT.
           MOVE 0 TO SUP-TYPE-COUNT (SUP-COUNT, TYPE-IDX).

      *    supervisors in ID order - a short exchange sort, the
      *    table never holds more than fifty.
           PARA-SORT-SUPERVISORS.
           PERFORM PARA-SORT-ONE-SUP-PASS
               VARYING SUP-PASS FROM 1 BY 1
               UNTIL SUP-PASS >= SUP-COUNT.

           PARA-SORT-ONE-SUP-PASS.
           PERFORM PARA-SORT-SUP-COMPARE
               VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > SUP-COUNT - SUP-PASS.

           PARA-SORT-SUP-COMPARE.
           IF SUP-ID (SUP-IDX) > SUP-ID (SUP-IDX + 1)
               MOVE SUP-ENTRY (SUP-IDX) TO SUP-HOLD
               MOVE SUP-ENTRY (SUP-IDX + 1) TO SUP-ENTRY (SUP-IDX)
               MOVE SUP-HOLD TO SUP-ENTRY (SUP-IDX + 1)
           END-IF.

      *    the actions in clock order - the logs are each in order,
      *    but four of them were read one after another.
           PARA-RANK-ACTIONS.
           PERFORM PARA-SEED-ONE-RANK
               VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > ACT-COUNT.
           PERFORM PARA-RANK-ONE-PASS
               VARYING RANK-PASS FROM 1 BY 1
               UNTIL RANK-PASS >= ACT-COUNT.

           PARA-SEED-ONE-RANK.
           MOVE RANK-IDX TO RANK-ITEM (RANK-IDX).

           PARA-RANK-ONE-PASS.
           PERFORM PARA-RANK-COMPARE
               VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > ACT-COUNT - RANK-PASS.

           PARA-RANK-COMPARE.
           MOVE RANK-ITEM (RANK-IDX) TO RANK-ITEM-WORK.
           MOVE ACT-CLOCK (RANK-ITEM-WORK) TO RANK-KEY-A.
           MOVE RANK-ITEM (RANK-IDX + 1) TO RANK-ITEM-WORK.
           MOVE ACT-CLOCK (RANK-ITEM-WORK) TO RANK-KEY-B.
           IF RANK-KEY-A > RANK-KEY-B
               MOVE RANK-ITEM (RANK-IDX) TO RANK-HOLD
               MOVE RANK-ITEM (RANK-IDX + 1) TO RANK-ITEM (RANK-IDX)
               MOVE RANK-HOLD TO RANK-ITEM (RANK-IDX + 1)
           END-IF.

           PARA-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-TITLE.
           MOVE AUDIT-REGION-CODE TO RPT-REGION.
           MOVE AUDIT-BATCH-RUN-ID TO RPT-RUN-ID.
           IF FROM-DATE = 0
               MOVE "*" TO RPT-FROM
           ELSE
               MOVE FROM-DATE TO DATE-EDIT
               MOVE DATE-EDIT TO RPT-FROM
           END-IF.
           IF TO-DATE = 99999999
               MOVE "*" TO RPT-TO
           ELSE
               MOVE TO-DATE TO DATE-EDIT
               MOVE DATE-EDIT TO RPT-TO
           END-IF.
           WRITE REPORT-REC FROM RPT-RUN-LINE.
           IF TABLE-FILLED
               MOVE "TABLES FILLED BEFORE THE LOGS RAN OUT"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM RPT-SUM-HEADING.
           PERFORM PARA-WRITE-ONE-SUMMARY
               VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > SUP-COUNT.
           PERFORM PARA-WRITE-ONE-SUPERVISOR
               VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > SUP-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CONFLICTS OF DUTY" TO REPORT-REC.
           WRITE REPORT-REC.
           IF CNF-COUNT = 0
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           PERFORM PARA-WRITE-ONE-CONFLICT
               VARYING CNF-IDX FROM 1 BY 1
               UNTIL CNF-IDX > CNF-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "PRIVILEGED ACTIONS:     " TO RPT-COUNT-LABEL.
           MOVE ACT-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "SUPERVISORS:            " TO RPT-COUNT-LABEL.
           MOVE SUP-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "CONFLICTS FLAGGED:      " TO RPT-COUNT-LABEL.
           MOVE FLAG-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           IF CNF-DROPPED > 0
               MOVE "CONFLICTS NOT LISTED:   " TO RPT-COUNT-LABEL
               MOVE CNF-DROPPED TO RPT-COUNT-VALUE
               WRITE REPORT-REC FROM RPT-COUNT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           PARA-WRITE-ONE-SUMMARY.
           MOVE SPACES TO RPT-SUM-LINE.
           MOVE SUP-ID (SUP-IDX) TO RPT-SUM-ID.
           PERFORM PARA-EDIT-ONE-COUNT
               VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > 5.
           MOVE SUP-TOTAL (SUP-IDX) TO RPT-SUM-TOTAL.
           MOVE SUP-FLAGS (SUP-IDX) TO RPT-SUM-FLAGS.
           WRITE REPORT-REC FROM RPT-SUM-LINE.

           PARA-EDIT-ONE-COUNT.
           MOVE SUP-TYPE-COUNT (SUP-IDX, TYPE-IDX)
               TO RPT-SUM-COUNT (TYPE-IDX).

      *    one supervisor's actions, oldest first.
           PARA-WRITE-ONE-SUPERVISOR.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SUP-ID (SUP-IDX) TO RPT-SUP-ID.
           WRITE REPORT-REC FROM RPT-SUP-LINE.
           WRITE REPORT-REC FROM RPT-DETAIL-HEADING.
           PERFORM PARA-WRITE-ONE-DETAIL
               VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > ACT-COUNT.

           PARA-WRITE-ONE-DETAIL.
           MOVE RANK-ITEM (RANK-IDX) TO ACT-IDX.
           IF ACT-ACTOR (ACT-IDX) = SUP-ID (SUP-IDX)
               MOVE ACT-TYPE (ACT-IDX) TO NEW-TYPE
               PERFORM PARA-FIND-TYPE
               MOVE TYPE-LABEL (TYPE-FOUND-IDX) TO RPT-TYPE
               MOVE ACT-DATE (ACT-IDX) TO RPT-DATE
               MOVE ACT-TIME (ACT-IDX) TO RPT-TIME
               MOVE ACT-PROGRAM (ACT-IDX) TO RPT-PROGRAM
               MOVE ACT-RUN-ID (ACT-IDX) TO RPT-ACT-RUN-ID
               MOVE ACT-DETAIL (ACT-IDX) TO RPT-DETAIL-TEXT
               IF ACT-FLAGGED (ACT-IDX)
                   MOVE "*** CONFLICT" TO RPT-FLAG
               ELSE
                   MOVE SPACES TO RPT-FLAG
               END-IF
               WRITE REPORT-REC FROM RPT-DETAIL
           END-IF.

           PARA-WRITE-ONE-CONFLICT.
           MOVE CNF-ACTOR (CNF-IDX) TO RPT-CNF-ACTOR.
           MOVE CNF-TEXT (CNF-IDX) TO RPT-CNF-TEXT.
           WRITE REPORT-REC FROM RPT-CONFLICT-LINE.

      *    allocates every shared file this job opens onto its DD
      *    name, redirected to the run's region - done once, before
      *    anything is opened, so one rule covers the whole job.
           PARA-SET-REGION-FILES.
           MOVE "JOBLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_PRVJLOGF" TO REGION-PATH-WORK.
           MOVE "ERRLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_PRVELOGF" TO REGION-PATH-WORK.
           MOVE "Data/CTLAUDIT" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_PRVCTLAF" TO REGION-PATH-WORK.
           MOVE "Data/OPERAUDT" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_PRVOPRAF" TO REGION-PATH-WORK.

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

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULPRV" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
           MOVE SPACES TO ERRLOG-PAD-4.
           MOVE AUDIT-BATCH-RUN-ID TO ERRLOG-BATCH-RUN-ID.
           MOVE SPACES TO ERRLOG-PAD-5.
           MOVE EVENT-SEVERITY TO ERRLOG-SEVERITY.
           MOVE SPACES TO ERRLOG-PAD-6.
           MOVE EVENT-CODE TO ERRLOG-EVENT-CODE.
           MOVE "ERRLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO LOG-FILE-PATH.
           MOVE ERRLOG-REC TO LOG-RECORD-BUFFER.
           CALL "EULLOG" USING BY CONTENT LOG-FILE-PATH,
                               BY CONTENT LOG-RECORD-BUFFER,
                               BY REFERENCE LOG-WRITE-RESULT,
                               BY REFERENCE LOG-STATUS-OUT.
           IF LOG-WRITE-RESULT NOT = 'Y'
               DISPLAY "EULPRV: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

       END PROGRAM EULPRV.
