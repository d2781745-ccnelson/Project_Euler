      * EULDPM.cob
      * Maintenance job for the driver's parameter files - the
      * job-step master Data/EULSTEP, the EULSLA batch windows, the
      * EULCAL processing calendar, the EULROUTE alert routing, the
      * EULAWBP escalation threshold and the EULRETN retention
      * count. Between them they decide what the nightly run does,
      * and they were edited by hand with no validation and no
      * trail - a mistyped dependency once orphaned a step without
      * a word. Every change now goes through this one program, in
      * the EULCTM/EULOPM mould: the change is validated against the
      * file's record layout before it is applied, and leaves two
      * rows on Data/EULDPMAU behind it - the row as it was (B) and
      * the row as it now is (A) - under the OPERVAL-proven operator
      * who made it. The parameter card is
      *     ADD file key values...   - new row, key must be new
      *     UPD file key values...   - replacement row for the key
      *     DEL file key             - the row taken out
      *     VAL                      - validate every file
      * where file and values are
      *     STEP  name depends freq command...  (depends - for none)
      *     SLA   name limit                    (centiseconds)
      *     CAL   yyyymmdd type description...  (type H or M)
      *     ROUTE name class                    (class O or S)
      *     AWBP  ESCALATE runs
      *     RETN  GENERATION count
      * Guards: a dependency must name a step already on the master
      * and must not lead back round to the step itself; a step
      * another step depends on cannot be deleted; SLA and ROUTE
      * rows must name a step on the master or SUITE; SLA windows,
      * runs and counts must be numeric; calendar dates must be real
      * dates; and no file may grow past the rows its reader loads.
      * EULSLA, EULROUTE and EULAWBP honor the REGION facility the
      * way their readers do; EULSTEP, EULCAL and EULRETN are read
      * by every region's driver run, so they are maintained from
      * PROD only.
      * VAL writes the EULDPMRPT report - every row of every file
      * put through the same checks - and is what EULDRV runs
      * before its first wave. Return code 8 when any file has a
      * fault, 4 when only warnings (a file not there, a row that
      * names no step), 0 when every file is clean. A refused change
      * is return code 12.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-10-13  Created.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULDPM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "DPMPARMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "DPMAUDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULDPMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    the parameter file in hand, read raw - allocated onto its
      *    DD name per file before each OPEN, and laid out through
      *    the views over ROW-IMAGE below.
       FD  PARAM-FILE.
       01  PARAM-REC                   PIC X(113).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-PAD-1               PIC X(02).
           05  AUD-DATE-STAMP          PIC 9(08).
           05  AUD-PAD-2               PIC X(02).
           05  AUD-TIME-STAMP          PIC 9(08).
           05  AUD-PAD-3               PIC X(02).
           05  AUD-ACTION              PIC X(03).
           05  AUD-PAD-4               PIC X(02).
           05  AUD-FILE-CODE           PIC X(05).
           05  AUD-PAD-5               PIC X(02).
           05  AUD-IMAGE-KIND          PIC X(01).
           05  AUD-PAD-6               PIC X(02).
           05  AUD-IMAGE               PIC X(113).
           05  AUD-PAD-7               PIC X(02).
           05  AUD-CHAIN-VALUE         PIC X(18).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  PARAM-STATUS     PIC X(02) VALUE SPACES.
       01  AUDIT-STATUS     PIC X(02) VALUE SPACES.
       01  PARAM-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-PARAMS           VALUE 'Y'.
       01  AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-AUDIT            VALUE 'Y'.

      *    the audit trail's check-value chain - the value the last
      *    row carries, and the one worked for the row being added.
       01  AUDIT-CHAIN-PRIOR PIC 9(18) VALUE 0.
       01  AUDIT-CHAIN-NEW  PIC 9(18) VALUE 0.
       01  CHAIN-ROW-BUFFER PIC X(160) VALUE SPACES.

      *    the parameter files this job maintains - card code, path,
      *    whether the path takes the run's region (Y) the way its
      *    reader opens it, and the most rows the reader loads.
       01  PARAM-FILES.
           05  FILLER           PIC X(24)
                   VALUE "STEP  Data/EULSTEP  N015".
           05  FILLER           PIC X(24)
                   VALUE "SLA   Data/EULSLA   Y010".
           05  FILLER           PIC X(24)
                   VALUE "CAL   Data/EULCAL   N100".
           05  FILLER           PIC X(24)
                   VALUE "ROUTE Data/EULROUTE Y020".
           05  FILLER           PIC X(24)
                   VALUE "AWBP  Data/EULAWBP  Y001".
           05  FILLER           PIC X(24)
                   VALUE "RETN  Data/EULRETN  N001".
       01  PARAM-FILE-TABLE REDEFINES PARAM-FILES.
           05  PARAM-ENTRY OCCURS 6 TIMES.
               10  PRM-CODE            PIC X(05).
               10  FILLER              PIC X(01).
               10  PRM-PATH            PIC X(14).
               10  PRM-REGIONAL        PIC X(01).
               10  PRM-CAPACITY        PIC 9(03).
       01  FILE-IDX         PIC 9(02) COMP VALUE 0.
       01  FILE-CODE        PIC X(05) VALUE SPACES.
       01  FILE-PATH        PIC X(40) VALUE SPACES.
       01  FILE-PRESENT-SWITCH PIC X(01) VALUE 'N'.
           88  FILE-PRESENT            VALUE 'Y'.

      *    the whole file in hand held in storage while the one
      *    change is applied, then written back in a single pass.
       01  ROW-COUNT        PIC 9(03) VALUE 0.
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 100 TIMES PIC X(113).
       01  ROW-IDX          PIC 9(03) COMP VALUE 0.
       01  FOUND-IDX        PIC 9(03) COMP VALUE 0.
       01  DUP-IDX          PIC 9(03) COMP VALUE 0.
       01  ROW-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88  ROW-OVERFLOW            VALUE 'Y'.

      *    one row, and its layout as each file sees it.
       01  ROW-IMAGE        PIC X(113) VALUE SPACES.
       01  STEP-VIEW REDEFINES ROW-IMAGE.
           05  STP-NAME                PIC X(10).
           05  STP-PAD-1               PIC X(02).
           05  STP-DEPENDS             PIC X(10).
           05  STP-PAD-2               PIC X(02).
           05  STP-FREQ                PIC X(07).
           05  STP-PAD-3               PIC X(02).
           05  STP-COMMAND             PIC X(80).
       01  SLA-VIEW REDEFINES ROW-IMAGE.
           05  SLA-STEP-NAME           PIC X(10).
           05  SLA-PAD                 PIC X(02).
           05  SLA-LIMIT               PIC 9(07).
           05  SLA-TAIL                PIC X(94).
       01  CAL-VIEW REDEFINES ROW-IMAGE.
           05  CAL-DATE                PIC 9(08).
           05  CAL-PAD-1               PIC X(02).
           05  CAL-TYPE                PIC X(01).
           05  CAL-PAD-2               PIC X(02).
           05  CAL-DESC                PIC X(20).
           05  CAL-TAIL                PIC X(80).
       01  ROUTE-VIEW REDEFINES ROW-IMAGE.
           05  RTE-STEP-NAME           PIC X(10).
           05  RTE-PAD                 PIC X(02).
           05  RTE-CLASS               PIC X(01).
           05  RTE-TAIL                PIC X(100).
       01  AWBP-VIEW REDEFINES ROW-IMAGE.
           05  AWP-LABEL               PIC X(10).
           05  AWP-PAD                 PIC X(02).
           05  AWP-RUNS                PIC 9(03).
           05  AWP-TAIL                PIC X(98).
       01  RETN-VIEW REDEFINES ROW-IMAGE.
           05  RETN-LABEL              PIC X(10).
           05  RETN-PAD                PIC X(02).
           05  RETN-COUNT              PIC 9(03).
           05  RETN-TAIL               PIC X(98).

      *    what the checks of the row in hand found - blank when the
      *    row is clean.
       01  ROW-FAULT        PIC X(40) VALUE SPACES.
           88  ROW-CLEAN               VALUE SPACES.
       01  FREQ-GOOD-COUNT  PIC 9(02) COMP VALUE 0.

      *    the job-step names and dependencies, for the dependency,
      *    cycle and step-reference checks.
       01  STEP-COUNT       PIC 9(03) VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 100 TIMES.
               10  STEP-TBL-NAME       PIC X(10).
               10  STEP-TBL-DEPENDS    PIC X(10).
       01  STEP-IDX         PIC 9(03) COMP VALUE 0.
       01  FIND-STEP-NAME   PIC X(10) VALUE SPACES.
       01  FOUND-STEP-IDX   PIC 9(03) COMP VALUE 0.

      *    the walk down one step's chain of dependencies.
       01  CHECK-STEP-IDX   PIC 9(03) COMP VALUE 0.
       01  WALK-IDX         PIC 9(03) COMP VALUE 0.
       01  WALK-HOPS        PIC 9(03) COMP VALUE 0.
       01  WALK-DONE-SWITCH PIC X(01) VALUE 'N'.
           88  WALK-DONE               VALUE 'Y'.
       01  CYCLE-SWITCH     PIC X(01) VALUE 'N'.
           88  CYCLE-FOUND             VALUE 'Y'.
       01  DEPENDS-FAULT    PIC X(40) VALUE SPACES.

      *    parameter-card fields - the action, the file, the row's
      *    key, the one or two value fields after it, and the rest
      *    of the card (a step's command, a calendar description).
       01  PARM-CARD        PIC X(132) VALUE SPACES.
       01  PARM-ACTION      PIC X(03) VALUE SPACES.
           88  VALIDATE-MODE           VALUE "VAL".
       01  PARM-FILE-CODE   PIC X(05) VALUE SPACES.
       01  PARM-KEY         PIC X(10) VALUE SPACES.
       01  PARM-KEY-LENGTH  PIC 9(03) VALUE 0.
       01  PARM-FIELD-1     PIC X(10) VALUE SPACES.
       01  PARM-FIELD-1-LENGTH PIC 9(03) VALUE 0.
       01  PARM-FIELD-2     PIC X(10) VALUE SPACES.
       01  PARM-FIELD-2-LENGTH PIC 9(03) VALUE 0.
       01  PARM-REST        PIC X(112) VALUE SPACES.
       01  PARM-POINTER     PIC 9(03) VALUE 0.

      *    a numeric card value proven digit by digit.
       01  NUMBER-MAX-DIGITS PIC 9(02) VALUE 0.
       01  NUMBER-VALUE     PIC 9(08) VALUE 0.
       01  NUMBER-OK-SWITCH PIC X(01) VALUE 'N'.
           88  NUMBER-OK               VALUE 'Y'.

      *    the row as it was and as it now is, for the audit rows.
       01  BEFORE-IMAGE     PIC X(113) VALUE SPACES.
       01  AFTER-IMAGE      PIC X(113) VALUE SPACES.

      *    validate-all counts.
       01  FAULT-COUNT      PIC 9(03) VALUE 0.
       01  WARNING-COUNT    PIC 9(03) VALUE 0.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(41)
                   VALUE "EULDPM PARAMETER FILE VALIDATION  REGION".
           05  RPT-TITLE-REGION PIC X(04).
       01  RPT-FILE-LINE.
           05  FILLER           PIC X(05) VALUE "FILE ".
           05  RPT-FILE-PATH    PIC X(20).
           05  RPT-FILE-ROWS    PIC ZZ9.
           05  FILLER           PIC X(06) VALUE " ROWS ".
       01  RPT-FAULT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FAULT-KIND   PIC X(09).
           05  RPT-FAULT-KEY    PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FAULT-TEXT   PIC X(40).
       01  RPT-TOTAL-LINE.
           05  FILLER           PIC X(06) VALUE "TOTAL ".
           05  RPT-TOTAL-FAULTS PIC ZZ9.
           05  FILLER           PIC X(12) VALUE " FAULT(S)   ".
           05  RPT-TOTAL-WARNINGS PIC ZZ9.
           05  FILLER           PIC X(11) VALUE " WARNING(S)".

      *    the error-log record and the interface fields for the
      *    shared EULLOG logging service.
       COPY ERRLOG.

       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.

      *    operator-validation state - the interface fields for the
      *    shared OPERVAL service.
       01  OPV-MASTER-PATH   PIC X(40) VALUE SPACES.
       01  OPV-OVERRIDE-ID   PIC X(08) VALUE SPACES.
       01  OPV-RUN-MODE      PIC X(08) VALUE SPACES.
       01  OPV-RESULT        PIC X(01) VALUE SPACE.
       01  OPV-REASON        PIC X(40) VALUE SPACES.

      *    severity and event code of the event row being built for
      *    the shared event log.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACE.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.

           IF VALIDATE-MODE
               PERFORM PARA-VALIDATE-ALL
               STOP RUN
           END-IF.

           PERFORM PARA-GUARD-SHARED-FILE.
           PERFORM PARA-LOAD-STEP-TABLE.
           PERFORM PARA-LOAD-TARGET.
           PERFORM PARA-FIND-ROW.
           PERFORM PARA-APPLY-ACTION.
           PERFORM PARA-REWRITE-TARGET.
           PERFORM PARA-WRITE-AUDIT.

           DISPLAY "EULDPM: " PARM-ACTION " " PARM-FILE-CODE " "
               PARM-KEY " applied by " AUDIT-OPERATOR-ID.

           STOP RUN.

      *    reads and validates the action card. Anything malformed is
      *    rejected before any parameter file is opened.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           MOVE 1 TO PARM-POINTER.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-ACTION PARM-FILE-CODE
               WITH POINTER PARM-POINTER.

           IF PARM-ACTION NOT = "ADD" AND "UPD" AND "DEL" AND "VAL"
               DISPLAY "EULDPM: action must be ADD, UPD, DEL or VAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT VALIDATE-MODE
               PERFORM PARA-PARMS-CHANGE
           END-IF.

      *    the rest of a change card - the file, the row's key and
      *    the values that go in it.
           PARA-PARMS-CHANGE.
           PERFORM PARA-FIND-FILE-CODE.
           IF FILE-IDX = 0
               DISPLAY "EULDPM: file must be STEP, SLA, CAL, ROUTE, "
                   "AWBP or RETN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-KEY COUNT IN PARM-KEY-LENGTH
               WITH POINTER PARM-POINTER.
           IF PARM-KEY = SPACES
               DISPLAY "EULDPM: the row's key is required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-KEY-LENGTH > 10
               DISPLAY "EULDPM: key longer than 10 characters"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-ACTION = "ADD" OR "UPD"
               UNSTRING PARM-CARD DELIMITED BY ALL SPACE
                   INTO PARM-FIELD-1 COUNT IN PARM-FIELD-1-LENGTH
                   WITH POINTER PARM-POINTER
               IF FILE-CODE = "STEP"
                   UNSTRING PARM-CARD DELIMITED BY ALL SPACE
                       INTO PARM-FIELD-2
                           COUNT IN PARM-FIELD-2-LENGTH
                       WITH POINTER PARM-POINTER
               END-IF
               IF PARM-POINTER <= 132
                   MOVE PARM-CARD (PARM-POINTER:) TO PARM-REST
               END-IF
               IF PARM-FIELD-1 = SPACES
                   DISPLAY "EULDPM: " PARM-ACTION " " FILE-CODE
                       " needs the row's values"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    finds the card's file code on the table of parameter
      *    files - zero when it names none of them.
           PARA-FIND-FILE-CODE.
           MOVE 0 TO FILE-IDX.
           MOVE 1 TO ROW-IDX.
           PERFORM PARA-FIND-ONE-FILE-CODE WITH TEST BEFORE
               UNTIL ROW-IDX > 6 OR FILE-IDX > 0.
           IF FILE-IDX > 0
               MOVE PRM-CODE (FILE-IDX) TO FILE-CODE
           END-IF.

           PARA-FIND-ONE-FILE-CODE.
           IF PRM-CODE (ROW-IDX) = PARM-FILE-CODE
               MOVE ROW-IDX TO FILE-IDX
           ELSE
               ADD 1 TO ROW-IDX
           END-IF.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set. Validating
      *    the files changes nothing, so only a change has its
      *    operator proven.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION".
           IF AUDIT-REGION-CODE = SPACES
               MOVE "PROD" TO AUDIT-REGION-CODE
           END-IF.
           IF NOT PRODUCTION-REGION
               DISPLAY "EULDPM: running in region " AUDIT-REGION-CODE
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

           IF NOT VALIDATE-MODE
               PERFORM PARA-VALIDATE-OPERATOR
           END-IF.

      *    allocates the audit trail onto its DD name, redirected to
      *    the run's region. The parameter files themselves are
      *    allocated one at a time by PARA-SELECT-FILE.
           PARA-SET-REGION-FILES.
           MOVE "Data/EULDPMAU" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_DPMAUDF" TO REGION-PATH-WORK.

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

      *    validates the maintaining operator through the shared
      *    OPERVAL service - a change from an unknown or inactive ID
      *    is refused outright in production mode, and a supervisor
      *    OVERRIDE_ID lets an emergency change through.
           PARA-VALIDATE-OPERATOR.
           ACCEPT OPV-OVERRIDE-ID FROM ENVIRONMENT "OVERRIDE_ID".
           ACCEPT OPV-RUN-MODE FROM ENVIRONMENT "RUN_MODE".
           MOVE "Data/OPERMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO OPV-MASTER-PATH.
           CALL "OPERVAL" USING BY CONTENT OPV-MASTER-PATH,
                                BY CONTENT AUDIT-OPERATOR-ID,
                                BY CONTENT OPV-OVERRIDE-ID,
                                BY CONTENT OPV-RUN-MODE,
                                BY REFERENCE OPV-RESULT,
                                BY REFERENCE OPV-REASON.
           EVALUATE OPV-RESULT
               WHEN "R"
                   PERFORM PARA-REFUSE-RUN
               WHEN "O"
                   DISPLAY "EULDPM: " OPV-REASON
               WHEN "W"
                   DISPLAY "EULDPM: " OPV-REASON
           END-EVALUATE.

      *    a refused run stops before any change is applied - the
      *    refusal is logged to ERRLOG for the audit trail.
           PARA-REFUSE-RUN.
           MOVE OPV-REASON TO ERRLOG-MESSAGE.
           MOVE "S" TO EVENT-SEVERITY.
           MOVE "OPID" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           DISPLAY "EULDPM: run refused - " OPV-REASON.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *    a change that fails its checks is refused whole - nothing
      *    is written back, and the attempt is left on ERRLOG.
           PARA-REFUSE-CHANGE.
           DISPLAY "EULDPM: " PARM-ACTION " " FILE-CODE " " PARM-KEY
               " refused - " ROW-FAULT.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Parameter change refused - " DELIMITED BY SIZE
               ROW-FAULT DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "DPMM" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULDPM" TO ERRLOG-PROGRAM-NAME.
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
               DISPLAY "EULDPM: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

      *    EULSTEP, EULCAL and EULRETN are opened by every region's
      *    driver run under the one production name, so a rehearsal
      *    region may validate them but never change them.
           PARA-GUARD-SHARED-FILE.
           IF NOT PRODUCTION-REGION
                   AND PRM-REGIONAL (FILE-IDX) NOT = "Y"
               DISPLAY "EULDPM: " FUNCTION TRIM (PRM-PATH (FILE-IDX))
                   " is shared by every region - maintain it from "
                   "PROD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    allocates the parameter file at FILE-IDX onto the DD
      *    name, through the region when its reader opens it that
      *    way.
           PARA-SELECT-FILE.
           MOVE PRM-CODE (FILE-IDX) TO FILE-CODE.
           MOVE PRM-PATH (FILE-IDX) TO REGION-PATH-WORK.
           IF PRM-REGIONAL (FILE-IDX) = "Y"
               PERFORM PARA-APPLY-REGION
           END-IF.
           MOVE REGION-PATH-WORK TO FILE-PATH.
           SET ENVIRONMENT "DD_DPMPARMF" TO FILE-PATH.

      *    loads the selected file whole into the row table. A file
      *    that isn't there is noted rather than failed - what that
      *    means is for the caller to say.
           PARA-LOAD-ROWS.
           MOVE 0 TO ROW-COUNT.
           MOVE 'N' TO ROW-OVERFLOW-SWITCH.
           MOVE 'N' TO FILE-PRESENT-SWITCH.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = "00"
               SET FILE-PRESENT TO TRUE
               MOVE 'N' TO PARAM-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-ROW WITH TEST BEFORE
                   UNTIL END-OF-PARAMS
               CLOSE PARAM-FILE
           END-IF.

           PARA-LOAD-ONE-ROW.
           READ PARAM-FILE
               AT END
                   SET END-OF-PARAMS TO TRUE
               NOT AT END
                   IF PARAM-REC NOT = SPACES
                       IF ROW-COUNT < 100
                           ADD 1 TO ROW-COUNT
                           MOVE PARAM-REC TO ROW-ENTRY (ROW-COUNT)
                       ELSE
                           SET ROW-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    takes the job-step names and dependencies off the rows in
      *    hand, which must be the job-step master's.
           PARA-STEPS-FROM-ROWS.
           MOVE 0 TO STEP-COUNT.
           PERFORM PARA-STEP-FROM-ONE-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.

           PARA-STEP-FROM-ONE-ROW.
           MOVE ROW-ENTRY (ROW-IDX) TO ROW-IMAGE.
           ADD 1 TO STEP-COUNT.
           MOVE STP-NAME TO STEP-TBL-NAME (STEP-COUNT).
           MOVE STP-DEPENDS TO STEP-TBL-DEPENDS (STEP-COUNT).

      *    the job-step master every other file's step names are
      *    proven against.
           PARA-LOAD-STEP-TABLE.
           MOVE 1 TO FILE-IDX.
           PERFORM PARA-SELECT-FILE.
           PERFORM PARA-LOAD-ROWS.
           PERFORM PARA-STEPS-FROM-ROWS.
           PERFORM PARA-FIND-FILE-CODE.

      *    loads the file the card maintains. Only an ADD can start
      *    a file that isn't there yet.
           PARA-LOAD-TARGET.
           PERFORM PARA-SELECT-FILE.
           PERFORM PARA-LOAD-ROWS.
           IF NOT FILE-PRESENT AND PARM-ACTION NOT = "ADD"
               DISPLAY "EULDPM: " FUNCTION TRIM (FILE-PATH)
                   " unavailable (status " PARAM-STATUS ")"
               MOVE "Parameter file unavailable" TO ERRLOG-MESSAGE
               MOVE "S" TO EVENT-SEVERITY
               MOVE "DPMM" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ROW-OVERFLOW
               DISPLAY "EULDPM: " FUNCTION TRIM (FILE-PATH)
                   " holds more rows than can be maintained"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PARA-FIND-ROW.
           MOVE 0 TO FOUND-IDX.
           MOVE 1 TO ROW-IDX.
           PERFORM PARA-FIND-ONE-ROW WITH TEST BEFORE
               UNTIL ROW-IDX > ROW-COUNT OR FOUND-IDX > 0.

           PARA-FIND-ONE-ROW.
           IF ROW-ENTRY (ROW-IDX) (1:10) = PARM-KEY
               MOVE ROW-IDX TO FOUND-IDX
           ELSE
               ADD 1 TO ROW-IDX
           END-IF.

      *    applies the one change to the rows in storage, capturing
      *    the row as it was first so the audit can show both sides.
      *    The new row is put through the same checks VAL makes.
           PARA-APPLY-ACTION.
           MOVE SPACES TO BEFORE-IMAGE.
           MOVE SPACES TO AFTER-IMAGE.
           MOVE SPACES TO ROW-FAULT.
           EVALUATE PARM-ACTION
               WHEN "ADD"
                   IF FOUND-IDX > 0
                       DISPLAY "EULDPM: " PARM-KEY " already on "
                           FUNCTION TRIM (FILE-PATH) " - use UPD"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF ROW-COUNT >= PRM-CAPACITY (FILE-IDX)
                       MOVE "file already at its reader's row limit"
                           TO ROW-FAULT
                       PERFORM PARA-REFUSE-CHANGE
                   END-IF
                   PERFORM PARA-BUILD-ROW
                   ADD 1 TO ROW-COUNT
                   MOVE ROW-COUNT TO FOUND-IDX
                   MOVE ROW-IMAGE TO ROW-ENTRY (FOUND-IDX)
                   MOVE ROW-IMAGE TO AFTER-IMAGE
                   PERFORM PARA-GUARD-STEP-CHANGE
               WHEN "UPD"
                   IF FOUND-IDX = 0
                       DISPLAY "EULDPM: " PARM-KEY " not on "
                           FUNCTION TRIM (FILE-PATH) " - use ADD"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ROW-ENTRY (FOUND-IDX) TO BEFORE-IMAGE
                   PERFORM PARA-BUILD-ROW
                   IF ROW-IMAGE = BEFORE-IMAGE
                       DISPLAY "EULDPM: " PARM-KEY
                           " already reads that way - nothing changed"
                       MOVE 4 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ROW-IMAGE TO ROW-ENTRY (FOUND-IDX)
                   MOVE ROW-IMAGE TO AFTER-IMAGE
                   PERFORM PARA-GUARD-STEP-CHANGE
               WHEN "DEL"
                   IF FOUND-IDX = 0
                       DISPLAY "EULDPM: " PARM-KEY " not on "
                           FUNCTION TRIM (FILE-PATH)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF FILE-CODE = "STEP"
                       PERFORM PARA-GUARD-DEPENDENTS
                   END-IF
                   MOVE ROW-ENTRY (FOUND-IDX) TO BEFORE-IMAGE
                   PERFORM PARA-DROP-ROW
           END-EVALUATE.

      *    lays the card's values out in the file's own columns and
      *    checks the row that results. A value the card got wrong is
      *    left blank in the row, so the row check names it.
           PARA-BUILD-ROW.
           MOVE SPACES TO ROW-IMAGE.
           EVALUATE FILE-CODE
               WHEN "STEP"
                   MOVE PARM-KEY TO STP-NAME
                   IF PARM-FIELD-1 NOT = "-"
                       MOVE PARM-FIELD-1 TO STP-DEPENDS
                   END-IF
                   IF PARM-FIELD-2-LENGTH = 7
                       MOVE PARM-FIELD-2 TO STP-FREQ
                   END-IF
                   IF PARM-REST (81:) NOT = SPACES
                       MOVE "command longer than 80 characters"
                           TO ROW-FAULT
                       PERFORM PARA-REFUSE-CHANGE
                   END-IF
                   MOVE PARM-REST TO STP-COMMAND
               WHEN "SLA"
                   MOVE PARM-KEY TO SLA-STEP-NAME
                   MOVE 7 TO NUMBER-MAX-DIGITS
                   PERFORM PARA-CHECK-NUMBER
                   IF NUMBER-OK
                       MOVE NUMBER-VALUE TO SLA-LIMIT
                   END-IF
               WHEN "CAL"
                   MOVE 8 TO NUMBER-MAX-DIGITS
                   PERFORM PARA-CHECK-NUMBER
                   IF NUMBER-OK AND PARM-KEY-LENGTH = 8
                       MOVE PARM-KEY TO CAL-VIEW (1:8)
                   END-IF
                   IF PARM-FIELD-1-LENGTH = 1
                       MOVE PARM-FIELD-1 TO CAL-TYPE
                   END-IF
                   IF PARM-REST (21:) NOT = SPACES
                       MOVE "description longer than 20 characters"
                           TO ROW-FAULT
                       PERFORM PARA-REFUSE-CHANGE
                   END-IF
                   MOVE PARM-REST TO CAL-DESC
               WHEN "ROUTE"
                   MOVE PARM-KEY TO RTE-STEP-NAME
                   IF PARM-FIELD-1-LENGTH = 1
                       MOVE PARM-FIELD-1 TO RTE-CLASS
                   END-IF
               WHEN "AWBP"
                   MOVE PARM-KEY TO AWP-LABEL
                   MOVE 3 TO NUMBER-MAX-DIGITS
                   PERFORM PARA-CHECK-NUMBER
                   IF NUMBER-OK
                       MOVE NUMBER-VALUE TO AWP-RUNS
                   END-IF
               WHEN "RETN"
                   MOVE PARM-KEY TO RETN-LABEL
                   MOVE 3 TO NUMBER-MAX-DIGITS
                   PERFORM PARA-CHECK-NUMBER
                   IF NUMBER-OK
                       MOVE NUMBER-VALUE TO RETN-COUNT
                   END-IF
           END-EVALUATE.
           PERFORM PARA-CHECK-ROW.
           IF NOT ROW-CLEAN
               PERFORM PARA-REFUSE-CHANGE
           END-IF.
           IF FILE-CODE = "SLA" OR "ROUTE"
               MOVE ROW-IMAGE (1:10) TO FIND-STEP-NAME
               PERFORM PARA-FIND-STEP
               IF FIND-STEP-NAME NOT = "SUITE"
                       AND FOUND-STEP-IDX = 0
                   MOVE SPACES TO ROW-FAULT
                   STRING FUNCTION TRIM (FIND-STEP-NAME)
                           DELIMITED BY SIZE
                       " is not a step on EULSTEP" DELIMITED BY SIZE
                       INTO ROW-FAULT
                   PERFORM PARA-REFUSE-CHANGE
               END-IF
           END-IF.

      *    proves a card value is all digits and no wider than its
      *    field - the value 1 field for every file but the calendar,
      *    whose date is its key.
           PARA-CHECK-NUMBER.
           MOVE 'N' TO NUMBER-OK-SWITCH.
           MOVE 0 TO NUMBER-VALUE.
           IF FILE-CODE = "CAL"
               IF PARM-KEY-LENGTH > 0
                       AND PARM-KEY-LENGTH <= NUMBER-MAX-DIGITS
                   IF PARM-KEY (1:PARM-KEY-LENGTH) IS NUMERIC
                       SET NUMBER-OK TO TRUE
                   END-IF
               END-IF
           ELSE
               IF PARM-FIELD-1-LENGTH > 0
                       AND PARM-FIELD-1-LENGTH <= NUMBER-MAX-DIGITS
                   IF PARM-FIELD-1 (1:PARM-FIELD-1-LENGTH) IS NUMERIC
                       SET NUMBER-OK TO TRUE
                       COMPUTE NUMBER-VALUE =
                           FUNCTION NUMVAL (PARM-FIELD-1)
                   END-IF
               END-IF
           END-IF.

      *    a job-step row just added or replaced must depend on a
      *    step that exists, and following its dependencies must
      *    never lead back round to it - the driver would wait on it
      *    forever.
           PARA-GUARD-STEP-CHANGE.
           IF FILE-CODE = "STEP"
               PERFORM PARA-STEPS-FROM-ROWS
               MOVE FOUND-IDX TO CHECK-STEP-IDX
               PERFORM PARA-CHECK-DEPENDENCY
               IF DEPENDS-FAULT NOT = SPACES
                   MOVE DEPENDS-FAULT TO ROW-FAULT
                   PERFORM PARA-REFUSE-CHANGE
               END-IF
           END-IF.

      *    a step another step still depends on cannot go - that is
      *    exactly how a step gets orphaned.
           PARA-GUARD-DEPENDENTS.
           PERFORM PARA-GUARD-ONE-DEPENDENT
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.

           PARA-GUARD-ONE-DEPENDENT.
           IF STEP-TBL-DEPENDS (STEP-IDX) = PARM-KEY
               MOVE SPACES TO ROW-FAULT
               STRING FUNCTION TRIM (STEP-TBL-NAME (STEP-IDX))
                       DELIMITED BY SIZE
                   " still depends on it" DELIMITED BY SIZE
                   INTO ROW-FAULT
               PERFORM PARA-REFUSE-CHANGE
           END-IF.

           PARA-DROP-ROW.
           PERFORM PARA-DROP-ONE-ROW
               VARYING ROW-IDX FROM FOUND-IDX BY 1
               UNTIL ROW-IDX >= ROW-COUNT.
           SUBTRACT 1 FROM ROW-COUNT.

           PARA-DROP-ONE-ROW.
           MOVE ROW-ENTRY (ROW-IDX + 1) TO ROW-ENTRY (ROW-IDX).

      *    checks one row, laid out in ROW-IMAGE, against its file's
      *    record layout - the padding columns blank, every field
      *    where its reader expects it and holding what its reader
      *    can use. ROW-FAULT says what is wrong, first fault only.
           PARA-CHECK-ROW.
           MOVE SPACES TO ROW-FAULT.
           EVALUATE FILE-CODE
               WHEN "STEP"
                   PERFORM PARA-CHECK-STEP-ROW
               WHEN "SLA"
                   PERFORM PARA-CHECK-SLA-ROW
               WHEN "CAL"
                   PERFORM PARA-CHECK-CAL-ROW
               WHEN "ROUTE"
                   PERFORM PARA-CHECK-ROUTE-ROW
               WHEN "AWBP"
                   PERFORM PARA-CHECK-AWBP-ROW
               WHEN "RETN"
                   PERFORM PARA-CHECK-RETN-ROW
           END-EVALUATE.

           PARA-CHECK-STEP-ROW.
           IF STP-PAD-1 NOT = SPACES OR STP-PAD-2 NOT = SPACES
                   OR STP-PAD-3 NOT = SPACES
               MOVE "row out of column alignment" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND STP-NAME = SPACES
               MOVE "step name missing" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND STP-NAME = "SUITE"
               MOVE "SUITE is reserved for the whole run"
                   TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND STP-DEPENDS = STP-NAME
               MOVE "step depends on itself" TO ROW-FAULT
           END-IF.
           MOVE 0 TO FREQ-GOOD-COUNT.
           INSPECT STP-FREQ TALLYING FREQ-GOOD-COUNT
               FOR ALL "Y" ALL "N" ALL "M".
           IF ROW-CLEAN AND FREQ-GOOD-COUNT NOT = 7
               MOVE "frequency mask must be 7 of Y, N or M"
                   TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND STP-COMMAND = SPACES
               MOVE "step command missing" TO ROW-FAULT
           END-IF.

           PARA-CHECK-SLA-ROW.
           IF SLA-PAD NOT = SPACES OR SLA-TAIL NOT = SPACES
               MOVE "row out of column alignment" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND SLA-STEP-NAME = SPACES
               MOVE "step name missing" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND SLA-LIMIT IS NOT NUMERIC
               MOVE "SLA window not numeric" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND SLA-LIMIT = 0
               MOVE "SLA window is zero" TO ROW-FAULT
           END-IF.

           PARA-CHECK-CAL-ROW.
           IF CAL-PAD-1 NOT = SPACES OR CAL-PAD-2 NOT = SPACES
                   OR CAL-TAIL NOT = SPACES
               MOVE "row out of column alignment" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND CAL-DATE IS NOT NUMERIC
               MOVE "calendar date not numeric" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN
               IF FUNCTION TEST-DATE-YYYYMMDD (CAL-DATE) NOT = 0
                   MOVE "not a real calendar date" TO ROW-FAULT
               END-IF
           END-IF.
           IF ROW-CLEAN AND CAL-TYPE NOT = "H" AND "M"
               MOVE "calendar type must be H or M" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND CAL-DESC = SPACES
               MOVE "calendar description missing" TO ROW-FAULT
           END-IF.

           PARA-CHECK-ROUTE-ROW.
           IF RTE-PAD NOT = SPACES OR RTE-TAIL NOT = SPACES
               MOVE "row out of column alignment" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND RTE-STEP-NAME = SPACES
               MOVE "step name missing" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND RTE-CLASS NOT = "O" AND "S"
               MOVE "routing class must be O or S" TO ROW-FAULT
           END-IF.

           PARA-CHECK-AWBP-ROW.
           IF AWP-PAD NOT = SPACES OR AWP-TAIL NOT = SPACES
               MOVE "row out of column alignment" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND AWP-LABEL NOT = "ESCALATE"
               MOVE "label must be ESCALATE" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND AWP-RUNS IS NOT NUMERIC
               MOVE "escalation runs not numeric" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND AWP-RUNS = 0
               MOVE "escalation runs is zero" TO ROW-FAULT
           END-IF.

           PARA-CHECK-RETN-ROW.
           IF RETN-PAD NOT = SPACES OR RETN-TAIL NOT = SPACES
               MOVE "row out of column alignment" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND RETN-LABEL NOT = "GENERATION"
               MOVE "label must be GENERATION" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND RETN-COUNT IS NOT NUMERIC
               MOVE "retention count not numeric" TO ROW-FAULT
           END-IF.
           IF ROW-CLEAN AND RETN-COUNT = 0
               MOVE "retention count is zero" TO ROW-FAULT
           END-IF.

      *    finds the step table entry for FIND-STEP-NAME - zero means
      *    the step isn't on the master at all.
           PARA-FIND-STEP.
           MOVE 0 TO FOUND-STEP-IDX.
           MOVE 1 TO STEP-IDX.
           PERFORM PARA-FIND-ONE-STEP WITH TEST BEFORE
               UNTIL STEP-IDX > STEP-COUNT OR FOUND-STEP-IDX > 0.

           PARA-FIND-ONE-STEP.
           IF STEP-TBL-NAME (STEP-IDX) = FIND-STEP-NAME
               MOVE STEP-IDX TO FOUND-STEP-IDX
           ELSE
               ADD 1 TO STEP-IDX
           END-IF.

      *    proves the dependency of the step at CHECK-STEP-IDX: it
      *    names a step on the master, and walking on from step to
      *    dependency never arrives back at the step itself. A walk
      *    longer than the master is a loop further up that does not
      *    pass through this step - that loop's own steps report it.
           PARA-CHECK-DEPENDENCY.
           MOVE SPACES TO DEPENDS-FAULT.
           IF STEP-TBL-DEPENDS (CHECK-STEP-IDX) NOT = SPACES
               MOVE STEP-TBL-DEPENDS (CHECK-STEP-IDX)
                   TO FIND-STEP-NAME
               PERFORM PARA-FIND-STEP
               IF FOUND-STEP-IDX = 0
                   STRING "depends on unknown step "
                           DELIMITED BY SIZE
                       FUNCTION TRIM (FIND-STEP-NAME)
                           DELIMITED BY SIZE
                       INTO DEPENDS-FAULT
               ELSE
                   MOVE CHECK-STEP-IDX TO WALK-IDX
                   MOVE 0 TO WALK-HOPS
                   MOVE 'N' TO WALK-DONE-SWITCH
                   MOVE 'N' TO CYCLE-SWITCH
                   PERFORM PARA-WALK-ONE-HOP WITH TEST BEFORE
                       UNTIL WALK-DONE
                   IF CYCLE-FOUND
                       MOVE "dependencies loop back to this step"
                           TO DEPENDS-FAULT
                   END-IF
               END-IF
           END-IF.

           PARA-WALK-ONE-HOP.
           IF STEP-TBL-DEPENDS (WALK-IDX) = SPACES
               SET WALK-DONE TO TRUE
           ELSE
               MOVE STEP-TBL-DEPENDS (WALK-IDX) TO FIND-STEP-NAME
               PERFORM PARA-FIND-STEP
               EVALUATE TRUE
                   WHEN FOUND-STEP-IDX = 0
                       SET WALK-DONE TO TRUE
                   WHEN FOUND-STEP-IDX = CHECK-STEP-IDX
                       SET CYCLE-FOUND TO TRUE
                       SET WALK-DONE TO TRUE
                   WHEN OTHER
                       MOVE FOUND-STEP-IDX TO WALK-IDX
                       ADD 1 TO WALK-HOPS
                       IF WALK-HOPS > STEP-COUNT
                           SET WALK-DONE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

           PARA-REWRITE-TARGET.
           OPEN OUTPUT PARAM-FILE.
           PERFORM PARA-REWRITE-ONE-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.
           CLOSE PARAM-FILE.

           PARA-REWRITE-ONE-ROW.
           MOVE ROW-ENTRY (ROW-IDX) TO PARAM-REC.
           WRITE PARAM-REC.

      *    appends the change as two audit rows - B, the row as it
      *    was (blank for an ADD), then A, the row as it now is
      *    (blank for a DEL). OPEN EXTEND fails with a file-status
      *    of 35 the first time the trail doesn't exist yet, in
      *    which case it is created with OPEN OUTPUT instead - same
      *    pattern as the OPERAUDT appends, each row chained to the
      *    one before it through EULCHN the same way.
           PARA-WRITE-AUDIT.
           PERFORM PARA-FIND-AUDIT-CHAIN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "B" TO AUD-IMAGE-KIND.
           MOVE BEFORE-IMAGE TO AUD-IMAGE.
           PERFORM PARA-WRITE-ONE-AUDIT.
           MOVE "A" TO AUD-IMAGE-KIND.
           MOVE AFTER-IMAGE TO AUD-IMAGE.
           PERFORM PARA-WRITE-ONE-AUDIT.
           CLOSE AUDIT-FILE.

           PARA-WRITE-ONE-AUDIT.
           MOVE AUDIT-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE SPACES TO AUD-PAD-1.
           MOVE WS-CURRENT-DATE TO AUD-DATE-STAMP.
           MOVE SPACES TO AUD-PAD-2.
           MOVE WS-CURRENT-TIME TO AUD-TIME-STAMP.
           MOVE SPACES TO AUD-PAD-3.
           MOVE PARM-ACTION TO AUD-ACTION.
           MOVE SPACES TO AUD-PAD-4.
           MOVE FILE-CODE TO AUD-FILE-CODE.
           MOVE SPACES TO AUD-PAD-5.
           MOVE SPACES TO AUD-PAD-6.
           MOVE SPACES TO AUD-PAD-7.
           MOVE AUDIT-REC (1:158) TO CHAIN-ROW-BUFFER.
           CALL "EULCHN" USING BY CONTENT AUDIT-CHAIN-PRIOR,
                               BY CONTENT CHAIN-ROW-BUFFER,
                               BY REFERENCE AUDIT-CHAIN-NEW.
           MOVE AUDIT-CHAIN-NEW TO AUD-CHAIN-VALUE.
           WRITE AUDIT-REC.
           MOVE AUDIT-CHAIN-NEW TO AUDIT-CHAIN-PRIOR.

      *    reads the trail through for the check value its last row
      *    carries - the value the new rows are chained to.
           PARA-FIND-AUDIT-CHAIN.
           MOVE 0 TO AUDIT-CHAIN-PRIOR.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "00"
               MOVE 'N' TO AUDIT-EOF-SWITCH
               PERFORM PARA-FIND-ONE-AUDIT-CHAIN WITH TEST BEFORE
                   UNTIL END-OF-AUDIT
               CLOSE AUDIT-FILE
           END-IF.

           PARA-FIND-ONE-AUDIT-CHAIN.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   IF AUD-CHAIN-VALUE IS NUMERIC
                       MOVE AUD-CHAIN-VALUE TO AUDIT-CHAIN-PRIOR
                   ELSE
                       MOVE 0 TO AUDIT-CHAIN-PRIOR
                   END-IF
           END-READ.

      *    VAL - every row of every parameter file put through the
      *    checks a change would get, plus the checks only the whole
      *    file can answer: duplicate keys, more rows than the
      *    reader loads, dependencies and their loops, and SLA and
      *    ROUTE rows naming steps the master no longer has (a
      *    warning - those rows are simply never used). A file that
      *    isn't there is a warning too, its reader falling back to
      *    its own default - except the job-step master, without
      *    which the driver cannot run at all.
           PARA-VALIDATE-ALL.
           MOVE 0 TO FAULT-COUNT.
           MOVE 0 TO WARNING-COUNT.
           OPEN OUTPUT REPORT-FILE.
           MOVE AUDIT-REGION-CODE TO RPT-TITLE-REGION.
           WRITE REPORT-REC FROM RPT-TITLE.

           MOVE 1 TO FILE-IDX.
           PERFORM PARA-SELECT-FILE.
           PERFORM PARA-LOAD-ROWS.
           PERFORM PARA-STEPS-FROM-ROWS.

           PERFORM PARA-VALIDATE-ONE-FILE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > 6.

           MOVE FAULT-COUNT TO RPT-TOTAL-FAULTS.
           MOVE WARNING-COUNT TO RPT-TOTAL-WARNINGS.
           WRITE REPORT-REC FROM RPT-TOTAL-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "EULDPM: " FAULT-COUNT " fault(s), "
               WARNING-COUNT " warning(s) - see EULDPMRPT".
           IF FAULT-COUNT > 0
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Parameter files failed validation - "
                       DELIMITED BY SIZE
                   FAULT-COUNT DELIMITED BY SIZE
                   " fault(s)" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "DPMV" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           PARA-VALIDATE-ONE-FILE.
           PERFORM PARA-SELECT-FILE.
           PERFORM PARA-LOAD-ROWS.
           MOVE FILE-PATH TO RPT-FILE-PATH.
           MOVE ROW-COUNT TO RPT-FILE-ROWS.
           WRITE REPORT-REC FROM RPT-FILE-LINE.
           MOVE SPACES TO RPT-FAULT-KEY.
           IF NOT FILE-PRESENT
               IF FILE-CODE = "STEP"
                   MOVE "job-step master not there" TO ROW-FAULT
                   PERFORM PARA-REPORT-FAULT
               ELSE
                   MOVE "not there - reader's default applies"
                       TO ROW-FAULT
                   PERFORM PARA-REPORT-WARNING
               END-IF
           ELSE
               IF ROW-OVERFLOW
                       OR ROW-COUNT > PRM-CAPACITY (FILE-IDX)
                   MOVE "more rows than its reader loads"
                       TO ROW-FAULT
                   PERFORM PARA-REPORT-FAULT
               END-IF
               PERFORM PARA-VALIDATE-ONE-ROW
                   VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > ROW-COUNT
           END-IF.

           PARA-VALIDATE-ONE-ROW.
           MOVE ROW-ENTRY (ROW-IDX) TO ROW-IMAGE.
           MOVE ROW-IMAGE (1:10) TO RPT-FAULT-KEY.
           PERFORM PARA-CHECK-ROW.
           IF NOT ROW-CLEAN
               PERFORM PARA-REPORT-FAULT
           END-IF.

           MOVE 0 TO FOUND-IDX.
           PERFORM PARA-FIND-EARLIER-KEY
               VARYING DUP-IDX FROM 1 BY 1
               UNTIL DUP-IDX >= ROW-IDX OR FOUND-IDX > 0.
           IF FOUND-IDX > 0
               MOVE "duplicate key" TO ROW-FAULT
               PERFORM PARA-REPORT-FAULT
           END-IF.

           IF FILE-CODE = "STEP"
               MOVE ROW-IDX TO CHECK-STEP-IDX
               PERFORM PARA-CHECK-DEPENDENCY
               IF DEPENDS-FAULT NOT = SPACES
                   MOVE DEPENDS-FAULT TO ROW-FAULT
                   PERFORM PARA-REPORT-FAULT
               END-IF
           END-IF.

           IF FILE-CODE = "SLA" OR "ROUTE"
               MOVE ROW-IMAGE (1:10) TO FIND-STEP-NAME
               PERFORM PARA-FIND-STEP
               IF FIND-STEP-NAME NOT = "SUITE"
                       AND FIND-STEP-NAME NOT = SPACES
                       AND FOUND-STEP-IDX = 0
                   MOVE "names no step on EULSTEP" TO ROW-FAULT
                   PERFORM PARA-REPORT-WARNING
               END-IF
           END-IF.

           PARA-FIND-EARLIER-KEY.
           IF ROW-ENTRY (DUP-IDX) (1:10) = ROW-IMAGE (1:10)
               MOVE DUP-IDX TO FOUND-IDX
           END-IF.

           PARA-REPORT-FAULT.
           MOVE "FAULT" TO RPT-FAULT-KIND.
           MOVE ROW-FAULT TO RPT-FAULT-TEXT.
           WRITE REPORT-REC FROM RPT-FAULT-LINE.
           ADD 1 TO FAULT-COUNT.

           PARA-REPORT-WARNING.
           MOVE "WARNING" TO RPT-FAULT-KIND.
           MOVE ROW-FAULT TO RPT-FAULT-TEXT.
           WRITE REPORT-REC FROM RPT-FAULT-LINE.
           ADD 1 TO WARNING-COUNT.

       END PROGRAM EULDPM.
