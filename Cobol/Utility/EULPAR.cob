      * EULPAR.cob
      * TEST-versus-PROD parallel-run comparison and promotion
      * sign-off. A program change rehearsed in a TEST region used to
      * be proved by someone eyeballing two JOBLOGs side by side. This
      * job takes a TEST batch-run ID and a PROD batch-run ID, pairs
      * every program's JOBLOG row from the TEST run with the PROD
      * run's row for the same program and JOBLOG-PARMS, and compares
      * the answers, the step return codes (off the EULRECON
      * generations EULDRV kept for both runs) and the durations -
      * the TEST run may be no slower than the PROD run plus the
      * duration tolerance, and never by less than one second, so
      * ordinary clock noise on a short step is not a difference.
      * When Euler03 is among the pairs, the EUL03RES and EUL03FAC
      * generations of both runs are compared number by number as
      * well. Every difference goes to the EULPARRPT comparison
      * report. A clean comparison run by an operator OPERVAL proves
      * and OPERMAST names as an active supervisor - not the operator
      * who ran the TEST run - appends one promotion sign-off row per
      * program to Data/EULSIGN, naming that supervisor, both runs
      * and the build the rehearsal exercised. A program whose build
      * has changed since the TEST run is not signed off. EULDRV
      * warns when a program runs in production on a build changed
      * since its last sign-off. The parameter card is
      *     test-run-id prod-run-id [region [tolerance]]
      * where region is the rehearsal region the TEST run wrote into
      * (TEST when omitted, never PROD) and tolerance is the percent
      * a TEST step may run over its PROD duration (25 when omitted).
      * Return code 8 when the runs differ, 4 when they agree but
      * nothing (or not everything) could be signed off, 12 when the
      * comparison could not be made at all.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-10-02  Created.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
      * 2026-10-15  A build is judged changed since the TEST run against
      *             the run's clock stamp, taken off its batch-run ID or
      *             its kept EULRECON generation, not against the
      *             business date on its JOBLOG rows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLOG-FILE ASSIGN TO "PARJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.
           SELECT RECON-FILE ASSIGN TO "PARRECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-STATUS-WS.
           SELECT RES-FILE ASSIGN TO "PARRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RES-STATUS.
           SELECT FAC-FILE ASSIGN TO "PARFAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAC-STATUS.
           SELECT OPER-FILE ASSIGN TO "Data/OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT SIGN-FILE ASSIGN TO "Data/EULSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULPARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    one run's history, allocated onto the PARJLOG DD name -
      *    the region's JOBLOG for the TEST run, production's for the
      *    PROD run.
       FD  JOBLOG-FILE.
           COPY JOBLOG.

      *    one run's kept reconciliation generation - where each
      *    step's return code was recorded.
       FD  RECON-FILE.
       01  RECON-REC.
           05  RECON-PROGRAM-NAME      PIC X(10).
           05  RECON-PAD-1             PIC X(02).
           05  RECON-EXPECTED          PIC 9(18).
           05  RECON-PAD-2             PIC X(02).
           05  RECON-ACTUAL            PIC 9(18).
           05  RECON-PAD-3             PIC X(02).
           05  RECON-STATUS            PIC X(04).
           05  RECON-PAD-4             PIC X(02).
           05  RECON-STEP-RC           PIC 9(02).

      *    one run's kept Euler03 results and factor detail - the
      *    header and trailer control records are recognised by
      *    their record type and passed over.
       FD  RES-FILE.
       01  RES-REC.
           05  RES-INPUT-N             PIC 9(18).
           05  RES-PAD                 PIC X(02).
           05  RES-FANSWER             PIC 9(18).
       01  RES-CONTROL-REC.
           05  RES-REC-TYPE            PIC X(03).
           05  FILLER                  PIC X(35).

       FD  FAC-FILE.
       01  FAC-REC.
           05  FAC-INPUT-N             PIC 9(18).
           05  FAC-PAD-1               PIC X(02).
           05  FAC-VALUE               PIC 9(18).
           05  FAC-PAD-2               PIC X(02).
           05  FAC-MULT                PIC 9(04).
       01  FAC-CONTROL-REC.
           05  FAC-REC-TYPE            PIC X(03).
           05  FILLER                  PIC X(41).

      *    production's operator master, read for the one fact
      *    OPERVAL doesn't report - supervisor authority.
       FD  OPER-FILE.
           COPY OPERREC.

       FD  SIGN-FILE.
           COPY SIGNREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  JOBLOG-STATUS    PIC X(02) VALUE SPACES.
       01  RECON-STATUS-WS  PIC X(02) VALUE SPACES.
       01  RES-STATUS       PIC X(02) VALUE SPACES.
       01  FAC-STATUS       PIC X(02) VALUE SPACES.
       01  OPER-STATUS      PIC X(02) VALUE SPACES.
       01  SIGN-STATUS      PIC X(02) VALUE SPACES.
       01  JOBLOG-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-JOBLOG           VALUE 'Y'.
       01  RECON-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-RECON            VALUE 'Y'.
       01  RES-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-RES              VALUE 'Y'.
       01  FAC-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-FAC              VALUE 'Y'.
       01  OPER-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-OPER             VALUE 'Y'.

      *    parameter-card fields.
       01  PARM-CARD        PIC X(64) VALUE SPACES.
       01  PARM-TOKEN-1     PIC X(20) VALUE SPACES.
       01  PARM-TOKEN-2     PIC X(20) VALUE SPACES.
       01  PARM-TOKEN-3     PIC X(20) VALUE SPACES.
       01  PARM-TOKEN-4     PIC X(20) VALUE SPACES.
       01  PARM-TOL-TEXT    PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
       01  PARM-TOL-NUM REDEFINES PARM-TOL-TEXT PIC 9(03).
       01  TEST-REGION      PIC X(04) VALUE "TEST".
       01  DUR-TOLERANCE    PIC 9(03) VALUE 25.
      *    the least slowdown ever called a difference, in
      *    centiseconds - the JOBLOG duration unit.
       01  DUR-FLOOR        PIC 9(07) VALUE 100.
       01  DUR-ALLOWANCE    PIC 9(09) VALUE 0.

      *    the two runs under comparison - side 1 is the TEST run,
      *    side 2 the PROD run - each with its JOBLOG rows, one per
      *    program and parameter set (a restarted step's later row
      *    replaces its earlier one), and the return code its kept
      *    EULRECON generation recorded for the program.
       01  SIDE-IDX         PIC 9(01) COMP VALUE 0.
       01  SIDE-TABLE.
           05  SIDE-ENTRY OCCURS 2 TIMES.
               10  SIDE-RUN-ID         PIC X(16).
               10  SIDE-RECON-SW       PIC X(01).
               10  SIDE-ROW-COUNT      PIC 9(03) COMP.
               10  SIDE-ROW OCCURS 50 TIMES.
                   15  ROW-PROGRAM     PIC X(10).
                   15  ROW-PARMS       PIC X(32).
                   15  ROW-DATE        PIC 9(08).
                   15  ROW-TIME        PIC 9(08).
                   15  ROW-ANSWER      PIC 9(18).
                   15  ROW-DURATION    PIC 9(07).
                   15  ROW-OPERATOR    PIC X(08).
                   15  ROW-RC          PIC 9(02).
                   15  ROW-RC-SW       PIC X(01).
                   15  ROW-PAIR-IDX    PIC 9(03) COMP.
       01  ROW-IDX          PIC 9(03) COMP VALUE 0.
       01  PRD-IDX          PIC 9(03) COMP VALUE 0.
       01  SCAN-IDX         PIC 9(03) COMP VALUE 0.
       01  FOUND-ROW-IDX    PIC 9(03) COMP VALUE 0.
       01  FIND-SIDE        PIC 9(01) COMP VALUE 0.
       01  FIND-PROGRAM     PIC X(10) VALUE SPACES.
       01  FIND-PARMS       PIC X(32) VALUE SPACES.
       01  ROW-OVERFLOW-COUNT PIC 9(04) VALUE 0.

      *    path building for the side in hand - the TEST side's
      *    files carry the region suffix, and a kept generation
      *    carries the run ID after it.
       01  SIDE-BASE-PATH   PIC X(30) VALUE SPACES.
       01  SIDE-PATH        PIC X(60) VALUE SPACES.
       01  SIDE-PATH-WORK   PIC X(60) VALUE SPACES.
       01  GEN-PATH-SWITCH  PIC X(01) VALUE 'N'.
           88  PATH-IS-GENERATION      VALUE 'Y'.

      *    the differences found in the pair in hand.
       01  ANSWER-DIFF-SW   PIC X(01) VALUE 'N'.
           88  ANSWER-DIFFERS          VALUE 'Y'.
       01  RC-DIFF-SW       PIC X(01) VALUE 'N'.
           88  RC-DIFFERS              VALUE 'Y'.
       01  RC-MISSING-SW    PIC X(01) VALUE 'N'.
           88  RC-NOT-KEPT             VALUE 'Y'.
       01  DUR-DIFF-SW      PIC X(01) VALUE 'N'.
           88  TEST-RAN-SLOWER         VALUE 'Y'.
       01  EUL03-PAIRED-SW  PIC X(01) VALUE 'N'.
           88  EUL03-PAIRED            VALUE 'Y'.

      *    the Euler03 detail of both runs - results rows with the
      *    first factor row and factor count of each number, and the
      *    factor rows in file order (Euler03 writes a number's
      *    factors together, straight after its result).
       01  E3-TABLE.
           05  E3-SIDE OCCURS 2 TIMES.
               10  E3-GEN-SW           PIC X(01).
               10  E3-RES-COUNT        PIC 9(04) COMP.
               10  E3-FAC-COUNT        PIC 9(05) COMP.
               10  E3-RES OCCURS 600 TIMES.
                   15  E3-N            PIC 9(18).
                   15  E3-ANSWER       PIC 9(18).
                   15  E3-FAC-FIRST    PIC 9(05) COMP.
                   15  E3-FAC-NUM      PIC 9(03) COMP.
                   15  E3-MATCHED      PIC X(01).
               10  E3-FAC OCCURS 9000 TIMES.
                   15  E3-FAC-N        PIC 9(18).
                   15  E3-FAC-VALUE    PIC 9(18).
                   15  E3-FAC-MULT     PIC 9(04).
       01  E3-IDX           PIC 9(04) COMP VALUE 0.
       01  E3-PRD-IDX       PIC 9(04) COMP VALUE 0.
       01  E3-SCAN-IDX      PIC 9(04) COMP VALUE 0.
       01  E3-CUR-IDX       PIC 9(04) COMP VALUE 0.
       01  FAC-IDX          PIC 9(05) COMP VALUE 0.
       01  FAC-OFFSET       PIC 9(03) COMP VALUE 0.
       01  FAC-TEST-POS     PIC 9(05) COMP VALUE 0.
       01  FAC-PROD-POS     PIC 9(05) COMP VALUE 0.
       01  E3-OVERFLOW-SW   PIC X(01) VALUE 'N'.
           88  E3-TABLE-FULL           VALUE 'Y'.
       01  FACTORS-DIFF-SW  PIC X(01) VALUE 'N'.
           88  FACTORS-DIFFER          VALUE 'Y'.
       01  E3-WHAT          PIC X(16) VALUE SPACES.
       01  E3-COMPARED-COUNT PIC 9(06) VALUE 0.

      *    the comparison's outcome.
       01  PAIR-COUNT       PIC 9(04) VALUE 0.
       01  DIFF-COUNT       PIC 9(06) VALUE 0.
       01  UNREHEARSED-COUNT PIC 9(04) VALUE 0.
       01  SIGNED-COUNT     PIC 9(04) VALUE 0.
       01  STALE-COUNT      PIC 9(04) VALUE 0.
       01  SIGN-VERDICT     PIC X(40) VALUE SPACES.

      *    sign-off proof - the approving operator's authority, and
      *    whether the approver is the one who ran the rehearsal.
       01  SUPERVISOR-SW    PIC X(01) VALUE 'N'.
           88  APPROVER-IS-SUPERVISOR  VALUE 'Y'.
       01  RAN-TEST-SW      PIC X(01) VALUE 'N'.
           88  APPROVER-RAN-TEST       VALUE 'Y'.

      *    the build stamp of the program being signed off, against
      *    the clock stamp of the TEST run that exercised it. A
      *    JOBLOG row carries the business date, not the clock date,
      *    so the run's clock start comes off its batch-run ID (the
      *    YYYYMMDDHHMMSSCC stamp EULDRV gives a run by default) and
      *    the row's clock time is paired with that date, a day on
      *    when the time is earlier than the start. A run ID that is
      *    not a stamp falls back to when the run's kept EULRECON
      *    generation was written.
       01  BUILD-STAMP      PIC 9(16) VALUE 0.
       01  TEST-RUN-STAMP   PIC 9(16) VALUE 0.
       01  RUN-START-DATE   PIC 9(08) VALUE 0.
       01  RUN-START-TIME   PIC 9(08) VALUE 0.
       01  RUN-ROW-DATE     PIC 9(08) VALUE 0.
       01  RECON-GEN-STAMP  PIC 9(16) VALUE 0.
       01  RUN-ID-STAMP-SW  PIC X(01) VALUE 'N'.
           88  RUN-ID-IS-STAMP         VALUE 'Y'.
       01  BUILD-PATH       PIC X(40) VALUE SPACES.
       01  BUILD-DETAILS.
           05  BUILD-SIZE              PIC X(08) COMP-X.
           05  BUILD-DAY               PIC X(01) COMP-X.
           05  BUILD-MONTH             PIC X(01) COMP-X.
           05  BUILD-YEAR              PIC X(02) COMP-X.
           05  BUILD-HOURS             PIC X(01) COMP-X.
           05  BUILD-MINUTES           PIC X(01) COMP-X.
           05  BUILD-SECONDS           PIC X(01) COMP-X.
           05  BUILD-HUNDREDTHS        PIC X(01) COMP-X.

      *    the error-log record and the interface fields for the
      *    shared EULLOG logging service.
       COPY ERRLOG.

       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACE.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.
       01  EVENT-COUNT-DISP  PIC Z(05)9.

      *    operator-validation state - the interface fields for the
      *    shared OPERVAL service. A sign-off releases a build into
      *    production, so the approver must be provable.
       01  OPV-MASTER-PATH   PIC X(40) VALUE SPACES.
       01  OPV-OVERRIDE-ID   PIC X(08) VALUE SPACES.
       01  OPV-RUN-MODE      PIC X(08) VALUE SPACES.
       01  OPV-RESULT        PIC X(01) VALUE SPACE.
       01  OPV-REASON        PIC X(40) VALUE SPACES.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(48) VALUE
               "EULPAR TEST-VERSUS-PROD PARALLEL-RUN COMPARISON".
       01  RPT-RUNS-LINE.
           05  FILLER           PIC X(10) VALUE "TEST RUN  ".
           05  RPT-TEST-RUN     PIC X(16).
           05  FILLER           PIC X(10) VALUE "  REGION  ".
           05  RPT-TEST-REGION  PIC X(04).
           05  FILLER           PIC X(14) VALUE "    PROD RUN  ".
           05  RPT-PROD-RUN     PIC X(16).
           05  FILLER           PIC X(16) VALUE "    TOLERANCE  ".
           05  RPT-TOLERANCE    PIC ZZ9.
           05  FILLER           PIC X(01) VALUE "%".
       01  RPT-HEADING.
           05  FILLER           PIC X(12) VALUE "PROGRAM".
           05  FILLER           PIC X(34) VALUE "PARMS".
           05  FILLER           PIC X(20) VALUE "TEST ANSWER".
           05  FILLER           PIC X(20) VALUE "PROD ANSWER".
           05  FILLER           PIC X(04) VALUE "TRC".
           05  FILLER           PIC X(04) VALUE "PRC".
           05  FILLER           PIC X(09) VALUE "TEST DUR".
           05  FILLER           PIC X(09) VALUE "PROD DUR".
           05  FILLER           PIC X(06) VALUE "RESULT".
       01  RPT-DETAIL.
           05  RPT-PROGRAM      PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PARMS        PIC X(32).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TEST-ANSWER  PIC X(18).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PROD-ANSWER  PIC X(18).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TEST-RC      PIC X(02).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PROD-RC      PIC X(02).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TEST-DUR     PIC X(07).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PROD-DUR     PIC X(07).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-RESULT       PIC X(12).
       01  RPT-NOTE-LINE.
           05  FILLER           PIC X(12) VALUE SPACES.
           05  RPT-NOTE         PIC X(60).
       01  RPT-SECTION-LINE.
           05  RPT-SECTION      PIC X(60).
       01  RPT-E3-HEADING.
           05  FILLER           PIC X(20) VALUE "NUMBER".
           05  FILLER           PIC X(18) VALUE "DIFFERENCE".
           05  FILLER           PIC X(20) VALUE "TEST".
           05  FILLER           PIC X(18) VALUE "PROD".
       01  RPT-E3-DETAIL.
           05  RPT-E3-N         PIC 9(18).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-E3-WHAT      PIC X(16).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-E3-TEST      PIC X(18).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-E3-PROD      PIC X(18).
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(28).
           05  RPT-COUNT-VALUE  PIC ZZZZZ9.
       01  RPT-VERDICT-LINE.
           05  FILLER           PIC X(10) VALUE "VERDICT:  ".
           05  RPT-VERDICT      PIC X(40).

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           PERFORM PARA-LOAD-SIDE
               VARYING SIDE-IDX FROM 1 BY 1
               UNTIL SIDE-IDX > 2.
           IF SIDE-ROW-COUNT (1) = 0
               DISPLAY "EULPAR: no JOBLOG rows for TEST run "
                   SIDE-RUN-ID (1) " in region " TEST-REGION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SIDE-ROW-COUNT (2) = 0
               DISPLAY "EULPAR: no JOBLOG rows for PROD run "
                   SIDE-RUN-ID (2)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-TITLE.
           MOVE SIDE-RUN-ID (1) TO RPT-TEST-RUN.
           MOVE TEST-REGION TO RPT-TEST-REGION.
           MOVE SIDE-RUN-ID (2) TO RPT-PROD-RUN.
           MOVE DUR-TOLERANCE TO RPT-TOLERANCE.
           WRITE REPORT-REC FROM RPT-RUNS-LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM RPT-HEADING.
           IF ROW-OVERFLOW-COUNT > 0
               MOVE "RUN TABLE FULL - SOME JOBLOG ROWS NOT COMPARED"
                   TO RPT-NOTE
               WRITE REPORT-REC FROM RPT-NOTE-LINE
               ADD 1 TO DIFF-COUNT
           END-IF.

           PERFORM PARA-COMPARE-ONE-PAIR
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > SIDE-ROW-COUNT (1).

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "PROD RUNS NOT REHEARSED IN THE TEST RUN"
               TO RPT-SECTION.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           PERFORM PARA-LIST-UNREHEARSED
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > SIDE-ROW-COUNT (2).

           IF EUL03-PAIRED
               PERFORM PARA-COMPARE-EUL03-DETAIL
           END-IF.

           PERFORM PARA-DECIDE-SIGNOFF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "PAIRS COMPARED:" TO RPT-COUNT-LABEL.
           MOVE PAIR-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "EULER03 NUMBERS COMPARED:" TO RPT-COUNT-LABEL.
           MOVE E3-COMPARED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "DIFFERENCES:" TO RPT-COUNT-LABEL.
           MOVE DIFF-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "NOT REHEARSED:" TO RPT-COUNT-LABEL.
           MOVE UNREHEARSED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "SIGN-OFFS WRITTEN:" TO RPT-COUNT-LABEL.
           MOVE SIGNED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE SIGN-VERDICT TO RPT-VERDICT.
           WRITE REPORT-REC FROM RPT-VERDICT-LINE.
           CLOSE REPORT-FILE.

           PERFORM PARA-RECORD-OUTCOME.

           DISPLAY "EULPAR: " PAIR-COUNT " pair(s) compared, "
               DIFF-COUNT " difference(s), " SIGNED-COUNT
               " sign-off(s) - see EULPARRPT".
           DISPLAY "EULPAR: " SIGN-VERDICT.

           EVALUATE TRUE
               WHEN DIFF-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN SIGNED-COUNT = 0 OR STALE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *    reads the comparison card - both run IDs are required, the
      *    region and the tolerance are optional. The TEST side must
      *    be a rehearsal region: comparing production with itself
      *    proves nothing.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
                    PARM-TOKEN-3 PARM-TOKEN-4.
           IF PARM-TOKEN-1 = SPACES
               MOVE PARM-TOKEN-2 TO PARM-TOKEN-1
               MOVE PARM-TOKEN-3 TO PARM-TOKEN-2
               MOVE PARM-TOKEN-4 TO PARM-TOKEN-3
               MOVE SPACES TO PARM-TOKEN-4
           END-IF.
           IF PARM-TOKEN-1 = SPACES OR PARM-TOKEN-2 = SPACES
               DISPLAY "EULPAR: card is test-run-id prod-run-id "
                   "[region [tolerance]]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-TOKEN-1 (17:) NOT = SPACES
                   OR PARM-TOKEN-2 (17:) NOT = SPACES
               DISPLAY "EULPAR: a batch-run ID is at most 16 "
                   "characters"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-TOKEN-1 = PARM-TOKEN-2
               DISPLAY "EULPAR: the TEST and PROD runs must differ"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-TOKEN-1 TO SIDE-RUN-ID (1).
           MOVE PARM-TOKEN-2 TO SIDE-RUN-ID (2).
           IF PARM-TOKEN-3 NOT = SPACES
               IF PARM-TOKEN-3 (5:) NOT = SPACES
                       OR PARM-TOKEN-3 = "PROD"
                   DISPLAY "EULPAR: the TEST region must be a "
                       "rehearsal region of at most 4 characters"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-TOKEN-3 TO TEST-REGION
           END-IF.
           IF PARM-TOKEN-4 NOT = SPACES
               MOVE FUNCTION TRIM (PARM-TOKEN-4) TO PARM-TOL-TEXT
               INSPECT PARM-TOL-TEXT
                   REPLACING LEADING SPACES BY ZEROS
               IF PARM-TOL-NUM IS NOT NUMERIC
                       OR PARM-TOKEN-4 (4:) NOT = SPACES
                   DISPLAY "EULPAR: tolerance must be a percent, "
                       "0 to 999"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-TOL-NUM TO DUR-TOLERANCE
           END-IF.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set - then proves
      *    the operator against production's master. The comparison
      *    is a production job whatever REGION says: it reads the
      *    rehearsal region by name off the card.
           PARA-AUDIT-STAMP.
           MOVE "PROD" TO AUDIT-REGION-CODE.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the business date this run's rows are stamped with, off
      *    the suite's EULBDATE control record.
           MOVE "Data/EULBDATE" TO REGION-PATH-WORK.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

           PERFORM PARA-VALIDATE-OPERATOR.

           PARA-VALIDATE-OPERATOR.
           ACCEPT OPV-OVERRIDE-ID FROM ENVIRONMENT "OVERRIDE_ID".
           ACCEPT OPV-RUN-MODE FROM ENVIRONMENT "RUN_MODE".
           MOVE "Data/OPERMAST" TO OPV-MASTER-PATH.
           CALL "OPERVAL" USING BY CONTENT OPV-MASTER-PATH,
                                BY CONTENT AUDIT-OPERATOR-ID,
                                BY CONTENT OPV-OVERRIDE-ID,
                                BY CONTENT OPV-RUN-MODE,
                                BY REFERENCE OPV-RESULT,
                                BY REFERENCE OPV-REASON.
           EVALUATE OPV-RESULT
               WHEN "R"
                   DISPLAY "EULPAR: run refused - " OPV-REASON
                   MOVE OPV-REASON TO ERRLOG-MESSAGE
                   MOVE "S" TO EVENT-SEVERITY
                   MOVE "OPID" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN "O"
                   DISPLAY "EULPAR: " OPV-REASON
               WHEN "W"
                   DISPLAY "EULPAR: " OPV-REASON
           END-EVALUATE.

      *    builds the path of one of the side's files - the TEST
      *    side's carry the region suffix, and a kept generation
      *    carries the run ID after that, the way EULDRV names them.
           PARA-BUILD-SIDE-PATH.
           MOVE SIDE-BASE-PATH TO SIDE-PATH.
           IF SIDE-IDX = 1
               MOVE SPACES TO SIDE-PATH
               STRING FUNCTION TRIM (SIDE-BASE-PATH) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   TEST-REGION DELIMITED BY SPACE
                   INTO SIDE-PATH
           END-IF.
           IF PATH-IS-GENERATION
               MOVE SIDE-PATH TO SIDE-PATH-WORK
               MOVE SPACES TO SIDE-PATH
               STRING FUNCTION TRIM (SIDE-PATH-WORK) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   SIDE-RUN-ID (SIDE-IDX) DELIMITED BY SPACE
                   INTO SIDE-PATH
           END-IF.

      *    loads one run - its JOBLOG rows, then the return codes off
      *    its kept EULRECON generation. A missing generation leaves
      *    every return code of the run unknown, which the pairing
      *    reports rather than guesses at.
           PARA-LOAD-SIDE.
           MOVE 0 TO SIDE-ROW-COUNT (SIDE-IDX).
           MOVE 'N' TO SIDE-RECON-SW (SIDE-IDX).
           MOVE "JOBLOG" TO SIDE-BASE-PATH.
           MOVE 'N' TO GEN-PATH-SWITCH.
           PERFORM PARA-BUILD-SIDE-PATH.
           SET ENVIRONMENT "DD_PARJLOG" TO SIDE-PATH.
           OPEN INPUT JOBLOG-FILE.
           IF JOBLOG-STATUS = "00"
               MOVE 'N' TO JOBLOG-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-JOBLOG WITH TEST BEFORE
                   UNTIL END-OF-JOBLOG
               CLOSE JOBLOG-FILE
           END-IF.

           MOVE "EULRECON" TO SIDE-BASE-PATH.
           MOVE 'Y' TO GEN-PATH-SWITCH.
           PERFORM PARA-BUILD-SIDE-PATH.
           SET ENVIRONMENT "DD_PARRECON" TO SIDE-PATH.
           OPEN INPUT RECON-FILE.
           IF RECON-STATUS-WS = "00"
               MOVE 'Y' TO SIDE-RECON-SW (SIDE-IDX)
               MOVE 'N' TO RECON-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-RECON WITH TEST BEFORE
                   UNTIL END-OF-RECON
               CLOSE RECON-FILE
           END-IF.

           PARA-LOAD-ONE-JOBLOG.
           READ JOBLOG-FILE
               AT END
                   SET END-OF-JOBLOG TO TRUE
               NOT AT END
                   IF JOBLOG-BATCH-RUN-ID = SIDE-RUN-ID (SIDE-IDX)
                       PERFORM PARA-KEEP-ONE-RUN-ROW
                   END-IF
           END-READ.

      *    a restarted step logs a second row under the same run ID -
      *    the later row is the one the run finished with.
           PARA-KEEP-ONE-RUN-ROW.
           MOVE SIDE-IDX TO FIND-SIDE.
           MOVE JOBLOG-PROGRAM-NAME TO FIND-PROGRAM.
           MOVE JOBLOG-PARMS TO FIND-PARMS.
           PERFORM PARA-FIND-ROW.
           IF FOUND-ROW-IDX = 0
               IF SIDE-ROW-COUNT (SIDE-IDX) < 50
                   ADD 1 TO SIDE-ROW-COUNT (SIDE-IDX)
                   MOVE SIDE-ROW-COUNT (SIDE-IDX) TO FOUND-ROW-IDX
                   MOVE 'N' TO ROW-RC-SW (SIDE-IDX, FOUND-ROW-IDX)
                   MOVE 0 TO ROW-RC (SIDE-IDX, FOUND-ROW-IDX)
                   MOVE 0 TO ROW-PAIR-IDX (SIDE-IDX, FOUND-ROW-IDX)
               ELSE
                   ADD 1 TO ROW-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF FOUND-ROW-IDX > 0
               MOVE JOBLOG-PROGRAM-NAME
                   TO ROW-PROGRAM (SIDE-IDX, FOUND-ROW-IDX)
               MOVE JOBLOG-PARMS TO ROW-PARMS (SIDE-IDX, FOUND-ROW-IDX)
               MOVE JOBLOG-DATE-STAMP
                   TO ROW-DATE (SIDE-IDX, FOUND-ROW-IDX)
               MOVE JOBLOG-TIME-STAMP
                   TO ROW-TIME (SIDE-IDX, FOUND-ROW-IDX)
               MOVE JOBLOG-ANSWER
                   TO ROW-ANSWER (SIDE-IDX, FOUND-ROW-IDX)
               MOVE JOBLOG-DURATION
                   TO ROW-DURATION (SIDE-IDX, FOUND-ROW-IDX)
               MOVE JOBLOG-OPERATOR-ID
                   TO ROW-OPERATOR (SIDE-IDX, FOUND-ROW-IDX)
           END-IF.

      *    finds the row of FIND-SIDE with the program and parameters
      *    asked for - FOUND-ROW-IDX stays zero when there is none.
           PARA-FIND-ROW.
           MOVE 0 TO FOUND-ROW-IDX.
           MOVE 1 TO SCAN-IDX.
           PERFORM PARA-FIND-ONE-ROW WITH TEST BEFORE
               UNTIL SCAN-IDX > SIDE-ROW-COUNT (FIND-SIDE)
                   OR FOUND-ROW-IDX > 0.

           PARA-FIND-ONE-ROW.
           IF ROW-PROGRAM (FIND-SIDE, SCAN-IDX) = FIND-PROGRAM
                   AND ROW-PARMS (FIND-SIDE, SCAN-IDX) = FIND-PARMS
               MOVE SCAN-IDX TO FOUND-ROW-IDX
           ELSE
               ADD 1 TO SCAN-IDX
           END-IF.

      *    a reconciliation row names the program, not its
      *    parameters - a program runs once per driver run, so its
      *    return code goes on every row the run logged for it.
           PARA-LOAD-ONE-RECON.
           READ RECON-FILE
               AT END
                   SET END-OF-RECON TO TRUE
               NOT AT END
                   PERFORM PARA-SET-ONE-RC
                       VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX > SIDE-ROW-COUNT (SIDE-IDX)
           END-READ.

           PARA-SET-ONE-RC.
           IF ROW-PROGRAM (SIDE-IDX, SCAN-IDX) = RECON-PROGRAM-NAME
                   AND RECON-STEP-RC IS NUMERIC
               MOVE RECON-STEP-RC TO ROW-RC (SIDE-IDX, SCAN-IDX)
               MOVE 'Y' TO ROW-RC-SW (SIDE-IDX, SCAN-IDX)
           END-IF.

      *    pairs one TEST row with the PROD row of the same program
      *    and parameters, and compares answer, return code and
      *    duration. A TEST row with no PROD twin has nothing to be
      *    proved against, which is itself a difference.
           PARA-COMPARE-ONE-PAIR.
           MOVE 2 TO FIND-SIDE.
           MOVE ROW-PROGRAM (1, ROW-IDX) TO FIND-PROGRAM.
           MOVE ROW-PARMS (1, ROW-IDX) TO FIND-PARMS.
           PERFORM PARA-FIND-ROW.
           MOVE FOUND-ROW-IDX TO PRD-IDX.
           MOVE SPACES TO RPT-DETAIL.
           MOVE ROW-PROGRAM (1, ROW-IDX) TO RPT-PROGRAM.
           MOVE ROW-PARMS (1, ROW-IDX) TO RPT-PARMS.
           MOVE ROW-ANSWER (1, ROW-IDX) TO RPT-TEST-ANSWER.
           MOVE ROW-DURATION (1, ROW-IDX) TO RPT-TEST-DUR.
           MOVE "--" TO RPT-TEST-RC.
           IF ROW-RC-SW (1, ROW-IDX) = 'Y'
               MOVE ROW-RC (1, ROW-IDX) TO RPT-TEST-RC
           END-IF.
           IF PRD-IDX = 0
               MOVE "NO PROD RUN" TO RPT-RESULT
               WRITE REPORT-REC FROM RPT-DETAIL
               ADD 1 TO DIFF-COUNT
           ELSE
               PERFORM PARA-COMPARE-PAIRED-ROWS
           END-IF.

           PARA-COMPARE-PAIRED-ROWS.
           ADD 1 TO PAIR-COUNT.
           MOVE PRD-IDX TO ROW-PAIR-IDX (1, ROW-IDX).
           MOVE ROW-IDX TO ROW-PAIR-IDX (2, PRD-IDX).
           IF ROW-PROGRAM (1, ROW-IDX) = "Euler03"
               SET EUL03-PAIRED TO TRUE
           END-IF.
           MOVE ROW-ANSWER (2, PRD-IDX) TO RPT-PROD-ANSWER.
           MOVE ROW-DURATION (2, PRD-IDX) TO RPT-PROD-DUR.
           MOVE "--" TO RPT-PROD-RC.
           IF ROW-RC-SW (2, PRD-IDX) = 'Y'
               MOVE ROW-RC (2, PRD-IDX) TO RPT-PROD-RC
           END-IF.

           MOVE 'N' TO ANSWER-DIFF-SW.
           MOVE 'N' TO RC-DIFF-SW.
           MOVE 'N' TO RC-MISSING-SW.
           MOVE 'N' TO DUR-DIFF-SW.
           IF ROW-ANSWER (1, ROW-IDX) NOT = ROW-ANSWER (2, PRD-IDX)
               SET ANSWER-DIFFERS TO TRUE
           END-IF.
           IF ROW-RC-SW (1, ROW-IDX) = 'Y'
                   AND ROW-RC-SW (2, PRD-IDX) = 'Y'
               IF ROW-RC (1, ROW-IDX) NOT = ROW-RC (2, PRD-IDX)
                   SET RC-DIFFERS TO TRUE
               END-IF
           ELSE
               SET RC-NOT-KEPT TO TRUE
           END-IF.
           COMPUTE DUR-ALLOWANCE =
               ROW-DURATION (2, PRD-IDX) * DUR-TOLERANCE / 100.
           IF DUR-ALLOWANCE < DUR-FLOOR
               MOVE DUR-FLOOR TO DUR-ALLOWANCE
           END-IF.
           IF ROW-DURATION (1, ROW-IDX)
                   > ROW-DURATION (2, PRD-IDX) + DUR-ALLOWANCE
               SET TEST-RAN-SLOWER TO TRUE
           END-IF.

           IF ANSWER-DIFFERS OR RC-DIFFERS OR RC-NOT-KEPT
                   OR TEST-RAN-SLOWER
               MOVE "DIFFERS" TO RPT-RESULT
           ELSE
               MOVE "MATCH" TO RPT-RESULT
           END-IF.
           WRITE REPORT-REC FROM RPT-DETAIL.

           IF ANSWER-DIFFERS
               MOVE "ANSWER DIFFERS" TO RPT-NOTE
               WRITE REPORT-REC FROM RPT-NOTE-LINE
               ADD 1 TO DIFF-COUNT
           END-IF.
           IF RC-DIFFERS
               MOVE "STEP RETURN CODE DIFFERS" TO RPT-NOTE
               WRITE REPORT-REC FROM RPT-NOTE-LINE
               ADD 1 TO DIFF-COUNT
           END-IF.
           IF RC-NOT-KEPT
               MOVE "STEP RETURN CODE NOT ON A KEPT EULRECON GENERATION"
                   TO RPT-NOTE
               WRITE REPORT-REC FROM RPT-NOTE-LINE
               ADD 1 TO DIFF-COUNT
           END-IF.
           IF TEST-RAN-SLOWER
               MOVE "TEST RUN SLOWER THAN PROD BEYOND THE TOLERANCE"
                   TO RPT-NOTE
               WRITE REPORT-REC FROM RPT-NOTE-LINE
               ADD 1 TO DIFF-COUNT
           END-IF.

      *    a PROD program the rehearsal did not run is listed for
      *    the record - it is simply not part of this sign-off.
           PARA-LIST-UNREHEARSED.
           IF ROW-PAIR-IDX (2, ROW-IDX) = 0
               MOVE SPACES TO RPT-DETAIL
               MOVE ROW-PROGRAM (2, ROW-IDX) TO RPT-PROGRAM
               MOVE ROW-PARMS (2, ROW-IDX) TO RPT-PARMS
               MOVE ROW-ANSWER (2, ROW-IDX) TO RPT-PROD-ANSWER
               MOVE ROW-DURATION (2, ROW-IDX) TO RPT-PROD-DUR
               MOVE "--" TO RPT-PROD-RC
               IF ROW-RC-SW (2, ROW-IDX) = 'Y'
                   MOVE ROW-RC (2, ROW-IDX) TO RPT-PROD-RC
               END-IF
               MOVE "NOT IN TEST" TO RPT-RESULT
               WRITE REPORT-REC FROM RPT-DETAIL
               ADD 1 TO UNREHEARSED-COUNT
           END-IF.

      *    Euler03's answer row only carries the last number's
      *    answer, so its detail is compared as well: every number of
      *    each run's kept EUL03RES must be in the other's with the
      *    same answer, and the same factors and multiplicities on
      *    EUL03FAC. A generation that was not kept cannot be proved
      *    and is a difference.
           PARA-COMPARE-EUL03-DETAIL.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "EULER03 DETAIL - EUL03RES/EUL03FAC NUMBER BY NUMBER"
               TO RPT-SECTION.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           WRITE REPORT-REC FROM RPT-E3-HEADING.
           PERFORM PARA-LOAD-EUL03-SIDE
               VARYING SIDE-IDX FROM 1 BY 1
               UNTIL SIDE-IDX > 2.
           IF E3-TABLE-FULL
               MOVE "EULER03 DETAIL TABLE FULL - NUMBERS NOT CHECKED"
                   TO RPT-NOTE
               WRITE REPORT-REC FROM RPT-NOTE-LINE
               ADD 1 TO DIFF-COUNT
           END-IF.
           IF E3-GEN-SW (1) = 'Y' AND E3-GEN-SW (2) = 'Y'
               PERFORM PARA-COMPARE-ONE-NUMBER
                   VARYING E3-IDX FROM 1 BY 1
                   UNTIL E3-IDX > E3-RES-COUNT (1)
               PERFORM PARA-LIST-PROD-ONLY-NUMBER
                   VARYING E3-IDX FROM 1 BY 1
                   UNTIL E3-IDX > E3-RES-COUNT (2)
           END-IF.

      *    loads one run's kept results and factor detail, then ties
      *    each number to its run of factor rows.
           PARA-LOAD-EUL03-SIDE.
           MOVE 'N' TO E3-GEN-SW (SIDE-IDX).
           MOVE 0 TO E3-RES-COUNT (SIDE-IDX).
           MOVE 0 TO E3-FAC-COUNT (SIDE-IDX).
           MOVE 'Y' TO GEN-PATH-SWITCH.
           MOVE "Cobol/Euler03/EUL03RES" TO SIDE-BASE-PATH.
           PERFORM PARA-BUILD-SIDE-PATH.
           SET ENVIRONMENT "DD_PARRES" TO SIDE-PATH.
           MOVE "Cobol/Euler03/EUL03FAC" TO SIDE-BASE-PATH.
           PERFORM PARA-BUILD-SIDE-PATH.
           SET ENVIRONMENT "DD_PARFAC" TO SIDE-PATH.
           OPEN INPUT RES-FILE.
           OPEN INPUT FAC-FILE.
           IF RES-STATUS = "00" AND FAC-STATUS = "00"
               MOVE 'Y' TO E3-GEN-SW (SIDE-IDX)
               MOVE 'N' TO RES-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-RES WITH TEST BEFORE
                   UNTIL END-OF-RES
               MOVE 'N' TO FAC-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-FAC WITH TEST BEFORE
                   UNTIL END-OF-FAC
               MOVE 0 TO E3-CUR-IDX
               PERFORM PARA-INDEX-ONE-FACTOR
                   VARYING FAC-IDX FROM 1 BY 1
                   UNTIL FAC-IDX > E3-FAC-COUNT (SIDE-IDX)
               CLOSE RES-FILE
               CLOSE FAC-FILE
           ELSE
               IF RES-STATUS = "00"
                   CLOSE RES-FILE
               END-IF
               IF FAC-STATUS = "00"
                   CLOSE FAC-FILE
               END-IF
               MOVE SPACES TO RPT-NOTE
               IF SIDE-IDX = 1
                   STRING "NO KEPT EUL03RES/EUL03FAC FOR TEST RUN "
                           DELIMITED BY SIZE
                       SIDE-RUN-ID (1) DELIMITED BY SPACE
                       INTO RPT-NOTE
               ELSE
                   STRING "NO KEPT EUL03RES/EUL03FAC FOR PROD RUN "
                           DELIMITED BY SIZE
                       SIDE-RUN-ID (2) DELIMITED BY SPACE
                       INTO RPT-NOTE
               END-IF
               WRITE REPORT-REC FROM RPT-NOTE-LINE
               ADD 1 TO DIFF-COUNT
           END-IF.

           PARA-LOAD-ONE-RES.
           READ RES-FILE
               AT END
                   SET END-OF-RES TO TRUE
               NOT AT END
                   IF RES-REC-TYPE NOT = "HDR"
                           AND RES-REC-TYPE NOT = "TRL"
                       IF E3-RES-COUNT (SIDE-IDX) < 600
                           ADD 1 TO E3-RES-COUNT (SIDE-IDX)
                           MOVE E3-RES-COUNT (SIDE-IDX) TO E3-CUR-IDX
                           MOVE RES-INPUT-N
                               TO E3-N (SIDE-IDX, E3-CUR-IDX)
                           MOVE RES-FANSWER
                               TO E3-ANSWER (SIDE-IDX, E3-CUR-IDX)
                           MOVE 0 TO E3-FAC-FIRST (SIDE-IDX, E3-CUR-IDX)
                           MOVE 0 TO E3-FAC-NUM (SIDE-IDX, E3-CUR-IDX)
                           MOVE 'N' TO E3-MATCHED (SIDE-IDX, E3-CUR-IDX)
                       ELSE
                           SET E3-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

           PARA-LOAD-ONE-FAC.
           READ FAC-FILE
               AT END
                   SET END-OF-FAC TO TRUE
               NOT AT END
                   IF FAC-REC-TYPE NOT = "HDR"
                           AND FAC-REC-TYPE NOT = "TRL"
                       IF E3-FAC-COUNT (SIDE-IDX) < 9000
                           ADD 1 TO E3-FAC-COUNT (SIDE-IDX)
                           MOVE E3-FAC-COUNT (SIDE-IDX) TO FAC-IDX
                           MOVE FAC-INPUT-N
                               TO E3-FAC-N (SIDE-IDX, FAC-IDX)
                           MOVE FAC-VALUE
                               TO E3-FAC-VALUE (SIDE-IDX, FAC-IDX)
                           MOVE FAC-MULT
                               TO E3-FAC-MULT (SIDE-IDX, FAC-IDX)
                       ELSE
                           SET E3-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    the first factor row of each new number starts that
      *    number's run of factors; the rows after it add to it.
           PARA-INDEX-ONE-FACTOR.
           IF FAC-IDX = 1
               PERFORM PARA-FIND-FACTOR-OWNER
           ELSE
               IF E3-FAC-N (SIDE-IDX, FAC-IDX)
                       NOT = E3-FAC-N (SIDE-IDX, FAC-IDX - 1)
                   PERFORM PARA-FIND-FACTOR-OWNER
               END-IF
           END-IF.
           IF E3-CUR-IDX > 0
               ADD 1 TO E3-FAC-NUM (SIDE-IDX, E3-CUR-IDX)
           END-IF.

           PARA-FIND-FACTOR-OWNER.
           MOVE 0 TO E3-CUR-IDX.
           MOVE 1 TO E3-SCAN-IDX.
           PERFORM PARA-FIND-ONE-OWNER WITH TEST BEFORE
               UNTIL E3-SCAN-IDX > E3-RES-COUNT (SIDE-IDX)
                   OR E3-CUR-IDX > 0.
           IF E3-CUR-IDX > 0
               MOVE FAC-IDX TO E3-FAC-FIRST (SIDE-IDX, E3-CUR-IDX)
           END-IF.

           PARA-FIND-ONE-OWNER.
           IF E3-N (SIDE-IDX, E3-SCAN-IDX)
                   = E3-FAC-N (SIDE-IDX, FAC-IDX)
               MOVE E3-SCAN-IDX TO E3-CUR-IDX
           ELSE
               ADD 1 TO E3-SCAN-IDX
           END-IF.

      *    finds one TEST number among the PROD numbers and holds
      *    its answer and factors against the PROD run's.
           PARA-COMPARE-ONE-NUMBER.
           MOVE 0 TO E3-PRD-IDX.
           MOVE 1 TO E3-SCAN-IDX.
           PERFORM PARA-FIND-PROD-NUMBER WITH TEST BEFORE
               UNTIL E3-SCAN-IDX > E3-RES-COUNT (2)
                   OR E3-PRD-IDX > 0.
           ADD 1 TO E3-COMPARED-COUNT.
           MOVE SPACES TO RPT-E3-DETAIL.
           MOVE E3-N (1, E3-IDX) TO RPT-E3-N.
           MOVE E3-ANSWER (1, E3-IDX) TO RPT-E3-TEST.
           IF E3-PRD-IDX = 0
               MOVE "ONLY IN TEST" TO RPT-E3-WHAT
               WRITE REPORT-REC FROM RPT-E3-DETAIL
               ADD 1 TO DIFF-COUNT
           ELSE
               MOVE 'Y' TO E3-MATCHED (2, E3-PRD-IDX)
               MOVE E3-ANSWER (2, E3-PRD-IDX) TO RPT-E3-PROD
               IF E3-ANSWER (1, E3-IDX) NOT = E3-ANSWER (2, E3-PRD-IDX)
                   MOVE "ANSWER DIFFERS" TO RPT-E3-WHAT
                   WRITE REPORT-REC FROM RPT-E3-DETAIL
                   ADD 1 TO DIFF-COUNT
               ELSE
                   PERFORM PARA-COMPARE-FACTORS
                   IF FACTORS-DIFFER
                       MOVE E3-FAC-NUM (1, E3-IDX) TO RPT-E3-TEST
                       MOVE E3-FAC-NUM (2, E3-PRD-IDX) TO RPT-E3-PROD
                       MOVE "FACTORS DIFFER" TO RPT-E3-WHAT
                       WRITE REPORT-REC FROM RPT-E3-DETAIL
                       ADD 1 TO DIFF-COUNT
                   END-IF
               END-IF
           END-IF.

           PARA-FIND-PROD-NUMBER.
           IF E3-N (2, E3-SCAN-IDX) = E3-N (1, E3-IDX)
               MOVE E3-SCAN-IDX TO E3-PRD-IDX
           ELSE
               ADD 1 TO E3-SCAN-IDX
           END-IF.

      *    the factor runs must be the same length, and the same
      *    factor with the same multiplicity at every position -
      *    Euler03 writes a number's factors in ascending order.
           PARA-COMPARE-FACTORS.
           MOVE 'N' TO FACTORS-DIFF-SW.
           IF E3-FAC-NUM (1, E3-IDX) NOT = E3-FAC-NUM (2, E3-PRD-IDX)
               SET FACTORS-DIFFER TO TRUE
           ELSE
               PERFORM PARA-COMPARE-ONE-FACTOR
                   VARYING FAC-OFFSET FROM 0 BY 1
                   UNTIL FAC-OFFSET >= E3-FAC-NUM (1, E3-IDX)
                       OR FACTORS-DIFFER
           END-IF.

           PARA-COMPARE-ONE-FACTOR.
           COMPUTE FAC-TEST-POS = E3-FAC-FIRST (1, E3-IDX) + FAC-OFFSET.
           COMPUTE FAC-PROD-POS =
               E3-FAC-FIRST (2, E3-PRD-IDX) + FAC-OFFSET.
           IF E3-FAC-VALUE (1, FAC-TEST-POS)
                   NOT = E3-FAC-VALUE (2, FAC-PROD-POS)
                   OR E3-FAC-MULT (1, FAC-TEST-POS)
                   NOT = E3-FAC-MULT (2, FAC-PROD-POS)
               SET FACTORS-DIFFER TO TRUE
           END-IF.

           PARA-LIST-PROD-ONLY-NUMBER.
           IF E3-MATCHED (2, E3-IDX) NOT = 'Y'
               MOVE SPACES TO RPT-E3-DETAIL
               MOVE E3-N (2, E3-IDX) TO RPT-E3-N
               MOVE "ONLY IN PROD" TO RPT-E3-WHAT
               MOVE E3-ANSWER (2, E3-IDX) TO RPT-E3-PROD
               WRITE REPORT-REC FROM RPT-E3-DETAIL
               ADD 1 TO DIFF-COUNT
           END-IF.

      *    a sign-off needs a clean comparison, an approver OPERVAL
      *    proved in their own right (not on an override), who holds
      *    active supervisor authority, and who did not run the
      *    rehearsal being signed off - the same four-eyes rule
      *    EULCTM applies to control figures.
           PARA-DECIDE-SIGNOFF.
           PERFORM PARA-CHECK-SUPERVISOR.
           MOVE 'N' TO RAN-TEST-SW.
           PERFORM PARA-CHECK-RAN-TEST
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > SIDE-ROW-COUNT (1).
           EVALUATE TRUE
               WHEN DIFF-COUNT > 0
                   MOVE "NOT SIGNED OFF - THE RUNS DIFFER"
                       TO SIGN-VERDICT
               WHEN OPV-RESULT NOT = "A"
                   MOVE "NOT SIGNED OFF - APPROVER NOT PROVEN"
                       TO SIGN-VERDICT
               WHEN NOT APPROVER-IS-SUPERVISOR
                   MOVE "NOT SIGNED OFF - NOT A SUPERVISOR"
                       TO SIGN-VERDICT
               WHEN APPROVER-RAN-TEST
                   MOVE "NOT SIGNED OFF - APPROVER RAN TEST RUN"
                       TO SIGN-VERDICT
               WHEN OTHER
                   PERFORM PARA-WRITE-SIGNOFFS
           END-EVALUATE.

           PARA-CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT OPER-FILE.
           IF OPER-STATUS = "00"
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM PARA-CHECK-ONE-OPER WITH TEST BEFORE
                   UNTIL END-OF-OPER
               CLOSE OPER-FILE
           END-IF.

           PARA-CHECK-ONE-OPER.
           READ OPER-FILE
               AT END
                   SET END-OF-OPER TO TRUE
               NOT AT END
                   IF OPER-ID = AUDIT-OPERATOR-ID
                           AND OPER-AUTHORITY = "S"
                           AND OPER-ACTIVE = "A"
                       SET APPROVER-IS-SUPERVISOR TO TRUE
                   END-IF
           END-READ.

           PARA-CHECK-RAN-TEST.
           IF ROW-OPERATOR (1, ROW-IDX) = AUDIT-OPERATOR-ID
               SET APPROVER-RAN-TEST TO TRUE
           END-IF.

           PARA-WRITE-SIGNOFFS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "PROMOTION SIGN-OFF" TO RPT-SECTION.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           OPEN EXTEND SIGN-FILE.
           IF SIGN-STATUS = "35"
               OPEN OUTPUT SIGN-FILE
           END-IF.
           PERFORM PARA-GET-RUN-START.
           PERFORM PARA-SIGN-ONE-PROGRAM
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > SIDE-ROW-COUNT (1).
           CLOSE SIGN-FILE.
           MOVE SPACES TO SIGN-VERDICT.
           IF SIGNED-COUNT > 0
               STRING "SIGNED OFF FOR PROMOTION BY " DELIMITED BY SIZE
                   AUDIT-OPERATOR-ID DELIMITED BY SPACE
                   INTO SIGN-VERDICT
           ELSE
               MOVE "NOT SIGNED OFF - BUILDS CHANGED SINCE"
                   TO SIGN-VERDICT
           END-IF.

      *    a build changed after the TEST run is not the build the
      *    rehearsal proved, so it cannot be signed off on its
      *    evidence.
           PARA-SIGN-ONE-PROGRAM.
           PERFORM PARA-GET-BUILD-STAMP.
           PERFORM PARA-GET-TEST-RUN-STAMP.
           MOVE SPACES TO RPT-NOTE.
           IF BUILD-STAMP > TEST-RUN-STAMP
               STRING ROW-PROGRAM (1, ROW-IDX) DELIMITED BY SPACE
                   " NOT SIGNED OFF - BUILD CHANGED SINCE THE TEST RUN"
                       DELIMITED BY SIZE
                   INTO RPT-NOTE
               ADD 1 TO STALE-COUNT
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE ROW-PROGRAM (1, ROW-IDX) TO SIGN-PROGRAM-NAME
               MOVE SPACES TO SIGN-PAD-1
               MOVE WS-CURRENT-DATE TO SIGN-DATE-STAMP
               MOVE SPACES TO SIGN-PAD-2
               MOVE WS-CURRENT-TIME TO SIGN-TIME-STAMP
               MOVE SPACES TO SIGN-PAD-3
               MOVE AUDIT-OPERATOR-ID TO SIGN-SUPERVISOR-ID
               MOVE SPACES TO SIGN-PAD-4
               MOVE TEST-REGION TO SIGN-TEST-REGION
               MOVE SPACES TO SIGN-PAD-5
               MOVE SIDE-RUN-ID (1) TO SIGN-TEST-RUN-ID
               MOVE SPACES TO SIGN-PAD-6
               MOVE SIDE-RUN-ID (2) TO SIGN-PROD-RUN-ID
               MOVE SPACES TO SIGN-PAD-7
               MOVE BUILD-STAMP (1:8) TO SIGN-BUILD-DATE
               MOVE SPACES TO SIGN-PAD-8
               MOVE BUILD-STAMP (9:8) TO SIGN-BUILD-TIME
               MOVE SPACES TO SIGN-PAD-9
               MOVE ROW-PARMS (1, ROW-IDX) TO SIGN-PARMS
               WRITE SIGN-REC
               ADD 1 TO SIGNED-COUNT
               STRING ROW-PROGRAM (1, ROW-IDX) DELIMITED BY SPACE
                   " SIGNED OFF" DELIMITED BY SIZE
                   INTO RPT-NOTE
           END-IF.
           WRITE REPORT-REC FROM RPT-NOTE-LINE.

      *    the TEST run's clock start off its batch-run ID when that
      *    is a YYYYMMDDHHMMSSCC stamp, otherwise the modification
      *    stamp of its kept EULRECON generation - zero when there is
      *    neither, which leaves every build unproved.
           PARA-GET-RUN-START.
           MOVE 'N' TO RUN-ID-STAMP-SW.
           MOVE 0 TO RECON-GEN-STAMP.
           IF SIDE-RUN-ID (1) IS NUMERIC
               MOVE SIDE-RUN-ID (1) (1:8) TO RUN-START-DATE
               MOVE SIDE-RUN-ID (1) (9:8) TO RUN-START-TIME
               IF FUNCTION TEST-DATE-YYYYMMDD (RUN-START-DATE) = 0
                   SET RUN-ID-IS-STAMP TO TRUE
               END-IF
           END-IF.
           IF NOT RUN-ID-IS-STAMP
               MOVE 1 TO SIDE-IDX
               MOVE "EULRECON" TO SIDE-BASE-PATH
               MOVE 'Y' TO GEN-PATH-SWITCH
               PERFORM PARA-BUILD-SIDE-PATH
               CALL "CBL_CHECK_FILE_EXIST" USING SIDE-PATH
                                                 BUILD-DETAILS
               IF RETURN-CODE = 0
                   COMPUTE RECON-GEN-STAMP =
                       BUILD-YEAR * 1000000000000
                       + BUILD-MONTH * 10000000000
                       + BUILD-DAY * 100000000
                       + BUILD-HOURS * 1000000
                       + BUILD-MINUTES * 10000
                       + BUILD-SECONDS * 100
                       + BUILD-HUNDREDTHS
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    the clock stamp of the program's TEST row - the run's start
      *    date, or the day after when the row's time shows the run
      *    had passed midnight, with the row's own clock time.
           PARA-GET-TEST-RUN-STAMP.
           IF RUN-ID-IS-STAMP
               MOVE RUN-START-DATE TO RUN-ROW-DATE
               IF ROW-TIME (1, ROW-IDX) < RUN-START-TIME
                   COMPUTE RUN-ROW-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (RUN-START-DATE) + 1)
               END-IF
               COMPUTE TEST-RUN-STAMP =
                   RUN-ROW-DATE * 100000000
                   + ROW-TIME (1, ROW-IDX)
           ELSE
               MOVE RECON-GEN-STAMP TO TEST-RUN-STAMP
           END-IF.

      *    the modification stamp of the program's executable as
      *    YYYYMMDDHHMMSSCC - an Euler program lives in
      *    Cobol/EulerNN (the first seven characters of its name, so
      *    Euler01_b is found beside Euler01), anything else at the
      *    repository root. Zero when there is no executable to
      *    stamp.
           PARA-GET-BUILD-STAMP.
           MOVE 0 TO BUILD-STAMP.
           MOVE SPACES TO BUILD-PATH.
           IF ROW-PROGRAM (1, ROW-IDX) (1:5) = "Euler"
               STRING "Cobol/" DELIMITED BY SIZE
                   ROW-PROGRAM (1, ROW-IDX) (1:7) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ROW-PROGRAM (1, ROW-IDX) DELIMITED BY SPACE
                   INTO BUILD-PATH
           ELSE
               MOVE ROW-PROGRAM (1, ROW-IDX) TO BUILD-PATH
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING BUILD-PATH
                                             BUILD-DETAILS.
           IF RETURN-CODE = 0
               COMPUTE BUILD-STAMP =
                   BUILD-YEAR * 1000000000000
                   + BUILD-MONTH * 10000000000
                   + BUILD-DAY * 100000000
                   + BUILD-HOURS * 1000000
                   + BUILD-MINUTES * 10000
                   + BUILD-SECONDS * 100
                   + BUILD-HUNDREDTHS
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *    the comparison's outcome goes on production's event log -
      *    a difference as a warning, a sign-off as the audit record
      *    of who released what, and a clean comparison nobody could
      *    sign off as a warning naming why.
           PARA-RECORD-OUTCOME.
           IF DIFF-COUNT > 0
               MOVE DIFF-COUNT TO EVENT-COUNT-DISP
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Parallel run:" DELIMITED BY SIZE
                   EVENT-COUNT-DISP DELIMITED BY SIZE
                   " difference(s)" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "PARC" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           ELSE
               IF SIGNED-COUNT > 0
                   MOVE SIGNED-COUNT TO EVENT-COUNT-DISP
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "Promotion:" DELIMITED BY SIZE
                       EVENT-COUNT-DISP DELIMITED BY SIZE
                       " signed off by " DELIMITED BY SIZE
                       AUDIT-OPERATOR-ID DELIMITED BY SPACE
                       INTO ERRLOG-MESSAGE
                   MOVE "I" TO EVENT-SEVERITY
               ELSE
                   MOVE SIGN-VERDICT TO ERRLOG-MESSAGE
                   MOVE "W" TO EVENT-SEVERITY
               END-IF
               MOVE "PROM" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           END-IF.

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service - always production's
      *    log.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULPAR" TO ERRLOG-PROGRAM-NAME.
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
           MOVE "ERRLOG" TO LOG-FILE-PATH.
           MOVE ERRLOG-REC TO LOG-RECORD-BUFFER.
           CALL "EULLOG" USING BY CONTENT LOG-FILE-PATH,
                               BY CONTENT LOG-RECORD-BUFFER,
                               BY REFERENCE LOG-WRITE-RESULT,
                               BY REFERENCE LOG-STATUS-OUT.
           IF LOG-WRITE-RESULT NOT = 'Y'
               DISPLAY "EULPAR: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

       END PROGRAM EULPAR.
