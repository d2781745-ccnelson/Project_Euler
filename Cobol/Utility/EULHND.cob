      * EULHND.cob
      * Shift handover report. At every shift change the outgoing
      * operator used to run EULAWB, EULCTM RPT, EULGNQ and EULEXR
      * one after another, look for lock files and EUL03CF carry-
      * forward slices by hand and write the handover note out
      * longhand - and things got dropped between shifts. This job
      * gathers every open item into the one EULHNDRPT report:
      *     the last completed run on EULHIST, its suite status and
      *         any step EULSTPO says was skipped or failed
      *     open and escalated alerts on EULALOPN, with their age
      *         in runs, worked the same way EULAWB ages them
      *     control changes still awaiting approval on CTLPEND
      *     held run locks - the suite lock and every program lock,
      *         Euler03's partition locks included - marked STALE
      *         when the run holding one has already finished on
      *         EULHIST or the lock is older than STALE_HOURS
      *         (environment, default 12)
      *     rows quarantined on JOBLOG.QUAR, ERRLOG.QUAR and the
      *         EUL03MSQ factor-master quarantine
      *     deferred Euler03 slices still sitting on Data/EUL03CF1
      *         through EUL03CF5, not yet re-queued
      *     requesters whose latest delivery on the EULDLVMF
      *         manifest still went out with PENDING numbers
      * and ends with sign-off lines for the outgoing and incoming
      * operators. The run is recorded on the Data/EULHNDLG handover
      * log as prepared by the outgoing operator (OPERATOR_ID). The
      * parameter card is
      *     (blank)  - prepare the handover report
      *     ACK      - the incoming operator (OPERATOR_ID) takes the
      *                last handover prepared
      * An ACK is only taken from an operator OPERVAL proves active
      * on OPERMAST - an override or an unvalidated region run proves
      * nobody - and never from the operator who prepared it; it is
      * recorded on the handover log and as an ERRLOG event. Return
      * code 4 when the report found open items, 0 when the shift is
      * handed over clean, 12 when the handover could not be done.
      * Honors the REGION facility, same as EULAWB.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-10-12  Created.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULHND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HNDHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT STEP-OUTCOME-FILE ASSIGN TO "HNDSTPOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STPO-STATUS.
           SELECT ALOPN-FILE ASSIGN TO "HNDALOPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALOPN-STATUS.
           SELECT PENDING-FILE ASSIGN TO "HNDPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT LOCK-FILE ASSIGN TO "HNDLOCKF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "HNDQUARF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUAR-STATUS.
           SELECT CARRY-FILE ASSIGN TO "HNDCARRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRY-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "EULDLVMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT HANDOVER-LOG-FILE ASSIGN TO "HNDLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HANDLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULHNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    EULDRV's run history - the last row is the last run that
      *    finished.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  HIST-RUN-ID             PIC X(16).
           05  HIST-PAD-1              PIC X(02).
           05  HIST-DATE-STAMP         PIC 9(08).
           05  HIST-PAD-2              PIC X(02).
           05  HIST-TIME-STAMP         PIC 9(08).
           05  HIST-PAD-3              PIC X(02).
           05  HIST-SUITE-DUR          PIC 9(07).
           05  HIST-PAD-4              PIC X(02).
           05  HIST-DUR-EULER01        PIC 9(07).
           05  HIST-PAD-5              PIC X(02).
           05  HIST-DUR-EULER01B       PIC 9(07).
           05  HIST-PAD-6              PIC X(02).
           05  HIST-DUR-EULER02        PIC 9(07).
           05  HIST-PAD-7              PIC X(02).
           05  HIST-DUR-EULER03        PIC 9(07).
           05  HIST-PAD-8              PIC X(02).
           05  HIST-DUR-EULER04        PIC 9(07).
           05  HIST-PAD-9              PIC X(02).
           05  HIST-DUR-EULER06        PIC 9(07).
           05  HIST-PAD-10             PIC X(02).
           05  HIST-DUR-EULER07        PIC 9(07).
           05  HIST-PAD-11             PIC X(02).
           05  HIST-ALERT-COUNT        PIC 9(02).
           05  HIST-PAD-12             PIC X(02).
           05  HIST-SUITE-STATUS       PIC X(04).
           05  HIST-PAD-13             PIC X(02).
           05  HIST-DUR-EULER10        PIC 9(07).

      *    how every job step ended on EULDRV's last completed run.
       FD  STEP-OUTCOME-FILE.
       01  STPO-REC.
           05  STPO-RUN-ID             PIC X(16).
           05  STPO-PAD-1              PIC X(02).
           05  STPO-STEP-NAME          PIC X(10).
           05  STPO-PAD-2              PIC X(02).
           05  STPO-STATE              PIC X(01).
           05  STPO-PAD-3              PIC X(02).
           05  STPO-RC                 PIC 9(02).
           05  STPO-PAD-4              PIC X(02).
           05  STPO-OUTCOME            PIC X(08).

      *    EULDRV's cross-run open-alerts book, as EULAWB reads it.
       FD  ALOPN-FILE.
       01  ALOPN-REC.
           05  AOP-RUN-ID              PIC X(16).
           05  AOP-PAD-1               PIC X(02).
           05  AOP-STEP-NAME           PIC X(10).
           05  AOP-PAD-2               PIC X(02).
           05  AOP-ACTUAL              PIC 9(07).
           05  AOP-PAD-3               PIC X(02).
           05  AOP-LIMIT               PIC 9(07).
           05  AOP-PAD-4               PIC X(02).
           05  AOP-STATUS              PIC X(01).
           05  AOP-PAD-5               PIC X(02).
           05  AOP-ACK-ID              PIC X(08).
           05  AOP-PAD-6               PIC X(02).
           05  AOP-ACK-DATE            PIC 9(08).
           05  AOP-PAD-7               PIC X(02).
           05  AOP-ACK-TIME            PIC 9(08).
           05  AOP-PAD-8               PIC X(02).
           05  AOP-HIST-MARK           PIC 9(06).

      *    EULCTM's pending control-change queue.
       FD  PENDING-FILE.
       01  PENDING-REC.
           05  PND-SEQ                 PIC 9(04).
           05  PND-PAD-1               PIC X(02).
           05  PND-ACTION              PIC X(03).
           05  PND-PAD-2               PIC X(02).
           05  PND-PROGRAM             PIC X(10).
           05  PND-PAD-3               PIC X(02).
           05  PND-ANSWER              PIC 9(18).
           05  PND-PAD-4               PIC X(02).
           05  PND-REQ-ID              PIC X(08).
           05  PND-PAD-5               PIC X(02).
           05  PND-REQ-DATE            PIC 9(08).
           05  PND-PAD-6               PIC X(02).
           05  PND-REQ-TIME            PIC 9(08).
           05  PND-PAD-7               PIC X(02).
           05  PND-STATUS              PIC X(01).
           05  PND-PAD-8               PIC X(02).
           05  PND-APP-ID              PIC X(08).
           05  PND-PAD-9               PIC X(02).
           05  PND-APP-DATE            PIC 9(08).
           05  PND-PAD-10              PIC X(02).
           05  PND-PARMS               PIC X(32).

      *    one EULLCK run-lock file, as the lock service writes it.
       FD  LOCK-FILE.
       01  LOCK-REC.
           05  LCK-ROW-STATUS          PIC X(01).
           05  LCK-ROW-PAD-1           PIC X(02).
           05  LCK-ROW-HOLDER          PIC X(08).
           05  LCK-ROW-PAD-2           PIC X(02).
           05  LCK-ROW-RUN-ID          PIC X(16).
           05  LCK-ROW-PAD-3           PIC X(02).
           05  LCK-ROW-DATE            PIC 9(08).
           05  LCK-ROW-PAD-4           PIC X(02).
           05  LCK-ROW-TIME            PIC 9(08).

      *    a quarantine file - EULLVS's log quarantines and EULMAU's
      *    master quarantine all lead with the 30-byte reason.
       FD  QUARANTINE-FILE.
       01  QUARANTINE-REC.
           05  QUA-REASON              PIC X(30).
           05  QUA-PAD                 PIC X(02).
           05  QUA-ROW-IMAGE           PIC X(400).

      *    one EULEST carry-forward slice.
       FD  CARRY-FILE.
       01  CARRY-REC.
           05  CARRY-NUMBER            PIC X(18).
           05  CARRY-PAD               PIC X(02).
           05  CARRY-PRIORITY          PIC X(01).

      *    EULDST's delivery manifest - one row per requester per
      *    delivery run.
       FD  MANIFEST-FILE.
       01  MANIFEST-REC.
           05  MNF-REQUESTER           PIC X(08).
           05  MNF-PAD-1               PIC X(02).
           05  MNF-DATE-STAMP          PIC 9(08).
           05  MNF-PAD-2               PIC X(02).
           05  MNF-TIME-STAMP          PIC 9(08).
           05  MNF-PAD-3               PIC X(02).
           05  MNF-RUN-ID              PIC X(16).
           05  MNF-PAD-4               PIC X(02).
           05  MNF-ANSWERED            PIC 9(06).
           05  MNF-PAD-5               PIC X(02).
           05  MNF-REJECTED            PIC 9(06).
           05  MNF-PAD-6               PIC X(02).
           05  MNF-PENDING             PIC 9(06).
           05  MNF-PAD-7               PIC X(02).
           05  MNF-DEPT                PIC X(08).

      *    the handover log - a P row for every handover prepared, an
      *    A row for every one the incoming operator took.
       FD  HANDOVER-LOG-FILE.
       01  HANDLOG-REC.
           05  HLG-KIND                PIC X(01).
               88  HLG-PREPARED                VALUE "P".
               88  HLG-ACKNOWLEDGED            VALUE "A".
           05  HLG-PAD-1               PIC X(02).
           05  HLG-DATE-STAMP          PIC 9(08).
           05  HLG-PAD-2               PIC X(02).
           05  HLG-TIME-STAMP          PIC 9(08).
           05  HLG-PAD-3               PIC X(02).
           05  HLG-OUTGOING-ID         PIC X(08).
           05  HLG-PAD-4               PIC X(02).
           05  HLG-INCOMING-ID         PIC X(08).
           05  HLG-PAD-5               PIC X(02).
           05  HLG-SUITE-RUN-ID        PIC X(16).
           05  HLG-PAD-6               PIC X(02).
           05  HLG-OPEN-ITEMS          PIC 9(04).
           05  HLG-PAD-7               PIC X(02).
           05  HLG-HANDOVER-ID         PIC X(16).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS   PIC X(02) VALUE SPACES.
       01  STPO-STATUS      PIC X(02) VALUE SPACES.
       01  ALOPN-STATUS     PIC X(02) VALUE SPACES.
       01  PENDING-STATUS   PIC X(02) VALUE SPACES.
       01  LOCK-STATUS      PIC X(02) VALUE SPACES.
       01  QUAR-STATUS      PIC X(02) VALUE SPACES.
       01  CARRY-STATUS     PIC X(02) VALUE SPACES.
       01  MANIFEST-STATUS  PIC X(02) VALUE SPACES.
       01  HANDLOG-STATUS   PIC X(02) VALUE SPACES.
       01  HIST-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  STPO-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-OUTCOMES         VALUE 'Y'.
       01  ALOPN-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-ALERTS           VALUE 'Y'.
       01  PENDING-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-PENDING          VALUE 'Y'.
       01  LOCK-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-LOCK             VALUE 'Y'.
       01  QUAR-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-QUARANTINE       VALUE 'Y'.
       01  CARRY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-CARRY            VALUE 'Y'.
       01  MANIFEST-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-MANIFEST         VALUE 'Y'.
       01  HANDLOG-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-HANDLOG          VALUE 'Y'.

      *    parameter-card fields.
       01  PARM-CARD        PIC X(32) VALUE SPACES.
       01  PARM-ACTION      PIC X(03) VALUE SPACES.

      *    the last completed run, as EULHIST has it.
       01  HIST-ROW-COUNT   PIC 9(06) VALUE 0.
       01  LAST-RUN-ID      PIC X(16) VALUE SPACES.
       01  LAST-RUN-DATE    PIC 9(08) VALUE 0.
       01  LAST-RUN-TIME    PIC 9(08) VALUE 0.
       01  LAST-SUITE-STATUS PIC X(04) VALUE SPACES.
       01  LAST-ALERT-COUNT PIC 9(02) VALUE 0.
       01  STPO-NOTED-RUN-ID PIC X(16) VALUE SPACES.
       01  HIST-FIND-RUN-ID PIC X(16) VALUE SPACES.
       01  HIST-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  RUN-ON-HISTORY          VALUE 'Y'.

      *    the run locks the suite takes - the suite lock and one per
      *    program step; Euler03's partition locks are worked out
      *    from the partition ceiling below.
       01  LOCK-NAMES.
           05  FILLER           PIC X(10) VALUE "SUITE".
           05  FILLER           PIC X(10) VALUE "Euler01".
           05  FILLER           PIC X(10) VALUE "Euler01_b".
           05  FILLER           PIC X(10) VALUE "Euler02".
           05  FILLER           PIC X(10) VALUE "Euler03".
           05  FILLER           PIC X(10) VALUE "Euler04".
           05  FILLER           PIC X(10) VALUE "Euler06".
           05  FILLER           PIC X(10) VALUE "Euler07".
           05  FILLER           PIC X(10) VALUE "Euler10".
       01  LOCK-NAME-TABLE REDEFINES LOCK-NAMES.
           05  LOCK-NAME OCCURS 9 TIMES PIC X(10).
       01  LKN-IDX          PIC 9(02) COMP VALUE 0.
       01  PARTITION-MAXIMUM PIC 9(02) VALUE 16.
       01  PARTITION-NUMBER PIC 9(02) VALUE 0.
       01  LOCK-NAME-WORK   PIC X(16) VALUE SPACES.
       01  LOCK-PATH        PIC X(40) VALUE SPACES.
       01  LOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
           88  LOCK-IS-HELD            VALUE 'Y'.
       01  LOCK-HOLDER      PIC X(08) VALUE SPACES.
       01  LOCK-RUN-ID      PIC X(16) VALUE SPACES.
       01  LOCK-DATE        PIC 9(08) VALUE 0.
       01  LOCK-TIME        PIC 9(08) VALUE 0.
       01  LOCK-TIME-PARTS REDEFINES LOCK-TIME.
           05  LOCK-HOURS              PIC 9(02).
           05  LOCK-MINUTES            PIC 9(02).
           05  FILLER                  PIC 9(04).
       01  TODAY-DATE       PIC 9(08) VALUE 0.
       01  LOCK-AGE-MINUTES PIC S9(09) VALUE 0.
       01  LOCK-AGE-HOURS   PIC 9(06) VALUE 0.
       01  STALE-HOURS-PARM PIC X(04) VALUE SPACES.
       01  STALE-HOURS      PIC 9(04) VALUE 12.

      *    the quarantine file in hand.
       01  QUARANTINE-PATH  PIC X(40) VALUE SPACES.
       01  QUAR-ROW-COUNT   PIC 9(06) VALUE 0.
       01  QUAR-LAST-REASON PIC X(30) VALUE SPACES.

      *    the carry-forward slice in hand.
       01  SLICE-NUMBER     PIC 9(01) VALUE 0.
       01  CARRY-PATH       PIC X(40) VALUE SPACES.
       01  CARRY-ROW-COUNT  PIC 9(06) VALUE 0.

      *    each requester's latest manifest row - a later delivery
      *    that went out whole clears an earlier short one.
       01  MFT-COUNT        PIC 9(03) COMP VALUE 0.
       01  MFT-TABLE.
           05  MFT-ENTRY OCCURS 200 TIMES.
               10  MFT-REQUESTER       PIC X(08).
               10  MFT-DEPT            PIC X(08).
               10  MFT-RUN-ID          PIC X(16).
               10  MFT-DATE            PIC 9(08).
               10  MFT-PENDING         PIC 9(06).
       01  MFT-IDX          PIC 9(03) COMP VALUE 0.
       01  MFT-FOUND-IDX    PIC 9(03) COMP VALUE 0.

      *    the last row on the handover log, which an ACK must find
      *    still waiting to be taken.
       01  LAST-HANDLOG-REC PIC X(100) VALUE SPACES.
       01  HANDLOG-ROW-COUNT PIC 9(06) VALUE 0.

      *    open-item tallies, section by section.
       01  ALERT-AGE        PIC 9(06) VALUE 0.
       01  SECTION-COUNT    PIC 9(04) VALUE 0.
       01  OPEN-ITEM-COUNT  PIC 9(04) VALUE 0.

      *    operator-validation state - the interface fields for the
      *    shared OPERVAL service.
       01  OPV-MASTER-PATH   PIC X(40) VALUE SPACES.
       01  OPV-OVERRIDE-ID   PIC X(08) VALUE SPACES.
       01  OPV-RUN-MODE      PIC X(08) VALUE SPACES.
       01  OPV-RESULT        PIC X(01) VALUE SPACE.
       01  OPV-REASON        PIC X(40) VALUE SPACES.

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
           05  FILLER           PIC X(30)
                   VALUE "EULHND SHIFT HANDOVER REPORT".
           05  FILLER           PIC X(08) VALUE "REGION ".
           05  RPT-TITLE-REGION PIC X(04).
           05  FILLER           PIC X(12) VALUE "   PREPARED ".
           05  RPT-TITLE-DATE   PIC 9(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TITLE-TIME   PIC 9(06).
           05  FILLER           PIC X(04) VALUE " BY ".
           05  RPT-TITLE-OPER   PIC X(08).
       01  RPT-SECTION-LINE.
           05  FILLER           PIC X(04) VALUE "--- ".
           05  RPT-SECTION-NAME PIC X(60).
       01  RPT-TEXT-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-TEXT         PIC X(90).
       01  RPT-RUN-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(05) VALUE "RUN ".
           05  RPT-RUN-ID       PIC X(16).
           05  FILLER           PIC X(07) VALUE "  DATE ".
           05  RPT-RUN-DATE     PIC 9(08).
           05  FILLER           PIC X(07) VALUE "  TIME ".
           05  RPT-RUN-TIME     PIC 9(06).
           05  FILLER           PIC X(15) VALUE "  SUITE STATUS ".
           05  RPT-RUN-STATUS   PIC X(04).
           05  FILLER           PIC X(13) VALUE "  SLA ALERTS ".
           05  RPT-RUN-ALERTS   PIC Z9.
       01  RPT-STEP-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-STEP-NAME    PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STEP-OUTCOME PIC X(08).
           05  FILLER           PIC X(05) VALUE "  RC ".
           05  RPT-STEP-RC      PIC Z9.
       01  RPT-ALERT-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-ALERT-RUN-ID PIC X(16).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ALERT-STEP   PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ALERT-STATUS PIC X(09).
           05  FILLER           PIC X(05) VALUE " AGE ".
           05  RPT-ALERT-AGE    PIC ZZZZZ9.
           05  FILLER           PIC X(05) VALUE " RUNS".
       01  RPT-PENDING-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE "SEQ ".
           05  RPT-PND-SEQ      PIC 9(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PND-ACTION   PIC X(03).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PND-PROGRAM  PIC X(10).
           05  FILLER           PIC X(14) VALUE "  SUBMITTED BY".
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-PND-REQ-ID   PIC X(08).
           05  FILLER           PIC X(04) VALUE " ON ".
           05  RPT-PND-REQ-DATE PIC 9(08).
       01  RPT-LOCK-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-LOCK-NAME    PIC X(22).
           05  RPT-LOCK-STATE   PIC X(06).
           05  FILLER           PIC X(03) VALUE "BY ".
           05  RPT-LOCK-HOLDER  PIC X(08).
           05  FILLER           PIC X(05) VALUE " RUN ".
           05  RPT-LOCK-RUN-ID  PIC X(16).
           05  FILLER           PIC X(07) VALUE " SINCE ".
           05  RPT-LOCK-DATE    PIC 9(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-LOCK-TIME    PIC 9(06).
       01  RPT-FILE-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-FILE-PATH    PIC X(30).
           05  RPT-FILE-ROWS    PIC ZZZZZ9.
           05  FILLER           PIC X(07) VALUE " ROWS  ".
           05  RPT-FILE-NOTE    PIC X(40).
       01  RPT-DELIVERY-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-DLV-REQUESTER PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DLV-DEPT     PIC X(08).
           05  FILLER           PIC X(05) VALUE " RUN ".
           05  RPT-DLV-RUN-ID   PIC X(16).
           05  FILLER           PIC X(04) VALUE " ON ".
           05  RPT-DLV-DATE     PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DLV-PENDING  PIC ZZZZZ9.
           05  FILLER           PIC X(08) VALUE " PENDING".
       01  RPT-COUNT-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-COUNT-LABEL  PIC X(24).
           05  RPT-COUNT-VALUE  PIC ZZZZZ9.
       01  RPT-SIGN-LINE.
           05  RPT-SIGN-LABEL   PIC X(20).
           05  RPT-SIGN-ID      PIC X(08).
           05  FILLER           PIC X(42) VALUE
                   "  SIGNATURE ______________  DATE/TIME ____".
           05  FILLER           PIC X(12) VALUE "____________".

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.

           IF PARM-ACTION = "ACK"
               PERFORM PARA-ACKNOWLEDGE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT STALE-HOURS-PARM FROM ENVIRONMENT "STALE_HOURS".
           IF STALE-HOURS-PARM NOT = SPACES
                   AND FUNCTION TRIM (STALE-HOURS-PARM) IS NUMERIC
               MOVE FUNCTION NUMVAL (STALE-HOURS-PARM) TO STALE-HOURS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE AUDIT-REGION-CODE TO RPT-TITLE-REGION.
           MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO RPT-TITLE-TIME.
           MOVE AUDIT-OPERATOR-ID TO RPT-TITLE-OPER.
           WRITE REPORT-REC FROM RPT-TITLE.

           PERFORM PARA-REPORT-LAST-RUN.
           PERFORM PARA-REPORT-ALERTS.
           PERFORM PARA-REPORT-PENDING.
           PERFORM PARA-REPORT-LOCKS.
           PERFORM PARA-REPORT-QUARANTINES.
           PERFORM PARA-REPORT-SLICES.
           PERFORM PARA-REPORT-DELIVERIES.
           PERFORM PARA-REPORT-SIGN-OFF.
           CLOSE REPORT-FILE.

           PERFORM PARA-LOG-PREPARED.

           DISPLAY "EULHND: handover prepared by " AUDIT-OPERATOR-ID
               " - " OPEN-ITEM-COUNT " open item(s), see EULHNDRPT".
           IF OPEN-ITEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    reads the action card - blank prepares the report, ACK
      *    takes the last handover prepared.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-ACTION.
           IF PARM-ACTION NOT = SPACES AND PARM-ACTION NOT = "ACK"
               DISPLAY "EULHND: action must be blank or ACK"
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
               DISPLAY "EULHND: running in region " AUDIT-REGION-CODE
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

           PERFORM PARA-VALIDATE-OPERATOR.

      *    proves the operator through the shared OPERVAL service.
      *    Preparing a handover follows the usual rule - refused in
      *    production, a warning elsewhere; the ACK makes its own,
      *    stricter check on the same answer.
           PARA-VALIDATE-OPERATOR.
           ACCEPT OPV-OVERRIDE-ID FROM ENVIRONMENT "OVERRIDE_ID".
           ACCEPT OPV-RUN-MODE FROM ENVIRONMENT "RUN_MODE".
           CALL "OPERVAL" USING BY CONTENT OPV-MASTER-PATH,
                                BY CONTENT AUDIT-OPERATOR-ID,
                                BY CONTENT OPV-OVERRIDE-ID,
                                BY CONTENT OPV-RUN-MODE,
                                BY REFERENCE OPV-RESULT,
                                BY REFERENCE OPV-REASON.
           EVALUATE OPV-RESULT
               WHEN "R"
                   DISPLAY "EULHND: run refused - " OPV-REASON
                   MOVE OPV-REASON TO ERRLOG-MESSAGE
                   MOVE "S" TO EVENT-SEVERITY
                   MOVE "OPID" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN "O"
                   DISPLAY "EULHND: " OPV-REASON
               WHEN "W"
                   DISPLAY "EULHND: " OPV-REASON
           END-EVALUATE.

      *    the last completed run and how its steps ended. The step
      *    outcomes are only trusted for the run EULHIST names last
      *    - a run that died before writing its history leaves them
      *    describing some other run, and the report says so.
           PARA-REPORT-LAST-RUN.
           MOVE "LAST RUN" TO RPT-SECTION-NAME.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           MOVE 0 TO HIST-ROW-COUNT.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "00"
               MOVE 'N' TO HIST-EOF-SWITCH
               PERFORM PARA-READ-ONE-HIST WITH TEST BEFORE
                   UNTIL END-OF-HISTORY
               CLOSE HISTORY-FILE
           END-IF.
           IF HIST-ROW-COUNT = 0
               MOVE "NO COMPLETED RUN ON EULHIST" TO RPT-TEXT
               WRITE REPORT-REC FROM RPT-TEXT-LINE
           ELSE
               MOVE LAST-RUN-ID TO RPT-RUN-ID
               MOVE LAST-RUN-DATE TO RPT-RUN-DATE
               MOVE LAST-RUN-TIME (1:6) TO RPT-RUN-TIME
               MOVE LAST-SUITE-STATUS TO RPT-RUN-STATUS
               MOVE LAST-ALERT-COUNT TO RPT-RUN-ALERTS
               WRITE REPORT-REC FROM RPT-RUN-LINE
               IF LAST-SUITE-STATUS NOT = "PASS"
                   ADD 1 TO OPEN-ITEM-COUNT
               END-IF
           END-IF.

           MOVE 0 TO SECTION-COUNT.
           OPEN INPUT STEP-OUTCOME-FILE.
           IF STPO-STATUS = "00"
               MOVE 'N' TO STPO-EOF-SWITCH
               PERFORM PARA-REPORT-ONE-OUTCOME WITH TEST BEFORE
                   UNTIL END-OF-OUTCOMES
               CLOSE STEP-OUTCOME-FILE
           ELSE
               MOVE "NO EULSTPO STEP OUTCOMES ON FILE" TO RPT-TEXT
               WRITE REPORT-REC FROM RPT-TEXT-LINE
           END-IF.
           MOVE "STEPS SKIPPED OR FAILED:" TO RPT-COUNT-LABEL.
           MOVE SECTION-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           ADD SECTION-COUNT TO OPEN-ITEM-COUNT.

           PARA-READ-ONE-HIST.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO HIST-ROW-COUNT
                   MOVE HIST-RUN-ID TO LAST-RUN-ID
                   MOVE HIST-DATE-STAMP TO LAST-RUN-DATE
                   MOVE HIST-TIME-STAMP TO LAST-RUN-TIME
                   MOVE HIST-SUITE-STATUS TO LAST-SUITE-STATUS
                   MOVE HIST-ALERT-COUNT TO LAST-ALERT-COUNT
           END-READ.

           PARA-REPORT-ONE-OUTCOME.
           READ STEP-OUTCOME-FILE
               AT END
                   SET END-OF-OUTCOMES TO TRUE
               NOT AT END
                   IF STPO-RUN-ID NOT = LAST-RUN-ID
                           AND STPO-RUN-ID NOT = STPO-NOTED-RUN-ID
                       MOVE SPACES TO RPT-TEXT
                       STRING "STEP OUTCOMES BELOW ARE FOR RUN "
                               DELIMITED BY SIZE
                           STPO-RUN-ID DELIMITED BY SIZE
                           INTO RPT-TEXT
                       WRITE REPORT-REC FROM RPT-TEXT-LINE
                       MOVE STPO-RUN-ID TO STPO-NOTED-RUN-ID
                   END-IF
                   IF STPO-OUTCOME = "FAILED"
                           OR STPO-OUTCOME = "SKIPPED"
                       ADD 1 TO SECTION-COUNT
                       MOVE STPO-STEP-NAME TO RPT-STEP-NAME
                       MOVE STPO-OUTCOME TO RPT-STEP-OUTCOME
                       MOVE STPO-RC TO RPT-STEP-RC
                       WRITE REPORT-REC FROM RPT-STEP-LINE
                   END-IF
           END-READ.

      *    every alert still open or escalated, aged in runs the same
      *    way EULAWB AGE measures it.
           PARA-REPORT-ALERTS.
           MOVE "OPEN AND ESCALATED ALERTS" TO RPT-SECTION-NAME.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           MOVE 0 TO SECTION-COUNT.
           OPEN INPUT ALOPN-FILE.
           IF ALOPN-STATUS = "00"
               MOVE 'N' TO ALOPN-EOF-SWITCH
               PERFORM PARA-REPORT-ONE-ALERT WITH TEST BEFORE
                   UNTIL END-OF-ALERTS
               CLOSE ALOPN-FILE
           END-IF.
           MOVE "ALERTS STILL OPEN:" TO RPT-COUNT-LABEL.
           MOVE SECTION-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           ADD SECTION-COUNT TO OPEN-ITEM-COUNT.

           PARA-REPORT-ONE-ALERT.
           READ ALOPN-FILE
               AT END
                   SET END-OF-ALERTS TO TRUE
               NOT AT END
                   IF AOP-STATUS = "O" OR AOP-STATUS = "E"
                       ADD 1 TO SECTION-COUNT
                       MOVE 0 TO ALERT-AGE
                       IF HIST-ROW-COUNT > AOP-HIST-MARK
                           COMPUTE ALERT-AGE =
                               HIST-ROW-COUNT - AOP-HIST-MARK
                       END-IF
                       MOVE AOP-RUN-ID TO RPT-ALERT-RUN-ID
                       MOVE AOP-STEP-NAME TO RPT-ALERT-STEP
                       IF AOP-STATUS = "E"
                           MOVE "ESCALATED" TO RPT-ALERT-STATUS
                       ELSE
                           MOVE "OPEN" TO RPT-ALERT-STATUS
                       END-IF
                       MOVE ALERT-AGE TO RPT-ALERT-AGE
                       WRITE REPORT-REC FROM RPT-ALERT-LINE
                   END-IF
           END-READ.

      *    control changes submitted and still waiting for the
      *    second operator's approval.
           PARA-REPORT-PENDING.
           MOVE "CONTROL CHANGES AWAITING APPROVAL"
               TO RPT-SECTION-NAME.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           MOVE 0 TO SECTION-COUNT.
           OPEN INPUT PENDING-FILE.
           IF PENDING-STATUS = "00"
               MOVE 'N' TO PENDING-EOF-SWITCH
               PERFORM PARA-REPORT-ONE-PENDING WITH TEST BEFORE
                   UNTIL END-OF-PENDING
               CLOSE PENDING-FILE
           END-IF.
           MOVE "CHANGES PENDING:" TO RPT-COUNT-LABEL.
           MOVE SECTION-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           ADD SECTION-COUNT TO OPEN-ITEM-COUNT.

           PARA-REPORT-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
               NOT AT END
                   IF PND-STATUS = "P"
                       ADD 1 TO SECTION-COUNT
                       MOVE PND-SEQ TO RPT-PND-SEQ
                       MOVE PND-ACTION TO RPT-PND-ACTION
                       MOVE PND-PROGRAM TO RPT-PND-PROGRAM
                       MOVE PND-REQ-ID TO RPT-PND-REQ-ID
                       MOVE PND-REQ-DATE TO RPT-PND-REQ-DATE
                       WRITE REPORT-REC FROM RPT-PENDING-LINE
                   END-IF
           END-READ.

      *    every run lock still held. The locks take no region suffix
      *    - PROD and TEST serialize on the one set, same as EULDRV
      *    takes them - so every region's handover sees the same
      *    locks.
           PARA-REPORT-LOCKS.
           MOVE "HELD RUN LOCKS" TO RPT-SECTION-NAME.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           MOVE 0 TO SECTION-COUNT.
           PERFORM PARA-CHECK-NAMED-LOCK
               VARYING LKN-IDX FROM 1 BY 1
               UNTIL LKN-IDX > 9.
           PERFORM PARA-CHECK-PARTITION-LOCK
               VARYING PARTITION-NUMBER FROM 1 BY 1
               UNTIL PARTITION-NUMBER > PARTITION-MAXIMUM.
           MOVE "LOCKS HELD:" TO RPT-COUNT-LABEL.
           MOVE SECTION-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           ADD SECTION-COUNT TO OPEN-ITEM-COUNT.

           PARA-CHECK-NAMED-LOCK.
           MOVE LOCK-NAME (LKN-IDX) TO LOCK-NAME-WORK.
           PERFORM PARA-CHECK-ONE-LOCK.

           PARA-CHECK-PARTITION-LOCK.
           MOVE SPACES TO LOCK-NAME-WORK.
           STRING "Euler03.P" DELIMITED BY SIZE
               PARTITION-NUMBER DELIMITED BY SIZE
               INTO LOCK-NAME-WORK.
           PERFORM PARA-CHECK-ONE-LOCK.

      *    reads one lock file as EULLCK left it. No file, or a row
      *    marked released, is a free lock and says nothing.
           PARA-CHECK-ONE-LOCK.
           MOVE SPACES TO LOCK-PATH.
           STRING "EULLK." DELIMITED BY SIZE
               LOCK-NAME-WORK DELIMITED BY SPACE
               INTO LOCK-PATH.
           SET ENVIRONMENT "DD_HNDLOCKF" TO LOCK-PATH.
           MOVE 'N' TO LOCK-HELD-SWITCH.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STATUS = "00"
               MOVE 'N' TO LOCK-EOF-SWITCH
               PERFORM PARA-READ-ONE-LOCK WITH TEST BEFORE
                   UNTIL END-OF-LOCK
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-IS-HELD
               ADD 1 TO SECTION-COUNT
               PERFORM PARA-AGE-LOCK
               MOVE LOCK-PATH TO RPT-LOCK-NAME
               MOVE LOCK-HOLDER TO RPT-LOCK-HOLDER
               MOVE LOCK-RUN-ID TO RPT-LOCK-RUN-ID
               MOVE LOCK-DATE TO RPT-LOCK-DATE
               MOVE LOCK-TIME (1:6) TO RPT-LOCK-TIME
               MOVE LOCK-RUN-ID TO HIST-FIND-RUN-ID
               PERFORM PARA-FIND-RUN-ON-HISTORY
               IF RUN-ON-HISTORY OR LOCK-AGE-HOURS >= STALE-HOURS
                   MOVE "STALE" TO RPT-LOCK-STATE
               ELSE
                   MOVE "HELD" TO RPT-LOCK-STATE
               END-IF
               WRITE REPORT-REC FROM RPT-LOCK-LINE
           END-IF.

           PARA-READ-ONE-LOCK.
           READ LOCK-FILE
               AT END
                   SET END-OF-LOCK TO TRUE
               NOT AT END
                   IF LCK-ROW-STATUS = "H"
                       SET LOCK-IS-HELD TO TRUE
                       MOVE LCK-ROW-HOLDER TO LOCK-HOLDER
                       MOVE LCK-ROW-RUN-ID TO LOCK-RUN-ID
                       MOVE LCK-ROW-DATE TO LOCK-DATE
                       MOVE LCK-ROW-TIME TO LOCK-TIME
                   ELSE
                       MOVE 'N' TO LOCK-HELD-SWITCH
                   END-IF
           END-READ.

      *    how long the lock has been held, in whole hours. A lock
      *    row without a usable date is treated as old - nobody can
      *    say it belongs to a live run.
           PARA-AGE-LOCK.
           MOVE 999999 TO LOCK-AGE-HOURS.
           MOVE WS-CURRENT-DATE TO TODAY-DATE.
           IF LOCK-DATE IS NUMERIC AND LOCK-DATE > 16010101
                   AND LOCK-TIME IS NUMERIC
               COMPUTE LOCK-AGE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE (LOCK-DATE)) * 1440
                   + (WS-CURRENT-HOURS * 60) + WS-CURRENT-MINUTE
                   - (LOCK-HOURS * 60) - LOCK-MINUTES
               IF LOCK-AGE-MINUTES < 0
                   MOVE 0 TO LOCK-AGE-HOURS
               ELSE
                   DIVIDE LOCK-AGE-MINUTES BY 60
                       GIVING LOCK-AGE-HOURS
               END-IF
           END-IF.

      *    whether a run ID finished on EULHIST - a lock still held
      *    by a run that already wrote its history was never
      *    released.
           PARA-FIND-RUN-ON-HISTORY.
           MOVE 'N' TO HIST-FOUND-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "00"
               MOVE 'N' TO HIST-EOF-SWITCH
               PERFORM PARA-FIND-ONE-HIST WITH TEST BEFORE
                   UNTIL END-OF-HISTORY OR RUN-ON-HISTORY
               CLOSE HISTORY-FILE
           END-IF.

           PARA-FIND-ONE-HIST.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF HIST-RUN-ID = HIST-FIND-RUN-ID
                       SET RUN-ON-HISTORY TO TRUE
                   END-IF
           END-READ.

      *    rows waiting on the three quarantine files - each one is
      *    a log or master row somebody has to look at and put right.
           PARA-REPORT-QUARANTINES.
           MOVE "QUARANTINED ROWS" TO RPT-SECTION-NAME.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           MOVE 0 TO SECTION-COUNT.
           MOVE "JOBLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE SPACES TO QUARANTINE-PATH.
           STRING FUNCTION TRIM (REGION-PATH-WORK) DELIMITED BY SIZE
               ".QUAR" DELIMITED BY SIZE
               INTO QUARANTINE-PATH.
           PERFORM PARA-COUNT-QUARANTINE.
           MOVE "ERRLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE SPACES TO QUARANTINE-PATH.
           STRING FUNCTION TRIM (REGION-PATH-WORK) DELIMITED BY SIZE
               ".QUAR" DELIMITED BY SIZE
               INTO QUARANTINE-PATH.
           PERFORM PARA-COUNT-QUARANTINE.
           MOVE "Cobol/Euler03/EUL03MSQ" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO QUARANTINE-PATH.
           PERFORM PARA-COUNT-QUARANTINE.
           MOVE "FILES WITH ROWS:" TO RPT-COUNT-LABEL.
           MOVE SECTION-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           ADD SECTION-COUNT TO OPEN-ITEM-COUNT.

           PARA-COUNT-QUARANTINE.
           SET ENVIRONMENT "DD_HNDQUARF" TO QUARANTINE-PATH.
           MOVE 0 TO QUAR-ROW-COUNT.
           MOVE SPACES TO QUAR-LAST-REASON.
           OPEN INPUT QUARANTINE-FILE.
           IF QUAR-STATUS = "00"
               MOVE 'N' TO QUAR-EOF-SWITCH
               PERFORM PARA-COUNT-ONE-QUAR-ROW WITH TEST BEFORE
                   UNTIL END-OF-QUARANTINE
               CLOSE QUARANTINE-FILE
           END-IF.
           IF QUAR-ROW-COUNT > 0
               ADD 1 TO SECTION-COUNT
               MOVE QUARANTINE-PATH TO RPT-FILE-PATH
               MOVE QUAR-ROW-COUNT TO RPT-FILE-ROWS
               MOVE SPACES TO RPT-FILE-NOTE
               STRING "LAST: " DELIMITED BY SIZE
                   QUAR-LAST-REASON DELIMITED BY SIZE
                   INTO RPT-FILE-NOTE
               WRITE REPORT-REC FROM RPT-FILE-LINE
           END-IF.

           PARA-COUNT-ONE-QUAR-ROW.
           READ QUARANTINE-FILE
               AT END
                   SET END-OF-QUARANTINE TO TRUE
               NOT AT END
                   ADD 1 TO QUAR-ROW-COUNT
                   MOVE QUA-REASON TO QUAR-LAST-REASON
           END-READ.

      *    Euler03 work EULEST deferred to a later night and nobody
      *    has fed back in yet - a slice still on file is a slice
      *    still owed to its requesters.
           PARA-REPORT-SLICES.
           MOVE "DEFERRED EULER03 SLICES NOT YET RE-QUEUED"
               TO RPT-SECTION-NAME.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           MOVE 0 TO SECTION-COUNT.
           PERFORM PARA-COUNT-ONE-SLICE
               VARYING SLICE-NUMBER FROM 1 BY 1
               UNTIL SLICE-NUMBER > 5.
           MOVE "SLICES WAITING:" TO RPT-COUNT-LABEL.
           MOVE SECTION-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           ADD SECTION-COUNT TO OPEN-ITEM-COUNT.

           PARA-COUNT-ONE-SLICE.
           MOVE SPACES TO CARRY-PATH.
           STRING "Data/EUL03CF" DELIMITED BY SIZE
               SLICE-NUMBER DELIMITED BY SIZE
               INTO CARRY-PATH.
           SET ENVIRONMENT "DD_HNDCARRY" TO CARRY-PATH.
           MOVE 0 TO CARRY-ROW-COUNT.
           OPEN INPUT CARRY-FILE.
           IF CARRY-STATUS = "00"
               MOVE 'N' TO CARRY-EOF-SWITCH
               PERFORM PARA-COUNT-ONE-CARRY-ROW WITH TEST BEFORE
                   UNTIL END-OF-CARRY
               CLOSE CARRY-FILE
           END-IF.
           IF CARRY-ROW-COUNT > 0
               ADD 1 TO SECTION-COUNT
               MOVE CARRY-PATH TO RPT-FILE-PATH
               MOVE CARRY-ROW-COUNT TO RPT-FILE-ROWS
               MOVE "NUMBERS DEFERRED" TO RPT-FILE-NOTE
               WRITE REPORT-REC FROM RPT-FILE-LINE
           END-IF.

           PARA-COUNT-ONE-CARRY-ROW.
           READ CARRY-FILE
               AT END
                   SET END-OF-CARRY TO TRUE
               NOT AT END
                   IF CARRY-NUMBER NOT = SPACES
                       ADD 1 TO CARRY-ROW-COUNT
                   END-IF
           END-READ.

      *    requesters whose latest delivery still carried PENDING
      *    numbers - the manifest is read whole and each requester's
      *    last row kept, so a later complete delivery clears them.
           PARA-REPORT-DELIVERIES.
           MOVE "REQUESTER DELIVERIES WITH PENDING NUMBERS"
               TO RPT-SECTION-NAME.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           MOVE 0 TO SECTION-COUNT.
           MOVE 0 TO MFT-COUNT.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS = "00"
               MOVE 'N' TO MANIFEST-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-MANIFEST WITH TEST BEFORE
                   UNTIL END-OF-MANIFEST
               CLOSE MANIFEST-FILE
           END-IF.
           PERFORM PARA-REPORT-ONE-DELIVERY
               VARYING MFT-IDX FROM 1 BY 1
               UNTIL MFT-IDX > MFT-COUNT.
           MOVE "REQUESTERS SHORT:" TO RPT-COUNT-LABEL.
           MOVE SECTION-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           ADD SECTION-COUNT TO OPEN-ITEM-COUNT.

           PARA-LOAD-ONE-MANIFEST.
           READ MANIFEST-FILE
               AT END
                   SET END-OF-MANIFEST TO TRUE
               NOT AT END
                   MOVE 0 TO MFT-FOUND-IDX
                   PERFORM PARA-FIND-ONE-MANIFEST
                       VARYING MFT-IDX FROM 1 BY 1
                       UNTIL MFT-IDX > MFT-COUNT
                   IF MFT-FOUND-IDX = 0 AND MFT-COUNT < 200
                       ADD 1 TO MFT-COUNT
                       MOVE MFT-COUNT TO MFT-FOUND-IDX
                   END-IF
                   IF MFT-FOUND-IDX > 0
                       MOVE MNF-REQUESTER
                           TO MFT-REQUESTER (MFT-FOUND-IDX)
                       MOVE MNF-DEPT TO MFT-DEPT (MFT-FOUND-IDX)
                       MOVE MNF-RUN-ID TO MFT-RUN-ID (MFT-FOUND-IDX)
                       MOVE MNF-DATE-STAMP
                           TO MFT-DATE (MFT-FOUND-IDX)
                       MOVE MNF-PENDING
                           TO MFT-PENDING (MFT-FOUND-IDX)
                   END-IF
           END-READ.

           PARA-FIND-ONE-MANIFEST.
           IF MFT-REQUESTER (MFT-IDX) = MNF-REQUESTER
               MOVE MFT-IDX TO MFT-FOUND-IDX
           END-IF.

           PARA-REPORT-ONE-DELIVERY.
           IF MFT-PENDING (MFT-IDX) > 0
               ADD 1 TO SECTION-COUNT
               MOVE MFT-REQUESTER (MFT-IDX) TO RPT-DLV-REQUESTER
               MOVE MFT-DEPT (MFT-IDX) TO RPT-DLV-DEPT
               MOVE MFT-RUN-ID (MFT-IDX) TO RPT-DLV-RUN-ID
               MOVE MFT-DATE (MFT-IDX) TO RPT-DLV-DATE
               MOVE MFT-PENDING (MFT-IDX) TO RPT-DLV-PENDING
               WRITE REPORT-REC FROM RPT-DELIVERY-LINE
           END-IF.

      *    the grand total and the two signatures. The incoming
      *    operator signs here and takes the handover on the log with
      *    an ACK run under their own operator ID.
           PARA-REPORT-SIGN-OFF.
           MOVE "HANDOVER" TO RPT-SECTION-NAME.
           WRITE REPORT-REC FROM RPT-SECTION-LINE.
           MOVE "OPEN ITEMS HANDED OVER:" TO RPT-COUNT-LABEL.
           MOVE OPEN-ITEM-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "OUTGOING OPERATOR" TO RPT-SIGN-LABEL.
           MOVE AUDIT-OPERATOR-ID TO RPT-SIGN-ID.
           WRITE REPORT-REC FROM RPT-SIGN-LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "INCOMING OPERATOR" TO RPT-SIGN-LABEL.
           MOVE "________" TO RPT-SIGN-ID.
           WRITE REPORT-REC FROM RPT-SIGN-LINE.
           MOVE "INCOMING OPERATOR TAKES THE HANDOVER WITH: EULHND ACK"
               TO RPT-TEXT.
           WRITE REPORT-REC FROM RPT-TEXT-LINE.

      *    records the handover as prepared, waiting for the incoming
      *    operator to take it.
           PARA-LOG-PREPARED.
           MOVE "P" TO HLG-KIND.
           MOVE AUDIT-OPERATOR-ID TO HLG-OUTGOING-ID.
           MOVE SPACES TO HLG-INCOMING-ID.
           MOVE LAST-RUN-ID TO HLG-SUITE-RUN-ID.
           MOVE OPEN-ITEM-COUNT TO HLG-OPEN-ITEMS.
           MOVE AUDIT-BATCH-RUN-ID TO HLG-HANDOVER-ID.
           PERFORM PARA-APPEND-HANDLOG.

      *    the incoming operator takes the last handover prepared.
      *    OPERVAL must have proven the operator outright - an
      *    override, or a region run it only warned about, proves
      *    nobody - and nobody takes a handover from themselves.
           PARA-ACKNOWLEDGE.
           IF OPV-RESULT NOT = "A"
               DISPLAY "EULHND: " AUDIT-OPERATOR-ID
                   " not proven on OPERMAST - handover not taken"
               MOVE "Handover ack by unproven operator"
                   TO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "HAND" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PARA-LOAD-LAST-HANDLOG.
           IF HANDLOG-ROW-COUNT = 0
               DISPLAY "EULHND: no handover prepared - nothing to take"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LAST-HANDLOG-REC TO HANDLOG-REC.
           IF NOT HLG-PREPARED
               DISPLAY "EULHND: last handover already taken by "
                   HLG-INCOMING-ID " - prepare a new one first"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF HLG-OUTGOING-ID = AUDIT-OPERATOR-ID
               DISPLAY "EULHND: " AUDIT-OPERATOR-ID
                   " prepared this handover and cannot take it"
               MOVE "Handover ack by its own preparer"
                   TO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "HAND" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "A" TO HLG-KIND.
           MOVE AUDIT-OPERATOR-ID TO HLG-INCOMING-ID.
           PERFORM PARA-APPEND-HANDLOG.

           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Handover from " DELIMITED BY SIZE
               HLG-OUTGOING-ID DELIMITED BY SPACE
               " taken by " DELIMITED BY SIZE
               AUDIT-OPERATOR-ID DELIMITED BY SPACE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "HAND" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           DISPLAY "EULHND: handover " HLG-HANDOVER-ID " from "
               HLG-OUTGOING-ID " taken by " AUDIT-OPERATOR-ID
               " - " HLG-OPEN-ITEMS " open item(s)".

           PARA-LOAD-LAST-HANDLOG.
           MOVE 0 TO HANDLOG-ROW-COUNT.
           OPEN INPUT HANDOVER-LOG-FILE.
           IF HANDLOG-STATUS = "00"
               MOVE 'N' TO HANDLOG-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-HANDLOG WITH TEST BEFORE
                   UNTIL END-OF-HANDLOG
               CLOSE HANDOVER-LOG-FILE
           END-IF.

           PARA-LOAD-ONE-HANDLOG.
           READ HANDOVER-LOG-FILE
               AT END
                   SET END-OF-HANDLOG TO TRUE
               NOT AT END
                   ADD 1 TO HANDLOG-ROW-COUNT
                   MOVE HANDLOG-REC TO LAST-HANDLOG-REC
           END-READ.

      *    appends one row to the handover log, stamped now.
           PARA-APPEND-HANDLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO HLG-PAD-1.
           MOVE WS-CURRENT-DATE TO HLG-DATE-STAMP.
           MOVE SPACES TO HLG-PAD-2.
           MOVE WS-CURRENT-TIME TO HLG-TIME-STAMP.
           MOVE SPACES TO HLG-PAD-3.
           MOVE SPACES TO HLG-PAD-4.
           MOVE SPACES TO HLG-PAD-5.
           MOVE SPACES TO HLG-PAD-6.
           MOVE SPACES TO HLG-PAD-7.
           OPEN EXTEND HANDOVER-LOG-FILE.
           IF HANDLOG-STATUS = "35"
               OPEN OUTPUT HANDOVER-LOG-FILE
           END-IF.
           IF HANDLOG-STATUS NOT = "00"
               DISPLAY "EULHND: handover log unavailable (status "
                   HANDLOG-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE HANDLOG-REC.
           CLOSE HANDOVER-LOG-FILE.

      *    allocates every shared file this job opens onto its DD
      *    name, redirected to the run's region - done once, before
      *    anything is opened, so one rule covers the whole job. The
      *    lock, quarantine and slice files are allocated as each is
      *    reached.
           PARA-SET-REGION-FILES.
           MOVE "EULHIST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_HNDHISTF" TO REGION-PATH-WORK.
           MOVE "EULSTPO" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_HNDSTPOF" TO REGION-PATH-WORK.
           MOVE "Data/EULALOPN" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_HNDALOPF" TO REGION-PATH-WORK.
           MOVE "Data/CTLPEND" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_HNDPENDF" TO REGION-PATH-WORK.
           MOVE "Data/EULHNDLG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_HNDLOGF" TO REGION-PATH-WORK.
           MOVE "Data/OPERMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO OPV-MASTER-PATH.

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
           MOVE "EULHND" TO ERRLOG-PROGRAM-NAME.
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
               DISPLAY "EULHND: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

       END PROGRAM EULHND.
