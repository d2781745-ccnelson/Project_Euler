      *             verifies it, and records the restore on ERRLOG. A
      *             restarted run does not re-snapshot - the masters
      *             mid-run are exactly what a restore must not keep.
      * 2026-09-14  Reconciliation now finds each program's control
      *             figure by program name and the parameters the step
      *             actually ran with - picked up from the step's own
      *             JOBLOG-PARMS (Euler03 by the N= key of its last
      *             results row) - so CTLMAST can carry several approved
      *             figures per program and a non-default step gets a
      *             real PASS or FAIL. The EULRECON row carries the
      *             parameters it was judged under.
      * 2026-09-16  Added Euler10 (the sum of the primes below two
      *             million, the first suite member built on the
      *             PRIMTBL prime table) as the suite's eighth program,
      *             with its own reconciliation row, dashboard line
      *             and SLA check. Its EULHIST duration column goes on
      *             the end of the row, so the fixed offsets EULSCD
      *             reads are undisturbed. The EULSIV sieve and its
      *             EULBAL proof are ordinary Data/EULSTEP rows.
      * 2026-10-02  A production run now warns - a NO SIGN-OFF dashboard
      *             row, a console line and a SIGN event - for every
      *             reconciled program that ran on a build changed since
      *             its last promotion sign-off on Data/EULSIGN (the
      *             EULPAR TEST-versus-PROD comparison writes those). A
      *             program's last change is its executable's
      *             modification stamp. A run that factored also keeps
      *             Euler03's EUL03RES and EUL03FAC as generations under
      *             its run ID, dropped with the rest of the run's
      *             evidence, so EULPAR can compare a TEST run's detail
      *             against a PROD run's number by number.
      * 2026-10-05  The EULINT intake chain now waits for the requester
      *             drops. A maintained Data/EULARRV arrival schedule
      *             names the drops due each day, the requester who
      *             sends each and its cutoff; EULINT (and so EULEST and
      *             Euler03 behind it) is held until every drop due has
      *             arrived complete - closed by a trailer whose count
      *             agrees - or its cutoff has passed, while the
      *             independent steps run in their waves meanwhile. A
      *             drop missing or incomplete at its cutoff is a W ARRV
      *             event and a row naming its requester on the EULLATE
      *             late-arrivals report, and the dashboard carries a
      *             LATE DROPS count.
      * 2026-10-06  The EULNTD notification dispatcher is run at the end
      *             of every completed run, once the night's events are
      *             all on ERRLOG, so each severe event reaches the on-
      *             call supervisor class and each requester's delivery
      *             notice goes out the same night.
      * 2026-10-08  A broken run lock now also writes a PRIV attribution
      *             event naming the supervisor who broke it and the run
      *             that held it, for the EULPRV privileged-action
      *             review.
      * 2026-10-12  Every completed run now writes EULSTPO, one row per
      *             job step giving how it ended (OK, WARNING, FAILED,
      *             RESTART, NOT DUE or SKIPPED) with its return code,
      *             and keeps it as a run generation beside EULRECON -
      *             the step states used to die with the run, and the
      *             EULHND shift handover reports the skipped and failed
      *             steps from it.
      * 2026-10-13  Every run now puts the parameter files through
      *             EULDPM VAL before the first wave, and a file with a
      *             fault stops the run with a DPMV event instead of
      *             orphaning a step.
      * 2026-10-14  The suite now runs to a business date held on the
      *             Data/EULBDATE control record (current date, prior
      *             date, status O/R/C). The run takes the date after
      *             the parameter-file check and exports it as
      *             BUSINESS_DATE to every job step; a date still marked
      *             running needs RESTART or RERUN, and a closed date is
      *             refused unless the card says RERUN, rolling forward
      *             to the next non-holiday date once the clock reaches
      *             it. A run with no step at 8 or above closes the
      *             date, anything worse leaves it open. The calendar
      *             checks, the event rows, EULHIST and the generation
      *             and backup indexes carry the business date instead
      *             of the clock date.
      * 2026-10-15  A rehearsal run's Euler03 result and factor
      *             generations are now copied from the unsuffixed files
      *             Euler03 writes, into EUL03RES.<region>.<run ID>,
      *             instead of from region-suffixed files that never
      *             exist. A drop's arrival cutoff now falls on the
      *             business date and is compared with the clock's date
      *             and time, so a look after midnight counts as past
      *             the cutoff instead of waiting for the next day's.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULDRV.
       ENVIRONMENT DIVISION.
           SELECT EUL07-IN-FILE ASSIGN TO "Cobol/Euler07/EUL07OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EUL07-IN-STATUS.
           SELECT EUL10-IN-FILE ASSIGN TO "Cobol/Euler10/EUL10OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EUL10-IN-STATUS.
           SELECT RECON-FILE ASSIGN TO "RECONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DASHBOARD-FILE ASSIGN TO "DASHF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEP-OUTCOME-FILE ASSIGN TO "STPOF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-MASTER-FILE ASSIGN TO "CTLMASTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLM-FILE-STATUS.
           SELECT BKIX-FILE ASSIGN TO "BKIXF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKIX-STATUS.
           SELECT SIGN-FILE ASSIGN TO "Data/EULSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGN-STATUS.
           SELECT ARRV-FILE ASSIGN TO "Data/EULARRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARRV-STATUS.
           SELECT DROP-FILE ASSIGN TO "DROPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DROP-STATUS.
           SELECT LATE-FILE ASSIGN TO "LATEF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BDATE-FILE ASSIGN TO "BDATEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EUL07-IN-PAD            PIC X(02).
           05  EUL07-IN-DURATION       PIC 9(7).

       FD  EUL10-IN-FILE.
       01  EUL10-IN-REC.
           05  EUL10-IN-ANSWER         PIC 9(18).
           05  EUL10-IN-PAD            PIC X(02).
           05  EUL10-IN-DURATION       PIC 9(7).

       FD  RECON-FILE.
       01  RECON-REC.
           05  RECON-PROGRAM-NAME      PIC X(10).
           05  RECON-STATUS            PIC X(04).
           05  RECON-PAD-4             PIC X(02).
           05  RECON-STEP-RC           PIC 9(02).
           05  RECON-PAD-5             PIC X(02).
           05  RECON-PARMS             PIC X(32).

      *    the step journal behind the RESTART parameter - one row
      *    appended per job step that completed (reconciled PASS for
           05  DASH-PAD-1              PIC X(02).
           05  DASH-VALUE              PIC X(20).

      *    how every step on the job-step master ended this run, one
      *    row per step, for the shift handover.
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

       FD  CTL-MASTER-FILE.
           COPY CTLMREC.

           05  HIST-ALERT-COUNT        PIC 9(02).
           05  HIST-PAD-12             PIC X(02).
           05  HIST-SUITE-STATUS       PIC X(04).
           05  HIST-PAD-13             PIC X(02).
           05  HIST-DUR-EULER10        PIC 9(07).

      *    the maintained job-step master - one row per step in run
      *    order: name, the step it depends on (blank = none), a
           05  BKX-PAD-2               PIC X(02).
           05  BKX-TIME                PIC 9(08).

      *    the promotion sign-offs EULPAR records after a clean
      *    TEST-versus-PROD comparison - read to find the latest
      *    sign-off on file for each program.
       FD  SIGN-FILE.
           COPY SIGNREC.

      *    the maintained requester-drop arrival schedule - one row
      *    per drop the intake expects: the drop file under Data, the
      *    requester who sends it, a Mon-Sun mask of the days it is
      *    due (Y due, N not, M month-end only, as on EULSTEP) and
      *    the HHMM cutoff past which intake stops waiting for it.
       FD  ARRV-FILE.
       01  ARRV-REC.
           05  ARV-DROP-NAME           PIC X(10).
           05  ARV-PAD-1               PIC X(02).
           05  ARV-REQUESTER           PIC X(08).
           05  ARV-PAD-2               PIC X(02).
           05  ARV-DAYS                PIC X(07).
           05  ARV-PAD-3               PIC X(02).
           05  ARV-CUTOFF              PIC 9(04).

      *    one requester drop, read through to prove it complete -
      *    allocated onto the DROPF DD name per drop before each OPEN.
       FD  DROP-FILE.
       01  DROP-REC                    PIC X(31).
           COPY DROPTRL.

      *    the late-arrivals report - every drop expected tonight
      *    that was missing or incomplete when intake stopped
      *    waiting, with the requester who owes it.
       FD  LATE-FILE.
       01  LATE-REC                    PIC X(80).

      *    the suite business-date control record - the processing
      *    date this run takes, and where that date stands.
       FD  BDATE-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       COPY CTLTOTAL.
       COPY TIMING.
       01  LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
           88  RUN-HOLDS-LOCK           VALUE 'Y'.
       01  BREAK-LOCK-PARM   PIC X(03) VALUE SPACES.
       01  BREAK-HELD-HOLDER PIC X(08) VALUE SPACES.
       01  BREAK-HELD-RUN-ID PIC X(16) VALUE SPACES.
       01  BREAK-CHECK-ID    PIC X(08) VALUE SPACES.
       01  BREAK-RUN-MODE    PIC X(08) VALUE "PROD".
       01  OPV-MASTER-PATH   PIC X(40) VALUE SPACES.
               10  STEP-TBL-STATE      PIC X(01).
               10  STEP-TBL-RC         PIC 9(02).
               10  STEP-TBL-DUR        PIC 9(07).
               10  STEP-TBL-PARMS      PIC X(32).
       01  STEP-IDX          PIC 9(02) COMP VALUE 0.
      *    per-program reconciliation ledger - each program step is
      *    reconciled and journaled right after the wave it ran in,
      *    proven; the final pass settles only what the waves could
      *    not (programs that never ran, or Euler03 still waiting on
      *    its balance step).
       01  RECON-PROG-COUNT  PIC 9(02) COMP VALUE 8.
       01  RECON-PROG-NAMES.
           05  FILLER           PIC X(10) VALUE "Euler01".
           05  FILLER           PIC X(10) VALUE "Euler01_b".
           05  FILLER           PIC X(10) VALUE "Euler04".
           05  FILLER           PIC X(10) VALUE "Euler06".
           05  FILLER           PIC X(10) VALUE "Euler07".
           05  FILLER           PIC X(10) VALUE "Euler10".
       01  RECON-PROG-TABLE REDEFINES RECON-PROG-NAMES.
           05  RPG-NAME OCCURS 8 TIMES PIC X(10).
       01  RECON-DONE-FLAGS  PIC X(08) VALUE SPACES.
       01  RECON-DONE-TABLE REDEFINES RECON-DONE-FLAGS.
           05  RPG-DONE OCCURS 8 TIMES PIC X(01).
       01  RPG-IDX           PIC 9(02) COMP VALUE 0.
       01  FINAL-SETTLE-SWITCH PIC X(01) VALUE 'N'.
           88  FINAL-SETTLE             VALUE 'Y'.
       01  GIX-DROP-COUNT    PIC 9(03) COMP VALUE 0.
       01  GIX-THIS-RUN-SW   PIC X(01) VALUE 'N'.
           88  RUN-ALREADY-INDEXED      VALUE 'Y'.
       01  GEN-IN-PATH       PIC X(60) VALUE SPACES.
       01  GEN-OUT-PATH      PIC X(60) VALUE SPACES.
       01  GEN-BASE-NAME     PIC X(30) VALUE SPACES.
       01  GEN-DROP-RUN-ID   PIC X(16) VALUE SPACES.
       01  GEN-DELETE-PATH   PIC X(60) VALUE SPACES.
      *    set while keeping a run output both regions write under
      *    the one unsuffixed name - the copy reads that name, and
      *    only the generation carries the region.
       01  GEN-SHARED-SWITCH PIC X(01) VALUE 'N'.
           88  GEN-SOURCE-SHARED        VALUE 'Y'.

      *    pre-run master-backup state - the index held in storage,
      *    and the copy command being built for the master in hand.
       01  BKUP-COMMAND      PIC X(120) VALUE SPACES.
       01  BKUP-DROP-RUN-ID  PIC X(16) VALUE SPACES.

      *    the notification dispatcher, run once the night's events
      *    are all on the log - it runs from the repository root, so
      *    it is given the root's view of the shared library.
       01  NOTIFY-COMMAND    PIC X(40)
               VALUE "COB_LIBRARY_PATH=Cobol/Shared ./EULNTD".

      *    the parameter-file validation run before the first wave -
      *    EULDPM's return code of 8 or more (a fault in a file) is
      *    turned into a nonzero shell status, warnings into zero.
       01  VALIDATE-COMMAND.
           05  FILLER            PIC X(30)
                   VALUE "COB_LIBRARY_PATH=Cobol/Shared ".
           05  FILLER            PIC X(28)
                   VALUE "./EULDPM VAL; test $? -lt 8".

      *    promotion sign-off state - the latest sign-off on file for
      *    each reconciled program (date and time as one sixteen-
      *    digit stamp), the modification stamp of the program build
      *    in hand, and the programs that ran in production on a
      *    build nobody has signed off since it changed.
       01  SIGN-STATUS       PIC X(02) VALUE SPACES.
       01  SIGN-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-SIGNOFFS          VALUE 'Y'.
       01  SIGN-LATEST-TABLE.
           05  SIGN-LATEST OCCURS 8 TIMES PIC 9(16).
       01  SIGN-ROW-STAMP    PIC 9(16) VALUE 0.
       01  BUILD-STAMP       PIC 9(16) VALUE 0.
       01  BUILD-PATH        PIC X(40) VALUE SPACES.
       01  BUILD-DETAILS.
           05  BUILD-SIZE              PIC X(08) COMP-X.
           05  BUILD-DAY               PIC X(01) COMP-X.
           05  BUILD-MONTH             PIC X(01) COMP-X.
           05  BUILD-YEAR              PIC X(02) COMP-X.
           05  BUILD-HOURS             PIC X(01) COMP-X.
           05  BUILD-MINUTES           PIC X(01) COMP-X.
           05  BUILD-SECONDS           PIC X(01) COMP-X.
           05  BUILD-HUNDREDTHS        PIC X(01) COMP-X.
       01  UNSIGNED-COUNT    PIC 9(02) COMP VALUE 0.
       01  UNSIGNED-FLAGS    PIC X(08) VALUE SPACES.
       01  UNSIGNED-TABLE REDEFINES UNSIGNED-FLAGS.
           05  RPG-UNSIGNED OCCURS 8 TIMES PIC X(01).

      *    requester-drop arrival state - the drops due today off
      *    Data/EULARRV, each P while still pending, A once arrived
      *    complete, M missing or I incomplete when its cutoff passed;
      *    and the hold on the intake step while any is pending. The
      *    hold is on EULINT alone - EULEST and Euler03 depend on it,
      *    so the whole chain waits while the rest of the suite runs.
       01  ARRV-STATUS       PIC X(02) VALUE SPACES.
       01  ARRV-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-ARRIVALS          VALUE 'Y'.
       01  DROP-STATUS       PIC X(02) VALUE SPACES.
       01  DROP-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-DROP              VALUE 'Y'.
       01  ARV-COUNT         PIC 9(02) COMP VALUE 0.
       01  ARV-TABLE.
           05  ARV-ENTRY OCCURS 20 TIMES.
               10  ARV-TBL-DROP        PIC X(10).
               10  ARV-TBL-REQUESTER   PIC X(08).
               10  ARV-TBL-CUTOFF      PIC 9(04).
               10  ARV-TBL-STATE       PIC X(01).
               10  ARV-TBL-PRESENT     PIC X(01).
               10  ARV-TBL-ROWS        PIC 9(09).
               10  ARV-TBL-TRAILER     PIC X(09).
       01  ARV-IDX           PIC 9(02) COMP VALUE 0.
       01  ARV-DUE-SWITCH    PIC X(01) VALUE 'N'.
           88  DROP-DUE-TODAY           VALUE 'Y'.
       01  INTAKE-STEP-NAME  PIC X(10) VALUE "EULINT".
       01  INTAKE-HOLD-SWITCH PIC X(01) VALUE 'N'.
           88  INTAKE-HELD              VALUE 'Y'.
       01  NOW-HHMM          PIC 9(04) VALUE 0.
      *    the clock and a drop's cutoff as date plus HHMM, the cutoff
      *    falling on the business date - a look after midnight is
      *    past every cutoff of the day before, not ahead of them.
       01  NOW-STAMP         PIC 9(12) VALUE 0.
       01  CUTOFF-STAMP      PIC 9(12) VALUE 0.
       01  CUTOFF-DATE       PIC 9(08) VALUE 0.
       01  DROP-PATH         PIC X(40) VALUE SPACES.
       01  DROP-ROW-COUNT    PIC 9(09) VALUE 0.
       01  DROP-TRAILER-COUNT PIC 9(09) VALUE 0.
       01  DROP-TRAILER-SW   PIC X(01) VALUE 'N'.
           88  DROP-TRAILER-LAST        VALUE 'Y'.
       01  LATE-COUNT        PIC 9(02) VALUE 0.
      *    how long the driver sleeps between looks at the drops
      *    while only the held chain is left to run - a minute,
      *    unless the ARRIVAL_POLL environment variable says other.
       01  ARRIVAL-POLL-PARM PIC X(04) VALUE SPACES.
       01  ARRIVAL-POLL-SECS PIC 9(04) VALUE 60.
       01  POLL-COMMAND      PIC X(20) VALUE SPACES.

      *    late-arrivals report line layouts.
       01  LATE-TITLE.
           05  FILLER           PIC X(28)
                   VALUE "EULDRV LATE-ARRIVALS REPORT".
           05  FILLER           PIC X(08) VALUE "RUN ID  ".
           05  LATE-RUN-ID      PIC X(16).
       01  LATE-HEADING.
           05  FILLER           PIC X(12) VALUE "DROP".
           05  FILLER           PIC X(10) VALUE "REQUESTER".
           05  FILLER           PIC X(08) VALUE "CUTOFF".
           05  FILLER           PIC X(12) VALUE "STATE".
           05  FILLER           PIC X(11) VALUE "ROWS".
           05  FILLER           PIC X(09) VALUE "TRAILER".
       01  LATE-DETAIL.
           05  LATE-DROP        PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  LATE-REQUESTER   PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  LATE-CUTOFF      PIC 9(04).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  LATE-STATE       PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  LATE-ROWS        PIC ZZZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  LATE-TRAILER     PIC X(09).

      *    processing-calendar state - what the business date is,
      *    per Data/EULCAL and the day-of-week arithmetic (day 1 of
      *    the COBOL integer-date scheme was a Monday, so MOD 7
      *    gives 1=Monday ... 6=Saturday, 0=Sunday).
       01  CAL-STATUS        PIC X(02) VALUE SPACES.
       01  CAL-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88  END-OF-CALENDAR          VALUE 'Y'.
       01  HOLIDAY-DESC      PIC X(20) VALUE SPACES.
       01  DAY-INDEX         PIC 9(01) VALUE 0.

      *    business-date state - the control record as read (and as
      *    it will be written back), the clock date it is judged
      *    against, and the EULCAL holidays the roll forward steps
      *    over. The next processing date is the next calendar day
      *    that is not a holiday.
       01  BDATE-STATUS      PIC X(02) VALUE SPACES.
       01  BDATE-FOUND-SW    PIC X(01) VALUE 'N'.
           88  BDATE-ON-FILE            VALUE 'Y'.
       01  BDATE-CURRENT     PIC 9(08) VALUE 0.
       01  BDATE-PRIOR       PIC 9(08) VALUE 0.
       01  BDATE-STATE       PIC X(01) VALUE SPACE.
           88  BDATE-OPEN               VALUE 'O'.
           88  BDATE-RUNNING            VALUE 'R'.
           88  BDATE-CLOSED             VALUE 'C'.
       01  BDATE-ENV-TEXT    PIC X(08) VALUE SPACES.
       01  CLOCK-DATE        PIC 9(08) VALUE 0.
       01  NEXT-BUS-DATE     PIC 9(08) VALUE 0.
       01  NEXT-DATE-INT     PIC 9(07) VALUE 0.
       01  NEXT-HOLIDAY-SW   PIC X(01) VALUE 'N'.
           88  NEXT-IS-HOLIDAY          VALUE 'Y'.
       01  HOLIDAY-COUNT     PIC 9(03) COMP VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOL-TBL-DATE  PIC 9(08) OCCURS 100 TIMES.
       01  HOL-IDX           PIC 9(03) COMP VALUE 0.

       01  TBL-IDX           PIC 9(2) COMP VALUE 0.
       01  FAIL-COUNT        PIC 9(2) COMP VALUE 0.
       01  FAIL-COUNT-DISP   PIC 9(1) VALUE 0.
       01  PARM-CARD            PIC X(32) VALUE SPACES.
       01  RESTART-SWITCH       PIC X(01) VALUE 'N'.
           88  RESTART-MODE              VALUE 'Y'.
       01  RERUN-SWITCH         PIC X(01) VALUE 'N'.
           88  RERUN-MODE                VALUE 'Y'.
       01  JOURNAL-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-JOURNAL            VALUE 'Y'.
       01  JRN-SAVED-RUN-ID     PIC X(16) VALUE SPACES.
       01  CHECK-PROGRAM-NAME   PIC X(10) VALUE SPACES.
       01  CHECK-ACTUAL-ANSWER  PIC 9(18) VALUE 0.
       01  CHECK-EXPECTED-ANSWER PIC 9(18) VALUE 0.
      *    the parameters the step's answer was produced under - the
      *    second half of the key its control figure is found by.
       01  CHECK-PARMS          PIC X(32) VALUE SPACES.
       01  RECON-RESULT         PIC X(04) VALUE SPACES.

       01  EUL03-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88  EUL03-END-OF-FILE         VALUE 'Y'.
       01  EUL03-LAST-ANSWER    PIC 9(18) VALUE 0.
       01  EUL03-LAST-N         PIC 9(18) VALUE 0.

      *    per-program dashboard status, captured right after each job
      *    step's own reconciliation row is written, since RECON-RESULT
       01  DASH-EULER04-STATUS  PIC X(04) VALUE SPACES.
       01  DASH-EULER06-STATUS  PIC X(04) VALUE SPACES.
       01  DASH-EULER07-STATUS  PIC X(04) VALUE SPACES.
       01  DASH-EULER10-STATUS  PIC X(04) VALUE SPACES.
       01  DASH-SUITE-STATUS    PIC X(04) VALUE SPACES.

       01  EUL01-IN-STATUS      PIC X(02) VALUE SPACES.
       01  EUL04-IN-STATUS      PIC X(02) VALUE SPACES.
       01  EUL06-IN-STATUS      PIC X(02) VALUE SPACES.
       01  EUL07-IN-STATUS      PIC X(02) VALUE SPACES.
       01  EUL10-IN-STATUS      PIC X(02) VALUE SPACES.
       01  ERRLOG-IN-STATUS     PIC X(02) VALUE SPACES.
       01  JOBLOG-IN-STATUS     PIC X(02) VALUE SPACES.
       01  JOBLOG-EOF-SWITCH    PIC X(01) VALUE 'N'.
       01  DUR-EULER04      PIC 9(07) VALUE 0.
       01  DUR-EULER06      PIC 9(07) VALUE 0.
       01  DUR-EULER07      PIC 9(07) VALUE 0.
       01  DUR-EULER10      PIC 9(07) VALUE 0.

      *    batch-window checking state - the SLA table as loaded from
      *    Data/EULSLA, the duration the entry under test applies to,
               PERFORM PARA-SET-BATCH-RUN-ID
           END-IF.
           PERFORM PARA-TAKE-LOCK.
           PERFORM PARA-VALIDATE-PARAMETERS.
           PERFORM PARA-TAKE-BUSINESS-DATE.

      *    the processing calendar gets the first word - a holiday is
      *    a clean no-run, noted on the console and the event log, not
      *    a failure. The holiday's business date is closed and
      *    rolled past like any completed date.
           PERFORM PARA-LOAD-CALENDAR.
           IF TODAY-IS-HOLIDAY
               DISPLAY "EULDRV: " TODAY-DATE " is a calendar holiday"
               MOVE "I" TO EVENT-SEVERITY
               MOVE "CAL" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               PERFORM PARA-CLOSE-BUSINESS-DATE
               PERFORM PARA-RELEASE-LOCK
               MOVE 0 TO RETURN-CODE
               STOP RUN
               STOP RUN
           END-IF.

      *    from here the date is this run's - a run that dies before
      *    it finishes leaves it marked running for RESTART to find.
           PERFORM PARA-MARK-DATE-RUNNING.

           PERFORM PARA-LOAD-CONTROL-TOTALS.

           SET ENVIRONMENT "COB_LIBRARY_PATH" TO SHARED-LIBRARY-PATH.
           SUBTRACT START-TIME FROM END-TIME GIVING DURATION.

           PERFORM PARA-CHECK-SLA.
           IF PRODUCTION-REGION
               PERFORM PARA-CHECK-SIGNOFFS
           END-IF.
           PERFORM PARA-BUILD-DASHBOARD.
           PERFORM PARA-WRITE-STEP-OUTCOMES.
           PERFORM PARA-WRITE-HISTORY.
           PERFORM PARA-KEEP-GENERATIONS.
           PERFORM PARA-DISPATCH-NOTICES.

           MOVE FAIL-COUNT TO FAIL-COUNT-DISP.
           MOVE EXC-COUNT-DASH TO EXC-COUNT-DISP.
           MOVE ERR-COUNT-DASH TO ERR-COUNT-DISP.
           DISPLAY "Reconciliation complete - " FAIL-COUNT-DISP
               " of 8 programs failed control-total check".
           DISPLAY "Euler03 exceptions: " EXC-COUNT-DISP
               "   Severe events this run: " ERR-COUNT-DISP.
           DISPLAY "Suite status: " DASH-SUITE-STATUS.
               ALERT-COUNT " SLA alert(s)".
           DISPLAY "Suite return code: " HIGHEST-RC.

      *    a run with no step failed or aborted completes its business
      *    date; anything worse leaves the date open for the rerun.
           IF HIGHEST-RC < 8
               PERFORM PARA-CLOSE-BUSINESS-DATE
           ELSE
               PERFORM PARA-REOPEN-BUSINESS-DATE
           END-IF.

           PERFORM PARA-RELEASE-LOCK.

           MOVE HIGHEST-RC TO RETURN-CODE.
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
           MOVE SPACES TO EVT-MESSAGE.
           STRING OPV-OVERRIDE-ID DELIMITED BY SIZE
               " BREAKLCK " DELIMITED BY SIZE
               BREAK-HELD-RUN-ID DELIMITED BY SIZE
               INTO EVT-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "PRIV" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

           PARA-CALL-LOCK.
           CALL "EULLCK" USING BY CONTENT LCK-FILE-PATH,
                               BY CONTENT LCK-ACTION,
           MOVE "EULDASH" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_DASHF" TO REGION-PATH-WORK.
           MOVE "EULSTPO" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_STPOF" TO REGION-PATH-WORK.
           MOVE "Data/CTLMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_CTLMASTF" TO REGION-PATH-WORK.
           MOVE "Data/EULALOPN" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_ALOPNF" TO REGION-PATH-WORK.
           MOVE "EULLATE" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_LATEF" TO REGION-PATH-WORK.
           MOVE "Data/EULBDATE" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_BDATEF" TO REGION-PATH-WORK.

      *    redirects one shared-file path to this run's region - a
      *    TEST rehearsal must never write into the production files
      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service, same as the programs do.
      *    The row carries the business date once this run has taken
      *    one; an event raised before that carries the clock date.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULDRV" TO EVT-PROGRAM-NAME.
           MOVE SPACES TO EVT-PAD-1.
           IF AUDIT-BUSINESS-DATE = 0
               MOVE WS-CURRENT-DATE TO EVT-DATE-STAMP
           ELSE
               MOVE AUDIT-BUSINESS-DATE TO EVT-DATE-STAMP
           END-IF.
           MOVE SPACES TO EVT-PAD-2.
           MOVE WS-CURRENT-TIME TO EVT-TIME-STAMP.
           MOVE SPACES TO EVT-PAD-3.
           MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID.
           SET ENVIRONMENT "BATCH_RUN_ID" TO AUDIT-BATCH-RUN-ID.

      *    reads the processing calendar and works out what the
      *    business date is: a holiday, a month-end, or just a day.
      *    A missing calendar means no dates are special, which is
      *    worth a console note and nothing more.
           PARA-LOAD-CALENDAR.
           MOVE AUDIT-BUSINESS-DATE TO TODAY-DATE.
           COMPUTE DAY-INDEX = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (TODAY-DATE), 7).
           IF DAY-INDEX = 0
                       MOVE "W" TO STEP-TBL-STATE (STEP-COUNT)
                       MOVE 0 TO STEP-TBL-RC (STEP-COUNT)
                       MOVE 0 TO STEP-TBL-DUR (STEP-COUNT)
                       MOVE SPACES TO STEP-TBL-PARMS (STEP-COUNT)
                   END-IF
           END-READ.

           PERFORM PARA-MARK-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.
           PERFORM PARA-LOAD-ARRIVALS.
           PERFORM PARA-COUNT-WAITING.
           MOVE 0 TO WAVE-NUMBER.
           PERFORM PARA-RUN-ONE-WAVE WITH TEST BEFORE
      *    waits for them all, and the codes are collected after.
           PARA-RUN-ONE-WAVE.
           ADD 1 TO WAVE-NUMBER.
           IF INTAKE-HELD
               PERFORM PARA-CHECK-ARRIVALS
           END-IF.
           MOVE 0 TO WAVE-SIZE.
           MOVE SPACES TO WAVE-COMMAND.
           MOVE 1 TO WAVE-POINTER.
               PERFORM PARA-LOAD-STEP-DURATIONS
               PERFORM PARA-SETTLE-PROGRAMS
           ELSE
               IF INTAKE-HELD
                   PERFORM PARA-WAIT-FOR-ARRIVALS
               ELSE
                   PERFORM PARA-SKIP-STRANDED
                       VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
               END-IF
           END-IF.
           PERFORM PARA-COUNT-WAITING.

           IF STEP-TBL-STATE (STEP-IDX) = "W"
               PERFORM PARA-CHECK-DEPENDENCY
               EVALUATE TRUE
                   WHEN INTAKE-HELD
                           AND STEP-TBL-NAME (STEP-IDX)
                               = INTAKE-STEP-NAME
                       CONTINUE
                   WHEN DEP-SATISFIED
                       PERFORM PARA-ADD-TO-WAVE
                   WHEN DEP-NEVER
               MOVE "X" TO STEP-TBL-STATE (STEP-IDX)
           END-IF.

      *    loads the drops due today off the arrival schedule - only
      *    when the intake step is still to run tonight: a restart
      *    past it, or a night its frequency mask keeps it off, has
      *    no intake to hold. No schedule at all means no drop is
      *    waited for, which is worth a console note and no more.
           PARA-LOAD-ARRIVALS.
           MOVE 0 TO ARV-COUNT.
           MOVE INTAKE-STEP-NAME TO FIND-STEP-NAME.
           PERFORM PARA-FIND-STEP.
           IF FOUND-STEP-IDX > 0
               IF STEP-TBL-STATE (FOUND-STEP-IDX) = "W"
                   OPEN INPUT ARRV-FILE
                   IF ARRV-STATUS = "00"
                       MOVE 'N' TO ARRV-EOF-SWITCH
                       PERFORM PARA-LOAD-ONE-ARRIVAL WITH TEST BEFORE
                           UNTIL END-OF-ARRIVALS
                       CLOSE ARRV-FILE
                   ELSE
                       DISPLAY "EULDRV: no EULARRV arrival schedule - "
                           "intake not held for drops"
                   END-IF
               END-IF
           END-IF.
           IF ARV-COUNT > 0
               ACCEPT ARRIVAL-POLL-PARM FROM ENVIRONMENT
                   "ARRIVAL_POLL"
               IF ARRIVAL-POLL-PARM NOT = SPACES
                   IF FUNCTION TRIM (ARRIVAL-POLL-PARM) IS NUMERIC
                       COMPUTE ARRIVAL-POLL-SECS =
                           FUNCTION NUMVAL (ARRIVAL-POLL-PARM)
                   END-IF
               END-IF
               SET INTAKE-HELD TO TRUE
               PERFORM PARA-CHECK-ARRIVALS
               IF INTAKE-HELD
                   DISPLAY "EULDRV: holding " INTAKE-STEP-NAME
                       " and its dependents for requester drops"
               END-IF
           END-IF.

      *    a drop is due today by its mask character for today, read
      *    the same way as a step's frequency mask.
           PARA-LOAD-ONE-ARRIVAL.
           READ ARRV-FILE
               AT END
                   SET END-OF-ARRIVALS TO TRUE
               NOT AT END
                   MOVE 'N' TO ARV-DUE-SWITCH
                   EVALUATE ARV-DAYS (DAY-INDEX:1)
                       WHEN "Y"
                           SET DROP-DUE-TODAY TO TRUE
                       WHEN "M"
                           IF TODAY-IS-MONTH-END
                               SET DROP-DUE-TODAY TO TRUE
                           END-IF
                   END-EVALUATE
                   IF DROP-DUE-TODAY AND ARV-DROP-NAME NOT = SPACES
                           AND ARV-COUNT < 20
                       ADD 1 TO ARV-COUNT
                       MOVE ARV-DROP-NAME TO ARV-TBL-DROP (ARV-COUNT)
                       MOVE ARV-REQUESTER
                           TO ARV-TBL-REQUESTER (ARV-COUNT)
                       MOVE 2359 TO ARV-TBL-CUTOFF (ARV-COUNT)
                       IF ARV-CUTOFF IS NUMERIC
                           MOVE ARV-CUTOFF TO ARV-TBL-CUTOFF (ARV-COUNT)
                       END-IF
                       MOVE "P" TO ARV-TBL-STATE (ARV-COUNT)
                       MOVE "N" TO ARV-TBL-PRESENT (ARV-COUNT)
                       MOVE 0 TO ARV-TBL-ROWS (ARV-COUNT)
                       MOVE SPACES TO ARV-TBL-TRAILER (ARV-COUNT)
                   END-IF
           END-READ.

      *    looks at every drop still pending: one that has arrived
      *    complete is done with, and one still missing or incomplete
      *    once its cutoff has passed is given up on with a warning.
      *    The hold lifts when nothing is pending any more, and the
      *    late-arrivals report is written then.
           PARA-CHECK-ARRIVALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE NOW-HHMM = WS-CURRENT-HOURS * 100
               + WS-CURRENT-MINUTE.
           MOVE WS-CURRENT-DATE TO CUTOFF-DATE.
           COMPUTE NOW-STAMP = CUTOFF-DATE * 10000 + NOW-HHMM.
           IF AUDIT-BUSINESS-DATE NOT = 0
               MOVE AUDIT-BUSINESS-DATE TO CUTOFF-DATE
           END-IF.
           MOVE 'N' TO INTAKE-HOLD-SWITCH.
           PERFORM PARA-CHECK-ONE-ARRIVAL
               VARYING ARV-IDX FROM 1 BY 1
               UNTIL ARV-IDX > ARV-COUNT.
           IF NOT INTAKE-HELD
               PERFORM PARA-WRITE-LATE-REPORT
           END-IF.

           PARA-CHECK-ONE-ARRIVAL.
           IF ARV-TBL-STATE (ARV-IDX) = "P"
               COMPUTE CUTOFF-STAMP = CUTOFF-DATE * 10000
                   + ARV-TBL-CUTOFF (ARV-IDX)
               PERFORM PARA-PROVE-ONE-DROP
               EVALUATE TRUE
                   WHEN DROP-TRAILER-LAST
                           AND DROP-TRAILER-COUNT = DROP-ROW-COUNT
                       MOVE "A" TO ARV-TBL-STATE (ARV-IDX)
                   WHEN NOW-STAMP >= CUTOFF-STAMP
                       PERFORM PARA-GIVE-UP-ON-DROP
                   WHEN OTHER
                       SET INTAKE-HELD TO TRUE
               END-EVALUATE
           END-IF.

      *    reads one drop through - complete when its last row is a
      *    trailer agreeing with the request rows ahead of it, the
      *    same proof EULINT applies before it merges the drop.
           PARA-PROVE-ONE-DROP.
           MOVE 0 TO DROP-ROW-COUNT.
           MOVE 0 TO DROP-TRAILER-COUNT.
           MOVE 'N' TO DROP-TRAILER-SW.
           MOVE SPACES TO DROP-PATH.
           STRING "Data/" DELIMITED BY SIZE
               ARV-TBL-DROP (ARV-IDX) DELIMITED BY SPACE
               INTO DROP-PATH.
           SET ENVIRONMENT "DD_DROPF" TO DROP-PATH.
           OPEN INPUT DROP-FILE.
           IF DROP-STATUS = "00"
               MOVE "Y" TO ARV-TBL-PRESENT (ARV-IDX)
               MOVE 'N' TO DROP-EOF-SWITCH
               PERFORM PARA-PROVE-ONE-DROP-ROW WITH TEST BEFORE
                   UNTIL END-OF-DROP
               CLOSE DROP-FILE
           ELSE
               MOVE "N" TO ARV-TBL-PRESENT (ARV-IDX)
           END-IF.
           MOVE DROP-ROW-COUNT TO ARV-TBL-ROWS (ARV-IDX).
           MOVE "NONE" TO ARV-TBL-TRAILER (ARV-IDX).
           IF DROP-TRAILER-LAST
               MOVE DROP-TRAILER-COUNT TO ARV-TBL-TRAILER (ARV-IDX)
           END-IF.

           PARA-PROVE-ONE-DROP-ROW.
           READ DROP-FILE
               AT END
                   SET END-OF-DROP TO TRUE
               NOT AT END
                   IF DROP-TRL-TYPE = "TRL"
                           AND DROP-TRL-PAD-1 = SPACES
                       MOVE 'Y' TO DROP-TRAILER-SW
                       MOVE 0 TO DROP-TRAILER-COUNT
                       IF DROP-TRL-COUNT IS NUMERIC
                           MOVE DROP-TRL-COUNT TO DROP-TRAILER-COUNT
                       END-IF
                   ELSE
                       MOVE 'N' TO DROP-TRAILER-SW
                       ADD 1 TO DROP-ROW-COUNT
                   END-IF
           END-READ.

      *    a drop still missing or incomplete at its cutoff is not
      *    waited for any longer - the warning names the requester
      *    who owes it, and EULINT will leave an incomplete one out
      *    of the merge.
           PARA-GIVE-UP-ON-DROP.
           ADD 1 TO LATE-COUNT.
           MOVE SPACES TO EVT-MESSAGE.
           IF ARV-TBL-PRESENT (ARV-IDX) = "Y"
               MOVE "I" TO ARV-TBL-STATE (ARV-IDX)
               STRING FUNCTION TRIM (ARV-TBL-DROP (ARV-IDX))
                       DELIMITED BY SIZE
                   " incomplete at cutoff - " DELIMITED BY SIZE
                   ARV-TBL-REQUESTER (ARV-IDX) DELIMITED BY SPACE
                   INTO EVT-MESSAGE
           ELSE
               MOVE "M" TO ARV-TBL-STATE (ARV-IDX)
               STRING FUNCTION TRIM (ARV-TBL-DROP (ARV-IDX))
                       DELIMITED BY SIZE
                   " missing at cutoff - " DELIMITED BY SIZE
                   ARV-TBL-REQUESTER (ARV-IDX) DELIMITED BY SPACE
                   INTO EVT-MESSAGE
           END-IF.
           DISPLAY "EULDRV: " EVT-MESSAGE.
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "ARRV" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

      *    nothing but the held chain is left to run - sleep a poll
      *    interval and look again. The idle pass is not a wave, so
      *    it does not count against the wave limit.
           PARA-WAIT-FOR-ARRIVALS.
           SUBTRACT 1 FROM WAVE-NUMBER.
           MOVE SPACES TO POLL-COMMAND.
           STRING "sleep " DELIMITED BY SIZE
               ARRIVAL-POLL-SECS DELIMITED BY SIZE
               INTO POLL-COMMAND.
           CALL "SYSTEM" USING POLL-COMMAND.
           MOVE 0 TO RETURN-CODE.

      *    one row per drop given up on at its cutoff, or a line
      *    saying every expected drop arrived complete.
           PARA-WRITE-LATE-REPORT.
           OPEN OUTPUT LATE-FILE.
           MOVE AUDIT-BATCH-RUN-ID TO LATE-RUN-ID.
           WRITE LATE-REC FROM LATE-TITLE.
           MOVE SPACES TO LATE-REC.
           WRITE LATE-REC.
           IF LATE-COUNT = 0
               MOVE "ALL EXPECTED DROPS ARRIVED COMPLETE" TO LATE-REC
               WRITE LATE-REC
           ELSE
               WRITE LATE-REC FROM LATE-HEADING
               PERFORM PARA-WRITE-ONE-LATE
                   VARYING ARV-IDX FROM 1 BY 1
                   UNTIL ARV-IDX > ARV-COUNT
           END-IF.
           CLOSE LATE-FILE.
           DISPLAY "EULDRV: intake released - " LATE-COUNT
               " drop(s) late, see EULLATE".

           PARA-WRITE-ONE-LATE.
           IF ARV-TBL-STATE (ARV-IDX) = "M"
                   OR ARV-TBL-STATE (ARV-IDX) = "I"
               MOVE ARV-TBL-DROP (ARV-IDX) TO LATE-DROP
               MOVE ARV-TBL-REQUESTER (ARV-IDX) TO LATE-REQUESTER
               MOVE ARV-TBL-CUTOFF (ARV-IDX) TO LATE-CUTOFF
               IF ARV-TBL-STATE (ARV-IDX) = "M"
                   MOVE "MISSING" TO LATE-STATE
               ELSE
                   MOVE "INCOMPLETE" TO LATE-STATE
               END-IF
               MOVE ARV-TBL-ROWS (ARV-IDX) TO LATE-ROWS
               MOVE ARV-TBL-TRAILER (ARV-IDX) TO LATE-TRAILER
               WRITE LATE-REC FROM LATE-DETAIL
           END-IF.

           PARA-COUNT-WAITING.
           MOVE 'N' TO WAITING-SWITCH.
           PERFORM PARA-COUNT-ONE-WAITING
           END-IF.

      *    reads the run history back and gives each step the
      *    duration and effective parameters its own program reported
      *    under this batch-run ID - the last row wins, matching the
      *    run that just happened.
           PARA-LOAD-STEP-DURATIONS.
           OPEN INPUT JOBLOG-IN-FILE.
           IF JOBLOG-IN-STATUS = "00"
                       IF FOUND-STEP-IDX > 0
                           MOVE JOBLOG-DURATION
                               TO STEP-TBL-DUR (FOUND-STEP-IDX)
                           MOVE JOBLOG-PARMS
                               TO STEP-TBL-PARMS (FOUND-STEP-IDX)
                       END-IF
                   END-IF
           END-READ.
                           PERFORM PARA-RECON-EULER06
                       WHEN "Euler07"
                           PERFORM PARA-RECON-EULER07
                       WHEN "Euler10"
                           PERFORM PARA-RECON-EULER10
                   END-EVALUATE
               END-IF
           END-IF.
               END-IF
           END-IF.

           PARA-RECON-EULER10.
           MOVE "Euler10" TO CHECK-PROGRAM-NAME.
           MOVE "Euler10" TO FIND-STEP-NAME.
           PERFORM PARA-FIND-STEP.
           PERFORM PARA-SET-STEP-VERDICT.
           IF RECON-RESULT = "DONE"
               MOVE "PASS" TO DASH-EULER10-STATUS
           ELSE
               IF RECON-RESULT = "SKIP" OR "NRUN"
                   PERFORM PARA-WRITE-RECON-ROW
                   MOVE RECON-RESULT TO DASH-EULER10-STATUS
               ELSE
                   MOVE STEP-TBL-DUR (FOUND-STEP-IDX) TO DUR-EULER10
                   PERFORM PARA-RECONCILE-EUL10
               END-IF
           END-IF.

      *    translates a step's run state into the reconciliation's
      *    starting verdict: DONE (journal carry-forward), NRUN (a
      *    scheduled skip - frequency mask, or a program not on the
           PARA-SET-STEP-VERDICT.
           MOVE 0 TO CHECK-ACTUAL-ANSWER.
           MOVE 0 TO CHECK-EXPECTED-ANSWER.
           MOVE SPACES TO CHECK-PARMS.
           IF FOUND-STEP-IDX > 0
               MOVE STEP-TBL-PARMS (FOUND-STEP-IDX) TO CHECK-PARMS
           END-IF.
           EVALUATE TRUE
               WHEN FOUND-STEP-IDX = 0
                   MOVE "NRUN" TO RECON-RESULT
      *    Euler03's results file carries one row per input number,
      *    so the last row read (matching the last record of its own
      *    input file) is the one checked, same as the program's own
      *    "Answer:" display - and its figure is the one approved for
      *    that row's number, keyed N=nnn as the program's own self-
      *    check keys it, since a batch run's JOBLOG-PARMS names the
      *    budget rather than the number.
           PARA-RECONCILE-EUL03.
           OPEN INPUT EUL03-IN-FILE.
           IF EUL03-IN-STATUS = "00"
                   UNTIL EUL03-END-OF-FILE
               CLOSE EUL03-IN-FILE
               MOVE EUL03-LAST-ANSWER TO CHECK-ACTUAL-ANSWER
               MOVE SPACES TO CHECK-PARMS
               STRING "N=" DELIMITED BY SIZE
                   EUL03-LAST-N DELIMITED BY SIZE
                   INTO CHECK-PARMS
               PERFORM PARA-SEARCH-TABLE
           ELSE
               MOVE 0 TO CHECK-ACTUAL-ANSWER
           PERFORM PARA-WRITE-RECON-ROW.
           MOVE RECON-RESULT TO DASH-EULER07-STATUS.

           PARA-RECONCILE-EUL10.
           OPEN INPUT EUL10-IN-FILE.
           IF EUL10-IN-STATUS = "00"
               READ EUL10-IN-FILE
               CLOSE EUL10-IN-FILE
               MOVE EUL10-IN-ANSWER TO CHECK-ACTUAL-ANSWER
               PERFORM PARA-SEARCH-TABLE
           ELSE
               MOVE 0 TO CHECK-ACTUAL-ANSWER
               MOVE 0 TO CHECK-EXPECTED-ANSWER
               MOVE "FAIL" TO RECON-RESULT
           END-IF.
           PERFORM PARA-WRITE-RECON-ROW.
           MOVE RECON-RESULT TO DASH-EULER10-STATUS.

           PARA-READ-EUL03.
           READ EUL03-IN-FILE
               AT END
               IF EUL03-IN-REC (1:3) NOT = "HDR"
                       AND EUL03-IN-REC (1:3) NOT = "TRL"
                   MOVE EUL03-IN-ANSWER TO EUL03-LAST-ANSWER
                   MOVE EUL03-IN-INPUT-N TO EUL03-LAST-N
               END-IF
           END-IF.

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

      *    reads the RESTART or RERUN token off the parameter card -
      *    any other card content is ignored, since the driver has no
      *    other parameters. RERUN is the explicit word an operator
      *    gives to run a business date that is already closed (or
      *    to take over one left marked running).
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           IF PARM-CARD (1:7) = "RESTART"
               SET RESTART-MODE TO TRUE
           END-IF.
           IF PARM-CARD (1:5) = "RERUN"
               SET RERUN-MODE TO TRUE
           END-IF.

      *    loads the journal left by the interrupted run - which
      *    steps already completed, at what return code, and under
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.

      *    looks CHECK-PROGRAM-NAME up in the control-totals table,
      *    under the CHECK-PARMS the step actually ran with, and sets
      *    RECON-RESULT to PASS, FAIL or ???? (no figure approved for
      *    that program and parameter set).
           PARA-SEARCH-TABLE.
           MOVE "????" TO RECON-RESULT.
           MOVE 0 TO CHECK-EXPECTED-ANSWER.

           PARA-SEARCH-ONE.
           IF CTL-PROGRAM-NAME (TBL-IDX) = CHECK-PROGRAM-NAME
                   AND CTL-PARMS (TBL-IDX) = CHECK-PARMS
               MOVE CTL-EXPECTED-ANSWER (TBL-IDX)
                   TO CHECK-EXPECTED-ANSWER
               IF CHECK-ACTUAL-ANSWER = CTL-EXPECTED-ANSWER (TBL-IDX)
           MOVE RECON-RESULT TO RECON-STATUS.
           MOVE SPACES TO RECON-PAD-4.
           MOVE CHECK-STEP-RC TO RECON-STEP-RC.
           MOVE SPACES TO RECON-PAD-5.
           MOVE CHECK-PARMS TO RECON-PARMS.
           WRITE RECON-REC.

           IF CHECK-STEP-RC > HIGHEST-RC
           MOVE DASH-EULER07-STATUS TO DASH-VALUE.
           WRITE DASH-REC.

           MOVE "EULER10" TO DASH-LABEL.
           MOVE SPACES TO DASH-PAD-1.
           MOVE DASH-EULER10-STATUS TO DASH-VALUE.
           WRITE DASH-REC.

           MOVE "EUL03 EXCEPTIONS" TO DASH-LABEL.
           MOVE SPACES TO DASH-PAD-1.
           MOVE EXC-COUNT-DASH TO DASH-VALUE.
           MOVE ALERT-COUNT TO DASH-VALUE.
           WRITE DASH-REC.

           MOVE "LATE DROPS" TO DASH-LABEL.
           MOVE SPACES TO DASH-PAD-1.
           MOVE LATE-COUNT TO DASH-VALUE.
           WRITE DASH-REC.

           PERFORM PARA-WRITE-UNSIGNED-ROW
               VARYING RPG-IDX FROM 1 BY 1
               UNTIL RPG-IDX > RECON-PROG-COUNT.

           MOVE "REGION" TO DASH-LABEL.
           MOVE SPACES TO DASH-PAD-1.
           MOVE AUDIT-REGION-CODE TO DASH-VALUE.

           CLOSE DASHBOARD-FILE.

      *    one dashboard row per program that ran in production on a
      *    build nobody has signed off since it changed.
           PARA-WRITE-UNSIGNED-ROW.
           IF RPG-UNSIGNED (RPG-IDX) = "Y"
               MOVE "NO SIGN-OFF" TO DASH-LABEL
               MOVE SPACES TO DASH-PAD-1
               MOVE RPG-NAME (RPG-IDX) TO DASH-VALUE
               WRITE DASH-REC
           END-IF.

      *    a production run of a program whose build has changed
      *    since its last promotion sign-off (Data/EULSIGN, written
      *    by the EULPAR TEST-versus-PROD comparison) is exactly the
      *    unproven change a rehearsal exists to catch, so each one
      *    is warned of on the dashboard, the console and the event
      *    log. A program's last change is the modification stamp
      *    of its compiled executable - Cobol/EulerNN/program, the
      *    directory named by the first seven characters, so
      *    Euler01_b is found beside Euler01. No sign-off file at
      *    all means no program has ever been signed off.
           PARA-CHECK-SIGNOFFS.
           MOVE 0 TO UNSIGNED-COUNT.
           MOVE SPACES TO UNSIGNED-FLAGS.
           MOVE ZEROS TO SIGN-LATEST-TABLE.
           OPEN INPUT SIGN-FILE.
           IF SIGN-STATUS = "00"
               MOVE 'N' TO SIGN-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-SIGNOFF WITH TEST BEFORE
                   UNTIL END-OF-SIGNOFFS
               CLOSE SIGN-FILE
           END-IF.
           PERFORM PARA-CHECK-ONE-SIGNOFF
               VARYING RPG-IDX FROM 1 BY 1
               UNTIL RPG-IDX > RECON-PROG-COUNT.

           PARA-LOAD-ONE-SIGNOFF.
           READ SIGN-FILE
               AT END
                   SET END-OF-SIGNOFFS TO TRUE
               NOT AT END
                   COMPUTE SIGN-ROW-STAMP =
                       SIGN-DATE-STAMP * 100000000 + SIGN-TIME-STAMP
                   PERFORM PARA-KEEP-LATEST-SIGNOFF
                       VARYING RPG-IDX FROM 1 BY 1
                       UNTIL RPG-IDX > RECON-PROG-COUNT
           END-READ.

           PARA-KEEP-LATEST-SIGNOFF.
           IF SIGN-PROGRAM-NAME = RPG-NAME (RPG-IDX)
                   AND SIGN-ROW-STAMP > SIGN-LATEST (RPG-IDX)
               MOVE SIGN-ROW-STAMP TO SIGN-LATEST (RPG-IDX)
           END-IF.

      *    only a program that actually ran in this production run
      *    is judged - a step frequency-skipped tonight has not run
      *    its unproven build yet.
           PARA-CHECK-ONE-SIGNOFF.
           MOVE RPG-NAME (RPG-IDX) TO FIND-STEP-NAME.
           PERFORM PARA-FIND-STEP.
           IF FOUND-STEP-IDX > 0
               IF STEP-TBL-STATE (FOUND-STEP-IDX) = "R" OR "D"
                   PERFORM PARA-GET-BUILD-STAMP
                   IF BUILD-STAMP > SIGN-LATEST (RPG-IDX)
                       MOVE "Y" TO RPG-UNSIGNED (RPG-IDX)
                       ADD 1 TO UNSIGNED-COUNT
                       DISPLAY "EULDRV: " RPG-NAME (RPG-IDX)
                           " ran in PROD on a build with no sign-off"
                           " since its last change"
                       MOVE SPACES TO EVT-MESSAGE
                       STRING FUNCTION TRIM (RPG-NAME (RPG-IDX))
                               DELIMITED BY SIZE
                           " ran on an unsigned build"
                               DELIMITED BY SIZE
                           INTO EVT-MESSAGE
                       MOVE "W" TO EVENT-SEVERITY
                       MOVE "SIGN" TO EVENT-CODE
                       PERFORM PARA-LOG-EVENT
                   END-IF
               END-IF
           END-IF.

      *    the modification stamp of one program's executable as
      *    YYYYMMDDHHMMSSCC, zero when the executable cannot be
      *    found - nothing to judge is not a warning.
           PARA-GET-BUILD-STAMP.
           MOVE 0 TO BUILD-STAMP.
           MOVE SPACES TO BUILD-PATH.
           STRING "Cobol/" DELIMITED BY SIZE
               RPG-NAME (RPG-IDX) (1:7) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RPG-NAME (RPG-IDX) DELIMITED BY SPACE
               INTO BUILD-PATH.
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

      *    loads the operator-maintained batch-window limits and
      *    compares each step's elapsed and the suite total against
      *    them, writing one alert row per blown window. EULALERT is
                   MOVE DUR-EULER06 TO SLA-ACTUAL-DUR
               WHEN "Euler07"
                   MOVE DUR-EULER07 TO SLA-ACTUAL-DUR
               WHEN "Euler10"
                   MOVE DUR-EULER10 TO SLA-ACTUAL-DUR
               WHEN "SUITE"
                   MOVE DURATION TO SLA-ACTUAL-DUR
               WHEN OTHER
           WRITE ALOPN-REC.
           CLOSE ALOPN-FILE.

      *    writes how every step ended - the in-storage step states
      *    die with the run, and the next shift needs to know which
      *    steps were skipped or failed without reading the console.
      *    A step that ran is OK, WARNING at return code 4, FAILED at
      *    8 or over; RESTART means proven on an earlier attempt of
      *    this run, NOT DUE means its frequency kept it off tonight.
           PARA-WRITE-STEP-OUTCOMES.
           OPEN OUTPUT STEP-OUTCOME-FILE.
           PERFORM PARA-WRITE-ONE-OUTCOME
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.
           CLOSE STEP-OUTCOME-FILE.

           PARA-WRITE-ONE-OUTCOME.
           MOVE AUDIT-BATCH-RUN-ID TO STPO-RUN-ID.
           MOVE SPACES TO STPO-PAD-1.
           MOVE STEP-TBL-NAME (STEP-IDX) TO STPO-STEP-NAME.
           MOVE SPACES TO STPO-PAD-2.
           MOVE STEP-TBL-STATE (STEP-IDX) TO STPO-STATE.
           MOVE SPACES TO STPO-PAD-3.
           MOVE STEP-TBL-RC (STEP-IDX) TO STPO-RC.
           MOVE SPACES TO STPO-PAD-4.
           EVALUATE STEP-TBL-STATE (STEP-IDX)
               WHEN "R"
                   EVALUATE TRUE
                       WHEN STEP-TBL-RC (STEP-IDX) >= 8
                           MOVE "FAILED" TO STPO-OUTCOME
                       WHEN STEP-TBL-RC (STEP-IDX) >= 4
                           MOVE "WARNING" TO STPO-OUTCOME
                       WHEN OTHER
                           MOVE "OK" TO STPO-OUTCOME
                   END-EVALUATE
               WHEN "D"
                   MOVE "RESTART" TO STPO-OUTCOME
               WHEN "F"
                   MOVE "NOT DUE" TO STPO-OUTCOME
               WHEN OTHER
                   MOVE "SKIPPED" TO STPO-OUTCOME
           END-EVALUATE.
           WRITE STPO-REC.

      *    appends this run's window consumption to the suite history.
      *    OPEN EXTEND fails with a file-status of 35 the first time
      *    the history doesn't exist yet, in which case it is created
           END-IF.
           MOVE AUDIT-BATCH-RUN-ID TO HIST-RUN-ID.
           MOVE SPACES TO HIST-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO HIST-DATE-STAMP.
           MOVE SPACES TO HIST-PAD-2.
           MOVE WS-CURRENT-TIME TO HIST-TIME-STAMP.
           MOVE SPACES TO HIST-PAD-3.
           MOVE ALERT-COUNT TO HIST-ALERT-COUNT.
           MOVE SPACES TO HIST-PAD-12.
           MOVE DASH-SUITE-STATUS TO HIST-SUITE-STATUS.
           MOVE SPACES TO HIST-PAD-13.
           MOVE DUR-EULER10 TO HIST-DUR-EULER10.
           WRITE HISTORY-REC.
           CLOSE HISTORY-FILE.

               MOVE AUDIT-BATCH-RUN-ID
                   TO BKX-TBL-RUN-ID (BKX-COUNT)
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE AUDIT-BUSINESS-DATE TO BKX-TBL-DATE (BKX-COUNT)
               MOVE WS-CURRENT-TIME TO BKX-TBL-TIME (BKX-COUNT)
           END-IF.
           PERFORM PARA-ENFORCE-BACKUP-RETENTION.
           WRITE BKIX-REC.
           ADD 1 TO BKX-IDX.

      *    puts every parameter file the run is about to believe -
      *    EULSTEP, EULSLA, EULCAL, EULROUTE, EULAWBP and EULRETN -
      *    through EULDPM's validation before anything is read or
      *    run. A file with a fault (a dependency on no step, a loop,
      *    a date that isn't one) stops the run here, with the lock
      *    released; EULDPMRPT says what to correct.
           PARA-VALIDATE-PARAMETERS.
           CALL "SYSTEM" USING VALIDATE-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "EULDRV: parameter files failed validation - "
                   "see EULDPMRPT"
               MOVE "Parameter files failed validation" TO EVT-MESSAGE
               MOVE "S" TO EVENT-SEVERITY
               MOVE "DPMV" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               PERFORM PARA-RELEASE-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *    takes the suite business date off the EULBDATE control
      *    record before anything is run. A date still open is simply
      *    taken. A date marked running belongs to a run that never
      *    finished, so only RESTART or RERUN may take it over. A
      *    closed date rolls forward to the next processing date once
      *    the clock has reached it; until then the date has already
      *    been done tonight and the run is refused unless the card
      *    says RERUN. A clock date between the two is a calendar
      *    holiday. A suite without a control record yet starts one
      *    at today's date. The date taken is exported as
      *    BUSINESS_DATE so every job step stamps its rows with it.
           PARA-TAKE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CLOCK-DATE.
           PERFORM PARA-LOAD-HOLIDAYS.
           PERFORM PARA-READ-BUSINESS-DATE.
           IF NOT BDATE-ON-FILE
               MOVE CLOCK-DATE TO BDATE-CURRENT
               MOVE 0 TO BDATE-PRIOR
               SET BDATE-OPEN TO TRUE
               PERFORM PARA-WRITE-BUSINESS-DATE
               DISPLAY "EULDRV: no business-date control record - "
                   "started at " BDATE-CURRENT
               MOVE SPACES TO EVT-MESSAGE
               STRING "Business date record started "
                       DELIMITED BY SIZE
                   BDATE-CURRENT DELIMITED BY SIZE
                   INTO EVT-MESSAGE
               MOVE "I" TO EVENT-SEVERITY
               MOVE "BDAT" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           END-IF.

           EVALUATE TRUE
               WHEN BDATE-RUNNING
                   IF RESTART-MODE OR RERUN-MODE
                       DISPLAY "EULDRV: resuming business date "
                           BDATE-CURRENT " left marked running"
                   ELSE
                       DISPLAY "EULDRV: run refused - business date "
                           BDATE-CURRENT " is still marked running "
                           "(RESTART or RERUN to resume it)"
                       MOVE SPACES TO EVT-MESSAGE
                       STRING "Business date " DELIMITED BY SIZE
                           BDATE-CURRENT DELIMITED BY SIZE
                           " still running" DELIMITED BY SIZE
                           INTO EVT-MESSAGE
                       PERFORM PARA-REFUSE-BUSINESS-DATE
                   END-IF
               WHEN BDATE-CLOSED
                   PERFORM PARA-TAKE-CLOSED-DATE
           END-EVALUATE.

           MOVE BDATE-CURRENT TO AUDIT-BUSINESS-DATE.
           MOVE BDATE-CURRENT TO BDATE-ENV-TEXT.
           SET ENVIRONMENT "BUSINESS_DATE" TO BDATE-ENV-TEXT.
           DISPLAY "EULDRV: business date " AUDIT-BUSINESS-DATE.

      *    a closed date is run again only on RERUN; otherwise the run
      *    takes the next processing date, once the clock has got
      *    there.
           PARA-TAKE-CLOSED-DATE.
           IF RERUN-MODE
               DISPLAY "EULDRV: rerunning closed business date "
                   BDATE-CURRENT
               MOVE SPACES TO EVT-MESSAGE
               STRING "Rerun of closed business date "
                       DELIMITED BY SIZE
                   BDATE-CURRENT DELIMITED BY SIZE
                   INTO EVT-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "BDAT" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           ELSE
               PERFORM PARA-FIND-NEXT-DATE
               EVALUATE TRUE
                   WHEN NEXT-BUS-DATE NOT > CLOCK-DATE
                       MOVE BDATE-CURRENT TO BDATE-PRIOR
                       MOVE NEXT-BUS-DATE TO BDATE-CURRENT
                       SET BDATE-OPEN TO TRUE
                       MOVE SPACES TO EVT-MESSAGE
                       STRING "Business date rolled to "
                               DELIMITED BY SIZE
                           BDATE-CURRENT DELIMITED BY SIZE
                           INTO EVT-MESSAGE
                       MOVE "I" TO EVENT-SEVERITY
                       MOVE "BDAT" TO EVENT-CODE
                       PERFORM PARA-LOG-EVENT
                   WHEN CLOCK-DATE > BDATE-CURRENT
                       DISPLAY "EULDRV: " CLOCK-DATE " is a calendar "
                           "holiday - next business date "
                           NEXT-BUS-DATE ", suite not run"
                       MOVE "Holiday - suite not run" TO EVT-MESSAGE
                       MOVE "I" TO EVENT-SEVERITY
                       MOVE "CAL" TO EVENT-CODE
                       PERFORM PARA-LOG-EVENT
                       PERFORM PARA-RELEASE-LOCK
                       MOVE 0 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       DISPLAY "EULDRV: run refused - business date "
                           BDATE-CURRENT " is already closed (RERUN "
                           "to run it again)"
                       MOVE SPACES TO EVT-MESSAGE
                       STRING "Business date " DELIMITED BY SIZE
                           BDATE-CURRENT DELIMITED BY SIZE
                           " already closed" DELIMITED BY SIZE
                           INTO EVT-MESSAGE
                       PERFORM PARA-REFUSE-BUSINESS-DATE
               END-EVALUATE
           END-IF.

      *    a business date this run may not take stops it before
      *    anything is run, with the lock released.
           PARA-REFUSE-BUSINESS-DATE.
           MOVE "S" TO EVENT-SEVERITY.
           MOVE "BDAT" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           PERFORM PARA-RELEASE-LOCK.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *    marks the date taken as running under this run's ID.
           PARA-MARK-DATE-RUNNING.
           SET BDATE-RUNNING TO TRUE.
           PERFORM PARA-WRITE-BUSINESS-DATE.

      *    closes the business date on a completed run, and rolls it
      *    forward to the next processing date if the clock is
      *    already there (a run that crossed midnight, or a suite
      *    catching up on missed dates); otherwise the date stays
      *    closed and the next run rolls it.
           PARA-CLOSE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CLOCK-DATE.
           SET BDATE-CLOSED TO TRUE.
           MOVE SPACES TO EVT-MESSAGE.
           STRING "Business date " DELIMITED BY SIZE
               BDATE-CURRENT DELIMITED BY SIZE
               " closed" DELIMITED BY SIZE
               INTO EVT-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "BDAT" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           PERFORM PARA-FIND-NEXT-DATE.
           IF NEXT-BUS-DATE NOT > CLOCK-DATE
               MOVE BDATE-CURRENT TO BDATE-PRIOR
               MOVE NEXT-BUS-DATE TO BDATE-CURRENT
               SET BDATE-OPEN TO TRUE
           END-IF.
           PERFORM PARA-WRITE-BUSINESS-DATE.
           DISPLAY "EULDRV: business date " AUDIT-BUSINESS-DATE
               " closed - next business date " NEXT-BUS-DATE.

      *    a run that failed leaves its business date open, so the
      *    rerun processes the same date whatever the clock says.
           PARA-REOPEN-BUSINESS-DATE.
           SET BDATE-OPEN TO TRUE.
           PERFORM PARA-WRITE-BUSINESS-DATE.
           MOVE SPACES TO EVT-MESSAGE.
           STRING "Business date " DELIMITED BY SIZE
               BDATE-CURRENT DELIMITED BY SIZE
               " left open" DELIMITED BY SIZE
               INTO EVT-MESSAGE.
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "BDAT" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           DISPLAY "EULDRV: business date " BDATE-CURRENT
               " left open - run did not complete".

           PARA-READ-BUSINESS-DATE.
           MOVE 'N' TO BDATE-FOUND-SW.
           OPEN INPUT BDATE-FILE.
           IF BDATE-STATUS = "00"
               READ BDATE-FILE
                   NOT AT END
                       IF BDT-ROW-CURRENT-DATE IS NUMERIC
                           SET BDATE-ON-FILE TO TRUE
                           MOVE BDT-ROW-CURRENT-DATE TO BDATE-CURRENT
                           MOVE BDT-ROW-PRIOR-DATE TO BDATE-PRIOR
                           MOVE BDT-ROW-STATUS TO BDATE-STATE
                       END-IF
               END-READ
               CLOSE BDATE-FILE
           END-IF.

           PARA-WRITE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE BDATE-CURRENT TO BDT-ROW-CURRENT-DATE.
           MOVE SPACES TO BDT-ROW-PAD-1.
           MOVE BDATE-PRIOR TO BDT-ROW-PRIOR-DATE.
           MOVE SPACES TO BDT-ROW-PAD-2.
           MOVE BDATE-STATE TO BDT-ROW-STATUS.
           MOVE SPACES TO BDT-ROW-PAD-3.
           MOVE AUDIT-BATCH-RUN-ID TO BDT-ROW-RUN-ID.
           MOVE SPACES TO BDT-ROW-PAD-4.
           MOVE WS-CURRENT-DATE TO BDT-ROW-CHANGE-DATE.
           MOVE SPACES TO BDT-ROW-PAD-5.
           MOVE WS-CURRENT-TIME TO BDT-ROW-CHANGE-TIME.
           OPEN OUTPUT BDATE-FILE.
           IF BDATE-STATUS = "00"
               WRITE BDT-ROW
               CLOSE BDATE-FILE
           ELSE
               DISPLAY "EULDRV: business-date control record not "
                   "written (status " BDATE-STATUS ")"
           END-IF.

      *    the next processing date after the current one - the next
      *    calendar day that EULCAL does not mark a holiday.
           PARA-FIND-NEXT-DATE.
           COMPUTE NEXT-DATE-INT =
               FUNCTION INTEGER-OF-DATE (BDATE-CURRENT).
           SET NEXT-IS-HOLIDAY TO TRUE.
           PERFORM PARA-STEP-NEXT-DATE WITH TEST BEFORE
               UNTIL NOT NEXT-IS-HOLIDAY.

           PARA-STEP-NEXT-DATE.
           ADD 1 TO NEXT-DATE-INT.
           COMPUTE NEXT-BUS-DATE =
               FUNCTION DATE-OF-INTEGER (NEXT-DATE-INT).
           MOVE 'N' TO NEXT-HOLIDAY-SW.
           PERFORM PARA-CHECK-ONE-HOLIDAY
               VARYING HOL-IDX FROM 1 BY 1
               UNTIL HOL-IDX > HOLIDAY-COUNT.

           PARA-CHECK-ONE-HOLIDAY.
           IF HOL-TBL-DATE (HOL-IDX) = NEXT-BUS-DATE
               SET NEXT-IS-HOLIDAY TO TRUE
           END-IF.

      *    the EULCAL holidays, for the roll forward to step over.
           PARA-LOAD-HOLIDAYS.
           MOVE 0 TO HOLIDAY-COUNT.
           OPEN INPUT CAL-FILE.
           IF CAL-STATUS = "00"
               MOVE 'N' TO CAL-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-HOLIDAY WITH TEST BEFORE
                   UNTIL END-OF-CALENDAR
               CLOSE CAL-FILE
           END-IF.

           PARA-LOAD-ONE-HOLIDAY.
           READ CAL-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF CAL-TYPE = "H" AND HOLIDAY-COUNT < 100
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE CAL-DATE TO HOL-TBL-DATE (HOLIDAY-COUNT)
                   END-IF
           END-READ.

      *    hands the night's notices to the EULNTD dispatcher - the
      *    severe events this run logged, the delivery notices EULDST
      *    queued and any escalations. The dispatcher answers for its
      *    own outcome on EULNTDRPT; it does not move the suite's
      *    return code.
           PARA-DISPATCH-NOTICES.
           CALL "SYSTEM" USING NOTIFY-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "EULDRV: notification dispatch incomplete - "
                   "see EULNTDRPT"
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *    keeps this run's evidence: EULRECON, EULDASH, EULALERT
      *    and EULSTPO are each copied to a generation named by the
      *    batch-run ID, the run is added to the EULGENIX index, and
      *    generations beyond the Data/EULRETN retention count are
      *    deleted oldest-first - the suite finally writes good
      *    evidence, and it no longer shreds it nightly.
           PARA-KEEP-GENERATIONS.
           PERFORM PARA-LOAD-RETENTION.
           PERFORM PARA-LOAD-GEN-INDEX.
           PERFORM PARA-COPY-ONE-GENERATION.
           MOVE "EULALERT" TO GEN-BASE-NAME.
           PERFORM PARA-COPY-ONE-GENERATION.
           MOVE "EULSTPO" TO GEN-BASE-NAME.
           PERFORM PARA-COPY-ONE-GENERATION.

      *    Euler03's results and factor detail are rewritten by every
      *    run in the one program directory both regions share, so a
      *    run that factored keeps them under its own run ID as well -
      *    the EULPAR comparison reads a TEST run's detail back
      *    against a PROD run's number by number. The files themselves
      *    carry no region suffix; a rehearsal's generation is named
      *    EUL03RES.<region>.<run ID>.
           MOVE "Euler03" TO FIND-STEP-NAME.
           PERFORM PARA-FIND-STEP.
           IF FOUND-STEP-IDX > 0
               IF STEP-TBL-STATE (FOUND-STEP-IDX) = "R" OR "D"
                   SET GEN-SOURCE-SHARED TO TRUE
                   MOVE "Cobol/Euler03/EUL03RES" TO GEN-BASE-NAME
                   PERFORM PARA-COPY-ONE-GENERATION
                   MOVE "Cobol/Euler03/EUL03FAC" TO GEN-BASE-NAME
                   PERFORM PARA-COPY-ONE-GENERATION
                   MOVE 'N' TO GEN-SHARED-SWITCH
               END-IF
           END-IF.

      *    a restarted run reuses its original batch-run ID - its
      *    generation files were just overwritten with the completed
                   ADD 1 TO GIX-COUNT
                   MOVE AUDIT-BATCH-RUN-ID
                       TO GIX-TBL-RUN-ID (GIX-COUNT)
                   MOVE AUDIT-BUSINESS-DATE
                       TO GIX-TBL-DATE (GIX-COUNT)
                   MOVE WS-CURRENT-TIME TO GIX-TBL-TIME (GIX-COUNT)
               END-IF
           END-IF.

      *    copies one run output to its generation file, row by row.
      *    A source that doesn't exist (a run output never produced)
      *    simply leaves no generation behind. The generation is
      *    named for the region's own copy of the output plus the run
      *    ID - the name PARA-DROP-OLDEST deletes and EULPAR reads.
           PARA-COPY-ONE-GENERATION.
           MOVE GEN-BASE-NAME TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           IF GEN-SOURCE-SHARED
               MOVE GEN-BASE-NAME TO GEN-IN-PATH
           ELSE
               MOVE REGION-PATH-WORK TO GEN-IN-PATH
           END-IF.
           MOVE SPACES TO GEN-OUT-PATH.
           STRING FUNCTION TRIM (REGION-PATH-WORK) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               AUDIT-BATCH-RUN-ID DELIMITED BY SIZE
               INTO GEN-OUT-PATH.
           PERFORM PARA-DELETE-ONE-GENERATION.
           MOVE "EULALERT" TO GEN-BASE-NAME.
           PERFORM PARA-DELETE-ONE-GENERATION.
           MOVE "EULSTPO" TO GEN-BASE-NAME.
           PERFORM PARA-DELETE-ONE-GENERATION.
           MOVE "Cobol/Euler03/EUL03RES" TO GEN-BASE-NAME.
           PERFORM PARA-DELETE-ONE-GENERATION.
           MOVE "Cobol/Euler03/EUL03FAC" TO GEN-BASE-NAME.
           PERFORM PARA-DELETE-ONE-GENERATION.

           PARA-DELETE-ONE-GENERATION.
           MOVE GEN-BASE-NAME TO REGION-PATH-WORK.
