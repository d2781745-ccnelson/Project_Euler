      *             stamped with the region, so rehearsing a change
      *             or training an operator no longer pollutes the
      *             production files the auditors read.
      * 2026-09-14  The control-total self-check is no longer limited to
      *             600851475143 - CTLMAST now carries one approved
      *             figure per parameter set, and the last number
      *             processed is looked up under its own N= key, so any
      *             number finance has approved a figure for gets a real
      *             PASS or FAIL.
      * 2026-09-21  Each batch input now leaves one effort row on the
      *             shared EUL03EFF file (run ID, date, time, number,
      *             disposition, PARA-B wheel iterations and elapsed
      *             centiseconds) through the EULLOG service. A
      *             master hit is recorded with no wheel iterations
      *             and only its lookup time, so it shows up as the
      *             near-free request it is. The month-end EULCHG
      *             chargeback job prices this effort and charges it
      *             back to the requesters.
      * 2026-10-07  The factor master now carries an alternate key on
      *             the largest prime factor, and every number inserted
      *             into it is also filed under each of its primes on
      *             the new EUL03FXR factor cross-reference (FXRREC.cpy)
      *             for the EULMIQ inquiry. A cross-reference that can't
      *             be opened is a W MSTR event, never a reason to stop
      *             inserting.
      * 2026-10-08  A supervisor override and a broken run lock now each
      *             write a PRIV attribution event naming the supervisor
      *             (and the operator overridden, or the run whose lock
      *             was broken), for the EULPRV privileged-action
      *             review.
      * 2026-10-09  PARTITIONS n splits the batch across n copies of
      *             this program run side by side, dealt round-robin
      *             within priority class; the parent applies their
      *             master journals alone and merges their output back
      *             into one EUL03RES/FAC/EXC in work-file order under
      *             fresh control records.
      * 2026-10-14  JOBLOG, ERRLOG, EUL03HIT and EUL03EFF rows are
      *             stamped with the suite business date from the shared
      *             EULBDT service instead of the clock date, so a run
      *             that crosses midnight stays on one processing date
      *             and the scorecard and chargeback months follow it.
      * 2026-10-15  Every run except a partition's own now starts by
      *             clearing the EUL03STA.Pnn heartbeats a partitioned
      *             run leaves behind. The EULCON console shows whatever
      *             partition heartbeats are on file in place of
      *             EUL03STA. The partition count is appended to the
      *             JOBLOG parameters through a pointer of its own
      *             rather than the launch command's.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler03.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-INPUT-N
               ALTERNATE RECORD KEY IS MST-FANSWER WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
           SELECT XREF-FILE ASSIGN TO "EUL03FXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXR-STATUS.
           SELECT CTL-MASTER-FILE ASSIGN TO "CTLMASTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLM-FILE-STATUS.
      *    the partitioned batch - each partition's slice of the work
      *    file, its master journal, and its exit code, allocated per
      *    partition through their DD names; the partition's own
      *    results, factors and exceptions read back for the merge;
      *    and the sort work file the merge puts them in order on.
           SELECT PART-IN-FILE ASSIGN TO "EUL03PIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "EUL03PJN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.
           SELECT PART-RC-FILE ASSIGN TO "EUL03PRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRC-STATUS.
           SELECT PART-RES-FILE ASSIGN TO "EUL03PRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRS-STATUS.
           SELECT PART-FAC-FILE ASSIGN TO "EUL03PFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFC-STATUS.
           SELECT PART-EXC-FILE ASSIGN TO "EUL03PEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEX-STATUS.
           SELECT MERGE-WORK-FILE ASSIGN TO "EUL03SRT".

       DATA DIVISION.
       FILE SECTION.
           05  IN-NUMBER               PIC X(18).
           05  IN-PAD                  PIC X(02).
           05  IN-PRIORITY             PIC X(01).
      *    a partition's slice also carries each record's position on
      *    the work file it was dealt from, so the merge can put the
      *    partitions' output back in that order. The work file
      *    itself leaves these columns blank.
           05  IN-PAD-2                PIC X(02).
           05  IN-SEQUENCE             PIC X(09).

       FD  RESULTS-FILE.
       01  RESULTS-REC.
           05  MST-LAST-REF-DATE       PIC 9(08).
           05  MST-HIT-COUNT           PIC 9(06).

      *    the master's factor cross-reference - every stored number
      *    under each prime it contains, for the EULMIQ inquiry.
       FD  XREF-FILE.
           COPY FXRREC.

       FD  CTL-MASTER-FILE.
           COPY CTLMREC.

      *    one partition's slice of the work file, as the parent
      *    deals it - the work-file record plus its position.
       FD  PART-IN-FILE.
       01  PART-IN-REC.
           05  PIN-NUMBER              PIC X(18).
           05  PIN-PAD                 PIC X(02).
           05  PIN-PRIORITY            PIC X(01).
           05  PIN-PAD-2               PIC X(02).
           05  PIN-SEQUENCE            PIC 9(09).

      *    a partition's journal. The partition only reads the factor
      *    master; what it would have written - a fresh factorization
      *    to insert (I), a hit to stamp (H) - is journaled with the
      *    master record image for the parent to apply, alone, once
      *    every partition has finished. Each input also leaves an N
      *    row saying how many results, factor and exception rows it
      *    produced, which is what the merge deals them back out by,
      *    and a partition that finishes cleanly closes its journal
      *    with a C row of its counters. No C row, no clean finish.
       FD  JOURNAL-FILE.
       01  JRN-REC.
           05  JRN-KIND                PIC X(01).
               88  JRN-INPUT                   VALUE "N".
               88  JRN-INSERT                  VALUE "I".
               88  JRN-HIT                     VALUE "H".
               88  JRN-COMPLETE                VALUE "C".
           05  JRN-PAD                 PIC X(01).
           05  JRN-MASTER-IMAGE        PIC X(382).
       01  JRN-INPUT-REC.
           05  FILLER                  PIC X(02).
           05  JRN-SEQUENCE            PIC 9(09).
           05  JRN-PAD-2               PIC X(02).
           05  JRN-RES-ROWS            PIC 9(02).
           05  JRN-PAD-3               PIC X(02).
           05  JRN-FAC-ROWS            PIC 9(02).
           05  JRN-PAD-4               PIC X(02).
           05  JRN-EXC-ROWS            PIC 9(02).
       01  JRN-COMPLETE-REC.
           05  FILLER                  PIC X(02).
           05  JRN-RECORDS             PIC 9(06).
           05  JRN-PAD-5               PIC X(02).
           05  JRN-HITS                PIC 9(06).
           05  JRN-PAD-6               PIC X(02).
           05  JRN-MISSES              PIC 9(06).
           05  JRN-PAD-7               PIC X(02).
           05  JRN-EXCEPTIONS          PIC 9(06).

       FD  PART-RC-FILE.
       01  PRC-ROW                     PIC X(08).

       FD  PART-RES-FILE.
       01  PRS-ROW                     PIC X(64).

       FD  PART-FAC-FILE.
       01  PFC-ROW                     PIC X(64).

       FD  PART-EXC-FILE.
       01  PEX-ROW                     PIC X(64).

      *    the merge - every partition's detail rows keyed by the
      *    work-file position of the input that produced them, then
      *    by file (1 results, 2 factors, 3 exceptions), then by
      *    their order within that input.
       SD  MERGE-WORK-FILE.
       01  MWK-REC.
           05  MWK-SEQUENCE            PIC 9(09).
           05  MWK-KIND                PIC 9(01).
           05  MWK-ORDER               PIC 9(02).
           05  MWK-ROW                 PIC X(64).

       WORKING-STORAGE SECTION.
       COPY CTLTOTAL.

       01  LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
           88  RUN-HOLDS-LOCK           VALUE 'Y'.
       01  BREAK-LOCK-PARM   PIC X(03) VALUE SPACES.
       01  BREAK-HELD-HOLDER PIC X(08) VALUE SPACES.
       01  BREAK-HELD-RUN-ID PIC X(16) VALUE SPACES.
       01  BREAK-CHECK-ID    PIC X(08) VALUE SPACES.
       01  BREAK-RUN-MODE    PIC X(08) VALUE "PROD".


      *    the effective parameters this run answered under, built
      *    once the parameters are known and carried onto the JOBLOG
      *    row, and the pointer a partition count is appended with.
       01  EFFECTIVE-PARMS   PIC X(32) VALUE SPACES.
       01  EFFECTIVE-POINTER PIC 9(02) COMP VALUE 1.

       01  CTLM-FILE-STATUS PIC X(02) VALUE SPACES.
       01  CTLM-EOF-SWITCH  PIC X(01) VALUE 'N'.
       01  MASTER-HIT-SWITCH PIC X(01) VALUE 'N'.
           88  MASTER-HIT              VALUE 'Y'.
       01  MASTER-HIT-COUNT  PIC 9(06) VALUE 0.
       01  FXR-STATUS       PIC X(02) VALUE SPACES.
       01  XREF-SWITCH      PIC X(01) VALUE 'N'.
           88  XREF-AVAILABLE          VALUE 'Y'.
       01  MASTER-MISS-COUNT PIC 9(06) VALUE 0.

      *    the per-run master hit/miss counter row appended to the
      *    control-total self-check against CTLTOTAL.cpy.
       01  CHECK-IDX        PIC 9(2) COMP VALUE 0.
       01  CHECK-RESULT     PIC X(04) VALUE SPACES.
      *    the key the figure is looked up under - the number whose
      *    answer is being checked, in the N= form the run records in
      *    JOBLOG-PARMS. The wheel budget plays no part in the key,
      *    since it changes how long an answer takes, not what it is.
       01  CHECK-PARMS      PIC X(32) VALUE SPACES.

       01  N           PIC 9(18) VALUE 0.
       01  ORIG-N      PIC 9(18) VALUE 0.
       01  HB-INTERVAL      PIC 9(04) VALUE 1000.
       01  HB-COUNTER       PIC 9(04) VALUE 0.

      *    effort actually spent on the batch input in hand - PARA-B
      *    wheel iterations (counted whether or not a budget is in
      *    force) and the elapsed centiseconds from read to result -
      *    and the disposition it ended with: H master hit, G ground
      *    by the wheel, B budget exceeded, E exception, O overflow.
       01  EFFORT-ITERATIONS PIC 9(09) VALUE 0.
       01  EFFORT-START-CS  PIC 9(07) VALUE 0.
       01  EFFORT-END-CS    PIC 9(08) VALUE 0.
       01  EFFORT-DISPOSITION PIC X(01) VALUE SPACE.
       01  EFFORT-EXC-BEFORE PIC 9(06) VALUE 0.

      *    the per-input effort row appended to the shared EUL03EFF
      *    file for the month-end chargeback.
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

      *    the partitioned batch. PARTITIONS n on the card makes this
      *    run the parent - it deals the work file out, launches one
      *    copy of itself per partition, waits, applies their master
      *    journals and merges their output back into the one set of
      *    files. PARTITION_ID in the environment makes a run one of
      *    those copies, working only its own .Pnn slice.
       01  PARTITION-COUNT   PIC 9(02) VALUE 0.
       01  PARTITION-MAXIMUM PIC 9(02) VALUE 16.
       01  PARTITION-ID-TEXT PIC X(08) VALUE SPACES.
       01  PARTITION-NUMBER  PIC 9(02) VALUE 0.
       01  PARTITION-SUFFIX  PIC X(04) VALUE SPACES.
       01  PARTITION-PATH    PIC X(40) VALUE SPACES.
       01  PARTITION-CHILD-SWITCH PIC X(01) VALUE 'N'.
           88  PARTITION-CHILD         VALUE 'Y'.
       01  PARTITION-FAIL-SWITCH PIC X(01) VALUE 'N'.
           88  PARTITION-FAILED        VALUE 'Y'.
       01  PARM-TOKEN-3     PIC X(18) VALUE SPACES.
       01  PARM-TOKEN-4     PIC X(09) VALUE SPACES.
       01  PIN-STATUS       PIC X(02) VALUE SPACES.
       01  JRN-STATUS       PIC X(02) VALUE SPACES.
       01  PRC-STATUS       PIC X(02) VALUE SPACES.
       01  PRS-STATUS       PIC X(02) VALUE SPACES.
       01  PFC-STATUS       PIC X(02) VALUE SPACES.
       01  PEX-STATUS       PIC X(02) VALUE SPACES.
       01  JRN-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  JRN-END-OF-FILE         VALUE 'Y'.
       01  MWK-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  MWK-END-OF-FILE         VALUE 'Y'.
       01  PART-SHORT-SWITCH PIC X(01) VALUE 'N'.
           88  PART-OUTPUT-SHORT       VALUE 'Y'.

      *    one entry per partition - records dealt to it, the exit
      *    code it came back with, and whether its journal closed
      *    with a completion row.
       01  PARTITION-TABLE.
           05  PTN-ENTRY OCCURS 16 TIMES.
               10  PTN-RECORDS         PIC 9(06).
               10  PTN-RC              PIC 9(02).
               10  PTN-COMPLETE-FLAG   PIC X(01).
       01  PTN-IDX          PIC 9(02) COMP VALUE 0.

      *    the deal - the next partition due a record of each
      *    priority class, so every class is spread evenly across
      *    the partitions rather than the urgent work piling into
      *    whichever partition the dealing happened to reach first.
       01  PRIORITY-DEAL-TABLE.
           05  DEAL-NEXT OCCURS 9 TIMES PIC 9(02).
       01  DEAL-CLASS       PIC 9(01) VALUE 5.
       01  DEAL-SEQUENCE    PIC 9(09) VALUE 0.

      *    what each input left on the partition's files, counted as
      *    the input goes through and journaled once it is done.
       01  JRN-RES-BEFORE   PIC 9(09) VALUE 0.
       01  JRN-FAC-BEFORE   PIC 9(09) VALUE 0.
       01  JRN-EXC-BEFORE   PIC 9(06) VALUE 0.
       01  MWK-ROW-IDX      PIC 9(02) COMP VALUE 0.

      *    the one command line that launches every partition at once
      *    and waits for the lot, each leaving its exit code behind.
       01  LAUNCH-COMMAND   PIC X(2000) VALUE SPACES.
       01  LAUNCH-POINTER   PIC 9(04) COMP VALUE 1.
       01  CHILD-CARD       PIC X(18) VALUE SPACES.
       01  DELETE-PATH      PIC X(40) VALUE SPACES.

       COPY TIMING.

       PROCEDURE DIVISION.
               STRING "BATCH B=" DELIMITED BY SIZE
                   BUDGET-LIMIT DELIMITED BY SIZE
                   INTO EFFECTIVE-PARMS
               IF PARTITION-COUNT > 1
                   MOVE 18 TO EFFECTIVE-POINTER
                   STRING " P=" DELIMITED BY SIZE
                       PARTITION-COUNT DELIMITED BY SIZE
                       INTO EFFECTIVE-PARMS
                       WITH POINTER EFFECTIVE-POINTER
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
                 + WS-CURRENT-SECOND) * 100 + WS-CURRENT-MILLISECONDS.

           IF PARTITION-CHILD
               PERFORM PARA-ASSIGN-PARTITION-FILES
               OPEN OUTPUT JOURNAL-FILE
           ELSE
               PERFORM PARA-CLEAR-ONE-HEARTBEAT
                   VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-MAXIMUM
           END-IF.

           OPEN OUTPUT RESULTS-FILE.
           OPEN OUTPUT FACTOR-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM PARA-WRITE-HEADERS.

           EVALUATE TRUE
               WHEN CMD-LINE-N-SUPPLIED
                   MOVE PARM-N TO N
                   MOVE N TO ORIG-N
                   PERFORM PARA-FACTOR-N
                   ADD 1 TO RECORD-COUNT
               WHEN PARTITION-COUNT > 1
                   PERFORM PARA-RUN-PARTITIONS
               WHEN OTHER
                   PERFORM PARA-OPEN-MASTER
                   OPEN INPUT INPUT-FILE
                   PERFORM PARA-READ-RECORD
                   PERFORM PARA-PROCESS-RECORD WITH TEST BEFORE
                       UNTIL END-OF-INPUT OR OVERFLOW-DETECTED
                   CLOSE INPUT-FILE
                   IF MASTER-AVAILABLE
                       CLOSE MASTER-FILE
                   END-IF
                   IF XREF-AVAILABLE
                       CLOSE XREF-FILE
                   END-IF
           END-EVALUATE.

           IF NOT OVERFLOW-DETECTED AND NOT PARTITION-FAILED
               PERFORM PARA-WRITE-TRAILERS
           END-IF.
           CLOSE RESULTS-FILE.

           SUBTRACT START-TIME FROM END-TIME GIVING DURATION.

           EVALUATE TRUE
               WHEN OVERFLOW-DETECTED
                   DISPLAY "Euler03 aborted - overflow, see ERRLOG"
               WHEN PARTITION-FAILED
                   DISPLAY "Euler03 aborted - partition failed, "
                       "see ERRLOG"
               WHEN PARTITION-CHILD
                   DISPLAY "Partition:         " PARTITION-NUMBER
                   DISPLAY "Records processed: " RECORD-COUNT
                   DISPLAY "Master hits:       " MASTER-HIT-COUNT
                   DISPLAY "Exceptions logged: " EXC-COUNT
                   PERFORM PARA-JOURNAL-COMPLETE
               WHEN OTHER
                   DISPLAY "Records processed: " RECORD-COUNT
                   DISPLAY "Master hits:       " MASTER-HIT-COUNT
                   DISPLAY "Exceptions logged: " EXC-COUNT
                   DISPLAY "Answer:    " FANSWER
                   DISPLAY "Duration:  " DURATION " centiseconds"
                   PERFORM PARA-CHECK-CONTROL-TOTAL
                   DISPLAY "Control total check: " CHECK-RESULT
                   PERFORM PARA-JOBLOG
                   IF NOT CMD-LINE-N-SUPPLIED
                       PERFORM PARA-WRITE-HIT-COUNTERS
                   END-IF
           END-EVALUATE.
           IF PARTITION-CHILD
               CLOSE JOURNAL-FILE
           END-IF.

           PERFORM PARA-RELEASE-LOCK.

      *    sets the standard return code the scheduler branches on -
      *    0 clean, 4 exceptions written, 8 control-total FAIL, 12
      *    overflow/abort (a failed partition included) - highest
      *    applicable wins.
           PARA-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.
           IF EXC-COUNT > 0
           IF CHECK-RESULT = "FAIL"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF OVERFLOW-DETECTED OR PARTITION-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    A single positive number factors that number directly (an
      *    optional second token caps its wheel-iteration budget),
      *    and BUDGET nnnnnnnnn runs batch mode with that per-number
      *    budget. PARTITIONS nn, alone or beside BUDGET in either
      *    order, splits the batch across that many partitions.
      *    Anything else is a bad parameter, not "no parameter", so
      *    it is rejected outright.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           IF PARM-CARD NOT = SPACES
               UNSTRING PARM-CARD DELIMITED BY ALL SPACE
                   INTO PARM-TOKEN-1 PARM-TOKEN-2
                        PARM-TOKEN-3 PARM-TOKEN-4
               IF PARM-TOKEN-1 = "BUDGET" OR "PARTITIONS"
                   PERFORM PARA-PARSE-KEYWORD
                   IF PARM-TOKEN-3 NOT = SPACES
                       MOVE PARM-TOKEN-3 TO PARM-TOKEN-1
                       MOVE PARM-TOKEN-4 TO PARM-TOKEN-2
                       PERFORM PARA-PARSE-KEYWORD
                   END-IF
               ELSE
                   IF FUNCTION TRIM (PARM-TOKEN-1) IS NOT NUMERIC
                       DISPLAY "Euler03: parameter '"
                   END-IF
               END-IF
           END-IF.
           PERFORM PARA-PARTITION-IDENTITY.

      *    one keyword and its value off a batch card.
           PARA-PARSE-KEYWORD.
           EVALUATE PARM-TOKEN-1
               WHEN "BUDGET"
                   PERFORM PARA-PARSE-BUDGET
               WHEN "PARTITIONS"
                   PERFORM PARA-PARSE-PARTITIONS
               WHEN OTHER
                   DISPLAY "Euler03: parameter '"
                       FUNCTION TRIM (PARM-TOKEN-1)
                       "' is not BUDGET or PARTITIONS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    the partition count - one partition is just the ordinary
      *    batch, so it is accepted and run that way.
           PARA-PARSE-PARTITIONS.
           IF PARM-TOKEN-2 = SPACES
                   OR FUNCTION TRIM (PARM-TOKEN-2) IS NOT NUMERIC
               DISPLAY "Euler03: partitions must be 1 to "
                   PARTITION-MAXIMUM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL (PARM-TOKEN-2) TO PARTITION-COUNT.
           IF PARTITION-COUNT = 0
                   OR PARTITION-COUNT > PARTITION-MAXIMUM
               DISPLAY "Euler03: partitions must be 1 to "
                   PARTITION-MAXIMUM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    a run launched as one partition of a partitioned batch is
      *    told which by PARTITION_ID - it works the .Pnn slice its
      *    parent dealt it and never partitions again itself. Outside
      *    a batch run the variable means nothing.
           PARA-PARTITION-IDENTITY.
           ACCEPT PARTITION-ID-TEXT FROM ENVIRONMENT "PARTITION_ID".
           IF PARTITION-ID-TEXT NOT = SPACES
                   AND NOT CMD-LINE-N-SUPPLIED
               IF FUNCTION TRIM (PARTITION-ID-TEXT) IS NOT NUMERIC
                   DISPLAY "Euler03: PARTITION_ID '"
                       FUNCTION TRIM (PARTITION-ID-TEXT)
                       "' is not a partition number"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL (PARTITION-ID-TEXT)
                   TO PARTITION-NUMBER
               IF PARTITION-NUMBER = 0
                       OR PARTITION-NUMBER > PARTITION-MAXIMUM
                   DISPLAY "Euler03: PARTITION_ID must be 1 to "
                       PARTITION-MAXIMUM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PARTITION-CHILD TO TRUE
               MOVE 0 TO PARTITION-COUNT
               PERFORM PARA-BUILD-SUFFIX
           END-IF.
           IF CMD-LINE-N-SUPPLIED
               MOVE 0 TO PARTITION-COUNT
           END-IF.

      *    the .Pnn suffix every file of partition PARTITION-NUMBER
      *    carries.
           PARA-BUILD-SUFFIX.
           MOVE SPACES TO PARTITION-SUFFIX.
           STRING ".P" DELIMITED BY SIZE
               PARTITION-NUMBER DELIMITED BY SIZE
               INTO PARTITION-SUFFIX.

      *    the budget token is the per-number ceiling on PARA-B wheel
      *    iterations - a supplied budget must be a positive number,
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
                   DISPLAY "Euler03: " OPV-REASON
                   IF NOT PARTITION-CHILD
                       PERFORM PARA-RECORD-OVERRIDE
                   END-IF
               WHEN "W"
                   DISPLAY "Euler03: " OPV-REASON
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
           PARA-TAKE-LOCK.
      *    the lock path takes no region suffix on purpose - PROD
      *    and TEST runs share this program directory, so the two
      *    regions must serialize on the same lock. A partition
      *    takes its own .Pnn lock beside the one its parent holds.
           MOVE SPACES TO LCK-FILE-PATH.
           STRING "../../EULLK.Euler03" DELIMITED BY SIZE
               PARTITION-SUFFIX DELIMITED BY SPACE
               INTO LCK-FILE-PATH.
           MOVE "A" TO LCK-ACTION.
           PERFORM PARA-CALL-LOCK.
           IF LCK-RESULT = "H"
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
           ELSE
               MOVE "5" TO CURRENT-PRIORITY
           END-IF.
           MOVE 0 TO EFFORT-ITERATIONS.
           MOVE EXC-COUNT TO EFFORT-EXC-BEFORE.
           MOVE RES-COUNT TO JRN-RES-BEFORE.
           MOVE FAC-COUNT TO JRN-FAC-BEFORE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE EFFORT-START-CS =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
                 + WS-CURRENT-SECOND) * 100 + WS-CURRENT-MILLISECONDS.
           IF FUNCTION TRIM (IN-NUMBER) IS NOT NUMERIC
               MOVE IN-NUMBER TO EXC-INPUT-REC
               MOVE "Non-numeric input record" TO EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
               MOVE "E" TO EFFORT-DISPOSITION
           ELSE
               MOVE IN-NUMBER TO N
               MOVE N TO ORIG-N
               PERFORM PARA-LOOKUP-MASTER
               IF MASTER-HIT
                   PERFORM PARA-COPY-FROM-MASTER
                   MOVE "H" TO EFFORT-DISPOSITION
               ELSE
                   PERFORM PARA-FACTOR-N
                   PERFORM PARA-INSERT-MASTER
                   EVALUATE TRUE
                       WHEN OVERFLOW-DETECTED
                           MOVE "O" TO EFFORT-DISPOSITION
                       WHEN BUDGET-EXHAUSTED
                           MOVE "B" TO EFFORT-DISPOSITION
                       WHEN EXC-COUNT > EFFORT-EXC-BEFORE
                           MOVE "E" TO EFFORT-DISPOSITION
                       WHEN OTHER
                           MOVE "G" TO EFFORT-DISPOSITION
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM PARA-WRITE-EFFORT.
           IF PARTITION-CHILD AND NOT OVERFLOW-DETECTED
               PERFORM PARA-JOURNAL-INPUT
           END-IF.
           ADD 1 TO RECORD-COUNT.
           PERFORM PARA-READ-RECORD.

      *    which visits only candidates of the form 6k+-1 - skipping
      *    every DIV that would otherwise be a multiple of 2 or 3.
           PARA-B.
           ADD 1 TO EFFORT-ITERATIONS.
           IF BUDGET-EFFECTIVE > 0
               ADD 1 TO BUDGET-COUNTER
               IF BUDGET-COUNTER >= BUDGET-EFFECTIVE
      *    master persists across runs, so the first run ever creates
      *    it (status 35) and reopens it I-O; any other failure just
      *    disables the lookup for this run rather than stopping the
      *    batch. A partition only reads it - its parent opened it
      *    first, creating it if need be, and applies what the
      *    partitions journal once they have all finished, so two
      *    partitions never write the master at once.
           PARA-OPEN-MASTER.
           MOVE "EUL03MST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_EUL03MSTF" TO REGION-PATH-WORK.
           IF PARTITION-CHILD
               OPEN INPUT MASTER-FILE
           ELSE
               OPEN I-O MASTER-FILE
           END-IF.
           IF MST-STATUS = "35" AND NOT PARTITION-CHILD
               OPEN OUTPUT MASTER-FILE
               IF MST-STATUS = "00"
                   CLOSE MASTER-FILE
           END-IF.
           IF MST-STATUS = "00"
               SET MASTER-AVAILABLE TO TRUE
               IF NOT PARTITION-CHILD
                   PERFORM PARA-OPEN-XREF
               END-IF
           ELSE
               DISPLAY "Euler03: factor master unavailable (status "
                   MST-STATUS "), factoring everything this run"
               PERFORM PARA-LOG-EVENT
           END-IF.

      *    opens the factor cross-reference beside the master, created
      *    the same way on the first run ever. A cross-reference that
      *    can't be opened doesn't stop the master inserts - it is
      *    only an inquiry aid, and EULMHK XREF rebuilds it whole -
      *    but the run says so on ERRLOG.
           PARA-OPEN-XREF.
           MOVE "EUL03FXR" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_EUL03FXRF" TO REGION-PATH-WORK.
           OPEN I-O XREF-FILE.
           IF FXR-STATUS = "35"
               OPEN OUTPUT XREF-FILE
               IF FXR-STATUS = "00"
                   CLOSE XREF-FILE
                   OPEN I-O XREF-FILE
               END-IF
           END-IF.
           IF FXR-STATUS = "00"
               SET XREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY "Euler03: factor cross-reference unavailable "
                   "(status " FXR-STATUS ")"
               MOVE "Factor cross-reference unavailable"
                   TO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "MSTR" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           END-IF.

      *    looks the current number up in the master - a hit means
      *    the whole factorization is already on file from an earlier
      *    run and the trial division can be skipped.
      *    keeps the record's usage current - the housekeeping job
      *    purges on these fields, so a record that serves lookups
      *    must say so. A rewrite that fails just leaves the old
      *    stamp; the lookup itself already succeeded. A partition
      *    journals the hit for its parent to stamp instead.
           PARA-STAMP-MASTER-HIT.
           IF PARTITION-CHILD
               MOVE SPACES TO JRN-REC
               SET JRN-HIT TO TRUE
               MOVE MST-REC TO JRN-MASTER-IMAGE
               WRITE JRN-REC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE TO MST-LAST-REF-DATE
               ADD 1 TO MST-HIT-COUNT
               REWRITE MST-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *    copies the stored answer and factor rows for a master hit
      *    to the same output files a fresh factorization would have
      *    input routed to the exception file) - the master only ever
      *    holds factorizations that are proven complete. A duplicate
      *    key just means another run got there first, which is the
      *    same end state the insert wanted. A partition journals the
      *    finished record for its parent to insert instead.
           PARA-INSERT-MASTER.
           IF MASTER-AVAILABLE AND NOT OVERFLOW-DETECTED
                   AND NOT BUDGET-EXHAUSTED
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE TO MST-LAST-REF-DATE
               MOVE 0 TO MST-HIT-COUNT
               IF PARTITION-CHILD
                   MOVE SPACES TO JRN-REC
                   SET JRN-INSERT TO TRUE
                   MOVE MST-REC TO JRN-MASTER-IMAGE
                   WRITE JRN-REC
               ELSE
                   WRITE MST-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM PARA-INSERT-XREF
                   END-WRITE
               END-IF
           END-IF.

      *    files the number just inserted under each of its primes.
      *    A row already there is the same row, so a duplicate key is
      *    left alone.
           PARA-INSERT-XREF.
           IF XREF-AVAILABLE
               MOVE 1 TO FACTAB-IDX
               PERFORM PARA-INSERT-ONE-XREF WITH TEST BEFORE
                   UNTIL FACTAB-IDX > FACTAB-COUNT
           END-IF.

           PARA-INSERT-ONE-XREF.
           MOVE FACTAB-VALUE (FACTAB-IDX) TO FXR-PRIME.
           MOVE ORIG-N TO FXR-NUMBER.
           MOVE FACTAB-MULT (FACTAB-IDX) TO FXR-MULT.
           WRITE FXR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO FACTAB-IDX.

           PARA-INSERT-ONE-FACTOR.
           IF FACTAB-IDX <= FACTAB-COUNT
               MOVE FACTAB-VALUE (FACTAB-IDX)
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

      *    checks FANSWER against this program's entry in the shared
      *    CTLTOTAL table approved for ORIG-N (the last number
      *    processed) - CTLMAST carries one figure per number finance
      *    has signed off, keyed N=nnn the way JOBLOG-PARMS records a
      *    single-number run, so any approved target gets a real PASS
      *    or FAIL. A number with no approved figure reports ????.
           PARA-CHECK-CONTROL-TOTAL.
           PERFORM PARA-LOAD-CONTROL-TOTALS.
           MOVE SPACES TO CHECK-PARMS.
           STRING "N=" DELIMITED BY SIZE
               ORIG-N DELIMITED BY SIZE
               INTO CHECK-PARMS.
           MOVE "????" TO CHECK-RESULT.
           MOVE 1 TO CHECK-IDX.
           PERFORM PARA-CHECK-ONE WITH TEST BEFORE
               UNTIL CHECK-IDX > CTL-ENTRY-COUNT
                   OR CHECK-RESULT NOT = "????".

           PARA-CHECK-ONE.
           IF CTL-PROGRAM-NAME (CHECK-IDX) = "Euler03"
                   AND CTL-PARMS (CHECK-IDX) = CHECK-PARMS
               IF FANSWER = CTL-EXPECTED-ANSWER (CHECK-IDX)
                   MOVE "PASS" TO CHECK-RESULT
               ELSE
           PARA-JOBLOG.
           MOVE "Euler03" TO JOBLOG-PROGRAM-NAME.
           MOVE SPACES TO JOBLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO JOBLOG-DATE-STAMP.
           MOVE SPACES TO JOBLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO JOBLOG-TIME-STAMP.
           MOVE SPACES TO JOBLOG-PAD-3.
           PARA-WRITE-HIT-COUNTERS.
           MOVE AUDIT-BATCH-RUN-ID TO HIT-RUN-ID.
           MOVE SPACES TO HIT-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO HIT-DATE-STAMP.
           MOVE SPACES TO HIT-PAD-2.
           MOVE WS-CURRENT-TIME TO HIT-TIME-STAMP.
           MOVE SPACES TO HIT-PAD-3.
                   LOG-STATUS-OUT ")"
           END-IF.

      *    appends the effort row for the batch input just finished to
      *    the shared EUL03EFF file through the EULLOG service - what
      *    the number cost, whoever asked for it. The elapsed time is
      *    taken across midnight correctly, since the batch window
      *    straddles it.
           PARA-WRITE-EFFORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE EFFORT-END-CS =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
                 + WS-CURRENT-SECOND) * 100 + WS-CURRENT-MILLISECONDS.
           IF EFFORT-END-CS < EFFORT-START-CS
               ADD 8640000 TO EFFORT-END-CS
           END-IF.
           MOVE AUDIT-BATCH-RUN-ID TO EFF-RUN-ID.
           MOVE SPACES TO EFF-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO EFF-DATE-STAMP.
           MOVE SPACES TO EFF-PAD-2.
           MOVE WS-CURRENT-TIME TO EFF-TIME-STAMP.
           MOVE SPACES TO EFF-PAD-3.
           MOVE IN-NUMBER TO EFF-NUMBER.
           MOVE SPACES TO EFF-PAD-4.
           MOVE EFFORT-DISPOSITION TO EFF-DISPOSITION.
           MOVE SPACES TO EFF-PAD-5.
           MOVE EFFORT-ITERATIONS TO EFF-ITERATIONS.
           MOVE SPACES TO EFF-PAD-6.
           COMPUTE EFF-ELAPSED = EFFORT-END-CS - EFFORT-START-CS.
           MOVE SPACES TO EFF-PAD-7.
           MOVE CURRENT-PRIORITY TO EFF-PRIORITY.
           MOVE "../../EUL03EFF" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO LOG-FILE-PATH.
           MOVE SPACES TO LOG-RECORD-BUFFER.
           MOVE EFFORT-REC TO LOG-RECORD-BUFFER.
           CALL "EULLOG" USING BY CONTENT LOG-FILE-PATH,
                               BY CONTENT LOG-RECORD-BUFFER,
                               BY REFERENCE LOG-WRITE-RESULT,
                               BY REFERENCE LOG-STATUS-OUT.
           IF LOG-WRITE-RESULT NOT = 'Y'
               DISPLAY "Euler03: EUL03EFF row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

      *    points this partition's files at its own .Pnn copies - the
      *    slice of the work file its parent dealt it, the results,
      *    factors and exceptions the merge reads back, its heartbeat
      *    and its master journal.
           PARA-ASSIGN-PARTITION-FILES.
           MOVE "EUL03IN" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03IN" TO PARTITION-PATH.
           MOVE "EUL03RES" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03RES" TO PARTITION-PATH.
           MOVE "EUL03FAC" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03FAC" TO PARTITION-PATH.
           MOVE "EUL03EXC" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03EXC" TO PARTITION-PATH.
           MOVE "EUL03STA" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03STA" TO PARTITION-PATH.
           MOVE "EUL03JRN" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PJN" TO PARTITION-PATH.

      *    appends the current partition's .Pnn suffix to the file
      *    name in PARTITION-PATH.
           PARA-SUFFIX-PATH.
           MOVE PARTITION-PATH TO DELETE-PATH.
           MOVE SPACES TO PARTITION-PATH.
           STRING DELETE-PATH DELIMITED BY SPACE
               PARTITION-SUFFIX DELIMITED BY SIZE
               INTO PARTITION-PATH.

      *    journals what one input left on the partition's files, so
      *    the merge can put those rows back where the input sat on
      *    the work file.
           PARA-JOURNAL-INPUT.
           MOVE SPACES TO JRN-REC.
           SET JRN-INPUT TO TRUE.
           MOVE IN-SEQUENCE TO JRN-SEQUENCE.
           COMPUTE JRN-RES-ROWS = RES-COUNT - JRN-RES-BEFORE.
           COMPUTE JRN-FAC-ROWS = FAC-COUNT - JRN-FAC-BEFORE.
           COMPUTE JRN-EXC-ROWS = EXC-COUNT - EFFORT-EXC-BEFORE.
           WRITE JRN-REC.

      *    the partition's last journal row - written only once every
      *    input is through and the trailers are on its files, so its
      *    presence is the parent's proof the partition finished.
           PARA-JOURNAL-COMPLETE.
           MOVE SPACES TO JRN-REC.
           SET JRN-COMPLETE TO TRUE.
           MOVE RECORD-COUNT TO JRN-RECORDS.
           MOVE MASTER-HIT-COUNT TO JRN-HITS.
           MOVE MASTER-MISS-COUNT TO JRN-MISSES.
           MOVE EXC-COUNT TO JRN-EXCEPTIONS.
           WRITE JRN-REC.

      *    the partitioned batch, start to finish. The master is
      *    opened (and created, the first run ever) before any
      *    partition starts, so the partitions all find it there to
      *    read; then the work file is dealt out, the partitions run
      *    side by side, and once every one of them is back their
      *    master journals are applied and their output merged into
      *    the one set of files downstream has always read. One
      *    partition that did not finish fails the lot - nothing is
      *    applied or merged, and its files are left where they lie
      *    for the investigation.
           PARA-RUN-PARTITIONS.
           PERFORM PARA-OPEN-MASTER.
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
           END-IF.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.
           PERFORM PARA-SPLIT-ONE-PARTITION
               VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX > PARTITION-COUNT.
           PERFORM PARA-LAUNCH-PARTITIONS.
           PERFORM PARA-CHECK-ONE-PARTITION
               VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX > PARTITION-COUNT.
           IF NOT PARTITION-FAILED
               PERFORM PARA-APPLY-JOURNALS
               SORT MERGE-WORK-FILE
                   ON ASCENDING KEY MWK-SEQUENCE MWK-KIND MWK-ORDER
                   INPUT PROCEDURE IS PARA-RELEASE-PARTITIONS
                   OUTPUT PROCEDURE IS PARA-RETURN-MERGED
           END-IF.
           IF NOT PARTITION-FAILED
               PERFORM PARA-CLEAR-ONE-PARTITION
                   VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-COUNT
           END-IF.

      *    deals partition PTN-IDX its share of the work file - one
      *    pass of EUL03IN per partition, each record numbered with
      *    its position and dealt round-robin within its priority
      *    class, every pass dealing the same way so each record goes
      *    to exactly one partition.
           PARA-SPLIT-ONE-PARTITION.
           MOVE PTN-IDX TO PARTITION-NUMBER.
           PERFORM PARA-BUILD-SUFFIX.
           MOVE "EUL03IN" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PIN" TO PARTITION-PATH.
           MOVE 0 TO PTN-RECORDS (PTN-IDX).
           MOVE 12 TO PTN-RC (PTN-IDX).
           MOVE "N" TO PTN-COMPLETE-FLAG (PTN-IDX).
           MOVE ALL "01" TO PRIORITY-DEAL-TABLE.
           MOVE 0 TO DEAL-SEQUENCE.
           MOVE 'N' TO EOF-SWITCH.
           OPEN OUTPUT PART-IN-FILE.
           OPEN INPUT INPUT-FILE.
           PERFORM PARA-READ-RECORD.
           PERFORM PARA-DEAL-RECORD WITH TEST BEFORE
               UNTIL END-OF-INPUT.
           CLOSE INPUT-FILE.
           CLOSE PART-IN-FILE.
           MOVE 'N' TO EOF-SWITCH.

           PARA-DEAL-RECORD.
           ADD 1 TO DEAL-SEQUENCE.
           IF IN-PRIORITY IS NUMERIC AND IN-PRIORITY NOT = "0"
               MOVE IN-PRIORITY TO DEAL-CLASS
           ELSE
               MOVE 5 TO DEAL-CLASS
           END-IF.
           IF DEAL-NEXT (DEAL-CLASS) = PTN-IDX
               MOVE IN-NUMBER TO PIN-NUMBER
               MOVE SPACES TO PIN-PAD
               MOVE IN-PRIORITY TO PIN-PRIORITY
               MOVE SPACES TO PIN-PAD-2
               MOVE DEAL-SEQUENCE TO PIN-SEQUENCE
               WRITE PART-IN-REC
               ADD 1 TO PTN-RECORDS (PTN-IDX)
               ADD 1 TO RECORD-COUNT
           END-IF.
           IF DEAL-NEXT (DEAL-CLASS) = PARTITION-COUNT
               MOVE 1 TO DEAL-NEXT (DEAL-CLASS)
           ELSE
               ADD 1 TO DEAL-NEXT (DEAL-CLASS)
           END-IF.
           PERFORM PARA-READ-RECORD.

      *    launches every partition in one command line and waits for
      *    them all. Each runs this same program with PARTITION_ID
      *    set, under this run's batch-run ID, and leaves its exit
      *    code in EUL03RC.Pnn - a stale code or journal from an
      *    earlier run is cleared first, so a partition that never
      *    got going cannot pass for one that finished.
           PARA-LAUNCH-PARTITIONS.
           SET ENVIRONMENT "BATCH_RUN_ID" TO AUDIT-BATCH-RUN-ID.
           MOVE SPACES TO CHILD-CARD.
           IF BUDGET-LIMIT > 0
               STRING "BUDGET " DELIMITED BY SIZE
                   BUDGET-LIMIT DELIMITED BY SIZE
                   INTO CHILD-CARD
           END-IF.
           MOVE SPACES TO LAUNCH-COMMAND.
           MOVE 1 TO LAUNCH-POINTER.
           PERFORM PARA-ADD-PARTITION-LAUNCH
               VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX > PARTITION-COUNT.
           STRING "wait" DELIMITED BY SIZE
               INTO LAUNCH-COMMAND WITH POINTER LAUNCH-POINTER.
           DISPLAY "Euler03: running " PARTITION-COUNT
               " partitions, " RECORD-COUNT " records".
           CALL "SYSTEM" USING LAUNCH-COMMAND.
           MOVE 0 TO RETURN-CODE.

           PARA-ADD-PARTITION-LAUNCH.
           MOVE PTN-IDX TO PARTITION-NUMBER.
           PERFORM PARA-BUILD-SUFFIX.
           MOVE "EUL03JRN" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           CALL "CBL_DELETE_FILE" USING PARTITION-PATH.
           MOVE "EUL03RC" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           CALL "CBL_DELETE_FILE" USING PARTITION-PATH.
           MOVE 0 TO RETURN-CODE.
           STRING "( PARTITION_ID=" DELIMITED BY SIZE
               PARTITION-NUMBER DELIMITED BY SIZE
               " ./Euler03 " DELIMITED BY SIZE
               CHILD-CARD DELIMITED BY "  "
               " ; echo $? >" DELIMITED BY SIZE
               PARTITION-PATH DELIMITED BY SPACE
               " ) & " DELIMITED BY SIZE
               INTO LAUNCH-COMMAND WITH POINTER LAUNCH-POINTER.

      *    one partition back - its exit code (none on file counts as
      *    an abort) and its journal's completion row, whose hit and
      *    miss counts roll up into the run's own. Either missing, or
      *    an abort code, and the whole step has failed.
           PARA-CHECK-ONE-PARTITION.
           MOVE PTN-IDX TO PARTITION-NUMBER.
           PERFORM PARA-BUILD-SUFFIX.
           MOVE "EUL03RC" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PRC" TO PARTITION-PATH.
           OPEN INPUT PART-RC-FILE.
           IF PRC-STATUS = "00"
               READ PART-RC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM (PRC-ROW) IS NUMERIC
                               AND FUNCTION NUMVAL (PRC-ROW) < 12
                           MOVE FUNCTION NUMVAL (PRC-ROW)
                               TO PTN-RC (PTN-IDX)
                       END-IF
               END-READ
               CLOSE PART-RC-FILE
           END-IF.
           MOVE "EUL03JRN" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PJN" TO PARTITION-PATH.
           OPEN INPUT JOURNAL-FILE.
           IF JRN-STATUS = "00"
               MOVE 'N' TO JRN-EOF-SWITCH
               PERFORM PARA-READ-JOURNAL
               PERFORM PARA-CHECK-JOURNAL-ROW WITH TEST BEFORE
                   UNTIL JRN-END-OF-FILE
               CLOSE JOURNAL-FILE
           END-IF.
           IF PTN-RC (PTN-IDX) >= 12
                   OR PTN-COMPLETE-FLAG (PTN-IDX) NOT = "Y"
               SET PARTITION-FAILED TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Partition " DELIMITED BY SIZE
                   PARTITION-NUMBER DELIMITED BY SIZE
                   " aborted (rc " DELIMITED BY SIZE
                   PTN-RC (PTN-IDX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               DISPLAY "Euler03: " ERRLOG-MESSAGE
               MOVE "S" TO EVENT-SEVERITY
               MOVE "PART" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           END-IF.

           PARA-CHECK-JOURNAL-ROW.
           IF JRN-COMPLETE
               MOVE "Y" TO PTN-COMPLETE-FLAG (PTN-IDX)
               ADD JRN-HITS TO MASTER-HIT-COUNT
               ADD JRN-MISSES TO MASTER-MISS-COUNT
           END-IF.
           PERFORM PARA-READ-JOURNAL.

           PARA-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET JRN-END-OF-FILE TO TRUE
           END-READ.

      *    applies every partition's journal to the master, this run
      *    being its only writer - inserts first come first served
      *    (a number two partitions both factored is inserted once,
      *    the second a duplicate key), hits stamped as they happened.
           PARA-APPLY-JOURNALS.
           PERFORM PARA-OPEN-MASTER.
           IF MASTER-AVAILABLE
               PERFORM PARA-APPLY-ONE-JOURNAL
                   VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-COUNT
               CLOSE MASTER-FILE
           END-IF.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.

           PARA-APPLY-ONE-JOURNAL.
           MOVE PTN-IDX TO PARTITION-NUMBER.
           PERFORM PARA-BUILD-SUFFIX.
           MOVE "EUL03JRN" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PJN" TO PARTITION-PATH.
           OPEN INPUT JOURNAL-FILE.
           IF JRN-STATUS = "00"
               MOVE 'N' TO JRN-EOF-SWITCH
               PERFORM PARA-READ-JOURNAL
               PERFORM PARA-APPLY-JOURNAL-ROW WITH TEST BEFORE
                   UNTIL JRN-END-OF-FILE
               CLOSE JOURNAL-FILE
           END-IF.

           PARA-APPLY-JOURNAL-ROW.
           EVALUATE TRUE
               WHEN JRN-INSERT
                   MOVE JRN-MASTER-IMAGE TO MST-REC
                   MOVE MST-INPUT-N TO ORIG-N
                   MOVE MST-FACT-COUNT TO FACTAB-COUNT
                   PERFORM PARA-LOAD-ONE-FACTAB
                       VARYING FACTAB-IDX FROM 1 BY 1
                       UNTIL FACTAB-IDX > FACTAB-COUNT
                   WRITE MST-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM PARA-INSERT-XREF
                   END-WRITE
               WHEN JRN-HIT
                   MOVE JRN-MASTER-IMAGE TO MST-REC
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM PARA-STAMP-MASTER-HIT
                   END-READ
           END-EVALUATE.
           PERFORM PARA-READ-JOURNAL.

           PARA-LOAD-ONE-FACTAB.
           MOVE MST-FACT-VALUE (FACTAB-IDX)
               TO FACTAB-VALUE (FACTAB-IDX).
           MOVE MST-FACT-MULT (FACTAB-IDX)
               TO FACTAB-MULT (FACTAB-IDX).

      *    feeds the merge every partition's detail rows, each tagged
      *    with the work-file position of the input that produced
      *    it. The journal's N rows say how many rows of each file
      *    belong to each input; a partition's files falling short
      *    of what its journal says fails the step.
           PARA-RELEASE-PARTITIONS.
           MOVE 'N' TO PART-SHORT-SWITCH.
           PERFORM PARA-RELEASE-ONE-PARTITION
               VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX > PARTITION-COUNT.

           PARA-RELEASE-ONE-PARTITION.
           MOVE PTN-IDX TO PARTITION-NUMBER.
           PERFORM PARA-BUILD-SUFFIX.
           MOVE "EUL03JRN" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PJN" TO PARTITION-PATH.
           MOVE "EUL03RES" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PRS" TO PARTITION-PATH.
           MOVE "EUL03FAC" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PFC" TO PARTITION-PATH.
           MOVE "EUL03EXC" TO PARTITION-PATH.
           PERFORM PARA-SUFFIX-PATH.
           SET ENVIRONMENT "DD_EUL03PEX" TO PARTITION-PATH.
           OPEN INPUT JOURNAL-FILE.
           OPEN INPUT PART-RES-FILE.
           OPEN INPUT PART-FAC-FILE.
           OPEN INPUT PART-EXC-FILE.
           IF JRN-STATUS = "00" AND PRS-STATUS = "00"
                   AND PFC-STATUS = "00" AND PEX-STATUS = "00"
      *    past the header each detail file opens with
               READ PART-RES-FILE
                   AT END
                       SET PART-OUTPUT-SHORT TO TRUE
               END-READ
               READ PART-FAC-FILE
                   AT END
                       SET PART-OUTPUT-SHORT TO TRUE
               END-READ
               MOVE 'N' TO JRN-EOF-SWITCH
               PERFORM PARA-READ-JOURNAL
               PERFORM PARA-RELEASE-ONE-INPUT WITH TEST BEFORE
                   UNTIL JRN-END-OF-FILE
           ELSE
               SET PART-OUTPUT-SHORT TO TRUE
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE PART-RES-FILE.
           CLOSE PART-FAC-FILE.
           CLOSE PART-EXC-FILE.
           IF PART-OUTPUT-SHORT AND NOT PARTITION-FAILED
               SET PARTITION-FAILED TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Partition " DELIMITED BY SIZE
                   PARTITION-NUMBER DELIMITED BY SIZE
                   " output short of its journal" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               DISPLAY "Euler03: " ERRLOG-MESSAGE
               MOVE "S" TO EVENT-SEVERITY
               MOVE "PART" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           END-IF.

           PARA-RELEASE-ONE-INPUT.
           IF JRN-INPUT
               PERFORM PARA-RELEASE-RES-ROW
                   VARYING MWK-ROW-IDX FROM 1 BY 1
                   UNTIL MWK-ROW-IDX > JRN-RES-ROWS
               PERFORM PARA-RELEASE-FAC-ROW
                   VARYING MWK-ROW-IDX FROM 1 BY 1
                   UNTIL MWK-ROW-IDX > JRN-FAC-ROWS
               PERFORM PARA-RELEASE-EXC-ROW
                   VARYING MWK-ROW-IDX FROM 1 BY 1
                   UNTIL MWK-ROW-IDX > JRN-EXC-ROWS
           END-IF.
           PERFORM PARA-READ-JOURNAL.

           PARA-RELEASE-RES-ROW.
           READ PART-RES-FILE
               AT END
                   SET PART-OUTPUT-SHORT TO TRUE
               NOT AT END
                   MOVE JRN-SEQUENCE TO MWK-SEQUENCE
                   MOVE 1 TO MWK-KIND
                   MOVE MWK-ROW-IDX TO MWK-ORDER
                   MOVE PRS-ROW TO MWK-ROW
                   RELEASE MWK-REC
           END-READ.

           PARA-RELEASE-FAC-ROW.
           READ PART-FAC-FILE
               AT END
                   SET PART-OUTPUT-SHORT TO TRUE
               NOT AT END
                   MOVE JRN-SEQUENCE TO MWK-SEQUENCE
                   MOVE 2 TO MWK-KIND
                   MOVE MWK-ROW-IDX TO MWK-ORDER
                   MOVE PFC-ROW TO MWK-ROW
                   RELEASE MWK-REC
           END-READ.

           PARA-RELEASE-EXC-ROW.
           READ PART-EXC-FILE
               AT END
                   SET PART-OUTPUT-SHORT TO TRUE
               NOT AT END
                   MOVE JRN-SEQUENCE TO MWK-SEQUENCE
                   MOVE 3 TO MWK-KIND
                   MOVE MWK-ROW-IDX TO MWK-ORDER
                   MOVE PEX-ROW TO MWK-ROW
                   RELEASE MWK-REC
           END-READ.

      *    writes the merged rows back out in work-file order, keeping
      *    the trailer counts and hash totals just as an unpartitioned
      *    run would have, and leaving the last result as the run's
      *    answer for the control-total check.
           PARA-RETURN-MERGED.
           MOVE 'N' TO MWK-EOF-SWITCH.
           PERFORM PARA-RETURN-ONE-ROW WITH TEST BEFORE
               UNTIL MWK-END-OF-FILE.

           PARA-RETURN-ONE-ROW.
           RETURN MERGE-WORK-FILE
               AT END
                   SET MWK-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARA-WRITE-MERGED-ROW
           END-RETURN.

           PARA-WRITE-MERGED-ROW.
           EVALUATE MWK-KIND
               WHEN 1
                   MOVE MWK-ROW TO RESULTS-REC
                   MOVE RES-INPUT-N TO ORIG-N
                   MOVE RES-FANSWER TO FANSWER
                   WRITE RESULTS-REC
                   ADD 1 TO RES-COUNT
                   COMPUTE RES-HASH = FUNCTION MOD
                       (RES-HASH + FANSWER, 1000000000000000)
               WHEN 2
                   MOVE MWK-ROW TO FACTOR-REC
                   MOVE FACT-VALUE TO CURRENT-FACTOR
                   WRITE FACTOR-REC
                   ADD 1 TO FAC-COUNT
                   COMPUTE FAC-HASH = FUNCTION MOD
                       (FAC-HASH + CURRENT-FACTOR, 1000000000000000)
               WHEN 3
                   MOVE MWK-ROW TO EXCEPTION-REC
                   WRITE EXCEPTION-REC
                   ADD 1 TO EXC-COUNT
           END-EVALUATE.

      *    a merged partition's work files go once the merge is safely
      *    written; its last heartbeat stays until the next run.
           PARA-CLEAR-ONE-PARTITION.
           MOVE PTN-IDX TO PARTITION-NUMBER.
           PERFORM PARA-BUILD-SUFFIX.
           MOVE "EUL03IN" TO PARTITION-PATH.
           PERFORM PARA-DELETE-PARTITION-FILE.
           MOVE "EUL03RES" TO PARTITION-PATH.
           PERFORM PARA-DELETE-PARTITION-FILE.
           MOVE "EUL03FAC" TO PARTITION-PATH.
           PERFORM PARA-DELETE-PARTITION-FILE.
           MOVE "EUL03EXC" TO PARTITION-PATH.
           PERFORM PARA-DELETE-PARTITION-FILE.
           MOVE "EUL03JRN" TO PARTITION-PATH.
           PERFORM PARA-DELETE-PARTITION-FILE.
           MOVE "EUL03RC" TO PARTITION-PATH.
           PERFORM PARA-DELETE-PARTITION-FILE.

           PARA-DELETE-PARTITION-FILE.
           PERFORM PARA-SUFFIX-PATH.
           CALL "CBL_DELETE_FILE" USING PARTITION-PATH.
           MOVE 0 TO RETURN-CODE.

      *    the partitions' heartbeats from the last run go as the next
      *    run starts, partitioned or not - the console shows the
      *    EUL03STA.Pnn on file in place of EUL03STA, so none may be
      *    left over from an earlier run.
           PARA-CLEAR-ONE-HEARTBEAT.
           MOVE PTN-IDX TO PARTITION-NUMBER.
           PERFORM PARA-BUILD-SUFFIX.
           MOVE "EUL03STA" TO PARTITION-PATH.
           PERFORM PARA-DELETE-PARTITION-FILE.

      *    builds one error row, sets the overflow switch so the
      *    caller knows to abandon the run, and hands the row to the
      *    shared EULLOG logging service.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "Euler03" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
