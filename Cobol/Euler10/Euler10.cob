      * The sum of the primes below 10 is 2 + 3 + 5 + 7 = 17.
      * Find the sum of all the primes below two million.
      * (Answer = 142913828922)
      *
      * solution walks the primes through the shared PRIMSV prime
      * service, one NEXTP call per prime, adding each one in until
      * the next would reach the limit. With the PRIMTBL table the
      * EULSIV sieve job keeps, every call below the last tabled
      * prime is a binary search rather than a trial-division grind
      * - the walk is only affordable inside the batch window
      * because the table is there, so the driver runs this step
      * after EULBAL has proven the table.
      *
      * MODIFICATION HISTORY
      * 2026-09-16  Created as a suite member to the house pattern:
      *             TIMING copybook, PARA-AUDIT-STAMP with OPERVAL
      *             validation and the region facility, the EULLCK
      *             run lock, OUT-ANSWER-FILE for the nightly driver,
      *             a JOBLOG row per run, a CTLMAST control-total
      *             self-check on program and parameters, ERRLOG
      *             events through the shared EULLOG service, and
      *             the standard 0/4/8/12 return code.
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
       PROGRAM-ID. Euler10.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-ANSWER-FILE ASSIGN TO "EUL10OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-MASTER-FILE ASSIGN TO "CTLMASTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUT-ANSWER-FILE.
       01  OUT-ANSWER-REC.
           05  OUT-FINALANSWER         PIC 9(18).
           05  OUT-PAD-1               PIC X(02).
           05  OUT-DURATION            PIC 9(7).

       FD  CTL-MASTER-FILE.
           COPY CTLMREC.

       WORKING-STORAGE SECTION.
       COPY CTLTOTAL.

      *    the log record layouts now live in working storage - the
      *    rows are built here and handed to the shared EULLOG
      *    logging service, which owns the log files themselves.
       COPY JOBLOG.
       COPY ERRLOG.

      *    interface fields for the shared EULLOG logging service.
       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.

      *    operator-validation state - the interface fields for the
      *    shared OPERVAL service, and whether this run is proceeding
      *    on a supervisor override (which PARA-JOBLOG marks on the
      *    run's JOBLOG row).
       01  OVERRIDE-SWITCH   PIC X(01) VALUE 'N'.
           88  RUN-OVERRIDDEN           VALUE 'Y'.
       01  OPV-MASTER-PATH   PIC X(40) VALUE SPACES.
       01  OPV-OVERRIDE-ID   PIC X(08) VALUE SPACES.
       01  OPV-RUN-MODE      PIC X(08) VALUE SPACES.
       01  OPV-RESULT        PIC X(01) VALUE SPACE.
       01  OPV-REASON        PIC X(40) VALUE SPACES.

      *    interface fields for the shared EULLCK run-lock service -
      *    the named lock this run takes at start and releases at
      *    end, and the supervisor proof needed to break a stale one.
       01  LCK-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LCK-ACTION        PIC X(01) VALUE SPACE.
       01  LCK-RESULT        PIC X(01) VALUE SPACE.
       01  LCK-HOLDER-OUT    PIC X(40) VALUE SPACES.
       01  LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
           88  RUN-HOLDS-LOCK           VALUE 'Y'.
       01  BREAK-LOCK-PARM   PIC X(03) VALUE SPACES.
       01  BREAK-HELD-HOLDER PIC X(08) VALUE SPACES.
       01  BREAK-HELD-RUN-ID PIC X(16) VALUE SPACES.
       01  BREAK-CHECK-ID    PIC X(08) VALUE SPACES.
       01  BREAK-RUN-MODE    PIC X(08) VALUE "PROD".

      *    severity and event code of the event row being built for
      *    the shared event log.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACE.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.

      *    the effective parameters this run answered under, built
      *    once the parameters are known and carried onto the JOBLOG
      *    row.
       01  EFFECTIVE-PARMS   PIC X(32) VALUE SPACES.

       01  CTLM-FILE-STATUS PIC X(02) VALUE SPACES.
       01  CTLM-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  CTLM-END-OF-FILE        VALUE 'Y'.

       01  OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
           88  OVERFLOW-DETECTED       VALUE 'Y'.

      *    interface fields for the shared PRIMSV prime service.
       01  PRM-FUNCTION     PIC X(08) VALUE SPACES.
       01  PRM-N            PIC 9(18) VALUE 0.
       01  PRM-BUDGET       PIC 9(09) VALUE 0.
       01  PRM-RESULT       PIC 9(18) VALUE 0.
       01  PRM-FLAG         PIC X(01) VALUE SPACE.
       01  PRM-ITER-USED    PIC 9(09) VALUE 0.
       01  PRM-STATUS       PIC X(01) VALUE SPACE.

      *    control-total self-check against CTLTOTAL.cpy.
       01  CHECK-IDX        PIC 9(2) COMP VALUE 0.
       01  CHECK-RESULT     PIC X(04) VALUE SPACES.

       01  FINALANSWER      PIC 9(18) VALUE 0.
       01  PRIME-LIMIT      PIC 9(10) VALUE 2000000.
       01  PRIME-SUM        PIC 9(18) VALUE 0.
       01  CURRENT-PRIME    PIC 9(18) VALUE 0.
       01  LIMIT-SWITCH     PIC X(01) VALUE 'N'.
           88  LIMIT-REACHED           VALUE 'Y'.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-AUDIT-STAMP.
           PERFORM PARA-TAKE-LOCK.
           PERFORM PARA-SET-PRIME-TABLE.
           MOVE SPACES TO EFFECTIVE-PARMS.
           STRING "LIMIT=" DELIMITED BY SIZE
               PRIME-LIMIT DELIMITED BY SIZE
               INTO EFFECTIVE-PARMS.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           COMPUTE START-TIME =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
                 + WS-CURRENT-SECOND) * 100 + WS-CURRENT-MILLISECONDS.

           MOVE 1 TO CURRENT-PRIME.
           MOVE 0 TO PRIME-SUM.
           PERFORM PARA-A WITH TEST BEFORE
               UNTIL LIMIT-REACHED OR OVERFLOW-DETECTED.

           MOVE PRIME-SUM TO FINALANSWER.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           COMPUTE END-TIME =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
                 + WS-CURRENT-SECOND) * 100 + WS-CURRENT-MILLISECONDS.

           SUBTRACT START-TIME FROM END-TIME GIVING DURATION.

           IF OVERFLOW-DETECTED
               DISPLAY "Euler10 aborted - overflow, see ERRLOG"
           ELSE
               DISPLAY "Answer:    " FINALANSWER
               DISPLAY "Duration:  " DURATION " centiseconds"
               PERFORM PARA-CHECK-CONTROL-TOTAL
               DISPLAY "Control total check: " CHECK-RESULT
               PERFORM PARA-D
               PERFORM PARA-JOBLOG
           END-IF.

           PERFORM PARA-RELEASE-LOCK.
           PERFORM PARA-SET-RETURN-CODE.

           STOP RUN.

      *    sets the standard return code the scheduler branches on -
      *    0 clean, 4 exceptions written, 8 control-total FAIL, 12
      *    overflow/abort - highest applicable wins.
           PARA-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.
           IF CHECK-RESULT = "FAIL"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF OVERFLOW-DETECTED
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    steps to the next prime through the shared PRIMSV service
      *    and adds it in while it is still below the limit - anything
      *    but a clean answer abandons the run the same way an
      *    arithmetic overflow would.
           PARA-A.
           MOVE "NEXTP" TO PRM-FUNCTION.
           MOVE CURRENT-PRIME TO PRM-N.
           MOVE 0 TO PRM-BUDGET.
           CALL "PRIMSV" USING BY CONTENT PRM-FUNCTION,
                               BY CONTENT PRM-N,
                               BY CONTENT PRM-BUDGET,
                               BY REFERENCE PRM-RESULT,
                               BY REFERENCE PRM-FLAG,
                               BY REFERENCE PRM-ITER-USED,
                               BY REFERENCE PRM-STATUS.
           IF PRM-STATUS = "Y"
               MOVE PRM-RESULT TO CURRENT-PRIME
               IF CURRENT-PRIME < PRIME-LIMIT
                   ADD CURRENT-PRIME TO PRIME-SUM
                       ON SIZE ERROR
                           MOVE "Prime sum overflow" TO ERRLOG-MESSAGE
                           PERFORM PARA-LOG-ERROR
                   END-ADD
               ELSE
                   SET LIMIT-REACHED TO TRUE
               END-IF
           ELSE
               MOVE "NEXTP failure in PRIMSV" TO ERRLOG-MESSAGE
               PERFORM PARA-LOG-ERROR
           END-IF.

      *    points the shared PRIMSV service at this region's copy of
      *    the PRIMTBL prime table. A table that is missing or fails
      *    its own proof costs only time - PRIMSV falls back to the
      *    wheel - so nothing here has to check it.
           PARA-SET-PRIME-TABLE.
           MOVE "../../Data/PRIMTBL" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_PRIMTBL" TO REGION-PATH-WORK.

      *    loads the active control-total entries from the CTLMAST
      *    master file - the control figures live in maintained data
      *    now, so the table is filled at run time rather than at
      *    compile time. A master that can't be opened leaves the
      *    table empty and the check reports ???? (not found).
           PARA-LOAD-CONTROL-TOTALS.
           MOVE 0 TO CTL-ENTRY-COUNT.
           MOVE "../../Data/CTLMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_CTLMASTF" TO REGION-PATH-WORK.
           OPEN INPUT CTL-MASTER-FILE.
           IF CTLM-FILE-STATUS = "00"
               MOVE 'N' TO CTLM-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-TOTAL WITH TEST BEFORE
                   UNTIL CTLM-END-OF-FILE
               CLOSE CTL-MASTER-FILE
           ELSE
               DISPLAY "Euler10: control-total master unavailable "
                   "(status " CTLM-FILE-STATUS ")"
               MOVE "Control-total master unavailable"
                   TO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "CTLM" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           END-IF.

           PARA-LOAD-ONE-TOTAL.
           READ CTL-MASTER-FILE
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
           MOVE 1 TO CHECK-IDX.
           PERFORM PARA-CHECK-ONE WITH TEST BEFORE
               UNTIL CHECK-IDX > CTL-ENTRY-COUNT
                   OR CHECK-RESULT NOT = "????".

           PARA-CHECK-ONE.
           IF CTL-PROGRAM-NAME (CHECK-IDX) = "Euler10"
                   AND CTL-PARMS (CHECK-IDX) = EFFECTIVE-PARMS
               IF FINALANSWER = CTL-EXPECTED-ANSWER (CHECK-IDX)
                   MOVE "PASS" TO CHECK-RESULT
               ELSE
                   MOVE "FAIL" TO CHECK-RESULT
               END-IF
           ELSE
               ADD 1 TO CHECK-IDX
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
               DISPLAY "Euler10: running in region " AUDIT-REGION-CODE
           END-IF.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
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
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

           PERFORM PARA-VALIDATE-OPERATOR.


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

      *    validates the operator against the OPERMAST authorized-
      *    operator master through the shared OPERVAL service. An
      *    unknown or inactive ID refuses a production run outright,
      *    with an ERRLOG row so the audit trail shows the attempt,
      *    unless an active supervisor's OVERRIDE_ID is supplied for
      *    an emergency run - the override is allowed through but the
      *    JOBLOG row is marked, so attribution stays provable.
           PARA-VALIDATE-OPERATOR.
           ACCEPT OPV-OVERRIDE-ID FROM ENVIRONMENT "OVERRIDE_ID".
           ACCEPT OPV-RUN-MODE FROM ENVIRONMENT "RUN_MODE".
           MOVE "../../Data/OPERMAST" TO REGION-PATH-WORK.
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
                   SET RUN-OVERRIDDEN TO TRUE
                   DISPLAY "Euler10: " OPV-REASON
                   PERFORM PARA-RECORD-OVERRIDE
               WHEN "W"
                   DISPLAY "Euler10: " OPV-REASON
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
           PARA-REFUSE-RUN.
           MOVE OPV-REASON TO ERRLOG-MESSAGE.
           MOVE "S" TO EVENT-SEVERITY.
           MOVE "OPID" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           DISPLAY "Euler10: run refused - " OPV-REASON.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *    takes this program's named run lock through the shared
      *    EULLCK service. A held lock refuses the run outright with
      *    an ERRLOG event - unless BREAK_LOCK=YES and OVERRIDE_ID
      *    proves an active supervisor, in which case the stale lock
      *    left by a crashed run is broken and the break recorded.
           PARA-TAKE-LOCK.
      *    the lock path takes no region suffix on purpose - PROD
      *    and TEST runs share this program directory, so the two
      *    regions must serialize on the same lock.
           MOVE "../../EULLK.Euler10" TO LCK-FILE-PATH.
           MOVE "A" TO LCK-ACTION.
           PERFORM PARA-CALL-LOCK.
           IF LCK-RESULT = "H"
               PERFORM PARA-TRY-BREAK-LOCK
           END-IF.
           IF LCK-RESULT = "Y"
               SET RUN-HOLDS-LOCK TO TRUE
           ELSE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Run lock held by " DELIMITED BY SIZE
                   LCK-HOLDER-OUT DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               MOVE "S" TO EVENT-SEVERITY
               MOVE "LOCK" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               DISPLAY "Euler10: run refused - lock held by "
                   LCK-HOLDER-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    a stale lock may be broken only on a supervisor's say-so:
      *    BREAK_LOCK=YES plus an OVERRIDE_ID that OPERVAL proves to
      *    be an active supervisor. The break leaves a warning event
      *    naming the stale holder it rolled over.
           PARA-TRY-BREAK-LOCK.
           ACCEPT BREAK-LOCK-PARM FROM ENVIRONMENT "BREAK_LOCK".
           IF BREAK-LOCK-PARM = "YES"
               CALL "OPERVAL" USING BY CONTENT OPV-MASTER-PATH,
                                    BY CONTENT BREAK-CHECK-ID,
                                    BY CONTENT OPV-OVERRIDE-ID,
                                    BY CONTENT BREAK-RUN-MODE,
                                    BY REFERENCE OPV-RESULT,
                                    BY REFERENCE OPV-REASON
               IF OPV-RESULT = "O"
                   MOVE "B" TO LCK-ACTION
                   PERFORM PARA-CALL-LOCK
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "Lock broken over " DELIMITED BY SIZE
                       LCK-HOLDER-OUT DELIMITED BY SIZE
                       INTO ERRLOG-MESSAGE
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
                               BY CONTENT AUDIT-OPERATOR-ID,
                               BY CONTENT AUDIT-BATCH-RUN-ID,
                               BY REFERENCE LCK-RESULT,
                               BY REFERENCE LCK-HOLDER-OUT.

      *    releases the lock on the way out - only a run that holds
      *    it; a refused run must not release the live run's lock.
           PARA-RELEASE-LOCK.
           IF RUN-HOLDS-LOCK
               MOVE "R" TO LCK-ACTION
               PERFORM PARA-CALL-LOCK
           END-IF.

      *    writes the run's result and timing to a real output file so
      *    downstream jobs don't have to scrape console output.
           PARA-D.
           OPEN OUTPUT OUT-ANSWER-FILE.
           MOVE FINALANSWER TO OUT-FINALANSWER.
           MOVE SPACES TO OUT-PAD-1.
           MOVE DURATION TO OUT-DURATION.
           WRITE OUT-ANSWER-REC.
           CLOSE OUT-ANSWER-FILE.

      *    builds one run-history row and hands it to the shared
      *    EULLOG logging service, which owns the open/retry/write/
      *    close cycle for every program's appends. A row EULLOG
      *    could not write is reported to the operator rather than
      *    silently lost.
           PARA-JOBLOG.
           MOVE "Euler10" TO JOBLOG-PROGRAM-NAME.
           MOVE SPACES TO JOBLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO JOBLOG-DATE-STAMP.
           MOVE SPACES TO JOBLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO JOBLOG-TIME-STAMP.
           MOVE SPACES TO JOBLOG-PAD-3.
           MOVE FINALANSWER TO JOBLOG-ANSWER.
           MOVE SPACES TO JOBLOG-PAD-4.
           MOVE DURATION TO JOBLOG-DURATION.
           MOVE SPACES TO JOBLOG-PAD-5.
           MOVE AUDIT-OPERATOR-ID TO JOBLOG-OPERATOR-ID.
           MOVE SPACES TO JOBLOG-PAD-6.
           MOVE AUDIT-BATCH-RUN-ID TO JOBLOG-BATCH-RUN-ID.
           MOVE SPACES TO JOBLOG-PAD-7.
           IF RUN-OVERRIDDEN
               MOVE "Y" TO JOBLOG-OVERRIDE
           ELSE
               MOVE "N" TO JOBLOG-OVERRIDE
           END-IF.
           MOVE SPACES TO JOBLOG-PAD-8.
           MOVE EFFECTIVE-PARMS TO JOBLOG-PARMS.
           MOVE SPACES TO JOBLOG-PAD-9.
           MOVE AUDIT-REGION-CODE TO JOBLOG-REGION.
           MOVE "../../JOBLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO LOG-FILE-PATH.
           MOVE JOBLOG-REC TO LOG-RECORD-BUFFER.
           CALL "EULLOG" USING BY CONTENT LOG-FILE-PATH,
                               BY CONTENT LOG-RECORD-BUFFER,
                               BY REFERENCE LOG-WRITE-RESULT,
                               BY REFERENCE LOG-STATUS-OUT.
           IF LOG-WRITE-RESULT NOT = 'Y'
               DISPLAY "Euler10: JOBLOG row not written (status "
                   LOG-STATUS-OUT ")"
               MOVE "JOBLOG row not written" TO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "JLOG" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           END-IF.

      *    builds one error row, sets the overflow switch so the
      *    caller knows to abandon the run, and hands the row to the
      *    shared EULLOG logging service.
           PARA-LOG-ERROR.
           SET OVERFLOW-DETECTED TO TRUE.
           MOVE "S" TO EVENT-SEVERITY.
           MOVE "OVFL" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service - the one place every
      *    failure now lands, not just arithmetic overflow.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "Euler10" TO ERRLOG-PROGRAM-NAME.
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
           MOVE "../../ERRLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO LOG-FILE-PATH.
           MOVE ERRLOG-REC TO LOG-RECORD-BUFFER.
           CALL "EULLOG" USING BY CONTENT LOG-FILE-PATH,
                               BY CONTENT LOG-RECORD-BUFFER,
                               BY REFERENCE LOG-WRITE-RESULT,
                               BY REFERENCE LOG-STATUS-OUT.
           IF LOG-WRITE-RESULT NOT = 'Y'
               DISPLAY "Euler10: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.


       END PROGRAM Euler10.
