      * EULNTD.cob
      * Dispatcher for the outbound notification queue that programs
      * fill through the shared EULNTF service. Each pass first
      * sweeps ERRLOG for severity S events logged since the last
      * pass (the high-water mark kept on Data/EULNTFHW) and queues
      * one high-urgency notice per event for the on-call supervisor
      * class, so a severe event is not left for the day shift to
      * find. It then takes the queue's lock and works every unsent
      * row: a requester's notice goes to that requester's outbound
      * file, an operator-class notice to the outbound file of every
      * active OPERMAST operator of that class (EULOUT.id, picked up
      * by the mail gateway). A row written out is marked sent; one
      * that could not be (requester not active on REQMAST, nobody
      * active in the class, an outbound file unwritable) is kept
      * for retry on the next pass and abandoned with a warning
      * event after five failed attempts. Settled rows stay on the
      * queue for a week as the record of what went out, then age
      * off. Writes the EULNTDRPT report; return code 4 when any
      * notice is awaiting retry or was abandoned, 12 when the queue
      * could not be worked at all.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-10-06  Created.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
      * 2026-10-15  The severe-event high-water mark on EULNTFHW now
      *             also keeps the chained check value of the last row
      *             swept, and the next pass treats every row after that
      *             row as new. The date and time stamp alone broke on a
      *             run that crossed midnight, its rows carrying the
      *             business date beside the clock time. A mark kept in
      *             the old stamp-only form is honoured once, and a
      *             marked row since cut off by EULARC means every row
      *             left is new.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULNTD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "NTFQF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
           SELECT WORK-FILE ASSIGN TO "NTDWKF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT SWEEP-FILE ASSIGN TO "ERRLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-STATUS.
           SELECT MARK-FILE ASSIGN TO "NTFHWF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARK-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT REQ-MASTER-FILE ASSIGN TO "REQMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO "NTFOUTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOUND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULNTDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
           COPY NTFQREC.

      *    the queue as this pass leaves it, copied back over the
      *    queue once every row has been worked.
       FD  WORK-FILE.
       01  WORK-REC                    PIC X(165).

      *    the event log, read for the severe events to announce.
       FD  SWEEP-FILE.
           COPY ERRLOG REPLACING LEADING ==ERRLOG== BY ==SWP==.

      *    the last event log row already swept - its stamp, and
      *    its chained check value, which is what the next pass
      *    finds it by. A mark kept before the check value was
      *    carried has spaces there.
       FD  MARK-FILE.
       01  MARK-REC.
           05  MARK-DATE               PIC 9(08).
           05  MARK-PAD-1              PIC X(02).
           05  MARK-TIME               PIC 9(08).
           05  MARK-PAD-2              PIC X(02).
           05  MARK-CHAIN              PIC X(18).

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       FD  REQ-MASTER-FILE.
           COPY REQMREC.

      *    one outbound file per addressee for the mail gateway,
      *    allocated onto the NTFOUTF DD name before each OPEN.
       FD  OUTBOUND-FILE.
       01  OUTBOUND-REC.
           05  OUT-DATE-STAMP          PIC 9(08).
           05  OUT-PAD-1               PIC X(02).
           05  OUT-TIME-STAMP          PIC 9(08).
           05  OUT-PAD-2               PIC X(02).
           05  OUT-TO                  PIC X(08).
           05  OUT-PAD-3               PIC X(02).
           05  OUT-URGENCY             PIC X(01).
           05  OUT-PAD-4               PIC X(02).
           05  OUT-CATEGORY            PIC X(08).
           05  OUT-PAD-5               PIC X(02).
           05  OUT-SOURCE              PIC X(10).
           05  OUT-PAD-6               PIC X(02).
           05  OUT-RUN-ID              PIC X(16).
           05  OUT-PAD-7               PIC X(02).
           05  OUT-TEXT                PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  QUEUE-STATUS     PIC X(02) VALUE SPACES.
       01  WORK-STATUS      PIC X(02) VALUE SPACES.
       01  SWEEP-STATUS     PIC X(02) VALUE SPACES.
       01  MARK-STATUS      PIC X(02) VALUE SPACES.
       01  OPER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  REQ-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  OUTBOUND-STATUS  PIC X(02) VALUE SPACES.
       01  QUEUE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-QUEUE            VALUE 'Y'.
       01  WORK-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-WORK             VALUE 'Y'.
       01  SWEEP-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-SWEEP            VALUE 'Y'.
       01  OPER-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  OPER-END-OF-FILE        VALUE 'Y'.
       01  REQ-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  REQ-END-OF-FILE         VALUE 'Y'.

      *    the operators and requesters notices can be addressed to.
       01  OPR-COUNT        PIC 9(02) COMP VALUE 0.
       01  OPR-TABLE.
           05  OPR-ENTRY OCCURS 50 TIMES.
               10  OPR-TBL-ID          PIC X(08).
               10  OPR-TBL-AUTHORITY   PIC X(01).
               10  OPR-TBL-ACTIVE      PIC X(01).
       01  OPR-IDX          PIC 9(02) COMP VALUE 0.
       01  RQM-COUNT        PIC 9(03) COMP VALUE 0.
       01  RQM-TABLE.
           05  RQM-ENTRY OCCURS 100 TIMES.
               10  RQM-TBL-ID          PIC X(08).
               10  RQM-TBL-ACTIVE      PIC X(01).
       01  RQM-IDX          PIC 9(03) COMP VALUE 0.
       01  RQM-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  RQM-FOUND               VALUE 'Y'.

      *    the severe-event sweep - the row it starts after, and
      *    the last row it has finished with. A notice that cannot be
      *    queued stalls the mark there, so the next pass tries that
      *    event again. The row is found by its chained check value
      *    and its place on the log; the stamp is only used for a
      *    mark kept before the check value was, since a run that
      *    crosses midnight stamps the business date beside the
      *    clock time.
       01  MARK-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  MARK-FOUND              VALUE 'Y'.
       01  MARK-KIND-SWITCH PIC X(01) VALUE SPACE.
           88  MARK-BY-CHAIN           VALUE 'C'.
           88  MARK-BY-STAMP           VALUE 'S'.
       01  SWEEP-AFTER-CHAIN PIC X(18) VALUE SPACES.
       01  SWEEP-DONE-CHAIN PIC X(18) VALUE SPACES.
       01  SWEEP-MARK-ROW   PIC 9(09) VALUE 0.
       01  SWEEP-ROW-NUMBER PIC 9(09) VALUE 0.
       01  SWEEP-STALL-SWITCH PIC X(01) VALUE 'N'.
           88  SWEEP-STALLED           VALUE 'Y'.
       01  SWEEP-AFTER-DATE PIC 9(08) VALUE 0.
       01  SWEEP-AFTER-TIME PIC 9(08) VALUE 0.
       01  SWEEP-DONE-DATE  PIC 9(08) VALUE 0.
       01  SWEEP-DONE-TIME  PIC 9(08) VALUE 0.
       01  SWEEP-ROW-NEW-SW PIC X(01) VALUE 'N'.
           88  SWEEP-ROW-NEW           VALUE 'Y'.
       01  EVENT-TIME-TEXT  PIC X(08) VALUE SPACES.

      *    interface fields for the shared EULNTF queueing service.
       01  NTF-QUEUE-PATH   PIC X(40) VALUE SPACES.
       01  NTF-RECIP-KIND   PIC X(01) VALUE SPACE.
       01  NTF-RECIPIENT    PIC X(08) VALUE SPACES.
       01  NTF-CATEGORY     PIC X(08) VALUE SPACES.
       01  NTF-URGENCY      PIC X(01) VALUE SPACE.
       01  NTF-SOURCE       PIC X(10) VALUE SPACES.
       01  NTF-RUN-ID       PIC X(16) VALUE SPACES.
       01  NTF-TEXT         PIC X(60) VALUE SPACES.
       01  NTF-RESULT       PIC X(01) VALUE SPACE.

      *    interface fields for the shared EULLCK run-lock service -
      *    the queue's own lock, the one every EULNTF append takes.
       01  LCK-FILE-PATH    PIC X(40) VALUE SPACES.
       01  LCK-ACTION       PIC X(01) VALUE SPACE.
       01  LCK-RESULT       PIC X(01) VALUE SPACE.
       01  LCK-HOLDER-OUT   PIC X(40) VALUE SPACES.
       01  LOCK-TRIES       PIC 9(01) VALUE 0.
       01  LOCK-TRY-LIMIT   PIC 9(01) VALUE 5.
       01  SLEEP-SECONDS    PIC 9(01) VALUE 1.

      *    the notice at hand - who it reached and, if it did not,
      *    why.
       01  ADDRESSEE        PIC X(08) VALUE SPACES.
       01  ADDRESSEE-COUNT  PIC 9(03) VALUE 0.
       01  OUTBOUND-PATH    PIC X(40) VALUE SPACES.
       01  DELIVER-FAIL-SWITCH PIC X(01) VALUE 'N'.
           88  DELIVERY-FAILED         VALUE 'Y'.
       01  FAIL-REASON      PIC X(30) VALUE SPACES.
       01  RETRY-LIMIT      PIC 9(02) VALUE 5.

      *    settled rows are kept this many days, then aged off.
       01  KEEP-DAYS        PIC 9(03) VALUE 7.
       01  TODAY-DATE       PIC 9(08) VALUE 0.
       01  TODAY-INT        PIC 9(08) VALUE 0.
       01  SETTLED-INT      PIC 9(08) VALUE 0.

       01  SEVERE-QUEUED    PIC 9(06) VALUE 0.
       01  SENT-COUNT       PIC 9(06) VALUE 0.
       01  RETRY-COUNT      PIC 9(06) VALUE 0.
       01  ABANDONED-COUNT  PIC 9(06) VALUE 0.
       01  KEPT-COUNT       PIC 9(06) VALUE 0.
       01  AGED-COUNT       PIC 9(06) VALUE 0.

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
           05  FILLER           PIC X(32)
                   VALUE "EULNTD NOTIFICATION DISPATCH".
           05  FILLER           PIC X(08) VALUE "RUN ID  ".
           05  RPT-TITLE-RUN-ID PIC X(16).
       01  RPT-HEADING.
           05  FILLER           PIC X(12) VALUE "RECIPIENT".
           05  FILLER           PIC X(10) VALUE "CATEGORY".
           05  FILLER           PIC X(04) VALUE "URG".
           05  FILLER           PIC X(11) VALUE "OUTCOME".
           05  FILLER           PIC X(05) VALUE "TRY".
           05  FILLER           PIC X(30) VALUE "NOTE".
       01  RPT-DETAIL.
           05  RPT-KIND         PIC X(01).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-RECIPIENT    PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-CATEGORY     PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-URGENCY      PIC X(01).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-OUTCOME      PIC X(09).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ATTEMPTS     PIC Z9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-NOTE         PIC X(30).
       01  RPT-SENT-NOTE.
           05  RPT-SENT-COUNT   PIC ZZ9.
           05  FILLER           PIC X(14) VALUE " ADDRESSEE(S)".
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(28).
           05  RPT-COUNT-VALUE  PIC ZZZZZ9.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-AUDIT-STAMP.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO TODAY-DATE.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE).

           PERFORM PARA-LOAD-OPERATORS.
           PERFORM PARA-LOAD-REQUESTERS.

      *    the sweep queues through EULNTF like any other caller, so
      *    it runs before this job takes the queue's lock.
           PERFORM PARA-SWEEP-SEVERE.

           PERFORM PARA-TAKE-QUEUE-LOCK.
           IF LCK-RESULT NOT = "Y"
               DISPLAY "EULNTD: notification queue busy - "
                   LCK-HOLDER-OUT
               MOVE "Notification queue busy" TO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "NTFY" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE AUDIT-BATCH-RUN-ID TO RPT-TITLE-RUN-ID.
           WRITE REPORT-REC FROM RPT-TITLE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM RPT-HEADING.

           PERFORM PARA-DISPATCH-QUEUE.
           PERFORM PARA-RELOAD-QUEUE.

           MOVE "R" TO LCK-ACTION.
           PERFORM PARA-CALL-LOCK.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "SEVERE EVENTS QUEUED:" TO RPT-COUNT-LABEL.
           MOVE SEVERE-QUEUED TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "NOTICES SENT:" TO RPT-COUNT-LABEL.
           MOVE SENT-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "AWAITING RETRY:" TO RPT-COUNT-LABEL.
           MOVE RETRY-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "ABANDONED:" TO RPT-COUNT-LABEL.
           MOVE ABANDONED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "QUEUE ROWS KEPT:" TO RPT-COUNT-LABEL.
           MOVE KEPT-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "SETTLED ROWS AGED OFF:" TO RPT-COUNT-LABEL.
           MOVE AGED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "EULNTD: " SENT-COUNT " notice(s) sent, "
               RETRY-COUNT " awaiting retry, " ABANDONED-COUNT
               " abandoned - see EULNTDRPT".

           IF RETRY-COUNT > 0 OR ABANDONED-COUNT > 0
                   OR SWEEP-STALLED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    picks up the region, operator ID and batch-run ID from the
      *    environment, falling back to PROD, UNKNOWN and a
      *    timestamp-built ID for a standalone run.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION".
           IF AUDIT-REGION-CODE = SPACES
               MOVE "PROD" TO AUDIT-REGION-CODE
           END-IF.
           IF NOT PRODUCTION-REGION
               DISPLAY "EULNTD: running in region " AUDIT-REGION-CODE
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

           PARA-LOAD-OPERATORS.
           MOVE 0 TO OPR-COUNT.
           OPEN INPUT OPER-MASTER-FILE.
           IF OPER-FILE-STATUS = "00"
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-OPERATOR WITH TEST BEFORE
                   UNTIL OPER-END-OF-FILE
               CLOSE OPER-MASTER-FILE
           ELSE
               DISPLAY "EULNTD: no OPERMAST - class notices cannot "
                   "be addressed this pass"
           END-IF.

           PARA-LOAD-ONE-OPERATOR.
           READ OPER-MASTER-FILE
               AT END
                   SET OPER-END-OF-FILE TO TRUE
               NOT AT END
                   IF OPR-COUNT < 50
                       ADD 1 TO OPR-COUNT
                       MOVE OPER-ID TO OPR-TBL-ID (OPR-COUNT)
                       MOVE OPER-AUTHORITY
                           TO OPR-TBL-AUTHORITY (OPR-COUNT)
                       MOVE OPER-ACTIVE TO OPR-TBL-ACTIVE (OPR-COUNT)
                   END-IF
           END-READ.

           PARA-LOAD-REQUESTERS.
           MOVE 0 TO RQM-COUNT.
           OPEN INPUT REQ-MASTER-FILE.
           IF REQ-FILE-STATUS = "00"
               MOVE 'N' TO REQ-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-REQUESTER WITH TEST BEFORE
                   UNTIL REQ-END-OF-FILE
               CLOSE REQ-MASTER-FILE
           ELSE
               DISPLAY "EULNTD: no REQMAST - requester notices "
                   "cannot be addressed this pass"
           END-IF.

           PARA-LOAD-ONE-REQUESTER.
           READ REQ-MASTER-FILE
               AT END
                   SET REQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF RQM-COUNT < 100
                       ADD 1 TO RQM-COUNT
                       MOVE REQM-ID TO RQM-TBL-ID (RQM-COUNT)
                       MOVE REQM-ACTIVE TO RQM-TBL-ACTIVE (RQM-COUNT)
                   END-IF
           END-READ.

      *    queues one notice for the supervisor class per severe event
      *    logged since the last pass. A first pass, with no mark
      *    kept yet, starts the watch at the end of the log rather
      *    than announcing every severe event in its history.
           PARA-SWEEP-SEVERE.
           MOVE 'N' TO MARK-FOUND-SWITCH.
           MOVE SPACE TO MARK-KIND-SWITCH.
           OPEN INPUT MARK-FILE.
           IF MARK-STATUS = "00"
               READ MARK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARA-TAKE-SWEEP-MARK
               END-READ
               CLOSE MARK-FILE
           END-IF.
           MOVE SWEEP-AFTER-DATE TO SWEEP-DONE-DATE.
           MOVE SWEEP-AFTER-TIME TO SWEEP-DONE-TIME.
           MOVE SWEEP-AFTER-CHAIN TO SWEEP-DONE-CHAIN.
           IF NOT MARK-FOUND
               DISPLAY "EULNTD: no severe-event mark kept yet - "
                   "watch starts at the end of the log"
           END-IF.
           IF MARK-BY-CHAIN
               PERFORM PARA-FIND-SWEEP-MARK
           END-IF.

           OPEN INPUT SWEEP-FILE.
           IF SWEEP-STATUS = "00"
               MOVE 'N' TO SWEEP-EOF-SWITCH
               MOVE 0 TO SWEEP-ROW-NUMBER
               PERFORM PARA-SWEEP-ONE-ROW WITH TEST BEFORE
                   UNTIL END-OF-SWEEP
               CLOSE SWEEP-FILE
           END-IF.

           OPEN OUTPUT MARK-FILE.
           IF MARK-STATUS = "00"
               MOVE SWEEP-DONE-DATE TO MARK-DATE
               MOVE SPACES TO MARK-PAD-1
               MOVE SWEEP-DONE-TIME TO MARK-TIME
               MOVE SPACES TO MARK-PAD-2
               MOVE SWEEP-DONE-CHAIN TO MARK-CHAIN
               WRITE MARK-REC
               CLOSE MARK-FILE
           ELSE
               DISPLAY "EULNTD: severe-event mark not kept (status "
                   MARK-STATUS ")"
           END-IF.

           PARA-TAKE-SWEEP-MARK.
           EVALUATE TRUE
               WHEN MARK-CHAIN IS NUMERIC
                   SET MARK-FOUND TO TRUE
                   SET MARK-BY-CHAIN TO TRUE
                   MOVE MARK-CHAIN TO SWEEP-AFTER-CHAIN
                   MOVE MARK-DATE TO SWEEP-AFTER-DATE
                   MOVE MARK-TIME TO SWEEP-AFTER-TIME
               WHEN MARK-DATE IS NUMERIC
                       AND MARK-TIME IS NUMERIC
                   SET MARK-FOUND TO TRUE
                   SET MARK-BY-STAMP TO TRUE
                   MOVE MARK-DATE TO SWEEP-AFTER-DATE
                   MOVE MARK-TIME TO SWEEP-AFTER-TIME
           END-EVALUATE.

      *    finds the place on the log of the row the last pass
      *    finished with. A row no longer there went out with an
      *    EULARC month-end cut, which only ever takes the oldest
      *    rows - so every row still on the log came after it.
           PARA-FIND-SWEEP-MARK.
           MOVE 0 TO SWEEP-MARK-ROW.
           MOVE 0 TO SWEEP-ROW-NUMBER.
           OPEN INPUT SWEEP-FILE.
           IF SWEEP-STATUS = "00"
               MOVE 'N' TO SWEEP-EOF-SWITCH
               PERFORM PARA-FIND-ONE-MARK-ROW WITH TEST BEFORE
                   UNTIL END-OF-SWEEP
               CLOSE SWEEP-FILE
           END-IF.
           IF SWEEP-MARK-ROW = 0
               DISPLAY "EULNTD: last swept event no longer on the "
                   "log - every row on it is swept"
           END-IF.

           PARA-FIND-ONE-MARK-ROW.
           READ SWEEP-FILE
               AT END
                   SET END-OF-SWEEP TO TRUE
               NOT AT END
                   ADD 1 TO SWEEP-ROW-NUMBER
                   IF SWP-CHAIN-VALUE = SWEEP-AFTER-CHAIN
                       MOVE SWEEP-ROW-NUMBER TO SWEEP-MARK-ROW
                   END-IF
           END-READ.

           PARA-SWEEP-ONE-ROW.
           READ SWEEP-FILE
               AT END
                   SET END-OF-SWEEP TO TRUE
               NOT AT END
                   ADD 1 TO SWEEP-ROW-NUMBER
                   IF SWP-DATE-STAMP IS NUMERIC
                           AND SWP-TIME-STAMP IS NUMERIC
                           AND NOT SWEEP-STALLED
                       PERFORM PARA-SWEEP-DATED-ROW
                   END-IF
           END-READ.

           PARA-SWEEP-DATED-ROW.
           MOVE 'N' TO SWEEP-ROW-NEW-SW.
           EVALUATE TRUE
               WHEN MARK-BY-CHAIN
                   IF SWEEP-ROW-NUMBER > SWEEP-MARK-ROW
                       SET SWEEP-ROW-NEW TO TRUE
                   END-IF
               WHEN MARK-BY-STAMP
                   IF SWP-DATE-STAMP > SWEEP-AFTER-DATE
                       SET SWEEP-ROW-NEW TO TRUE
                   END-IF
                   IF SWP-DATE-STAMP = SWEEP-AFTER-DATE
                           AND SWP-TIME-STAMP > SWEEP-AFTER-TIME
                       SET SWEEP-ROW-NEW TO TRUE
                   END-IF
               WHEN OTHER
                   SET SWEEP-ROW-NEW TO TRUE
           END-EVALUATE.
           IF SWEEP-ROW-NEW
               IF MARK-FOUND AND SWP-SEVERITY = "S"
                   PERFORM PARA-QUEUE-SEVERE-NOTICE
               END-IF
               IF NOT SWEEP-STALLED
                   MOVE SWP-DATE-STAMP TO SWEEP-DONE-DATE
                   MOVE SWP-TIME-STAMP TO SWEEP-DONE-TIME
                   MOVE SWP-CHAIN-VALUE TO SWEEP-DONE-CHAIN
               END-IF
           END-IF.

           PARA-QUEUE-SEVERE-NOTICE.
           MOVE SPACES TO EVENT-TIME-TEXT.
           STRING SWP-TIME-STAMP (1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SWP-TIME-STAMP (3:2) DELIMITED BY SIZE
               INTO EVENT-TIME-TEXT.
           MOVE SPACES TO NTF-TEXT.
           STRING SWP-EVENT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EVENT-TIME-TEXT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SWP-MESSAGE DELIMITED BY SIZE
               INTO NTF-TEXT.
           MOVE "C" TO NTF-RECIP-KIND.
           MOVE "S" TO NTF-RECIPIENT.
           MOVE "SEVERE" TO NTF-CATEGORY.
           MOVE "H" TO NTF-URGENCY.
           MOVE SWP-PROGRAM-NAME TO NTF-SOURCE.
           MOVE SWP-BATCH-RUN-ID TO NTF-RUN-ID.
           PERFORM PARA-CALL-NOTIFY.
           IF NTF-RESULT = "Y"
               ADD 1 TO SEVERE-QUEUED
           ELSE
               SET SWEEP-STALLED TO TRUE
               DISPLAY "EULNTD: severe-event notice not queued - "
                   "sweep resumes from here next pass"
           END-IF.

           PARA-CALL-NOTIFY.
           CALL "EULNTF" USING BY CONTENT NTF-QUEUE-PATH,
                               BY CONTENT NTF-RECIP-KIND,
                               BY CONTENT NTF-RECIPIENT,
                               BY CONTENT NTF-CATEGORY,
                               BY CONTENT NTF-URGENCY,
                               BY CONTENT NTF-SOURCE,
                               BY CONTENT NTF-RUN-ID,
                               BY CONTENT NTF-TEXT,
                               BY REFERENCE NTF-RESULT.

      *    the queue's lock, waited on a few seconds for an append in
      *    progress to finish.
           PARA-TAKE-QUEUE-LOCK.
           MOVE 0 TO LOCK-TRIES.
           MOVE SPACE TO LCK-RESULT.
           PERFORM PARA-TRY-QUEUE-LOCK WITH TEST BEFORE
               UNTIL LCK-RESULT = "Y" OR LCK-RESULT = "E"
                   OR LOCK-TRIES > LOCK-TRY-LIMIT.

           PARA-TRY-QUEUE-LOCK.
           MOVE "A" TO LCK-ACTION.
           PERFORM PARA-CALL-LOCK.
           IF LCK-RESULT = "H"
               ADD 1 TO LOCK-TRIES
               IF LOCK-TRIES <= LOCK-TRY-LIMIT
                   CALL "C$SLEEP" USING BY CONTENT SLEEP-SECONDS
               END-IF
           END-IF.

           PARA-CALL-LOCK.
           CALL "EULLCK" USING BY CONTENT LCK-FILE-PATH,
                               BY CONTENT LCK-ACTION,
                               BY CONTENT AUDIT-OPERATOR-ID,
                               BY CONTENT AUDIT-BATCH-RUN-ID,
                               BY REFERENCE LCK-RESULT,
                               BY REFERENCE LCK-HOLDER-OUT.

      *    works every row of the queue onto the work file - unsent
      *    rows are tried, settled rows carried as they are.
           PARA-DISPATCH-QUEUE.
           OPEN OUTPUT WORK-FILE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS = "00"
               MOVE 'N' TO QUEUE-EOF-SWITCH
               PERFORM PARA-DISPATCH-ONE-ROW WITH TEST BEFORE
                   UNTIL END-OF-QUEUE
               CLOSE QUEUE-FILE
           END-IF.
           CLOSE WORK-FILE.

           PARA-DISPATCH-ONE-ROW.
           READ QUEUE-FILE
               AT END
                   SET END-OF-QUEUE TO TRUE
               NOT AT END
                   IF NTFQ-QUEUED OR NTFQ-FAILED
                       PERFORM PARA-SEND-NOTICE
                   END-IF
                   WRITE WORK-REC FROM NTFQ-REC
           END-READ.

      *    one attempt at an unsent notice. A resend after a partial
      *    failure can reach an addressee twice - better than a
      *    notice that reaches nobody.
           PARA-SEND-NOTICE.
           ADD 1 TO NTFQ-ATTEMPTS.
           MOVE 0 TO ADDRESSEE-COUNT.
           MOVE 'N' TO DELIVER-FAIL-SWITCH.
           MOVE SPACES TO FAIL-REASON.
           IF NTFQ-FOR-REQUESTER
               PERFORM PARA-SEND-TO-REQUESTER
           ELSE
               PERFORM PARA-SEND-TO-OPERATOR
                   VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > OPR-COUNT
               IF ADDRESSEE-COUNT = 0 AND NOT DELIVERY-FAILED
                   SET DELIVERY-FAILED TO TRUE
                   MOVE "NO ACTIVE OPERATOR IN CLASS"
                       TO FAIL-REASON
               END-IF
           END-IF.

           MOVE NTFQ-RECIP-KIND TO RPT-KIND.
           MOVE NTFQ-RECIPIENT TO RPT-RECIPIENT.
           MOVE NTFQ-CATEGORY TO RPT-CATEGORY.
           MOVE NTFQ-URGENCY TO RPT-URGENCY.
           MOVE NTFQ-ATTEMPTS TO RPT-ATTEMPTS.
           EVALUATE TRUE
               WHEN NOT DELIVERY-FAILED
                   SET NTFQ-SENT TO TRUE
                   PERFORM PARA-STAMP-SETTLED
                   ADD 1 TO SENT-COUNT
                   MOVE "SENT" TO RPT-OUTCOME
                   MOVE ADDRESSEE-COUNT TO RPT-SENT-COUNT
                   MOVE RPT-SENT-NOTE TO RPT-NOTE
               WHEN NTFQ-ATTEMPTS >= RETRY-LIMIT
                   SET NTFQ-ABANDONED TO TRUE
                   PERFORM PARA-STAMP-SETTLED
                   ADD 1 TO ABANDONED-COUNT
                   MOVE "ABANDONED" TO RPT-OUTCOME
                   MOVE FAIL-REASON TO RPT-NOTE
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "Notice abandoned: " DELIMITED BY SIZE
                       NTFQ-CATEGORY DELIMITED BY SPACE
                       " for " DELIMITED BY SIZE
                       NTFQ-RECIPIENT DELIMITED BY SPACE
                       INTO ERRLOG-MESSAGE
                   MOVE "W" TO EVENT-SEVERITY
                   MOVE "NTFY" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
               WHEN OTHER
                   SET NTFQ-FAILED TO TRUE
                   ADD 1 TO RETRY-COUNT
                   MOVE "RETRY" TO RPT-OUTCOME
                   MOVE FAIL-REASON TO RPT-NOTE
           END-EVALUATE.
           WRITE REPORT-REC FROM RPT-DETAIL.

           PARA-STAMP-SETTLED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO NTFQ-SETTLED-DATE.
           MOVE WS-CURRENT-TIME TO NTFQ-SETTLED-TIME.

      *    a requester's notice goes only to a requester registered
      *    and active on REQMAST.
           PARA-SEND-TO-REQUESTER.
           MOVE 'N' TO RQM-FOUND-SWITCH.
           MOVE 1 TO RQM-IDX.
           PERFORM PARA-FIND-ONE-REQUESTER WITH TEST BEFORE
               UNTIL RQM-FOUND OR RQM-IDX > RQM-COUNT.
           IF RQM-FOUND
               MOVE NTFQ-RECIPIENT TO ADDRESSEE
               PERFORM PARA-WRITE-OUTBOUND
           ELSE
               SET DELIVERY-FAILED TO TRUE
               MOVE "REQUESTER NOT ACTIVE (REQMAST)" TO FAIL-REASON
           END-IF.

           PARA-FIND-ONE-REQUESTER.
           IF RQM-TBL-ID (RQM-IDX) = NTFQ-RECIPIENT
                   AND RQM-TBL-ACTIVE (RQM-IDX) = "A"
               SET RQM-FOUND TO TRUE
           ELSE
               ADD 1 TO RQM-IDX
           END-IF.

      *    a class notice goes to every active operator of the class.
           PARA-SEND-TO-OPERATOR.
           IF OPR-TBL-ACTIVE (OPR-IDX) = "A"
                   AND OPR-TBL-AUTHORITY (OPR-IDX) = NTFQ-RECIPIENT
               MOVE OPR-TBL-ID (OPR-IDX) TO ADDRESSEE
               PERFORM PARA-WRITE-OUTBOUND
           END-IF.

      *    appends the notice to one addressee's outbound file for
      *    the mail gateway - OPEN EXTEND, or OPEN OUTPUT the first
      *    time the file doesn't exist yet (status 35).
           PARA-WRITE-OUTBOUND.
           MOVE SPACES TO OUTBOUND-PATH.
           STRING "EULOUT." DELIMITED BY SIZE
               ADDRESSEE DELIMITED BY SPACE
               INTO OUTBOUND-PATH.
           MOVE OUTBOUND-PATH TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_NTFOUTF" TO REGION-PATH-WORK.
           OPEN EXTEND OUTBOUND-FILE.
           IF OUTBOUND-STATUS = "35"
               OPEN OUTPUT OUTBOUND-FILE
           END-IF.
           IF OUTBOUND-STATUS = "00"
               MOVE NTFQ-DATE-STAMP TO OUT-DATE-STAMP
               MOVE SPACES TO OUT-PAD-1
               MOVE NTFQ-TIME-STAMP TO OUT-TIME-STAMP
               MOVE SPACES TO OUT-PAD-2
               MOVE ADDRESSEE TO OUT-TO
               MOVE SPACES TO OUT-PAD-3
               MOVE NTFQ-URGENCY TO OUT-URGENCY
               MOVE SPACES TO OUT-PAD-4
               MOVE NTFQ-CATEGORY TO OUT-CATEGORY
               MOVE SPACES TO OUT-PAD-5
               MOVE NTFQ-SOURCE TO OUT-SOURCE
               MOVE SPACES TO OUT-PAD-6
               MOVE NTFQ-RUN-ID TO OUT-RUN-ID
               MOVE SPACES TO OUT-PAD-7
               MOVE NTFQ-TEXT TO OUT-TEXT
               WRITE OUTBOUND-REC
               CLOSE OUTBOUND-FILE
               ADD 1 TO ADDRESSEE-COUNT
           ELSE
               SET DELIVERY-FAILED TO TRUE
               MOVE SPACES TO FAIL-REASON
               STRING "OUTBOUND FILE STATUS " DELIMITED BY SIZE
                   OUTBOUND-STATUS DELIMITED BY SIZE
                   INTO FAIL-REASON
           END-IF.

      *    copies the worked queue back over the queue, ageing off
      *    rows settled more than a week ago.
           PARA-RELOAD-QUEUE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT QUEUE-FILE.
           IF WORK-STATUS = "00" AND QUEUE-STATUS = "00"
               MOVE 'N' TO WORK-EOF-SWITCH
               PERFORM PARA-RELOAD-ONE-ROW WITH TEST BEFORE
                   UNTIL END-OF-WORK
           ELSE
               DISPLAY "EULNTD: queue not rewritten (status "
                   QUEUE-STATUS "/" WORK-STATUS ")"
           END-IF.
           CLOSE QUEUE-FILE.
           CLOSE WORK-FILE.

           PARA-RELOAD-ONE-ROW.
           READ WORK-FILE
               AT END
                   SET END-OF-WORK TO TRUE
               NOT AT END
                   MOVE WORK-REC TO NTFQ-REC
                   MOVE 0 TO SETTLED-INT
                   IF (NTFQ-SENT OR NTFQ-ABANDONED)
                           AND NTFQ-SETTLED-DATE IS NUMERIC
                           AND NTFQ-SETTLED-DATE > 0
                       COMPUTE SETTLED-INT = FUNCTION INTEGER-OF-DATE
                           (NTFQ-SETTLED-DATE)
                   END-IF
                   IF SETTLED-INT > 0
                           AND TODAY-INT - SETTLED-INT > KEEP-DAYS
                       ADD 1 TO AGED-COUNT
                   ELSE
                       WRITE NTFQ-REC
                       ADD 1 TO KEPT-COUNT
                   END-IF
           END-READ.

      *    allocates every shared file this job opens onto its DD
      *    name, redirected to the run's region - done once, before
      *    anything is opened, so one rule covers the whole job.
           PARA-SET-REGION-FILES.
           MOVE "Data/EULNTFQ" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_NTFQF" TO REGION-PATH-WORK.
           MOVE REGION-PATH-WORK TO NTF-QUEUE-PATH.
           MOVE SPACES TO LCK-FILE-PATH.
           STRING FUNCTION TRIM (REGION-PATH-WORK) DELIMITED BY SIZE
               ".LK" DELIMITED BY SIZE
               INTO LCK-FILE-PATH.
           MOVE "EULNTDWK" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_NTDWKF" TO REGION-PATH-WORK.
           MOVE "ERRLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_ERRLOGF" TO REGION-PATH-WORK.
           MOVE "Data/EULNTFHW" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_NTFHWF" TO REGION-PATH-WORK.
           MOVE "Data/OPERMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_OPERMF" TO REGION-PATH-WORK.
           MOVE "Data/REQMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_REQMF" TO REGION-PATH-WORK.

      *    redirects one shared-file path to this run's region - a
      *    TEST rehearsal must never mail a real requester.
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
           MOVE "EULNTD" TO ERRLOG-PROGRAM-NAME.
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
               DISPLAY "EULNTD: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

       END PROGRAM EULNTD.
