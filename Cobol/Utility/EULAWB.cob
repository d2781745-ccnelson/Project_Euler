      *             routing master, thresholds, history and event
      *             log - a TEST rehearsal of the workbench must
      *             never rewrite the production alert book.
      * 2026-10-06  An alert escalated by AGE is now also queued through
      *             the shared EULNTF notification service as a high-
      *             urgency notice to the operator class that owns the
      *             step, so the escalation reaches someone rather than
      *             sitting on the report.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULAWB.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACE.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.

      *    interface fields for the shared EULNTF queueing service -
      *    an escalation is sent to the class that owns the step.
       01  NTF-QUEUE-PATH   PIC X(40) VALUE SPACES.
       01  NTF-RECIP-KIND   PIC X(01) VALUE "C".
       01  NTF-CATEGORY     PIC X(08) VALUE "ESCALATE".
       01  NTF-URGENCY      PIC X(01) VALUE "H".
       01  NTF-SOURCE       PIC X(10) VALUE "EULAWB".
       01  NTF-TEXT         PIC X(60) VALUE SPACES.
       01  NTF-RESULT       PIC X(01) VALUE SPACE.
       01  NTF-AGE          PIC ZZZZZ9.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(32)
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
                   MOVE "W" TO EVENT-SEVERITY
                   MOVE "ALRT" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
                   PERFORM PARA-NOTIFY-ESCALATION
               END-IF
               ADD 1 TO OPEN-COUNT
               MOVE ALB-RUN-ID (ALB-IDX) TO RPT-RUN-ID
               WRITE REPORT-REC FROM RPT-DETAIL
           END-IF.

      *    queues the escalation for the class that owns the step,
      *    for the EULNTD dispatcher to send on.
           PARA-NOTIFY-ESCALATION.
           MOVE ALB-STEP (ALB-IDX) TO PARM-STEP.
           PERFORM PARA-FIND-OWNING-CLASS.
           MOVE ALERT-AGE TO NTF-AGE.
           MOVE SPACES TO NTF-TEXT.
           STRING "SLA alert on " DELIMITED BY SIZE
               ALB-STEP (ALB-IDX) DELIMITED BY SPACE
               " unworked " DELIMITED BY SIZE
               FUNCTION TRIM (NTF-AGE) DELIMITED BY SIZE
               " runs - escalated" DELIMITED BY SIZE
               INTO NTF-TEXT.
           CALL "EULNTF" USING BY CONTENT NTF-QUEUE-PATH,
                               BY CONTENT NTF-RECIP-KIND,
                               BY CONTENT OWNING-CLASS,
                               BY CONTENT NTF-CATEGORY,
                               BY CONTENT NTF-URGENCY,
                               BY CONTENT NTF-SOURCE,
                               BY CONTENT ALB-RUN-ID (ALB-IDX),
                               BY CONTENT NTF-TEXT,
                               BY REFERENCE NTF-RESULT.
           IF NTF-RESULT NOT = "Y"
               DISPLAY "EULAWB: escalation notice for "
                   ALB-STEP (ALB-IDX) " not queued"
           END-IF.

      *    every action ends here, so the open tally the return code
      *    rides on is taken here too - an ACK pass answers for what
      *    it leaves open just as an AGE pass does.
           MOVE "EULHIST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_HISTF" TO REGION-PATH-WORK.
           MOVE "Data/EULNTFQ" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO NTF-QUEUE-PATH.

      *    redirects one shared-file path to this run's region - a
      *    TEST rehearsal must never write into the production files
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULAWB" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
