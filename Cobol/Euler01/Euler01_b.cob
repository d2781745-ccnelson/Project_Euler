      *             stamped with the region, so rehearsing a change
      *             or training an operator no longer pollutes the
      *             production files the auditors read.
      * 2026-09-14  The control-total self-check now matches on program
      *             name and EFFECTIVE-PARMS together, since CTLMAST can
      *             carry several approved figures per program, one per
      *             parameter set.
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
       PROGRAM-ID. Euler01_b.
       ENVIRONMENT DIVISION.
       01  LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
           88  RUN-HOLDS-LOCK           VALUE 'Y'.
       01  BREAK-LOCK-PARM   PIC X(03) VALUE SPACES.
       01  BREAK-HELD-HOLDER PIC X(08) VALUE SPACES.
       01  BREAK-HELD-RUN-ID PIC X(16) VALUE SPACES.
       01  BREAK-CHECK-ID    PIC X(08) VALUE SPACES.
       01  BREAK-RUN-MODE    PIC X(08) VALUE "PROD".

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

           PARA-CHECK-ONE.
           IF CTL-PROGRAM-NAME (CHECK-IDX) = "Euler01_b"
                   AND CTL-PARMS (CHECK-IDX) = EFFECTIVE-PARMS
               IF FINALANSWER = CTL-EXPECTED-ANSWER (CHECK-IDX)
                   MOVE "PASS" TO CHECK-RESULT
               ELSE
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
                   DISPLAY "Euler01_b: " OPV-REASON
                   PERFORM PARA-RECORD-OVERRIDE
               WHEN "W"
                   DISPLAY "Euler01_b: " OPV-REASON
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
           PARA-JOBLOG.
           MOVE "Euler01_b" TO JOBLOG-PROGRAM-NAME.
           MOVE SPACES TO JOBLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO JOBLOG-DATE-STAMP.
           MOVE SPACES TO JOBLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO JOBLOG-TIME-STAMP.
           MOVE SPACES TO JOBLOG-PAD-3.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "Euler01_b" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
