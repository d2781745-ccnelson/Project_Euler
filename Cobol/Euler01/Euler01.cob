      *             stamped with the region, so rehearsing a change
      *             or training an operator no longer pollutes the
      *             production files the auditors read.
      * 2026-09-14  The control-total self-check is no longer limited to
      *             the textbook 999/3/5 - CTLMAST now carries one
      *             approved figure per parameter set, so any run is
      *             checked against the figure approved for its own
      *             EFFECTIVE-PARMS, and each scenario row is checked
      *             against the figure for its limit/multiples (CHECK
      *             PASS/FAIL in the report note, a FAIL row ending the
      *             run with return code 8).
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
       PROGRAM-ID. Euler01.
       ENVIRONMENT DIVISION.
       01  LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
           88  RUN-HOLDS-LOCK           VALUE 'Y'.
       01  BREAK-LOCK-PARM   PIC X(03) VALUE SPACES.
       01  BREAK-HELD-HOLDER PIC X(08) VALUE SPACES.
       01  BREAK-HELD-RUN-ID PIC X(16) VALUE SPACES.
       01  BREAK-CHECK-ID    PIC X(08) VALUE SPACES.
       01  BREAK-RUN-MODE    PIC X(08) VALUE "PROD".

      *    control-total self-check against CTLTOTAL.cpy.
       01  CHECK-IDX        PIC 9(2) COMP VALUE 0.
       01  CHECK-RESULT     PIC X(04) VALUE SPACES.
       01  CHECK-PARMS      PIC X(32) VALUE SPACES.
       01  SCN-CHECK-RESULT PIC X(04) VALUE SPACES.

      *    checkpoint/restart controls for the summation loops - a
      *    checkpoint row is written every CKP-INTERVAL iterations,
           STOP RUN.

      *    sets the standard return code the scheduler branches on -
      *    0 clean, 4 exceptions written, 8 control-total FAIL (the
      *    run's own, or any scenario row's), 12 overflow/abort -
      *    highest applicable wins.
           PARA-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.
           IF CHECK-RESULT = "FAIL" OR SCN-CHECK-RESULT = "FAIL"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF OVERFLOW-DETECTED
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
                   DISPLAY "Euler01: " OPV-REASON
                   PERFORM PARA-RECORD-OVERRIDE
               WHEN "W"
                   DISPLAY "Euler01: " OPV-REASON
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

      *    EUL01RPT report, with a trailer count so a short file is
      *    distinguishable from a truncated one.
           PARA-RUN-SCENARIOS.
           PERFORM PARA-LOAD-CONTROL-TOTALS.
           OPEN INPUT SCENARIO-FILE.
           IF SCN-STATUS = "00"
               OPEN OUTPUT SCENARIO-REPORT
                       PERFORM PARA-LOG-ERROR
               END-SUBTRACT
               MOVE FINALANSWER TO SCN-RPT-ANSWER
               PERFORM PARA-CHECK-SCENARIO
           END-IF.

           IF NOT OVERFLOW-DETECTED
               PERFORM PARA-READ-SCENARIO
           END-IF.

      *    checks one scenario row's answer against the figure
      *    approved for that row's limit/multiples, when finance has
      *    signed one off - the note column carries PASS or FAIL, and
      *    stays blank for a study nobody has approved a figure for.
           PARA-CHECK-SCENARIO.
           MOVE SPACES TO CHECK-PARMS.
           STRING "L=" DELIMITED BY SIZE
               UPPER-LIMIT DELIMITED BY SIZE
               " A=" DELIMITED BY SIZE
               MULT-A DELIMITED BY SIZE
               " B=" DELIMITED BY SIZE
               MULT-B DELIMITED BY SIZE
               INTO CHECK-PARMS.
           PERFORM PARA-FIND-FIGURE.
           IF CHECK-RESULT = "PASS" OR "FAIL"
               STRING "CHECK " DELIMITED BY SIZE
                   CHECK-RESULT DELIMITED BY SIZE
                   INTO SCN-RPT-NOTE
               IF CHECK-RESULT = "FAIL"
                   MOVE "FAIL" TO SCN-CHECK-RESULT
               END-IF
           END-IF.

      *    checks FINALANSWER against this program's entry in the
      *    shared CTLTOTAL table for the parameters this run answered
      *    under - CTLMAST carries one approved figure per parameter
      *    set, so a custom limit/multiples run is checked against
      *    its own figure. Parameters nobody has approved a figure
      *    for report ???? (not found), never a false PASS or FAIL.
           PARA-CHECK-CONTROL-TOTAL.
           PERFORM PARA-LOAD-CONTROL-TOTALS.
           MOVE EFFECTIVE-PARMS TO CHECK-PARMS.
           PERFORM PARA-FIND-FIGURE.

      *    searches the loaded table for the Euler01 entry approved
      *    under CHECK-PARMS and judges FINALANSWER against it.
           PARA-FIND-FIGURE.
           MOVE "????" TO CHECK-RESULT.
           MOVE 1 TO CHECK-IDX.
           PERFORM PARA-CHECK-ONE WITH TEST BEFORE
               UNTIL CHECK-IDX > CTL-ENTRY-COUNT
                   OR CHECK-RESULT NOT = "????".

           PARA-CHECK-ONE.
           IF CTL-PROGRAM-NAME (CHECK-IDX) = "Euler01"
                   AND CTL-PARMS (CHECK-IDX) = CHECK-PARMS
               IF FINALANSWER = CTL-EXPECTED-ANSWER (CHECK-IDX)
                   MOVE "PASS" TO CHECK-RESULT
               ELSE
           PARA-JOBLOG.
           MOVE "Euler01" TO JOBLOG-PROGRAM-NAME.
           MOVE SPACES TO JOBLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO JOBLOG-DATE-STAMP.
           MOVE SPACES TO JOBLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO JOBLOG-TIME-STAMP.
           MOVE SPACES TO JOBLOG-PAD-3.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "Euler01" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
