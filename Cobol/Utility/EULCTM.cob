      * approves or rejects it in a separate pass. Only approval
      * applies the change to CTLMAST and writes the CTLAUDIT row,
      * which carries both IDs. The parameter card is
      *     ADD program answer parms - submit a new entry for approval
      *     UPD program answer parms - submit a corrected answer
      *     RET program parms        - submit a retirement
      *     APP seq                  - approve pending transaction seq
      *     REJ seq                  - reject pending transaction seq
      *     RPT                      - report everything still pending
      * where parms is the rest of the card - the parameter string
      * the figure is approved for, exactly as the program records
      * it in JOBLOG-PARMS (e.g. L=00000999 A=0003 B=0005).
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      *             and the event log to that region's ".region"
      *             copies - rehearsing a control-figure change in
      *             TEST no longer touches the production figures.
      * 2026-09-14  CTLMAST is now keyed by program and parameter set:
      *             ADD/UPD/RET cards carry the parameter string the
      *             figure is approved for (the rest of the card, as the
      *             program records it in JOBLOG-PARMS), and it rides
      *             through CTLPEND, the master and the CTLAUDIT row, so
      *             finance can sign off the alternate limits planning
      *             runs under the same dual control as the default
      *             figures. The master table grew from 20 to 50
      *             entries.
      * 2026-09-23  Every CTLAUDIT row now carries a chained check value
      *             (columns 138-155) worked by EULCHN over the previous
      *             row's value and the row's content, so an approval
      *             edited or removed after the fact breaks the chain
      *             EULCHV walks.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCTM.
       ENVIRONMENT DIVISION.
           05  AUD-NEW-STATUS          PIC X(01).
           05  AUD-PAD-9               PIC X(02).
           05  AUD-APPROVER-ID         PIC X(08).
           05  AUD-PAD-10              PIC X(02).
           05  AUD-PARMS               PIC X(32).
           05  AUD-PAD-11              PIC X(02).
           05  AUD-CHAIN-VALUE         PIC X(18).

      *    the pending-transactions queue - one row per change keyed
      *    by sequence number, status P until a second operator
           05  PND-APP-ID              PIC X(08).
           05  PND-PAD-9               PIC X(02).
           05  PND-APP-DATE            PIC 9(08).
           05  PND-PAD-10              PIC X(02).
           05  PND-PARMS               PIC X(32).

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CTLM-FILE-STATUS PIC X(02) VALUE SPACES.
           88  END-OF-PENDING          VALUE 'Y'.
       01  OPER-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  OPER-END-OF-FILE        VALUE 'Y'.
       01  AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-AUDIT            VALUE 'Y'.

      *    the audit trail's check-value chain - the value the last
      *    row carries, and the one worked for the row being added.
       01  AUDIT-CHAIN-PRIOR PIC 9(18) VALUE 0.
       01  AUDIT-CHAIN-NEW  PIC 9(18) VALUE 0.
       01  CHAIN-ROW-BUFFER PIC X(160) VALUE SPACES.

      *    the whole master held in storage while the one change is
      *    applied, then written back in a single pass - one entry
      *    per program and parameter set.
       01  MAST-COUNT       PIC 9(02) VALUE 0.
       01  MAST-TABLE.
           05  MAST-ENTRY OCCURS 50 TIMES.
               10  MAST-PROGRAM-NAME   PIC X(10).
               10  MAST-ANSWER         PIC 9(18).
               10  MAST-STATUS         PIC X(01).
               10  MAST-PARMS          PIC X(32).
       01  MAST-IDX         PIC 9(02) COMP VALUE 0.
       01  FOUND-IDX        PIC 9(02) COMP VALUE 0.

               10  PEND-STATUS         PIC X(01).
               10  PEND-APP-ID         PIC X(08).
               10  PEND-APP-DATE       PIC 9(08).
               10  PEND-PARMS          PIC X(32).
       01  PEND-IDX         PIC 9(02) COMP VALUE 0.
       01  PEND-FOUND-IDX   PIC 9(02) COMP VALUE 0.
       01  NEXT-SEQ         PIC 9(04) VALUE 0.

      *    parameter-card fields - the action, the program (or the
      *    pending sequence number for APP/REJ), the new answer, and
      *    the parameter string the figure belongs to (the rest of
      *    the card, spaces and all).
       01  PARM-CARD        PIC X(80) VALUE SPACES.
       01  PARM-ACTION      PIC X(03) VALUE SPACES.
       01  PARM-PROGRAM     PIC X(10) VALUE SPACES.
       01  PARM-ANSWER      PIC X(18) VALUE SPACES.
       01  PARM-PARMS       PIC X(32) VALUE SPACES.
       01  CARD-PTR         PIC 9(03) COMP VALUE 1.
       01  PARM-SEQ         PIC 9(04) VALUE 0.
       01  NEW-ANSWER       PIC 9(18) VALUE 0.

           05  FILLER           PIC X(15) VALUE "ANSWER".
           05  FILLER           PIC X(10) VALUE "KEYED BY".
           05  FILLER           PIC X(10) VALUE "DATE".
           05  FILLER           PIC X(10) VALUE "TIME".
           05  FILLER           PIC X(05) VALUE "PARMS".
       01  RPT-DETAIL.
           05  RPT-SEQ          PIC 9(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-REQ-DATE     PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-REQ-TIME     PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PARMS        PIC X(32).
       01  RPT-TOTAL.
           05  FILLER           PIC X(17) VALUE "PENDING CHANGES: ".
           05  RPT-TOTAL-COUNT  PIC ZZZ9.
      *    job must never guess at a control figure.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           MOVE 1 TO CARD-PTR.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-ACTION PARM-PROGRAM
               WITH POINTER CARD-PTR.
           IF PARM-ACTION = "ADD" OR "UPD"
               UNSTRING PARM-CARD DELIMITED BY ALL SPACE
                   INTO PARM-ANSWER
                   WITH POINTER CARD-PTR
           END-IF.
           IF PARM-ACTION = "ADD" OR "UPD" OR "RET"
               IF CARD-PTR <= 80
                   MOVE PARM-CARD (CARD-PTR:) TO PARM-PARMS
               END-IF
           END-IF.

           IF PARM-ACTION NOT = "ADD" AND "UPD" AND "RET"
                   AND "APP" AND "REJ" AND "RPT"
               END-IF
               MOVE PARM-ANSWER TO NEW-ANSWER
           END-IF.
           IF PARM-ACTION = "ADD" OR "UPD" OR "RET"
               IF PARM-PARMS = SPACES
                   DISPLAY "EULCTM: " PARM-ACTION
                       " needs the parameter string the figure is for"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF PARM-ACTION = "APP" OR "REJ"
               IF PARM-PROGRAM = SPACES
                       OR FUNCTION TRIM (PARM-PROGRAM)
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULCTM" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
           MOVE "P" TO PEND-STATUS (PEND-COUNT).
           MOVE SPACES TO PEND-APP-ID (PEND-COUNT).
           MOVE 0 TO PEND-APP-DATE (PEND-COUNT).
           MOVE PARM-PARMS TO PEND-PARMS (PEND-COUNT).
           PERFORM PARA-REWRITE-PENDING.
           DISPLAY "EULCTM: " PARM-ACTION " " PARM-PROGRAM
               " [" FUNCTION TRIM (PARM-PARMS) "]"
               " queued as seq " NEXT-SEQ " by " AUDIT-OPERATOR-ID
               " - awaiting approval".

           MOVE PEND-ACTION (PEND-FOUND-IDX) TO PARM-ACTION.
           MOVE PEND-PROGRAM (PEND-FOUND-IDX) TO PARM-PROGRAM.
           MOVE PEND-ANSWER (PEND-FOUND-IDX) TO NEW-ANSWER.
           MOVE PEND-PARMS (PEND-FOUND-IDX) TO PARM-PARMS.

           PERFORM PARA-LOAD-MASTER.
           PERFORM PARA-FIND-PROGRAM.
               MOVE PEND-REQ-ID (PEND-IDX) TO RPT-REQ-ID
               MOVE PEND-REQ-DATE (PEND-IDX) TO RPT-REQ-DATE
               MOVE PEND-REQ-TIME (PEND-IDX) TO RPT-REQ-TIME
               MOVE PEND-PARMS (PEND-IDX) TO RPT-PARMS
               WRITE REPORT-REC FROM RPT-DETAIL
               ADD 1 TO RPT-PENDING-COUNT
           END-IF.
                       MOVE PND-APP-ID TO PEND-APP-ID (PEND-COUNT)
                       MOVE PND-APP-DATE
                           TO PEND-APP-DATE (PEND-COUNT)
                       MOVE PND-PARMS TO PEND-PARMS (PEND-COUNT)
                       IF PND-SEQ > NEXT-SEQ
                           MOVE PND-SEQ TO NEXT-SEQ
                       END-IF
           MOVE PEND-APP-ID (PEND-IDX) TO PND-APP-ID.
           MOVE SPACES TO PND-PAD-9.
           MOVE PEND-APP-DATE (PEND-IDX) TO PND-APP-DATE.
           MOVE SPACES TO PND-PAD-10.
           MOVE PEND-PARMS (PEND-IDX) TO PND-PARMS.
           WRITE PENDING-REC.
           ADD 1 TO PEND-IDX.

               AT END
                   SET CTLM-END-OF-FILE TO TRUE
               NOT AT END
                   IF MAST-COUNT < 50
                       ADD 1 TO MAST-COUNT
                       MOVE CTLM-PROGRAM-NAME
                           TO MAST-PROGRAM-NAME (MAST-COUNT)
                       MOVE CTLM-EXPECTED-ANSWER
                           TO MAST-ANSWER (MAST-COUNT)
                       MOVE CTLM-STATUS TO MAST-STATUS (MAST-COUNT)
                       MOVE CTLM-PARMS TO MAST-PARMS (MAST-COUNT)
                   END-IF
           END-READ.

      *    finds the master entry for the card's program under the
      *    card's parameter string - the two together are the key.
           PARA-FIND-PROGRAM.
           MOVE 0 TO FOUND-IDX.
           MOVE 1 TO MAST-IDX.

           PARA-FIND-ONE.
           IF MAST-PROGRAM-NAME (MAST-IDX) = PARM-PROGRAM
                   AND MAST-PARMS (MAST-IDX) = PARM-PARMS
               MOVE MAST-IDX TO FOUND-IDX
           ELSE
               ADD 1 TO MAST-IDX
               WHEN "ADD"
                   IF FOUND-IDX > 0
                       DISPLAY "EULCTM: " PARM-PROGRAM
                           " already has a figure for these "
                           "parameters - use UPD"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF MAST-COUNT >= 50
                       DISPLAY "EULCTM: master is full"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                       TO MAST-PROGRAM-NAME (MAST-COUNT)
                   MOVE NEW-ANSWER TO MAST-ANSWER (MAST-COUNT)
                   MOVE "A" TO MAST-STATUS (MAST-COUNT)
                   MOVE PARM-PARMS TO MAST-PARMS (MAST-COUNT)
                   MOVE 0 TO OLD-ANSWER
                   MOVE SPACE TO OLD-STATUS
                   MOVE "A" TO NEW-STATUS
               WHEN "UPD"
                   IF FOUND-IDX = 0
                       DISPLAY "EULCTM: " PARM-PROGRAM
                           " has no figure for these parameters"
                           " - use ADD"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "RET"
                   IF FOUND-IDX = 0
                       DISPLAY "EULCTM: " PARM-PROGRAM
                           " has no figure for these parameters"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           MOVE MAST-ANSWER (MAST-IDX) TO CTLM-EXPECTED-ANSWER.
           MOVE SPACES TO CTLM-PAD-2.
           MOVE MAST-STATUS (MAST-IDX) TO CTLM-STATUS.
           MOVE SPACES TO CTLM-PAD-3.
           MOVE MAST-PARMS (MAST-IDX) TO CTLM-PARMS.
           WRITE CTLM-REC.
           ADD 1 TO MAST-IDX.

      *    supervisor in the new trailing one. OPEN EXTEND fails
      *    with a file-status of 35 the first time the trail doesn't
      *    exist yet, in which case it is created with OPEN OUTPUT
      *    instead - same pattern as the JOBLOG appends. The row is
      *    chained to the one before it through EULCHN, so an
      *    approval edited or taken out afterwards shows on EULCHV.
           PARA-WRITE-AUDIT.
           PERFORM PARA-FIND-AUDIT-CHAIN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           MOVE NEW-STATUS TO AUD-NEW-STATUS.
           MOVE SPACES TO AUD-PAD-9.
           MOVE AUDIT-OPERATOR-ID TO AUD-APPROVER-ID.
           MOVE SPACES TO AUD-PAD-10.
           MOVE PARM-PARMS TO AUD-PARMS.
           MOVE SPACES TO AUD-PAD-11.
           MOVE AUDIT-REC (1:135) TO CHAIN-ROW-BUFFER.
           CALL "EULCHN" USING BY CONTENT AUDIT-CHAIN-PRIOR,
                               BY CONTENT CHAIN-ROW-BUFFER,
                               BY REFERENCE AUDIT-CHAIN-NEW.
           MOVE AUDIT-CHAIN-NEW TO AUD-CHAIN-VALUE.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

      *    reads the trail through for the check value its last row
      *    carries - the value the new row is chained to. A row from
      *    before the chain began carries none, and the chain picks
      *    up from zero after it.
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

       END PROGRAM EULCTM.
