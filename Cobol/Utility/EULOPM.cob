      *             that region's ".region" copies - training a new
      *             operator in TEST no longer touches the production
      *             authorization file.
      * 2026-09-23  Every OPERAUDT row now carries a chained check value
      *             (columns 58-75) worked by EULCHN over the previous
      *             row's value and the row's content, the same chain
      *             CTLAUDIT carries.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULOPM.
       ENVIRONMENT DIVISION.
           05  AUD-NEW-AUTHORITY       PIC X(01).
           05  AUD-PAD-8               PIC X(02).
           05  AUD-NEW-ACTIVE          PIC X(01).
           05  AUD-PAD-9               PIC X(02).
           05  AUD-CHAIN-VALUE         PIC X(18).

       WORKING-STORAGE SECTION.
       01  OPER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  AUDIT-STATUS     PIC X(02) VALUE SPACES.
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
      *    applied, then written back in a single pass.
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
           MOVE "EULOPM" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
      *    appends the who/when/old/new audit row. OPEN EXTEND fails
      *    with a file-status of 35 the first time the trail doesn't
      *    exist yet, in which case it is created with OPEN OUTPUT
      *    instead - same pattern as the CTLAUDIT appends, chained
      *    to the row before it through EULCHN the same way.
           PARA-WRITE-AUDIT.
           PERFORM PARA-FIND-AUDIT-CHAIN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           MOVE NEW-AUTHORITY TO AUD-NEW-AUTHORITY.
           MOVE SPACES TO AUD-PAD-8.
           MOVE NEW-ACTIVE TO AUD-NEW-ACTIVE.
           MOVE SPACES TO AUD-PAD-9.
           MOVE AUDIT-REC (1:55) TO CHAIN-ROW-BUFFER.
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

       END PROGRAM EULOPM.
