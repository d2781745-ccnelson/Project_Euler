      *
      * MODIFICATION HISTORY
      * 2026-09-02  Created.
      * 2026-09-14  The CTLAUDIT replay now keys on program and
      *             parameter set to match the control master, and the
      *             difference line names the parameter string.
      * 2026-09-23  CTLAUDIT rows are read at their full width now that
      *             each carries a chained check value in columns
      *             138-155.
      * 2026-10-07  The factor master's SELECT carries the new alternate
      *             key on the largest prime factor, and a restored
      *             EUL03MST is reported with a reminder to rebuild the
      *             factor cross-reference through EULMHK XREF.
      * 2026-10-08  A restore now also writes a PRIV attribution event
      *             naming who restored which master - the supervisor
      *             when it went through on an override - for the EULPRV
      *             privileged-action review.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRST.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-INPUT-N
               ALTERNATE RECORD KEY IS MST-FANSWER WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "RSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  AUD-NEW-STATUS          PIC X(01).
           05  AUD-PAD-9               PIC X(02).
           05  AUD-APPROVER-ID         PIC X(08).
           05  AUD-PAD-10              PIC X(02).
           05  AUD-PARMS               PIC X(32).
           05  AUD-PAD-11              PIC X(02).
           05  AUD-CHAIN-VALUE         PIC X(18).

       FD  CTL-FILE.
           COPY CTLMREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CHECK-STATUS     PIC X(02) VALUE SPACES.
      *    today, derived by replaying every audit row in order.
       01  RPL-COUNT        PIC 9(02) COMP VALUE 0.
       01  RPL-TABLE.
           05  RPL-ENTRY OCCURS 50 TIMES.
               10  RPL-PROGRAM         PIC X(10).
               10  RPL-PARMS           PIC X(32).
               10  RPL-ANSWER          PIC 9(18).
               10  RPL-STATUS          PIC X(01).
       01  RPL-IDX          PIC 9(02) COMP VALUE 0.
           05  RPT-DIFF-MASTER  PIC 9(18).
           05  FILLER           PIC X(09) VALUE "  AUDIT  ".
           05  RPT-DIFF-AUDIT   PIC 9(18).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DIFF-PARMS   PIC X(32).

       COPY TIMING.

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
                       UNTIL END-OF-MASTER
                   CLOSE MASTER-FILE
               END-IF
               DISPLAY "EULRST: run EULMHK XREF to rebuild the factor "
                   "cross-reference"
               MOVE "FACTOR CROSS-REFERENCE: RUN EULMHK XREF"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               SET ENVIRONMENT "DD_RSTCHECK" TO LIVE-PATH
               OPEN INPUT CHECK-FILE
           PERFORM PARA-FIND-ONE-REPLAY WITH TEST BEFORE
               UNTIL RPL-FOUND OR RPL-IDX > RPL-COUNT.
           IF NOT RPL-FOUND
               IF RPL-COUNT < 50
                   ADD 1 TO RPL-COUNT
                   MOVE RPL-COUNT TO RPL-IDX
                   MOVE AUD-PROGRAM-NAME TO RPL-PROGRAM (RPL-IDX)
                   MOVE AUD-PARMS TO RPL-PARMS (RPL-IDX)
                   MOVE 0 TO RPL-ANSWER (RPL-IDX)
                   MOVE SPACE TO RPL-STATUS (RPL-IDX)
                   SET RPL-FOUND TO TRUE
               END-IF
           END-IF.

      *    the trail is replayed per program and parameter set - a
      *    row written before figures carried parameters has blank
      *    parms and so never collides with a keyed master row.
           PARA-FIND-ONE-REPLAY.
           IF RPL-PROGRAM (RPL-IDX) = AUD-PROGRAM-NAME
                   AND RPL-PARMS (RPL-IDX) = AUD-PARMS
               SET RPL-FOUND TO TRUE
           ELSE
               ADD 1 TO RPL-IDX
                               TO RPT-DIFF-MASTER
                           MOVE RPL-ANSWER (RPL-IDX)
                               TO RPT-DIFF-AUDIT
                           MOVE CTLM-PARMS TO RPT-DIFF-PARMS
                           WRITE REPORT-REC FROM RPT-DIFF-LINE
                       END-IF
                   END-IF

           PARA-MATCH-ONE-REPLAY.
           IF RPL-PROGRAM (RPL-IDX) = CTLM-PROGRAM-NAME
                   AND RPL-PARMS (RPL-IDX) = CTLM-PARMS
               SET RPL-FOUND TO TRUE
           ELSE
               ADD 1 TO RPL-IDX
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "RSTR" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
      *    and a PRIV attribution event beside it - who restored
      *    what, in the fixed columns the EULPRV privileged-action
      *    review reads (actor 1-8, action 10-17, detail 19 on). A
      *    restore let through on a supervisor's override is the
      *    supervisor's.
           MOVE SPACES TO ERRLOG-MESSAGE.
           IF OPV-RESULT = "O"
               STRING OPV-OVERRIDE-ID DELIMITED BY SIZE
                   " RESTORE  " DELIMITED BY SIZE
                   PARM-MASTER DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
           ELSE
               STRING AUDIT-OPERATOR-ID DELIMITED BY SIZE
                   " RESTORE  " DELIMITED BY SIZE
                   PARM-MASTER DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
           END-IF.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "PRIV" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULRST" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
