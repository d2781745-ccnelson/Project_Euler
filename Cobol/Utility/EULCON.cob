      * EULCON.cob
      * Full-screen operator console for the suite. Operators used to
      * drive every utility by hand-typing its parameter card in the
      * right token order - EULINQ's five positional tokens, EULCTM's
      * APP seq, EULAWB's ACK run-id step, EULRST's master run-id -
      * and a mistyped card was the day shift's most common
      * incident. The console signs the operator on through the
      * shared OPERVAL service, then offers a menu of the common
      * tasks; each task takes its fields on a screen, edits them
      * field by field, and only then builds the card and runs the
      * utility under the signed-on operator's ID, showing its
      * return code and the first lines of what it said. The menu
      * carries a live status panel - the suite lock holder (EULLCK,
      * inquire only), open and escalated alerts on EULALOPN,
      * control changes waiting on CTLPEND and the Euler03
      * EUL03STA heartbeat, or one heartbeat per partition of a
      * partitioned run (EUL03STA.Pnn) on a screen of their own -
      * refreshed after every task. Approve /
      * reject and restore are shown to, and accepted from,
      * supervisors only (OPER-AUTHORITY S on OPERMAST); the
      * utilities still make their own checks behind it. Sign-ons,
      * refusals and every utility run leave an ERRLOG event (CONS,
      * or OPID for a refusal).
      * Honors the REGION facility - the status panel reads that
      * region's files, and the utilities it runs inherit REGION.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-09-25  Created.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
      * 2026-10-15  The Euler03 heartbeat now covers a partitioned run,
      *             whose partitions each rewrite their own EUL03STA.Pnn
      *             while the parent only waits on them. The panel
      *             counts the partition heartbeats on file, and the new
      *             option H shows them one line per partition; a run
      *             without partitions shows EUL03STA as before.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER-FILE ASSIGN TO "CONOPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT ALOPN-FILE ASSIGN TO "CONALOPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALOPN-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CONPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT HEARTBEAT-FILE ASSIGN TO "CONSTAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEARTBEAT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "EULCONOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-STATUS.
           SELECT RC-FILE ASSIGN TO "EULCONRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER-FILE.
           COPY OPERREC.

      *    EULDRV's cross-run open-alerts book, as EULAWB reads it.
       FD  ALOPN-FILE.
       01  ALOPN-REC.
           05  AOP-RUN-ID              PIC X(16).
           05  AOP-PAD-1               PIC X(02).
           05  AOP-STEP-NAME           PIC X(10).
           05  AOP-PAD-2               PIC X(02).
           05  AOP-ACTUAL              PIC 9(07).
           05  AOP-PAD-3               PIC X(02).
           05  AOP-LIMIT               PIC 9(07).
           05  AOP-PAD-4               PIC X(02).
           05  AOP-STATUS              PIC X(01).
           05  AOP-PAD-5               PIC X(02).
           05  AOP-ACK-ID              PIC X(08).
           05  AOP-PAD-6               PIC X(02).
           05  AOP-ACK-DATE            PIC 9(08).
           05  AOP-PAD-7               PIC X(02).
           05  AOP-ACK-TIME            PIC 9(08).
           05  AOP-PAD-8               PIC X(02).
           05  AOP-HIST-MARK           PIC 9(06).

      *    EULCTM's pending control-change queue.
       FD  PENDING-FILE.
       01  PENDING-REC.
           05  PND-SEQ                 PIC 9(04).
           05  PND-PAD-1               PIC X(02).
           05  PND-ACTION              PIC X(03).
           05  PND-PAD-2               PIC X(02).
           05  PND-PROGRAM             PIC X(10).
           05  PND-PAD-3               PIC X(02).
           05  PND-ANSWER              PIC 9(18).
           05  PND-PAD-4               PIC X(02).
           05  PND-REQ-ID              PIC X(08).
           05  PND-PAD-5               PIC X(02).
           05  PND-REQ-DATE            PIC 9(08).
           05  PND-PAD-6               PIC X(02).
           05  PND-REQ-TIME            PIC 9(08).
           05  PND-PAD-7               PIC X(02).
           05  PND-STATUS              PIC X(01).
           05  PND-PAD-8               PIC X(02).
           05  PND-APP-ID              PIC X(08).
           05  PND-PAD-9               PIC X(02).
           05  PND-APP-DATE            PIC 9(08).
           05  PND-PAD-10              PIC X(02).
           05  PND-PARMS               PIC X(32).

      *    Euler03's PARA-B heartbeat - one row, rewritten as it goes.
       FD  HEARTBEAT-FILE.
       01  HEARTBEAT-REC.
           05  STA-INPUT-N             PIC 9(18).
           05  STA-PAD-1               PIC X(02).
           05  STA-DIV                 PIC 9(10).
           05  STA-PAD-2               PIC X(02).
           05  STA-PERCENT             PIC 9(03).
           05  STA-PAD-3               PIC X(02).
           05  STA-TIME                PIC 9(08).

      *    what the utility said, and the exit code it left.
       FD  OUTPUT-FILE.
       01  OUTPUT-REC                  PIC X(78).

       FD  RC-FILE.
       01  RC-REC                      PIC X(04).

       WORKING-STORAGE SECTION.
       01  OPER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  ALOPN-STATUS     PIC X(02) VALUE SPACES.
       01  PENDING-STATUS   PIC X(02) VALUE SPACES.
       01  HEARTBEAT-STATUS PIC X(02) VALUE SPACES.
       01  OUTPUT-STATUS    PIC X(02) VALUE SPACES.
       01  RC-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  OPER-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  OPER-END-OF-FILE        VALUE 'Y'.
       01  ALOPN-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-ALOPN            VALUE 'Y'.
       01  PENDING-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-PENDING          VALUE 'Y'.
       01  OUTPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-OUTPUT           VALUE 'Y'.

      *    sign-on state.
       01  SIGNON-ID        PIC X(08) VALUE SPACES.
       01  SIGNON-TRIES     PIC 9(01) VALUE 0.
       01  SIGNON-SWITCH    PIC X(01) VALUE 'N'.
           88  SIGNED-ON               VALUE 'Y'.
       01  SUPERVISOR-SWITCH PIC X(01) VALUE 'N'.
           88  OPERATOR-IS-SUPERVISOR  VALUE 'Y'.
       01  OPERATOR-NAME    PIC X(20) VALUE SPACES.
       01  AUTHORITY-TEXT   PIC X(10) VALUE SPACES.

      *    menu and task-screen fields.
       01  MENU-CHOICE      PIC X(01) VALUE SPACE.
       01  CONSOLE-SWITCH   PIC X(01) VALUE 'N'.
           88  CONSOLE-FINISHED        VALUE 'Y'.
       01  CONSOLE-MESSAGE  PIC X(79) VALUE SPACES.
       01  EDIT-SWITCH      PIC X(01) VALUE 'N'.
           88  FIELDS-ARE-GOOD         VALUE 'Y'.
       01  TASK-SWITCH      PIC X(01) VALUE 'N'.
           88  TASK-CANCELLED          VALUE 'Y'.
       01  PAUSE-FIELD      PIC X(01) VALUE SPACE.

       01  INQ-PROGRAM      PIC X(10) VALUE SPACES.
       01  INQ-FROM-DATE    PIC X(08) VALUE SPACES.
       01  INQ-TO-DATE      PIC X(08) VALUE SPACES.
       01  INQ-OPERATOR     PIC X(08) VALUE SPACES.
       01  INQ-RUN-ID       PIC X(16) VALUE SPACES.

       01  CTL-ACTION       PIC X(03) VALUE SPACES.
       01  CTL-PROGRAM      PIC X(10) VALUE SPACES.
       01  CTL-ANSWER       PIC 9(18) VALUE 0.
       01  CTL-PARMS        PIC X(32) VALUE SPACES.

       01  ACK-RUN-ID       PIC X(16) VALUE SPACES.
       01  ACK-STEP         PIC X(10) VALUE SPACES.

       01  APP-SEQ          PIC 9(04) VALUE 0.
       01  APP-DECISION     PIC X(01) VALUE SPACE.

       01  RST-MASTER       PIC X(08) VALUE SPACES.
       01  RST-RUN-ID       PIC X(16) VALUE SPACES.
       01  RST-CONFIRM      PIC X(01) VALUE SPACE.
       01  RST-BACKUP-PATH  PIC X(60) VALUE SPACES.
       01  RST-FILE-INFO    PIC X(16) VALUE SPACES.

      *    what a field edit found on the file it proves against.
       01  FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  ROW-WAS-FOUND           VALUE 'Y'.
       01  FOUND-REQ-ID     PIC X(08) VALUE SPACES.

      *    the live status panel.
       01  STATUS-LOCK-TEXT PIC X(50) VALUE SPACES.
       01  STATUS-OPEN-ALERTS  PIC ZZZ9.
       01  STATUS-ESC-ALERTS   PIC ZZZ9.
       01  STATUS-PENDING      PIC ZZZ9.
       01  OPEN-ALERT-COUNT PIC 9(04) VALUE 0.
       01  ESC-ALERT-COUNT  PIC 9(04) VALUE 0.
       01  PENDING-COUNT    PIC 9(04) VALUE 0.
       01  STATUS-HEARTBEAT-TEXT PIC X(60) VALUE SPACES.
       01  STATUS-TIME-TEXT PIC X(08) VALUE SPACES.
       01  HEARTBEAT-TEXT   PIC X(50) VALUE SPACES.

      *    the heartbeats of a partitioned Euler03 run, one line per
      *    EUL03STA.Pnn found - the partitions' own files, since the
      *    parent only waits on them and writes no heartbeat itself.
       01  PARTITION-COUNT  PIC 9(02) VALUE 0.
       01  PARTITION-MAXIMUM PIC 9(02) VALUE 16.
       01  PARTITION-NUMBER PIC 9(02) VALUE 0.
       01  PARTITION-PATH   PIC X(40) VALUE SPACES.
       01  PARTITION-TABLE.
           05  PARTITION-LINE OCCURS 16 TIMES PIC X(60).

      *    the utility run - its card, the shell line around it, and
      *    what came back.
       01  RUN-CARD         PIC X(80) VALUE SPACES.
       01  RUN-COMMAND      PIC X(200) VALUE SPACES.
       01  RUN-RC           PIC 9(03) VALUE 0.
       01  RUN-RC-TEXT      PIC X(03) VALUE SPACES.
       01  OUT-LINE-COUNT   PIC 9(02) VALUE 0.
       01  OUT-LINE-TABLE.
           05  OUT-LINE OCCURS 14 TIMES PIC X(78).
       01  OUT-IDX          PIC 9(02) COMP VALUE 0.

      *    lock inquiry hand-off to the shared EULLCK service.
       01  LCK-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LCK-ACTION        PIC X(01) VALUE SPACE.
       01  LCK-RESULT        PIC X(01) VALUE SPACE.
       01  LCK-HOLDER-OUT    PIC X(40) VALUE SPACES.

      *    operator-validation state - the interface fields for the
      *    shared OPERVAL service.
       01  OPV-MASTER-PATH   PIC X(40) VALUE SPACES.
       01  OPV-OVERRIDE-ID   PIC X(08) VALUE SPACES.
       01  OPV-RUN-MODE      PIC X(08) VALUE SPACES.
       01  OPV-RESULT        PIC X(01) VALUE SPACE.
       01  OPV-REASON        PIC X(40) VALUE SPACES.

      *    ERRLOG event hand-off to the shared EULLOG service.
       COPY ERRLOG.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACES.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.
       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.

       COPY TIMING.

       SCREEN SECTION.
      *    the heading every console screen carries.
       01  HEADING-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "EULCON".
           05  LINE 01 COLUMN 15
                   VALUE "PROJECT EULER SUITE - OPERATOR CONSOLE"
                   HIGHLIGHT.
           05  LINE 01 COLUMN 64 VALUE "REGION".
           05  LINE 01 COLUMN 71 PIC X(04) FROM AUDIT-REGION-CODE.
           05  LINE 02 COLUMN 64 PIC X(08) FROM SIGNON-ID.

       01  SIGNON-SCREEN.
           05  LINE 05 COLUMN 10 VALUE "SIGN ON".
           05  LINE 07 COLUMN 10 VALUE "OPERATOR ID . . . .".
           05  LINE 07 COLUMN 31 PIC X(08) USING SIGNON-ID
                   UNDERLINE.
           05  LINE 22 COLUMN 01 PIC X(79) FROM CONSOLE-MESSAGE
                   HIGHLIGHT.

       01  STATUS-SCREEN.
           05  LINE 03 COLUMN 01 VALUE "OPERATOR".
           05  LINE 03 COLUMN 10 PIC X(20) FROM OPERATOR-NAME.
           05  LINE 03 COLUMN 32 PIC X(10) FROM AUTHORITY-TEXT.
           05  LINE 03 COLUMN 64 VALUE "AT".
           05  LINE 03 COLUMN 67 PIC X(08) FROM STATUS-TIME-TEXT.
           05  LINE 05 COLUMN 01 VALUE "SUITE LOCK  . . .".
           05  LINE 05 COLUMN 19 PIC X(50) FROM STATUS-LOCK-TEXT.
           05  LINE 06 COLUMN 01 VALUE "OPEN ALERTS . . .".
           05  LINE 06 COLUMN 19 PIC ZZZ9 FROM STATUS-OPEN-ALERTS.
           05  LINE 06 COLUMN 25 VALUE "OF WHICH ESCALATED".
           05  LINE 06 COLUMN 44 PIC ZZZ9 FROM STATUS-ESC-ALERTS.
           05  LINE 07 COLUMN 01 VALUE "CTLPEND WAITING .".
           05  LINE 07 COLUMN 19 PIC ZZZ9 FROM STATUS-PENDING.
           05  LINE 08 COLUMN 01 VALUE "EULER03 HEARTBEAT".
           05  LINE 08 COLUMN 19 PIC X(60) FROM STATUS-HEARTBEAT-TEXT.

       01  MENU-SCREEN.
           05  LINE 10 COLUMN 05 VALUE "1  JOBLOG INQUIRY".
           05  LINE 10 COLUMN 42 VALUE "5  AGE OPEN ALERTS".
           05  LINE 11 COLUMN 05 VALUE "2  SUBMIT CONTROL FIGURE".
           05  LINE 11 COLUMN 42 VALUE "6  VALIDATE LOGS".
           05  LINE 12 COLUMN 05 VALUE "3  PENDING CONTROL CHANGES".
           05  LINE 12 COLUMN 42 VALUE "7  VERIFY LOG CHAINS".
           05  LINE 13 COLUMN 05 VALUE "4  ACKNOWLEDGE ALERT".
           05  LINE 13 COLUMN 42 VALUE "H  EULER03 PARTITIONS".
           05  LINE 17 COLUMN 05 VALUE "R  REFRESH STATUS".
           05  LINE 17 COLUMN 42 VALUE "X  SIGN OFF".

       01  SUPERVISOR-MENU-SCREEN.
           05  LINE 15 COLUMN 05
                   VALUE "8  APPROVE / REJECT CONTROL CHANGE".
           05  LINE 15 COLUMN 42 VALUE "9  RESTORE A MASTER".

       01  CHOICE-SCREEN.
           05  LINE 20 COLUMN 05 VALUE "OPTION . . .".
           05  LINE 20 COLUMN 18 PIC X(01) USING MENU-CHOICE
                   UNDERLINE.
           05  LINE 22 COLUMN 01 PIC X(79) FROM CONSOLE-MESSAGE
                   HIGHLIGHT.

       01  INQUIRY-SCREEN.
           05  LINE 04 COLUMN 05 VALUE "JOBLOG INQUIRY".
           05  LINE 05 COLUMN 05
                   VALUE "LEAVE A FIELD BLANK TO SELECT ALL".
           05  LINE 07 COLUMN 05 VALUE "PROGRAM  . . . . .".
           05  LINE 07 COLUMN 25 PIC X(10) USING INQ-PROGRAM UNDERLINE.
           05  LINE 08 COLUMN 05 VALUE "FROM DATE (YYYYMMDD)".
           05  LINE 08 COLUMN 25 PIC X(08) USING INQ-FROM-DATE
                   UNDERLINE.
           05  LINE 09 COLUMN 05 VALUE "TO DATE   (YYYYMMDD)".
           05  LINE 09 COLUMN 25 PIC X(08) USING INQ-TO-DATE UNDERLINE.
           05  LINE 10 COLUMN 05 VALUE "OPERATOR . . . . .".
           05  LINE 10 COLUMN 25 PIC X(08) USING INQ-OPERATOR
                   UNDERLINE.
           05  LINE 11 COLUMN 05 VALUE "BATCH RUN ID . . .".
           05  LINE 11 COLUMN 25 PIC X(16) USING INQ-RUN-ID UNDERLINE.

       01  CONTROL-SCREEN.
           05  LINE 04 COLUMN 05 VALUE "SUBMIT CONTROL FIGURE".
           05  LINE 05 COLUMN 05
                   VALUE "QUEUED ON CTLPEND FOR SUPERVISOR APPROVAL".
           05  LINE 07 COLUMN 05 VALUE "ACTION (ADD/UPD/RET)".
           05  LINE 07 COLUMN 27 PIC X(03) USING CTL-ACTION UNDERLINE.
           05  LINE 08 COLUMN 05 VALUE "PROGRAM  . . . . .".
           05  LINE 08 COLUMN 27 PIC X(10) USING CTL-PROGRAM UNDERLINE.
           05  LINE 09 COLUMN 05 VALUE "EXPECTED ANSWER  .".
           05  LINE 09 COLUMN 27 PIC 9(18) USING CTL-ANSWER UNDERLINE.
           05  LINE 10 COLUMN 05 VALUE "PARAMETER STRING .".
           05  LINE 10 COLUMN 27 PIC X(32) USING CTL-PARMS UNDERLINE.

       01  ACK-SCREEN.
           05  LINE 04 COLUMN 05 VALUE "ACKNOWLEDGE ALERT".
           05  LINE 07 COLUMN 05 VALUE "BATCH RUN ID . . .".
           05  LINE 07 COLUMN 25 PIC X(16) USING ACK-RUN-ID UNDERLINE.
           05  LINE 08 COLUMN 05 VALUE "STEP . . . . . . .".
           05  LINE 08 COLUMN 25 PIC X(10) USING ACK-STEP UNDERLINE.

       01  APPROVE-SCREEN.
           05  LINE 04 COLUMN 05
                   VALUE "APPROVE / REJECT CONTROL CHANGE".
           05  LINE 07 COLUMN 05 VALUE "PENDING SEQ  . . .".
           05  LINE 07 COLUMN 25 PIC 9(04) USING APP-SEQ UNDERLINE.
           05  LINE 08 COLUMN 05 VALUE "A=APPROVE R=REJECT".
           05  LINE 08 COLUMN 25 PIC X(01) USING APP-DECISION
                   UNDERLINE.

       01  RESTORE-SCREEN.
           05  LINE 04 COLUMN 05 VALUE "RESTORE A MASTER".
           05  LINE 05 COLUMN 05
                   VALUE "CTLMAST, OPERMAST, EUL03MST OR EULJRNL".
           05  LINE 07 COLUMN 05 VALUE "MASTER . . . . . .".
           05  LINE 07 COLUMN 25 PIC X(08) USING RST-MASTER UNDERLINE.
           05  LINE 08 COLUMN 05 VALUE "BACKUP RUN ID  . .".
           05  LINE 08 COLUMN 25 PIC X(16) USING RST-RUN-ID UNDERLINE.
           05  LINE 09 COLUMN 05 VALUE "CONFIRM (Y)  . . .".
           05  LINE 09 COLUMN 25 PIC X(01) USING RST-CONFIRM UNDERLINE.

      *    every task screen ends on the same prompt - X cancels back
      *    to the menu without running anything.
       01  TASK-PROMPT-SCREEN.
           05  LINE 20 COLUMN 05 VALUE "ENTER TO RUN, X TO CANCEL".
           05  LINE 20 COLUMN 32 PIC X(01) USING MENU-CHOICE
                   UNDERLINE.
           05  LINE 22 COLUMN 01 PIC X(79) FROM CONSOLE-MESSAGE
                   HIGHLIGHT.

       01  RESULT-SCREEN.
           05  LINE 04 COLUMN 01 VALUE "RAN".
           05  LINE 04 COLUMN 05 PIC X(70) FROM RUN-CARD.
           05  LINE 05 COLUMN 01 VALUE "RETURN CODE".
           05  LINE 05 COLUMN 13 PIC 9(03) FROM RUN-RC.
           05  LINE 07 COLUMN 02 PIC X(78) FROM OUT-LINE (1).
           05  LINE 08 COLUMN 02 PIC X(78) FROM OUT-LINE (2).
           05  LINE 09 COLUMN 02 PIC X(78) FROM OUT-LINE (3).
           05  LINE 10 COLUMN 02 PIC X(78) FROM OUT-LINE (4).
           05  LINE 11 COLUMN 02 PIC X(78) FROM OUT-LINE (5).
           05  LINE 12 COLUMN 02 PIC X(78) FROM OUT-LINE (6).
           05  LINE 13 COLUMN 02 PIC X(78) FROM OUT-LINE (7).
           05  LINE 14 COLUMN 02 PIC X(78) FROM OUT-LINE (8).
           05  LINE 15 COLUMN 02 PIC X(78) FROM OUT-LINE (9).
           05  LINE 16 COLUMN 02 PIC X(78) FROM OUT-LINE (10).
           05  LINE 17 COLUMN 02 PIC X(78) FROM OUT-LINE (11).
           05  LINE 18 COLUMN 02 PIC X(78) FROM OUT-LINE (12).
           05  LINE 19 COLUMN 02 PIC X(78) FROM OUT-LINE (13).
           05  LINE 20 COLUMN 02 PIC X(78) FROM OUT-LINE (14).
           05  LINE 22 COLUMN 01 VALUE "PRESS ENTER FOR THE MENU".
           05  LINE 22 COLUMN 26 PIC X(01) USING PAUSE-FIELD.

       01  PARTITION-SCREEN.
           05  LINE 04 COLUMN 01 VALUE "EULER03 PARTITION HEARTBEATS".
           05  LINE 06 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (1).
           05  LINE 07 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (2).
           05  LINE 08 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (3).
           05  LINE 09 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (4).
           05  LINE 10 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (5).
           05  LINE 11 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (6).
           05  LINE 12 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (7).
           05  LINE 13 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (8).
           05  LINE 14 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (9).
           05  LINE 15 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (10).
           05  LINE 16 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (11).
           05  LINE 17 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (12).
           05  LINE 18 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (13).
           05  LINE 19 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (14).
           05  LINE 20 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (15).
           05  LINE 21 COLUMN 02 PIC X(60)
                   FROM PARTITION-LINE (16).
           05  LINE 22 COLUMN 01 VALUE "PRESS ENTER FOR THE MENU".
           05  LINE 22 COLUMN 26 PIC X(01) USING PAUSE-FIELD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-AUDIT-STAMP.
           PERFORM PARA-SIGN-ON.

           PERFORM PARA-ONE-MENU-CYCLE WITH TEST BEFORE
               UNTIL CONSOLE-FINISHED.

           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Console sign-off " DELIMITED BY SIZE
               SIGNON-ID DELIMITED BY SPACE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "CONS" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           DISPLAY HEADING-SCREEN.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *    the console runs under whatever region it was started in;
      *    the operator ID comes from the sign-on, never from the
      *    environment.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION".
           IF AUDIT-REGION-CODE = SPACES
               MOVE "PROD" TO AUDIT-REGION-CODE
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
           ACCEPT OPV-RUN-MODE FROM ENVIRONMENT "RUN_MODE".

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

      *    three tries to sign on with an ID OPERVAL proves; a
      *    refused ID is logged each time, and the third refusal
      *    closes the console.
           PARA-SIGN-ON.
           MOVE SPACES TO CONSOLE-MESSAGE.
           PERFORM PARA-TRY-SIGN-ON WITH TEST BEFORE
               UNTIL SIGNED-ON OR SIGNON-TRIES > 2.
           IF NOT SIGNED-ON
               DISPLAY HEADING-SCREEN
               DISPLAY "EULCON: sign-on refused - console closed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET ENVIRONMENT "OPERATOR_ID" TO SIGNON-ID.
           MOVE SIGNON-ID TO AUDIT-OPERATOR-ID.
           PERFORM PARA-LOOK-UP-OPERATOR.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Console sign-on " DELIMITED BY SIZE
               SIGNON-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               AUTHORITY-TEXT DELIMITED BY SPACE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "CONS" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

           PARA-TRY-SIGN-ON.
           ADD 1 TO SIGNON-TRIES.
           MOVE SPACES TO SIGNON-ID.
           DISPLAY HEADING-SCREEN.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.
           MOVE FUNCTION UPPER-CASE (SIGNON-ID) TO SIGNON-ID.
           IF SIGNON-ID = SPACES
               MOVE "OPERATOR ID IS REQUIRED" TO CONSOLE-MESSAGE
           ELSE
               MOVE "Data/OPERMAST" TO REGION-PATH-WORK
               PERFORM PARA-APPLY-REGION
               MOVE REGION-PATH-WORK TO OPV-MASTER-PATH
               MOVE SPACES TO OPV-OVERRIDE-ID
               CALL "OPERVAL" USING BY CONTENT OPV-MASTER-PATH,
                                    BY CONTENT SIGNON-ID,
                                    BY CONTENT OPV-OVERRIDE-ID,
                                    BY CONTENT OPV-RUN-MODE,
                                    BY REFERENCE OPV-RESULT,
                                    BY REFERENCE OPV-REASON
               IF OPV-RESULT = "R"
                   MOVE OPV-REASON TO CONSOLE-MESSAGE
                   MOVE OPV-REASON TO ERRLOG-MESSAGE
                   MOVE SIGNON-ID TO AUDIT-OPERATOR-ID
                   MOVE "S" TO EVENT-SEVERITY
                   MOVE "OPID" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
               ELSE
                   SET SIGNED-ON TO TRUE
                   MOVE OPV-REASON TO CONSOLE-MESSAGE
               END-IF
           END-IF.

      *    OPERVAL proves the ID; the name and authority - the one
      *    fact that decides which options the menu offers - come
      *    from OPERMAST itself.
           PARA-LOOK-UP-OPERATOR.
           MOVE 'N' TO SUPERVISOR-SWITCH.
           MOVE "(NOT ON OPERMAST)" TO OPERATOR-NAME.
           MOVE "OPERATOR" TO AUTHORITY-TEXT.
           SET ENVIRONMENT "DD_CONOPERF" TO OPV-MASTER-PATH.
           OPEN INPUT OPER-MASTER-FILE.
           IF OPER-FILE-STATUS = "00"
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM PARA-LOOK-UP-ONE-OPER WITH TEST BEFORE
                   UNTIL OPER-END-OF-FILE
               CLOSE OPER-MASTER-FILE
           END-IF.

           PARA-LOOK-UP-ONE-OPER.
           READ OPER-MASTER-FILE
               AT END
                   SET OPER-END-OF-FILE TO TRUE
               NOT AT END
                   IF OPER-ID = SIGNON-ID
                       MOVE OPER-NAME TO OPERATOR-NAME
                       IF OPER-AUTHORITY = "S"
                               AND OPER-ACTIVE = "A"
                           SET OPERATOR-IS-SUPERVISOR TO TRUE
                           MOVE "SUPERVISOR" TO AUTHORITY-TEXT
                       END-IF
                   END-IF
           END-READ.

      *    one trip round the menu - status, options, the choice, and
      *    whatever task it names.
           PARA-ONE-MENU-CYCLE.
           PERFORM PARA-REFRESH-STATUS.
           MOVE SPACE TO MENU-CHOICE.
           DISPLAY HEADING-SCREEN.
           DISPLAY STATUS-SCREEN.
           DISPLAY MENU-SCREEN.
           IF OPERATOR-IS-SUPERVISOR
               DISPLAY SUPERVISOR-MENU-SCREEN
           END-IF.
           DISPLAY CHOICE-SCREEN.
           ACCEPT CHOICE-SCREEN.
           MOVE SPACES TO CONSOLE-MESSAGE.
           MOVE FUNCTION UPPER-CASE (MENU-CHOICE) TO MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM PARA-TASK-INQUIRY
               WHEN "2"
                   PERFORM PARA-TASK-CONTROL
               WHEN "3"
                   MOVE "./EULCTM RPT" TO RUN-CARD
                   PERFORM PARA-RUN-UTILITY
               WHEN "4"
                   PERFORM PARA-TASK-ACK
               WHEN "5"
                   MOVE "./EULAWB AGE" TO RUN-CARD
                   PERFORM PARA-RUN-UTILITY
               WHEN "6"
                   MOVE "./EULLVS" TO RUN-CARD
                   PERFORM PARA-RUN-UTILITY
               WHEN "7"
                   MOVE "./EULCHV" TO RUN-CARD
                   PERFORM PARA-RUN-UTILITY
               WHEN "8"
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM PARA-TASK-APPROVE
                   ELSE
                       MOVE "OPTION 8 IS FOR SUPERVISORS ONLY"
                           TO CONSOLE-MESSAGE
                   END-IF
               WHEN "9"
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM PARA-TASK-RESTORE
                   ELSE
                       MOVE "OPTION 9 IS FOR SUPERVISORS ONLY"
                           TO CONSOLE-MESSAGE
                   END-IF
               WHEN "H"
                   PERFORM PARA-TASK-PARTITIONS
               WHEN "R"
               WHEN SPACE
                   CONTINUE
               WHEN "X"
                   SET CONSOLE-FINISHED TO TRUE
               WHEN OTHER
                   MOVE "NOT AN OPTION - CHOOSE FROM THE MENU"
                       TO CONSOLE-MESSAGE
           END-EVALUATE.

      *    the status panel, re-read from the files every time the
      *    menu is shown.
           PARA-REFRESH-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-HOURS DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-MINUTE DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-SECOND DELIMITED BY SIZE
               INTO STATUS-TIME-TEXT.
           PERFORM PARA-STATUS-LOCK.
           PERFORM PARA-STATUS-ALERTS.
           PERFORM PARA-STATUS-PENDING.
           PERFORM PARA-STATUS-HEARTBEAT.

      *    the suite lock takes no region suffix - PROD and TEST
      *    serialize on the one lock, same as EULDRV takes it.
           PARA-STATUS-LOCK.
           MOVE "EULLK.SUITE" TO LCK-FILE-PATH.
           MOVE "Q" TO LCK-ACTION.
           CALL "EULLCK" USING BY CONTENT LCK-FILE-PATH,
                               BY CONTENT LCK-ACTION,
                               BY CONTENT SIGNON-ID,
                               BY CONTENT AUDIT-BATCH-RUN-ID,
                               BY REFERENCE LCK-RESULT,
                               BY REFERENCE LCK-HOLDER-OUT.
           MOVE SPACES TO STATUS-LOCK-TEXT.
           EVALUATE LCK-RESULT
               WHEN "Y"
                   MOVE "FREE" TO STATUS-LOCK-TEXT
               WHEN "H"
                   STRING "HELD BY " DELIMITED BY SIZE
                       LCK-HOLDER-OUT DELIMITED BY SIZE
                       INTO STATUS-LOCK-TEXT
               WHEN OTHER
                   MOVE "LOCK FILE UNREADABLE" TO STATUS-LOCK-TEXT
           END-EVALUATE.

           PARA-STATUS-ALERTS.
           MOVE 0 TO OPEN-ALERT-COUNT.
           MOVE 0 TO ESC-ALERT-COUNT.
           PERFORM PARA-OPEN-ALOPN.
           IF ALOPN-STATUS = "00"
               PERFORM PARA-COUNT-ONE-ALERT WITH TEST BEFORE
                   UNTIL END-OF-ALOPN
               CLOSE ALOPN-FILE
           END-IF.
           MOVE OPEN-ALERT-COUNT TO STATUS-OPEN-ALERTS.
           MOVE ESC-ALERT-COUNT TO STATUS-ESC-ALERTS.

           PARA-OPEN-ALOPN.
           MOVE "Data/EULALOPN" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_CONALOPF" TO REGION-PATH-WORK.
           MOVE 'N' TO ALOPN-EOF-SWITCH.
           OPEN INPUT ALOPN-FILE.

           PARA-COUNT-ONE-ALERT.
           READ ALOPN-FILE
               AT END
                   SET END-OF-ALOPN TO TRUE
               NOT AT END
                   IF AOP-STATUS = "O" OR AOP-STATUS = "E"
                       ADD 1 TO OPEN-ALERT-COUNT
                   END-IF
                   IF AOP-STATUS = "E"
                       ADD 1 TO ESC-ALERT-COUNT
                   END-IF
           END-READ.

           PARA-STATUS-PENDING.
           MOVE 0 TO PENDING-COUNT.
           PERFORM PARA-OPEN-PENDING.
           IF PENDING-STATUS = "00"
               PERFORM PARA-COUNT-ONE-PENDING WITH TEST BEFORE
                   UNTIL END-OF-PENDING
               CLOSE PENDING-FILE
           END-IF.
           MOVE PENDING-COUNT TO STATUS-PENDING.

           PARA-OPEN-PENDING.
           MOVE "Data/CTLPEND" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_CONPENDF" TO REGION-PATH-WORK.
           MOVE 'N' TO PENDING-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.

           PARA-COUNT-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
               NOT AT END
                   IF PND-STATUS = "P"
                       ADD 1 TO PENDING-COUNT
                   END-IF
           END-READ.

      *    Euler03 rewrites its heartbeat in its own directory while
      *    PARA-B grinds through a number. A partitioned run's
      *    partitions each keep their own, and the panel then only
      *    counts them - option H shows them one line apiece.
           PARA-STATUS-HEARTBEAT.
           MOVE SPACES TO STATUS-HEARTBEAT-TEXT.
           PERFORM PARA-LOAD-PARTITION-BEATS.
           IF PARTITION-COUNT > 0
               STRING PARTITION-COUNT DELIMITED BY SIZE
                   " PARTITION HEARTBEATS - OPTION H" DELIMITED BY SIZE
                   INTO STATUS-HEARTBEAT-TEXT
           ELSE
               SET ENVIRONMENT "DD_CONSTAF"
                   TO "Cobol/Euler03/EUL03STA"
               PERFORM PARA-READ-HEARTBEAT
               IF HEARTBEAT-STATUS = "00"
                   MOVE HEARTBEAT-TEXT TO STATUS-HEARTBEAT-TEXT
               ELSE
                   MOVE "NO HEARTBEAT ON FILE" TO STATUS-HEARTBEAT-TEXT
               END-IF
           END-IF.

      *    reads the heartbeat on the CONSTAF DD name into
      *    HEARTBEAT-TEXT - status 00 only when there was a row.
           PARA-READ-HEARTBEAT.
           MOVE SPACES TO HEARTBEAT-TEXT.
           OPEN INPUT HEARTBEAT-FILE.
           IF HEARTBEAT-STATUS = "00"
               READ HEARTBEAT-FILE
                   AT END
                       MOVE "10" TO HEARTBEAT-STATUS
               END-READ
               CLOSE HEARTBEAT-FILE
           END-IF.
           IF HEARTBEAT-STATUS = "00"
               STRING "N=" DELIMITED BY SIZE
                   STA-INPUT-N DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STA-PERCENT DELIMITED BY SIZE
                   "% AT " DELIMITED BY SIZE
                   STA-TIME (1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   STA-TIME (3:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   STA-TIME (5:2) DELIMITED BY SIZE
                   INTO HEARTBEAT-TEXT
           END-IF.

      *    every partition heartbeat on file, Euler03/EUL03STA.P01
      *    up to the most partitions Euler03 will run. Euler03 clears
      *    them as its next run starts, so any found belong to the
      *    latest run, and it was partitioned.
           PARA-LOAD-PARTITION-BEATS.
           MOVE 0 TO PARTITION-COUNT.
           MOVE SPACES TO PARTITION-TABLE.
           PERFORM PARA-LOAD-ONE-PARTITION-BEAT
               VARYING PARTITION-NUMBER FROM 1 BY 1
               UNTIL PARTITION-NUMBER > PARTITION-MAXIMUM.

           PARA-LOAD-ONE-PARTITION-BEAT.
           MOVE SPACES TO PARTITION-PATH.
           STRING "Cobol/Euler03/EUL03STA.P" DELIMITED BY SIZE
               PARTITION-NUMBER DELIMITED BY SIZE
               INTO PARTITION-PATH.
           SET ENVIRONMENT "DD_CONSTAF" TO PARTITION-PATH.
           PERFORM PARA-READ-HEARTBEAT.
           IF HEARTBEAT-STATUS = "00"
               ADD 1 TO PARTITION-COUNT
               STRING "PARTITION " DELIMITED BY SIZE
                   PARTITION-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   HEARTBEAT-TEXT DELIMITED BY SIZE
                   INTO PARTITION-LINE (PARTITION-COUNT)
           END-IF.

      *    the partition heartbeats, one line apiece, read afresh.
           PARA-TASK-PARTITIONS.
           PERFORM PARA-LOAD-PARTITION-BEATS.
           IF PARTITION-COUNT = 0
               MOVE "NO PARTITION HEARTBEAT ON FILE" TO CONSOLE-MESSAGE
           ELSE
               MOVE SPACE TO PAUSE-FIELD
               DISPLAY HEADING-SCREEN
               DISPLAY PARTITION-SCREEN
               ACCEPT PARTITION-SCREEN
           END-IF.

      *    each task shows its screen and run prompt until the
      *    fields pass their edits or the operator cancels, and only
      *    then builds the card - blank fields, so nothing from the
      *    last task is carried into the next.
           PARA-TASK-INQUIRY.
           MOVE SPACES TO INQ-PROGRAM.
           MOVE SPACES TO INQ-FROM-DATE.
           MOVE SPACES TO INQ-TO-DATE.
           MOVE SPACES TO INQ-OPERATOR.
           MOVE SPACES TO INQ-RUN-ID.
           MOVE 'N' TO EDIT-SWITCH.
           MOVE 'N' TO TASK-SWITCH.
           PERFORM PARA-SHOW-INQUIRY WITH TEST BEFORE
               UNTIL FIELDS-ARE-GOOD OR TASK-CANCELLED.
           IF FIELDS-ARE-GOOD
               MOVE SPACES TO RUN-CARD
               STRING "./EULINQ " DELIMITED BY SIZE
                   INQ-PROGRAM DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INQ-FROM-DATE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INQ-TO-DATE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INQ-OPERATOR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INQ-RUN-ID DELIMITED BY SPACE
                   INTO RUN-CARD
               PERFORM PARA-RUN-UTILITY
           END-IF.

           PARA-SHOW-INQUIRY.
           MOVE SPACE TO MENU-CHOICE.
           DISPLAY HEADING-SCREEN.
           DISPLAY INQUIRY-SCREEN.
           DISPLAY TASK-PROMPT-SCREEN.
           ACCEPT INQUIRY-SCREEN.
           ACCEPT TASK-PROMPT-SCREEN.
           PERFORM PARA-CHECK-CANCEL.
           IF NOT TASK-CANCELLED
               PERFORM PARA-EDIT-INQUIRY
           END-IF.

      *    a blank field is "all", and goes on the card as EULINQ's
      *    asterisk so the later tokens keep their positions.
           PARA-EDIT-INQUIRY.
           SET FIELDS-ARE-GOOD TO TRUE.
           MOVE SPACES TO CONSOLE-MESSAGE.
           IF INQ-PROGRAM = SPACES
               MOVE "*" TO INQ-PROGRAM
           END-IF.
           IF INQ-FROM-DATE = SPACES
               MOVE "*" TO INQ-FROM-DATE
           END-IF.
           IF INQ-TO-DATE = SPACES
               MOVE "*" TO INQ-TO-DATE
           END-IF.
           IF INQ-OPERATOR = SPACES
               MOVE "*" TO INQ-OPERATOR
           END-IF.
           IF INQ-RUN-ID = SPACES
               MOVE "*" TO INQ-RUN-ID
           END-IF.
           MOVE FUNCTION UPPER-CASE (INQ-OPERATOR) TO INQ-OPERATOR.
           EVALUATE TRUE
               WHEN INQ-FROM-DATE NOT = "*"
                       AND (INQ-FROM-DATE IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (INQ-FROM-DATE)) NOT = 0)
                   MOVE "FROM DATE MUST BE A REAL DATE, YYYYMMDD"
                       TO CONSOLE-MESSAGE
               WHEN INQ-TO-DATE NOT = "*"
                       AND (INQ-TO-DATE IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (INQ-TO-DATE)) NOT = 0)
                   MOVE "TO DATE MUST BE A REAL DATE, YYYYMMDD"
                       TO CONSOLE-MESSAGE
               WHEN INQ-FROM-DATE NOT = "*"
                       AND INQ-TO-DATE NOT = "*"
                       AND INQ-FROM-DATE > INQ-TO-DATE
                   MOVE "FROM DATE IS AFTER THE TO DATE"
                       TO CONSOLE-MESSAGE
           END-EVALUATE.
           IF CONSOLE-MESSAGE NOT = SPACES
               MOVE 'N' TO EDIT-SWITCH
           END-IF.

           PARA-TASK-CONTROL.
           MOVE SPACES TO CTL-ACTION.
           MOVE SPACES TO CTL-PROGRAM.
           MOVE 0 TO CTL-ANSWER.
           MOVE SPACES TO CTL-PARMS.
           MOVE 'N' TO EDIT-SWITCH.
           MOVE 'N' TO TASK-SWITCH.
           PERFORM PARA-SHOW-CONTROL WITH TEST BEFORE
               UNTIL FIELDS-ARE-GOOD OR TASK-CANCELLED.
           IF FIELDS-ARE-GOOD
               MOVE SPACES TO RUN-CARD
               IF CTL-ACTION = "RET"
                   STRING "./EULCTM RET " DELIMITED BY SIZE
                       CTL-PROGRAM DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CTL-PARMS DELIMITED BY SIZE
                       INTO RUN-CARD
               ELSE
                   STRING "./EULCTM " DELIMITED BY SIZE
                       CTL-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CTL-PROGRAM DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CTL-ANSWER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CTL-PARMS DELIMITED BY SIZE
                       INTO RUN-CARD
               END-IF
               PERFORM PARA-RUN-UTILITY
           END-IF.

           PARA-SHOW-CONTROL.
           MOVE SPACE TO MENU-CHOICE.
           DISPLAY HEADING-SCREEN.
           DISPLAY CONTROL-SCREEN.
           DISPLAY TASK-PROMPT-SCREEN.
           ACCEPT CONTROL-SCREEN.
           ACCEPT TASK-PROMPT-SCREEN.
           PERFORM PARA-CHECK-CANCEL.
           IF NOT TASK-CANCELLED
               PERFORM PARA-EDIT-CONTROL
           END-IF.

      *    the parameter string is part of the figure's key, so it
      *    is required even for a retirement; a retirement carries
      *    no answer.
           PARA-EDIT-CONTROL.
           SET FIELDS-ARE-GOOD TO TRUE.
           MOVE SPACES TO CONSOLE-MESSAGE.
           MOVE FUNCTION UPPER-CASE (CTL-ACTION) TO CTL-ACTION.
           EVALUATE TRUE
               WHEN CTL-ACTION NOT = "ADD" AND "UPD" AND "RET"
                   MOVE "ACTION MUST BE ADD, UPD OR RET"
                       TO CONSOLE-MESSAGE
               WHEN CTL-PROGRAM = SPACES
                   MOVE "PROGRAM IS REQUIRED" TO CONSOLE-MESSAGE
               WHEN CTL-ACTION NOT = "RET" AND CTL-ANSWER = 0
                   MOVE "EXPECTED ANSWER IS REQUIRED FOR ADD AND UPD"
                       TO CONSOLE-MESSAGE
               WHEN CTL-ACTION = "RET" AND CTL-ANSWER NOT = 0
                   MOVE "A RETIREMENT TAKES NO ANSWER - LEAVE IT ZERO"
                       TO CONSOLE-MESSAGE
               WHEN CTL-PARMS = SPACES
                   MOVE "PARAMETER STRING IS REQUIRED - AS IN JOBLOG"
                       TO CONSOLE-MESSAGE
           END-EVALUATE.
           IF CONSOLE-MESSAGE NOT = SPACES
               MOVE 'N' TO EDIT-SWITCH
           END-IF.

           PARA-TASK-ACK.
           MOVE SPACES TO ACK-RUN-ID.
           MOVE SPACES TO ACK-STEP.
           MOVE 'N' TO EDIT-SWITCH.
           MOVE 'N' TO TASK-SWITCH.
           PERFORM PARA-SHOW-ACK WITH TEST BEFORE
               UNTIL FIELDS-ARE-GOOD OR TASK-CANCELLED.
           IF FIELDS-ARE-GOOD
               MOVE SPACES TO RUN-CARD
               STRING "./EULAWB ACK " DELIMITED BY SIZE
                   ACK-RUN-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ACK-STEP DELIMITED BY SPACE
                   INTO RUN-CARD
               PERFORM PARA-RUN-UTILITY
           END-IF.

           PARA-SHOW-ACK.
           MOVE SPACE TO MENU-CHOICE.
           DISPLAY HEADING-SCREEN.
           DISPLAY ACK-SCREEN.
           DISPLAY TASK-PROMPT-SCREEN.
           ACCEPT ACK-SCREEN.
           ACCEPT TASK-PROMPT-SCREEN.
           PERFORM PARA-CHECK-CANCEL.
           IF NOT TASK-CANCELLED
               PERFORM PARA-EDIT-ACK
           END-IF.

      *    the run and step must name an alert still open (or
      *    escalated) on the book.
           PARA-EDIT-ACK.
           SET FIELDS-ARE-GOOD TO TRUE.
           MOVE SPACES TO CONSOLE-MESSAGE.
           EVALUATE TRUE
               WHEN ACK-RUN-ID = SPACES
                   MOVE "BATCH RUN ID IS REQUIRED" TO CONSOLE-MESSAGE
               WHEN ACK-STEP = SPACES
                   MOVE "STEP IS REQUIRED" TO CONSOLE-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO FOUND-SWITCH
                   PERFORM PARA-OPEN-ALOPN
                   IF ALOPN-STATUS = "00"
                       PERFORM PARA-FIND-ONE-ALERT WITH TEST BEFORE
                           UNTIL END-OF-ALOPN OR ROW-WAS-FOUND
                       CLOSE ALOPN-FILE
                   END-IF
                   IF NOT ROW-WAS-FOUND
                       MOVE "NO OPEN ALERT FOR THAT RUN AND STEP"
                           TO CONSOLE-MESSAGE
                   END-IF
           END-EVALUATE.
           IF CONSOLE-MESSAGE NOT = SPACES
               MOVE 'N' TO EDIT-SWITCH
           END-IF.

           PARA-FIND-ONE-ALERT.
           READ ALOPN-FILE
               AT END
                   SET END-OF-ALOPN TO TRUE
               NOT AT END
                   IF AOP-RUN-ID = ACK-RUN-ID
                           AND AOP-STEP-NAME = ACK-STEP
                           AND (AOP-STATUS = "O" OR AOP-STATUS = "E")
                       SET ROW-WAS-FOUND TO TRUE
                   END-IF
           END-READ.

           PARA-TASK-APPROVE.
           MOVE 0 TO APP-SEQ.
           MOVE SPACE TO APP-DECISION.
           MOVE 'N' TO EDIT-SWITCH.
           MOVE 'N' TO TASK-SWITCH.
           PERFORM PARA-SHOW-APPROVE WITH TEST BEFORE
               UNTIL FIELDS-ARE-GOOD OR TASK-CANCELLED.
           IF FIELDS-ARE-GOOD
               MOVE SPACES TO RUN-CARD
               IF APP-DECISION = "A"
                   STRING "./EULCTM APP " DELIMITED BY SIZE
                       APP-SEQ DELIMITED BY SIZE
                       INTO RUN-CARD
               ELSE
                   STRING "./EULCTM REJ " DELIMITED BY SIZE
                       APP-SEQ DELIMITED BY SIZE
                       INTO RUN-CARD
               END-IF
               PERFORM PARA-RUN-UTILITY
           END-IF.

           PARA-SHOW-APPROVE.
           MOVE SPACE TO MENU-CHOICE.
           DISPLAY HEADING-SCREEN.
           DISPLAY APPROVE-SCREEN.
           DISPLAY TASK-PROMPT-SCREEN.
           ACCEPT APPROVE-SCREEN.
           ACCEPT TASK-PROMPT-SCREEN.
           PERFORM PARA-CHECK-CANCEL.
           IF NOT TASK-CANCELLED
               PERFORM PARA-EDIT-APPROVE
           END-IF.

      *    the sequence must be waiting on CTLPEND, and keyed by
      *    somebody else - the four-eyes rule EULCTM enforces, caught
      *    here before the run instead of after.
           PARA-EDIT-APPROVE.
           SET FIELDS-ARE-GOOD TO TRUE.
           MOVE SPACES TO CONSOLE-MESSAGE.
           MOVE FUNCTION UPPER-CASE (APP-DECISION) TO APP-DECISION.
           EVALUATE TRUE
               WHEN APP-SEQ = 0
                   MOVE "PENDING SEQ IS REQUIRED" TO CONSOLE-MESSAGE
               WHEN APP-DECISION NOT = "A" AND "R"
                   MOVE "DECISION MUST BE A (APPROVE) OR R (REJECT)"
                       TO CONSOLE-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO FOUND-SWITCH
                   MOVE SPACES TO FOUND-REQ-ID
                   PERFORM PARA-OPEN-PENDING
                   IF PENDING-STATUS = "00"
                       PERFORM PARA-FIND-ONE-PENDING WITH TEST BEFORE
                           UNTIL END-OF-PENDING OR ROW-WAS-FOUND
                       CLOSE PENDING-FILE
                   END-IF
                   IF NOT ROW-WAS-FOUND
                       MOVE "NO PENDING CHANGE WITH THAT SEQ"
                           TO CONSOLE-MESSAGE
                   ELSE
                       IF APP-DECISION = "A"
                               AND FOUND-REQ-ID = SIGNON-ID
                           MOVE "YOU KEYED THIS CHANGE - ANOTHER"
                               & " SUPERVISOR MUST APPROVE IT"
                               TO CONSOLE-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE.
           IF CONSOLE-MESSAGE NOT = SPACES
               MOVE 'N' TO EDIT-SWITCH
           END-IF.

           PARA-FIND-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
               NOT AT END
                   IF PND-SEQ = APP-SEQ AND PND-STATUS = "P"
                       SET ROW-WAS-FOUND TO TRUE
                       MOVE PND-REQ-ID TO FOUND-REQ-ID
                   END-IF
           END-READ.

           PARA-TASK-RESTORE.
           MOVE SPACES TO RST-MASTER.
           MOVE SPACES TO RST-RUN-ID.
           MOVE SPACE TO RST-CONFIRM.
           MOVE 'N' TO EDIT-SWITCH.
           MOVE 'N' TO TASK-SWITCH.
           PERFORM PARA-SHOW-RESTORE WITH TEST BEFORE
               UNTIL FIELDS-ARE-GOOD OR TASK-CANCELLED.
           IF FIELDS-ARE-GOOD
               MOVE SPACES TO RUN-CARD
               STRING "./EULRST " DELIMITED BY SIZE
                   RST-MASTER DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   RST-RUN-ID DELIMITED BY SPACE
                   INTO RUN-CARD
               PERFORM PARA-RUN-UTILITY
           END-IF.

           PARA-SHOW-RESTORE.
           MOVE SPACE TO MENU-CHOICE.
           DISPLAY HEADING-SCREEN.
           DISPLAY RESTORE-SCREEN.
           DISPLAY TASK-PROMPT-SCREEN.
           ACCEPT RESTORE-SCREEN.
           ACCEPT TASK-PROMPT-SCREEN.
           PERFORM PARA-CHECK-CANCEL.
           IF NOT TASK-CANCELLED
               PERFORM PARA-EDIT-RESTORE
           END-IF.

      *    the generation must exist under EULRST's own name.BK.run-id
      *    scheme, and a restore overwrites a live master, so it is
      *    confirmed explicitly.
           PARA-EDIT-RESTORE.
           SET FIELDS-ARE-GOOD TO TRUE.
           MOVE SPACES TO CONSOLE-MESSAGE.
           MOVE FUNCTION UPPER-CASE (RST-MASTER) TO RST-MASTER.
           MOVE FUNCTION UPPER-CASE (RST-CONFIRM) TO RST-CONFIRM.
           EVALUATE RST-MASTER
               WHEN "CTLMAST"
                   MOVE "Data/CTLMAST" TO REGION-PATH-WORK
               WHEN "OPERMAST"
                   MOVE "Data/OPERMAST" TO REGION-PATH-WORK
               WHEN "EUL03MST"
                   MOVE "Cobol/Euler03/EUL03MST" TO REGION-PATH-WORK
               WHEN "EULJRNL"
                   MOVE "EULJRNL" TO REGION-PATH-WORK
               WHEN OTHER
                   MOVE "MASTER MUST BE CTLMAST, OPERMAST, EUL03MST"
                       & " OR EULJRNL" TO CONSOLE-MESSAGE
           END-EVALUATE.
           IF CONSOLE-MESSAGE = SPACES
               PERFORM PARA-APPLY-REGION
               MOVE SPACES TO RST-BACKUP-PATH
               STRING FUNCTION TRIM (REGION-PATH-WORK)
                       DELIMITED BY SIZE
                   ".BK." DELIMITED BY SIZE
                   RST-RUN-ID DELIMITED BY SPACE
                   INTO RST-BACKUP-PATH
               EVALUATE TRUE
                   WHEN RST-RUN-ID = SPACES
                       MOVE "BACKUP RUN ID IS REQUIRED"
                           TO CONSOLE-MESSAGE
                   WHEN OTHER
                       CALL "CBL_CHECK_FILE_EXIST"
                           USING RST-BACKUP-PATH, RST-FILE-INFO
                       IF RETURN-CODE NOT = 0
                           MOVE "NO BACKUP GENERATION FOR THAT MASTER"
                               & " AND RUN ID" TO CONSOLE-MESSAGE
                       END-IF
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           IF CONSOLE-MESSAGE = SPACES AND RST-CONFIRM NOT = "Y"
               MOVE "A RESTORE OVERWRITES THE LIVE MASTER - CONFIRM Y"
                   TO CONSOLE-MESSAGE
           END-IF.
           IF CONSOLE-MESSAGE NOT = SPACES
               MOVE 'N' TO EDIT-SWITCH
           END-IF.

           PARA-CHECK-CANCEL.
           MOVE FUNCTION UPPER-CASE (MENU-CHOICE) TO MENU-CHOICE.
           IF MENU-CHOICE = "X"
               SET TASK-CANCELLED TO TRUE
               MOVE SPACES TO CONSOLE-MESSAGE
           END-IF.

      *    runs the built card from the repository root, the same way
      *    EULDRV runs a step: the utility's own output and its exit
      *    code are caught in files, the code is read back, and the
      *    first lines of the output are shown. The utility inherits
      *    the signed-on OPERATOR_ID and the console's REGION.
           PARA-RUN-UTILITY.
           CALL "CBL_DELETE_FILE" USING "EULCONRC".
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO RUN-COMMAND.
           STRING "( " DELIMITED BY SIZE
               FUNCTION TRIM (RUN-CARD) DELIMITED BY SIZE
               " ) >EULCONOUT 2>&1 ; echo $? >EULCONRC"
                   DELIMITED BY SIZE
               INTO RUN-COMMAND.
           CALL "SYSTEM" USING RUN-COMMAND.
           MOVE 0 TO RETURN-CODE.

           MOVE 999 TO RUN-RC.
           OPEN INPUT RC-FILE.
           IF RC-FILE-STATUS = "00"
               READ RC-FILE
                   AT END
                       MOVE SPACES TO RC-REC
               END-READ
               CLOSE RC-FILE
               MOVE SPACES TO RUN-RC-TEXT
               UNSTRING RC-REC DELIMITED BY ALL SPACE
                   INTO RUN-RC-TEXT
               IF FUNCTION TRIM (RUN-RC-TEXT) IS NUMERIC
                   COMPUTE RUN-RC = FUNCTION NUMVAL (RUN-RC-TEXT)
               END-IF
           END-IF.

           MOVE SPACES TO OUT-LINE-TABLE.
           MOVE 0 TO OUT-LINE-COUNT.
           OPEN INPUT OUTPUT-FILE.
           IF OUTPUT-STATUS = "00"
               MOVE 'N' TO OUTPUT-EOF-SWITCH
               PERFORM PARA-READ-ONE-OUTPUT WITH TEST BEFORE
                   UNTIL END-OF-OUTPUT OR OUT-LINE-COUNT = 14
               CLOSE OUTPUT-FILE
           END-IF.

           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Console RC " DELIMITED BY SIZE
               RUN-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-CARD (3:) DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "CONS" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

           MOVE SPACE TO PAUSE-FIELD.
           DISPLAY HEADING-SCREEN.
           DISPLAY RESULT-SCREEN.
           ACCEPT RESULT-SCREEN.

           PARA-READ-ONE-OUTPUT.
           READ OUTPUT-FILE
               AT END
                   SET END-OF-OUTPUT TO TRUE
               NOT AT END
                   ADD 1 TO OUT-LINE-COUNT
                   MOVE OUTPUT-REC TO OUT-LINE (OUT-LINE-COUNT)
           END-READ.

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULCON" TO ERRLOG-PROGRAM-NAME.
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

       END PROGRAM EULCON.
