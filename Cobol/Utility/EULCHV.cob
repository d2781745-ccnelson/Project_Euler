      * EULCHV.cob
      * Check-value chain verifier for the suite's append-only
      * evidence. EULLVS proves that every log row parses, but a row
      * quietly edited into another valid row - a changed answer, a
      * different operator, a CTLAUDIT approval taken out - passes
      * every check it makes. Every row EULLOG appends (JOBLOG,
      * ERRLOG, EUL03HIT, EUL03EFF) and every CTLAUDIT, OPERAUDT and
      * EULDPMAU row carries a check value chained by EULCHN over the
      * row before it, so this job walks each file from its seed, works
      * every row's value afresh and compares it with the value the
      * row carries. For each file it reports the first broken link
      * (the row, and why), every row after it - none of which can
      * be vouched for - and the file's current chain head, proven
      * against the head EULLOG keeps on the file's ".CHN" control
      * row. A gap left by a row EULLVS quarantined is bridged from
      * the quarantine file rather than reported, so long as the
      * quarantined row still links. Rows written before the chain
      * began are counted and passed over.
      * The parameter card is blank for the current files, or a
      * generation month (YYYYMM) to walk the JOBLOG.YYYYMM and
      * ERRLOG.YYYYMM generations EULARC cut - each seeded from its
      * own control row, and the current logs' seeds are proven
      * against the closing value of the generation they name.
      * Writes the EULCHVRPT report and an ERRLOG event per broken
      * chain (CHNB, severe) or head that disagrees (CHNH, warning).
      * Return code 8 when any chain is broken, 4 when a head or a
      * carried seed disagrees, 0 when every file proves.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-09-23  Created.
      * 2026-10-13  The EULDPMAU parameter-maintenance trail joins the
      *             chained files, and the row is read 180 wide to take
      *             its longer rows.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCHV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-IN-FILE ASSIGN TO "CHVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-IN-STATUS.
           SELECT CHAIN-CTL-FILE ASSIGN TO "CHVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-CTL-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "CHVQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTINE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULCHVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    the file under proof, read raw - each file's own layout
      *    says only where its content ends and its check value sits.
       FD  CHAIN-IN-FILE.
       01  CHAIN-IN-REC                PIC X(180).

       FD  CHAIN-CTL-FILE.
           COPY CHNCREC.

      *    EULLVS's quarantine layout - reason, then the row image.
       FD  QUARANTINE-FILE.
       01  QUARANTINE-REC.
           05  QUA-REASON              PIC X(30).
           05  QUA-PAD                 PIC X(02).
           05  QUA-ROW-IMAGE           PIC X(152).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(180).

       WORKING-STORAGE SECTION.
       01  CHAIN-IN-STATUS  PIC X(02) VALUE SPACES.
       01  CHAIN-CTL-STATUS PIC X(02) VALUE SPACES.
       01  QUARANTINE-STATUS PIC X(02) VALUE SPACES.
       01  CHAIN-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-CHAIN            VALUE 'Y'.
       01  QUARANTINE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-QUARANTINE       VALUE 'Y'.

      *    blank for the current files, or the generation month.
       01  PARM-CARD        PIC X(32) VALUE SPACES.
       01  PARM-MONTH       PIC X(06) VALUE SPACES.
       01  GENERATION-SWITCH PIC X(01) VALUE 'N'.
           88  GENERATION-MODE         VALUE 'Y'.

      *    the chained files - name, the columns holding the row's
      *    content, the column its check value starts in, and
      *    whether EULLOG keeps a ".CHN" control row (and EULLVS a
      *    ".QUAR" file) for it. The audit trails are appended by
      *    their own maintenance jobs, which read back the trail's
      *    last value instead.
       01  CHAINED-FILES.
           05  FILLER           PIC X(24)
                   VALUE "JOBLOG        132135YY".
           05  FILLER           PIC X(24)
                   VALUE "ERRLOG        132135YY".
           05  FILLER           PIC X(24)
                   VALUE "EUL03HIT      132135YN".
           05  FILLER           PIC X(24)
                   VALUE "EUL03EFF      132135YN".
           05  FILLER           PIC X(24)
                   VALUE "Data/CTLAUDIT 135138NN".
           05  FILLER           PIC X(24)
                   VALUE "Data/OPERAUDT 055058NN".
           05  FILLER           PIC X(24)
                   VALUE "Data/EULDPMAU 158161NN".
       01  CHAINED-FILE-TABLE REDEFINES CHAINED-FILES.
           05  CHAINED-FILE OCCURS 7 TIMES.
               10  CHF-NAME            PIC X(14).
               10  CHF-CONTENT-LENGTH  PIC 9(03).
               10  CHF-CHAIN-COLUMN    PIC 9(03).
               10  CHF-HAS-CONTROL     PIC X(01).
               10  CHF-HAS-QUARANTINE  PIC X(01).
               10  FILLER              PIC X(02).
       01  CHF-IDX          PIC 9(02) COMP VALUE 0.
       01  CHF-LIMIT        PIC 9(02) COMP VALUE 7.

      *    the file in hand and its companions.
       01  FILE-LABEL       PIC X(24) VALUE SPACES.
       01  CHAIN-IN-PATH    PIC X(40) VALUE SPACES.
       01  CHAIN-CTL-PATH   PIC X(44) VALUE SPACES.
       01  QUARANTINE-PATH  PIC X(44) VALUE SPACES.
       01  CONTENT-LENGTH   PIC 9(03) VALUE 0.
       01  CHAIN-COLUMN     PIC 9(03) VALUE 0.

      *    the control row as found.
       01  CONTROL-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  CONTROL-FOUND           VALUE 'Y'.
       01  CONTROL-HEAD     PIC 9(18) VALUE 0.
       01  CONTROL-SEED     PIC 9(18) VALUE 0.
       01  CONTROL-SEED-GEN PIC X(06) VALUE SPACES.

      *    the walk.
       01  CHAIN-PRIOR      PIC 9(18) VALUE 0.
       01  CHAIN-WORKED     PIC 9(18) VALUE 0.
       01  ROW-VALUE-TEXT   PIC X(18) VALUE SPACES.
       01  ROW-VALUE        PIC 9(18) VALUE 0.
       01  CHAIN-ROW-BUFFER PIC X(160) VALUE SPACES.
       01  CHAIN-STARTED-SWITCH PIC X(01) VALUE 'N'.
           88  CHAIN-STARTED           VALUE 'Y'.
       01  BREAK-SWITCH     PIC X(01) VALUE 'N'.
           88  CHAIN-BROKEN            VALUE 'Y'.
       01  LINK-SWITCH      PIC X(01) VALUE 'N'.
           88  ROW-LINKS               VALUE 'Y'.
       01  BREAK-REASON     PIC X(30) VALUE SPACES.
       01  ROW-NUMBER       PIC 9(07) VALUE 0.
       01  BREAK-ROW-NUMBER PIC 9(07) VALUE 0.
       01  PRE-CHAIN-COUNT  PIC 9(07) VALUE 0.
       01  LINKED-COUNT     PIC 9(07) VALUE 0.
       01  BRIDGED-COUNT    PIC 9(07) VALUE 0.
       01  AFTER-BREAK-COUNT PIC 9(07) VALUE 0.
       01  FURTHER-BREAK-COUNT PIC 9(07) VALUE 0.

      *    the rows EULLVS quarantined out of the file, each with the
      *    check value it carried - a gap one of them left is proven
      *    by the quarantined row still linking across it.
       01  QRN-COUNT        PIC 9(03) COMP VALUE 0.
       01  QRN-TABLE.
           05  QRN-ENTRY OCCURS 200 TIMES.
               10  QRN-CONTENT         PIC X(132).
               10  QRN-VALUE           PIC 9(18).
               10  QRN-USED            PIC X(01).
       01  QRN-IDX          PIC 9(03) COMP VALUE 0.
       01  BRIDGE-SWITCH    PIC X(01) VALUE 'N'.
           88  BRIDGE-MADE             VALUE 'Y'.

      *    run totals, for the return code.
       01  BROKEN-FILE-COUNT PIC 9(02) VALUE 0.
       01  DISAGREE-COUNT   PIC 9(02) VALUE 0.

      *    ERRLOG event hand-off to the shared EULLOG service.
       COPY ERRLOG.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACES.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.
       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(38)
                   VALUE "EULCHV CHECK-VALUE CHAIN VERIFICATION ".
           05  RPT-TITLE-SCOPE  PIC X(30).
       01  RPT-FILE-LINE.
           05  FILLER           PIC X(06) VALUE "FILE  ".
           05  RPT-FILE-NAME    PIC X(24).
       01  RPT-COUNT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-COUNT-LABEL  PIC X(28).
           05  RPT-COUNT-VALUE  PIC ZZZZZZ9.
       01  RPT-VALUE-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-VALUE-LABEL  PIC X(28).
           05  RPT-VALUE        PIC 9(18).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-VALUE-NOTE   PIC X(40).
       01  RPT-TEXT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TEXT         PIC X(78).
       01  RPT-ROW-LINE.
           05  FILLER           PIC X(06) VALUE "  ROW ".
           05  RPT-ROW-NUMBER   PIC ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ROW-IMAGE    PIC X(160).

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           OPEN OUTPUT REPORT-FILE.
           IF GENERATION-MODE
               MOVE SPACES TO RPT-TITLE-SCOPE
               STRING "GENERATION " DELIMITED BY SIZE
                   PARM-MONTH DELIMITED BY SIZE
                   INTO RPT-TITLE-SCOPE
               MOVE 2 TO CHF-LIMIT
           ELSE
               MOVE SPACES TO RPT-TITLE-SCOPE
               STRING "CURRENT FILES, REGION " DELIMITED BY SIZE
                   AUDIT-REGION-CODE DELIMITED BY SIZE
                   INTO RPT-TITLE-SCOPE
           END-IF.
           WRITE REPORT-REC FROM RPT-TITLE.

           PERFORM PARA-VERIFY-ONE-FILE
               VARYING CHF-IDX FROM 1 BY 1
               UNTIL CHF-IDX > CHF-LIMIT.

           CLOSE REPORT-FILE.

           DISPLAY "EULCHV: " BROKEN-FILE-COUNT " broken chain(s), "
               DISAGREE-COUNT " disagreement(s) - see EULCHVRPT".

           EVALUATE TRUE
               WHEN BROKEN-FILE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN DISAGREE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *    a blank card walks the current files; a YYYYMM card walks
      *    that month's JOBLOG and ERRLOG generations.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE INTO PARM-MONTH.
           IF PARM-MONTH NOT = SPACES
               IF PARM-MONTH IS NOT NUMERIC
                   DISPLAY "EULCHV: generation month " PARM-MONTH
                       " is not YYYYMM"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET GENERATION-MODE TO TRUE
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
               DISPLAY "EULCHV: running in region " AUDIT-REGION-CODE
           END-IF.
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

      *    one file, start to finish - its control row, its
      *    quarantined rows, the walk, and its section of the report.
      *    Generations are EULARC's plain month-end names and are
      *    not region copies.
           PARA-VERIFY-ONE-FILE.
           MOVE CHF-CONTENT-LENGTH (CHF-IDX) TO CONTENT-LENGTH.
           MOVE CHF-CHAIN-COLUMN (CHF-IDX) TO CHAIN-COLUMN.
           MOVE SPACES TO REGION-PATH-WORK.
           IF GENERATION-MODE
               STRING CHF-NAME (CHF-IDX) DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   PARM-MONTH DELIMITED BY SIZE
                   INTO REGION-PATH-WORK
           ELSE
               MOVE CHF-NAME (CHF-IDX) TO REGION-PATH-WORK
               PERFORM PARA-APPLY-REGION
           END-IF.
           MOVE REGION-PATH-WORK TO CHAIN-IN-PATH.
           MOVE CHAIN-IN-PATH TO FILE-LABEL.
           MOVE FILE-LABEL TO RPT-FILE-NAME.
           WRITE REPORT-REC FROM RPT-FILE-LINE.

           PERFORM PARA-LOAD-CONTROL.
           PERFORM PARA-LOAD-QUARANTINE.

           MOVE 0 TO ROW-NUMBER.
           MOVE 0 TO PRE-CHAIN-COUNT.
           MOVE 0 TO LINKED-COUNT.
           MOVE 0 TO BRIDGED-COUNT.
           MOVE 0 TO AFTER-BREAK-COUNT.
           MOVE 0 TO FURTHER-BREAK-COUNT.
           MOVE 0 TO BREAK-ROW-NUMBER.
           MOVE 'N' TO CHAIN-STARTED-SWITCH.
           MOVE 'N' TO BREAK-SWITCH.
           MOVE CONTROL-SEED TO CHAIN-PRIOR.

           SET ENVIRONMENT "DD_CHVIN" TO CHAIN-IN-PATH.
           OPEN INPUT CHAIN-IN-FILE.
           IF CHAIN-IN-STATUS = "00"
               MOVE 'N' TO CHAIN-EOF-SWITCH
               PERFORM PARA-WALK-ONE-ROW WITH TEST BEFORE
                   UNTIL END-OF-CHAIN
               CLOSE CHAIN-IN-FILE
               PERFORM PARA-BRIDGE-TAIL
               PERFORM PARA-REPORT-FILE
           ELSE
               MOVE "FILE NOT PRESENT - NOTHING TO PROVE" TO RPT-TEXT
               WRITE REPORT-REC FROM RPT-TEXT-LINE
           END-IF.

      *    the seed the file's first chained row links from, and the
      *    head EULLOG last recorded. A file without a control row
      *    (the audit trails, or a log never yet appended to under
      *    the chain) starts from zero.
           PARA-LOAD-CONTROL.
           MOVE 'N' TO CONTROL-FOUND-SWITCH.
           MOVE 0 TO CONTROL-HEAD.
           MOVE 0 TO CONTROL-SEED.
           MOVE SPACES TO CONTROL-SEED-GEN.
           IF CHF-HAS-CONTROL (CHF-IDX) = "Y"
               MOVE SPACES TO CHAIN-CTL-PATH
               STRING FUNCTION TRIM (CHAIN-IN-PATH) DELIMITED BY SIZE
                   ".CHN" DELIMITED BY SIZE
                   INTO CHAIN-CTL-PATH
               PERFORM PARA-READ-CONTROL
               IF CHAIN-CTL-STATUS = "00"
                   SET CONTROL-FOUND TO TRUE
                   MOVE CHNC-HEAD-VALUE TO CONTROL-HEAD
                   MOVE CHNC-SEED-VALUE TO CONTROL-SEED
                   MOVE CHNC-SEED-GEN TO CONTROL-SEED-GEN
               END-IF
           END-IF.

           PARA-READ-CONTROL.
           SET ENVIRONMENT "DD_CHVCTL" TO CHAIN-CTL-PATH.
           OPEN INPUT CHAIN-CTL-FILE.
           IF CHAIN-CTL-STATUS = "00"
               READ CHAIN-CTL-FILE
                   AT END
                       MOVE "10" TO CHAIN-CTL-STATUS
               END-READ
               CLOSE CHAIN-CTL-FILE
               IF CHNC-HEAD-VALUE IS NOT NUMERIC
                       OR CHNC-SEED-VALUE IS NOT NUMERIC
                   MOVE "10" TO CHAIN-CTL-STATUS
               END-IF
           END-IF.

      *    the file's quarantined rows that still carry a check value.
           PARA-LOAD-QUARANTINE.
           MOVE 0 TO QRN-COUNT.
           IF CHF-HAS-QUARANTINE (CHF-IDX) = "Y"
               MOVE SPACES TO QUARANTINE-PATH
               STRING FUNCTION TRIM (CHAIN-IN-PATH) DELIMITED BY SIZE
                   ".QUAR" DELIMITED BY SIZE
                   INTO QUARANTINE-PATH
               SET ENVIRONMENT "DD_CHVQUAR" TO QUARANTINE-PATH
               OPEN INPUT QUARANTINE-FILE
               IF QUARANTINE-STATUS = "00"
                   MOVE 'N' TO QUARANTINE-EOF-SWITCH
                   PERFORM PARA-LOAD-ONE-QUARANTINE WITH TEST BEFORE
                       UNTIL END-OF-QUARANTINE
                   CLOSE QUARANTINE-FILE
               END-IF
           END-IF.

           PARA-LOAD-ONE-QUARANTINE.
           READ QUARANTINE-FILE
               AT END
                   SET END-OF-QUARANTINE TO TRUE
               NOT AT END
                   IF QUA-ROW-IMAGE (135:18) IS NUMERIC
                           AND QRN-COUNT < 200
                       ADD 1 TO QRN-COUNT
                       MOVE QUA-ROW-IMAGE (1:132)
                           TO QRN-CONTENT (QRN-COUNT)
                       MOVE QUA-ROW-IMAGE (135:18)
                           TO QRN-VALUE (QRN-COUNT)
                       MOVE "N" TO QRN-USED (QRN-COUNT)
                   END-IF
           END-READ.

      *    proves one row. A row with no check value before the chain
      *    began is history from before it; one after is a break. A
      *    chained row must carry the value worked from the row
      *    before it - failing that, from a quarantined row that
      *    itself links across the gap. Once broken, every later row
      *    is listed, and the walk goes on from each row's own value
      *    so a second, separate break is still counted.
           PARA-WALK-ONE-ROW.
           READ CHAIN-IN-FILE
               AT END
                   SET END-OF-CHAIN TO TRUE
               NOT AT END
                   ADD 1 TO ROW-NUMBER
                   MOVE CHAIN-IN-REC (CHAIN-COLUMN:18)
                       TO ROW-VALUE-TEXT
                   IF CHAIN-BROKEN
                       ADD 1 TO AFTER-BREAK-COUNT
                       MOVE ROW-NUMBER TO RPT-ROW-NUMBER
                       MOVE CHAIN-IN-REC TO RPT-ROW-IMAGE
                       WRITE REPORT-REC FROM RPT-ROW-LINE
                   END-IF
                   IF ROW-VALUE-TEXT IS NOT NUMERIC
                       IF CHAIN-STARTED
                           MOVE "ROW CARRIES NO CHECK VALUE"
                               TO BREAK-REASON
                           PERFORM PARA-NOTE-BREAK
                       ELSE
                           ADD 1 TO PRE-CHAIN-COUNT
                       END-IF
                   ELSE
                       SET CHAIN-STARTED TO TRUE
                       MOVE ROW-VALUE-TEXT TO ROW-VALUE
                       PERFORM PARA-PROVE-LINK
                       IF NOT ROW-LINKS
                           PERFORM PARA-TRY-BRIDGE
                       END-IF
                       IF ROW-LINKS
                           ADD 1 TO LINKED-COUNT
                       ELSE
                           MOVE "CHECK VALUE DOES NOT LINK"
                               TO BREAK-REASON
                           PERFORM PARA-NOTE-BREAK
                       END-IF
                       MOVE ROW-VALUE TO CHAIN-PRIOR
                   END-IF
           END-READ.

           PARA-PROVE-LINK.
           MOVE 'N' TO LINK-SWITCH.
           MOVE SPACES TO CHAIN-ROW-BUFFER.
           MOVE CHAIN-IN-REC (1:CONTENT-LENGTH) TO CHAIN-ROW-BUFFER.
           CALL "EULCHN" USING BY CONTENT CHAIN-PRIOR,
                               BY CONTENT CHAIN-ROW-BUFFER,
                               BY REFERENCE CHAIN-WORKED.
           IF CHAIN-WORKED = ROW-VALUE
               SET ROW-LINKS TO TRUE
           END-IF.

      *    steps the chain across quarantined rows, one at a time,
      *    for as long as one links from where the chain stands.
           PARA-TRY-BRIDGE.
           MOVE 'Y' TO BRIDGE-SWITCH.
           PERFORM PARA-BRIDGE-ONE-STEP WITH TEST BEFORE
               UNTIL ROW-LINKS OR NOT BRIDGE-MADE.

           PARA-BRIDGE-ONE-STEP.
           MOVE 'N' TO BRIDGE-SWITCH.
           PERFORM PARA-BRIDGE-ONE-CANDIDATE
               VARYING QRN-IDX FROM 1 BY 1
               UNTIL BRIDGE-MADE OR QRN-IDX > QRN-COUNT.
           IF BRIDGE-MADE
               PERFORM PARA-PROVE-LINK
           END-IF.

      *    rows quarantined from the end of the file left no row
      *    after them to link across - the chain is carried on
      *    through them so the head still meets the control row.
           PARA-BRIDGE-TAIL.
           MOVE 'Y' TO BRIDGE-SWITCH.
           PERFORM PARA-BRIDGE-TAIL-STEP WITH TEST BEFORE
               UNTIL NOT BRIDGE-MADE.

           PARA-BRIDGE-TAIL-STEP.
           MOVE 'N' TO BRIDGE-SWITCH.
           PERFORM PARA-BRIDGE-ONE-CANDIDATE
               VARYING QRN-IDX FROM 1 BY 1
               UNTIL BRIDGE-MADE OR QRN-IDX > QRN-COUNT.

           PARA-BRIDGE-ONE-CANDIDATE.
           IF QRN-USED (QRN-IDX) = "N"
               MOVE QRN-CONTENT (QRN-IDX) TO CHAIN-ROW-BUFFER
               CALL "EULCHN" USING BY CONTENT CHAIN-PRIOR,
                                   BY CONTENT CHAIN-ROW-BUFFER,
                                   BY REFERENCE CHAIN-WORKED
               IF CHAIN-WORKED = QRN-VALUE (QRN-IDX)
                   MOVE "Y" TO QRN-USED (QRN-IDX)
                   MOVE QRN-VALUE (QRN-IDX) TO CHAIN-PRIOR
                   ADD 1 TO BRIDGED-COUNT
                   SET BRIDGE-MADE TO TRUE
               END-IF
           END-IF.

      *    the first break is reported with its row; later ones are
      *    only counted, as every row after the first is listed.
           PARA-NOTE-BREAK.
           IF CHAIN-BROKEN
               ADD 1 TO FURTHER-BREAK-COUNT
           ELSE
               SET CHAIN-BROKEN TO TRUE
               MOVE ROW-NUMBER TO BREAK-ROW-NUMBER
               MOVE SPACES TO RPT-TEXT
               STRING "FIRST BROKEN LINK - " DELIMITED BY SIZE
                   BREAK-REASON DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE REPORT-REC FROM RPT-TEXT-LINE
               MOVE ROW-NUMBER TO RPT-ROW-NUMBER
               MOVE CHAIN-IN-REC TO RPT-ROW-IMAGE
               WRITE REPORT-REC FROM RPT-ROW-LINE
               MOVE "ROWS AFTER THE BREAK FOLLOW, IF ANY:"
                   TO RPT-TEXT
               WRITE REPORT-REC FROM RPT-TEXT-LINE
           END-IF.

      *    the file's counts, its chain head against the control row,
      *    and - for a current log re-seeded at month end - its seed
      *    against the closing value of the generation it came from.
           PARA-REPORT-FILE.
           MOVE "ROWS READ:" TO RPT-COUNT-LABEL.
           MOVE ROW-NUMBER TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "ROWS BEFORE THE CHAIN:" TO RPT-COUNT-LABEL.
           MOVE PRE-CHAIN-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "ROWS LINKED:" TO RPT-COUNT-LABEL.
           MOVE LINKED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "QUARANTINED ROWS BRIDGED:" TO RPT-COUNT-LABEL.
           MOVE BRIDGED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.

           MOVE "SEED:" TO RPT-VALUE-LABEL.
           MOVE CONTROL-SEED TO RPT-VALUE.
           MOVE SPACES TO RPT-VALUE-NOTE.
           IF CONTROL-SEED-GEN NOT = SPACES
               STRING "CARRIED FROM GENERATION " DELIMITED BY SIZE
                   CONTROL-SEED-GEN DELIMITED BY SIZE
                   INTO RPT-VALUE-NOTE
           END-IF.
           WRITE REPORT-REC FROM RPT-VALUE-LINE.
           IF CONTROL-SEED-GEN NOT = SPACES
               PERFORM PARA-PROVE-CARRIED-SEED
           END-IF.

           IF CHAIN-BROKEN
               ADD 1 TO BROKEN-FILE-COUNT
               MOVE "BROKEN AT ROW:" TO RPT-COUNT-LABEL
               MOVE BREAK-ROW-NUMBER TO RPT-COUNT-VALUE
               WRITE REPORT-REC FROM RPT-COUNT-LINE
               MOVE "ROWS AFTER THE BREAK:" TO RPT-COUNT-LABEL
               MOVE AFTER-BREAK-COUNT TO RPT-COUNT-VALUE
               WRITE REPORT-REC FROM RPT-COUNT-LINE
               MOVE "FURTHER BREAKS AFTER IT:" TO RPT-COUNT-LABEL
               MOVE FURTHER-BREAK-COUNT TO RPT-COUNT-VALUE
               WRITE REPORT-REC FROM RPT-COUNT-LINE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "CHAIN BROKEN " DELIMITED BY SIZE
                   FILE-LABEL DELIMITED BY SPACE
                   " ROW " DELIMITED BY SIZE
                   BREAK-ROW-NUMBER DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               MOVE "S" TO EVENT-SEVERITY
               MOVE "CHNB" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
           ELSE
               MOVE "CHAIN INTACT" TO RPT-TEXT
               WRITE REPORT-REC FROM RPT-TEXT-LINE
           END-IF.

           MOVE "CHAIN HEAD:" TO RPT-VALUE-LABEL.
           MOVE CHAIN-PRIOR TO RPT-VALUE.
           MOVE SPACES TO RPT-VALUE-NOTE.
           WRITE REPORT-REC FROM RPT-VALUE-LINE.
           IF CHF-HAS-CONTROL (CHF-IDX) = "Y"
               MOVE "CONTROL HEAD:" TO RPT-VALUE-LABEL
               MOVE CONTROL-HEAD TO RPT-VALUE
               EVALUATE TRUE
                   WHEN NOT CONTROL-FOUND AND LINKED-COUNT = 0
                       MOVE "NO CONTROL ROW - NOTHING CHAINED YET"
                           TO RPT-VALUE-NOTE
                   WHEN NOT CONTROL-FOUND
                       MOVE "NO CONTROL ROW - DISAGREES"
                           TO RPT-VALUE-NOTE
                       PERFORM PARA-HEAD-DISAGREES
                   WHEN CONTROL-HEAD = CHAIN-PRIOR
                       MOVE "AGREES" TO RPT-VALUE-NOTE
                   WHEN OTHER
                       MOVE "DISAGREES" TO RPT-VALUE-NOTE
                       PERFORM PARA-HEAD-DISAGREES
               END-EVALUATE
               WRITE REPORT-REC FROM RPT-VALUE-LINE
           END-IF.

           PARA-HEAD-DISAGREES.
           ADD 1 TO DISAGREE-COUNT.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "CHAIN HEAD DISAGREES " DELIMITED BY SIZE
               FILE-LABEL DELIMITED BY SPACE
               INTO ERRLOG-MESSAGE.
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "CHNH" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

      *    a current log's seed must be the closing value EULARC
      *    recorded for the generation it was cut from.
           PARA-PROVE-CARRIED-SEED.
           MOVE SPACES TO CHAIN-CTL-PATH.
           STRING CHF-NAME (CHF-IDX) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               CONTROL-SEED-GEN DELIMITED BY SIZE
               ".CHN" DELIMITED BY SIZE
               INTO CHAIN-CTL-PATH.
           PERFORM PARA-READ-CONTROL.
           MOVE "GENERATION CLOSING VALUE:" TO RPT-VALUE-LABEL.
           IF CHAIN-CTL-STATUS = "00"
               MOVE CHNC-HEAD-VALUE TO RPT-VALUE
               IF CHNC-HEAD-VALUE = CONTROL-SEED
                   MOVE "AGREES WITH SEED" TO RPT-VALUE-NOTE
               ELSE
                   MOVE "DISAGREES WITH SEED" TO RPT-VALUE-NOTE
                   PERFORM PARA-HEAD-DISAGREES
               END-IF
           ELSE
               MOVE 0 TO RPT-VALUE
               MOVE "GENERATION CONTROL ROW NOT FOUND"
                   TO RPT-VALUE-NOTE
               PERFORM PARA-HEAD-DISAGREES
           END-IF.
           WRITE REPORT-REC FROM RPT-VALUE-LINE.

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULCHV" TO ERRLOG-PROGRAM-NAME.
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
               DISPLAY "EULCHV: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

       END PROGRAM EULCHV.
