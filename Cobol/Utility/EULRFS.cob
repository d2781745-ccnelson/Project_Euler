      * EULRFS.cob
      * Refresh of a rehearsal region from production. The REGION
      * facility sends a rehearsal's writes to ".region" copies of
      * the shared files, but nothing ever populated those copies -
      * every rehearsal started from whatever stale CTLMAST.TEST,
      * OPERMAST.TEST and EUL03MST.TEST someone last copied by hand,
      * and rehearsals drifted away from production behaviour. This
      * job copies the production masters and parameter files -
      * CTLMAST, OPERMAST, the EUL03MST factor master, EULSTEP,
      * EULSLA, EULCAL, EULROUTE and the Data/EUL03RQ1 through
      * Data/EUL03RQ5 requester drops - into the region named on the
      * parameter card, with every operator name on the OPERMAST
      * copy masked (the IDs and authorities are kept, so OPERVAL
      * proves a rehearsal's operators the same way it proves
      * production's). The region's logs and restart journal are
      * reset to empty, with the chain control rows beside the
      * chained logs, and any lock file left under the region's name
      * is cleared. A source file production does not have is
      * removed from the region too, so a rehearsal never sees a
      * stale drop production never received. The parameter card is
      *     region
      * and PROD is refused - a refresh only ever writes into a
      * rehearsal region. The suite lock is held while copying, so
      * no batch run moves production underneath the copy. The
      * EULRFSRPT report names the last production run the copy was
      * taken after and gives the rows in and out for every file.
      * Return code 4 when a production master or parameter file
      * was not there to copy, 8 when a file's rows out disagree
      * with its rows in, 12 when the refresh could not be done at
      * all.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-09-30  Created.
      * 2026-10-07  The factor master's SELECT carries the new alternate
      *             key on the largest prime factor, and the copied
      *             EUL03MST's report line reminds the operator to
      *             rebuild the region's factor cross-reference through
      *             EULMHK XREF.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRFS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-FILE ASSIGN TO "RFSCHECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-STATUS.
           SELECT MASTER-FILE ASSIGN TO "RFSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-INPUT-N
               ALTERNATE RECORD KEY IS MST-FANSWER WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
           SELECT OPER-FILE ASSIGN TO "RFSOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT MASK-FILE ASSIGN TO "RFSMASK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASK-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO "RFSJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.
           SELECT RESET-FILE ASSIGN TO "RFSRESET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESET-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULRFSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    generic row-counting view, allocated onto the RFSCHECK DD
      *    name for whichever line-sequential file is under count.
       FD  CHECK-FILE.
       01  CHECK-REC                   PIC X(400).

      *    the factor master's own shape, for counting EUL03MST
      *    through its index on both sides of the copy.
       FD  MASTER-FILE.
       01  MST-REC.
           05  MST-INPUT-N             PIC 9(18).
           05  MST-FANSWER             PIC 9(18).
           05  MST-FACT-COUNT          PIC 9(02).
           05  MST-FACTOR OCCURS 15 TIMES.
               10  MST-FACT-VALUE      PIC 9(18).
               10  MST-FACT-MULT       PIC 9(04).
           05  MST-LAST-REF-DATE       PIC 9(08).
           05  MST-HIT-COUNT           PIC 9(06).

      *    production's operator master in, the masked copy out.
       FD  OPER-FILE.
           COPY OPERREC.

       FD  MASK-FILE.
       01  MASK-REC                    PIC X(36).

      *    production's run history, read for the last run the copy
      *    was taken after.
       FD  JOBLOG-FILE.
           COPY JOBLOG.

      *    opened OUTPUT and closed again to empty a region log.
       FD  RESET-FILE.
       01  RESET-REC                   PIC X(152).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CHECK-STATUS     PIC X(02) VALUE SPACES.
       01  MST-STATUS       PIC X(02) VALUE SPACES.
       01  OPER-STATUS      PIC X(02) VALUE SPACES.
       01  MASK-STATUS      PIC X(02) VALUE SPACES.
       01  JOBLOG-STATUS    PIC X(02) VALUE SPACES.
       01  RESET-STATUS     PIC X(02) VALUE SPACES.
       01  CHECK-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-CHECK            VALUE 'Y'.
       01  MST-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  OPER-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-OPER             VALUE 'Y'.
       01  JOBLOG-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-JOBLOG           VALUE 'Y'.

      *    parameter-card fields - the region to be refreshed.
       01  PARM-CARD        PIC X(32) VALUE SPACES.
       01  TARGET-REGION    PIC X(04) VALUE SPACES.

      *    the files copied from production, and how each is copied:
      *    C = byte copy, counted row by row
      *    M = copied row by row with the operator name masked
      *    X = byte copy of the indexed factor master, counted
      *        through its own index
      *    D = requester drop - byte copy, and its absence from
      *        production is normal rather than a warning.
       01  COPY-FILES.
           05  FILLER           PIC X(31)
                   VALUE "Data/CTLMAST                  C".
           05  FILLER           PIC X(31)
                   VALUE "Data/OPERMAST                 M".
           05  FILLER           PIC X(31)
                   VALUE "Cobol/Euler03/EUL03MST        X".
           05  FILLER           PIC X(31)
                   VALUE "Data/EULSTEP                  C".
           05  FILLER           PIC X(31)
                   VALUE "Data/EULSLA                   C".
           05  FILLER           PIC X(31)
                   VALUE "Data/EULCAL                   C".
           05  FILLER           PIC X(31)
                   VALUE "Data/EULROUTE                 C".
           05  FILLER           PIC X(31)
                   VALUE "Data/EUL03RQ1                 D".
           05  FILLER           PIC X(31)
                   VALUE "Data/EUL03RQ2                 D".
           05  FILLER           PIC X(31)
                   VALUE "Data/EUL03RQ3                 D".
           05  FILLER           PIC X(31)
                   VALUE "Data/EUL03RQ4                 D".
           05  FILLER           PIC X(31)
                   VALUE "Data/EUL03RQ5                 D".
       01  COPY-FILE-TABLE REDEFINES COPY-FILES.
           05  COPY-ENTRY OCCURS 12 TIMES.
               10  COPY-PATH           PIC X(30).
               10  COPY-KIND           PIC X(01).
       01  COPY-IDX         PIC 9(02) COMP VALUE 0.

      *    the region's logs and journal, emptied after the copy:
      *    L = a chained log, whose ".CHN" control row goes with it
      *    P = a plain file.
       01  RESET-FILES.
           05  FILLER           PIC X(31)
                   VALUE "JOBLOG                        L".
           05  FILLER           PIC X(31)
                   VALUE "ERRLOG                        L".
           05  FILLER           PIC X(31)
                   VALUE "EUL03HIT                      L".
           05  FILLER           PIC X(31)
                   VALUE "EUL03EFF                      L".
           05  FILLER           PIC X(31)
                   VALUE "EULRECON                      P".
           05  FILLER           PIC X(31)
                   VALUE "EULHIST                       P".
           05  FILLER           PIC X(31)
                   VALUE "EULALERT                      P".
           05  FILLER           PIC X(31)
                   VALUE "Data/EULALOPN                 P".
           05  FILLER           PIC X(31)
                   VALUE "EULJRNL                       P".
       01  RESET-FILE-TABLE REDEFINES RESET-FILES.
           05  RESET-ENTRY OCCURS 9 TIMES.
               10  RESET-PATH          PIC X(30).
               10  RESET-KIND          PIC X(01).
       01  RESET-IDX        PIC 9(02) COMP VALUE 0.

      *    the paths of the file in hand.
       01  SOURCE-PATH      PIC X(40) VALUE SPACES.
       01  TARGET-PATH      PIC X(48) VALUE SPACES.
       01  COPY-COMMAND     PIC X(120) VALUE SPACES.

      *    row counting - COUNT-PATH is counted into ROW-COUNT, and
      *    COUNT-FOUND says whether there was a file there at all.
       01  COUNT-PATH       PIC X(48) VALUE SPACES.
       01  ROW-COUNT        PIC 9(06) VALUE 0.
       01  COUNT-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  COUNT-FOUND             VALUE 'Y'.
       01  ROWS-IN          PIC 9(06) VALUE 0.
       01  ROWS-OUT         PIC 9(06) VALUE 0.
       01  FILE-ACTION      PIC X(08) VALUE SPACES.
       01  FILE-NOTE        PIC X(20) VALUE SPACES.

      *    the run's outcome.
       01  ABSENT-COUNT     PIC 9(03) VALUE 0.
       01  MISMATCH-COUNT   PIC 9(03) VALUE 0.
       01  COPIED-COUNT     PIC 9(03) VALUE 0.
       01  RESET-COUNT      PIC 9(03) VALUE 0.

      *    the last production run the copy was taken after.
       01  SOURCE-RUN-ID    PIC X(16) VALUE SPACES.
       01  SOURCE-RUN-DATE  PIC 9(08) VALUE 0.
       01  SOURCE-RUN-TIME  PIC 9(08) VALUE 0.

      *    the error-log record and the interface fields for the
      *    shared EULLOG logging service.
       COPY ERRLOG.

       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACE.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.

      *    operator-validation state - the interface fields for the
      *    shared OPERVAL service. A refresh overwrites a whole
      *    region, so it must be attributable.
       01  OPV-MASTER-PATH   PIC X(40) VALUE SPACES.
       01  OPV-OVERRIDE-ID   PIC X(08) VALUE SPACES.
       01  OPV-RUN-MODE      PIC X(08) VALUE SPACES.
       01  OPV-RESULT        PIC X(01) VALUE SPACE.
       01  OPV-REASON        PIC X(40) VALUE SPACES.

      *    suite-lock state - the interface fields for the shared
      *    EULLCK run-lock service.
       01  LCK-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LCK-ACTION        PIC X(01) VALUE SPACE.
       01  LCK-RESULT        PIC X(01) VALUE SPACE.
       01  LCK-HOLDER-OUT    PIC X(40) VALUE SPACES.
       01  LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
           88  RUN-HOLDS-LOCK          VALUE 'Y'.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(29)
                   VALUE "EULRFS REGION REFRESH".
       01  RPT-WHAT-LINE.
           05  FILLER           PIC X(18) VALUE "REFRESHED REGION  ".
           05  RPT-REGION       PIC X(04).
           05  FILLER           PIC X(17) VALUE "  FROM PROD  RUN ".
           05  RPT-RUN-ID       PIC X(16).
           05  FILLER           PIC X(06) VALUE "  BY  ".
           05  RPT-OPERATOR     PIC X(08).
       01  RPT-SOURCE-LINE.
           05  FILLER           PIC X(26)
                   VALUE "LAST PRODUCTION RUN       ".
           05  RPT-SOURCE-RUN   PIC X(16).
           05  FILLER           PIC X(04) VALUE "  ON".
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SOURCE-DATE  PIC 9(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SOURCE-TIME  PIC 9(08).
       01  RPT-HEADING.
           05  FILLER           PIC X(32) VALUE "FILE".
           05  FILLER           PIC X(10) VALUE "ACTION".
           05  FILLER           PIC X(10) VALUE "   ROWS IN".
           05  FILLER           PIC X(10) VALUE "  ROWS OUT".
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE "NOTE".
       01  RPT-FILE-LINE.
           05  RPT-FILE-PATH    PIC X(30).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FILE-ACTION  PIC X(08).
           05  FILLER           PIC X(06) VALUE SPACES.
           05  RPT-FILE-IN      PIC ZZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-FILE-OUT     PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FILE-NOTE    PIC X(20).
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(24).
           05  RPT-COUNT-VALUE  PIC ZZZZZ9.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.
           PERFORM PARA-TAKE-LOCK.
           PERFORM PARA-FIND-SOURCE-STATE.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-TITLE.
           MOVE TARGET-REGION TO RPT-REGION.
           MOVE AUDIT-BATCH-RUN-ID TO RPT-RUN-ID.
           MOVE AUDIT-OPERATOR-ID TO RPT-OPERATOR.
           WRITE REPORT-REC FROM RPT-WHAT-LINE.
           MOVE SOURCE-RUN-ID TO RPT-SOURCE-RUN.
           MOVE SOURCE-RUN-DATE TO RPT-SOURCE-DATE.
           MOVE SOURCE-RUN-TIME TO RPT-SOURCE-TIME.
           WRITE REPORT-REC FROM RPT-SOURCE-LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM RPT-HEADING.

           PERFORM PARA-COPY-ONE-FILE
               VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > 12.
           PERFORM PARA-RESET-ONE-FILE
               VARYING RESET-IDX FROM 1 BY 1
               UNTIL RESET-IDX > 9.
           PERFORM PARA-CLEAR-REGION-LOCKS.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "FILES COPIED:           " TO RPT-COUNT-LABEL.
           MOVE COPIED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "NOT IN PRODUCTION:      " TO RPT-COUNT-LABEL.
           MOVE ABSENT-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "FILES RESET:            " TO RPT-COUNT-LABEL.
           MOVE RESET-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "ROW COUNT MISMATCHES:   " TO RPT-COUNT-LABEL.
           MOVE MISMATCH-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           CLOSE REPORT-FILE.

           PERFORM PARA-RECORD-REFRESH.
           PERFORM PARA-RELEASE-LOCK.

           DISPLAY "EULRFS: region " TARGET-REGION
               " refreshed from production - " COPIED-COUNT
               " file(s) copied, " RESET-COUNT " reset, "
               MISMATCH-COUNT " mismatch(es), see EULRFSRPT".

           EVALUATE TRUE
               WHEN MISMATCH-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ABSENT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *    reads the refresh card - the region to be overwritten.
      *    Production is never a refresh target, and a region name
      *    longer than the four characters every program carries it
      *    in would refresh files nothing reads.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           MOVE FUNCTION TRIM (PARM-CARD) TO PARM-CARD.
           MOVE PARM-CARD TO TARGET-REGION.
           IF TARGET-REGION = SPACES
               DISPLAY "EULRFS: the region to refresh is required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TARGET-REGION = "PROD"
               DISPLAY "EULRFS: PROD cannot be a refresh target"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-CARD (5:) NOT = SPACES
               DISPLAY "EULRFS: region name is at most 4 characters"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set - then proves
      *    the operator against production's master. The refresh
      *    always reads production, whatever REGION says.
           PARA-AUDIT-STAMP.
           MOVE "PROD" TO AUDIT-REGION-CODE.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the business date this run's rows are stamped with, off
      *    the suite's EULBDATE control record.
           MOVE "Data/EULBDATE" TO REGION-PATH-WORK.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

           PERFORM PARA-VALIDATE-OPERATOR.

           PARA-VALIDATE-OPERATOR.
           ACCEPT OPV-OVERRIDE-ID FROM ENVIRONMENT "OVERRIDE_ID".
           ACCEPT OPV-RUN-MODE FROM ENVIRONMENT "RUN_MODE".
           MOVE "Data/OPERMAST" TO OPV-MASTER-PATH.
           CALL "OPERVAL" USING BY CONTENT OPV-MASTER-PATH,
                                BY CONTENT AUDIT-OPERATOR-ID,
                                BY CONTENT OPV-OVERRIDE-ID,
                                BY CONTENT OPV-RUN-MODE,
                                BY REFERENCE OPV-RESULT,
                                BY REFERENCE OPV-REASON.
           EVALUATE OPV-RESULT
               WHEN "R"
                   DISPLAY "EULRFS: run refused - " OPV-REASON
                   MOVE OPV-REASON TO ERRLOG-MESSAGE
                   MOVE "S" TO EVENT-SEVERITY
                   MOVE "OPID" TO EVENT-CODE
                   MOVE "ERRLOG" TO LOG-FILE-PATH
                   PERFORM PARA-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN "O"
                   DISPLAY "EULRFS: " OPV-REASON
               WHEN "W"
                   DISPLAY "EULRFS: " OPV-REASON
           END-EVALUATE.

      *    the suite lock is held for the whole copy - a batch run
      *    starting mid-copy would leave the region holding half of
      *    one night and half of the next. A held lock refuses the
      *    refresh outright; there is no reason to break a lock for
      *    a rehearsal.
           PARA-TAKE-LOCK.
           MOVE "EULLK.SUITE" TO LCK-FILE-PATH.
           MOVE "A" TO LCK-ACTION.
           PERFORM PARA-CALL-LOCK.
           IF LCK-RESULT = "Y"
               SET RUN-HOLDS-LOCK TO TRUE
           ELSE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Suite lock held by " DELIMITED BY SIZE
                   LCK-HOLDER-OUT DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               MOVE "S" TO EVENT-SEVERITY
               MOVE "LOCK" TO EVENT-CODE
               MOVE "ERRLOG" TO LOG-FILE-PATH
               PERFORM PARA-LOG-EVENT
               DISPLAY "EULRFS: refresh refused - suite lock held by "
                   LCK-HOLDER-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               MOVE 'N' TO LOCK-HELD-SWITCH
           END-IF.

      *    the last row on production's JOBLOG names the run whose
      *    results the copy holds - what a rehearsal quotes as the
      *    production state it started from.
           PARA-FIND-SOURCE-STATE.
           MOVE "NONE" TO SOURCE-RUN-ID.
           SET ENVIRONMENT "DD_RFSJLOG" TO "JOBLOG".
           OPEN INPUT JOBLOG-FILE.
           IF JOBLOG-STATUS = "00"
               MOVE 'N' TO JOBLOG-EOF-SWITCH
               PERFORM PARA-READ-ONE-JOBLOG WITH TEST BEFORE
                   UNTIL END-OF-JOBLOG
               CLOSE JOBLOG-FILE
           END-IF.

           PARA-READ-ONE-JOBLOG.
           READ JOBLOG-FILE
               AT END
                   SET END-OF-JOBLOG TO TRUE
               NOT AT END
                   IF JOBLOG-REGION = "PROD" OR SPACES
                       MOVE JOBLOG-BATCH-RUN-ID TO SOURCE-RUN-ID
                       MOVE JOBLOG-DATE-STAMP TO SOURCE-RUN-DATE
                       MOVE JOBLOG-TIME-STAMP TO SOURCE-RUN-TIME
                   END-IF
           END-READ.

      *    one production file into the region. A file production
      *    does not have is taken out of the region as well, so the
      *    region holds exactly production's state and nothing left
      *    over from an older copy.
           PARA-COPY-ONE-FILE.
           MOVE COPY-PATH (COPY-IDX) TO SOURCE-PATH.
           PERFORM PARA-BUILD-TARGET-PATH.
           MOVE SOURCE-PATH TO COUNT-PATH.
           IF COPY-KIND (COPY-IDX) = "X"
               PERFORM PARA-COUNT-MASTER
           ELSE
               PERFORM PARA-COUNT-ROWS
           END-IF.
           MOVE ROW-COUNT TO ROWS-IN.
           MOVE SPACES TO FILE-NOTE.

           IF NOT COUNT-FOUND
               PERFORM PARA-REMOVE-TARGET
               MOVE 0 TO ROWS-OUT
               MOVE "ABSENT" TO FILE-ACTION
               IF COPY-KIND (COPY-IDX) NOT = "D"
                   ADD 1 TO ABSENT-COUNT
                   MOVE "NOT IN PRODUCTION" TO FILE-NOTE
               END-IF
           ELSE
               IF COPY-KIND (COPY-IDX) = "M"
                   PERFORM PARA-MASK-OPERATORS
                   MOVE "MASKED" TO FILE-ACTION
               ELSE
                   PERFORM PARA-BYTE-COPY
                   MOVE "COPIED" TO FILE-ACTION
               END-IF
               ADD 1 TO COPIED-COUNT
               MOVE TARGET-PATH TO COUNT-PATH
               IF COPY-KIND (COPY-IDX) = "X"
                   PERFORM PARA-COUNT-MASTER
               ELSE
                   PERFORM PARA-COUNT-ROWS
               END-IF
               MOVE ROW-COUNT TO ROWS-OUT
               IF ROWS-OUT NOT = ROWS-IN
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "ROW COUNT MISMATCH" TO FILE-NOTE
               ELSE
                   IF COPY-KIND (COPY-IDX) = "X"
                       MOVE "RUN EULMHK XREF" TO FILE-NOTE
                   END-IF
               END-IF
           END-IF.
           PERFORM PARA-WRITE-FILE-LINE.

      *    the region's copy of a file is the file's own path plus
      *    ".region" - the same rule every program's
      *    PARA-APPLY-REGION redirects by.
           PARA-BUILD-TARGET-PATH.
           MOVE SPACES TO TARGET-PATH.
           STRING FUNCTION TRIM (SOURCE-PATH) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               TARGET-REGION DELIMITED BY SPACE
               INTO TARGET-PATH.

      *    a byte copy, so the indexed factor master arrives whole.
      *    A copy that fails leaves the region half refreshed, so the
      *    refresh stops there with the lock released.
           PARA-BYTE-COPY.
           MOVE SPACES TO COPY-COMMAND.
           STRING "cp " DELIMITED BY SIZE
               FUNCTION TRIM (SOURCE-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM (TARGET-PATH) DELIMITED BY SIZE
               INTO COPY-COMMAND.
           CALL "SYSTEM" USING COPY-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "EULRFS: copy to " FUNCTION TRIM (TARGET-PATH)
                   " failed"
               PERFORM PARA-ABANDON-REFRESH
           END-IF.
           MOVE 0 TO RETURN-CODE.

           PARA-REMOVE-TARGET.
           MOVE SPACES TO COPY-COMMAND.
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM (TARGET-PATH) DELIMITED BY SIZE
               INTO COPY-COMMAND.
           CALL "SYSTEM" USING COPY-COMMAND.
           MOVE 0 TO RETURN-CODE.

      *    OPERMAST goes across row by row with every operator name
      *    masked - a rehearsal needs the IDs, authorities and
      *    statuses to prove its operators, never the people behind
      *    them.
           PARA-MASK-OPERATORS.
           SET ENVIRONMENT "DD_RFSOPER" TO SOURCE-PATH.
           SET ENVIRONMENT "DD_RFSMASK" TO TARGET-PATH.
           OPEN INPUT OPER-FILE.
           OPEN OUTPUT MASK-FILE.
           IF MASK-STATUS NOT = "00"
               DISPLAY "EULRFS: cannot write "
                   FUNCTION TRIM (TARGET-PATH)
                   " (status " MASK-STATUS ")"
               CLOSE OPER-FILE
               PERFORM PARA-ABANDON-REFRESH
           END-IF.
           MOVE 'N' TO OPER-EOF-SWITCH.
           PERFORM PARA-MASK-ONE-OPERATOR WITH TEST BEFORE
               UNTIL END-OF-OPER.
           CLOSE OPER-FILE.
           CLOSE MASK-FILE.

           PARA-MASK-ONE-OPERATOR.
           READ OPER-FILE
               AT END
                   SET END-OF-OPER TO TRUE
               NOT AT END
                   MOVE SPACES TO OPER-NAME
                   STRING "OPERATOR " DELIMITED BY SIZE
                       OPER-ID DELIMITED BY SPACE
                       INTO OPER-NAME
                   WRITE MASK-REC FROM OPER-REC
           END-READ.

      *    counts a line-sequential file row by row.
           PARA-COUNT-ROWS.
           MOVE 0 TO ROW-COUNT.
           MOVE 'N' TO COUNT-FOUND-SWITCH.
           SET ENVIRONMENT "DD_RFSCHECK" TO COUNT-PATH.
           OPEN INPUT CHECK-FILE.
           IF CHECK-STATUS = "00"
               SET COUNT-FOUND TO TRUE
               MOVE 'N' TO CHECK-EOF-SWITCH
               PERFORM PARA-COUNT-ONE-ROW WITH TEST BEFORE
                   UNTIL END-OF-CHECK
               CLOSE CHECK-FILE
           END-IF.

           PARA-COUNT-ONE-ROW.
           READ CHECK-FILE
               AT END
                   SET END-OF-CHECK TO TRUE
               NOT AT END
                   ADD 1 TO ROW-COUNT
           END-READ.

      *    counts the factor master through its own index.
           PARA-COUNT-MASTER.
           MOVE 0 TO ROW-COUNT.
           MOVE 'N' TO COUNT-FOUND-SWITCH.
           SET ENVIRONMENT "DD_RFSMAST" TO COUNT-PATH.
           OPEN INPUT MASTER-FILE.
           IF MST-STATUS = "00"
               SET COUNT-FOUND TO TRUE
               MOVE 'N' TO MST-EOF-SWITCH
               PERFORM PARA-COUNT-ONE-MST WITH TEST BEFORE
                   UNTIL END-OF-MASTER
               CLOSE MASTER-FILE
           END-IF.

           PARA-COUNT-ONE-MST.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO ROW-COUNT
           END-READ.

      *    one region log or journal emptied - the rows it held are
      *    reported as the rows in, so the report shows what the
      *    rehearsal history was that the refresh threw away. A
      *    chained log loses its ".CHN" control row too, so the new
      *    chain starts from zero rather than linking to a row that
      *    is no longer there.
           PARA-RESET-ONE-FILE.
           MOVE RESET-PATH (RESET-IDX) TO SOURCE-PATH.
           PERFORM PARA-BUILD-TARGET-PATH.
           MOVE TARGET-PATH TO COUNT-PATH.
           PERFORM PARA-COUNT-ROWS.
           MOVE ROW-COUNT TO ROWS-IN.
           SET ENVIRONMENT "DD_RFSRESET" TO TARGET-PATH.
           OPEN OUTPUT RESET-FILE.
           IF RESET-STATUS NOT = "00"
               DISPLAY "EULRFS: cannot reset "
                   FUNCTION TRIM (TARGET-PATH)
                   " (status " RESET-STATUS ")"
               PERFORM PARA-ABANDON-REFRESH
           END-IF.
           CLOSE RESET-FILE.
           IF RESET-KIND (RESET-IDX) = "L"
               MOVE SPACES TO COPY-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM (TARGET-PATH) DELIMITED BY SIZE
                   ".CHN" DELIMITED BY SIZE
                   INTO COPY-COMMAND
               CALL "SYSTEM" USING COPY-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF.
           ADD 1 TO RESET-COUNT.
           MOVE TARGET-PATH TO COUNT-PATH.
           PERFORM PARA-COUNT-ROWS.
           MOVE ROW-COUNT TO ROWS-OUT.
           MOVE "RESET" TO FILE-ACTION.
           MOVE SPACES TO FILE-NOTE.
           IF ROWS-OUT NOT = 0
               ADD 1 TO MISMATCH-COUNT
               MOVE "NOT EMPTIED" TO FILE-NOTE
           END-IF.
           PERFORM PARA-WRITE-FILE-LINE.

      *    the suite and program locks are shared by every region on
      *    purpose (the regions share the program directories), so
      *    they are never touched here - only a lock file carrying
      *    the region's own suffix, which no run takes and so could
      *    only be a stray, is cleared.
           PARA-CLEAR-REGION-LOCKS.
           MOVE SPACES TO COPY-COMMAND.
           STRING "rm -f EULLK.*." DELIMITED BY SIZE
               TARGET-REGION DELIMITED BY SPACE
               INTO COPY-COMMAND.
           CALL "SYSTEM" USING COPY-COMMAND.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO RPT-FILE-LINE.
           MOVE "EULLK.*" TO RPT-FILE-PATH.
           MOVE "CLEARED" TO RPT-FILE-ACTION.
           MOVE "REGION LOCKS ONLY" TO RPT-FILE-NOTE.
           WRITE REPORT-REC FROM RPT-FILE-LINE.

           PARA-WRITE-FILE-LINE.
           MOVE SPACES TO RPT-FILE-LINE.
           MOVE SOURCE-PATH TO RPT-FILE-PATH.
           MOVE FILE-ACTION TO RPT-FILE-ACTION.
           MOVE ROWS-IN TO RPT-FILE-IN.
           MOVE ROWS-OUT TO RPT-FILE-OUT.
           MOVE FILE-NOTE TO RPT-FILE-NOTE.
           WRITE REPORT-REC FROM RPT-FILE-LINE.

      *    a refresh that cannot finish says so on production's log,
      *    releases the suite lock and stops - the operator reruns it
      *    once the cause is cleared.
           PARA-ABANDON-REFRESH.
           CLOSE REPORT-FILE.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Refresh of " DELIMITED BY SIZE
               TARGET-REGION DELIMITED BY SPACE
               " abandoned at " DELIMITED BY SIZE
               SOURCE-PATH DELIMITED BY SPACE
               INTO ERRLOG-MESSAGE.
           MOVE "S" TO EVENT-SEVERITY.
           MOVE "RFSH" TO EVENT-CODE.
           MOVE "ERRLOG" TO LOG-FILE-PATH.
           PERFORM PARA-LOG-EVENT.
           PERFORM PARA-RELEASE-LOCK.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *    the refresh goes on production's log under the operator's
      *    ID, and opens the region's freshly emptied log, so the
      *    rehearsal's own history starts by naming the production
      *    run it was copied after.
           PARA-RECORD-REFRESH.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Region " DELIMITED BY SIZE
               TARGET-REGION DELIMITED BY SPACE
               " refreshed from production" DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "RFSH" TO EVENT-CODE.
           MOVE "ERRLOG" TO LOG-FILE-PATH.
           PERFORM PARA-LOG-EVENT.

           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Refreshed from PROD run " DELIMITED BY SIZE
               SOURCE-RUN-ID DELIMITED BY SPACE
               INTO ERRLOG-MESSAGE.
           MOVE SPACES TO LOG-FILE-PATH.
           STRING "ERRLOG." DELIMITED BY SIZE
               TARGET-REGION DELIMITED BY SPACE
               INTO LOG-FILE-PATH.
           PERFORM PARA-LOG-EVENT.

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service, on the log the caller
      *    named.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULRFS" TO ERRLOG-PROGRAM-NAME.
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
           MOVE ERRLOG-REC TO LOG-RECORD-BUFFER.
           CALL "EULLOG" USING BY CONTENT LOG-FILE-PATH,
                               BY CONTENT LOG-RECORD-BUFFER,
                               BY REFERENCE LOG-WRITE-RESULT,
                               BY REFERENCE LOG-STATUS-OUT.
           IF LOG-WRITE-RESULT NOT = 'Y'
               DISPLAY "EULRFS: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

       END PROGRAM EULRFS.
