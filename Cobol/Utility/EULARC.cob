      *
      * MODIFICATION HISTORY
      * 2026-08-22  Created.
      * 2026-09-23  Rows are cut at their full 152 columns so each keeps
      *             its chained check value. Every generation gets a
      *             control row (JOBLOG.YYYYMM.CHN) holding the value
      *             its first row links from and its closing value, and
      *             the log's own JOBLOG.CHN/ERRLOG.CHN is re-seeded
      *             from the closing value of the last generation cut -
      *             the chain EULCHV walks runs unbroken across month
      *             end.
      * 2026-10-14  The logs' rows now carry the suite business date, so
      *             the cut follows the business date; a retention month
      *             later than the business month (read through the
      *             shared EULBDT service) is refused rather than
      *             archiving the month still being processed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULARC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "EULARCSUM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHAIN-CTL-FILE ASSIGN TO "ARCCHNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ERRLOG.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(152).

       FD  CARRY-FILE.
       01  CARRY-REC                   PIC X(152).

      *    the chain control row of the log being cut, and of each
      *    generation it is cut to.
       FD  CHAIN-CTL-FILE.
           COPY CHNCREC.

       FD  SUMMARY-FILE.
       01  SUMMARY-REC                 PIC X(80).
       01  JOBLOG-STATUS    PIC X(02) VALUE SPACES.
       01  ERRLOG-STATUS    PIC X(02) VALUE SPACES.
       01  ARCHIVE-STATUS   PIC X(02) VALUE SPACES.
       01  CHAIN-CTL-STATUS PIC X(02) VALUE SPACES.

      *    retention-month parameter card - rows stamped before this
      *    YYYYMM are archived, rows in or after it are carried
      *    archive/carry-forward plumbing serves both log layouts -
      *    both logs lead with program name (1:10) and date stamp
      *    (13:8), which is all the classification needs.
       01  LOG-ROW              PIC X(152) VALUE SPACES.
       01  LOG-ROW-CHAIN        PIC X(18) VALUE SPACES.
       01  LOG-ROW-PROGRAM      PIC X(10) VALUE SPACES.
       01  LOG-ROW-DATE         PIC 9(08) VALUE 0.
       01  LOG-ROW-MONTH        PIC X(06) VALUE SPACES.

      *    the check-value chain as the cut walks it. Rows move
      *    whole, check values and all, so the chain itself is never
      *    touched - what moves is where each file's chain starts.
      *    Every generation's control row records the value its
      *    first row links from and its closing value, and the log's
      *    own control row is re-seeded from the closing value of
      *    the last generation cut, so the chain runs unbroken from
      *    the oldest generation through to the current log.
       01  CHAIN-CTL-PATH       PIC X(44) VALUE SPACES.
       01  LOG-CHAIN-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  LOG-CHAIN-FOUND            VALUE 'Y'.
       01  LOG-CHAIN-HEAD       PIC 9(18) VALUE 0.
       01  LOG-CHAIN-SEED       PIC 9(18) VALUE 0.
       01  LOG-CHAIN-SEED-GEN   PIC X(06) VALUE SPACES.
       01  LAST-ROW-VALUE       PIC 9(18) VALUE 0.
       01  GEN-CHAIN-SEED       PIC 9(18) VALUE 0.
       01  GEN-CHAIN-CLOSE      PIC 9(18) VALUE 0.
       01  ARCHIVED-CHAIN-CLOSE PIC 9(18) VALUE 0.
       01  ARCHIVED-CHAIN-GEN   PIC X(06) VALUE SPACES.

       01  ARCHIVED-COUNT       PIC 9(06) VALUE 0.
       01  CARRIED-COUNT        PIC 9(06) VALUE 0.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

      *    the rows are stamped with the business date, so the cutoff
      *    is judged against the business month - a retention month
      *    past it would archive the month still being processed.
           IF PARM-MONTH > AUDIT-BUSINESS-DATE (1:6)
               DISPLAY "EULARC: retention month " PARM-MONTH
                   " is later than the business month "
                   AUDIT-BUSINESS-DATE (1:6) " - nothing archived"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           COMPUTE START-TIME =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the suite's business date, off the EULBDATE control
      *    record - the month card is checked against it.
           MOVE "Data/EULBDATE" TO REGION-PATH-WORK.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO ARCHIVED-COUNT.
           MOVE 0 TO CARRIED-COUNT.

           PERFORM PARA-LOAD-LOG-CHAIN.
           OPEN INPUT JOBLOG-FILE.
           IF JOBLOG-STATUS = "00"
               OPEN OUTPUT CARRY-FILE
                   UNTIL END-OF-CARRY
               CLOSE CARRY-FILE
               CLOSE JOBLOG-FILE
               PERFORM PARA-SAVE-LOG-CHAIN
           END-IF.

           PERFORM PARA-WRITE-SUMMARY-TOTAL.
           MOVE JOBLOG-REC TO LOG-ROW.
           MOVE JOBLOG-PROGRAM-NAME TO LOG-ROW-PROGRAM.
           MOVE JOBLOG-DATE-STAMP TO LOG-ROW-DATE.
           MOVE JOBLOG-CHAIN-VALUE TO LOG-ROW-CHAIN.
           PERFORM PARA-CLASSIFY-ROW.
           PERFORM PARA-READ-JOBLOG.

           MOVE 0 TO ARCHIVED-COUNT.
           MOVE 0 TO CARRIED-COUNT.

           PERFORM PARA-LOAD-LOG-CHAIN.
           OPEN INPUT ERROR-LOG-FILE.
           IF ERRLOG-STATUS = "00"
               OPEN OUTPUT CARRY-FILE
                   UNTIL END-OF-CARRY
               CLOSE CARRY-FILE
               CLOSE ERROR-LOG-FILE
               PERFORM PARA-SAVE-LOG-CHAIN
           END-IF.

           PERFORM PARA-WRITE-SUMMARY-TOTAL.
           MOVE ERRLOG-REC TO LOG-ROW.
           MOVE ERRLOG-PROGRAM-NAME TO LOG-ROW-PROGRAM.
           MOVE ERRLOG-DATE-STAMP TO LOG-ROW-DATE.
           MOVE ERRLOG-CHAIN-VALUE TO LOG-ROW-CHAIN.
           PERFORM PARA-CLASSIFY-ROW.
           PERFORM PARA-READ-ERRLOG.

               WRITE ARCHIVE-REC
               ADD 1 TO ARCHIVED-COUNT
               PERFORM PARA-TALLY-ROW
               PERFORM PARA-NOTE-ROW-VALUE
               MOVE LAST-ROW-VALUE TO GEN-CHAIN-CLOSE
               MOVE LAST-ROW-VALUE TO ARCHIVED-CHAIN-CLOSE
               MOVE LOG-ROW-MONTH TO ARCHIVED-CHAIN-GEN
           ELSE
               MOVE LOG-ROW TO CARRY-REC
               WRITE CARRY-REC
               ADD 1 TO CARRIED-COUNT
               PERFORM PARA-NOTE-ROW-VALUE
           END-IF.

      *    opens the dated generation file for the month now being
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           SET ARCHIVE-IS-OPEN TO TRUE.
           PERFORM PARA-LOAD-GEN-CHAIN.

           PARA-CLOSE-ARCHIVE.
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
               MOVE 'N' TO ARCHIVE-OPEN-SWITCH
               PERFORM PARA-SAVE-GEN-CHAIN
           END-IF.

      *    the log's chain control row as this cut finds it. A log
      *    with no control row yet has never had a chained append,
      *    so its chain starts from zero.
           PARA-LOAD-LOG-CHAIN.
           MOVE 'N' TO LOG-CHAIN-FOUND-SWITCH.
           MOVE 0 TO LOG-CHAIN-HEAD.
           MOVE 0 TO LOG-CHAIN-SEED.
           MOVE SPACES TO LOG-CHAIN-SEED-GEN.
           MOVE SPACES TO ARCHIVED-CHAIN-GEN.
           MOVE SPACES TO CHAIN-CTL-PATH.
           STRING CURRENT-LOG-NAME DELIMITED BY SPACE
               ".CHN" DELIMITED BY SIZE
               INTO CHAIN-CTL-PATH.
           PERFORM PARA-READ-CHAIN-CTL.
           IF CHAIN-CTL-STATUS = "00"
               SET LOG-CHAIN-FOUND TO TRUE
               MOVE CHNC-HEAD-VALUE TO LOG-CHAIN-HEAD
               MOVE CHNC-SEED-VALUE TO LOG-CHAIN-SEED
               MOVE CHNC-SEED-GEN TO LOG-CHAIN-SEED-GEN
           END-IF.
           MOVE LOG-CHAIN-SEED TO LAST-ROW-VALUE.
           MOVE LOG-CHAIN-SEED TO ARCHIVED-CHAIN-CLOSE.

      *    re-seeds the log's control row from the closing value of
      *    the last generation cut. The head is left as found - it is
      *    EULLOG's to move, and a head that no longer matches the
      *    rows is for EULCHV to report, not for this job to mend.
           PARA-SAVE-LOG-CHAIN.
           IF ARCHIVED-COUNT > 0 OR NOT LOG-CHAIN-FOUND
               IF NOT LOG-CHAIN-FOUND
                   MOVE LAST-ROW-VALUE TO LOG-CHAIN-HEAD
               END-IF
               IF ARCHIVED-COUNT > 0
                   MOVE ARCHIVED-CHAIN-CLOSE TO LOG-CHAIN-SEED
                   MOVE ARCHIVED-CHAIN-GEN TO LOG-CHAIN-SEED-GEN
               END-IF
               MOVE SPACES TO CHAIN-CTL-PATH
               STRING CURRENT-LOG-NAME DELIMITED BY SPACE
                   ".CHN" DELIMITED BY SIZE
                   INTO CHAIN-CTL-PATH
               MOVE LOG-CHAIN-HEAD TO CHNC-HEAD-VALUE
               MOVE LOG-CHAIN-SEED TO CHNC-SEED-VALUE
               MOVE LOG-CHAIN-SEED-GEN TO CHNC-SEED-GEN
               PERFORM PARA-WRITE-CHAIN-CTL
           END-IF.

      *    a generation opened for the first time starts its chain
      *    where the row before its first row left off; one being
      *    extended by a rerun keeps the start it already recorded.
           PARA-LOAD-GEN-CHAIN.
           MOVE SPACES TO CHAIN-CTL-PATH.
           STRING ARCHIVE-FILE-NAME DELIMITED BY SPACE
               ".CHN" DELIMITED BY SIZE
               INTO CHAIN-CTL-PATH.
           PERFORM PARA-READ-CHAIN-CTL.
           IF CHAIN-CTL-STATUS = "00"
               MOVE CHNC-SEED-VALUE TO GEN-CHAIN-SEED
               MOVE CHNC-HEAD-VALUE TO GEN-CHAIN-CLOSE
           ELSE
               MOVE LAST-ROW-VALUE TO GEN-CHAIN-SEED
               MOVE LAST-ROW-VALUE TO GEN-CHAIN-CLOSE
           END-IF.

      *    records the generation's start and closing value; the
      *    seed generation column is left blank on a generation's
      *    own row.
           PARA-SAVE-GEN-CHAIN.
           MOVE SPACES TO CHAIN-CTL-PATH.
           STRING ARCHIVE-FILE-NAME DELIMITED BY SPACE
               ".CHN" DELIMITED BY SIZE
               INTO CHAIN-CTL-PATH.
           MOVE GEN-CHAIN-CLOSE TO CHNC-HEAD-VALUE.
           MOVE GEN-CHAIN-SEED TO CHNC-SEED-VALUE.
           MOVE SPACES TO CHNC-SEED-GEN.
           PERFORM PARA-WRITE-CHAIN-CTL.

           PARA-READ-CHAIN-CTL.
           SET ENVIRONMENT "DD_ARCCHNF" TO CHAIN-CTL-PATH.
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

           PARA-WRITE-CHAIN-CTL.
           MOVE SPACES TO CHNC-PAD-1.
           MOVE SPACES TO CHNC-PAD-2.
           MOVE SPACES TO CHNC-PAD-3.
           MOVE SPACES TO CHNC-PAD-4.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CHNC-DATE-STAMP.
           MOVE WS-CURRENT-TIME TO CHNC-TIME-STAMP.
           SET ENVIRONMENT "DD_ARCCHNF" TO CHAIN-CTL-PATH.
           OPEN OUTPUT CHAIN-CTL-FILE.
           WRITE CHNC-REC.
           CLOSE CHAIN-CTL-FILE.

      *    the check value the row just routed carries - a row from
      *    before the chain began carries none, and the chain picks
      *    up from zero after it, as EULLOG does.
           PARA-NOTE-ROW-VALUE.
           IF LOG-ROW-CHAIN IS NUMERIC
               MOVE LOG-ROW-CHAIN TO LAST-ROW-VALUE
           ELSE
               MOVE 0 TO LAST-ROW-VALUE
           END-IF.

      *    counts one archived row against its program's entry in the
