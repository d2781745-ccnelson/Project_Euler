      * MODIFICATION HISTORY
      * 2026-08-22  Created, consolidating the per-program PARA-JOBLOG
      *             and PARA-LOG-ERROR file handling.
      * 2026-09-23  Every row now carries a chained check value in
      *             columns 135-152, worked by EULCHN over the
      *             previous row's value and the row's own content,
      *             and the log's chain head is kept on its ".CHN"
      *             control row - so a row edited or removed after
      *             the fact breaks the chain where EULCHV can see it.
      * 2026-10-09  A sharing conflict reported as status 61 is now
      *             retried like any other - partitioned Euler03 runs
      *             append to the same logs side by side.
      *
      *#################################################################
      *################ USAGE ##########################################
      *                   tell the operator), never assume it landed.
      * LOG-STATUS-OUT  - the last file status seen, for the caller's
      *                   diagnostics.
      * the row is written as LOG-RECORD-TEXT in columns 1-132 and
      * its chained check value in columns 135-152; the log's chain
      * head is carried on the control row at LOG-FILE-PATH + ".CHN"
      * (CHNCREC.cpy), found on the EULCHNF DD name. A log with no
      * control row yet takes its head from its own last row.
      * guards: a sharing conflict on OPEN (status 9x, 30 or 61) is
      * retried up to 5 times, one second apart, before the append is
      * abandoned; a log that doesn't exist yet (status 35) is
      * created.
      *#################################################################

       IDENTIFICATION DIVISION.
           SELECT LOG-FILE ASSIGN TO "EULLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT LOG-SCAN-FILE ASSIGN TO "EULLOGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-SCAN-STATUS.
           SELECT CHAIN-CTL-FILE ASSIGN TO "EULCHNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC.
           05  LOG-REC-TEXT            PIC X(132).
           05  LOG-REC-PAD             PIC X(02).
           05  LOG-REC-CHAIN           PIC 9(18).

      *    the log read back once, only when it has no control row
      *    yet, to find the check value its last row carries.
       FD  LOG-SCAN-FILE.
       01  LOG-SCAN-REC.
           05  LOG-SCAN-TEXT           PIC X(132).
           05  LOG-SCAN-PAD            PIC X(02).
           05  LOG-SCAN-CHAIN          PIC X(18).

       FD  CHAIN-CTL-FILE.
           COPY CHNCREC.

       WORKING-STORAGE SECTION.
       01  LOG-STATUS       PIC X(02) VALUE SPACES.
       01  SLEEP-SECONDS    PIC 9(01) VALUE 1.
       01  OPEN-DONE-SWITCH PIC X(01) VALUE 'N'.
           88  OPEN-SETTLED            VALUE 'Y'.
       01  LOG-CREATED-SWITCH PIC X(01) VALUE 'N'.
           88  LOG-CREATED             VALUE 'Y'.
       01  LOG-SCAN-STATUS  PIC X(02) VALUE SPACES.
       01  LOG-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-LOG-SCAN         VALUE 'Y'.
       01  CHAIN-CTL-STATUS PIC X(02) VALUE SPACES.

      *    the chain as this append finds it and leaves it.
       01  CHAIN-CTL-PATH   PIC X(44) VALUE SPACES.
       01  CHAIN-PRIOR      PIC 9(18) VALUE 0.
       01  CHAIN-SEED       PIC 9(18) VALUE 0.
       01  CHAIN-SEED-GEN   PIC X(06) VALUE SPACES.
       01  CHAIN-NEW        PIC 9(18) VALUE 0.
       01  CHAIN-ROW-BUFFER PIC X(160) VALUE SPACES.
       01  CHAIN-STAMP      PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01  LOG-FILE-PATH   PIC X(40).
           MOVE 'N' TO LOG-WRITE-RESULT.
           MOVE 0 TO RETRY-COUNT.
           MOVE 'N' TO OPEN-DONE-SWITCH.
           MOVE 'N' TO LOG-CREATED-SWITCH.

           SET ENVIRONMENT "DD_EULLOGF" TO LOG-FILE-PATH.

               UNTIL OPEN-SETTLED OR RETRY-COUNT > RETRY-LIMIT.

           IF LOG-STATUS = "00"
               PERFORM PARA-LOAD-CHAIN-HEAD
               MOVE LOG-RECORD-TEXT TO CHAIN-ROW-BUFFER
               CALL "EULCHN" USING BY CONTENT CHAIN-PRIOR,
                                   BY CONTENT CHAIN-ROW-BUFFER,
                                   BY REFERENCE CHAIN-NEW
               MOVE LOG-RECORD-TEXT TO LOG-REC-TEXT
               MOVE SPACES TO LOG-REC-PAD
               MOVE CHAIN-NEW TO LOG-REC-CHAIN
               WRITE LOG-REC
               IF LOG-STATUS = "00"
                   MOVE 'Y' TO LOG-WRITE-RESULT
                   PERFORM PARA-SAVE-CHAIN-HEAD
               END-IF
               CLOSE LOG-FILE
           END-IF.
           GOBACK.

      *    one append-open attempt. Status 35 means the log doesn't
      *    exist yet, so it is created; a sharing conflict (status 9x,
      *    30 or 61, another job holding the log) is worth waiting
      *    out for a few seconds; anything else is settled
      *    immediately, good or bad.
           PARA-TRY-OPEN.
           OPEN EXTEND LOG-FILE.
           EVALUATE TRUE
                   SET OPEN-SETTLED TO TRUE
               WHEN LOG-STATUS = "35"
                   OPEN OUTPUT LOG-FILE
                   SET LOG-CREATED TO TRUE
                   SET OPEN-SETTLED TO TRUE
               WHEN LOG-STATUS (1:1) = "9" OR LOG-STATUS = "30"
                       OR LOG-STATUS = "61"
                   ADD 1 TO RETRY-COUNT
                   IF RETRY-COUNT <= RETRY-LIMIT
                       CALL "C$SLEEP" USING BY CONTENT SLEEP-SECONDS
                   SET OPEN-SETTLED TO TRUE
           END-EVALUATE.

      *    finds the check value the new row links from - the head on
      *    the log's control row, read while the log is held open for
      *    the append so no other writer can move it underneath. A
      *    log with no control row yet (one written before the chain
      *    began) is read through once for the value its last row
      *    carries; rows from before the chain carry none, and link
      *    from zero.
           PARA-LOAD-CHAIN-HEAD.
           MOVE 0 TO CHAIN-PRIOR.
           MOVE 0 TO CHAIN-SEED.
           MOVE SPACES TO CHAIN-SEED-GEN.
           MOVE SPACES TO CHAIN-CTL-PATH.
           STRING FUNCTION TRIM (LOG-FILE-PATH) DELIMITED BY SIZE
               ".CHN" DELIMITED BY SIZE
               INTO CHAIN-CTL-PATH.
           SET ENVIRONMENT "DD_EULCHNF" TO CHAIN-CTL-PATH.
           OPEN INPUT CHAIN-CTL-FILE.
           IF CHAIN-CTL-STATUS = "00"
               READ CHAIN-CTL-FILE
                   AT END
                       MOVE "10" TO CHAIN-CTL-STATUS
               END-READ
               CLOSE CHAIN-CTL-FILE
           END-IF.
           IF CHAIN-CTL-STATUS = "00" AND CHNC-HEAD-VALUE IS NUMERIC
               MOVE CHNC-HEAD-VALUE TO CHAIN-PRIOR
               IF CHNC-SEED-VALUE IS NUMERIC
                   MOVE CHNC-SEED-VALUE TO CHAIN-SEED
               END-IF
               MOVE CHNC-SEED-GEN TO CHAIN-SEED-GEN
           ELSE
               IF NOT LOG-CREATED
                   PERFORM PARA-SCAN-FOR-HEAD
               END-IF
           END-IF.

           PARA-SCAN-FOR-HEAD.
           SET ENVIRONMENT "DD_EULLOGS" TO LOG-FILE-PATH.
           OPEN INPUT LOG-SCAN-FILE.
           IF LOG-SCAN-STATUS = "00"
               MOVE 'N' TO LOG-SCAN-EOF-SWITCH
               PERFORM PARA-SCAN-ONE-ROW WITH TEST BEFORE
                   UNTIL END-OF-LOG-SCAN
               CLOSE LOG-SCAN-FILE
           END-IF.

           PARA-SCAN-ONE-ROW.
           READ LOG-SCAN-FILE
               AT END
                   SET END-OF-LOG-SCAN TO TRUE
               NOT AT END
                   IF LOG-SCAN-CHAIN IS NUMERIC
                       MOVE LOG-SCAN-CHAIN TO CHAIN-PRIOR
                   ELSE
                       MOVE 0 TO CHAIN-PRIOR
                   END-IF
           END-READ.

      *    moves the head on to the row just written. The seed is
      *    EULARC's to move, so it is written back as found.
           PARA-SAVE-CHAIN-HEAD.
           MOVE FUNCTION CURRENT-DATE TO CHAIN-STAMP.
           SET ENVIRONMENT "DD_EULCHNF" TO CHAIN-CTL-PATH.
           OPEN OUTPUT CHAIN-CTL-FILE.
           IF CHAIN-CTL-STATUS = "00"
               MOVE CHAIN-NEW TO CHNC-HEAD-VALUE
               MOVE SPACES TO CHNC-PAD-1
               MOVE CHAIN-SEED TO CHNC-SEED-VALUE
               MOVE SPACES TO CHNC-PAD-2
               MOVE CHAIN-SEED-GEN TO CHNC-SEED-GEN
               MOVE SPACES TO CHNC-PAD-3
               MOVE CHAIN-STAMP (1:8) TO CHNC-DATE-STAMP
               MOVE SPACES TO CHNC-PAD-4
               MOVE CHAIN-STAMP (9:8) TO CHNC-TIME-STAMP
               WRITE CHNC-REC
               CLOSE CHAIN-CTL-FILE
           END-IF.

       END PROGRAM EULLOG.
