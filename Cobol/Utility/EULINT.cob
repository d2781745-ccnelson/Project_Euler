      * and hands Euler03 one clean Data/EUL03IN
      * work file. Rejects and collapsed duplicates go to the
      * EUL03EDT edit report - input hygiene paid for up front, not
      * out of the batch window. Every requester must be registered
      * and active on the Data/REQMAST requester master, and is held
      * to the priority class and per-drop volume it is entitled to
      * there. Each drop file must close with a trailer row counting
      * its requests - one without (or with a count that disagrees)
      * is still being written or was cut short, and is left out of
      * the merge whole rather than half-merged. With no complete
      * requester files at all the existing Data/EUL03IN is left
      * untouched and the job ends with return code 4.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      *             report all carry the wider column now, so the
      *             requests that used to bounce as not-numeric can
      *             finally be represented.
      * 2026-09-18  Intake is now held to the REQMAST requester
      *             master: an unregistered or inactive requester ID
      *             is rejected to EUL03EDT, a priority more urgent
      *             than the requester is entitled to is capped down
      *             to its permitted class with a WARN line, and rows
      *             beyond the requester's per-drop ceiling in any one
      *             drop file are truncated. EUL03XRF now carries the
      *             registered department of every requester. A
      *             missing master stops intake with return code 12
      *             rather than let unpoliced work through.
      * 2026-09-21  Every cross-reference pair written is also
      *             appended to the Data/EUL03XRH history, stamped
      *             with the batch-run ID, date and time - EUL03XRF
      *             is rewritten each intake, and the month-end
      *             EULCHG chargeback needs every night's requesters
      *             to join Euler03's effort against.
      * 2026-10-05  Requester drops now close with a DROPTRL.cpy
      *             trailer row counting their requests. A drop is
      *             proved complete before it is merged - a missing
      *             trailer, a count that disagrees or rows after the
      *             trailer mark it INCOMPLETE on EUL03EDT, none of it
      *             is merged, and the job ends with return code 4.
      *             EULDRV holds this step until the expected drops
      *             have arrived complete or their cutoff has passed.
      * 2026-10-15  EUL03XRH rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, the same date the run's JOBLOG and
      *             ERRLOG rows carry, so an intake that runs past
      *             midnight charges its requesters to the right
      *             processing date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULINT.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "EUL03EDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQ-MASTER-FILE ASSIGN TO "Data/REQMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQM-STATUS.
           SELECT XREF-HIST-FILE ASSIGN TO "Data/EUL03XRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RQ-NUMBER               PIC X(18).
           05  RQ-PAD-2                PIC X(02).
           05  RQ-PRIORITY             PIC X(01).
      *    the trailer row that closes a complete drop.
           COPY DROPTRL.

       FD  WORK-FILE.
       01  WORK-REC.
           05  XRF-REQUESTER           PIC X(08).
           05  XRF-PAD-2               PIC X(02).
           05  XRF-PRIORITY            PIC X(01).
           05  XRF-PAD-3               PIC X(02).
           05  XRF-DEPT                PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(80).

       FD  REQ-MASTER-FILE.
           COPY REQMREC.

      *    the cross-reference history - one row per pair per intake,
      *    the pair itself exactly as written to EUL03XRF behind the
      *    run stamp.
       FD  XREF-HIST-FILE.
       01  XREF-HIST-REC.
           05  XRH-RUN-ID              PIC X(16).
           05  XRH-PAD-1               PIC X(02).
           05  XRH-DATE-STAMP          PIC 9(08).
           05  XRH-PAD-2               PIC X(02).
           05  XRH-TIME-STAMP          PIC 9(08).
           05  XRH-PAD-3               PIC X(02).
           05  XRH-XREF-DATA           PIC X(41).

       WORKING-STORAGE SECTION.
       01  REQUEST-STATUS   PIC X(02) VALUE SPACES.
       01  REQUEST-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-REQUESTS         VALUE 'Y'.
       01  REQM-STATUS      PIC X(02) VALUE SPACES.
       01  XRH-STATUS       PIC X(02) VALUE SPACES.
       01  REQM-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-REQM             VALUE 'Y'.

      *    the registered requesters and their entitlements, with a
      *    count of the rows each has sent in the drop file at hand -
      *    reset as every drop file is opened, since the ceiling is
      *    per drop.
       01  RQM-COUNT        PIC 9(03) COMP VALUE 0.
       01  RQM-TABLE.
           05  RQM-ENTRY OCCURS 100 TIMES.
               10  RQM-TBL-ID          PIC X(08).
               10  RQM-TBL-DEPT        PIC X(08).
               10  RQM-TBL-ACTIVE      PIC X(01).
               10  RQM-TBL-MAX-PRIORITY PIC X(01).
               10  RQM-TBL-CEILING     PIC 9(05).
               10  RQM-TBL-DROP-COUNT  PIC 9(05).
       01  RQM-IDX          PIC 9(03) COMP VALUE 0.
       01  RQM-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  RQM-FOUND               VALUE 'Y'.

      *    the five requester drop files, tried in turn - a missing
      *    file just means that requester sent nothing tonight.
       01  FILE-SUFFIX      PIC 9(01) VALUE 0.
       01  FILES-READ       PIC 9(01) VALUE 0.

      *    proof that the drop in hand is complete - its request rows
      *    counted, and its last row a trailer agreeing with them.
       01  DROP-ROW-COUNT   PIC 9(09) VALUE 0.
       01  DROP-TRAILER-COUNT PIC 9(09) VALUE 0.
       01  DROP-TRAILER-SW  PIC X(01) VALUE 'N'.
           88  DROP-TRAILER-LAST       VALUE 'Y'.
       01  DROP-COMPLETE-SW PIC X(01) VALUE 'N'.
           88  DROP-COMPLETE           VALUE 'Y'.

      *    the deduplicated work queue, smallest-first once sorted.
       01  NUM-COUNT        PIC 9(03) COMP VALUE 0.
       01  NUM-TABLE.
               10  XRF-TBL-NUMBER      PIC 9(18).
               10  XRF-TBL-REQUESTER   PIC X(08).
               10  XRF-TBL-PRIORITY    PIC X(01).
               10  XRF-TBL-DEPT        PIC X(08).
       01  XRF-IDX          PIC 9(04) COMP VALUE 0.

       01  CANDIDATE-N      PIC 9(18) VALUE 0.
       01  READ-COUNT       PIC 9(06) VALUE 0.
       01  REJECT-COUNT     PIC 9(06) VALUE 0.
       01  DUPLICATE-COUNT  PIC 9(06) VALUE 0.
       01  UNREGISTERED-COUNT PIC 9(06) VALUE 0.
       01  CAPPED-COUNT     PIC 9(06) VALUE 0.
       01  TRUNCATED-COUNT  PIC 9(06) VALUE 0.
       01  INCOMPLETE-COUNT PIC 9(06) VALUE 0.

      *    edit-report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(06) VALUE "FILE  ".
           05  RPT-FILE-PATH    PIC X(16).
           05  RPT-FILE-NOTE    PIC X(12).
       01  RPT-DROP-LINE.
           05  FILLER           PIC X(08) VALUE SPACES.
           05  FILLER           PIC X(06) VALUE "ROWS  ".
           05  RPT-DROP-ROWS    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(11) VALUE "  TRAILER  ".
           05  RPT-DROP-TRAILER PIC X(09).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DROP-NOTE    PIC X(20).
       01  RPT-REJECT-LINE.
           05  FILLER           PIC X(08) VALUE "REJECT  ".
           05  RPT-REJ-REQUESTER PIC X(08).
           05  RPT-REJ-PRIORITY PIC X(01).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-REJ-REASON   PIC X(30).
       01  RPT-WARN-LINE.
           05  FILLER           PIC X(08) VALUE "WARN    ".
           05  RPT-WARN-REQUESTER PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-WARN-NUMBER  PIC X(18).
           05  FILLER           PIC X(05) VALUE "  PR ".
           05  RPT-WARN-PRIORITY PIC X(01).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(22)
                   VALUE "PRIORITY CAPPED TO PR ".
           05  RPT-WARN-CAPPED  PIC X(01).
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(24).
           05  RPT-COUNT-VALUE  PIC ZZZZZ9.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-TITLE.

           PERFORM PARA-LOAD-REQUESTERS.

           PERFORM PARA-READ-ONE-FILE
               VARYING FILE-SUFFIX FROM 1 BY 1
               UNTIL FILE-SUFFIX > 5.

           IF FILES-READ = 0
               MOVE "NO COMPLETE REQUESTER FILES - WORK FILE UNTOUCHED"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "EULINT: no complete requester files present"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "EULINT: " NUM-COUNT " numbers queued, "
               REJECT-COUNT " rejected, " DUPLICATE-COUNT
               " duplicates collapsed, " CAPPED-COUNT
               " priorities capped, " INCOMPLETE-COUNT
               " incomplete drop(s) left out".

           IF REJECT-COUNT > 0 OR DUPLICATE-COUNT > 0
                   OR CAPPED-COUNT > 0 OR INCOMPLETE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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

      *    loads the requester master - intake without it would be
      *    back to accepting any ID at any priority in any volume, so
      *    a missing master stops the job before a work file is cut.
           PARA-LOAD-REQUESTERS.
           OPEN INPUT REQ-MASTER-FILE.
           IF REQM-STATUS NOT = "00"
               MOVE "REQUESTER MASTER UNAVAILABLE - INTAKE STOPPED"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "EULINT: requester master unavailable "
                   "(status " REQM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO REQM-EOF-SWITCH.
           PERFORM PARA-LOAD-ONE-REQUESTER WITH TEST BEFORE
               UNTIL END-OF-REQM.
           CLOSE REQ-MASTER-FILE.

           PARA-LOAD-ONE-REQUESTER.
           READ REQ-MASTER-FILE
               AT END
                   SET END-OF-REQM TO TRUE
               NOT AT END
                   IF RQM-COUNT < 100
                       ADD 1 TO RQM-COUNT
                       MOVE REQM-ID TO RQM-TBL-ID (RQM-COUNT)
                       MOVE REQM-DEPT TO RQM-TBL-DEPT (RQM-COUNT)
                       MOVE REQM-ACTIVE TO RQM-TBL-ACTIVE (RQM-COUNT)
                       MOVE REQM-MAX-PRIORITY
                           TO RQM-TBL-MAX-PRIORITY (RQM-COUNT)
                       MOVE REQM-DROP-CEILING
                           TO RQM-TBL-CEILING (RQM-COUNT)
                       MOVE 0 TO RQM-TBL-DROP-COUNT (RQM-COUNT)
                   END-IF
           END-READ.

      *    looks the request's requester ID up on the master, leaving
      *    RQM-IDX on its entry when it is registered.
           PARA-FIND-REQUESTER.
           MOVE 'N' TO RQM-FOUND-SWITCH.
           MOVE 1 TO RQM-IDX.
           PERFORM PARA-FIND-ONE-REQUESTER WITH TEST BEFORE
               UNTIL RQM-FOUND OR RQM-IDX > RQM-COUNT.

           PARA-FIND-ONE-REQUESTER.
           IF RQM-TBL-ID (RQM-IDX) = RQ-REQUESTER
               SET RQM-FOUND TO TRUE
           ELSE
               ADD 1 TO RQM-IDX
           END-IF.

           PARA-RESET-ONE-DROP-COUNT.
           MOVE 0 TO RQM-TBL-DROP-COUNT (RQM-IDX).

      *    merges one requester drop file, allocated onto the RQFILE
      *    DD name by suffix; a file that isn't there is simply noted,
      *    and one that isn't complete is noted and left out whole.
           PARA-READ-ONE-FILE.
           MOVE SPACES TO REQUEST-PATH.
           STRING "Data/EUL03RQ" DELIMITED BY SIZE
               FILE-SUFFIX DELIMITED BY SIZE
               INTO REQUEST-PATH.
           SET ENVIRONMENT "DD_RQFILE" TO REQUEST-PATH.
           MOVE REQUEST-PATH TO RPT-FILE-PATH.
           MOVE 'N' TO DROP-COMPLETE-SW.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS = "00"
               PERFORM PARA-PROVE-DROP
               CLOSE REQUEST-FILE
               IF NOT DROP-COMPLETE
                   PERFORM PARA-NOTE-INCOMPLETE-DROP
               END-IF
           ELSE
               MOVE "NOT PRESENT" TO RPT-FILE-NOTE
               WRITE REPORT-REC FROM RPT-FILE-LINE
           END-IF.
           IF DROP-COMPLETE
               OPEN INPUT REQUEST-FILE
               ADD 1 TO FILES-READ
               PERFORM PARA-RESET-ONE-DROP-COUNT
                   VARYING RQM-IDX FROM 1 BY 1
                   UNTIL RQM-IDX > RQM-COUNT
               MOVE "MERGED" TO RPT-FILE-NOTE
               WRITE REPORT-REC FROM RPT-FILE-LINE
               MOVE 'N' TO REQUEST-EOF-SWITCH
               PERFORM PARA-EDIT-ONE-REQUEST WITH TEST BEFORE
                   UNTIL END-OF-REQUESTS
               CLOSE REQUEST-FILE
           END-IF.

      *    reads the drop through once before any of it is merged -
      *    complete only when its last row is a trailer whose count
      *    agrees with the request rows ahead of it. A trailer with
      *    rows after it is a drop that was appended to after it was
      *    closed, which is no more complete than one never closed.
           PARA-PROVE-DROP.
           MOVE 0 TO DROP-ROW-COUNT.
           MOVE 0 TO DROP-TRAILER-COUNT.
           MOVE 'N' TO DROP-TRAILER-SW.
           MOVE 'N' TO REQUEST-EOF-SWITCH.
           PERFORM PARA-PROVE-ONE-ROW WITH TEST BEFORE
               UNTIL END-OF-REQUESTS.
           IF DROP-TRAILER-LAST
                   AND DROP-TRAILER-COUNT = DROP-ROW-COUNT
               SET DROP-COMPLETE TO TRUE
           END-IF.

           PARA-PROVE-ONE-ROW.
           READ REQUEST-FILE
               AT END
                   SET END-OF-REQUESTS TO TRUE
               NOT AT END
                   IF DROP-TRL-TYPE = "TRL"
                           AND DROP-TRL-PAD-1 = SPACES
                       MOVE 'Y' TO DROP-TRAILER-SW
                       MOVE 0 TO DROP-TRAILER-COUNT
                       IF DROP-TRL-COUNT IS NUMERIC
                           MOVE DROP-TRL-COUNT TO DROP-TRAILER-COUNT
                       END-IF
                   ELSE
                       MOVE 'N' TO DROP-TRAILER-SW
                       ADD 1 TO DROP-ROW-COUNT
                   END-IF
           END-READ.

           PARA-NOTE-INCOMPLETE-DROP.
           ADD 1 TO INCOMPLETE-COUNT.
           MOVE "INCOMPLETE" TO RPT-FILE-NOTE.
           WRITE REPORT-REC FROM RPT-FILE-LINE.
           MOVE DROP-ROW-COUNT TO RPT-DROP-ROWS.
           IF DROP-TRAILER-LAST
               MOVE DROP-TRAILER-COUNT TO RPT-DROP-TRAILER
               MOVE "COUNT DISAGREES" TO RPT-DROP-NOTE
           ELSE
               MOVE "NONE" TO RPT-DROP-TRAILER
               MOVE "NOT CLOSED" TO RPT-DROP-NOTE
           END-IF.
           WRITE REPORT-REC FROM RPT-DROP-LINE.

      *    validates one request - first against the requester
      *    master (registered, active, and inside its drop ceiling),
      *    then the same edits Euler03's own exception handling would
      *    apply at run time, paid here instead: numeric, and at least
      *    2 so there are prime factors to find.
           PARA-EDIT-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET END-OF-REQUESTS TO TRUE
               NOT AT END
                   IF DROP-TRL-TYPE = "TRL"
                           AND DROP-TRL-PAD-1 = SPACES
                       CONTINUE
                   ELSE
                       PERFORM PARA-EDIT-REQUEST-ROW
                   END-IF
           END-READ.

           PARA-EDIT-REQUEST-ROW.
           ADD 1 TO READ-COUNT.
           PERFORM PARA-FIND-REQUESTER.
           IF RQM-FOUND
               IF RQM-TBL-ACTIVE (RQM-IDX) = "A"
                   ADD 1 TO RQM-TBL-DROP-COUNT (RQM-IDX)
               END-IF
           END-IF.
           PERFORM PARA-EDIT-PRIORITY.
           MOVE RQ-PRIORITY TO RPT-REJ-PRIORITY.
           EVALUATE TRUE
               WHEN NOT RQM-FOUND
                   MOVE RQ-REQUESTER TO RPT-REJ-REQUESTER
                   MOVE RQ-NUMBER TO RPT-REJ-NUMBER
                   MOVE "REQUESTER NOT REGISTERED"
                       TO RPT-REJ-REASON
                   WRITE REPORT-REC FROM RPT-REJECT-LINE
                   ADD 1 TO REJECT-COUNT
                   ADD 1 TO UNREGISTERED-COUNT
               WHEN RQM-TBL-ACTIVE (RQM-IDX) NOT = "A"
                   MOVE RQ-REQUESTER TO RPT-REJ-REQUESTER
                   MOVE RQ-NUMBER TO RPT-REJ-NUMBER
                   MOVE "REQUESTER INACTIVE"
                       TO RPT-REJ-REASON
                   WRITE REPORT-REC FROM RPT-REJECT-LINE
                   ADD 1 TO REJECT-COUNT
                   ADD 1 TO UNREGISTERED-COUNT
               WHEN RQM-TBL-DROP-COUNT (RQM-IDX)
                       > RQM-TBL-CEILING (RQM-IDX)
                   MOVE RQ-REQUESTER TO RPT-REJ-REQUESTER
                   MOVE RQ-NUMBER TO RPT-REJ-NUMBER
                   MOVE "OVER DROP CEILING - TRUNCATED"
                       TO RPT-REJ-REASON
                   WRITE REPORT-REC FROM RPT-REJECT-LINE
                   ADD 1 TO REJECT-COUNT
                   ADD 1 TO TRUNCATED-COUNT
               WHEN CANDIDATE-PRIORITY = SPACE
                   MOVE RQ-REQUESTER TO RPT-REJ-REQUESTER
                   MOVE RQ-NUMBER TO RPT-REJ-NUMBER
                   MOVE "PRIORITY NOT 1-9"
                       TO RPT-REJ-REASON
                   WRITE REPORT-REC FROM RPT-REJECT-LINE
                   ADD 1 TO REJECT-COUNT
               WHEN FUNCTION TRIM (RQ-NUMBER)
                       IS NOT NUMERIC
                   MOVE RQ-REQUESTER TO RPT-REJ-REQUESTER
                   MOVE RQ-NUMBER TO RPT-REJ-NUMBER
                   MOVE "NOT NUMERIC" TO RPT-REJ-REASON
                   WRITE REPORT-REC FROM RPT-REJECT-LINE
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   MOVE RQ-NUMBER TO CANDIDATE-N
                   IF CANDIDATE-N < 2
                       MOVE RQ-REQUESTER
                           TO RPT-REJ-REQUESTER
                       MOVE RQ-NUMBER TO RPT-REJ-NUMBER
                       MOVE "BELOW 2 - NO PRIME FACTORS"
                           TO RPT-REJ-REASON
                       WRITE REPORT-REC FROM RPT-REJECT-LINE
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       PERFORM PARA-CAP-PRIORITY
                       PERFORM PARA-QUEUE-REQUEST
                   END-IF
           END-EVALUATE.

      *    a blank priority column is the routine middle of the
      *    scale; anything else must be a digit 1-9, and a zero is
      *    no more a priority than a letter is. A bad code leaves
                   MOVE SPACE TO CANDIDATE-PRIORITY
           END-EVALUATE.

      *    a requester asking for a more urgent class than it is
      *    entitled to is worked at its permitted class instead - the
      *    request still goes through, with a WARN line so the owning
      *    department can see its priority was overruled.
           PARA-CAP-PRIORITY.
           IF CANDIDATE-PRIORITY < RQM-TBL-MAX-PRIORITY (RQM-IDX)
               MOVE RQ-REQUESTER TO RPT-WARN-REQUESTER
               MOVE RQ-NUMBER TO RPT-WARN-NUMBER
               MOVE CANDIDATE-PRIORITY TO RPT-WARN-PRIORITY
               MOVE RQM-TBL-MAX-PRIORITY (RQM-IDX) TO RPT-WARN-CAPPED
               WRITE REPORT-REC FROM RPT-WARN-LINE
               MOVE RQM-TBL-MAX-PRIORITY (RQM-IDX)
                   TO CANDIDATE-PRIORITY
               ADD 1 TO CAPPED-COUNT
           END-IF.

      *    queues a valid number once, collapsing duplicates, and
      *    records the (number, requester) pair in the cross-
      *    reference regardless - every requester keeps their claim
               MOVE RQ-REQUESTER TO XRF-TBL-REQUESTER (XRF-COUNT)
               MOVE CANDIDATE-PRIORITY
                   TO XRF-TBL-PRIORITY (XRF-COUNT)
               MOVE RQM-TBL-DEPT (RQM-IDX) TO XRF-TBL-DEPT (XRF-COUNT)
           END-IF.

           PARA-FIND-NUMBER.

      *    the cross-reference, grouped to follow the work queue
      *    order so a number's requesters sit together.
      *    Each pair is appended to the history as well - OPEN EXTEND
      *    fails with a file-status of 35 the first time the history
      *    doesn't exist yet, in which case it is created with OPEN
      *    OUTPUT instead.
           PARA-WRITE-XREF.
           OPEN OUTPUT XREF-FILE.
           OPEN EXTEND XREF-HIST-FILE.
           IF XRH-STATUS = "35"
               OPEN OUTPUT XREF-HIST-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE 1 TO NUM-IDX.
           PERFORM PARA-WRITE-XREF-GROUP WITH TEST BEFORE
               UNTIL NUM-IDX > NUM-COUNT.
           CLOSE XREF-FILE.
           CLOSE XREF-HIST-FILE.

           PARA-WRITE-XREF-GROUP.
           MOVE 1 TO XRF-IDX.
               MOVE XRF-TBL-REQUESTER (XRF-IDX) TO XRF-REQUESTER
               MOVE SPACES TO XRF-PAD-2
               MOVE XRF-TBL-PRIORITY (XRF-IDX) TO XRF-PRIORITY
               MOVE SPACES TO XRF-PAD-3
               MOVE XRF-TBL-DEPT (XRF-IDX) TO XRF-DEPT
               WRITE XREF-REC
               MOVE AUDIT-BATCH-RUN-ID TO XRH-RUN-ID
               MOVE SPACES TO XRH-PAD-1
               MOVE AUDIT-BUSINESS-DATE TO XRH-DATE-STAMP
               MOVE SPACES TO XRH-PAD-2
               MOVE WS-CURRENT-TIME TO XRH-TIME-STAMP
               MOVE SPACES TO XRH-PAD-3
               MOVE XREF-REC TO XRH-XREF-DATA
               WRITE XREF-HIST-REC
           END-IF.
           ADD 1 TO XRF-IDX.

           PARA-WRITE-COUNTS.
           MOVE "DROPS INCOMPLETE:       " TO RPT-COUNT-LABEL.
           MOVE INCOMPLETE-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "REQUESTS READ:          " TO RPT-COUNT-LABEL.
           MOVE READ-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "REJECTED:               " TO RPT-COUNT-LABEL.
           MOVE REJECT-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "  NOT REGISTERED/ACTIVE:" TO RPT-COUNT-LABEL.
           MOVE UNREGISTERED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "  OVER DROP CEILING:    " TO RPT-COUNT-LABEL.
           MOVE TRUNCATED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "PRIORITIES CAPPED:      " TO RPT-COUNT-LABEL.
           MOVE CAPPED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "DUPLICATES COLLAPSED:   " TO RPT-COUNT-LABEL.
           MOVE DUPLICATE-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
