      * 2026-09-02  Widened to the 18-digit number pipeline - the
      *             cross-reference, result, exception and delivery
      *             layouts.
      * 2026-09-18  The cross-reference now carries each requester's
      *             registered department from the REQMAST requester
      *             master, and every manifest row records it, so a
      *             delivery can be traced to the department that
      *             owns the requester as well as to the ID.
      * 2026-10-06  Each requester served is now sent a "your delivery
      *             is ready" notice through the shared EULNTF
      *             notification queue (a REGION run queues to that
      *             region's copy), naming the delivery file and its
      *             answered, rejected and pending counts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULDST.
       ENVIRONMENT DIVISION.
           05  XRF-NUMBER              PIC 9(18).
           05  XRF-PAD                 PIC X(02).
           05  XRF-REQUESTER           PIC X(08).
           05  XRF-PAD-2               PIC X(02).
           05  XRF-PRIORITY            PIC X(01).
           05  XRF-PAD-3               PIC X(02).
           05  XRF-DEPT                PIC X(08).

       FD  RESULTS-FILE.
       01  RESULTS-REC.
           05  MNF-REJECTED            PIC 9(06).
           05  MNF-PAD-6               PIC X(02).
           05  MNF-PENDING             PIC 9(06).
           05  MNF-PAD-7               PIC X(02).
           05  MNF-DEPT                PIC X(08).

       WORKING-STORAGE SECTION.
       01  XREF-STATUS      PIC X(02) VALUE SPACES.
       01  RQD-TABLE.
           05  RQD-ENTRY OCCURS 100 TIMES.
               10  RQD-REQUESTER       PIC X(08).
               10  RQD-DEPT            PIC X(08).
       01  RQD-IDX          PIC 9(03) COMP VALUE 0.
       01  RQD-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  RQD-FOUND               VALUE 'Y'.
      *    hand, allocated onto the DLVFILE DD name before the OPEN.
       01  DELIVERY-PATH    PIC X(40) VALUE SPACES.
       01  CURRENT-REQUESTER PIC X(08) VALUE SPACES.
       01  CURRENT-DEPT     PIC X(08) VALUE SPACES.

      *    per-requester delivery counts for the manifest row.
       01  ANSWERED-COUNT   PIC 9(06) VALUE 0.
       01  PENDING-TOTAL    PIC 9(06) VALUE 0.
       01  REQUESTERS-SERVED PIC 9(03) VALUE 0.

      *    interface fields for the shared EULNTF queueing service -
      *    each requester is told their delivery is ready.
       01  NTF-QUEUE-PATH   PIC X(40) VALUE SPACES.
       01  NTF-RECIP-KIND   PIC X(01) VALUE "R".
       01  NTF-RECIPIENT    PIC X(08) VALUE SPACES.
       01  NTF-CATEGORY     PIC X(08) VALUE "DELIVERY".
       01  NTF-URGENCY      PIC X(01) VALUE "N".
       01  NTF-SOURCE       PIC X(10) VALUE "EULDST".
       01  NTF-TEXT         PIC X(60) VALUE SPACES.
       01  NTF-RESULT       PIC X(01) VALUE SPACE.
       01  NTF-ANSWERED     PIC ZZZZZ9.
       01  NTF-REJECTED     PIC ZZZZZ9.
       01  NTF-PENDING      PIC ZZZZZ9.

       COPY TIMING.

       PROCEDURE DIVISION.
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

      *    the notification queue follows the run's region, so a TEST
      *    rehearsal's deliveries are never announced to a real
      *    requester.
           ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION".
           IF AUDIT-REGION-CODE = SPACES
               MOVE "PROD" TO AUDIT-REGION-CODE
           END-IF.
           MOVE "Data/EULNTFQ" TO NTF-QUEUE-PATH.
           IF NOT PRODUCTION-REGION
               MOVE SPACES TO NTF-QUEUE-PATH
               STRING "Data/EULNTFQ." DELIMITED BY SIZE
                   AUDIT-REGION-CODE DELIMITED BY SPACE
                   INTO NTF-QUEUE-PATH
           END-IF.

      *    loads the night's headline answers, skipping the header
      *    and trailer control records - EULBAL owns proving those.
           PARA-LOAD-RESULTS.
               IF RQD-COUNT < 100
                   ADD 1 TO RQD-COUNT
                   MOVE XRF-REQUESTER TO RQD-REQUESTER (RQD-COUNT)
                   MOVE XRF-DEPT TO RQD-DEPT (RQD-COUNT)
               END-IF
           END-IF.

      *    proving what went out.
           PARA-DELIVER-ONE-REQUESTER.
           MOVE RQD-REQUESTER (RQD-IDX) TO CURRENT-REQUESTER.
           MOVE RQD-DEPT (RQD-IDX) TO CURRENT-DEPT.
           MOVE 0 TO ANSWERED-COUNT.
           MOVE 0 TO REJECTED-COUNT.
           MOVE 0 TO PENDING-COUNT.
           CLOSE DELIVERY-FILE.
           ADD 1 TO REQUESTERS-SERVED.
           PERFORM PARA-WRITE-MANIFEST-ROW.
           PERFORM PARA-NOTIFY-REQUESTER.

      *    queues the requester's "your delivery is ready" notice for
      *    the EULNTD dispatcher. A notice that cannot be queued is
      *    told to the operator - the delivery itself stands.
           PARA-NOTIFY-REQUESTER.
           MOVE CURRENT-REQUESTER TO NTF-RECIPIENT.
           MOVE ANSWERED-COUNT TO NTF-ANSWERED.
           MOVE REJECTED-COUNT TO NTF-REJECTED.
           MOVE PENDING-COUNT TO NTF-PENDING.
           MOVE SPACES TO NTF-TEXT.
           STRING DELIVERY-PATH DELIMITED BY SPACE
               " ready: " DELIMITED BY SIZE
               FUNCTION TRIM (NTF-ANSWERED) DELIMITED BY SIZE
               " answered, " DELIMITED BY SIZE
               FUNCTION TRIM (NTF-REJECTED) DELIMITED BY SIZE
               " rejected, " DELIMITED BY SIZE
               FUNCTION TRIM (NTF-PENDING) DELIMITED BY SIZE
               " pending" DELIMITED BY SIZE
               INTO NTF-TEXT.
           CALL "EULNTF" USING BY CONTENT NTF-QUEUE-PATH,
                               BY CONTENT NTF-RECIP-KIND,
                               BY CONTENT NTF-RECIPIENT,
                               BY CONTENT NTF-CATEGORY,
                               BY CONTENT NTF-URGENCY,
                               BY CONTENT NTF-SOURCE,
                               BY CONTENT AUDIT-BATCH-RUN-ID,
                               BY CONTENT NTF-TEXT,
                               BY REFERENCE NTF-RESULT.
           IF NTF-RESULT NOT = "Y"
               DISPLAY "EULDST: delivery notice for "
                   CURRENT-REQUESTER " not queued"
           END-IF.

      *    delivers one cross-reference pair when it belongs to the
      *    requester at hand - the answer when the number was
           MOVE REJECTED-COUNT TO MNF-REJECTED.
           MOVE SPACES TO MNF-PAD-6.
           MOVE PENDING-COUNT TO MNF-PENDING.
           MOVE SPACES TO MNF-PAD-7.
           MOVE CURRENT-DEPT TO MNF-DEPT.
           WRITE MANIFEST-REC.
           CLOSE MANIFEST-FILE.

