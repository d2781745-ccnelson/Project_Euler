      * C NELSON 2026
      * Standalone, separately compiled notification-queue service,
      * in the same mould as EULLOG and EULLCK. Everything the suite
      * knows about a problem or a delivery used to sit in files that
      * somebody had to go and read; any program can now CALL this
      * service to queue a message for a requester or for an
      * operator class, and the EULNTD dispatcher turns the queue
      * into per-recipient outbound files for the mail gateway. This
      * program only queues: it proves the message is addressable,
      * stamps it and appends it as a Q row (NTFQREC.cpy), and tells
      * the caller whether it landed.
      *
      * MODIFICATION HISTORY
      * 2026-10-06  Created.
      *
      *#################################################################
      *################ USAGE ##########################################
      * NTF-QUEUE-PATH - path to the queue, as seen from the CALLer's
      *                  own working directory (e.g. "Data/EULNTFQ",
      *                  with the ".region" suffix under a REGION).
      *                  Allocated onto the EULNTFF DD name through
      *                  the DD_EULNTFF environment mapping.
      * NTF-RECIP-KIND - R = a requester ID, C = an operator class.
      * NTF-RECIPIENT  - the requester ID, or the class (O or S) as
      *                  the Data/EULROUTE routing master names them.
      * NTF-CATEGORY   - what the message is about (DELIVERY, SEVERE,
      *                  ESCALATE, ...), for the recipient's filing.
      * NTF-URGENCY    - H = high, N = normal; blank is taken as N.
      * NTF-SOURCE     - the program the message is about.
      * NTF-RUN-ID     - the batch-run ID it belongs to.
      * NTF-TEXT       - the message itself.
      * NTF-RESULT     - Y = queued; N = NOT queued (unaddressable,
      *                  queue busy or unwritable) and the caller
      *                  must at least tell the operator.
      * guards: the queue's own lock (the queue path plus ".LK",
      * taken through EULLCK) is held across the append, so a row
      * cannot land while the dispatcher is rewriting the queue; a
      * held lock is retried up to 5 times, one second apart. A queue
      * that doesn't exist yet (status 35) is created.
      *#################################################################

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULNTF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "EULNTFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
           COPY NTFQREC.

       WORKING-STORAGE SECTION.
       01  QUEUE-STATUS     PIC X(02) VALUE SPACES.
       01  RETRY-LIMIT      PIC 9(01) VALUE 5.
       01  RETRY-COUNT      PIC 9(01) VALUE 0.
       01  SLEEP-SECONDS    PIC 9(01) VALUE 1.

      *    interface fields for the shared EULLCK run-lock service.
       01  LCK-FILE-PATH    PIC X(40) VALUE SPACES.
       01  LCK-ACTION       PIC X(01) VALUE SPACE.
       01  LCK-HOLDER-ID    PIC X(08) VALUE "EULNTF".
       01  LCK-RESULT       PIC X(01) VALUE SPACE.
       01  LCK-HOLDER-OUT   PIC X(40) VALUE SPACES.

       01  STAMP-DATE-TIME.
           05  STAMP-DATE              PIC 9(08).
           05  STAMP-TIME              PIC 9(08).
           05  FILLER                  PIC X(05).

       LINKAGE SECTION.
       01  NTF-QUEUE-PATH  PIC X(40).
       01  NTF-RECIP-KIND  PIC X(01).
       01  NTF-RECIPIENT   PIC X(08).
       01  NTF-CATEGORY    PIC X(08).
       01  NTF-URGENCY     PIC X(01).
       01  NTF-SOURCE      PIC X(10).
       01  NTF-RUN-ID      PIC X(16).
       01  NTF-TEXT        PIC X(60).
       01  NTF-RESULT      PIC X(01).

       PROCEDURE DIVISION USING NTF-QUEUE-PATH,
                                NTF-RECIP-KIND,
                                NTF-RECIPIENT,
                                NTF-CATEGORY,
                                NTF-URGENCY,
                                NTF-SOURCE,
                                NTF-RUN-ID,
                                NTF-TEXT,
                                NTF-RESULT.
       MAIN-PROCEDURE.

           MOVE 'N' TO NTF-RESULT.

      *    a message nobody can be found for is refused here, not
      *    discovered by the dispatcher days later.
           IF NTF-RECIPIENT = SPACES OR NTF-TEXT = SPACES
               GOBACK
           END-IF.
           IF NTF-RECIP-KIND NOT = "R" AND NTF-RECIP-KIND NOT = "C"
               GOBACK
           END-IF.
           IF NTF-RECIP-KIND = "C"
                   AND NTF-RECIPIENT NOT = "O"
                   AND NTF-RECIPIENT NOT = "S"
               GOBACK
           END-IF.

           MOVE SPACES TO LCK-FILE-PATH.
           STRING FUNCTION TRIM (NTF-QUEUE-PATH) DELIMITED BY SIZE
               ".LK" DELIMITED BY SIZE
               INTO LCK-FILE-PATH.
           MOVE 0 TO RETRY-COUNT.
           MOVE SPACE TO LCK-RESULT.
           PERFORM PARA-TRY-LOCK WITH TEST BEFORE
               UNTIL LCK-RESULT = "Y" OR LCK-RESULT = "E"
                   OR RETRY-COUNT > RETRY-LIMIT.
           IF LCK-RESULT NOT = "Y"
               GOBACK
           END-IF.

           SET ENVIRONMENT "DD_EULNTFF" TO NTF-QUEUE-PATH.
           OPEN EXTEND QUEUE-FILE.
           IF QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           IF QUEUE-STATUS = "00"
               PERFORM PARA-BUILD-ROW
               WRITE NTFQ-REC
               IF QUEUE-STATUS = "00"
                   MOVE 'Y' TO NTF-RESULT
               END-IF
               CLOSE QUEUE-FILE
           END-IF.

           MOVE "R" TO LCK-ACTION.
           PERFORM PARA-CALL-LOCK.

           GOBACK.

      *    one attempt at the queue's lock - held by the dispatcher
      *    or another caller's append, it is worth waiting out for a
      *    few seconds.
           PARA-TRY-LOCK.
           MOVE "A" TO LCK-ACTION.
           PERFORM PARA-CALL-LOCK.
           IF LCK-RESULT = "H"
               ADD 1 TO RETRY-COUNT
               IF RETRY-COUNT <= RETRY-LIMIT
                   CALL "C$SLEEP" USING BY CONTENT SLEEP-SECONDS
               END-IF
           END-IF.

           PARA-CALL-LOCK.
           CALL "EULLCK" USING BY CONTENT LCK-FILE-PATH,
                               BY CONTENT LCK-ACTION,
                               BY CONTENT LCK-HOLDER-ID,
                               BY CONTENT NTF-RUN-ID,
                               BY REFERENCE LCK-RESULT,
                               BY REFERENCE LCK-HOLDER-OUT.

      *    stamps the message and queues it unsent.
           PARA-BUILD-ROW.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           MOVE STAMP-DATE TO NTFQ-DATE-STAMP.
           MOVE SPACES TO NTFQ-PAD-1.
           MOVE STAMP-TIME TO NTFQ-TIME-STAMP.
           MOVE SPACES TO NTFQ-PAD-2.
           MOVE NTF-SOURCE TO NTFQ-SOURCE.
           MOVE SPACES TO NTFQ-PAD-3.
           MOVE NTF-RUN-ID TO NTFQ-RUN-ID.
           MOVE SPACES TO NTFQ-PAD-4.
           MOVE NTF-RECIP-KIND TO NTFQ-RECIP-KIND.
           MOVE SPACES TO NTFQ-PAD-5.
           MOVE NTF-RECIPIENT TO NTFQ-RECIPIENT.
           MOVE SPACES TO NTFQ-PAD-6.
           MOVE NTF-CATEGORY TO NTFQ-CATEGORY.
           MOVE SPACES TO NTFQ-PAD-7.
           MOVE NTF-URGENCY TO NTFQ-URGENCY.
           IF NTFQ-URGENCY NOT = "H"
               MOVE "N" TO NTFQ-URGENCY
           END-IF.
           MOVE SPACES TO NTFQ-PAD-8.
           SET NTFQ-QUEUED TO TRUE.
           MOVE SPACES TO NTFQ-PAD-9.
           MOVE 0 TO NTFQ-ATTEMPTS.
           MOVE SPACES TO NTFQ-PAD-10.
           MOVE 0 TO NTFQ-SETTLED-DATE.
           MOVE SPACES TO NTFQ-PAD-11.
           MOVE 0 TO NTFQ-SETTLED-TIME.
           MOVE SPACES TO NTFQ-PAD-12.
           MOVE NTF-TEXT TO NTFQ-TEXT.

       END PROGRAM EULNTF.
