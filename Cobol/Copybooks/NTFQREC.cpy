      * NTFQREC.cpy
      * record layout for the outbound notification queue (Data/
      * EULNTFQ, ".region" under a REGION) - one row per message any
      * program has queued through the shared EULNTF service: when
      * and by whom it was queued, who it is for (a requester ID off
      * REQMAST, or an operator class O or S as EULROUTE uses them),
      * its category and urgency, and the text. EULNTD, the
      * dispatcher, moves each row from Q (queued) to S (sent) once
      * it is on the recipients' outbound files, or to F (failed,
      * retried next pass) and finally X (abandoned) after too many
      * failed attempts.
      *
      * MODIFICATION HISTORY
      * 2026-10-06  Created.

       01  NTFQ-REC.
           05  NTFQ-DATE-STAMP         PIC 9(08).
           05  NTFQ-PAD-1              PIC X(02).
           05  NTFQ-TIME-STAMP         PIC 9(08).
           05  NTFQ-PAD-2              PIC X(02).
           05  NTFQ-SOURCE             PIC X(10).
           05  NTFQ-PAD-3              PIC X(02).
           05  NTFQ-RUN-ID             PIC X(16).
           05  NTFQ-PAD-4              PIC X(02).
           05  NTFQ-RECIP-KIND         PIC X(01).
               88  NTFQ-FOR-REQUESTER          VALUE 'R'.
               88  NTFQ-FOR-CLASS              VALUE 'C'.
           05  NTFQ-PAD-5              PIC X(02).
           05  NTFQ-RECIPIENT          PIC X(08).
           05  NTFQ-PAD-6              PIC X(02).
           05  NTFQ-CATEGORY           PIC X(08).
           05  NTFQ-PAD-7              PIC X(02).
           05  NTFQ-URGENCY            PIC X(01).
           05  NTFQ-PAD-8              PIC X(02).
           05  NTFQ-STATUS             PIC X(01).
               88  NTFQ-QUEUED                 VALUE 'Q'.
               88  NTFQ-FAILED                 VALUE 'F'.
               88  NTFQ-SENT                   VALUE 'S'.
               88  NTFQ-ABANDONED              VALUE 'X'.
           05  NTFQ-PAD-9              PIC X(02).
           05  NTFQ-ATTEMPTS           PIC 9(02).
           05  NTFQ-PAD-10             PIC X(02).
           05  NTFQ-SETTLED-DATE       PIC 9(08).
           05  NTFQ-PAD-11             PIC X(02).
           05  NTFQ-SETTLED-TIME       PIC 9(08).
           05  NTFQ-PAD-12             PIC X(02).
           05  NTFQ-TEXT               PIC X(60).
