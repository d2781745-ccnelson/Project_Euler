      * SIGNREC.cpy
      * record layout for the Data/EULSIGN promotion sign-off file -
      * one row per program proved by a clean TEST-versus-PROD
      * parallel-run comparison, naming the supervisor who signed it
      * off for production (proven through OPERVAL), the two runs
      * that were compared, and the modification stamp of the
      * program build the rehearsal exercised. Rows are appended
      * only by the EULPAR comparison job; EULDRV reads them to warn
      * when a program has run in production on a build nobody has
      * signed off.
      *
      * MODIFICATION HISTORY
      * 2026-10-02  Created.

       01  SIGN-REC.
           05  SIGN-PROGRAM-NAME       PIC X(10).
           05  SIGN-PAD-1              PIC X(02).
           05  SIGN-DATE-STAMP         PIC 9(08).
           05  SIGN-PAD-2              PIC X(02).
           05  SIGN-TIME-STAMP         PIC 9(08).
           05  SIGN-PAD-3              PIC X(02).
           05  SIGN-SUPERVISOR-ID      PIC X(08).
           05  SIGN-PAD-4              PIC X(02).
           05  SIGN-TEST-REGION        PIC X(04).
           05  SIGN-PAD-5              PIC X(02).
           05  SIGN-TEST-RUN-ID        PIC X(16).
           05  SIGN-PAD-6              PIC X(02).
           05  SIGN-PROD-RUN-ID        PIC X(16).
           05  SIGN-PAD-7              PIC X(02).
           05  SIGN-BUILD-DATE         PIC 9(08).
           05  SIGN-PAD-8              PIC X(02).
           05  SIGN-BUILD-TIME         PIC 9(08).
           05  SIGN-PAD-9              PIC X(02).
           05  SIGN-PARMS              PIC X(32).
