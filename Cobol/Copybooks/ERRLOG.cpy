      *             unavailable), so operations can roll the log up
      *             by what actually went wrong. Rows written before
      *             this change carry spaces in the new columns.
      * 2026-09-23  Added ERRLOG-CHAIN-VALUE in columns 135-152, the
      *             same chained check value JOBLOG now carries (EULLOG
      *             places it at the same columns in every log it
      *             appends to). Rows written before this change carry
      *             spaces there.

       01  ERRLOG-REC.
           05  ERRLOG-PROGRAM-NAME     PIC X(10).
           05  ERRLOG-SEVERITY         PIC X(01).
           05  ERRLOG-PAD-6            PIC X(02).
           05  ERRLOG-EVENT-CODE       PIC X(04).
           05  ERRLOG-PAD-7            PIC X(35).
           05  ERRLOG-CHAIN-VALUE      PIC X(18).
