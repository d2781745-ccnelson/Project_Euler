      *             operator ID failed validation against OPERMAST,
      *             N for a normally validated run, so an audited
      *             emergency run is visible as such in the history.
      * 2026-09-23  Added JOBLOG-CHAIN-VALUE in columns 135-152 - the
      *             chained check value EULLOG works over the previous
      *             row's value and this row's content, so an edited or
      *             removed row breaks the chain EULCHV walks. Rows
      *             written before this change carry spaces there.

       01  JOBLOG-REC.
           05  JOBLOG-PROGRAM-NAME     PIC X(10).
           05  JOBLOG-PARMS            PIC X(32).
           05  JOBLOG-PAD-9            PIC X(02).
           05  JOBLOG-REGION           PIC X(04).
           05  JOBLOG-PAD-10           PIC X(04).
           05  JOBLOG-CHAIN-VALUE      PIC X(18).
