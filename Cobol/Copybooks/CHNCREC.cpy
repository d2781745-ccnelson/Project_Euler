      * CHNCREC.cpy
      * record layout for the chain control file kept beside each
      * chained log (the log's own path plus ".CHN", so JOBLOG.CHN,
      * ERRLOG.TEST.CHN, JOBLOG.202608.CHN for an EULARC generation).
      * One row: the check value of the last row written - the chain
      * head - and the seed the log's first chained row links from,
      * which is zero for a chain begun in this file and the closing
      * value of the generation named in CHNC-SEED-GEN once EULARC
      * has cut earlier rows away to a generation. EULLOG moves the
      * head on every append, EULARC moves the seed at month end, and
      * EULCHV proves both against the rows.
      *
      * MODIFICATION HISTORY
      * 2026-09-23  Created.

       01  CHNC-REC.
           05  CHNC-HEAD-VALUE         PIC 9(18).
           05  CHNC-PAD-1              PIC X(02).
           05  CHNC-SEED-VALUE         PIC 9(18).
           05  CHNC-PAD-2              PIC X(02).
           05  CHNC-SEED-GEN           PIC X(06).
           05  CHNC-PAD-3              PIC X(02).
           05  CHNC-DATE-STAMP         PIC 9(08).
           05  CHNC-PAD-4              PIC X(02).
           05  CHNC-TIME-STAMP         PIC 9(08).
