      * BDTREC.cpy
      * record layout for the suite business-date control record
      * (Data/EULBDATE, ".region" under a REGION) - a single row
      * holding the processing date every program stamps its JOBLOG,
      * ERRLOG and history rows with, the date closed before it, and
      * where that date stands: O (open, waiting for its nightly
      * run), R (running - taken by an EULDRV run that has not yet
      * finished) or C (closed - run to successful completion). Only
      * EULDRV changes it; everything else reads it through the
      * shared EULBDT service.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Created.

       01  BDT-ROW.
           05  BDT-ROW-CURRENT-DATE    PIC 9(08).
           05  BDT-ROW-PAD-1           PIC X(02).
           05  BDT-ROW-PRIOR-DATE      PIC 9(08).
           05  BDT-ROW-PAD-2           PIC X(02).
           05  BDT-ROW-STATUS          PIC X(01).
               88  BDT-ROW-OPEN                VALUE 'O'.
               88  BDT-ROW-RUNNING             VALUE 'R'.
               88  BDT-ROW-CLOSED              VALUE 'C'.
           05  BDT-ROW-PAD-3           PIC X(02).
           05  BDT-ROW-RUN-ID          PIC X(16).
           05  BDT-ROW-PAD-4           PIC X(02).
           05  BDT-ROW-CHANGE-DATE     PIC 9(08).
           05  BDT-ROW-PAD-5           PIC X(02).
           05  BDT-ROW-CHANGE-TIME     PIC 9(08).
