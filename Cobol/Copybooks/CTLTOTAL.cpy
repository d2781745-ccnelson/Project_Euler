      * 2026-09-02  CTL-EXPECTED-ANSWER widened from PIC 9(13) to
      *             PIC 9(18) alongside CTLMREC.cpy for the suite's
      *             move to 18-digit numbers.
      * 2026-09-14  Added CTL-PARMS alongside CTLMREC.cpy's CTLM-PARMS
      *             - an entry is now one program under one parameter
      *             set, and a check matches on both. The table grew
      *             from 20 to 50 entries to hold the extra figures.

       01  CTL-TOTALS-TABLE.
           05  CTL-ENTRY OCCURS 50 TIMES.
               10  CTL-PROGRAM-NAME    PIC X(10).
               10  CTL-EXPECTED-ANSWER PIC 9(18).
               10  CTL-PARMS           PIC X(32).

       01  CTL-ENTRY-COUNT             PIC 9(02) VALUE 0.
