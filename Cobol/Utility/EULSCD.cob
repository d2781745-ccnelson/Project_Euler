      * 2026-09-02  Widened to the 18-digit number pipeline - the
      *             reconciliation-generation and cross-reference
      *             layouts this job reads positionally.
      * 2026-09-23  EUL03HIT rows are read at their full 152 columns now
      *             that EULLOG appends a chained check value in columns
      *             135-152.
      * 2026-10-14  Every source this job tallies by month is now
      *             stamped with the suite business date, so the
      *             scorecard's months are business months; a reporting
      *             month later than the business month (read through
      *             the shared EULBDT service) is refused.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULSCD.
       ENVIRONMENT DIVISION.
           05  HIT-HITS                PIC 9(06).
           05  HIT-PAD-4               PIC X(02).
           05  HIT-MISSES              PIC 9(06).
           05  HIT-PAD-5               PIC X(82).
           05  HIT-CHAIN-VALUE         PIC X(18).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(100).
           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

      *    the rows tallied are stamped with the business date, so a
      *    month past the business month has had nothing processed.
           IF PARM-MONTH > AUDIT-BUSINESS-DATE (1:6)
               DISPLAY "EULSCD: reporting month " PARM-MONTH
                   " is later than the business month "
                   AUDIT-BUSINESS-DATE (1:6)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PARA-TALLY-JOBLOG.
           PERFORM PARA-TALLY-GENERATIONS.
           PERFORM PARA-TALLY-EVENTS.
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the suite's business date, off the EULBDATE control
      *    record - the month card is checked against it.
           MOVE "Data/EULBDATE" TO REGION-PATH-WORK.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
