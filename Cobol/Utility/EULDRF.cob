      * the most recent earlier run of the same program under the
      * same recorded parameters, and writes a drift line to EULDRIFT
      * for every pair whose answers differ, with a summary at the
      * bottom. Every run is also held against the CTLMAST figure
      * approved for its own program and recorded parameters, where
      * one exists, and a run that answered off its figure is listed
      * in a second section. Any drift or off-figure answer ends the
      * job with return code 8 so the scheduler can raise it.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-08-22  Created.

      * 2026-09-02  Widened to the 18-digit JOBLOG-ANSWER.
      * 2026-09-14  Every run is now also held against the CTLMAST
      *             control figure approved for its own program and
      *             recorded JOBLOG-PARMS, and runs that answered off
      *             their figure are listed in a second section - an
      *             off-figure answer ends the job with return code 8,
      *             same as drift.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULDRF.
       ENVIRONMENT DIVISION.
               FILE STATUS IS JOBLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULDRIFT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-MASTER-FILE ASSIGN TO "Data/CTLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  CTL-MASTER-FILE.
           COPY CTLMREC.

       WORKING-STORAGE SECTION.
       COPY CTLTOTAL.

       01  CTLM-FILE-STATUS PIC X(02) VALUE SPACES.
       01  CTLM-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  CTLM-END-OF-FILE        VALUE 'Y'.
       01  CHECK-IDX        PIC 9(02) COMP VALUE 0.
       01  FIGURE-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  FIGURE-FOUND            VALUE 'Y'.
       01  FIGURED-COUNT    PIC 9(06) VALUE 0.
       01  KEY-LENGTH       PIC 9(02) COMP VALUE 0.
       01  OFF-FIGURE-COUNT PIC 9(06) VALUE 0.
       01  JOBLOG-STATUS    PIC X(02) VALUE SPACES.
       01  JOBLOG-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-JOBLOG           VALUE 'Y'.
       01  RPT-SUMMARY-3.
           05  FILLER           PIC X(17) VALUE "ANSWERS DRIFTED: ".
           05  RPT-SUM-DRIFT    PIC ZZZZZ9.
       01  RPT-FIGURE-TITLE.
           05  FILLER           PIC X(40)
                   VALUE "RUNS OFF THEIR APPROVED CONTROL FIGURE".
       01  RPT-FIGURE-HEADING.
           05  FILLER           PIC X(12) VALUE "PROGRAM".
           05  FILLER           PIC X(34) VALUE "PARMS".
           05  FILLER           PIC X(19) VALUE "RUN".
           05  FILLER           PIC X(20) VALUE "APPROVED FIGURE".
           05  FILLER           PIC X(18) VALUE "ANSWER".
       01  RPT-FIGURE-DETAIL.
           05  RPT-FIG-PROGRAM  PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FIG-PARMS    PIC X(32).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FIG-DATE     PIC 9(08).
           05  FILLER           PIC X(01) VALUE "/".
           05  RPT-FIG-TIME     PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FIG-EXPECTED PIC 9(18).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FIG-ANSWER   PIC 9(18).
       01  RPT-SUMMARY-4.
           05  FILLER           PIC X(17) VALUE "RUNS WITH FIGURE:".
           05  RPT-SUM-FIGURED  PIC ZZZZZ9.
       01  RPT-SUMMARY-5.
           05  FILLER           PIC X(17) VALUE "OFF FIGURE:      ".
           05  RPT-SUM-OFF      PIC ZZZZZ9.

       COPY TIMING.


           PERFORM PARA-SCAN-FOR-DRIFT.

           PERFORM PARA-LOAD-CONTROL-TOTALS.
           WRITE REPORT-REC FROM RPT-FIGURE-TITLE.
           WRITE REPORT-REC FROM RPT-FIGURE-HEADING.
           PERFORM PARA-CHECK-ONE-FIGURE
               VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT.

           MOVE RUN-COUNT TO RPT-SUM-RUNS.
           WRITE REPORT-REC FROM RPT-SUMMARY-1.
           MOVE PAIRED-COUNT TO RPT-SUM-PAIRS.
           WRITE REPORT-REC FROM RPT-SUMMARY-2.
           MOVE DRIFT-COUNT TO RPT-SUM-DRIFT.
           WRITE REPORT-REC FROM RPT-SUMMARY-3.
           MOVE FIGURED-COUNT TO RPT-SUM-FIGURED.
           WRITE REPORT-REC FROM RPT-SUMMARY-4.
           MOVE OFF-FIGURE-COUNT TO RPT-SUM-OFF.
           WRITE REPORT-REC FROM RPT-SUMMARY-5.
           CLOSE REPORT-FILE.

           DISPLAY "EULDRF: " DRIFT-COUNT " drifted of "
               PAIRED-COUNT " paired runs, " OFF-FIGURE-COUNT
               " off their approved figure, see EULDRIFT".

           IF DRIFT-COUNT > 0 OR OFF-FIGURE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           WRITE REPORT-REC FROM RPT-DETAIL.
           ADD 1 TO DRIFT-COUNT.

      *    loads the active control figures - one per program and
      *    parameter set - so each run can be held against the figure
      *    approved for exactly the parameters it recorded. No master
      *    just means no run is figured; drift is still reported.
           PARA-LOAD-CONTROL-TOTALS.
           MOVE 0 TO CTL-ENTRY-COUNT.
           OPEN INPUT CTL-MASTER-FILE.
           IF CTLM-FILE-STATUS = "00"
               MOVE 'N' TO CTLM-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-TOTAL WITH TEST BEFORE
                   UNTIL CTLM-END-OF-FILE
               CLOSE CTL-MASTER-FILE
           ELSE
               DISPLAY "EULDRF: control-total master unavailable "
                   "(status " CTLM-FILE-STATUS ")"
           END-IF.

           PARA-LOAD-ONE-TOTAL.
           READ CTL-MASTER-FILE
               AT END
                   SET CTLM-END-OF-FILE TO TRUE
               NOT AT END
                   IF CTLM-STATUS = "A" AND CTL-ENTRY-COUNT < 50
                       ADD 1 TO CTL-ENTRY-COUNT
                       MOVE CTLM-PROGRAM-NAME
                           TO CTL-PROGRAM-NAME (CTL-ENTRY-COUNT)
                       MOVE CTLM-EXPECTED-ANSWER
                           TO CTL-EXPECTED-ANSWER (CTL-ENTRY-COUNT)
                       MOVE CTLM-PARMS TO CTL-PARMS (CTL-ENTRY-COUNT)
                   END-IF
           END-READ.

      *    holds one run against the figure approved for its program
      *    and recorded parameters. A run with no figure (older rows
      *    without parameters, or a study nobody has signed off) is
      *    simply not figured - drift is the only check it gets.
           PARA-CHECK-ONE-FIGURE.
           MOVE 'N' TO FIGURE-FOUND-SWITCH.
           MOVE 1 TO CHECK-IDX.
           PERFORM PARA-FIND-ONE-FIGURE WITH TEST BEFORE
               UNTIL FIGURE-FOUND OR CHECK-IDX > CTL-ENTRY-COUNT.
           IF FIGURE-FOUND
               ADD 1 TO FIGURED-COUNT
               IF RUN-ANSWER (RUN-IDX)
                       NOT = CTL-EXPECTED-ANSWER (CHECK-IDX)
                   MOVE RUN-PROGRAM (RUN-IDX) TO RPT-FIG-PROGRAM
                   MOVE RUN-PARMS (RUN-IDX) TO RPT-FIG-PARMS
                   MOVE RUN-DATE (RUN-IDX) TO RPT-FIG-DATE
                   MOVE RUN-TIME (RUN-IDX) TO RPT-FIG-TIME
                   MOVE CTL-EXPECTED-ANSWER (CHECK-IDX)
                       TO RPT-FIG-EXPECTED
                   MOVE RUN-ANSWER (RUN-IDX) TO RPT-FIG-ANSWER
                   WRITE REPORT-REC FROM RPT-FIGURE-DETAIL
                   ADD 1 TO OFF-FIGURE-COUNT
               END-IF
           END-IF.

      *    a figure applies when its parameters are the run's own, or
      *    the run's leading tokens - Euler03's figures are keyed on
      *    the number alone (N=nnn), while its single-number JOBLOG
      *    rows go on to name the wheel budget, which does not change
      *    the answer.
           PARA-FIND-ONE-FIGURE.
           IF CTL-PROGRAM-NAME (CHECK-IDX) = RUN-PROGRAM (RUN-IDX)
                   AND CTL-PARMS (CHECK-IDX) NOT = SPACES
               MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (CTL-PARMS (CHECK-IDX) TRAILING)) TO KEY-LENGTH
               IF RUN-PARMS (RUN-IDX) (1:KEY-LENGTH)
                       = CTL-PARMS (CHECK-IDX) (1:KEY-LENGTH)
                   IF KEY-LENGTH = 32
                       SET FIGURE-FOUND TO TRUE
                   ELSE
                       IF RUN-PARMS (RUN-IDX) (KEY-LENGTH + 1:1)
                               = SPACE
                           SET FIGURE-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT FIGURE-FOUND
               ADD 1 TO CHECK-IDX
           END-IF.

       END PROGRAM EULDRF.
