      * EULCAP.cob
      * Batch-window capacity forecast. EULDRV appends one EULHIST
      * row per night with the suite's duration and every program's,
      * and EULAWB tells us about a window once it has already been
      * breached - nothing said we were trending toward one. This
      * job fits a straight-line trend through the last nights of
      * EULHIST for the suite and for every program that has an
      * EULSLA window, and projects how many nights remain before
      * each trend crosses its window. Euler03's work grows with
      * what the requesters send, so its trend also takes in the
      * volume growth on the Data/EUL03XRH history (every night's
      * EUL03XRF cross-reference, stamped by EULINT): the distinct
      * numbers asked for per intake are trended, priced at
      * Euler03's current cost per number, and where that rises
      * faster than Euler03's own duration trend it is used instead
      * - and the difference is carried into the suite's trend too.
      * The EULCAPRPT report ranks everything by nights-to-breach
      * and flags whatever falls inside the horizon; every flagged
      * item is also raised as a CAPF warning event on ERRLOG, so
      * the capacity conversation happens weeks ahead rather than
      * the morning after. The parameter card is
      *     [horizon [nights]]
      * the horizon in nights (default 30) and how many of the most
      * recent EULHIST nights to fit over (default 60, at most 366).
      * Return code 4 when anything is flagged or there is too
      * little history to trend, 12 when EULSLA or EULHIST cannot
      * be read. Honors the REGION facility.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-10-01  Created.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-FILE ASSIGN TO "EULSLAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT XREF-HIST-FILE ASSIGN TO "Data/EUL03XRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULCAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-FILE.
       01  SLA-REC.
           05  SLA-STEP-NAME           PIC X(10).
           05  SLA-PAD                 PIC X(02).
           05  SLA-LIMIT               PIC 9(07).

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  HIST-RUN-ID             PIC X(16).
           05  HIST-PAD-1              PIC X(02).
           05  HIST-DATE-STAMP         PIC 9(08).
           05  HIST-PAD-2              PIC X(02).
           05  HIST-TIME-STAMP         PIC 9(08).
           05  HIST-PAD-3              PIC X(02).
           05  HIST-SUITE-DUR          PIC 9(07).
           05  HIST-PAD-4              PIC X(02).
           05  HIST-DUR-EULER01        PIC 9(07).
           05  HIST-PAD-5              PIC X(02).
           05  HIST-DUR-EULER01B       PIC 9(07).
           05  HIST-PAD-6              PIC X(02).
           05  HIST-DUR-EULER02        PIC 9(07).
           05  HIST-PAD-7              PIC X(02).
           05  HIST-DUR-EULER03        PIC 9(07).
           05  HIST-PAD-8              PIC X(02).
           05  HIST-DUR-EULER04        PIC 9(07).
           05  HIST-PAD-9              PIC X(02).
           05  HIST-DUR-EULER06        PIC 9(07).
           05  HIST-PAD-10             PIC X(02).
           05  HIST-DUR-EULER07        PIC 9(07).
           05  HIST-PAD-11             PIC X(02).
           05  HIST-ALERT-COUNT        PIC 9(02).
           05  HIST-PAD-12             PIC X(02).
           05  HIST-SUITE-STATUS       PIC X(04).
           05  HIST-PAD-13             PIC X(02).
           05  HIST-DUR-EULER10        PIC 9(07).

      *    the cross-reference history EULINT appends each intake -
      *    only the run stamp and the number are needed here.
       FD  XREF-HIST-FILE.
       01  XREF-HIST-REC.
           05  XRH-RUN-ID              PIC X(16).
           05  XRH-PAD-1               PIC X(02).
           05  XRH-DATE-STAMP          PIC 9(08).
           05  XRH-PAD-2               PIC X(02).
           05  XRH-TIME-STAMP          PIC 9(08).
           05  XRH-PAD-3               PIC X(02).
           05  XRH-NUMBER              PIC X(18).
           05  XRH-REST                PIC X(23).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  SLA-STATUS       PIC X(02) VALUE SPACES.
       01  HISTORY-STATUS   PIC X(02) VALUE SPACES.
       01  XRH-STATUS       PIC X(02) VALUE SPACES.
       01  EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  END-OF-INPUT            VALUE 'Y'.

      *    parameter card - the horizon and the fitting window.
       01  PARM-CARD        PIC X(32) VALUE SPACES.
       01  PARM-HORIZON-TEXT PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       01  PARM-HORIZON-NUM REDEFINES PARM-HORIZON-TEXT PIC 9(04).
       01  PARM-NIGHTS-TEXT PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       01  PARM-NIGHTS-NUM  REDEFINES PARM-NIGHTS-TEXT PIC 9(04).
       01  PARM-TOKEN-1     PIC X(08) VALUE SPACES.
       01  PARM-TOKEN-2     PIC X(08) VALUE SPACES.
       01  HORIZON-NIGHTS   PIC 9(04) VALUE 30.
       01  FIT-NIGHTS       PIC 9(04) VALUE 60.

      *    the windows being forecast against - one entry per EULSLA
      *    row whose step EULHIST carries a duration column for.
       01  ITM-COUNT        PIC 9(02) COMP VALUE 0.
       01  ITM-TABLE.
           05  ITM-ENTRY OCCURS 10 TIMES.
               10  ITM-NAME            PIC X(10).
               10  ITM-WINDOW          PIC 9(07).
               10  ITM-COLUMN          PIC 9(02).
               10  ITM-POINTS          PIC 9(04).
               10  ITM-NOW             PIC S9(09)V9(02).
               10  ITM-SLOPE           PIC S9(07)V9(04).
               10  ITM-BASIS           PIC X(03).
               10  ITM-NIGHTS          PIC 9(05).
               10  ITM-STATE           PIC X(01).
                   88  ITM-BREACHED            VALUE 'B'.
                   88  ITM-TRENDING            VALUE 'T'.
                   88  ITM-NEVER               VALUE 'N'.
                   88  ITM-NO-TREND            VALUE 'I'.
               10  ITM-FLAG            PIC X(01).
                   88  ITM-FLAGGED             VALUE 'Y'.
       01  ITM-IDX          PIC 9(02) COMP VALUE 0.
       01  SUITE-IDX        PIC 9(02) COMP VALUE 0.
       01  EULER03-IDX      PIC 9(02) COMP VALUE 0.
       01  COLUMN-WORK      PIC 9(02) VALUE 0.

      *    the fitting window of EULHIST - the last FIT-NIGHTS rows,
      *    nine duration columns each (1 = the suite, then Euler01,
      *    Euler01_b, Euler02, Euler03, Euler04, Euler06, Euler07,
      *    Euler10).
       01  HST-TOTAL        PIC 9(06) VALUE 0.
       01  HST-SKIP         PIC 9(06) VALUE 0.
       01  HST-SEEN         PIC 9(06) VALUE 0.
       01  HST-COUNT        PIC 9(04) COMP VALUE 0.
       01  HST-TABLE.
           05  HST-ROW OCCURS 366 TIMES.
               10  HST-DUR OCCURS 9 TIMES PIC 9(07).
       01  HST-IDX          PIC 9(04) COMP VALUE 0.
       01  FIRST-NIGHT      PIC 9(08) VALUE 0.
       01  LAST-NIGHT       PIC 9(08) VALUE 0.

      *    Euler03 volume - distinct numbers per intake run on the
      *    cross-reference history. EULINT writes a number's
      *    requesters together, so a change of number within a run
      *    is a new distinct number.
       01  VOL-TOTAL        PIC 9(06) VALUE 0.
       01  VOL-SKIP         PIC 9(06) VALUE 0.
       01  VOL-SEEN         PIC 9(06) VALUE 0.
       01  VOL-COUNT        PIC 9(04) COMP VALUE 0.
       01  VOL-TABLE.
           05  VOL-RUN OCCURS 366 TIMES PIC 9(07).
       01  VOL-LAST-RUN-ID  PIC X(16) VALUE SPACES.
       01  VOL-LAST-NUMBER  PIC X(18) VALUE SPACES.
       01  VOL-RUN-NUMBERS  PIC 9(07) VALUE 0.
       01  VOL-NOW          PIC S9(09)V9(02) VALUE 0.
       01  VOL-SLOPE        PIC S9(07)V9(04) VALUE 0.
       01  VOL-USABLE-SWITCH PIC X(01) VALUE 'N'.
           88  VOL-USABLE              VALUE 'Y'.
       01  COST-PER-NUMBER  PIC S9(07)V9(04) VALUE 0.
       01  VOL-DUR-SLOPE    PIC S9(07)V9(04) VALUE 0.
       01  VOL-EXCESS       PIC S9(07)V9(04) VALUE 0.

      *    one least-squares fit - the series is loaded into
      *    FIT-SERIES (zero = no run that night, left out of the fit)
      *    and PARA-FIT-SERIES returns the slope per night and the
      *    trend's value at the last night.
       01  FIT-LENGTH       PIC 9(04) COMP VALUE 0.
       01  FIT-TABLE.
           05  FIT-SERIES OCCURS 366 TIMES PIC 9(07).
       01  FIT-IDX          PIC 9(04) COMP VALUE 0.
       01  FIT-M            PIC 9(04) VALUE 0.
       01  FIT-SX           PIC 9(09) VALUE 0.
       01  FIT-SY           PIC 9(12) VALUE 0.
       01  FIT-SXX          PIC 9(12) VALUE 0.
       01  FIT-SXY          PIC 9(15) VALUE 0.
       01  FIT-NUMER        PIC S9(18) VALUE 0.
       01  FIT-DENOM        PIC S9(18) VALUE 0.
       01  FIT-SLOPE        PIC S9(07)V9(04) VALUE 0.
       01  FIT-INTERCEPT    PIC S9(11)V9(04) VALUE 0.
       01  FIT-NOW          PIC S9(09)V9(02) VALUE 0.

      *    nights-to-breach working.
       01  HEADROOM         PIC S9(09)V9(02) VALUE 0.
       01  NIGHTS-WORK      PIC 9(09) VALUE 0.

      *    ranking - ITM indexes in nights-to-breach order.
       01  RANK-TABLE.
           05  RANK-ITEM OCCURS 10 TIMES PIC 9(02) COMP.
       01  RANK-IDX         PIC 9(02) COMP VALUE 0.
       01  RANK-PASS        PIC 9(02) COMP VALUE 0.
       01  RANK-HOLD        PIC 9(02) COMP VALUE 0.
       01  RANK-KEY-A       PIC 9(06) VALUE 0.
       01  RANK-KEY-B       PIC 9(06) VALUE 0.
       01  RANK-ITEM-WORK   PIC 9(02) COMP VALUE 0.
       01  RANK-KEY-WORK    PIC 9(06) VALUE 0.

       01  FLAG-COUNT       PIC 9(03) VALUE 0.
       01  NIGHTS-EDIT      PIC 9(05) VALUE 0.

      *    the error-log record and the interface fields for the
      *    shared EULLOG logging service.
       COPY ERRLOG.

       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACE.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(40)
                   VALUE "EULCAP BATCH-WINDOW CAPACITY FORECAST".
       01  RPT-RUN-LINE.
           05  FILLER           PIC X(08) VALUE "REGION  ".
           05  RPT-REGION       PIC X(04).
           05  FILLER           PIC X(08) VALUE "  RUN   ".
           05  RPT-RUN-ID       PIC X(16).
           05  FILLER           PIC X(11) VALUE "  HORIZON  ".
           05  RPT-HORIZON      PIC ZZZ9.
           05  FILLER           PIC X(07) VALUE " NIGHTS".
       01  RPT-SPAN-LINE.
           05  FILLER           PIC X(14) VALUE "FITTED OVER   ".
           05  RPT-SPAN-COUNT   PIC ZZZ9.
           05  FILLER           PIC X(16) VALUE " NIGHT(S), FROM ".
           05  RPT-SPAN-FROM    PIC 9(08).
           05  FILLER           PIC X(04) VALUE " TO ".
           05  RPT-SPAN-TO      PIC 9(08).
       01  RPT-VOLUME-LINE.
           05  FILLER           PIC X(22)
                   VALUE "EULER03 VOLUME  RUNS ".
           05  RPT-VOL-RUNS     PIC ZZZ9.
           05  FILLER           PIC X(07) VALUE "  NOW  ".
           05  RPT-VOL-NOW      PIC ZZZZZZ9.
           05  FILLER           PIC X(10) VALUE "  GROWTH  ".
           05  RPT-VOL-SLOPE    PIC -ZZZZZ9.99.
           05  FILLER           PIC X(12) VALUE "  COST/NUM  ".
           05  RPT-VOL-COST     PIC ZZZZZZ9.99.
       01  RPT-HEADING.
           05  FILLER           PIC X(06) VALUE "RANK".
           05  FILLER           PIC X(12) VALUE "ITEM".
           05  FILLER           PIC X(09) VALUE "   WINDOW".
           05  FILLER           PIC X(10) VALUE "  TREND AT".
           05  FILLER           PIC X(13) VALUE "  PER NIGHT".
           05  FILLER           PIC X(07) VALUE "  BASIS".
           05  FILLER           PIC X(10) VALUE "    NIGHTS".
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE "FLAG".
       01  RPT-DETAIL.
           05  RPT-RANK         PIC Z9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-ITEM         PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-WINDOW       PIC ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-NOW          PIC -ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-SLOPE        PIC -ZZZZZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-BASIS        PIC X(03).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-NIGHTS       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-FLAG         PIC X(20).
       01  RPT-NIGHTS-NUM   PIC ZZZZZZZ9.
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(24).
           05  RPT-COUNT-VALUE  PIC ZZZZZ9.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           PERFORM PARA-LOAD-WINDOWS.
           PERFORM PARA-LOAD-HISTORY.
           PERFORM PARA-LOAD-VOLUME.

           PERFORM PARA-FIT-ONE-ITEM
               VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > ITM-COUNT.
           PERFORM PARA-APPLY-VOLUME.
           PERFORM PARA-PROJECT-ONE-ITEM
               VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > ITM-COUNT.
           PERFORM PARA-RANK-ITEMS.
           PERFORM PARA-WRITE-REPORT.

           DISPLAY "EULCAP: " ITM-COUNT " window(s) forecast over "
               HST-COUNT " night(s), " FLAG-COUNT
               " inside the horizon - see EULCAPRPT".

           IF FLAG-COUNT > 0 OR HST-COUNT < 3
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    reads the forecast card - both figures optional, each a
      *    whole number of nights.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2.
           IF PARM-TOKEN-1 NOT = SPACES
               MOVE FUNCTION TRIM (PARM-TOKEN-1) TO PARM-HORIZON-TEXT
               INSPECT PARM-HORIZON-TEXT
                   REPLACING LEADING SPACES BY ZEROS
               IF PARM-HORIZON-NUM IS NOT NUMERIC
                       OR PARM-HORIZON-NUM = 0
                   DISPLAY "EULCAP: horizon must be a number of "
                       "nights, 1 to 9999"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-HORIZON-NUM TO HORIZON-NIGHTS
           END-IF.
           IF PARM-TOKEN-2 NOT = SPACES
               MOVE FUNCTION TRIM (PARM-TOKEN-2) TO PARM-NIGHTS-TEXT
               INSPECT PARM-NIGHTS-TEXT
                   REPLACING LEADING SPACES BY ZEROS
               IF PARM-NIGHTS-NUM IS NOT NUMERIC
                       OR PARM-NIGHTS-NUM < 3
                       OR PARM-NIGHTS-NUM > 366
                   DISPLAY "EULCAP: history nights must be 3 to 366"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-NIGHTS-NUM TO FIT-NIGHTS
           END-IF.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION".
           IF AUDIT-REGION-CODE = SPACES
               MOVE "PROD" TO AUDIT-REGION-CODE
           END-IF.
           IF NOT PRODUCTION-REGION
               DISPLAY "EULCAP: running in region " AUDIT-REGION-CODE
           END-IF.
           PERFORM PARA-SET-REGION-FILES.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the business date this run's rows are stamped with, off
      *    the suite's EULBDATE control record.
           MOVE "Data/EULBDATE" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

      *    the windows - every EULSLA row whose step has a duration
      *    column on EULHIST. A step EULHIST does not carry cannot be
      *    trended and is left out.
           PARA-LOAD-WINDOWS.
           OPEN INPUT SLA-FILE.
           IF SLA-STATUS NOT = "00"
               DISPLAY "EULCAP: cannot read EULSLA (status "
                   SLA-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM PARA-LOAD-ONE-WINDOW WITH TEST BEFORE
               UNTIL END-OF-INPUT.
           CLOSE SLA-FILE.

           PARA-LOAD-ONE-WINDOW.
           READ SLA-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM PARA-FIND-COLUMN
                   IF COLUMN-WORK > 0 AND ITM-COUNT < 10
                           AND SLA-LIMIT > 0
                       ADD 1 TO ITM-COUNT
                       MOVE SLA-STEP-NAME TO ITM-NAME (ITM-COUNT)
                       MOVE SLA-LIMIT TO ITM-WINDOW (ITM-COUNT)
                       MOVE COLUMN-WORK TO ITM-COLUMN (ITM-COUNT)
                       MOVE "DUR" TO ITM-BASIS (ITM-COUNT)
                       MOVE 'N' TO ITM-FLAG (ITM-COUNT)
                       IF COLUMN-WORK = 1
                           MOVE ITM-COUNT TO SUITE-IDX
                       END-IF
                       IF COLUMN-WORK = 5
                           MOVE ITM-COUNT TO EULER03-IDX
                       END-IF
                   END-IF
           END-READ.

           PARA-FIND-COLUMN.
           EVALUATE SLA-STEP-NAME
               WHEN "SUITE"
                   MOVE 1 TO COLUMN-WORK
               WHEN "Euler01"
                   MOVE 2 TO COLUMN-WORK
               WHEN "Euler01_b"
                   MOVE 3 TO COLUMN-WORK
               WHEN "Euler02"
                   MOVE 4 TO COLUMN-WORK
               WHEN "Euler03"
                   MOVE 5 TO COLUMN-WORK
               WHEN "Euler04"
                   MOVE 6 TO COLUMN-WORK
               WHEN "Euler06"
                   MOVE 7 TO COLUMN-WORK
               WHEN "Euler07"
                   MOVE 8 TO COLUMN-WORK
               WHEN "Euler10"
                   MOVE 9 TO COLUMN-WORK
               WHEN OTHER
                   MOVE 0 TO COLUMN-WORK
           END-EVALUATE.

      *    the fitting window - one pass to count the nights, a
      *    second to keep the most recent FIT-NIGHTS of them.
           PARA-LOAD-HISTORY.
           MOVE 0 TO HST-TOTAL.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "EULCAP: cannot read EULHIST (status "
                   HISTORY-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM PARA-COUNT-ONE-HISTORY WITH TEST BEFORE
               UNTIL END-OF-INPUT.
           CLOSE HISTORY-FILE.
           IF HST-TOTAL > FIT-NIGHTS
               COMPUTE HST-SKIP = HST-TOTAL - FIT-NIGHTS
           END-IF.
           MOVE 0 TO HST-SEEN.
           MOVE 0 TO HST-COUNT.
           OPEN INPUT HISTORY-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM PARA-LOAD-ONE-HISTORY WITH TEST BEFORE
               UNTIL END-OF-INPUT.
           CLOSE HISTORY-FILE.

           PARA-COUNT-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO HST-TOTAL
           END-READ.

      *    a duration that is not numeric (a row written before a
      *    column existed) counts as no run that night.
           PARA-LOAD-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO HST-SEEN
                   IF HST-SEEN > HST-SKIP
                       ADD 1 TO HST-COUNT
                       IF HST-COUNT = 1
                           MOVE HIST-DATE-STAMP TO FIRST-NIGHT
                       END-IF
                       MOVE HIST-DATE-STAMP TO LAST-NIGHT
                       MOVE ZEROS TO HST-ROW (HST-COUNT)
                       IF HIST-SUITE-DUR IS NUMERIC
                           MOVE HIST-SUITE-DUR TO HST-DUR (HST-COUNT, 1)
                       END-IF
                       IF HIST-DUR-EULER01 IS NUMERIC
                           MOVE HIST-DUR-EULER01
                               TO HST-DUR (HST-COUNT, 2)
                       END-IF
                       IF HIST-DUR-EULER01B IS NUMERIC
                           MOVE HIST-DUR-EULER01B
                               TO HST-DUR (HST-COUNT, 3)
                       END-IF
                       IF HIST-DUR-EULER02 IS NUMERIC
                           MOVE HIST-DUR-EULER02
                               TO HST-DUR (HST-COUNT, 4)
                       END-IF
                       IF HIST-DUR-EULER03 IS NUMERIC
                           MOVE HIST-DUR-EULER03
                               TO HST-DUR (HST-COUNT, 5)
                       END-IF
                       IF HIST-DUR-EULER04 IS NUMERIC
                           MOVE HIST-DUR-EULER04
                               TO HST-DUR (HST-COUNT, 6)
                       END-IF
                       IF HIST-DUR-EULER06 IS NUMERIC
                           MOVE HIST-DUR-EULER06
                               TO HST-DUR (HST-COUNT, 7)
                       END-IF
                       IF HIST-DUR-EULER07 IS NUMERIC
                           MOVE HIST-DUR-EULER07
                               TO HST-DUR (HST-COUNT, 8)
                       END-IF
                       IF HIST-DUR-EULER10 IS NUMERIC
                           MOVE HIST-DUR-EULER10
                               TO HST-DUR (HST-COUNT, 9)
                       END-IF
                   END-IF
           END-READ.

      *    Euler03's volume - distinct numbers per intake run, the
      *    most recent FIT-NIGHTS runs of them. No history simply
      *    leaves Euler03 on its own duration trend.
           PARA-LOAD-VOLUME.
           MOVE 0 TO VOL-TOTAL.
           MOVE 0 TO VOL-COUNT.
           OPEN INPUT XREF-HIST-FILE.
           IF XRH-STATUS = "00"
               MOVE SPACES TO VOL-LAST-RUN-ID
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-COUNT-ONE-XRH WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE XREF-HIST-FILE
               IF VOL-TOTAL > FIT-NIGHTS
                   COMPUTE VOL-SKIP = VOL-TOTAL - FIT-NIGHTS
               END-IF
               MOVE 0 TO VOL-SEEN
               MOVE SPACES TO VOL-LAST-RUN-ID
               OPEN INPUT XREF-HIST-FILE
               MOVE 'N' TO EOF-SWITCH
               PERFORM PARA-LOAD-ONE-XRH WITH TEST BEFORE
                   UNTIL END-OF-INPUT
               CLOSE XREF-HIST-FILE
               PERFORM PARA-CLOSE-VOLUME-RUN
           END-IF.

           PARA-COUNT-ONE-XRH.
           READ XREF-HIST-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF XRH-RUN-ID NOT = VOL-LAST-RUN-ID
                       ADD 1 TO VOL-TOTAL
                       MOVE XRH-RUN-ID TO VOL-LAST-RUN-ID
                   END-IF
           END-READ.

           PARA-LOAD-ONE-XRH.
           READ XREF-HIST-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF XRH-RUN-ID NOT = VOL-LAST-RUN-ID
                       PERFORM PARA-CLOSE-VOLUME-RUN
                       ADD 1 TO VOL-SEEN
                       MOVE XRH-RUN-ID TO VOL-LAST-RUN-ID
                       MOVE SPACES TO VOL-LAST-NUMBER
                       MOVE 0 TO VOL-RUN-NUMBERS
                   END-IF
                   IF XRH-NUMBER NOT = VOL-LAST-NUMBER
                       ADD 1 TO VOL-RUN-NUMBERS
                       MOVE XRH-NUMBER TO VOL-LAST-NUMBER
                   END-IF
           END-READ.

      *    the run just finished goes into the window if it is one
      *    of the most recent.
           PARA-CLOSE-VOLUME-RUN.
           IF VOL-LAST-RUN-ID NOT = SPACES AND VOL-SEEN > VOL-SKIP
               ADD 1 TO VOL-COUNT
               MOVE VOL-RUN-NUMBERS TO VOL-RUN (VOL-COUNT)
           END-IF.

      *    one window's trend - its EULHIST column through the fit.
      *    Fewer than three nights with a run is too little to trend.
           PARA-FIT-ONE-ITEM.
           MOVE HST-COUNT TO FIT-LENGTH.
           MOVE ITM-COLUMN (ITM-IDX) TO COLUMN-WORK.
           PERFORM PARA-LOAD-ONE-POINT
               VARYING FIT-IDX FROM 1 BY 1
               UNTIL FIT-IDX > FIT-LENGTH.
           PERFORM PARA-FIT-SERIES.
           MOVE FIT-M TO ITM-POINTS (ITM-IDX).
           IF FIT-M < 3
               SET ITM-NO-TREND (ITM-IDX) TO TRUE
               MOVE 0 TO ITM-NOW (ITM-IDX)
               MOVE 0 TO ITM-SLOPE (ITM-IDX)
           ELSE
               SET ITM-TRENDING (ITM-IDX) TO TRUE
               MOVE FIT-NOW TO ITM-NOW (ITM-IDX)
               MOVE FIT-SLOPE TO ITM-SLOPE (ITM-IDX)
           END-IF.

           PARA-LOAD-ONE-POINT.
           MOVE HST-DUR (FIT-IDX, COLUMN-WORK) TO FIT-SERIES (FIT-IDX).

      *    least squares over the points loaded, x being the night's
      *    position in the window - a night with no run is left out
      *    but still counts as a night gone by. The trend is read at
      *    the window's last night.
           PARA-FIT-SERIES.
           MOVE 0 TO FIT-M.
           MOVE 0 TO FIT-SX.
           MOVE 0 TO FIT-SY.
           MOVE 0 TO FIT-SXX.
           MOVE 0 TO FIT-SXY.
           MOVE 0 TO FIT-SLOPE.
           MOVE 0 TO FIT-NOW.
           PERFORM PARA-SUM-ONE-POINT
               VARYING FIT-IDX FROM 1 BY 1
               UNTIL FIT-IDX > FIT-LENGTH.
           IF FIT-M >= 3
               COMPUTE FIT-NUMER = FIT-M * FIT-SXY - FIT-SX * FIT-SY
               COMPUTE FIT-DENOM = FIT-M * FIT-SXX - FIT-SX * FIT-SX
               IF FIT-DENOM NOT = 0
                   COMPUTE FIT-SLOPE ROUNDED = FIT-NUMER / FIT-DENOM
               END-IF
               COMPUTE FIT-INTERCEPT ROUNDED =
                   (FIT-SY - FIT-SLOPE * FIT-SX) / FIT-M
               COMPUTE FIT-NOW ROUNDED =
                   FIT-INTERCEPT + FIT-SLOPE * FIT-LENGTH
           END-IF.

           PARA-SUM-ONE-POINT.
           IF FIT-SERIES (FIT-IDX) > 0
               ADD 1 TO FIT-M
               ADD FIT-IDX TO FIT-SX
               ADD FIT-SERIES (FIT-IDX) TO FIT-SY
               COMPUTE FIT-SXX = FIT-SXX + FIT-IDX * FIT-IDX
               COMPUTE FIT-SXY = FIT-SXY
                   + FIT-IDX * FIT-SERIES (FIT-IDX)
           END-IF.

      *    Euler03's volume trend, priced at its current cost per
      *    number. Where the volume is rising faster than Euler03's
      *    own duration trend shows, the volume sets Euler03's slope
      *    and the suite's slope rises by the same difference - the
      *    night's work is coming whether or not the history has
      *    caught up with it yet.
           PARA-APPLY-VOLUME.
           MOVE 'N' TO VOL-USABLE-SWITCH.
           MOVE VOL-COUNT TO FIT-LENGTH.
           PERFORM PARA-LOAD-ONE-VOLUME
               VARYING FIT-IDX FROM 1 BY 1
               UNTIL FIT-IDX > FIT-LENGTH.
           PERFORM PARA-FIT-SERIES.
           MOVE FIT-NOW TO VOL-NOW.
           MOVE FIT-SLOPE TO VOL-SLOPE.
           IF FIT-M >= 3 AND VOL-NOW > 0 AND EULER03-IDX > 0
               IF ITM-TRENDING (EULER03-IDX)
                       AND ITM-NOW (EULER03-IDX) > 0
                   SET VOL-USABLE TO TRUE
               END-IF
           END-IF.
           IF VOL-USABLE
               PERFORM PARA-PRICE-VOLUME
           END-IF.

           PARA-PRICE-VOLUME.
           COMPUTE COST-PER-NUMBER ROUNDED =
               ITM-NOW (EULER03-IDX) / VOL-NOW.
           COMPUTE VOL-DUR-SLOPE ROUNDED = COST-PER-NUMBER * VOL-SLOPE.
           IF VOL-DUR-SLOPE > ITM-SLOPE (EULER03-IDX)
               COMPUTE VOL-EXCESS =
                   VOL-DUR-SLOPE - ITM-SLOPE (EULER03-IDX)
               MOVE VOL-DUR-SLOPE TO ITM-SLOPE (EULER03-IDX)
               MOVE "VOL" TO ITM-BASIS (EULER03-IDX)
               IF SUITE-IDX > 0
                   IF ITM-TRENDING (SUITE-IDX)
                       ADD VOL-EXCESS TO ITM-SLOPE (SUITE-IDX)
                       MOVE "VOL" TO ITM-BASIS (SUITE-IDX)
                   END-IF
               END-IF
           END-IF.

           PARA-LOAD-ONE-VOLUME.
           MOVE VOL-RUN (FIT-IDX) TO FIT-SERIES (FIT-IDX).

      *    nights to breach - the first night the trend exceeds the
      *    window. A trend already over the window is a breach now;
      *    a flat or falling trend under it never breaches.
           PARA-PROJECT-ONE-ITEM.
           IF ITM-NO-TREND (ITM-IDX)
               MOVE 99999 TO ITM-NIGHTS (ITM-IDX)
           ELSE
               PERFORM PARA-FIND-BREACH-NIGHT
               IF ITM-NIGHTS (ITM-IDX) NOT > HORIZON-NIGHTS
                   SET ITM-FLAGGED (ITM-IDX) TO TRUE
                   ADD 1 TO FLAG-COUNT
                   PERFORM PARA-RAISE-WARNING
               END-IF
           END-IF.

           PARA-FIND-BREACH-NIGHT.
           COMPUTE HEADROOM = ITM-WINDOW (ITM-IDX) - ITM-NOW (ITM-IDX).
           EVALUATE TRUE
               WHEN HEADROOM < 0
                   SET ITM-BREACHED (ITM-IDX) TO TRUE
                   MOVE 0 TO ITM-NIGHTS (ITM-IDX)
               WHEN ITM-SLOPE (ITM-IDX) NOT > 0
                   SET ITM-NEVER (ITM-IDX) TO TRUE
                   MOVE 99998 TO ITM-NIGHTS (ITM-IDX)
               WHEN OTHER
                   COMPUTE NIGHTS-WORK =
                       HEADROOM / ITM-SLOPE (ITM-IDX)
                   ADD 1 TO NIGHTS-WORK
                   IF NIGHTS-WORK > 99997
                       SET ITM-NEVER (ITM-IDX) TO TRUE
                       MOVE 99998 TO ITM-NIGHTS (ITM-IDX)
                   ELSE
                       MOVE NIGHTS-WORK TO ITM-NIGHTS (ITM-IDX)
                   END-IF
           END-EVALUATE.

      *    a flagged window goes on ERRLOG as a warning, so it shows
      *    on the same morning review as everything else.
           PARA-RAISE-WARNING.
           MOVE SPACES TO ERRLOG-MESSAGE.
           IF ITM-BREACHED (ITM-IDX)
               STRING FUNCTION TRIM (ITM-NAME (ITM-IDX))
                       DELIMITED BY SIZE
                   " trend already over SLA" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
           ELSE
               MOVE ITM-NIGHTS (ITM-IDX) TO NIGHTS-EDIT
               STRING FUNCTION TRIM (ITM-NAME (ITM-IDX))
                       DELIMITED BY SIZE
                   " SLA breach in " DELIMITED BY SIZE
                   NIGHTS-EDIT DELIMITED BY SIZE
                   " nights" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
           END-IF.
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "CAPF" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

      *    orders the windows soonest breach first - a short exchange
      *    sort, the table never holds more than ten.
           PARA-RANK-ITEMS.
           PERFORM PARA-SEED-ONE-RANK
               VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > ITM-COUNT.
           PERFORM PARA-RANK-ONE-PASS
               VARYING RANK-PASS FROM 1 BY 1
               UNTIL RANK-PASS >= ITM-COUNT.

           PARA-SEED-ONE-RANK.
           MOVE RANK-IDX TO RANK-ITEM (RANK-IDX).

           PARA-RANK-ONE-PASS.
           PERFORM PARA-RANK-COMPARE
               VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > ITM-COUNT - RANK-PASS.

           PARA-RANK-COMPARE.
           MOVE RANK-ITEM (RANK-IDX) TO RANK-ITEM-WORK.
           MOVE ITM-NIGHTS (RANK-ITEM-WORK) TO RANK-KEY-A.
           MOVE RANK-ITEM (RANK-IDX + 1) TO RANK-ITEM-WORK.
           MOVE ITM-NIGHTS (RANK-ITEM-WORK) TO RANK-KEY-B.
           IF RANK-KEY-A > RANK-KEY-B
               MOVE RANK-ITEM (RANK-IDX) TO RANK-HOLD
               MOVE RANK-ITEM (RANK-IDX + 1) TO RANK-ITEM (RANK-IDX)
               MOVE RANK-HOLD TO RANK-ITEM (RANK-IDX + 1)
           END-IF.

           PARA-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-TITLE.
           MOVE AUDIT-REGION-CODE TO RPT-REGION.
           MOVE AUDIT-BATCH-RUN-ID TO RPT-RUN-ID.
           MOVE HORIZON-NIGHTS TO RPT-HORIZON.
           WRITE REPORT-REC FROM RPT-RUN-LINE.
           MOVE HST-COUNT TO RPT-SPAN-COUNT.
           MOVE FIRST-NIGHT TO RPT-SPAN-FROM.
           MOVE LAST-NIGHT TO RPT-SPAN-TO.
           WRITE REPORT-REC FROM RPT-SPAN-LINE.
           MOVE VOL-COUNT TO RPT-VOL-RUNS.
           MOVE VOL-NOW TO RPT-VOL-NOW.
           MOVE VOL-SLOPE TO RPT-VOL-SLOPE.
           MOVE COST-PER-NUMBER TO RPT-VOL-COST.
           WRITE REPORT-REC FROM RPT-VOLUME-LINE.
           IF HST-COUNT < 3
               MOVE "TOO LITTLE EULHIST HISTORY TO TREND" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM RPT-HEADING.
           PERFORM PARA-WRITE-ONE-DETAIL
               VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > ITM-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "WINDOWS FORECAST:       " TO RPT-COUNT-LABEL.
           MOVE ITM-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE "INSIDE THE HORIZON:     " TO RPT-COUNT-LABEL.
           MOVE FLAG-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           CLOSE REPORT-FILE.

           PARA-WRITE-ONE-DETAIL.
           MOVE RANK-ITEM (RANK-IDX) TO ITM-IDX.
           MOVE SPACES TO RPT-DETAIL.
           MOVE RANK-IDX TO RPT-RANK.
           MOVE ITM-NAME (ITM-IDX) TO RPT-ITEM.
           MOVE ITM-WINDOW (ITM-IDX) TO RPT-WINDOW.
           MOVE ITM-NOW (ITM-IDX) TO RPT-NOW.
           MOVE ITM-SLOPE (ITM-IDX) TO RPT-SLOPE.
           MOVE ITM-BASIS (ITM-IDX) TO RPT-BASIS.
           EVALUATE TRUE
               WHEN ITM-NO-TREND (ITM-IDX)
                   MOVE "NO TREND" TO RPT-NIGHTS
                   MOVE SPACES TO RPT-BASIS
               WHEN ITM-BREACHED (ITM-IDX)
                   MOVE "BREACHED" TO RPT-NIGHTS
               WHEN ITM-NEVER (ITM-IDX)
                   MOVE "   NEVER" TO RPT-NIGHTS
               WHEN OTHER
                   MOVE ITM-NIGHTS (ITM-IDX) TO RPT-NIGHTS-NUM
                   MOVE RPT-NIGHTS-NUM TO RPT-NIGHTS
           END-EVALUATE.
           IF ITM-FLAGGED (ITM-IDX)
               MOVE "*** INSIDE HORIZON" TO RPT-FLAG
           END-IF.
           WRITE REPORT-REC FROM RPT-DETAIL.

      *    allocates every shared file this job opens onto its DD
      *    name, redirected to the run's region - done once, before
      *    anything is opened, so one rule covers the whole job.
           PARA-SET-REGION-FILES.
           MOVE "Data/EULSLA" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_EULSLAF" TO REGION-PATH-WORK.
           MOVE "EULHIST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_HISTF" TO REGION-PATH-WORK.

      *    redirects one shared-file path to this run's region - a
      *    TEST rehearsal must never write into the production files
      *    the auditors read.
           PARA-APPLY-REGION.
           IF NOT PRODUCTION-REGION
               MOVE REGION-PATH-WORK TO REGION-PATH-BASE
               MOVE SPACES TO REGION-PATH-WORK
               STRING FUNCTION TRIM (REGION-PATH-BASE)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   AUDIT-REGION-CODE DELIMITED BY SIZE
                   INTO REGION-PATH-WORK
           END-IF.

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULCAP" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
           MOVE SPACES TO ERRLOG-PAD-4.
           MOVE AUDIT-BATCH-RUN-ID TO ERRLOG-BATCH-RUN-ID.
           MOVE SPACES TO ERRLOG-PAD-5.
           MOVE EVENT-SEVERITY TO ERRLOG-SEVERITY.
           MOVE SPACES TO ERRLOG-PAD-6.
           MOVE EVENT-CODE TO ERRLOG-EVENT-CODE.
           MOVE "ERRLOG" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO LOG-FILE-PATH.
           MOVE ERRLOG-REC TO LOG-RECORD-BUFFER.
           CALL "EULLOG" USING BY CONTENT LOG-FILE-PATH,
                               BY CONTENT LOG-RECORD-BUFFER,
                               BY REFERENCE LOG-WRITE-RESULT,
                               BY REFERENCE LOG-STATUS-OUT.
           IF LOG-WRITE-RESULT NOT = 'Y'
               DISPLAY "EULCAP: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

       END PROGRAM EULCAP.
