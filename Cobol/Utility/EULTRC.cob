      * EULTRC.cob
      * Lineage trace of one requested number - the one-card job for
      * a requester who disputes a result or says a number never came
      * back, instead of following it by hand through a dozen files.
      * The number is followed from the requester drops
      * Data/EUL03RQ1 through Data/EUL03RQ5, through EULINT's
      * EUL03EDT rejects and the EUL03XRH cross-reference history
      * (EUL03XRF where there is no history), EULEST's deferrals to
      * the Data/EUL03CF carry slices, Euler03's EUL03EFF effort rows
      * (factor master hit or miss), its EUL03RES results - current
      * and every generation kept on EULGENIX - and EUL03EXC
      * exceptions, EULFVR's EUL03VRF verification, and EULDST's
      * EULDLVMF manifest and EULDLV delivery files. The Euler03
      * JOBLOG rows, and ERRLOG rows naming the number, for the runs
      * it passed through are taken from the live logs and from the
      * JOBLOG.YYYYMM and ERRLOG.YYYYMM generations EULARC cut for
      * the business month and the twelve months before it, so a
      * dispute from last month can still be answered. The parameter
      * card is
      *     requester number - that requester's request of the number
      *     number           - every requester's request of it
      * Every stage found is written to the EULTRCRPT report in
      * chronological order - batch run by batch run, and within a
      * run in the order the suite works - with its batch-run ID,
      * date, time and outcome, and the report closes by saying
      * plainly where the trail stops. Files that only hold the
      * latest night (EUL03EDT, EULESTRPT, EUL03EXC, EUL03VRF, the
      * delivery files) are dated by the run that last wrote them.
      * Return code 4 when the number was not found anywhere, or the
      * requester on the card never asked for it; 12 when the card
      * cannot be used.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Created.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULTRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENIX-FILE ASSIGN TO "EULGENIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENIX-STATUS.
           SELECT TRACE-IN-FILE ASSIGN TO "EULTRCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-IN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EULTRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GENIX-FILE.
       01  GENIX-REC.
           05  GIX-RUN-ID              PIC X(16).
           05  GIX-PAD-1               PIC X(02).
           05  GIX-DATE                PIC 9(08).
           05  GIX-PAD-2               PIC X(02).
           05  GIX-TIME                PIC 9(08).

      *    whichever file of the trail is being searched, allocated
      *    onto the EULTRCIN DD name before each OPEN, with a view of
      *    every row layout the trail passes through.
       FD  TRACE-IN-FILE.
       01  TRACE-IN-REC                PIC X(160).
       01  TRC-DROP-ROW.
           05  TRC-RQ-REQUESTER        PIC X(08).
           05  TRC-RQ-PAD              PIC X(02).
           05  TRC-RQ-NUMBER           PIC X(18).
           05  TRC-RQ-PAD-2            PIC X(02).
           05  TRC-RQ-PRIORITY         PIC X(01).
       01  TRC-EDIT-LINE.
           05  TRC-EDT-TYPE            PIC X(08).
           05  TRC-EDT-REQUESTER       PIC X(08).
           05  TRC-EDT-PAD             PIC X(02).
           05  TRC-EDT-NUMBER          PIC X(18).
           05  TRC-EDT-PAD-2           PIC X(05).
           05  TRC-EDT-PRIORITY        PIC X(01).
           05  TRC-EDT-PAD-3           PIC X(02).
           05  TRC-EDT-REASON          PIC X(30).
       01  TRC-EDIT-FILE-LINE.
           05  TRC-EDF-TYPE            PIC X(06).
           05  TRC-EDF-PATH            PIC X(16).
           05  TRC-EDF-NOTE            PIC X(12).
       01  TRC-XREF-ROW.
           05  TRC-XRF-NUMBER          PIC X(18).
           05  TRC-XRF-PAD             PIC X(02).
           05  TRC-XRF-REQUESTER       PIC X(08).
           05  TRC-XRF-PAD-2           PIC X(02).
           05  TRC-XRF-PRIORITY        PIC X(01).
       01  TRC-XREF-HIST-ROW.
           05  TRC-XRH-RUN-ID          PIC X(16).
           05  TRC-XRH-PAD-1           PIC X(02).
           05  TRC-XRH-DATE-STAMP      PIC 9(08).
           05  TRC-XRH-PAD-2           PIC X(02).
           05  TRC-XRH-TIME-STAMP      PIC 9(08).
           05  TRC-XRH-PAD-3           PIC X(02).
           05  TRC-XRH-NUMBER          PIC X(18).
           05  TRC-XRH-PAD-4           PIC X(02).
           05  TRC-XRH-REQUESTER       PIC X(08).
           05  TRC-XRH-PAD-5           PIC X(02).
           05  TRC-XRH-PRIORITY        PIC X(01).
       01  TRC-DEFER-LINE.
           05  TRC-DEF-TYPE            PIC X(09).
           05  TRC-DEF-NUMBER          PIC X(18).
           05  TRC-DEF-PAD             PIC X(08).
           05  TRC-DEF-SLICE           PIC X(01).
           05  TRC-DEF-PAD-2           PIC X(12).
           05  TRC-DEF-REQUESTER       PIC X(08).
       01  TRC-CARRY-ROW.
           05  TRC-CARRY-NUMBER        PIC X(18).
           05  TRC-CARRY-PAD           PIC X(02).
           05  TRC-CARRY-PRIORITY      PIC X(01).
       01  TRC-EFFORT-ROW.
           05  TRC-EFF-RUN-ID          PIC X(16).
           05  TRC-EFF-PAD-1           PIC X(02).
           05  TRC-EFF-DATE-STAMP      PIC 9(08).
           05  TRC-EFF-PAD-2           PIC X(02).
           05  TRC-EFF-TIME-STAMP      PIC 9(08).
           05  TRC-EFF-PAD-3           PIC X(02).
           05  TRC-EFF-NUMBER          PIC X(18).
           05  TRC-EFF-PAD-4           PIC X(02).
           05  TRC-EFF-DISPOSITION     PIC X(01).
           05  TRC-EFF-PAD-5           PIC X(02).
           05  TRC-EFF-ITERATIONS      PIC 9(09).
       01  TRC-RESULT-ROW.
           05  TRC-RES-INPUT-N         PIC X(18).
           05  TRC-RES-PAD             PIC X(02).
           05  TRC-RES-FANSWER         PIC 9(18).
       01  TRC-RESULT-HEADER.
           05  TRC-RES-HDR-TYPE        PIC X(03).
           05  TRC-RES-HDR-PAD-1       PIC X(02).
           05  TRC-RES-HDR-PROGRAM     PIC X(10).
           05  TRC-RES-HDR-PAD-2       PIC X(02).
           05  TRC-RES-HDR-DATE        PIC 9(08).
           05  TRC-RES-HDR-PAD-3       PIC X(02).
           05  TRC-RES-HDR-TIME        PIC 9(08).
           05  TRC-RES-HDR-PAD-4       PIC X(02).
           05  TRC-RES-HDR-RUN-ID      PIC X(16).
       01  TRC-EXCEPTION-ROW.
           05  TRC-EXC-INPUT-REC       PIC X(18).
           05  TRC-EXC-PAD             PIC X(02).
           05  TRC-EXC-REASON          PIC X(40).
       01  TRC-VERIFY-LINE.
           05  TRC-VRF-INPUT-N         PIC X(18).
           05  TRC-VRF-PAD             PIC X(42).
           05  TRC-VRF-RESULT          PIC X(04).
           05  TRC-VRF-PAD-2           PIC X(04).
           05  TRC-VRF-REASON          PIC X(27).
       01  TRC-MANIFEST-ROW.
           05  TRC-MNF-REQUESTER       PIC X(08).
           05  TRC-MNF-PAD-1           PIC X(02).
           05  TRC-MNF-DATE-STAMP      PIC 9(08).
           05  TRC-MNF-PAD-2           PIC X(02).
           05  TRC-MNF-TIME-STAMP      PIC 9(08).
           05  TRC-MNF-PAD-3           PIC X(02).
           05  TRC-MNF-RUN-ID          PIC X(16).
           05  TRC-MNF-PAD-4           PIC X(02).
           05  TRC-MNF-ANSWERED        PIC 9(06).
           05  TRC-MNF-PAD-5           PIC X(02).
           05  TRC-MNF-REJECTED        PIC 9(06).
           05  TRC-MNF-PAD-6           PIC X(02).
           05  TRC-MNF-PENDING         PIC 9(06).
       01  TRC-DELIVERY-ROW.
           05  TRC-DLV-NUMBER          PIC X(18).
           05  TRC-DLV-PAD-1           PIC X(02).
           05  TRC-DLV-DISPOSITION     PIC X(08).
           05  TRC-DLV-PAD-2           PIC X(02).
           05  TRC-DLV-ANSWER          PIC 9(18).
           05  TRC-DLV-PAD-3           PIC X(02).
           05  TRC-DLV-REASON          PIC X(40).
           COPY JOBLOG.
           COPY ERRLOG.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  GENIX-STATUS     PIC X(02) VALUE SPACES.
       01  TRACE-IN-STATUS  PIC X(02) VALUE SPACES.
       01  GENIX-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-GENIX            VALUE 'Y'.
       01  TRACE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  END-OF-TRACE-IN         VALUE 'Y'.
       01  TRACE-IN-PATH    PIC X(40) VALUE SPACES.

      *    parameter card - a requester ID and the number, or the
      *    number on its own to trace every requester's request of it.
       01  PARM-CARD        PIC X(48) VALUE SPACES.
       01  PARM-TOKEN-1     PIC X(20) VALUE SPACES.
       01  PARM-TOKEN-2     PIC X(20) VALUE SPACES.
       01  PARM-NUMBER      PIC X(20) VALUE SPACES.
       01  TRACE-NUMBER     PIC 9(18) VALUE 0.
       01  TRACE-NUMBER-X REDEFINES TRACE-NUMBER PIC X(18).
       01  TRACE-REQUESTER  PIC X(08) VALUE SPACES.
       01  REQUESTER-SWITCH PIC X(01) VALUE 'N'.
           88  REQUESTER-GIVEN         VALUE 'Y'.

      *    the number as the logs write it in message text - without
      *    its leading zeros - for finding it inside an ERRLOG row.
       01  NUMBER-EDIT      PIC Z(17)9.
       01  NUMBER-SHORT     PIC X(18) VALUE SPACES.
       01  NUMBER-SHORT-LEN PIC 9(02) COMP VALUE 0.
       01  NUMBER-TALLY     PIC 9(04) COMP VALUE 0.
      *    a hit inside the message must stand on its own - a digit
      *    either side of it makes it part of some other number.
       01  MSG-POS          PIC 9(02) COMP VALUE 0.
       01  MSG-LAST-POS     PIC 9(02) COMP VALUE 0.
       01  MSG-AFTER-POS    PIC 9(02) COMP VALUE 0.
       01  MSG-ALONE-SWITCH PIC X(01) VALUE 'N'.
           88  MSG-NUMBER-ALONE        VALUE 'Y'.

      *    a number column from any file of the trail, brought to the
      *    zero-filled 18 digits the trace number is held in - drop
      *    rows and the edit report carry the number as typed.
       01  MATCH-CANDIDATE  PIC X(18) VALUE SPACES.
       01  MATCH-REQUESTER  PIC X(08) VALUE SPACES.
       01  MATCH-RIGHT      PIC X(18) JUSTIFIED RIGHT VALUE SPACES.
       01  MATCH-SWITCH     PIC X(01) VALUE 'N'.
           88  NUMBER-MATCHED          VALUE 'Y'.

      *    the requesters the trail belongs to - the one on the card,
      *    or every requester found asking for the number.
       01  REQ-COUNT        PIC 9(02) COMP VALUE 0.
       01  REQ-TABLE.
           05  REQ-TBL-ID OCCURS 20 TIMES PIC X(08).
       01  REQ-IDX          PIC 9(02) COMP VALUE 0.
       01  REQ-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  REQ-FOUND               VALUE 'Y'.
      *    rows found that name a requester asking for the number -
      *    with a requester on the card and none of these, the number
      *    was only ever worked for somebody else.
       01  REQUESTER-HITS   PIC 9(06) VALUE 0.

      *    the batch runs the number has been seen in - the Euler03
      *    JOBLOG rows, ERRLOG rows and delivery manifests are only
      *    taken for these.
       01  RUN-COUNT        PIC 9(03) COMP VALUE 0.
       01  RUN-TABLE.
           05  RUN-TBL-ID OCCURS 200 TIMES PIC X(16).
       01  RUN-IDX          PIC 9(03) COMP VALUE 0.
       01  RUN-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  RUN-FOUND               VALUE 'Y'.

      *    what each drop file's FILE line on EUL03EDT says of it -
      *    an INCOMPLETE drop was left out of the merge whole.
       01  DROP-NOTE-TABLE.
           05  DROP-NOTE OCCURS 5 TIMES PIC X(12).
       01  DROP-SUFFIX      PIC 9(01) VALUE 0.

      *    the runs that last wrote the files holding only the latest
      *    night: the last intake on EUL03XRH (EUL03EDT, EULESTRPT and
      *    the carry slices), the current EUL03RES header (EUL03EXC and
      *    EUL03VRF) and each requester's last manifest row (its
      *    EULDLV delivery file).
       01  INTAKE-RUN-ID    PIC X(16) VALUE SPACES.
       01  INTAKE-DATE      PIC 9(08) VALUE 0.
       01  INTAKE-TIME      PIC 9(08) VALUE 0.
       01  RESULT-RUN-ID    PIC X(16) VALUE SPACES.
       01  RESULT-DATE      PIC 9(08) VALUE 0.
       01  RESULT-TIME      PIC 9(08) VALUE 0.
       01  DELIVERY-RUN-ID  PIC X(16) VALUE SPACES.
       01  DELIVERY-DATE    PIC 9(08) VALUE 0.
       01  DELIVERY-TIME    PIC 9(08) VALUE 0.
       01  GEN-RUN-ID       PIC X(16) VALUE SPACES.
       01  GEN-DATE         PIC 9(08) VALUE 0.
       01  GEN-TIME         PIC 9(08) VALUE 0.
       01  XRH-MATCH-COUNT  PIC 9(06) VALUE 0.
       01  KEPT-RES-COUNT   PIC 9(04) VALUE 0.
       01  CARRY-SLICE      PIC 9(01) VALUE 0.
       01  DISPLAY-ANSWER   PIC Z(17)9.

      *    the JOBLOG and ERRLOG generations searched - the business
      *    month and the twelve before it.
       01  LOOKBACK-MONTHS  PIC 9(02) VALUE 13.
       01  LOOK-COUNT       PIC 9(02) VALUE 0.
       01  LOOK-MONTH-KEY.
           05  LOOK-YEAR               PIC 9(04).
           05  LOOK-MONTH              PIC 9(02).
       01  OLDEST-MONTH-KEY PIC X(06) VALUE SPACES.
       01  LOG-BASE-NAME    PIC X(06) VALUE SPACES.
       01  LOG-FILES-READ   PIC 9(03) VALUE 0.

      *    one stage of the trail, built up before it is added.
       01  EVENT-RUN-ID     PIC X(16) VALUE SPACES.
       01  EVENT-DATE       PIC 9(08) VALUE 0.
       01  EVENT-TIME       PIC 9(08) VALUE 0.
       01  EVENT-STAGE      PIC 9(02) VALUE 0.
       01  EVENT-STAGE-NAME PIC X(10) VALUE SPACES.
       01  EVENT-SOURCE     PIC X(16) VALUE SPACES.
       01  EVENT-TEXT       PIC X(60) VALUE SPACES.
       01  EVENT-STOP-TEXT  PIC X(60) VALUE SPACES.

      *    the trail, sorted into batch-run order before it is
      *    written - the runs by when each began, and within a run
      *    the stages in the order the suite works them.
       01  TRC-COUNT        PIC 9(04) COMP VALUE 0.
       01  TRC-DROPPED      PIC 9(06) VALUE 0.
       01  TRC-TABLE.
           05  TRC-ENTRY OCCURS 500 TIMES.
               10  TRC-KEY.
                   15  TRC-RUN-STAMP       PIC X(16).
                   15  TRC-RUN-ID          PIC X(16).
                   15  TRC-STAGE           PIC 9(02).
                   15  TRC-STAMP.
                       20  TRC-DATE        PIC 9(08).
                       20  TRC-TIME        PIC 9(08).
                   15  TRC-SEQ             PIC 9(04).
               10  TRC-STAGE-NAME      PIC X(10).
               10  TRC-SOURCE          PIC X(16).
               10  TRC-TEXT            PIC X(60).
               10  TRC-STOP-TEXT       PIC X(60).
       01  TRC-IDX          PIC 9(04) COMP VALUE 0.
       01  TRC-JDX          PIC 9(04) COMP VALUE 0.
       01  TRC-STOP-IDX     PIC 9(04) COMP VALUE 0.
       01  SWAP-ENTRY       PIC X(200) VALUE SPACES.

      *    report line layouts.
       01  RPT-TITLE.
           05  FILLER           PIC X(33)
                   VALUE "EULTRC - NUMBER LINEAGE TRACE".
       01  RPT-CRITERIA.
           05  FILLER           PIC X(09) VALUE "TRACE:   ".
           05  FILLER           PIC X(07) VALUE "NUMBER ".
           05  RPT-CRIT-NUMBER  PIC Z(17)9.
           05  FILLER           PIC X(12) VALUE "  REQUESTER ".
           05  RPT-CRIT-REQ     PIC X(08).
       01  RPT-SCOPE.
           05  FILLER           PIC X(09) VALUE "SEARCH:  ".
           05  FILLER           PIC X(22)
                   VALUE "JOBLOG/ERRLOG BACK TO ".
           05  RPT-SCOPE-MONTH  PIC X(06).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-SCOPE-LOGS   PIC ZZ9.
           05  FILLER           PIC X(22)
                   VALUE " LOG FILE(S) READ,    ".
           05  RPT-SCOPE-KEPT   PIC ZZZ9.
           05  FILLER           PIC X(25)
                   VALUE " KEPT EUL03RES READ".
       01  RPT-HEADING.
           05  FILLER           PIC X(10) VALUE "DATE".
           05  FILLER           PIC X(10) VALUE "TIME".
           05  FILLER           PIC X(18) VALUE "BATCH-RUN-ID".
           05  FILLER           PIC X(12) VALUE "STAGE".
           05  FILLER           PIC X(18) VALUE "SOURCE".
           05  FILLER           PIC X(07) VALUE "OUTCOME".
       01  RPT-EVENT.
           05  RPT-EVT-DATE     PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-EVT-TIME     PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-EVT-RUN-ID   PIC X(16).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-EVT-STAGE    PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-EVT-SOURCE   PIC X(16).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-EVT-TEXT     PIC X(60).
       01  RPT-STOP.
           05  FILLER           PIC X(17) VALUE "TRAIL STOPS AT:  ".
           05  RPT-STOP-STAGE   PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STOP-DATE    PIC X(08).
           05  FILLER           PIC X(06) VALUE "  RUN ".
           05  RPT-STOP-RUN-ID  PIC X(16).
       01  RPT-STOP-REASON.
           05  FILLER           PIC X(17) VALUE SPACES.
           05  RPT-STOP-TEXT    PIC X(60).
       01  RPT-TOTAL.
           05  FILLER           PIC X(17) VALUE "STAGES TRACED:   ".
           05  RPT-TOTAL-EVENTS PIC ZZZ9.
           05  FILLER           PIC X(12) VALUE "  NOT HELD: ".
           05  RPT-TOTAL-DROPPED PIC ZZZZZ9.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           PERFORM PARA-TRACE-INTAKE.
           PERFORM PARA-TRACE-ESTIMATE.
           PERFORM PARA-TRACE-EFFORT.
           PERFORM PARA-TRACE-RESULTS.
           PERFORM PARA-TRACE-VERIFICATION.
           PERFORM PARA-TRACE-DELIVERY
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQ-COUNT.
           MOVE "JOBLOG" TO LOG-BASE-NAME.
           PERFORM PARA-TRACE-ONE-LOG-SET.
           MOVE "ERRLOG" TO LOG-BASE-NAME.
           PERFORM PARA-TRACE-ONE-LOG-SET.

           PERFORM PARA-SET-RUN-STAMP
               VARYING TRC-IDX FROM 1 BY 1
               UNTIL TRC-IDX > TRC-COUNT.
           PERFORM PARA-SORT-TRAIL.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-TITLE.
           PERFORM PARA-ECHO-CRITERIA.
           WRITE REPORT-REC FROM RPT-HEADING.
           MOVE 0 TO TRC-STOP-IDX.
           PERFORM PARA-WRITE-ONE-EVENT
               VARYING TRC-IDX FROM 1 BY 1
               UNTIL TRC-IDX > TRC-COUNT.
           PERFORM PARA-WRITE-TRAIL-STOP.
           MOVE TRC-COUNT TO RPT-TOTAL-EVENTS.
           MOVE TRC-DROPPED TO RPT-TOTAL-DROPPED.
           WRITE REPORT-REC FROM RPT-TOTAL.
           CLOSE REPORT-FILE.

           DISPLAY "EULTRC: " TRC-COUNT
               " stage(s) traced, see EULTRCRPT".

           IF TRC-COUNT = 0
                   OR (REQUESTER-GIVEN AND REQUESTER-HITS = 0)
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    reads the trace card - a requester ID and a number, or a
      *    number alone. The number is held zero-filled to the 18
      *    digits the suite carries it in.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2.
           IF PARM-TOKEN-2 = SPACES
               MOVE PARM-TOKEN-1 TO PARM-NUMBER
           ELSE
               IF PARM-TOKEN-1 (9:12) NOT = SPACES
                   DISPLAY "EULTRC: requester ID " PARM-TOKEN-1
                       " is longer than 8"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-TOKEN-1 TO TRACE-REQUESTER
               SET REQUESTER-GIVEN TO TRUE
               MOVE PARM-TOKEN-2 TO PARM-NUMBER
           END-IF.
           IF PARM-NUMBER = SPACES
               DISPLAY "EULTRC: [requester] number required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-NUMBER (19:2) NOT = SPACES
                   OR FUNCTION TRIM (PARM-NUMBER) IS NOT NUMERIC
               DISPLAY "EULTRC: number " PARM-NUMBER
                   " is not 1 to 18 digits"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-NUMBER TO MATCH-CANDIDATE.
           PERFORM PARA-NORMALIZE-NUMBER.
           MOVE MATCH-RIGHT TO TRACE-NUMBER-X.
           MOVE TRACE-NUMBER TO NUMBER-EDIT.
           MOVE FUNCTION TRIM (NUMBER-EDIT) TO NUMBER-SHORT.
           COMPUTE NUMBER-SHORT-LEN =
               FUNCTION LENGTH (FUNCTION TRIM (NUMBER-EDIT)).
           IF REQUESTER-GIVEN
               MOVE 1 TO REQ-COUNT
               MOVE TRACE-REQUESTER TO REQ-TBL-ID (1)
           END-IF.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set, and the
      *    business date the log generations are searched back from.
           PARA-AUDIT-STAMP.
           ACCEPT AUDIT-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the business date, off the suite's EULBDATE control record.
           MOVE "Data/EULBDATE" TO REGION-PATH-WORK.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE-DATA TO AUDIT-BATCH-RUN-ID
           END-IF.

           PARA-ECHO-CRITERIA.
           MOVE TRACE-NUMBER TO RPT-CRIT-NUMBER.
           IF REQUESTER-GIVEN
               MOVE TRACE-REQUESTER TO RPT-CRIT-REQ
           ELSE
               MOVE "(ANY)" TO RPT-CRIT-REQ
           END-IF.
           WRITE REPORT-REC FROM RPT-CRITERIA.
           MOVE OLDEST-MONTH-KEY TO RPT-SCOPE-MONTH.
           MOVE LOG-FILES-READ TO RPT-SCOPE-LOGS.
           MOVE KEPT-RES-COUNT TO RPT-SCOPE-KEPT.
           WRITE REPORT-REC FROM RPT-SCOPE.

      *    brings a number column to zero-filled 18 digits so a drop
      *    row typed as "13195" matches the work file's
      *    000000000000013195. A blank column matches nothing.
           PARA-NORMALIZE-NUMBER.
           MOVE SPACES TO MATCH-RIGHT.
           IF MATCH-CANDIDATE NOT = SPACES
               MOVE FUNCTION TRIM (MATCH-CANDIDATE) TO MATCH-RIGHT
               INSPECT MATCH-RIGHT REPLACING LEADING SPACE BY ZERO
           END-IF.

      *    the number column in MATCH-CANDIDATE is the trace number,
      *    and - where the row names one and the card did too - the
      *    requester in MATCH-REQUESTER is the traced requester.
           PARA-MATCH-NUMBER.
           MOVE 'N' TO MATCH-SWITCH.
           PERFORM PARA-NORMALIZE-NUMBER.
           IF MATCH-RIGHT = TRACE-NUMBER-X
               IF NOT REQUESTER-GIVEN
                       OR MATCH-REQUESTER = SPACES
                       OR MATCH-REQUESTER = TRACE-REQUESTER
                   SET NUMBER-MATCHED TO TRUE
               END-IF
           END-IF.

      *    a requester found asking for the number, so its delivery
      *    files are followed too.
           PARA-NOTE-REQUESTER.
           ADD 1 TO REQUESTER-HITS.
           MOVE 'N' TO REQ-FOUND-SWITCH.
           PERFORM PARA-CHECK-ONE-REQUESTER
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQ-COUNT OR REQ-FOUND.
           IF NOT REQ-FOUND AND REQ-COUNT < 20
                   AND MATCH-REQUESTER NOT = SPACES
               ADD 1 TO REQ-COUNT
               MOVE MATCH-REQUESTER TO REQ-TBL-ID (REQ-COUNT)
           END-IF.

           PARA-CHECK-ONE-REQUESTER.
           IF REQ-TBL-ID (REQ-IDX) = MATCH-REQUESTER
               SET REQ-FOUND TO TRUE
           END-IF.

      *    a batch run the number was seen in.
           PARA-NOTE-RUN.
           PERFORM PARA-FIND-RUN.
           IF NOT RUN-FOUND AND RUN-COUNT < 200
                   AND EVENT-RUN-ID NOT = SPACES
               ADD 1 TO RUN-COUNT
               MOVE EVENT-RUN-ID TO RUN-TBL-ID (RUN-COUNT)
           END-IF.

           PARA-FIND-RUN.
           MOVE 'N' TO RUN-FOUND-SWITCH.
           PERFORM PARA-CHECK-ONE-RUN
               VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR RUN-FOUND.

           PARA-CHECK-ONE-RUN.
           IF RUN-TBL-ID (RUN-IDX) = EVENT-RUN-ID
               SET RUN-FOUND TO TRUE
           END-IF.

      *    adds the stage built up in the EVENT fields to the trail.
      *    A trail longer than the table is counted, not lost silently.
           PARA-ADD-EVENT.
           IF TRC-COUNT < 500
               ADD 1 TO TRC-COUNT
               MOVE SPACES TO TRC-RUN-STAMP (TRC-COUNT)
               MOVE EVENT-RUN-ID TO TRC-RUN-ID (TRC-COUNT)
               MOVE EVENT-STAGE TO TRC-STAGE (TRC-COUNT)
               MOVE EVENT-DATE TO TRC-DATE (TRC-COUNT)
               MOVE EVENT-TIME TO TRC-TIME (TRC-COUNT)
               MOVE TRC-COUNT TO TRC-SEQ (TRC-COUNT)
               MOVE EVENT-STAGE-NAME TO TRC-STAGE-NAME (TRC-COUNT)
               MOVE EVENT-SOURCE TO TRC-SOURCE (TRC-COUNT)
               MOVE EVENT-TEXT TO TRC-TEXT (TRC-COUNT)
               MOVE EVENT-STOP-TEXT TO TRC-STOP-TEXT (TRC-COUNT)
           ELSE
               ADD 1 TO TRC-DROPPED
           END-IF.
           MOVE SPACES TO EVENT-TEXT.
           MOVE SPACES TO EVENT-STOP-TEXT.

      *    opens the trail file named in TRACE-IN-PATH; a file that
      *    isn't there is simply a place the number wasn't.
           PARA-OPEN-TRACE-IN.
           SET ENVIRONMENT "DD_EULTRCIN" TO TRACE-IN-PATH.
           OPEN INPUT TRACE-IN-FILE.
           MOVE 'N' TO TRACE-EOF-SWITCH.
           IF TRACE-IN-STATUS NOT = "00"
               SET END-OF-TRACE-IN TO TRUE
           END-IF.

           PARA-CLOSE-TRACE-IN.
           IF TRACE-IN-STATUS = "00" OR TRACE-IN-STATUS = "10"
               CLOSE TRACE-IN-FILE
           END-IF.

      *    intake - the last intake run off EUL03XRH, EULINT's edit
      *    report, the cross-reference history, and the drops.
           PARA-TRACE-INTAKE.
           MOVE "Data/EUL03XRH" TO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-XRH-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           IF XRH-MATCH-COUNT = 0
               MOVE "Data/EUL03XRF" TO TRACE-IN-PATH
               PERFORM PARA-OPEN-TRACE-IN
               PERFORM PARA-READ-ONE-XRF-ROW WITH TEST BEFORE
                   UNTIL END-OF-TRACE-IN
               PERFORM PARA-CLOSE-TRACE-IN
           END-IF.

           MOVE SPACES TO DROP-NOTE-TABLE.
           MOVE "EUL03EDT" TO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-EDIT-LINE WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PERFORM PARA-TRACE-ONE-DROP
               VARYING DROP-SUFFIX FROM 1 BY 1
               UNTIL DROP-SUFFIX > 5.

      *    every intake appends its cross-reference to the history,
      *    so the last row read is the last intake run.
           PARA-READ-ONE-XRH-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   MOVE TRC-XRH-RUN-ID TO INTAKE-RUN-ID
                   MOVE TRC-XRH-DATE-STAMP TO INTAKE-DATE
                   MOVE TRC-XRH-TIME-STAMP TO INTAKE-TIME
                   MOVE TRC-XRH-NUMBER TO MATCH-CANDIDATE
                   MOVE TRC-XRH-REQUESTER TO MATCH-REQUESTER
                   PERFORM PARA-MATCH-NUMBER
                   IF NUMBER-MATCHED
                       ADD 1 TO XRH-MATCH-COUNT
                       PERFORM PARA-NOTE-REQUESTER
                       MOVE TRC-XRH-RUN-ID TO EVENT-RUN-ID
                       MOVE TRC-XRH-DATE-STAMP TO EVENT-DATE
                       MOVE TRC-XRH-TIME-STAMP TO EVENT-TIME
                       PERFORM PARA-NOTE-RUN
                       MOVE 30 TO EVENT-STAGE
                       MOVE "XREF" TO EVENT-STAGE-NAME
                       MOVE "Data/EUL03XRH" TO EVENT-SOURCE
                       STRING "TAKEN IN FOR " DELIMITED BY SIZE
                           TRC-XRH-REQUESTER DELIMITED BY SPACE
                           " AT PR " DELIMITED BY SIZE
                           TRC-XRH-PRIORITY DELIMITED BY SIZE
                           " - QUEUED FOR Euler03" DELIMITED BY SIZE
                           INTO EVENT-TEXT
                       MOVE "TAKEN IN AT INTAKE - NOT YET WORKED"
                           TO EVENT-STOP-TEXT
                       PERFORM PARA-ADD-EVENT
                   END-IF
           END-READ.

      *    a tree with no cross-reference history yet - the current
      *    EUL03XRF is the only record of the last intake.
           PARA-READ-ONE-XRF-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   MOVE TRC-XRF-NUMBER TO MATCH-CANDIDATE
                   MOVE TRC-XRF-REQUESTER TO MATCH-REQUESTER
                   PERFORM PARA-MATCH-NUMBER
                   IF NUMBER-MATCHED
                       PERFORM PARA-NOTE-REQUESTER
                       MOVE SPACES TO EVENT-RUN-ID
                       MOVE 0 TO EVENT-DATE
                       MOVE 0 TO EVENT-TIME
                       MOVE 30 TO EVENT-STAGE
                       MOVE "XREF" TO EVENT-STAGE-NAME
                       MOVE "Data/EUL03XRF" TO EVENT-SOURCE
                       STRING "TAKEN IN FOR " DELIMITED BY SIZE
                           TRC-XRF-REQUESTER DELIMITED BY SPACE
                           " AT PR " DELIMITED BY SIZE
                           TRC-XRF-PRIORITY DELIMITED BY SIZE
                           " - LAST INTAKE, UNDATED"
                               DELIMITED BY SIZE
                           INTO EVENT-TEXT
                       MOVE "TAKEN IN AT INTAKE - NOT YET WORKED"
                           TO EVENT-STOP-TEXT
                       PERFORM PARA-ADD-EVENT
                   END-IF
           END-READ.

      *    EUL03EDT - the last intake's FILE notes for each drop, and
      *    its REJECT and WARN lines for the number.
           PARA-READ-ONE-EDIT-LINE.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRC-EDF-TYPE = "FILE  "
                               AND TRC-EDF-PATH (1:12)
                                   = "Data/EUL03RQ"
                               AND TRC-EDF-PATH (13:1) IS NUMERIC
                           MOVE TRC-EDF-PATH (13:1) TO DROP-SUFFIX
                           IF DROP-SUFFIX > 0 AND DROP-SUFFIX < 6
                               MOVE TRC-EDF-NOTE
                                   TO DROP-NOTE (DROP-SUFFIX)
                           END-IF
                       WHEN TRC-EDT-TYPE = "REJECT  "
                               OR TRC-EDT-TYPE = "WARN    "
                           MOVE TRC-EDT-NUMBER TO MATCH-CANDIDATE
                           MOVE TRC-EDT-REQUESTER TO MATCH-REQUESTER
                           PERFORM PARA-MATCH-NUMBER
                           IF NUMBER-MATCHED
                               PERFORM PARA-NOTE-EDIT-LINE
                           END-IF
                   END-EVALUATE
           END-READ.

           PARA-NOTE-EDIT-LINE.
           PERFORM PARA-NOTE-REQUESTER.
           MOVE INTAKE-RUN-ID TO EVENT-RUN-ID.
           MOVE INTAKE-DATE TO EVENT-DATE.
           MOVE INTAKE-TIME TO EVENT-TIME.
           MOVE 20 TO EVENT-STAGE.
           MOVE "INTAKE" TO EVENT-STAGE-NAME.
           MOVE "EUL03EDT" TO EVENT-SOURCE.
           IF TRC-EDT-TYPE = "REJECT  "
               STRING "REJECTED FOR " DELIMITED BY SIZE
                   TRC-EDT-REQUESTER DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   TRC-EDT-REASON DELIMITED BY SIZE
                   INTO EVENT-TEXT
               STRING "REJECTED AT INTAKE - " DELIMITED BY SIZE
                   TRC-EDT-REASON DELIMITED BY SIZE
                   INTO EVENT-STOP-TEXT
           ELSE
               STRING "WARNED FOR " DELIMITED BY SIZE
                   TRC-EDT-REQUESTER DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   TRC-EDT-REASON DELIMITED BY SIZE
                   INTO EVENT-TEXT
           END-IF.
           PERFORM PARA-ADD-EVENT.

      *    one requester drop - the number is still on it. A drop the
      *    last intake marked INCOMPLETE was left out of the merge; one
      *    it marked MERGED went into that intake run.
           PARA-TRACE-ONE-DROP.
           MOVE SPACES TO TRACE-IN-PATH.
           STRING "Data/EUL03RQ" DELIMITED BY SIZE
               DROP-SUFFIX DELIMITED BY SIZE
               INTO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-DROP-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PARA-READ-ONE-DROP-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   IF TRC-DROP-ROW (1:5) NOT = "TRL  "
                       MOVE TRC-RQ-NUMBER TO MATCH-CANDIDATE
                       MOVE TRC-RQ-REQUESTER TO MATCH-REQUESTER
                       PERFORM PARA-MATCH-NUMBER
                       IF NUMBER-MATCHED
                           PERFORM PARA-NOTE-DROP-ROW
                       END-IF
                   END-IF
           END-READ.

           PARA-NOTE-DROP-ROW.
           PERFORM PARA-NOTE-REQUESTER.
           MOVE SPACES TO EVENT-RUN-ID.
           MOVE INTAKE-DATE TO EVENT-DATE.
           MOVE INTAKE-TIME TO EVENT-TIME.
           MOVE 10 TO EVENT-STAGE.
           MOVE "DROP" TO EVENT-STAGE-NAME.
           MOVE TRACE-IN-PATH TO EVENT-SOURCE.
           EVALUATE DROP-NOTE (DROP-SUFFIX)
               WHEN "INCOMPLETE"
                   STRING "ON DROP FOR " DELIMITED BY SIZE
                       TRC-RQ-REQUESTER DELIMITED BY SPACE
                       " - DROP INCOMPLETE, NOT MERGED"
                           DELIMITED BY SIZE
                       INTO EVENT-TEXT
                   MOVE "DROP INCOMPLETE AT LAST INTAKE - NOT MERGED"
                       TO EVENT-STOP-TEXT
               WHEN "MERGED"
                   MOVE INTAKE-RUN-ID TO EVENT-RUN-ID
                   STRING "ON DROP FOR " DELIMITED BY SIZE
                       TRC-RQ-REQUESTER DELIMITED BY SPACE
                       " AT PR " DELIMITED BY SIZE
                       TRC-RQ-PRIORITY DELIMITED BY SIZE
                       " - MERGED AT LAST INTAKE" DELIMITED BY SIZE
                       INTO EVENT-TEXT
               WHEN OTHER
                   STRING "ON DROP FOR " DELIMITED BY SIZE
                       TRC-RQ-REQUESTER DELIMITED BY SPACE
                       " AT PR " DELIMITED BY SIZE
                       TRC-RQ-PRIORITY DELIMITED BY SIZE
                       INTO EVENT-TEXT
                   MOVE "ON A REQUESTER DROP - NOT YET TAKEN IN"
                       TO EVENT-STOP-TEXT
           END-EVALUATE.
           PERFORM PARA-ADD-EVENT.

      *    estimate - EULEST's deferral lines for the last intake run
      *    and the carry slices the number may still be waiting on.
           PARA-TRACE-ESTIMATE.
           MOVE "EULESTRPT" TO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-DEFER-LINE WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PERFORM PARA-TRACE-ONE-SLICE
               VARYING CARRY-SLICE FROM 1 BY 1
               UNTIL CARRY-SLICE > 5.

           PARA-READ-ONE-DEFER-LINE.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   IF TRC-DEF-TYPE = "DEFERRED "
                       MOVE TRC-DEF-NUMBER TO MATCH-CANDIDATE
                       MOVE TRC-DEF-REQUESTER TO MATCH-REQUESTER
                       PERFORM PARA-MATCH-NUMBER
                       IF NUMBER-MATCHED
                           PERFORM PARA-NOTE-DEFER-LINE
                       END-IF
                   END-IF
           END-READ.

           PARA-NOTE-DEFER-LINE.
           PERFORM PARA-NOTE-REQUESTER.
           MOVE INTAKE-RUN-ID TO EVENT-RUN-ID.
           MOVE INTAKE-DATE TO EVENT-DATE.
           MOVE INTAKE-TIME TO EVENT-TIME.
           MOVE 40 TO EVENT-STAGE.
           MOVE "ESTIMATE" TO EVENT-STAGE-NAME.
           MOVE "EULESTRPT" TO EVENT-SOURCE.
           STRING "DEFERRED FOR " DELIMITED BY SIZE
               TRC-DEF-REQUESTER DELIMITED BY SPACE
               " TO CARRY SLICE " DELIMITED BY SIZE
               TRC-DEF-SLICE DELIMITED BY SIZE
               " - OVER THE RUN'S WINDOW" DELIMITED BY SIZE
               INTO EVENT-TEXT.
           STRING "DEFERRED TO CARRY SLICE " DELIMITED BY SIZE
               TRC-DEF-SLICE DELIMITED BY SIZE
               " - AWAITING A LATER RUN" DELIMITED BY SIZE
               INTO EVENT-STOP-TEXT.
           PERFORM PARA-ADD-EVENT.

           PARA-TRACE-ONE-SLICE.
           MOVE SPACES TO TRACE-IN-PATH.
           STRING "Data/EUL03CF" DELIMITED BY SIZE
               CARRY-SLICE DELIMITED BY SIZE
               INTO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-CARRY-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PARA-READ-ONE-CARRY-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   MOVE TRC-CARRY-NUMBER TO MATCH-CANDIDATE
                   MOVE SPACES TO MATCH-REQUESTER
                   PERFORM PARA-MATCH-NUMBER
                   IF NUMBER-MATCHED
                       MOVE INTAKE-RUN-ID TO EVENT-RUN-ID
                       MOVE INTAKE-DATE TO EVENT-DATE
                       MOVE INTAKE-TIME TO EVENT-TIME
                       MOVE 45 TO EVENT-STAGE
                       MOVE "CARRY" TO EVENT-STAGE-NAME
                       MOVE TRACE-IN-PATH TO EVENT-SOURCE
                       STRING "STILL HELD ON CARRY SLICE "
                               DELIMITED BY SIZE
                           CARRY-SLICE DELIMITED BY SIZE
                           " AT PR " DELIMITED BY SIZE
                           TRC-CARRY-PRIORITY DELIMITED BY SIZE
                           INTO EVENT-TEXT
                       STRING "WAITING ON CARRY SLICE "
                               DELIMITED BY SIZE
                           CARRY-SLICE DELIMITED BY SIZE
                           " FOR A LATER RUN" DELIMITED BY SIZE
                           INTO EVENT-STOP-TEXT
                       PERFORM PARA-ADD-EVENT
                   END-IF
           END-READ.

      *    Euler03 - one EUL03EFF effort row per input worked, with
      *    how it was disposed of: H master hit, G master miss ground
      *    by the wheel, B budget exceeded, E exception, O overflow.
           PARA-TRACE-EFFORT.
           MOVE "EUL03EFF" TO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-EFFORT-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PARA-READ-ONE-EFFORT-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   MOVE TRC-EFF-NUMBER TO MATCH-CANDIDATE
                   MOVE SPACES TO MATCH-REQUESTER
                   PERFORM PARA-MATCH-NUMBER
                   IF NUMBER-MATCHED
                       PERFORM PARA-NOTE-EFFORT-ROW
                   END-IF
           END-READ.

           PARA-NOTE-EFFORT-ROW.
           MOVE TRC-EFF-RUN-ID TO EVENT-RUN-ID.
           MOVE TRC-EFF-DATE-STAMP TO EVENT-DATE.
           MOVE TRC-EFF-TIME-STAMP TO EVENT-TIME.
           PERFORM PARA-NOTE-RUN.
           MOVE 50 TO EVENT-STAGE.
           MOVE "EULER03" TO EVENT-STAGE-NAME.
           MOVE "EUL03EFF" TO EVENT-SOURCE.
           EVALUATE TRC-EFF-DISPOSITION
               WHEN "H"
                   MOVE "WORKED - FACTOR MASTER HIT" TO EVENT-TEXT
                   MOVE "WORKED BY Euler03 - NO RESULT ROW FOUND"
                       TO EVENT-STOP-TEXT
               WHEN "G"
                   MOVE "WORKED - MASTER MISS, GROUND BY THE WHEEL"
                       TO EVENT-TEXT
                   MOVE "WORKED BY Euler03 - NO RESULT ROW FOUND"
                       TO EVENT-STOP-TEXT
               WHEN "B"
                   MOVE "STOPPED - ITERATION BUDGET EXCEEDED"
                       TO EVENT-TEXT
                   MOVE "STOPPED IN Euler03 - BUDGET EXCEEDED"
                       TO EVENT-STOP-TEXT
               WHEN "O"
                   MOVE "STOPPED - OVERFLOW" TO EVENT-TEXT
                   MOVE "STOPPED IN Euler03 - OVERFLOW"
                       TO EVENT-STOP-TEXT
               WHEN OTHER
                   MOVE "STOPPED - EXCEPTION" TO EVENT-TEXT
                   MOVE "STOPPED IN Euler03 - EXCEPTION"
                       TO EVENT-STOP-TEXT
           END-EVALUATE.
           PERFORM PARA-ADD-EVENT.

      *    results - the current EUL03RES and every generation kept on
      *    EULGENIX, each under its own header's run, and the current
      *    EUL03EXC exceptions under the current header's run.
           PARA-TRACE-RESULTS.
           MOVE "Cobol/Euler03/EUL03RES" TO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           IF NOT END-OF-TRACE-IN
               READ TRACE-IN-FILE
                   NOT AT END
                       IF TRC-RES-HDR-TYPE = "HDR"
                           MOVE TRC-RES-HDR-RUN-ID TO RESULT-RUN-ID
                           MOVE TRC-RES-HDR-DATE TO RESULT-DATE
                           MOVE TRC-RES-HDR-TIME TO RESULT-TIME
                       END-IF
               END-READ
           END-IF.
           PERFORM PARA-CLOSE-TRACE-IN.

           OPEN INPUT GENIX-FILE.
           IF GENIX-STATUS = "00"
               MOVE 'N' TO GENIX-EOF-SWITCH
               PERFORM PARA-READ-ONE-GENIX-ROW WITH TEST BEFORE
                   UNTIL END-OF-GENIX
               CLOSE GENIX-FILE
           END-IF.

           MOVE "Cobol/Euler03/EUL03RES" TO TRACE-IN-PATH.
           MOVE "EUL03RES" TO EVENT-SOURCE.
           PERFORM PARA-TRACE-ONE-RESULT-FILE.

           MOVE "Cobol/Euler03/EUL03EXC" TO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-EXC-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

      *    a kept generation of the current run is the current file
      *    over again, and is left to the current file.
           PARA-READ-ONE-GENIX-ROW.
           READ GENIX-FILE
               AT END
                   SET END-OF-GENIX TO TRUE
               NOT AT END
                   IF GIX-RUN-ID NOT = RESULT-RUN-ID
                       MOVE SPACES TO TRACE-IN-PATH
                       STRING "Cobol/Euler03/EUL03RES."
                               DELIMITED BY SIZE
                           GIX-RUN-ID DELIMITED BY SPACE
                           INTO TRACE-IN-PATH
                       MOVE "EUL03RES KEPT" TO EVENT-SOURCE
                       PERFORM PARA-TRACE-ONE-RESULT-FILE
                   END-IF
           END-READ.

           PARA-TRACE-ONE-RESULT-FILE.
           MOVE SPACES TO GEN-RUN-ID.
           MOVE 0 TO GEN-DATE.
           MOVE 0 TO GEN-TIME.
           PERFORM PARA-OPEN-TRACE-IN.
           IF NOT END-OF-TRACE-IN
                   AND EVENT-SOURCE = "EUL03RES KEPT"
               ADD 1 TO KEPT-RES-COUNT
           END-IF.
           PERFORM PARA-READ-ONE-RES-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PARA-READ-ONE-RES-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRC-RES-HDR-TYPE = "HDR"
                           MOVE TRC-RES-HDR-RUN-ID TO GEN-RUN-ID
                           MOVE TRC-RES-HDR-DATE TO GEN-DATE
                           MOVE TRC-RES-HDR-TIME TO GEN-TIME
                       WHEN TRC-RES-HDR-TYPE = "TRL"
                           CONTINUE
                       WHEN OTHER
                           MOVE TRC-RES-INPUT-N TO MATCH-CANDIDATE
                           MOVE SPACES TO MATCH-REQUESTER
                           PERFORM PARA-MATCH-NUMBER
                           IF NUMBER-MATCHED
                               PERFORM PARA-NOTE-RES-ROW
                           END-IF
                   END-EVALUATE
           END-READ.

           PARA-NOTE-RES-ROW.
           MOVE GEN-RUN-ID TO EVENT-RUN-ID.
           MOVE GEN-DATE TO EVENT-DATE.
           MOVE GEN-TIME TO EVENT-TIME.
           PERFORM PARA-NOTE-RUN.
           MOVE 60 TO EVENT-STAGE.
           MOVE "RESULT" TO EVENT-STAGE-NAME.
           MOVE TRC-RES-FANSWER TO DISPLAY-ANSWER.
           STRING "ANSWERED - LARGEST PRIME FACTOR " DELIMITED BY SIZE
               FUNCTION TRIM (DISPLAY-ANSWER) DELIMITED BY SIZE
               INTO EVENT-TEXT.
           MOVE "ANSWERED BY Euler03 - NOT VERIFIED OR DELIVERED"
               TO EVENT-STOP-TEXT.
           PERFORM PARA-ADD-EVENT.

           PARA-READ-ONE-EXC-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   MOVE TRC-EXC-INPUT-REC TO MATCH-CANDIDATE
                   MOVE SPACES TO MATCH-REQUESTER
                   PERFORM PARA-MATCH-NUMBER
                   IF NUMBER-MATCHED
                       MOVE RESULT-RUN-ID TO EVENT-RUN-ID
                       MOVE RESULT-DATE TO EVENT-DATE
                       MOVE RESULT-TIME TO EVENT-TIME
                       MOVE 62 TO EVENT-STAGE
                       MOVE "EXCEPTION" TO EVENT-STAGE-NAME
                       MOVE "EUL03EXC" TO EVENT-SOURCE
                       STRING "EXCEPTION - " DELIMITED BY SIZE
                           TRC-EXC-REASON DELIMITED BY SIZE
                           INTO EVENT-TEXT
                       STRING "EXCEPTION IN Euler03 - "
                               DELIMITED BY SIZE
                           TRC-EXC-REASON DELIMITED BY SIZE
                           INTO EVENT-STOP-TEXT
                       PERFORM PARA-ADD-EVENT
                   END-IF
           END-READ.

      *    verification - EULFVR's EUL03VRF check of the current
      *    results, under the current EUL03RES header's run.
           PARA-TRACE-VERIFICATION.
           MOVE "EUL03VRF" TO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-VRF-LINE WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PARA-READ-ONE-VRF-LINE.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   IF TRC-VRF-INPUT-N IS NUMERIC
                           AND (TRC-VRF-RESULT = "PASS"
                               OR TRC-VRF-RESULT = "FAIL")
                       MOVE TRC-VRF-INPUT-N TO MATCH-CANDIDATE
                       MOVE SPACES TO MATCH-REQUESTER
                       PERFORM PARA-MATCH-NUMBER
                       IF NUMBER-MATCHED
                           PERFORM PARA-NOTE-VRF-LINE
                       END-IF
                   END-IF
           END-READ.

           PARA-NOTE-VRF-LINE.
           MOVE RESULT-RUN-ID TO EVENT-RUN-ID.
           MOVE RESULT-DATE TO EVENT-DATE.
           MOVE RESULT-TIME TO EVENT-TIME.
           MOVE 70 TO EVENT-STAGE.
           MOVE "VERIFY" TO EVENT-STAGE-NAME.
           MOVE "EUL03VRF" TO EVENT-SOURCE.
           IF TRC-VRF-RESULT = "PASS"
               MOVE "VERIFIED - FACTORS MULTIPLY BACK (PASS)"
                   TO EVENT-TEXT
               MOVE "VERIFIED - NOT YET DELIVERED"
                   TO EVENT-STOP-TEXT
           ELSE
               STRING "FAILED VERIFICATION - " DELIMITED BY SIZE
                   TRC-VRF-REASON DELIMITED BY SIZE
                   INTO EVENT-TEXT
               STRING "FAILED VERIFICATION - " DELIMITED BY SIZE
                   TRC-VRF-REASON DELIMITED BY SIZE
                   INTO EVENT-STOP-TEXT
           END-IF.
           PERFORM PARA-ADD-EVENT.

      *    delivery - for one requester, the EULDLVMF manifest rows of
      *    the runs the number was seen in, and the number's row on the
      *    requester's current EULDLV delivery file, dated by the
      *    requester's last manifest row.
           PARA-TRACE-DELIVERY.
           MOVE SPACES TO DELIVERY-RUN-ID.
           MOVE 0 TO DELIVERY-DATE.
           MOVE 0 TO DELIVERY-TIME.
           MOVE "EULDLVMF" TO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-MNF-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           MOVE SPACES TO TRACE-IN-PATH.
           STRING "EULDLV." DELIMITED BY SIZE
               REQ-TBL-ID (REQ-IDX) DELIMITED BY SPACE
               INTO TRACE-IN-PATH.
           PERFORM PARA-OPEN-TRACE-IN.
           PERFORM PARA-READ-ONE-DLV-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PARA-READ-ONE-MNF-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   IF TRC-MNF-REQUESTER = REQ-TBL-ID (REQ-IDX)
                       MOVE TRC-MNF-RUN-ID TO DELIVERY-RUN-ID
                       MOVE TRC-MNF-DATE-STAMP TO DELIVERY-DATE
                       MOVE TRC-MNF-TIME-STAMP TO DELIVERY-TIME
                       MOVE TRC-MNF-RUN-ID TO EVENT-RUN-ID
                       PERFORM PARA-FIND-RUN
                       IF RUN-FOUND
                           PERFORM PARA-NOTE-MNF-ROW
                       END-IF
                   END-IF
           END-READ.

           PARA-NOTE-MNF-ROW.
           MOVE TRC-MNF-DATE-STAMP TO EVENT-DATE.
           MOVE TRC-MNF-TIME-STAMP TO EVENT-TIME.
           MOVE 78 TO EVENT-STAGE.
           MOVE "MANIFEST" TO EVENT-STAGE-NAME.
           MOVE "EULDLVMF" TO EVENT-SOURCE.
           STRING "EULDLV." DELIMITED BY SIZE
               TRC-MNF-REQUESTER DELIMITED BY SPACE
               " SENT - " DELIMITED BY SIZE
               TRC-MNF-ANSWERED DELIMITED BY SIZE
               " ANS " DELIMITED BY SIZE
               TRC-MNF-REJECTED DELIMITED BY SIZE
               " REJ " DELIMITED BY SIZE
               TRC-MNF-PENDING DELIMITED BY SIZE
               " PEND" DELIMITED BY SIZE
               INTO EVENT-TEXT.
           STRING "DELIVERY FILE SENT TO " DELIMITED BY SIZE
               TRC-MNF-REQUESTER DELIMITED BY SPACE
               " - NUMBER'S OWN ROW NOT KEPT" DELIMITED BY SIZE
               INTO EVENT-STOP-TEXT.
           PERFORM PARA-ADD-EVENT.

           PARA-READ-ONE-DLV-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   MOVE TRC-DLV-NUMBER TO MATCH-CANDIDATE
                   MOVE SPACES TO MATCH-REQUESTER
                   PERFORM PARA-MATCH-NUMBER
                   IF NUMBER-MATCHED
                       PERFORM PARA-NOTE-DLV-ROW
                   END-IF
           END-READ.

           PARA-NOTE-DLV-ROW.
           ADD 1 TO REQUESTER-HITS.
           MOVE DELIVERY-RUN-ID TO EVENT-RUN-ID.
           MOVE DELIVERY-DATE TO EVENT-DATE.
           MOVE DELIVERY-TIME TO EVENT-TIME.
           MOVE 80 TO EVENT-STAGE.
           MOVE "DELIVERY" TO EVENT-STAGE-NAME.
           MOVE TRACE-IN-PATH TO EVENT-SOURCE.
           IF TRC-DLV-DISPOSITION = "ANSWERED"
               MOVE TRC-DLV-ANSWER TO DISPLAY-ANSWER
               STRING "DELIVERED ANSWERED - " DELIMITED BY SIZE
                   FUNCTION TRIM (DISPLAY-ANSWER) DELIMITED BY SIZE
                   INTO EVENT-TEXT
               STRING "DELIVERED TO " DELIMITED BY SIZE
                   REQ-TBL-ID (REQ-IDX) DELIMITED BY SPACE
                   " - ANSWERED, LARGEST PRIME FACTOR "
                       DELIMITED BY SIZE
                   FUNCTION TRIM (DISPLAY-ANSWER) DELIMITED BY SIZE
                   INTO EVENT-STOP-TEXT
           ELSE
               STRING "DELIVERED " DELIMITED BY SIZE
                   TRC-DLV-DISPOSITION DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   TRC-DLV-REASON DELIMITED BY SIZE
                   INTO EVENT-TEXT
               STRING "DELIVERED TO " DELIMITED BY SIZE
                   REQ-TBL-ID (REQ-IDX) DELIMITED BY SPACE
                   " AS " DELIMITED BY SIZE
                   TRC-DLV-DISPOSITION DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   TRC-DLV-REASON DELIMITED BY SIZE
                   INTO EVENT-STOP-TEXT
           END-IF.
           PERFORM PARA-ADD-EVENT.

      *    logs - JOBLOG or ERRLOG, the live file and its EULARC
      *    generations from the business month back. Only the Euler03
      *    JOBLOG rows, and the ERRLOG rows naming the number, of runs
      *    the number was seen in are taken.
           PARA-TRACE-ONE-LOG-SET.
           MOVE LOG-BASE-NAME TO TRACE-IN-PATH.
           PERFORM PARA-SCAN-ONE-LOG-FILE.
           MOVE AUDIT-BUSINESS-DATE (1:6) TO LOOK-MONTH-KEY.
           MOVE 0 TO LOOK-COUNT.
           PERFORM PARA-TRACE-ONE-GENERATION WITH TEST BEFORE
               UNTIL LOOK-COUNT >= LOOKBACK-MONTHS.

           PARA-TRACE-ONE-GENERATION.
           MOVE LOOK-MONTH-KEY TO OLDEST-MONTH-KEY.
           MOVE SPACES TO TRACE-IN-PATH.
           STRING LOG-BASE-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               LOOK-MONTH-KEY DELIMITED BY SIZE
               INTO TRACE-IN-PATH.
           PERFORM PARA-SCAN-ONE-LOG-FILE.
           IF LOOK-MONTH = 1
               MOVE 12 TO LOOK-MONTH
               SUBTRACT 1 FROM LOOK-YEAR
           ELSE
               SUBTRACT 1 FROM LOOK-MONTH
           END-IF.
           ADD 1 TO LOOK-COUNT.

           PARA-SCAN-ONE-LOG-FILE.
           PERFORM PARA-OPEN-TRACE-IN.
           IF NOT END-OF-TRACE-IN
               ADD 1 TO LOG-FILES-READ
           END-IF.
           PERFORM PARA-READ-ONE-LOG-ROW WITH TEST BEFORE
               UNTIL END-OF-TRACE-IN.
           PERFORM PARA-CLOSE-TRACE-IN.

           PARA-READ-ONE-LOG-ROW.
           READ TRACE-IN-FILE
               AT END
                   SET END-OF-TRACE-IN TO TRUE
               NOT AT END
                   IF LOG-BASE-NAME = "JOBLOG"
                       PERFORM PARA-CHECK-JOBLOG-ROW
                   ELSE
                       PERFORM PARA-CHECK-ERRLOG-ROW
                   END-IF
           END-READ.

           PARA-CHECK-JOBLOG-ROW.
           IF JOBLOG-PROGRAM-NAME = "Euler03"
               MOVE JOBLOG-BATCH-RUN-ID TO EVENT-RUN-ID
               PERFORM PARA-FIND-RUN
               IF RUN-FOUND
                   MOVE JOBLOG-DATE-STAMP TO EVENT-DATE
                   MOVE JOBLOG-TIME-STAMP TO EVENT-TIME
                   MOVE 55 TO EVENT-STAGE
                   MOVE "JOBLOG" TO EVENT-STAGE-NAME
                   MOVE TRACE-IN-PATH TO EVENT-SOURCE
                   STRING "Euler03 STEP ENDED, OPERATOR "
                           DELIMITED BY SIZE
                       JOBLOG-OPERATOR-ID DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       JOBLOG-DURATION DELIMITED BY SIZE
                       " CS, REGION " DELIMITED BY SIZE
                       JOBLOG-REGION DELIMITED BY SIZE
                       INTO EVENT-TEXT
                   PERFORM PARA-ADD-EVENT
               END-IF
           END-IF.

           PARA-CHECK-ERRLOG-ROW.
           MOVE ERRLOG-BATCH-RUN-ID TO EVENT-RUN-ID.
           PERFORM PARA-FIND-RUN.
           IF RUN-FOUND
               MOVE 0 TO NUMBER-TALLY
               COMPUTE MSG-LAST-POS = 41 - NUMBER-SHORT-LEN
               PERFORM PARA-CHECK-ONE-MSG-POS
                   VARYING MSG-POS FROM 1 BY 1
                   UNTIL MSG-POS > MSG-LAST-POS
               IF NUMBER-TALLY > 0
                   MOVE ERRLOG-DATE-STAMP TO EVENT-DATE
                   MOVE ERRLOG-TIME-STAMP TO EVENT-TIME
                   MOVE 56 TO EVENT-STAGE
                   MOVE "ERRLOG" TO EVENT-STAGE-NAME
                   MOVE TRACE-IN-PATH TO EVENT-SOURCE
                   STRING ERRLOG-SEVERITY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ERRLOG-EVENT-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ERRLOG-PROGRAM-NAME DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       ERRLOG-MESSAGE DELIMITED BY SIZE
                       INTO EVENT-TEXT
                   PERFORM PARA-ADD-EVENT
               END-IF
           END-IF.

      *    the number at one place in the message, with no digit
      *    immediately before or after it.
           PARA-CHECK-ONE-MSG-POS.
           IF ERRLOG-MESSAGE (MSG-POS:NUMBER-SHORT-LEN)
                   = NUMBER-SHORT (1:NUMBER-SHORT-LEN)
               SET MSG-NUMBER-ALONE TO TRUE
               IF MSG-POS > 1
                   IF ERRLOG-MESSAGE (MSG-POS - 1:1) IS NUMERIC
                       MOVE 'N' TO MSG-ALONE-SWITCH
                   END-IF
               END-IF
               COMPUTE MSG-AFTER-POS = MSG-POS + NUMBER-SHORT-LEN
               IF MSG-AFTER-POS < 41
                   IF ERRLOG-MESSAGE (MSG-AFTER-POS:1) IS NUMERIC
                       MOVE 'N' TO MSG-ALONE-SWITCH
                   END-IF
               END-IF
               IF MSG-NUMBER-ALONE
                   ADD 1 TO NUMBER-TALLY
               END-IF
           END-IF.

      *    ordering - each stage takes the stamp its batch run began
      *    at, so a run's stages stay together in the order the suite
      *    works them. A batch-run ID is that stamp by the clock
      *    (YYYYMMDDHHMMSSCC, as EULDRV gives a run by default); a run
      *    named otherwise falls back to the earliest stamp seen
      *    under its ID.
           PARA-SET-RUN-STAMP.
           MOVE TRC-STAMP (TRC-IDX) TO TRC-RUN-STAMP (TRC-IDX).
           IF TRC-RUN-ID (TRC-IDX) IS NUMERIC
               MOVE TRC-RUN-ID (TRC-IDX) TO TRC-RUN-STAMP (TRC-IDX)
           ELSE
               IF TRC-RUN-ID (TRC-IDX) NOT = SPACES
                   PERFORM PARA-CHECK-RUN-STAMP
                       VARYING TRC-JDX FROM 1 BY 1
                       UNTIL TRC-JDX > TRC-COUNT
               END-IF
           END-IF.

           PARA-CHECK-RUN-STAMP.
           IF TRC-RUN-ID (TRC-JDX) = TRC-RUN-ID (TRC-IDX)
                   AND TRC-STAMP (TRC-JDX) < TRC-RUN-STAMP (TRC-IDX)
               MOVE TRC-STAMP (TRC-JDX) TO TRC-RUN-STAMP (TRC-IDX)
           END-IF.

           PARA-SORT-TRAIL.
           MOVE 1 TO TRC-IDX.
           PERFORM PARA-SORT-ONE WITH TEST BEFORE
               UNTIL TRC-IDX >= TRC-COUNT.

           PARA-SORT-ONE.
           COMPUTE TRC-JDX = TRC-IDX + 1.
           PERFORM PARA-SORT-COMPARE WITH TEST BEFORE
               UNTIL TRC-JDX > TRC-COUNT.
           ADD 1 TO TRC-IDX.

           PARA-SORT-COMPARE.
           IF TRC-KEY (TRC-JDX) < TRC-KEY (TRC-IDX)
               MOVE TRC-ENTRY (TRC-IDX) TO SWAP-ENTRY
               MOVE TRC-ENTRY (TRC-JDX) TO TRC-ENTRY (TRC-IDX)
               MOVE SWAP-ENTRY TO TRC-ENTRY (TRC-JDX)
           END-IF.
           ADD 1 TO TRC-JDX.

      *    writes one stage of the trail, remembering the last stage
      *    that can end a trail - the log rows only confirm a run.
           PARA-WRITE-ONE-EVENT.
           MOVE TRC-DATE (TRC-IDX) TO RPT-EVT-DATE.
           MOVE TRC-TIME (TRC-IDX) TO RPT-EVT-TIME.
           MOVE TRC-RUN-ID (TRC-IDX) TO RPT-EVT-RUN-ID.
           MOVE TRC-STAGE-NAME (TRC-IDX) TO RPT-EVT-STAGE.
           MOVE TRC-SOURCE (TRC-IDX) TO RPT-EVT-SOURCE.
           MOVE TRC-TEXT (TRC-IDX) TO RPT-EVT-TEXT.
           WRITE REPORT-REC FROM RPT-EVENT.
           IF TRC-STOP-TEXT (TRC-IDX) NOT = SPACES
               MOVE TRC-IDX TO TRC-STOP-IDX
           END-IF.

      *    a requester on the card who never asked for the number
      *    is told so, whatever was done with it for anyone else.
           PARA-WRITE-TRAIL-STOP.
           EVALUATE TRUE
               WHEN TRC-STOP-IDX = 0
                   MOVE "(NONE)" TO RPT-STOP-STAGE
                   MOVE SPACES TO RPT-STOP-DATE
                   MOVE SPACES TO RPT-STOP-RUN-ID
                   MOVE "NOT FOUND ON ANY FILE SEARCHED - NEVER SEEN"
                       TO RPT-STOP-TEXT
               WHEN REQUESTER-GIVEN AND REQUESTER-HITS = 0
                   MOVE "(NONE)" TO RPT-STOP-STAGE
                   MOVE SPACES TO RPT-STOP-DATE
                   MOVE SPACES TO RPT-STOP-RUN-ID
                   MOVE SPACES TO RPT-STOP-TEXT
                   STRING "NO REQUEST FROM " DELIMITED BY SIZE
                       TRACE-REQUESTER DELIMITED BY SPACE
                       " FOUND - WORKED FOR OTHERS ONLY"
                           DELIMITED BY SIZE
                       INTO RPT-STOP-TEXT
               WHEN OTHER
               MOVE TRC-STAGE-NAME (TRC-STOP-IDX) TO RPT-STOP-STAGE
               MOVE TRC-DATE (TRC-STOP-IDX) TO RPT-STOP-DATE
               MOVE TRC-RUN-ID (TRC-STOP-IDX) TO RPT-STOP-RUN-ID
               MOVE TRC-STOP-TEXT (TRC-STOP-IDX) TO RPT-STOP-TEXT
           END-EVALUATE.
           WRITE REPORT-REC FROM RPT-STOP.
           WRITE REPORT-REC FROM RPT-STOP-REASON.

       END PROGRAM EULTRC.
