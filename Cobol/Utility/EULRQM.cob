      * EULRQM.cob
      * Maintenance job for the REQMAST requester master. Until now
      * any requester ID that turned up in Data/EUL03RQ1-5 was
      * accepted at whatever priority it claimed and whatever volume
      * it dropped; REQMAST is where each registered requester's
      * owning department and entitlements live instead - active or
      * inactive, the most urgent priority class it may use, and the
      * most numbers it may send in one drop file - and EULINT holds
      * intake to them. Every change goes through this one program,
      * in the EULOPM mould, and leaves an audit row behind on
      * Data/REQAUDT: who maintained it (the same OPERATOR_ID stamp
      * JOBLOG carries), when, what action, and the old and new
      * department, status, priority and ceiling. The parameter card
      * is
      *     ADD id dept maxpri ceiling name... - new requester
      *     UPD id dept maxpri ceiling         - changed entitlement
      *     DEA id                             - deactivate
      *     REA id                             - reactivate
      * maxpri is a single digit 1-9 (1 = most urgent) and ceiling a
      * number of requests per drop file from 1 to 99999.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      * 2026-09-18  Created.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRQM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-MASTER-FILE ASSIGN TO "REQMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "REQAUDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-MASTER-FILE.
           COPY REQMREC.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-PAD-1               PIC X(02).
           05  AUD-DATE-STAMP          PIC 9(08).
           05  AUD-PAD-2               PIC X(02).
           05  AUD-TIME-STAMP          PIC 9(08).
           05  AUD-PAD-3               PIC X(02).
           05  AUD-ACTION              PIC X(03).
           05  AUD-PAD-4               PIC X(02).
           05  AUD-TARGET-ID           PIC X(08).
           05  AUD-PAD-5               PIC X(02).
           05  AUD-OLD-DEPT            PIC X(08).
           05  AUD-PAD-6               PIC X(02).
           05  AUD-OLD-ACTIVE          PIC X(01).
           05  AUD-PAD-7               PIC X(02).
           05  AUD-OLD-MAX-PRIORITY    PIC X(01).
           05  AUD-PAD-8               PIC X(02).
           05  AUD-OLD-CEILING         PIC 9(05).
           05  AUD-PAD-9               PIC X(02).
           05  AUD-NEW-DEPT            PIC X(08).
           05  AUD-PAD-10              PIC X(02).
           05  AUD-NEW-ACTIVE          PIC X(01).
           05  AUD-PAD-11              PIC X(02).
           05  AUD-NEW-MAX-PRIORITY    PIC X(01).
           05  AUD-PAD-12              PIC X(02).
           05  AUD-NEW-CEILING         PIC 9(05).

       WORKING-STORAGE SECTION.
       01  REQ-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  AUDIT-STATUS     PIC X(02) VALUE SPACES.
       01  REQ-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  REQ-END-OF-FILE         VALUE 'Y'.

      *    the whole master held in storage while the one change is
      *    applied, then written back in a single pass.
       01  MAST-COUNT       PIC 9(03) VALUE 0.
       01  MAST-TABLE.
           05  MAST-ENTRY OCCURS 100 TIMES.
               10  MAST-REQ-ID         PIC X(08).
               10  MAST-DEPT           PIC X(08).
               10  MAST-ACTIVE         PIC X(01).
               10  MAST-MAX-PRIORITY   PIC X(01).
               10  MAST-CEILING        PIC 9(05).
               10  MAST-NAME           PIC X(20).
       01  MAST-IDX         PIC 9(03) COMP VALUE 0.
       01  FOUND-IDX        PIC 9(03) COMP VALUE 0.

      *    parameter-card fields - the action, the requester ID the
      *    action applies to, the department, priority entitlement
      *    and drop ceiling (ADD/UPD) and the requester's name (ADD,
      *    the rest of the card).
       01  PARM-CARD        PIC X(80) VALUE SPACES.
       01  PARM-ACTION      PIC X(03) VALUE SPACES.
       01  PARM-REQ-ID      PIC X(08) VALUE SPACES.
       01  PARM-DEPT        PIC X(08) VALUE SPACES.
       01  PARM-MAX-PRIORITY PIC X(01) VALUE SPACE.
       01  PARM-CEILING-TEXT PIC X(05) VALUE SPACES.
       01  PARM-CEILING     PIC 9(05) VALUE 0.
       01  PARM-NAME        PIC X(20) VALUE SPACES.
       01  PARM-POINTER     PIC 9(02) VALUE 0.

      *    old and new values captured around the change, for the
      *    audit row.
       01  OLD-DEPT         PIC X(08) VALUE SPACES.
       01  OLD-ACTIVE       PIC X(01) VALUE SPACE.
       01  OLD-MAX-PRIORITY PIC X(01) VALUE SPACE.
       01  OLD-CEILING      PIC 9(05) VALUE 0.
       01  NEW-DEPT         PIC X(08) VALUE SPACES.
       01  NEW-ACTIVE       PIC X(01) VALUE SPACE.
       01  NEW-MAX-PRIORITY PIC X(01) VALUE SPACE.
       01  NEW-CEILING      PIC 9(05) VALUE 0.

      *    the error-log record and the interface fields for the
      *    shared EULLOG logging service, used when a run is refused.
       COPY ERRLOG.

       01  LOG-FILE-PATH     PIC X(40) VALUE SPACES.
       01  LOG-RECORD-BUFFER PIC X(132) VALUE SPACES.
       01  LOG-WRITE-RESULT  PIC X(01) VALUE 'N'.
       01  LOG-STATUS-OUT    PIC X(02) VALUE SPACES.

      *    operator-validation state - the interface fields for the
      *    shared OPERVAL service.
       01  OPV-MASTER-PATH   PIC X(40) VALUE SPACES.
       01  OPV-OVERRIDE-ID   PIC X(08) VALUE SPACES.
       01  OPV-RUN-MODE      PIC X(08) VALUE SPACES.
       01  OPV-RESULT        PIC X(01) VALUE SPACE.
       01  OPV-REASON        PIC X(40) VALUE SPACES.

      *    severity and event code of the event row being built for
      *    the shared event log.
       01  EVENT-SEVERITY    PIC X(01) VALUE SPACE.
       01  EVENT-CODE        PIC X(04) VALUE SPACES.

       COPY TIMING.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.

           PERFORM PARA-LOAD-MASTER.
           PERFORM PARA-FIND-REQUESTER.
           PERFORM PARA-APPLY-ACTION.
           PERFORM PARA-REWRITE-MASTER.
           PERFORM PARA-WRITE-AUDIT.

           DISPLAY "EULRQM: " PARM-ACTION " " PARM-REQ-ID
               " applied by " AUDIT-OPERATOR-ID.

           STOP RUN.

      *    reads and validates the action card. Anything malformed is
      *    rejected before the master is even opened.
           PARA-PARMS.
           ACCEPT PARM-CARD FROM COMMAND-LINE.
           MOVE 1 TO PARM-POINTER.
           UNSTRING PARM-CARD DELIMITED BY ALL SPACE
               INTO PARM-ACTION PARM-REQ-ID
               WITH POINTER PARM-POINTER.

           IF PARM-ACTION NOT = "ADD" AND "UPD" AND "DEA" AND "REA"
               DISPLAY "EULRQM: action must be ADD, UPD, DEA or REA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-REQ-ID = SPACES
               DISPLAY "EULRQM: requester ID is required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-ACTION = "ADD" OR "UPD"
               UNSTRING PARM-CARD DELIMITED BY ALL SPACE
                   INTO PARM-DEPT PARM-MAX-PRIORITY PARM-CEILING-TEXT
                   WITH POINTER PARM-POINTER
               IF PARM-DEPT = SPACES
                   DISPLAY "EULRQM: department is required"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF PARM-MAX-PRIORITY IS NOT NUMERIC
                       OR PARM-MAX-PRIORITY = "0"
                   DISPLAY "EULRQM: priority entitlement must be 1-9"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF PARM-CEILING-TEXT = SPACES
                       OR FUNCTION TRIM (PARM-CEILING-TEXT)
                           IS NOT NUMERIC
                   DISPLAY "EULRQM: drop ceiling must be numeric"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL (PARM-CEILING-TEXT)
                   TO PARM-CEILING
               IF PARM-CEILING = 0
                   DISPLAY "EULRQM: drop ceiling must be at least 1"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF PARM-ACTION = "ADD"
               IF PARM-POINTER <= 80
                   MOVE PARM-CARD (PARM-POINTER:) TO PARM-NAME
               END-IF
               IF PARM-NAME = SPACES
                   DISPLAY "EULRQM: ADD needs the requester's name"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
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
               DISPLAY "EULRQM: running in region " AUDIT-REGION-CODE
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

           PERFORM PARA-VALIDATE-OPERATOR.

      *    allocates every shared file this job opens onto its DD
      *    name, redirected to the run's region - done once, before
      *    anything is opened, so one rule covers the whole job.
           PARA-SET-REGION-FILES.
           MOVE "Data/REQMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_REQMF" TO REGION-PATH-WORK.
           MOVE "Data/REQAUDT" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_REQAUDF" TO REGION-PATH-WORK.

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

      *    validates the maintaining operator through the shared
      *    OPERVAL service - a change to who may drop work from an
      *    unknown or inactive ID is refused outright in production
      *    mode, and a supervisor OVERRIDE_ID lets an emergency
      *    change through.
           PARA-VALIDATE-OPERATOR.
           ACCEPT OPV-OVERRIDE-ID FROM ENVIRONMENT "OVERRIDE_ID".
           ACCEPT OPV-RUN-MODE FROM ENVIRONMENT "RUN_MODE".
           MOVE "Data/OPERMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE REGION-PATH-WORK TO OPV-MASTER-PATH.
           CALL "OPERVAL" USING BY CONTENT OPV-MASTER-PATH,
                                BY CONTENT AUDIT-OPERATOR-ID,
                                BY CONTENT OPV-OVERRIDE-ID,
                                BY CONTENT OPV-RUN-MODE,
                                BY REFERENCE OPV-RESULT,
                                BY REFERENCE OPV-REASON.
           EVALUATE OPV-RESULT
               WHEN "R"
                   PERFORM PARA-REFUSE-RUN
               WHEN "O"
                   DISPLAY "EULRQM: " OPV-REASON
               WHEN "W"
                   DISPLAY "EULRQM: " OPV-REASON
           END-EVALUATE.

      *    a refused run stops before any change is applied - the
      *    refusal is logged to ERRLOG for the audit trail.
           PARA-REFUSE-RUN.
           MOVE OPV-REASON TO ERRLOG-MESSAGE.
           MOVE "S" TO EVENT-SEVERITY.
           MOVE "OPID" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           DISPLAY "EULRQM: run refused - " OPV-REASON.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *    builds one event row (severity I/W/S plus a four-character
      *    event code, message already set by the caller) and hands
      *    it to the shared EULLOG service.
           PARA-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULRQM" TO ERRLOG-PROGRAM-NAME.
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
               DISPLAY "EULRQM: ERRLOG row not written (status "
                   LOG-STATUS-OUT ")"
           END-IF.

      *    loads the whole master into storage. A master that doesn't
      *    exist yet is only acceptable for an ADD - it just means
      *    this is the first requester ever registered.
           PARA-LOAD-MASTER.
           MOVE 0 TO MAST-COUNT.
           OPEN INPUT REQ-MASTER-FILE.
           IF REQ-FILE-STATUS = "00"
               MOVE 'N' TO REQ-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-ROW WITH TEST BEFORE
                   UNTIL REQ-END-OF-FILE
               CLOSE REQ-MASTER-FILE
           ELSE
               IF PARM-ACTION NOT = "ADD"
                   DISPLAY "EULRQM: requester master unavailable "
                       "(status " REQ-FILE-STATUS ")"
                   MOVE "Requester master unavailable"
                       TO ERRLOG-MESSAGE
                   MOVE "S" TO EVENT-SEVERITY
                   MOVE "RQMM" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PARA-LOAD-ONE-ROW.
           READ REQ-MASTER-FILE
               AT END
                   SET REQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF MAST-COUNT < 100
                       ADD 1 TO MAST-COUNT
                       MOVE REQM-ID TO MAST-REQ-ID (MAST-COUNT)
                       MOVE REQM-DEPT TO MAST-DEPT (MAST-COUNT)
                       MOVE REQM-ACTIVE TO MAST-ACTIVE (MAST-COUNT)
                       MOVE REQM-MAX-PRIORITY
                           TO MAST-MAX-PRIORITY (MAST-COUNT)
                       MOVE REQM-DROP-CEILING
                           TO MAST-CEILING (MAST-COUNT)
                       MOVE REQM-NAME TO MAST-NAME (MAST-COUNT)
                   END-IF
           END-READ.

           PARA-FIND-REQUESTER.
           MOVE 0 TO FOUND-IDX.
           MOVE 1 TO MAST-IDX.
           PERFORM PARA-FIND-ONE WITH TEST BEFORE
               UNTIL MAST-IDX > MAST-COUNT OR FOUND-IDX > 0.

           PARA-FIND-ONE.
           IF MAST-REQ-ID (MAST-IDX) = PARM-REQ-ID
               MOVE MAST-IDX TO FOUND-IDX
           ELSE
               ADD 1 TO MAST-IDX
           END-IF.

      *    applies the one change to the in-storage master, capturing
      *    the old values first so the audit row can show both sides.
           PARA-APPLY-ACTION.
           IF PARM-ACTION NOT = "ADD"
               IF FOUND-IDX = 0
                   DISPLAY "EULRQM: " PARM-REQ-ID
                       " not on the master - use ADD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MAST-DEPT (FOUND-IDX) TO OLD-DEPT
               MOVE MAST-ACTIVE (FOUND-IDX) TO OLD-ACTIVE
               MOVE MAST-MAX-PRIORITY (FOUND-IDX) TO OLD-MAX-PRIORITY
               MOVE MAST-CEILING (FOUND-IDX) TO OLD-CEILING
           END-IF.
           EVALUATE PARM-ACTION
               WHEN "ADD"
                   IF FOUND-IDX > 0
                       DISPLAY "EULRQM: " PARM-REQ-ID
                           " already on the master - use UPD"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF MAST-COUNT >= 100
                       DISPLAY "EULRQM: master is full"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO MAST-COUNT
                   MOVE MAST-COUNT TO FOUND-IDX
                   MOVE PARM-REQ-ID TO MAST-REQ-ID (FOUND-IDX)
                   MOVE PARM-NAME TO MAST-NAME (FOUND-IDX)
                   MOVE PARM-DEPT TO MAST-DEPT (FOUND-IDX)
                   MOVE "A" TO MAST-ACTIVE (FOUND-IDX)
                   MOVE PARM-MAX-PRIORITY
                       TO MAST-MAX-PRIORITY (FOUND-IDX)
                   MOVE PARM-CEILING TO MAST-CEILING (FOUND-IDX)
                   MOVE SPACES TO OLD-DEPT
                   MOVE SPACE TO OLD-ACTIVE
                   MOVE SPACE TO OLD-MAX-PRIORITY
                   MOVE 0 TO OLD-CEILING
               WHEN "UPD"
                   MOVE PARM-DEPT TO MAST-DEPT (FOUND-IDX)
                   MOVE PARM-MAX-PRIORITY
                       TO MAST-MAX-PRIORITY (FOUND-IDX)
                   MOVE PARM-CEILING TO MAST-CEILING (FOUND-IDX)
               WHEN "DEA"
                   IF MAST-ACTIVE (FOUND-IDX) = "I"
                       DISPLAY "EULRQM: " PARM-REQ-ID
                           " is already inactive"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "I" TO MAST-ACTIVE (FOUND-IDX)
               WHEN "REA"
                   IF MAST-ACTIVE (FOUND-IDX) = "A"
                       DISPLAY "EULRQM: " PARM-REQ-ID
                           " is already active"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "A" TO MAST-ACTIVE (FOUND-IDX)
           END-EVALUATE.
           MOVE MAST-DEPT (FOUND-IDX) TO NEW-DEPT.
           MOVE MAST-ACTIVE (FOUND-IDX) TO NEW-ACTIVE.
           MOVE MAST-MAX-PRIORITY (FOUND-IDX) TO NEW-MAX-PRIORITY.
           MOVE MAST-CEILING (FOUND-IDX) TO NEW-CEILING.

           PARA-REWRITE-MASTER.
           OPEN OUTPUT REQ-MASTER-FILE.
           MOVE 1 TO MAST-IDX.
           PERFORM PARA-REWRITE-ONE-ROW WITH TEST BEFORE
               UNTIL MAST-IDX > MAST-COUNT.
           CLOSE REQ-MASTER-FILE.

           PARA-REWRITE-ONE-ROW.
           MOVE MAST-REQ-ID (MAST-IDX) TO REQM-ID.
           MOVE SPACES TO REQM-PAD-1.
           MOVE MAST-DEPT (MAST-IDX) TO REQM-DEPT.
           MOVE SPACES TO REQM-PAD-2.
           MOVE MAST-ACTIVE (MAST-IDX) TO REQM-ACTIVE.
           MOVE SPACES TO REQM-PAD-3.
           MOVE MAST-MAX-PRIORITY (MAST-IDX) TO REQM-MAX-PRIORITY.
           MOVE SPACES TO REQM-PAD-4.
           MOVE MAST-CEILING (MAST-IDX) TO REQM-DROP-CEILING.
           MOVE SPACES TO REQM-PAD-5.
           MOVE MAST-NAME (MAST-IDX) TO REQM-NAME.
           WRITE REQM-REC.
           ADD 1 TO MAST-IDX.

      *    appends the who/when/old/new audit row. OPEN EXTEND fails
      *    with a file-status of 35 the first time the trail doesn't
      *    exist yet, in which case it is created with OPEN OUTPUT
      *    instead - same pattern as the OPERAUDT appends.
           PARA-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE AUDIT-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE SPACES TO AUD-PAD-1.
           MOVE WS-CURRENT-DATE TO AUD-DATE-STAMP.
           MOVE SPACES TO AUD-PAD-2.
           MOVE WS-CURRENT-TIME TO AUD-TIME-STAMP.
           MOVE SPACES TO AUD-PAD-3.
           MOVE PARM-ACTION TO AUD-ACTION.
           MOVE SPACES TO AUD-PAD-4.
           MOVE PARM-REQ-ID TO AUD-TARGET-ID.
           MOVE SPACES TO AUD-PAD-5.
           MOVE OLD-DEPT TO AUD-OLD-DEPT.
           MOVE SPACES TO AUD-PAD-6.
           MOVE OLD-ACTIVE TO AUD-OLD-ACTIVE.
           MOVE SPACES TO AUD-PAD-7.
           MOVE OLD-MAX-PRIORITY TO AUD-OLD-MAX-PRIORITY.
           MOVE SPACES TO AUD-PAD-8.
           MOVE OLD-CEILING TO AUD-OLD-CEILING.
           MOVE SPACES TO AUD-PAD-9.
           MOVE NEW-DEPT TO AUD-NEW-DEPT.
           MOVE SPACES TO AUD-PAD-10.
           MOVE NEW-ACTIVE TO AUD-NEW-ACTIVE.
           MOVE SPACES TO AUD-PAD-11.
           MOVE NEW-MAX-PRIORITY TO AUD-NEW-MAX-PRIORITY.
           MOVE SPACES TO AUD-PAD-12.
           MOVE NEW-CEILING TO AUD-NEW-CEILING.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       END PROGRAM EULRQM.
