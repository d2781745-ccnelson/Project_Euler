      *             proves names against that region's masters - a
      *             TEST rehearsal of this scanner must never rewrite
      *             the production logs.
      * 2026-09-14  CTLMAST now holds several rows per program (one per
      *             parameter set) - the program list is loaded once per
      *             name.
      * 2026-09-18  EULRQM, the requester-master maintenance job, joined
      *             the ERRLOG writers and is on the known-writers
      *             table.
      * 2026-09-23  Rows are now read, carried and quarantined at their
      *             full 152 columns, so the chained check value in
      *             columns 135-152 travels with every row - a
      *             quarantined row keeps the value EULCHV needs to
      *             bridge the gap it leaves. EULCHV, the chain
      *             verifier, joined the ERRLOG writers and is on the
      *             known-writers table.
      * 2026-09-25  EULCON, the operator console, joined the known
      *             ERRLOG writers.
      * 2026-09-30  EULRFS, the rehearsal-region refresh job, joined the
      *             known ERRLOG writers.
      * 2026-10-01  EULCAP, the batch-window capacity forecast, joined
      *             the known ERRLOG writers.
      * 2026-10-02  EULPAR, the TEST-versus-PROD parallel-run
      *             comparison, joined the known ERRLOG writers.
      * 2026-10-06  EULNTD, the notification dispatcher, joined the
      *             ERRLOG writers and is on the known-writers table.
      * 2026-10-08  EULPRV, the privileged-action review, joined the
      *             known ERRLOG writers.
      * 2026-10-12  EULHND, the shift handover, joined the known ERRLOG
      *             writers.
      * 2026-10-13  EULDPM, the parameter-file maintenance job, joined
      *             the known ERRLOG writers.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULLVS.
      *    is exactly what this job exists to catch, so nothing here
      *    trusts the copybook layout until the row has been proven.
       FD  LOG-IN-FILE.
       01  LOG-IN-REC                  PIC X(152).

       FD  CARRY-FILE.
       01  CARRY-REC                   PIC X(152).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-REC.
           05  QUA-REASON              PIC X(30).
           05  QUA-PAD                 PIC X(02).
           05  QUA-ROW-IMAGE           PIC X(152).

       FD  CTL-MASTER-FILE.
           COPY CTLMREC.
       WORKING-STORAGE SECTION.
      *    the row under proof, overlaid with the two log layouts.
       COPY JOBLOG.
       01  JOBLOG-ROW REDEFINES JOBLOG-REC PIC X(152).
       COPY ERRLOG.
       01  ERRLOG-ROW REDEFINES ERRLOG-REC PIC X(152).

       01  LOG-IN-STATUS    PIC X(02) VALUE SPACES.
       01  QUARANTINE-STATUS PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE "EULMAU".
           05  FILLER           PIC X(10) VALUE "EULAWB".
           05  FILLER           PIC X(10) VALUE "EULRST".
           05  FILLER           PIC X(10) VALUE "EULRQM".
           05  FILLER           PIC X(10) VALUE "EULCHV".
           05  FILLER           PIC X(10) VALUE "EULCON".
           05  FILLER           PIC X(10) VALUE "EULRFS".
           05  FILLER           PIC X(10) VALUE "EULCAP".
           05  FILLER           PIC X(10) VALUE "EULPAR".
           05  FILLER           PIC X(10) VALUE "EULNTD".
           05  FILLER           PIC X(10) VALUE "EULPRV".
           05  FILLER           PIC X(10) VALUE "EULHND".
           05  FILLER           PIC X(10) VALUE "EULDPM".
       01  UTILITY-WRITER-TABLE REDEFINES UTILITY-WRITERS.
           05  UTILITY-WRITER OCCURS 17 TIMES PIC X(10).
       01  UTL-IDX          PIC 9(02) COMP VALUE 0.

      *    the operator IDs OPERMAST knows (any status), plus the
      *    documented UNKNOWN standalone fallback.
               AT END
                   SET CTLM-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE 'N' TO PGM-FOUND-SWITCH
                   MOVE 1 TO PGM-IDX
                   PERFORM PARA-MATCH-LOADED-PROGRAM WITH TEST BEFORE
                       UNTIL PGM-FOUND OR PGM-IDX > PGM-COUNT
                   IF NOT PGM-FOUND AND PGM-COUNT < 20
                       ADD 1 TO PGM-COUNT
                       MOVE CTLM-PROGRAM-NAME
                           TO PGM-NAME (PGM-COUNT)
                   END-IF
           END-READ.

      *    CTLMAST carries a row per program and parameter set, so a
      *    program already tabled from an earlier row is not added
      *    again.
           PARA-MATCH-LOADED-PROGRAM.
           IF PGM-NAME (PGM-IDX) = CTLM-PROGRAM-NAME
               SET PGM-FOUND TO TRUE
           ELSE
               ADD 1 TO PGM-IDX
           END-IF.

           PARA-LOAD-OPERATORS.
           MOVE "Data/OPERMAST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           IF NOT PGM-FOUND
               PERFORM PARA-CHECK-ONE-UTILITY
                   VARYING UTL-IDX FROM 1 BY 1
                   UNTIL PGM-FOUND OR UTL-IDX > 17
           END-IF.
           IF NOT PGM-FOUND
               MOVE "PROGRAM NOT A KNOWN WRITER" TO ROW-FAULT
