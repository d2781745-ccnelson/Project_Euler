      * 2026-09-02  Widened to the 18-digit master record - the
      *             product reconstruction carries the full width,
      *             still ON SIZE ERROR guarded.
      * 2026-09-16  PRIMSV is pointed at the region's PRIMTBL prime
      *             table, so the primality proof of each stored
      *             factor is a table lookup wherever the table
      *             reaches.
      * 2026-10-07  The factor master's SELECT carries the new alternate
      *             key on the largest prime factor, so the index opens
      *             with the key set every program declares.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULMAU.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-INPUT-N
               ALTERNATE RECORD KEY IS MST-FANSWER WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "MSQF"
               ORGANIZATION IS LINE SEQUENTIAL
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
      *    allocates the factor master and its quarantine onto
      *    their DD names, redirected to the run's region - an audit
      *    rehearsed in TEST must never delete from the production
      *    index. The PRIMTBL prime table PRIMSV reads is allocated
      *    the same way.
           PARA-SET-REGION-FILES.
           MOVE "Cobol/Euler03/EUL03MST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           MOVE "Cobol/Euler03/EUL03MSQ" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_MSQF" TO REGION-PATH-WORK.
           MOVE "Data/PRIMTBL" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_PRIMTBL" TO REGION-PATH-WORK.

      *    redirects one shared-file path to this run's region - a
      *    TEST rehearsal must never write into the production files
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULMAU" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
