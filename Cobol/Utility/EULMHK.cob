      *                        damaged index is rebuilt in one pass
      *     RELOAD file      - rebuild the master from a named
      *                        offload file
      *     XREF             - rebuild the EUL03FXR factor
      *                        cross-reference from the master as
      *                        it stands (after an EULRST restore or
      *                        an EULRFS refresh brought a master in
      *                        from elsewhere)
      *     CONVERT          - one time only, for a master built
      *                        before the alternate key on the
      *                        largest prime factor: read it by its
      *                        number alone, dump it to the day's
      *                        EUL03DMP file and reload it as the
      *                        keyed master every program now opens
      *                        (a RELOAD of an older dump or offload
      *                        of that master does the same)
      * PURGE, REORG, RELOAD and CONVERT rebuild the cross-reference
      * too, so it always lists exactly the numbers the master holds.
      * Records written before the usage fields existed carry zeros
      * there and read as never-referenced - exactly the dead weight
      * the purge is for. Every action writes the EULMHKRPT report.
      *             wrap, and REORG given its own EUL03DMP dump so
      *             it can no longer reload a same-day purge's
      *             records back into the master.
      * 2026-10-07  The factor master's SELECT carries the new alternate
      *             key on the largest prime factor. PURGE, REORG and
      *             RELOAD now rebuild the EUL03FXR factor cross-
      *             reference from the rebuilt master, and a new XREF
      *             card rebuilds it on its own; the report gives the
      *             numbers and rows cross-referenced.
      * 2026-10-14  ERRLOG rows are stamped with the suite business
      *             date from the shared EULBDT service instead of the
      *             clock date, so a run that crosses midnight stays on
      *             one processing date.
      * 2026-10-15  New CONVERT card for the one-time conversion of a
      *             factor master built before the alternate key on the
      *             largest prime factor. It reads the master through a
      *             SELECT that declares only the number key, dumps it
      *             to the day's EUL03DMP file, then reloads it as the
      *             keyed master and rebuilds EUL03FXR. Run it once per
      *             region before the first Euler03, EULMAU, EULRST,
      *             EULRFS or EULMIQ run on the new key; a RELOAD of an
      *             older dump or offload does the same. The action
      *             field widens to seven characters to take the card.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULMHK.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-INPUT-N
               ALTERNATE RECORD KEY IS MST-FANSWER WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
      *    the same master as it was before the alternate key, read
      *    by its number alone for the one-time CONVERT.
           SELECT OLD-MASTER-FILE ASSIGN TO "EUL03MSTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-MST-INPUT-N
               FILE STATUS IS OLD-MST-STATUS.
           SELECT XREF-FILE ASSIGN TO "EUL03FXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXR-STATUS.
           SELECT OFFLOAD-FILE ASSIGN TO "MHKOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFLOAD-STATUS.
           05  MST-LAST-REF-DATE       PIC 9(08).
           05  MST-HIT-COUNT           PIC 9(06).

       FD  OLD-MASTER-FILE.
       01  OLD-MST-REC.
           05  OLD-MST-INPUT-N         PIC 9(18).
           05  OLD-MST-DATA            PIC X(364).

      *    the master's factor cross-reference, rebuilt whole from
      *    the master after any pass that rebuilds the master.
       FD  XREF-FILE.
           COPY FXRREC.

      *    flat images of master records - the offload is the
      *    rebuildable, human-readable copy of the index.
       FD  OFFLOAD-FILE.

       WORKING-STORAGE SECTION.
       01  MST-STATUS       PIC X(02) VALUE SPACES.
       01  OLD-MST-STATUS   PIC X(02) VALUE SPACES.
       01  OFFLOAD-STATUS   PIC X(02) VALUE SPACES.
       01  FXR-STATUS       PIC X(02) VALUE SPACES.
       01  MST-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  LOAD-EOF-SWITCH  PIC X(01) VALUE 'N'.
      *    parameter-card fields - the action and its month count or
      *    offload file name.
       01  PARM-CARD        PIC X(48) VALUE SPACES.
       01  PARM-ACTION      PIC X(07) VALUE SPACES.
       01  PARM-TOKEN-2     PIC X(40) VALUE SPACES.
       01  PARM-MONTHS      PIC 9(03) VALUE 0.

       01  KEPT-COUNT       PIC 9(06) VALUE 0.
       01  RELOADED-COUNT   PIC 9(06) VALUE 0.
       01  DUPLICATE-COUNT  PIC 9(06) VALUE 0.
       01  XREF-COUNT       PIC 9(07) VALUE 0.
       01  XREF-MASTER-COUNT PIC 9(06) VALUE 0.
       01  XREF-IDX         PIC 9(02) COMP VALUE 0.
       01  DEAD-COUNT       PIC 9(06) VALUE 0.
       01  HITS-ZERO        PIC 9(06) VALUE 0.
       01  HITS-LOW         PIC 9(06) VALUE 0.
                   VALUE "EULMHK MASTER HOUSEKEEPING".
       01  RPT-ACTION-LINE.
           05  FILLER           PIC X(08) VALUE "ACTION  ".
           05  RPT-ACTION       PIC X(07).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  RPT-ACTION-NOTE  PIC X(40).
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL  PIC X(24).
           05  RPT-COUNT-VALUE  PIC ZZZZZ9.
       01  RPT-XREF-LINE.
           05  RPT-XREF-LABEL   PIC X(24).
           05  RPT-XREF-VALUE   PIC ZZZZZZ9.
       01  RPT-DATE-LINE.
           05  RPT-DATE-LABEL   PIC X(24).
           05  RPT-DATE-VALUE   PIC 9(08).
                   SET PASS-PURGE TO TRUE
                   PERFORM PARA-SCAN-MASTER
                   PERFORM PARA-REBUILD-FROM-CARRY
                   PERFORM PARA-REBUILD-XREF
               WHEN "REORG"
                   SET PASS-REORG TO TRUE
                   PERFORM PARA-SCAN-MASTER
                   MOVE REORG-DUMP-PATH TO PARM-TOKEN-2
                   PERFORM PARA-RELOAD-MASTER
                   PERFORM PARA-REBUILD-XREF
               WHEN "RELOAD"
                   PERFORM PARA-RELOAD-MASTER
                   PERFORM PARA-REBUILD-XREF
               WHEN "XREF"
                   PERFORM PARA-REBUILD-XREF
               WHEN "CONVERT"
                   PERFORM PARA-DUMP-OLD-MASTER
                   MOVE REORG-DUMP-PATH TO PARM-TOKEN-2
                   PERFORM PARA-RELOAD-MASTER
                   PERFORM PARA-REBUILD-XREF
           END-EVALUATE.

           PERFORM PARA-WRITE-REPORT.
               INTO PARM-ACTION PARM-TOKEN-2.

           IF PARM-ACTION NOT = "REPORT" AND "PURGE" AND "REORG"
                   AND "RELOAD" AND "XREF" AND "CONVERT"
               DISPLAY "EULMHK: action must be REPORT, PURGE, REORG, "
                   "RELOAD, XREF or CONVERT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
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
               MOVE MST-LAST-REF-DATE TO OLDEST-REF-DATE
           END-IF.

      *    the one-time conversion's dump - the master as it was
      *    built before the alternate key, read through a SELECT
      *    that knows only its number and written whole to the day's
      *    EUL03DMP file for PARA-RELOAD-MASTER to rebuild it from.
      *    A master that can't be read this way is an abort, the same
      *    as for the scan, and is left as it was.
           PARA-DUMP-OLD-MASTER.
           OPEN INPUT OLD-MASTER-FILE.
           IF OLD-MST-STATUS NOT = "00"
               DISPLAY "EULMHK: factor master unavailable (status "
                   OLD-MST-STATUS ")"
               MOVE "Factor master unavailable" TO ERRLOG-MESSAGE
               MOVE "S" TO EVENT-SEVERITY
               MOVE "MSTR" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET ENVIRONMENT "DD_MHKOFF" TO REORG-DUMP-PATH.
           OPEN OUTPUT OFFLOAD-FILE.
           MOVE 'N' TO MST-EOF-SWITCH.
           PERFORM PARA-DUMP-ONE-OLD-RECORD WITH TEST BEFORE
               UNTIL END-OF-MASTER.
           CLOSE OFFLOAD-FILE.
           CLOSE OLD-MASTER-FILE.

           PARA-DUMP-ONE-OLD-RECORD.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO READ-COUNT
                   MOVE OLD-MST-REC TO OFFLOAD-REC
                   WRITE OFFLOAD-REC
           END-READ.

      *    rebuilds the master from the purge's carry file - the
      *    survivors, written back to a freshly created index.
           PARA-REBUILD-FROM-CARRY.
                   ADD 1 TO RELOADED-COUNT
           END-READ.

      *    rebuilds the factor cross-reference from the master as it
      *    now stands - every prime of every stored number, so the
      *    rows the purge offloaded leave the cross-reference with
      *    them. The master itself is already safe by now, so a
      *    cross-reference that can't be rebuilt is a warning and
      *    return code 4, not an abort; an XREF card on its own has
      *    nothing else to do, so there it is an abort.
           PARA-REBUILD-XREF.
           OPEN INPUT MASTER-FILE.
           IF MST-STATUS NOT = "00"
               DISPLAY "EULMHK: factor master unavailable (status "
                   MST-STATUS ")"
               MOVE "Factor master unavailable" TO ERRLOG-MESSAGE
               PERFORM PARA-XREF-FAILED
           ELSE
               OPEN OUTPUT XREF-FILE
               IF FXR-STATUS NOT = "00"
                   DISPLAY "EULMHK: cannot recreate cross-reference "
                       "(status " FXR-STATUS ")"
                   MOVE "Factor cross-reference not rebuilt"
                       TO ERRLOG-MESSAGE
                   CLOSE MASTER-FILE
                   PERFORM PARA-XREF-FAILED
               ELSE
                   MOVE 'N' TO MST-EOF-SWITCH
                   PERFORM PARA-XREF-ONE-MASTER WITH TEST BEFORE
                       UNTIL END-OF-MASTER
                   CLOSE XREF-FILE
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

           PARA-XREF-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO XREF-MASTER-COUNT
                   MOVE 1 TO XREF-IDX
                   PERFORM PARA-XREF-ONE-FACTOR WITH TEST BEFORE
                       UNTIL XREF-IDX > MST-FACT-COUNT
                           OR XREF-IDX > 15
           END-READ.

           PARA-XREF-ONE-FACTOR.
           MOVE MST-FACT-VALUE (XREF-IDX) TO FXR-PRIME.
           MOVE MST-INPUT-N TO FXR-NUMBER.
           MOVE MST-FACT-MULT (XREF-IDX) TO FXR-MULT.
           WRITE FXR-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO XREF-COUNT
           END-WRITE.
           ADD 1 TO XREF-IDX.

           PARA-XREF-FAILED.
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "MSTR" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           IF PARM-ACTION = "XREF"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 4 TO RETURN-CODE.

           PARA-WRITE-REPORT.
           MOVE PARM-ACTION TO RPT-ACTION.
           MOVE SPACES TO RPT-ACTION-NOTE.
           IF PARM-ACTION = "REORG"
               MOVE OFFLOAD-PATH TO RPT-ACTION-NOTE
           END-IF.
           IF PARM-ACTION = "CONVERT"
               MOVE REORG-DUMP-PATH TO RPT-ACTION-NOTE
           END-IF.
           IF PARM-ACTION = "RELOAD"
               MOVE PARM-TOKEN-2 TO RPT-ACTION-NOTE
           END-IF.
           MOVE "DUPLICATE KEYS ON LOAD: " TO RPT-COUNT-LABEL.
           MOVE DUPLICATE-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           IF PARM-ACTION NOT = "REPORT"
               MOVE "XREF NUMBERS:           " TO RPT-XREF-LABEL
               MOVE XREF-MASTER-COUNT TO RPT-XREF-VALUE
               WRITE REPORT-REC FROM RPT-XREF-LINE
               MOVE "XREF ROWS:              " TO RPT-XREF-LABEL
               MOVE XREF-COUNT TO RPT-XREF-VALUE
               WRITE REPORT-REC FROM RPT-XREF-LINE
           END-IF.
           IF READ-COUNT > 0 AND OLDEST-REF-DATE < 99999999
               MOVE "OLDEST LAST REFERENCE:  " TO RPT-DATE-LABEL
               MOVE OLDEST-REF-DATE TO RPT-DATE-VALUE
           MOVE "Cobol/Euler03/EUL03MST" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_EUL03MSTF" TO REGION-PATH-WORK.
           MOVE "Cobol/Euler03/EUL03FXR" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           SET ENVIRONMENT "DD_EUL03FXRF" TO REGION-PATH-WORK.

      *    redirects one shared-file path to this run's region - a
      *    TEST rehearsal must never write into the production files
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "EULMHK" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
