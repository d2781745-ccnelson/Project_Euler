      * C NELSON 2026
      * Standalone, separately compiled chain-link service for the
      * suite's append-only evidence files, in the same mould as
      * SEQSUM. Every row appended to JOBLOG, ERRLOG and the other
      * EULLOG-managed logs, and every CTLAUDIT/OPERAUDT row, carries
      * a chained check value worked over the previous row's check
      * value and the new row's own content - so a row edited into
      * another perfectly valid row, or a row taken out, no longer
      * links to its neighbours, and EULCHV can say exactly where
      * the chain was broken. One program owns the arithmetic so the
      * writers and the verifier can never disagree about it.
      *
      * MODIFICATION HISTORY
      * 2026-09-23  Created.
      *
      *#################################################################
      *################ USAGE ##########################################
      * CHAIN-PRIOR-VALUE - the check value carried by the row before
      *                     this one (zero for the first row of a new
      *                     chain, or after rows written before the
      *                     chain began).
      * CHAIN-ROW-TEXT    - the row's content, everything but its own
      *                     check value, left-justified and space
      *                     filled - trailing spaces are harmless, as
      *                     a line sequential file drops and restores
      *                     them identically.
      * CHAIN-NEW-VALUE   - the row's check value, returned.
      * two independent running remainders, one per half of the
      * value, each folding the prior half, every character and its
      * position - a change to any character, or the same characters
      * moved, changes both halves.
      *#################################################################

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCHN.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CHN-MODULUS-1    PIC 9(09) VALUE 999999937.
       01  CHN-MODULUS-2    PIC 9(09) VALUE 999999929.
       01  CHN-ACCUM-1      PIC 9(15) VALUE 0.
       01  CHN-ACCUM-2      PIC 9(15) VALUE 0.
       01  CHN-CHAR-CODE    PIC 9(03) VALUE 0.
       01  CHN-POS          PIC 9(03) COMP VALUE 0.
       01  CHN-RESULT.
           05  CHN-RESULT-1            PIC 9(09).
           05  CHN-RESULT-2            PIC 9(09).

       LINKAGE SECTION.
       01  CHAIN-PRIOR-VALUE.
           05  CHAIN-PRIOR-1           PIC 9(09).
           05  CHAIN-PRIOR-2           PIC 9(09).
       01  CHAIN-ROW-TEXT   PIC X(160).
       01  CHAIN-NEW-VALUE  PIC 9(18).

       PROCEDURE DIVISION USING CHAIN-PRIOR-VALUE,
                                CHAIN-ROW-TEXT,
                                CHAIN-NEW-VALUE.
       MAIN-PROCEDURE.

           IF CHAIN-PRIOR-VALUE IS NOT NUMERIC
               MOVE 0 TO CHN-ACCUM-1
               MOVE 0 TO CHN-ACCUM-2
           ELSE
               COMPUTE CHN-ACCUM-1 =
                   FUNCTION MOD (CHAIN-PRIOR-1, CHN-MODULUS-1)
               COMPUTE CHN-ACCUM-2 =
                   FUNCTION MOD (CHAIN-PRIOR-2, CHN-MODULUS-2)
           END-IF.

           PERFORM PARA-FOLD-ONE-CHARACTER
               VARYING CHN-POS FROM 1 BY 1
               UNTIL CHN-POS > 160.

      *    each half also takes in the other, so neither can be
      *    matched on its own.
           COMPUTE CHN-RESULT-1 = FUNCTION MOD
               (CHN-ACCUM-1 * 31 + CHN-ACCUM-2, CHN-MODULUS-1).
           COMPUTE CHN-RESULT-2 = FUNCTION MOD
               (CHN-ACCUM-2 * 37 + CHN-ACCUM-1, CHN-MODULUS-2).
           MOVE CHN-RESULT TO CHAIN-NEW-VALUE.

           GOBACK.

           PARA-FOLD-ONE-CHARACTER.
           COMPUTE CHN-CHAR-CODE =
               FUNCTION ORD (CHAIN-ROW-TEXT (CHN-POS:1)).
           COMPUTE CHN-ACCUM-1 = FUNCTION MOD
               (CHN-ACCUM-1 * 257 + CHN-CHAR-CODE, CHN-MODULUS-1).
           COMPUTE CHN-ACCUM-2 = FUNCTION MOD
               (CHN-ACCUM-2 * 263 + CHN-CHAR-CODE + CHN-POS,
                CHN-MODULUS-2).

       END PROGRAM EULCHN.
