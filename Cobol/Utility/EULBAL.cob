      * EULBAL.cob
      * Balancing job for the detail files that now carry header and
      * trailer control records (EUL02TRM, EUL03RES, EUL03FAC,
      * EUL04PAL, and the PRIMTBL prime table the EULSIV sieve job
      * keeps). Any
      * consumer - EULDRV included - runs this first: it proves the
      * header is present, the trailer is present and last, the
      * trailer count matches the detail rows actually on the file,
      * and the trailer amount matches the recomputed total (the
      * final running subtotal for EUL02TRM, a fifteen-digit hash of
      * the amounts for the others). A file that doesn't balance
      * must not be trusted, and this job says so with return code 8.
      * Parameter card: EUL02TRM, EUL03RES, EUL03FAC, EUL04PAL or
      * PRIMTBL. The proof goes to EULBALRPT.<file>, one report per
      * file, so balancing steps EULDRV starts side by side in one
      * wave never write over each other.
      * Expects to be run from the repository root, same as EULDRV.
      *
      * MODIFICATION HISTORY
      *             10**15 - proven against the wider fields before
      *             the cutover, since the trailer totals stay
      *             fifteen digits.
      * 2026-09-16  PRIMTBL added - the prime table carries the wide
      *             key/amount detail layout (ordinal and prime), so
      *             it balances on the same fifteen-digit hash. The
      *             table lives in the shared Data directory and
      *             follows the REGION environment variable there.
      * 2026-09-29  EUL04PAL added - Euler04's palindrome listing
      *             balances on a fifteen-digit hash of its products.
      * 2026-10-15  The proof report is written to EULBALRPT.<file>
      *             instead of one fixed EULBALRPT, so balancing steps
      *             running in the same wave no longer overwrite each
      *             other's report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULBAL.
       ENVIRONMENT DIVISION.
           SELECT DETAIL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETAIL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       01  PARM-CARD        PIC X(32) VALUE SPACES.
       01  PARM-FILE        PIC X(10) VALUE SPACES.
       01  DETAIL-PATH      PIC X(40) VALUE SPACES.
       01  REPORT-PATH      PIC X(40) VALUE SPACES.

      *    the row under inspection, overlaid with the three layouts
      *    a control-carrying detail file can present.
           05  FILLER                  PIC X(02).
           05  BAL-WIDE-AMOUNT         PIC 9(18).
           05  FILLER                  PIC X(94).
       01  BAL-ROW-PAL REDEFINES BAL-ROW.
           05  BAL-PAL-PRODUCT         PIC 9(08).
           05  FILLER                  PIC X(124).
       01  BAL-ROW-TRM REDEFINES BAL-ROW.
           05  BAL-TRM-VALUE           PIC 9(08).
           05  FILLER                  PIC X(02).
           PERFORM PARA-PARMS.
           PERFORM PARA-AUDIT-STAMP.

           MOVE SPACES TO REPORT-PATH.
           STRING "EULBALRPT." DELIMITED BY SIZE
               PARM-FILE DELIMITED BY SPACE
               INTO REPORT-PATH.
           SET ENVIRONMENT "DD_BALRPT" TO REPORT-PATH.
           OPEN OUTPUT REPORT-FILE.
           MOVE PARM-FILE TO RPT-TITLE-FILE.
           WRITE REPORT-REC FROM RPT-TITLE.
                   MOVE "Cobol/Euler03/EUL03RES" TO DETAIL-PATH
               WHEN "EUL03FAC"
                   MOVE "Cobol/Euler03/EUL03FAC" TO DETAIL-PATH
               WHEN "EUL04PAL"
                   MOVE "Cobol/Euler04/EUL04PAL" TO DETAIL-PATH
               WHEN "PRIMTBL"
                   MOVE "Data/PRIMTBL" TO DETAIL-PATH
                   ACCEPT AUDIT-REGION-CODE FROM ENVIRONMENT "REGION"
                   IF AUDIT-REGION-CODE NOT = SPACES
                           AND NOT PRODUCTION-REGION
                       MOVE SPACES TO DETAIL-PATH
                       STRING "Data/PRIMTBL." DELIMITED BY SIZE
                           AUDIT-REGION-CODE DELIMITED BY SPACE
                           INTO DETAIL-PATH
                   END-IF
               WHEN OTHER
                   DISPLAY "EULBAL: file must be EUL02TRM, EUL03RES, "
                       "EUL03FAC, EUL04PAL or PRIMTBL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    EUL02TRM balances on the final running subtotal its own
      *    rows carry; the two Euler03 files balance on a hash total
      *    of their amounts (low-order fifteen digits of the sum), and
      *    EUL04PAL on the same hash of its palindromic products.
           PARA-FOLD-DETAIL.
           EVALUATE PARM-FILE
               WHEN "EUL02TRM"
                   MOVE BAL-TRM-SUBTOTAL TO COMPUTED-TOTAL
               WHEN "EUL04PAL"
                   COMPUTE COMPUTED-HASH = FUNCTION MOD
                       (COMPUTED-HASH + BAL-PAL-PRODUCT,
                        1000000000000000)
                   MOVE COMPUTED-HASH TO COMPUTED-TOTAL
               WHEN OTHER
                   COMPUTE COMPUTED-HASH = FUNCTION MOD
                       (COMPUTED-HASH + BAL-WIDE-AMOUNT,
                        1000000000000000)
                   MOVE COMPUTED-HASH TO COMPUTED-TOTAL
           END-EVALUATE.

      *    writes one fault line per broken proof; no fault lines
      *    means every proof held.
