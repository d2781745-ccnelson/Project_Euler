      * C NELSON 2026
      * Standalone, separately compiled business-date service, in the
      * same mould as OPERVAL and EULLCK. Every program used to stamp
      * its JOBLOG and ERRLOG rows with the wall-clock date, so a
      * nightly run that started at 23:50 came out split across two
      * dates and a late rerun landed on the wrong processing date.
      * The suite now runs to the business date held on the EULBDATE
      * control record, and this service tells a program what that
      * date is.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Created.
      *
      *#################################################################
      *################ USAGE ##########################################
      * BDT-CONTROL-PATH  - path to EULBDATE, as seen from the
      *                     CALLer's own working directory. Allocated
      *                     onto the EULBDTF DD name via DD_EULBDTF.
      * BDT-BUSINESS-DATE - returned: the business date, YYYYMMDD.
      * precedence: the BUSINESS_DATE environment variable EULDRV
      * exports to its job steps (the date it took for the run, even
      * on a rerun of a closed date), then the control record's
      * current processing date, then the clock date - a suite that
      * has never had a control record behaves as it always did.
      *#################################################################

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULBDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDT-FILE ASSIGN TO "EULBDTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  BDT-STATUS       PIC X(02) VALUE SPACES.
       01  BDT-ENV-DATE     PIC X(08) VALUE SPACES.

       01  STAMP-DATE-TIME.
           05  STAMP-DATE              PIC 9(08).
           05  FILLER                  PIC X(13).

       LINKAGE SECTION.
       01  BDT-CONTROL-PATH  PIC X(40).
       01  BDT-BUSINESS-DATE PIC 9(08).

       PROCEDURE DIVISION USING BDT-CONTROL-PATH,
                                BDT-BUSINESS-DATE.
       MAIN-PROCEDURE.

           MOVE 0 TO BDT-BUSINESS-DATE.

           MOVE SPACES TO BDT-ENV-DATE.
           ACCEPT BDT-ENV-DATE FROM ENVIRONMENT "BUSINESS_DATE".
           IF BDT-ENV-DATE IS NUMERIC
               MOVE BDT-ENV-DATE TO BDT-BUSINESS-DATE
           END-IF.

           IF BDT-BUSINESS-DATE = 0
               SET ENVIRONMENT "DD_EULBDTF" TO BDT-CONTROL-PATH
               OPEN INPUT BDT-FILE
               IF BDT-STATUS = "00"
                   READ BDT-FILE
                       NOT AT END
                           IF BDT-ROW-CURRENT-DATE IS NUMERIC
                               MOVE BDT-ROW-CURRENT-DATE
                                   TO BDT-BUSINESS-DATE
                           END-IF
                   END-READ
                   CLOSE BDT-FILE
               END-IF
           END-IF.

           IF BDT-BUSINESS-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME
               MOVE STAMP-DATE TO BDT-BUSINESS-DATE
           END-IF.

           GOBACK.

       END PROGRAM EULBDT.
