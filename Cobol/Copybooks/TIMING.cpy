      * tied back to who ran it and which batch run it belongs to.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Added AUDIT-BUSINESS-DATE - JOBLOG and ERRLOG
      *             rows now carry the suite business date from the
      *             EULBDATE control record, not the clock date.
      * 2026-09-02  Added AUDIT-REGION-CODE and the region path
      *             scratch fields for the TEST-region facility.
      * 2026-08-09  Created, consolidating the START-TIME/END-TIME/
           88  PRODUCTION-REGION           VALUE "PROD".
       01  REGION-PATH-WORK    PIC X(40) VALUE SPACES.
       01  REGION-PATH-BASE    PIC X(40) VALUE SPACES.

      *    the suite business date this run's rows belong to, as the
      *    shared EULBDT service reads it off the EULBDATE control
      *    record in PARA-AUDIT-STAMP. JOBLOG and ERRLOG rows are
      *    stamped with it instead of the clock date, so a nightly
      *    run that crosses midnight stays on one processing date.
       01  AUDIT-BUSINESS-DATE PIC 9(08) VALUE 0.
