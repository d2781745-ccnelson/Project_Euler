      * CTLMREC.cpy
      * record layout for the CTLMAST control-total master file - one
      * row per program and parameter set carrying the expected
      * answer the suite reconciles against, and an active/retired
      * status so an entry can be taken out of service without
      * losing its history. Rows are maintained only through the
      * EULCTM maintenance job, which writes every change to the
      * CTLAUDIT trail.
      *
      * MODIFICATION HISTORY
      * 2026-08-22  Created when the control totals moved out of the
      *             PIC 9(18) for the suite's move to 18-digit
      *             numbers; the Data/CTLMAST rows were re-padded to
      *             the wider column in the same change.
      * 2026-09-14  Added CTLM-PARMS - the parameter string a figure
      *             was approved for, exactly as the run records it
      *             in JOBLOG-PARMS, so a program can carry several
      *             approved figures (the textbook default plus the
      *             alternate limits planning runs) and each run is
      *             checked against the one its own parameters name.
      *             Program name plus parameters is now the key.

       01  CTLM-REC.
           05  CTLM-PROGRAM-NAME       PIC X(10).
           05  CTLM-EXPECTED-ANSWER    PIC 9(18).
           05  CTLM-PAD-2              PIC X(02).
           05  CTLM-STATUS             PIC X(01).
           05  CTLM-PAD-3              PIC X(02).
           05  CTLM-PARMS              PIC X(32).
