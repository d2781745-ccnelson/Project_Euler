      * REQMREC.cpy
      * record layout for the REQMAST requester master - one row per
      * requester ID registered to drop work into Data/EUL03RQ1-5,
      * with the department that owns it, an active/inactive status,
      * the most urgent priority class it is entitled to ask for
      * (1 = most urgent through 9) and the most numbers it may send
      * in any one drop file. EULINT refuses, caps and truncates
      * intake against these entitlements; rows are maintained only
      * through the EULRQM maintenance job, which writes every change
      * to the REQAUDT trail.
      *
      * MODIFICATION HISTORY
      * 2026-09-18  Created.

       01  REQM-REC.
           05  REQM-ID                 PIC X(08).
           05  REQM-PAD-1              PIC X(02).
           05  REQM-DEPT               PIC X(08).
           05  REQM-PAD-2              PIC X(02).
           05  REQM-ACTIVE             PIC X(01).
           05  REQM-PAD-3              PIC X(02).
           05  REQM-MAX-PRIORITY       PIC X(01).
           05  REQM-PAD-4              PIC X(02).
           05  REQM-DROP-CEILING       PIC 9(05).
           05  REQM-PAD-5              PIC X(02).
           05  REQM-NAME               PIC X(20).
