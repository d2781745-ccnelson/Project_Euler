      * 1, 2, 3, 5, 8, ...) and accumulates the even terms, mirroring
      * the PARA-A/B/C loop style used in Euler01.
      *
      * Parameter card (all keywords optional, any order, blank card
      * is the textbook run):
      *     ORDER=n        2 (each term the sum of the two before it)
      *                    or 3 (the sum of the three before it).
      *     SEED=a,b[,c]   the opening terms, one per order - default
      *                    1,2 for order 2 and 1,1,2 for order 3.
      *     DIV=k          only terms divisible by k are summed -
      *                    default 2, DIV=1 sums every term.
      *     LIMIT=n        stop at the first term at or over n -
      *                    default 4000000.
      *     TERMS=n        stop after the first n terms instead.
      * e.g. ./Euler02 "ORDER=3 SEED=0,0,1 DIV=3 TERMS=30".
      * A card may run to 79 characters; a longer one is refused
      * with return code 12 rather than cut.
      * A card of BATCH instead reads one such card per row from the
      * EUL02SPC file and writes one answer row per card to EUL02RPT,
      * so a set of variants runs in one job step.
      *
      * MODIFICATION HISTORY
      * 2026-08-09  START-TIME/END-TIME now use the full HH:MM:SS of
      *             WS-CURRENT-DATE-DATA (not just the 2-digit hundredths
      *             stamped with the region, so rehearsing a change
      *             or training an operator no longer pollutes the
      *             production files the auditors read.
      * 2026-09-14  The control-total self-check now matches on program
      *             name and EFFECTIVE-PARMS together, since CTLMAST can
      *             carry several approved figures per program, one per
      *             parameter set.
      * 2026-09-28  Generalized recurrence card:
      *             ORDER/SEED/DIV/LIMIT/TERMS select the recurrence
      *             order, the opening terms, the term filter and the
      *             stopping rule, the blank card being the textbook
      *             run. The effective card is recorded in JOBLOG-PARMS
      *             (still LIMIT=nnnnnnnn for the textbook recurrence,
      *             so the approved CTLMAST figures keep matching) and
      *             on the EUL02TRM header. A card of BATCH answers
      *             every card in the EUL02SPC file to EUL02RPT in one
      *             step, each row checked against its own CTLMAST
      *             figure.
      * 2026-10-08  A supervisor override and a broken run lock now each
      *             write a PRIV attribution event naming the supervisor
      *             (and the operator overridden, or the run whose lock
      *             was broken), for the EULPRV privileged-action
      *             review.
      * 2026-10-14  JOBLOG and ERRLOG rows are stamped with the suite
      *             business date from the shared EULBDT service instead
      *             of the clock date, so a run that crosses midnight
      *             stays on one processing date.
      * 2026-10-15  The parameter card and EUL02SPC rows widen from 32
      *             to 80 characters; a 32-character card used to cut
      *             ORDER=3 SEED=0,0,1 DIV=3 TERMS=30 to TERMS=3 and
      *             answer it with return code 0. A card or row reaching
      *             the 80th character, or running past it, is refused
      *             with a PARM event and return code 12 instead of
      *             being cut, and the rest of an over-long EUL02SPC row
      *             is passed over. Seed and keyword values are no
      *             longer cut to fit either - one too long is refused
      *             as not a number.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler02.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-ANSWER-FILE ASSIGN TO "EUL02OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPEC-FILE ASSIGN TO "EUL02SPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPC-STATUS.
           SELECT SPEC-REPORT ASSIGN TO "EUL02RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-MASTER-FILE ASSIGN TO "CTLMASTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLM-FILE-STATUS.
           05  TERM-HDR-TIME           PIC 9(08).
           05  TERM-HDR-PAD-4          PIC X(02).
           05  TERM-HDR-RUN-ID         PIC X(16).
           05  TERM-HDR-PAD-5          PIC X(02).
           05  TERM-HDR-PARMS          PIC X(32).
       01  TERM-TRL-REC.
           05  TERM-TRL-TYPE           PIC X(03).
           05  TERM-TRL-PAD-1          PIC X(02).
           05  OUT-PAD-1               PIC X(02).
           05  OUT-DURATION            PIC 9(7).

       FD  SPEC-FILE.
       01  SPC-REC                     PIC X(80).

       FD  SPEC-REPORT.
       01  SPC-RPT-REC                 PIC X(80).

       FD  CTL-MASTER-FILE.
           COPY CTLMREC.

       01  LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
           88  RUN-HOLDS-LOCK           VALUE 'Y'.
       01  BREAK-LOCK-PARM   PIC X(03) VALUE SPACES.
       01  BREAK-HELD-HOLDER PIC X(08) VALUE SPACES.
       01  BREAK-HELD-RUN-ID PIC X(16) VALUE SPACES.
       01  BREAK-CHECK-ID    PIC X(08) VALUE SPACES.
       01  BREAK-RUN-MODE    PIC X(08) VALUE "PROD".


       01  FINALANSWER      PIC 9(8) VALUE 0.

      *    the recurrence being walked - its order, opening terms,
      *    term filter and stopping rule, set from the parameter card
      *    (the textbook run by default). FIB-WINDOW holds the last
      *    FIB-ORDER terms, the current term first; it is wider than
      *    the answer so a term past the ceiling can still be formed.
       01  FIB-ORDER        PIC 9(01) VALUE 2.
       01  FIB-SEEDS.
           05  FIB-SEED     PIC 9(08) OCCURS 3 TIMES.
       01  FIB-DIVISOR      PIC 9(08) VALUE 2.
       01  FIB-STOP-RULE    PIC X(01) VALUE "L".
           88  STOP-AT-LIMIT           VALUE "L".
           88  STOP-AFTER-TERMS        VALUE "T".
       01  FIB-LIMIT        PIC 9(8) VALUE 4000000.
       01  FIB-TERMS        PIC 9(08) VALUE 0.
       01  FIB-WALKED       PIC 9(08) VALUE 0.
       01  FIB-WINDOW-AREA.
           05  FIB-WINDOW   PIC 9(18) OCCURS 3 TIMES.
       01  FIB-IDX          PIC 9(01) COMP VALUE 0.
       01  FIB-NEXT         PIC 9(18) VALUE 0.
       01  FIB-RES          PIC 9(18) VALUE 0.
       01  FIB-REM          PIC 9(08) VALUE 0.

      *    parameter card - blank for the textbook run, a set of
      *    KEYWORD=value tokens for a variant, or BATCH for the
      *    EUL02SPC file of variants.
      *    a card reaching the last byte of PARM-CARD, or running on
      *    past it, may have been cut and is refused.
       01  PARM-CARD-AREA.
           05  PARM-CARD        PIC X(80) VALUE SPACES.
           05  PARM-CARD-EXCESS PIC X(80) VALUE SPACES.
       01  BATCH-SWITCH     PIC X(01) VALUE 'N'.
           88  BATCH-MODE              VALUE 'Y'.

      *    one card being parsed (the command-line card or an EUL02SPC
      *    row) - its tokens, the keyword and value of the token in
      *    hand, and what the card turned out to say.
       01  SPEC-TEXT        PIC X(80) VALUE SPACES.
       01  SPEC-TOKENS.
           05  SPEC-TOKEN   PIC X(80) OCCURS 5 TIMES.
       01  SPEC-TOKEN-IDX   PIC 9(01) COMP VALUE 0.
       01  SPEC-KEY         PIC X(08) VALUE SPACES.
       01  SPEC-VALUE       PIC X(80) VALUE SPACES.
       01  SPEC-SEED-TEXTS.
           05  SPEC-SEED-TEXT PIC X(24) OCCURS 3 TIMES.
       01  SPEC-SEED-COUNT  PIC 9(01) VALUE 0.
       01  SPEC-VALID-SWITCH PIC X(01) VALUE 'Y'.
           88  SPEC-VALID              VALUE 'Y'.
       01  SPEC-FAULT       PIC X(24) VALUE SPACES.
       01  SPEC-PARMS       PIC X(32) VALUE SPACES.
       01  SPEC-PARMS-PTR   PIC 9(02) COMP VALUE 1.
       01  SPEC-SEED-EDIT   PIC Z(7)9.
       01  SPEC-LIMIT-SEEN  PIC X(01) VALUE 'N'.
       01  SPEC-TERMS-SEEN  PIC X(01) VALUE 'N'.

      *    one numeric token value converted - the text is moved in
      *    left-justified, right-justified over zeros, and taken as a
      *    number only if every position is a digit.
       01  SPEC-NUM-SOURCE  PIC X(24) VALUE SPACES.
       01  SPEC-NUM-TEXT    PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       01  SPEC-NUM-DIGITS REDEFINES SPEC-NUM-TEXT PIC 9(08).
       01  SPEC-NUM-VALUE   PIC 9(08) VALUE 0.
       01  SPEC-NUM-SWITCH  PIC X(01) VALUE 'Y'.
           88  SPEC-NUM-OK             VALUE 'Y'.

      *    batch-mode state - the EUL02SPC file of cards, one answer
      *    row per card on the EUL02RPT report.
       01  SPC-STATUS       PIC X(02) VALUE SPACES.
       01  SPC-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-SPECS            VALUE 'Y'.
       01  SPC-COUNT        PIC 9(04) VALUE 0.
       01  SPC-CHECK-RESULT PIC X(04) VALUE SPACES.
       01  SPC-EXCEPTION-SW PIC X(01) VALUE 'N'.
           88  SPEC-EXCEPTIONS         VALUE 'Y'.
       01  SPEC-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88  SPEC-OVERFLOWED         VALUE 'Y'.
      *    a row too long for SPC-REC refuses the batch its clean
      *    return code; the rest of the row, which the file hands
      *    back as rows of its own, is passed over.
       01  SPEC-REFUSED-SW  PIC X(01) VALUE 'N'.
           88  SPEC-REFUSED            VALUE 'Y'.
       01  SPC-REMAINDER-SW PIC X(01) VALUE 'N'.
           88  SPC-REMAINDER           VALUE 'Y'.
       01  CHECK-PARMS      PIC X(32) VALUE SPACES.

       01  SPC-RPT-HEADING.
           05  FILLER           PIC X(34) VALUE "SPECIFICATION".
           05  FILLER           PIC X(11) VALUE "TERMS".
           05  FILLER           PIC X(10) VALUE "ANSWER".
           05  FILLER           PIC X(04) VALUE "NOTE".
       01  SPC-RPT-DETAIL.
           05  SPC-RPT-PARMS    PIC X(32).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  SPC-RPT-TERMS    PIC 9(09).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  SPC-RPT-ANSWER   PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  SPC-RPT-NOTE     PIC X(24) VALUE SPACES.
       01  SPC-RPT-TRAILER.
           05  FILLER           PIC X(26)
                   VALUE "SPECIFICATIONS PROCESSED: ".
           05  SPC-RPT-COUNT    PIC ZZZ9.

      *    detail-row count for the trailer control record.
       01  TERM-COUNT       PIC 9(09) VALUE 0.
       MAIN-PROCEDURE.

           PERFORM PARA-AUDIT-STAMP.
           PERFORM PARA-PARMS.
           PERFORM PARA-TAKE-LOCK.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           COMPUTE START-TIME =
               ((WS-CURRENT-HOURS * 3600) + (WS-CURRENT-MINUTE * 60)
                 + WS-CURRENT-SECOND) * 100 + WS-CURRENT-MILLISECONDS.

           IF BATCH-MODE
               PERFORM PARA-RUN-SPECS
           ELSE
               OPEN OUTPUT TERM-FILE
               PERFORM PARA-WRITE-TERM-HEADER

               PERFORM PARA-WALK-SERIES

               IF NOT OVERFLOW-DETECTED
                   PERFORM PARA-WRITE-TERM-TRAILER
               END-IF
               CLOSE TERM-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
           COMPUTE END-TIME =
           IF OVERFLOW-DETECTED
               DISPLAY "Euler02 aborted - overflow, see ERRLOG"
           ELSE
             IF BATCH-MODE
               DISPLAY "Specifications: " SPC-COUNT " - see EUL02RPT"
               DISPLAY "Duration:  " DURATION " centiseconds"
               PERFORM PARA-JOBLOG
             ELSE
               DISPLAY "Answer:    " FINALANSWER
               DISPLAY "Duration:  " DURATION " centiseconds"
               PERFORM PARA-CHECK-CONTROL-TOTAL
               DISPLAY "Control total check: " CHECK-RESULT
               PERFORM PARA-C
               PERFORM PARA-JOBLOG
             END-IF
           END-IF.

           PERFORM PARA-RELEASE-LOCK.
           STOP RUN.

      *    sets the standard return code the scheduler branches on -
      *    0 clean, 4 exceptions written (a batch card that was
      *    invalid or overflowed), 8 control-total FAIL (the run's
      *    own, or any batch card's), 12 overflow/abort or a batch
      *    card too long to read whole - highest
      *    applicable wins.
           PARA-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.
           IF SPEC-EXCEPTIONS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CHECK-RESULT = "FAIL" OR SPC-CHECK-RESULT = "FAIL"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF OVERFLOW-DETECTED OR SPEC-REFUSED
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    walks the recurrence from its opening terms until the
      *    stopping rule is met - the first term at or over the
      *    ceiling, or the requested number of terms.
           PARA-WALK-SERIES.
           MOVE 0 TO FINALANSWER.
           MOVE 0 TO TERM-COUNT.
           MOVE 0 TO FIB-WALKED.
           MOVE ZEROS TO FIB-WINDOW-AREA.
           PERFORM PARA-LOAD-ONE-SEED
               VARYING FIB-IDX FROM 1 BY 1
               UNTIL FIB-IDX > FIB-ORDER.
           PERFORM PARA-A WITH TEST BEFORE
               UNTIL (STOP-AT-LIMIT AND FIB-WINDOW (1) >= FIB-LIMIT)
                   OR (STOP-AFTER-TERMS AND FIB-WALKED >= FIB-TERMS)
                   OR OVERFLOW-DETECTED OR SPEC-OVERFLOWED.

           PARA-LOAD-ONE-SEED.
           MOVE FIB-SEED (FIB-IDX) TO FIB-WINDOW (FIB-IDX).

      *    walks one term; terms passing the DIV filter are added to
      *    FINALANSWER and logged to the term-listing file, then the
      *    sequence is advanced by one term - the next term is the
      *    sum of the FIB-ORDER terms in the window.
           PARA-A.
           DIVIDE FIB-WINDOW (1) BY FIB-DIVISOR
               GIVING FIB-RES REMAINDER FIB-REM.
           IF FIB-REM = 0
               ADD FIB-WINDOW (1) TO FINALANSWER
                   ON SIZE ERROR
                       MOVE "FINALANSWER overflow in PARA-A"
                           TO ERRLOG-MESSAGE
                       PERFORM PARA-SERIES-OVERFLOW
               END-ADD
               IF NOT OVERFLOW-DETECTED AND NOT SPEC-OVERFLOWED
                   PERFORM PARA-B
               END-IF
           END-IF.
           ADD 1 TO FIB-WALKED.

           MOVE 0 TO FIB-NEXT.
           PERFORM PARA-ADD-ONE-WINDOW-TERM
               VARYING FIB-IDX FROM 1 BY 1
               UNTIL FIB-IDX > FIB-ORDER.
           PERFORM PARA-SHIFT-ONE-WINDOW-TERM
               VARYING FIB-IDX FROM 1 BY 1
               UNTIL FIB-IDX >= FIB-ORDER.
           MOVE FIB-NEXT TO FIB-WINDOW (FIB-ORDER).

           PARA-ADD-ONE-WINDOW-TERM.
           ADD FIB-WINDOW (FIB-IDX) TO FIB-NEXT
               ON SIZE ERROR
                   MOVE "FIB-NEXT overflow in PARA-A"
                       TO ERRLOG-MESSAGE
                   PERFORM PARA-SERIES-OVERFLOW
           END-ADD.

           PARA-SHIFT-ONE-WINDOW-TERM.
           MOVE FIB-WINDOW (FIB-IDX + 1) TO FIB-WINDOW (FIB-IDX).

      *    an overflow ends a single run as an abort, as it always
      *    has; in batch mode it only ends the card in hand, which is
      *    reported as OVERFLOW and the next card carries on.
           PARA-SERIES-OVERFLOW.
           IF BATCH-MODE
               SET SPEC-OVERFLOWED TO TRUE
           ELSE
               PERFORM PARA-LOG-ERROR
           END-IF.

      *    logs the qualifying term and the running subtotal of
      *    FINALANSWER after this term was added in, so the term
      *    file doubles as an audit trail of how the answer built up.
      *    A batch run keeps no term listing - only the answer rows.
           PARA-B.
           ADD 1 TO TERM-COUNT.
           IF NOT BATCH-MODE
               MOVE FIB-WINDOW (1) TO TERM-VALUE
               MOVE SPACES TO TERM-PAD-1
               MOVE FINALANSWER TO TERM-SUBTOTAL
               WRITE TERM-REC
           END-IF.

      *    control records bracketing the detail - the header says
      *    which run produced the file, the trailer proves it is
           MOVE WS-CURRENT-TIME TO TERM-HDR-TIME.
           MOVE SPACES TO TERM-HDR-PAD-4.
           MOVE AUDIT-BATCH-RUN-ID TO TERM-HDR-RUN-ID.
           MOVE SPACES TO TERM-HDR-PAD-5.
           MOVE EFFECTIVE-PARMS TO TERM-HDR-PARMS.
           WRITE TERM-HDR-REC.

           PARA-WRITE-TERM-TRAILER.
               AT END
                   SET CTLM-END-OF-FILE TO TRUE
               NOT AT END
                   IF CTLM-STATUS = "A" AND CTL-ENTRY-COUNT < 50
                       ADD 1 TO CTL-ENTRY-COUNT
                       MOVE CTLM-PROGRAM-NAME
                           TO CTL-PROGRAM-NAME (CTL-ENTRY-COUNT)
                       MOVE CTLM-EXPECTED-ANSWER
                           TO CTL-EXPECTED-ANSWER (CTL-ENTRY-COUNT)
                       MOVE CTLM-PARMS TO CTL-PARMS (CTL-ENTRY-COUNT)
                   END-IF
           END-READ.

      *    checks FINALANSWER against this program's entry in the
      *    shared CTLTOTAL table - the entry approved for the same
      *    parameters this run recorded in EFFECTIVE-PARMS, so a run
      *    under other parameters is never judged against the
      *    default figure.
           PARA-CHECK-CONTROL-TOTAL.
           PERFORM PARA-LOAD-CONTROL-TOTALS.
           MOVE EFFECTIVE-PARMS TO CHECK-PARMS.
           PERFORM PARA-FIND-FIGURE.

      *    searches the loaded table for the Euler02 entry approved
      *    under CHECK-PARMS and judges FINALANSWER against it.
           PARA-FIND-FIGURE.
           MOVE "????" TO CHECK-RESULT.
           MOVE 1 TO CHECK-IDX.
           PERFORM PARA-CHECK-ONE WITH TEST BEFORE

           PARA-CHECK-ONE.
           IF CTL-PROGRAM-NAME (CHECK-IDX) = "Euler02"
                   AND CTL-PARMS (CHECK-IDX) = CHECK-PARMS
               IF FINALANSWER = CTL-EXPECTED-ANSWER (CHECK-IDX)
                   MOVE "PASS" TO CHECK-RESULT
               ELSE
               ADD 1 TO CHECK-IDX
           END-IF.

      *    reads the parameter card from the command line. BATCH runs
      *    every card in the EUL02SPC file instead; anything else is
      *    one variant (blank being the textbook run), and a card that
      *    cannot be read is refused outright rather than guessed at -
      *    a run under parameters nobody asked for would answer the
      *    wrong question with a clean return code.
           PARA-PARMS.
           ACCEPT PARM-CARD-AREA FROM COMMAND-LINE.
           IF PARM-CARD = "BATCH"
               SET BATCH-MODE TO TRUE
               MOVE "BATCH" TO EFFECTIVE-PARMS
           ELSE
               MOVE PARM-CARD TO SPEC-TEXT
               PERFORM PARA-PARSE-SPEC
               IF PARM-CARD-EXCESS NOT = SPACES
                   MOVE 'N' TO SPEC-VALID-SWITCH
                   MOVE "OVER 79 CHARACTERS" TO SPEC-FAULT
               END-IF
               IF SPEC-VALID
                   MOVE SPEC-PARMS TO EFFECTIVE-PARMS
               ELSE
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "Card refused - " DELIMITED BY SIZE
                       SPEC-FAULT DELIMITED BY SIZE
                       INTO ERRLOG-MESSAGE
                   MOVE "S" TO EVENT-SEVERITY
                   MOVE "PARM" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
                   DISPLAY "Euler02: run refused - parameter card "
                       SPEC-FAULT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    parses one card in SPEC-TEXT into the FIB- recurrence
      *    fields, starting from the textbook defaults, and builds the
      *    card's recorded form in SPEC-PARMS. SPEC-VALID is left off,
      *    with the reason in SPEC-FAULT, for an unknown keyword, a
      *    value that is not a number, seeds that do not match the
      *    order, or both a ceiling and a term count, or a card
      *    reaching the last byte of SPEC-TEXT.
           PARA-PARSE-SPEC.
           MOVE 'Y' TO SPEC-VALID-SWITCH.
           MOVE SPACES TO SPEC-FAULT.
           MOVE 2 TO FIB-ORDER.
           MOVE ZEROS TO FIB-SEEDS.
           MOVE 0 TO SPEC-SEED-COUNT.
           MOVE 2 TO FIB-DIVISOR.
           SET STOP-AT-LIMIT TO TRUE.
           MOVE 4000000 TO FIB-LIMIT.
           MOVE 0 TO FIB-TERMS.
           MOVE 'N' TO SPEC-LIMIT-SEEN.
           MOVE 'N' TO SPEC-TERMS-SEEN.
           MOVE SPACES TO SPEC-TOKENS.
           UNSTRING SPEC-TEXT DELIMITED BY ALL SPACE
               INTO SPEC-TOKEN (1) SPEC-TOKEN (2) SPEC-TOKEN (3)
                    SPEC-TOKEN (4) SPEC-TOKEN (5)
               ON OVERFLOW
                   MOVE 'N' TO SPEC-VALID-SWITCH
                   MOVE "TOO MANY KEYWORDS" TO SPEC-FAULT
           END-UNSTRING.
           IF SPEC-TEXT (80:1) NOT = SPACE
               MOVE 'N' TO SPEC-VALID-SWITCH
               MOVE "OVER 79 CHARACTERS" TO SPEC-FAULT
           END-IF.
           PERFORM PARA-PARSE-ONE-TOKEN
               VARYING SPEC-TOKEN-IDX FROM 1 BY 1
               UNTIL SPEC-TOKEN-IDX > 5 OR NOT SPEC-VALID.
           IF SPEC-VALID
               PERFORM PARA-SETTLE-SPEC
           END-IF.
           IF SPEC-VALID
               PERFORM PARA-BUILD-SPEC-PARMS
           END-IF.

      *    one KEYWORD=value token. A leading space on the card
      *    leaves the first token empty, which is skipped like the
      *    unused ones at the end.
           PARA-PARSE-ONE-TOKEN.
           IF SPEC-TOKEN (SPEC-TOKEN-IDX) NOT = SPACES
               MOVE SPACES TO SPEC-KEY
               MOVE SPACES TO SPEC-VALUE
               UNSTRING SPEC-TOKEN (SPEC-TOKEN-IDX) DELIMITED BY "="
                   INTO SPEC-KEY SPEC-VALUE
               END-UNSTRING
               MOVE SPEC-VALUE TO SPEC-NUM-SOURCE
               EVALUATE SPEC-KEY
                   WHEN "ORDER"
                       PERFORM PARA-CONVERT-NUMBER
                       IF SPEC-NUM-OK AND (SPEC-NUM-VALUE = 2 OR 3)
                           MOVE SPEC-NUM-VALUE TO FIB-ORDER
                       ELSE
                           MOVE 'N' TO SPEC-VALID-SWITCH
                           MOVE "ORDER MUST BE 2 OR 3" TO SPEC-FAULT
                       END-IF
                   WHEN "SEED"
                       PERFORM PARA-PARSE-SEEDS
                   WHEN "DIV"
                       PERFORM PARA-CONVERT-NUMBER
                       IF SPEC-NUM-OK AND SPEC-NUM-VALUE > 0
                           MOVE SPEC-NUM-VALUE TO FIB-DIVISOR
                       ELSE
                           MOVE 'N' TO SPEC-VALID-SWITCH
                           MOVE "DIV NOT OVER 0" TO SPEC-FAULT
                       END-IF
                   WHEN "LIMIT"
                       PERFORM PARA-CONVERT-NUMBER
                       IF SPEC-NUM-OK AND SPEC-NUM-VALUE > 0
                           MOVE SPEC-NUM-VALUE TO FIB-LIMIT
                           MOVE 'Y' TO SPEC-LIMIT-SEEN
                       ELSE
                           MOVE 'N' TO SPEC-VALID-SWITCH
                           MOVE "LIMIT NOT OVER 0" TO SPEC-FAULT
                       END-IF
                   WHEN "TERMS"
                       PERFORM PARA-CONVERT-NUMBER
                       IF SPEC-NUM-OK AND SPEC-NUM-VALUE > 0
                           MOVE SPEC-NUM-VALUE TO FIB-TERMS
                           MOVE 'Y' TO SPEC-TERMS-SEEN
                           SET STOP-AFTER-TERMS TO TRUE
                       ELSE
                           MOVE 'N' TO SPEC-VALID-SWITCH
                           MOVE "TERMS NOT OVER 0" TO SPEC-FAULT
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO SPEC-VALID-SWITCH
                       MOVE "UNKNOWN KEYWORD" TO SPEC-FAULT
               END-EVALUATE
           END-IF.

      *    SEED=a,b[,c] - up to three opening terms, comma separated.
           PARA-PARSE-SEEDS.
           MOVE SPACES TO SPEC-SEED-TEXTS.
           UNSTRING SPEC-VALUE DELIMITED BY "," OR ALL SPACE
               INTO SPEC-SEED-TEXT (1) SPEC-SEED-TEXT (2)
                    SPEC-SEED-TEXT (3)
               ON OVERFLOW
                   MOVE 'N' TO SPEC-VALID-SWITCH
                   MOVE "MORE THAN 3 SEEDS" TO SPEC-FAULT
           END-UNSTRING.
           MOVE 0 TO SPEC-SEED-COUNT.
           PERFORM PARA-PARSE-ONE-SEED
               VARYING FIB-IDX FROM 1 BY 1
               UNTIL FIB-IDX > 3 OR NOT SPEC-VALID.

           PARA-PARSE-ONE-SEED.
           IF SPEC-SEED-TEXT (FIB-IDX) NOT = SPACES
               MOVE SPEC-SEED-TEXT (FIB-IDX) TO SPEC-NUM-SOURCE
               PERFORM PARA-CONVERT-NUMBER
               IF SPEC-NUM-OK AND SPEC-SEED-COUNT = FIB-IDX - 1
                   MOVE SPEC-NUM-VALUE TO FIB-SEED (FIB-IDX)
                   ADD 1 TO SPEC-SEED-COUNT
               ELSE
                   MOVE 'N' TO SPEC-VALID-SWITCH
                   MOVE "SEED NOT A NUMBER" TO SPEC-FAULT
               END-IF
           END-IF.

      *    converts SPEC-NUM-SOURCE (up to eight digits, left-
      *    justified) to SPEC-NUM-VALUE.
           PARA-CONVERT-NUMBER.
           MOVE 'Y' TO SPEC-NUM-SWITCH.
           MOVE 0 TO SPEC-NUM-VALUE.
           IF SPEC-NUM-SOURCE = SPACES
                   OR SPEC-NUM-SOURCE (9:16) NOT = SPACES
               MOVE 'N' TO SPEC-NUM-SWITCH
           ELSE
               MOVE SPACES TO SPEC-NUM-TEXT
               UNSTRING SPEC-NUM-SOURCE DELIMITED BY SPACE
                   INTO SPEC-NUM-TEXT
               END-UNSTRING
               INSPECT SPEC-NUM-TEXT REPLACING LEADING SPACE BY ZERO
               IF SPEC-NUM-DIGITS IS NUMERIC
                   MOVE SPEC-NUM-DIGITS TO SPEC-NUM-VALUE
               ELSE
                   MOVE 'N' TO SPEC-NUM-SWITCH
               END-IF
           END-IF.

      *    cross-checks the keywords against each other once the whole
      *    card is read - the seeds must match the order (or default
      *    to it), only one stopping rule may be given, and a ceiling
      *    is only reachable if some opening term is above zero.
           PARA-SETTLE-SPEC.
           IF SPEC-LIMIT-SEEN = 'Y' AND SPEC-TERMS-SEEN = 'Y'
               MOVE 'N' TO SPEC-VALID-SWITCH
               MOVE "BOTH LIMIT AND TERMS" TO SPEC-FAULT
           END-IF.
           IF SPEC-SEED-COUNT = 0
               IF FIB-ORDER = 2
                   MOVE 1 TO FIB-SEED (1)
                   MOVE 2 TO FIB-SEED (2)
               ELSE
                   MOVE 1 TO FIB-SEED (1)
                   MOVE 1 TO FIB-SEED (2)
                   MOVE 2 TO FIB-SEED (3)
               END-IF
           ELSE
               IF SPEC-SEED-COUNT NOT = FIB-ORDER
                   MOVE 'N' TO SPEC-VALID-SWITCH
                   MOVE "SEED COUNT NOT ORDER" TO SPEC-FAULT
               END-IF
           END-IF.
           IF STOP-AT-LIMIT AND FIB-SEEDS = ZERO
               MOVE 'N' TO SPEC-VALID-SWITCH
               MOVE "ZERO SEEDS, NO CEILING" TO SPEC-FAULT
           END-IF.

      *    the card's recorded form, for JOBLOG-PARMS, the EUL02TRM
      *    header and the CTLMAST lookup. The textbook recurrence
      *    (order 2, seeds 1,2, DIV=2, a ceiling) keeps the form it
      *    has always had, LIMIT=nnnnnnnn, so the figures approved
      *    before the card existed still match; any other card is
      *    recorded as R<order> S<seeds> D<div> then L<ceiling> or
      *    T<terms>, e.g. R3 S1,1,2 D2 L04000000. A card whose
      *    recorded form will not fit is refused rather than cut.
           PARA-BUILD-SPEC-PARMS.
           MOVE SPACES TO SPEC-PARMS.
           IF FIB-ORDER = 2 AND FIB-SEED (1) = 1 AND FIB-SEED (2) = 2
                   AND FIB-DIVISOR = 2 AND STOP-AT-LIMIT
               STRING "LIMIT=" DELIMITED BY SIZE
                   FIB-LIMIT DELIMITED BY SIZE
                   INTO SPEC-PARMS
           ELSE
               MOVE 1 TO SPEC-PARMS-PTR
               STRING "R" DELIMITED BY SIZE
                   FIB-ORDER DELIMITED BY SIZE
                   " S" DELIMITED BY SIZE
                   INTO SPEC-PARMS WITH POINTER SPEC-PARMS-PTR
               END-STRING
               PERFORM PARA-BUILD-ONE-SEED
                   VARYING FIB-IDX FROM 1 BY 1
                   UNTIL FIB-IDX > FIB-ORDER
               MOVE FIB-DIVISOR TO SPEC-SEED-EDIT
               STRING " D" DELIMITED BY SIZE
                   FUNCTION TRIM (SPEC-SEED-EDIT) DELIMITED BY SIZE
                   INTO SPEC-PARMS WITH POINTER SPEC-PARMS-PTR
                   ON OVERFLOW
                       MOVE 'N' TO SPEC-VALID-SWITCH
               END-STRING
               IF STOP-AT-LIMIT
                   STRING " L" DELIMITED BY SIZE
                       FIB-LIMIT DELIMITED BY SIZE
                       INTO SPEC-PARMS WITH POINTER SPEC-PARMS-PTR
                       ON OVERFLOW
                           MOVE 'N' TO SPEC-VALID-SWITCH
                   END-STRING
               ELSE
                   STRING " T" DELIMITED BY SIZE
                       FIB-TERMS DELIMITED BY SIZE
                       INTO SPEC-PARMS WITH POINTER SPEC-PARMS-PTR
                       ON OVERFLOW
                           MOVE 'N' TO SPEC-VALID-SWITCH
                   END-STRING
               END-IF
               IF NOT SPEC-VALID
                   MOVE "TOO LONG TO RECORD" TO SPEC-FAULT
               END-IF
           END-IF.

           PARA-BUILD-ONE-SEED.
           IF FIB-IDX > 1
               STRING "," DELIMITED BY SIZE
                   INTO SPEC-PARMS WITH POINTER SPEC-PARMS-PTR
                   ON OVERFLOW
                       MOVE 'N' TO SPEC-VALID-SWITCH
               END-STRING
           END-IF.
           MOVE FIB-SEED (FIB-IDX) TO SPEC-SEED-EDIT.
           STRING FUNCTION TRIM (SPEC-SEED-EDIT) DELIMITED BY SIZE
               INTO SPEC-PARMS WITH POINTER SPEC-PARMS-PTR
               ON OVERFLOW
                   MOVE 'N' TO SPEC-VALID-SWITCH
           END-STRING.

      *    picks up the operator ID and batch-run ID from the
      *    environment, falling back to UNKNOWN and a timestamp-built
      *    ID for a standalone run where neither is set.
               MOVE "UNKNOWN" TO AUDIT-OPERATOR-ID
           END-IF.

      *    the business date this run's rows are stamped with, off
      *    the suite's EULBDATE control record.
           MOVE "../../Data/EULBDATE" TO REGION-PATH-WORK.
           PERFORM PARA-APPLY-REGION.
           CALL "EULBDT" USING BY CONTENT REGION-PATH-WORK,
                               BY REFERENCE AUDIT-BUSINESS-DATE.

           ACCEPT AUDIT-BATCH-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID".
           IF AUDIT-BATCH-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               WHEN "O"
                   SET RUN-OVERRIDDEN TO TRUE
                   DISPLAY "Euler02: " OPV-REASON
                   PERFORM PARA-RECORD-OVERRIDE
               WHEN "W"
                   DISPLAY "Euler02: " OPV-REASON
           END-EVALUATE.

      *    an override goes on ERRLOG as a PRIV attribution event
      *    naming the supervisor and the operator overridden - the
      *    JOBLOG row only says the run was overridden, not by whom.
           PARA-RECORD-OVERRIDE.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING OPV-OVERRIDE-ID DELIMITED BY SIZE
               " OVERRIDE " DELIMITED BY SIZE
               AUDIT-OPERATOR-ID DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "PRIV" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

      *    a refused run stops before any real work - the refusal is
      *    logged to ERRLOG for the audit trail and nothing else is
      *    written.
                   MOVE "W" TO EVENT-SEVERITY
                   MOVE "LOCK" TO EVENT-CODE
                   PERFORM PARA-LOG-EVENT
                   PERFORM PARA-RECORD-BREAK
               END-IF
           END-IF.

      *    the break also goes on ERRLOG as a PRIV attribution event -
      *    the supervisor who authorized it and the run whose lock was
      *    broken, in fixed columns (actor 1-8, action 10-17, detail
      *    19 on) for the EULPRV privileged-action review.
           PARA-RECORD-BREAK.
           MOVE SPACES TO BREAK-HELD-HOLDER.
           MOVE SPACES TO BREAK-HELD-RUN-ID.
           UNSTRING LCK-HOLDER-OUT DELIMITED BY " run "
               INTO BREAK-HELD-HOLDER BREAK-HELD-RUN-ID.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING OPV-OVERRIDE-ID DELIMITED BY SIZE
               " BREAKLCK " DELIMITED BY SIZE
               BREAK-HELD-RUN-ID DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "I" TO EVENT-SEVERITY.
           MOVE "PRIV" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.

           PARA-CALL-LOCK.
           CALL "EULLCK" USING BY CONTENT LCK-FILE-PATH,
                               BY CONTENT LCK-ACTION,
           WRITE OUT-ANSWER-REC.
           CLOSE OUT-ANSWER-FILE.

      *    batch mode - answers every card in the EUL02SPC file, one
      *    report row per card. Blank rows and rows starting with an
      *    asterisk are commentary and skipped.
           PARA-RUN-SPECS.
           PERFORM PARA-LOAD-CONTROL-TOTALS.
           OPEN INPUT SPEC-FILE.
           IF SPC-STATUS = "00"
               OPEN OUTPUT SPEC-REPORT
               WRITE SPC-RPT-REC FROM SPC-RPT-HEADING
               MOVE 'N' TO SPC-EOF-SWITCH
               PERFORM PARA-READ-SPEC
               PERFORM PARA-ONE-SPEC WITH TEST BEFORE
                   UNTIL END-OF-SPECS
               MOVE SPC-COUNT TO SPC-RPT-COUNT
               WRITE SPC-RPT-REC FROM SPC-RPT-TRAILER
               CLOSE SPEC-REPORT
               CLOSE SPEC-FILE
           ELSE
               DISPLAY "Euler02: no EUL02SPC specification file "
                   "(status " SPC-STATUS ")"
               MOVE "Specification file unavailable" TO ERRLOG-MESSAGE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "SPCF" TO EVENT-CODE
               PERFORM PARA-LOG-EVENT
               SET SPEC-EXCEPTIONS TO TRUE
           END-IF.

           PARA-READ-SPEC.
           READ SPEC-FILE
               AT END
                   SET END-OF-SPECS TO TRUE
           END-READ.

      *    one card - parsed exactly as the command-line card is, then
      *    walked and checked against the figure approved for its
      *    recorded form. An invalid or overflowing card gets a row
      *    saying so and a warning event, and the batch carries on.
           PARA-ONE-SPEC.
           EVALUATE TRUE
               WHEN SPC-REMAINDER
                   IF SPC-STATUS NOT = "06"
                       MOVE 'N' TO SPC-REMAINDER-SW
                   END-IF
               WHEN SPC-STATUS = "06" OR SPC-REC (80:1) NOT = SPACE
                   PERFORM PARA-REFUSE-LONG-SPEC
               WHEN OTHER
                   PERFORM PARA-ANSWER-SPEC
           END-EVALUATE.
           PERFORM PARA-READ-SPEC.

      *    a row running to the last byte of SPC-REC may have been
      *    cut, so it is not answered at all - it gets a row saying
      *    so and a PARM event, and the batch ends on return code 12.
      *    A row longer than the record comes back as status 06, the
      *    rest of it following as further rows that are passed over.
           PARA-REFUSE-LONG-SPEC.
           IF SPC-STATUS = "06"
               SET SPC-REMAINDER TO TRUE
           END-IF.
           MOVE SPC-REC TO SPC-RPT-PARMS.
           MOVE 0 TO SPC-RPT-TERMS.
           MOVE 0 TO SPC-RPT-ANSWER.
           MOVE "OVER 79 CHARACTERS" TO SPC-RPT-NOTE.
           WRITE SPC-RPT-REC FROM SPC-RPT-DETAIL.
           ADD 1 TO SPC-COUNT.
           MOVE SPACES TO ERRLOG-MESSAGE.
           STRING "Batch card refused: " DELIMITED BY SIZE
               SPC-REC DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE.
           MOVE "S" TO EVENT-SEVERITY.
           MOVE "PARM" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           SET SPEC-REFUSED TO TRUE.

           PARA-ANSWER-SPEC.
           IF SPC-REC NOT = SPACES AND SPC-REC (1:1) NOT = "*"
               MOVE SPC-REC TO SPEC-TEXT
               PERFORM PARA-PARSE-SPEC
               MOVE 0 TO SPC-RPT-TERMS
               MOVE 0 TO SPC-RPT-ANSWER
               MOVE SPACES TO SPC-RPT-NOTE
               IF SPEC-VALID
                   MOVE SPEC-PARMS TO SPC-RPT-PARMS
                   MOVE 'N' TO SPEC-OVERFLOW-SW
                   PERFORM PARA-WALK-SERIES
                   IF SPEC-OVERFLOWED
                       MOVE "OVERFLOW" TO SPC-RPT-NOTE
                       MOVE SPACES TO ERRLOG-MESSAGE
                       STRING "Batch card overflowed: "
                               DELIMITED BY SIZE
                           SPEC-PARMS DELIMITED BY SIZE
                           INTO ERRLOG-MESSAGE
                       PERFORM PARA-SPEC-EXCEPTION
                   ELSE
                       MOVE TERM-COUNT TO SPC-RPT-TERMS
                       MOVE FINALANSWER TO SPC-RPT-ANSWER
                       PERFORM PARA-CHECK-SPEC
                   END-IF
               ELSE
                   MOVE SPC-REC TO SPC-RPT-PARMS
                   MOVE SPEC-FAULT TO SPC-RPT-NOTE
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "Batch card invalid: " DELIMITED BY SIZE
                       SPC-REC DELIMITED BY SIZE
                       INTO ERRLOG-MESSAGE
                   PERFORM PARA-SPEC-EXCEPTION
               END-IF
               WRITE SPC-RPT-REC FROM SPC-RPT-DETAIL
               ADD 1 TO SPC-COUNT
           END-IF.

           PARA-SPEC-EXCEPTION.
           MOVE "W" TO EVENT-SEVERITY.
           MOVE "SPEC" TO EVENT-CODE.
           PERFORM PARA-LOG-EVENT.
           SET SPEC-EXCEPTIONS TO TRUE.

      *    checks one card's answer against the figure approved for
      *    its recorded form, when one has been signed off - the note
      *    carries CHECK PASS or CHECK FAIL, and stays blank for a
      *    variant nobody has approved a figure for.
           PARA-CHECK-SPEC.
           MOVE SPEC-PARMS TO CHECK-PARMS.
           PERFORM PARA-FIND-FIGURE.
           IF CHECK-RESULT = "PASS" OR "FAIL"
               STRING "CHECK " DELIMITED BY SIZE
                   CHECK-RESULT DELIMITED BY SIZE
                   INTO SPC-RPT-NOTE
               IF CHECK-RESULT = "FAIL"
                   MOVE "FAIL" TO SPC-CHECK-RESULT
               END-IF
           END-IF.
           MOVE SPACES TO CHECK-RESULT.

      *    builds one run-history row and hands it to the shared
      *    EULLOG logging service, which owns the open/retry/write/
      *    close cycle for every program's appends. A row EULLOG
           PARA-JOBLOG.
           MOVE "Euler02" TO JOBLOG-PROGRAM-NAME.
           MOVE SPACES TO JOBLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO JOBLOG-DATE-STAMP.
           MOVE SPACES TO JOBLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO JOBLOG-TIME-STAMP.
           MOVE SPACES TO JOBLOG-PAD-3.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "Euler02" TO ERRLOG-PROGRAM-NAME.
           MOVE SPACES TO ERRLOG-PAD-1.
           MOVE AUDIT-BUSINESS-DATE TO ERRLOG-DATE-STAMP.
           MOVE SPACES TO ERRLOG-PAD-2.
           MOVE WS-CURRENT-TIME TO ERRLOG-TIME-STAMP.
           MOVE SPACES TO ERRLOG-PAD-3.
