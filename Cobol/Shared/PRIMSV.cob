      * candidate divisor is of the form 6k+-1) so any suite member
      * can ask "is N prime", "what is the next prime after N" or
      * "what is the smallest factor of N" without starting from a
      * blank page. Like SEQSUM, this service writes nothing of its
      * own: an arithmetic overflow is reported back to the caller,
      * who has the ERRLOG copybook and knows its own program name.
      * The one file it reads is the PRIMTBL prime table the EULSIV
      * sieve job keeps, found through DD_PRIMTBL as the caller set
      * it - loaded once on the first call and trusted only when its
      * header and trailer prove it whole. A caller that sets no
      * DD_PRIMTBL, or a table that does not balance, simply gets the
      * wheel, exactly as before the table existed.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  Created, carrying Euler03's trial-division wheel.
      * 2026-09-16  Prime-table lookup: ISPRIME and NEXTP answer from
      *             the PRIMTBL table by binary search wherever the
      *             table covers the number, and the smallest-factor
      *             search divides only by tabled primes, carrying on
      *             up the 6k+-1 wheel above the last tabled prime.
      *
      *#################################################################
      *################ USAGE ##########################################
      * PRM-RESULT    - see PRM-FUNCTION.
      * PRM-FLAG      - Y/N answer for ISPRIME, spaces otherwise.
      * PRM-ITER-USED - wheel iterations actually spent, so a caller
      *                 can cost what it just asked for. A trial
      *                 division by a tabled prime and a probe of the
      *                 table's binary search each count as one.
      * PRM-STATUS    - Y = answered, B = budget exhausted before an
      *                 answer (PRM-RESULT/PRM-FLAG must not be
      *                 trusted), E = bad function code, degenerate

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMSV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIME-TABLE-FILE ASSIGN TO "PRIMTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIME-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-TABLE-FILE.
       01  PRIME-TABLE-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  N           PIC 9(18) VALUE 0.
       01  DIV         PIC 9(10) VALUE 5.
       01  FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  PRIME-FOUND             VALUE 'Y'.

      *    the PRIMTBL prime table - loaded on the first call of the
      *    run unit and kept for every call after it. A table that
      *    can't be opened, or fails its header/trailer proof, is
      *    left unusable and every answer comes from the wheel.
       01  PRIME-TABLE-STATUS PIC X(02) VALUE SPACES.
       01  PRIME-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88  END-OF-PRIME-TABLE      VALUE 'Y'.
       01  TABLE-LOAD-SWITCH PIC X(01) VALUE 'N'.
           88  TABLE-LOAD-TRIED        VALUE 'Y'.
       01  TABLE-USE-SWITCH  PIC X(01) VALUE 'N'.
           88  TABLE-USABLE            VALUE 'Y'.
       01  TABLE-FAULT-SWITCH PIC X(01) VALUE 'N'.
           88  TABLE-FAULTED           VALUE 'Y'.
       01  TABLE-HDR-SWITCH  PIC X(01) VALUE 'N'.
           88  TABLE-HEADER-SEEN       VALUE 'Y'.
       01  TABLE-TRL-SWITCH  PIC X(01) VALUE 'N'.
           88  TABLE-TRAILER-SEEN      VALUE 'Y'.

       01  PTB-ROW                     PIC X(80).
       01  PTB-ROW-DETAIL REDEFINES PTB-ROW.
           05  PTB-ORDINAL             PIC 9(18).
           05  FILLER                  PIC X(02).
           05  PTB-PRIME               PIC 9(18).
           05  FILLER                  PIC X(42).
       01  PTB-ROW-TRL REDEFINES PTB-ROW.
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(02).
           05  PTB-TRL-COUNT           PIC 9(09).
           05  FILLER                  PIC X(02).
           05  PTB-TRL-TOTAL           PIC 9(15).
           05  FILLER                  PIC X(49).
       01  PTB-HASH         PIC 9(15) COMP-3 VALUE 0.

      *    room for every prime below ten million, the ceiling the
      *    sieve job will build to.
       01  PRIME-TABLE.
           05  TBL-PRIME OCCURS 700000 TIMES PIC 9(09) COMP.
       01  TBL-COUNT        PIC 9(09) COMP VALUE 0.
       01  TBL-LAST-PRIME   PIC 9(18) VALUE 0.
       01  TBL-IDX          PIC 9(09) COMP VALUE 0.
       01  TBL-LOW          PIC 9(09) COMP VALUE 0.
       01  TBL-HIGH         PIC 9(09) COMP VALUE 0.
       01  TBL-MID          PIC 9(09) COMP VALUE 0.

      *    how a pass down the tabled divisors ended - past the
      *    square root (N is prime) or off the top of the table (the
      *    wheel takes over).
       01  DIVISOR-SWITCH   PIC X(01) VALUE SPACE.
           88  ROOT-REACHED            VALUE 'R'.
           88  TABLE-EXHAUSTED         VALUE 'T'.

       LINKAGE SECTION.
       01  PRM-FUNCTION    PIC X(08).
       01  PRM-N           PIC 9(18).
           MOVE 'N' TO OVERFLOW-SWITCH.
           MOVE 'N' TO BUDGET-SWITCH.

           IF NOT TABLE-LOAD-TRIED
               PERFORM PARA-LOAD-PRIME-TABLE
           END-IF.

           EVALUATE PRM-FUNCTION
               WHEN "ISPRIME"
                   PERFORM PARA-ISPRIME
               MOVE "E" TO PRM-STATUS
           ELSE
               MOVE PRM-N TO N
               IF TABLE-USABLE AND N <= TBL-LAST-PRIME
                   PERFORM PARA-LOOKUP-ISPRIME
               ELSE
                   PERFORM PARA-WHEEL-ISPRIME
               END-IF
           END-IF.

      *    a number the table covers is prime exactly when the table
      *    holds it.
           PARA-LOOKUP-ISPRIME.
           PERFORM PARA-TABLE-SEARCH.
           IF NOT BUDGET-EXHAUSTED
               IF TBL-PRIME (TBL-LOW) = N
                   MOVE "Y" TO PRM-FLAG
               ELSE
                   MOVE "N" TO PRM-FLAG
               END-IF
           END-IF.

           PARA-WHEEL-ISPRIME.
           PERFORM PARA-SMALLEST-FACTOR.
           IF NOT BUDGET-EXHAUSTED AND NOT OVERFLOW-DETECTED
               IF SMALL-FACTOR = PRM-N
                   MOVE "Y" TO PRM-FLAG
               ELSE
                   MOVE "N" TO PRM-FLAG
               END-IF
           END-IF.


      *    walks candidates above PRM-N until one proves prime - even
      *    candidates above 2 are skipped outright, and the budget
      *    spans the whole search, not each candidate. Below the last
      *    tabled prime there is nothing to walk: the answer is the
      *    first tabled prime above PRM-N.
           PARA-NEXT-PRIME.
           MOVE 'N' TO FOUND-SWITCH.
           IF PRM-N < 2
               MOVE 2 TO PRM-RESULT
               SET PRIME-FOUND TO TRUE
           ELSE
               IF TABLE-USABLE AND PRM-N < TBL-LAST-PRIME
                   COMPUTE N = PRM-N + 1
                   PERFORM PARA-TABLE-SEARCH
                   IF NOT BUDGET-EXHAUSTED
                       MOVE TBL-PRIME (TBL-LOW) TO PRM-RESULT
                       SET PRIME-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT PRIME-FOUND AND NOT BUDGET-EXHAUSTED
               MOVE PRM-N TO CANDIDATE
               IF FUNCTION MOD (CANDIDATE, 2) = 0
                   ADD 1 TO CANDIDATE
           END-IF.

      *    finds the smallest prime factor of N (N itself when N is
      *    prime) - by the tabled primes when the table is usable,
      *    otherwise factor 2, factor 3, then the 6k+-1 wheel up to
      *    the square root, exactly the PARA-B discipline.
           PARA-SMALLEST-FACTOR.
           MOVE 'N' TO SETTLED-SWITCH.
           MOVE 0 TO SMALL-FACTOR.
           IF TABLE-USABLE
               PERFORM PARA-TABLE-FACTOR
           ELSE
               PERFORM PARA-WHEEL-FACTOR
           END-IF.

           PARA-WHEEL-FACTOR.
           DIVIDE N BY 2 GIVING RES REMAINDER REM.
           IF REM = 0
               MOVE 2 TO SMALL-FACTOR
           END-IF.

           PARA-WHEEL.
           PERFORM PARA-COUNT-ITERATION.
           IF NOT BUDGET-EXHAUSTED
               DIVIDE N BY DIV GIVING RES REMAINDER REM
               IF REM = 0
                   MOVE DIV TO SMALL-FACTOR
               END-IF
           END-IF.

      *    charges one iteration against the caller's budget, or
      *    marks the budget spent when there is none left to charge.
           PARA-COUNT-ITERATION.
           IF PRM-BUDGET > 0
               IF PRM-ITER-USED >= PRM-BUDGET
                   SET BUDGET-EXHAUSTED TO TRUE
               END-IF
           END-IF.
           IF NOT BUDGET-EXHAUSTED
               ADD 1 TO PRM-ITER-USED
           END-IF.

      *    the smallest factor by the table: a number the table
      *    covers and holds is its own factor; otherwise divide by
      *    the tabled primes up to the square root, and if the table
      *    runs out first, carry on up the 6k+-1 wheel from the next
      *    candidate above the last tabled prime.
           PARA-TABLE-FACTOR.
           IF N <= TBL-LAST-PRIME
               PERFORM PARA-TABLE-SEARCH
               IF NOT BUDGET-EXHAUSTED
                   IF TBL-PRIME (TBL-LOW) = N
                       MOVE N TO SMALL-FACTOR
                       SET FACTOR-SETTLED TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF NOT FACTOR-SETTLED AND NOT BUDGET-EXHAUSTED
               COMPUTE NSQRT = FUNCTION SQRT (N)
               MOVE SPACE TO DIVISOR-SWITCH
               MOVE 1 TO TBL-IDX
               PERFORM PARA-TABLE-DIVIDE WITH TEST BEFORE
                   UNTIL FACTOR-SETTLED OR BUDGET-EXHAUSTED
                       OR ROOT-REACHED OR TABLE-EXHAUSTED
               IF ROOT-REACHED
                   MOVE N TO SMALL-FACTOR
                   SET FACTOR-SETTLED TO TRUE
               END-IF
               IF TABLE-EXHAUSTED
                   PERFORM PARA-WHEEL-ABOVE-TABLE
               END-IF
           END-IF.

           PARA-TABLE-DIVIDE.
           IF TBL-IDX > TBL-COUNT
               SET TABLE-EXHAUSTED TO TRUE
           ELSE
               IF TBL-PRIME (TBL-IDX) > NSQRT
                   SET ROOT-REACHED TO TRUE
               ELSE
                   PERFORM PARA-COUNT-ITERATION
                   IF NOT BUDGET-EXHAUSTED
                       DIVIDE N BY TBL-PRIME (TBL-IDX)
                           GIVING RES REMAINDER REM
                       IF REM = 0
                           MOVE TBL-PRIME (TBL-IDX) TO SMALL-FACTOR
                           SET FACTOR-SETTLED TO TRUE
                       ELSE
                           ADD 1 TO TBL-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    the last tabled prime is 6k+1 or 6k-1; the wheel picks up
      *    at the next candidate of the other form, with the step
      *    that candidate would have had on a wheel started at 5.
           PARA-WHEEL-ABOVE-TABLE.
           IF FUNCTION MOD (TBL-LAST-PRIME, 6) = 1
               COMPUTE DIV = TBL-LAST-PRIME + 4
               MOVE 2 TO WHEEL-INCREMENT
           ELSE
               COMPUTE DIV = TBL-LAST-PRIME + 2
               MOVE 4 TO WHEEL-INCREMENT
           END-IF.
           PERFORM PARA-WHEEL WITH TEST BEFORE
               UNTIL FACTOR-SETTLED OR DIV > NSQRT
                   OR BUDGET-EXHAUSTED OR OVERFLOW-DETECTED.
           IF NOT FACTOR-SETTLED
                   AND NOT BUDGET-EXHAUSTED
                   AND NOT OVERFLOW-DETECTED
               MOVE N TO SMALL-FACTOR
               SET FACTOR-SETTLED TO TRUE
           END-IF.

      *    binary search of the table for the first tabled prime not
      *    below N - the caller guarantees N is no greater than the
      *    last tabled prime, so TBL-LOW always lands on an entry.
           PARA-TABLE-SEARCH.
           MOVE 1 TO TBL-LOW.
           MOVE TBL-COUNT TO TBL-HIGH.
           PERFORM PARA-TABLE-PROBE WITH TEST BEFORE
               UNTIL TBL-LOW >= TBL-HIGH OR BUDGET-EXHAUSTED.

           PARA-TABLE-PROBE.
           PERFORM PARA-COUNT-ITERATION.
           IF NOT BUDGET-EXHAUSTED
               COMPUTE TBL-MID = (TBL-LOW + TBL-HIGH) / 2
               IF TBL-PRIME (TBL-MID) < N
                   COMPUTE TBL-LOW = TBL-MID + 1
               ELSE
                   MOVE TBL-MID TO TBL-HIGH
               END-IF
           END-IF.

      *    loads PRIMTBL once per run unit. The table is trusted only
      *    if it opens with a header, every detail row carries the
      *    next ordinal and a prime above the one before it, and the
      *    trailer is last with the row count and the fifteen-digit
      *    hash of the primes that EULBAL proves - anything less and
      *    the service stays on the wheel. The table must also reach
      *    5, so the wheel above it starts on a 6k+-1 candidate.
           PARA-LOAD-PRIME-TABLE.
           SET TABLE-LOAD-TRIED TO TRUE.
           MOVE 'N' TO TABLE-USE-SWITCH.
           MOVE 0 TO TBL-COUNT.
           MOVE 0 TO TBL-LAST-PRIME.
           MOVE 0 TO PTB-HASH.
           OPEN INPUT PRIME-TABLE-FILE.
           IF PRIME-TABLE-STATUS = "00"
               MOVE 'N' TO PRIME-EOF-SWITCH
               PERFORM PARA-LOAD-ONE-PRIME WITH TEST BEFORE
                   UNTIL END-OF-PRIME-TABLE OR TABLE-FAULTED
               CLOSE PRIME-TABLE-FILE
               IF TABLE-TRAILER-SEEN AND NOT TABLE-FAULTED
                       AND TBL-LAST-PRIME >= 5
                   SET TABLE-USABLE TO TRUE
               ELSE
                   MOVE 0 TO TBL-COUNT
                   MOVE 0 TO TBL-LAST-PRIME
               END-IF
           END-IF.

           PARA-LOAD-ONE-PRIME.
           READ PRIME-TABLE-FILE
               AT END
                   SET END-OF-PRIME-TABLE TO TRUE
               NOT AT END
                   MOVE PRIME-TABLE-REC TO PTB-ROW
                   EVALUATE TRUE
                       WHEN TABLE-TRAILER-SEEN
                           SET TABLE-FAULTED TO TRUE
                       WHEN PTB-ROW (1:3) = "HDR"
                           IF TABLE-HEADER-SEEN
                               SET TABLE-FAULTED TO TRUE
                           ELSE
                               SET TABLE-HEADER-SEEN TO TRUE
                           END-IF
                       WHEN NOT TABLE-HEADER-SEEN
                           SET TABLE-FAULTED TO TRUE
                       WHEN PTB-ROW (1:3) = "TRL"
                           SET TABLE-TRAILER-SEEN TO TRUE
                           IF PTB-TRL-COUNT NOT = TBL-COUNT
                                   OR PTB-TRL-TOTAL NOT = PTB-HASH
                               SET TABLE-FAULTED TO TRUE
                           END-IF
                       WHEN OTHER
                           PERFORM PARA-TABLE-ONE-PRIME
                   END-EVALUATE
           END-READ.

           PARA-TABLE-ONE-PRIME.
           IF PTB-ORDINAL NOT NUMERIC OR PTB-PRIME NOT NUMERIC
               SET TABLE-FAULTED TO TRUE
           ELSE
               IF TBL-COUNT >= 700000
                       OR PTB-ORDINAL NOT = TBL-COUNT + 1
                       OR PTB-PRIME NOT > TBL-LAST-PRIME
                       OR PTB-PRIME > 999999999
                   SET TABLE-FAULTED TO TRUE
               ELSE
                   ADD 1 TO TBL-COUNT
                   MOVE PTB-PRIME TO TBL-PRIME (TBL-COUNT)
                   MOVE PTB-PRIME TO TBL-LAST-PRIME
                   COMPUTE PTB-HASH = FUNCTION MOD
                       (PTB-HASH + PTB-PRIME, 1000000000000000)
               END-IF
           END-IF.

       END PROGRAM PRIMSV.
