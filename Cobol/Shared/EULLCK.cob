      *
      * MODIFICATION HISTORY
      * 2026-09-02  Created.
      * 2026-09-25  Q (inquire) action - reports who holds a lock
      *             without taking or changing it, for the operator
      *             console's status panel.
      *
      *#################################################################
      *################ USAGE ##########################################
      *                 Allocated onto the EULLCKF DD name through the
      *                 DD_EULLCKF environment mapping.
      * LCK-ACTION    - A = acquire, R = release, B = break a held
      *                 lock and acquire it in one step, Q = inquire
      *                 only - report the lock's state and change
      *                 nothing.
      * LCK-HOLDER-ID - the operator ID taking or releasing the lock.
      * LCK-RUN-ID    - the batch-run ID of the run taking it.
      * LCK-RESULT    - Y = acquired/released as asked
      *                 H = lock already held - run must not proceed
      *                 E = lock file unusable (I/O error)
      *                 (on Q, Y means the lock is free)
      * LCK-HOLDER-OUT- on H, who holds the lock and under which run
      *                 ID, fit for an ERRLOG message or console line.
      * guards: a lock file that doesn't exist yet is simply a free
                   END-IF
               WHEN "R"
                   PERFORM PARA-WRITE-RELEASE-ROW
               WHEN "Q"
                   PERFORM PARA-READ-LOCK
                   IF LCK-RESULT NOT = "E"
                       IF LOCK-IS-HELD
                           MOVE "H" TO LCK-RESULT
                           STRING HELD-HOLDER DELIMITED BY SPACE
                               " run " DELIMITED BY SIZE
                               HELD-RUN-ID DELIMITED BY SIZE
                               INTO LCK-HOLDER-OUT
                       ELSE
                           MOVE "Y" TO LCK-RESULT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "E" TO LCK-RESULT
           END-EVALUATE.
