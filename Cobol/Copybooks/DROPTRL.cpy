      * DROPTRL.cpy
      * record layout for the trailer row that closes every requester
      * drop file (Data/EUL03RQ1-5) - record type TRL and the count of
      * request rows ahead of it, laid out like the trailers Euler03
      * writes on its own results. A drop whose last row is not a
      * trailer, or whose trailer count disagrees with the rows read,
      * is still being written (or was cut short) and is not complete:
      * EULDRV holds the intake chain for it until the drop's cutoff,
      * and EULINT never merges it.
      *
      * MODIFICATION HISTORY
      * 2026-10-05  Created.

       01  DROP-TRL-REC.
           05  DROP-TRL-TYPE           PIC X(03).
           05  DROP-TRL-PAD-1          PIC X(02).
           05  DROP-TRL-COUNT          PIC 9(09).
