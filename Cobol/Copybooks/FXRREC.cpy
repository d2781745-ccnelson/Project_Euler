      * FXRREC.cpy
      * record layout for the EUL03FXR factor cross-reference (".region"
      * under a REGION) - the indexed companion to the EUL03MST factor
      * master, one row for every prime factor of every stored number,
      * keyed prime first so every stored number a given prime divides
      * reads back in number order from a single START. Euler03 adds
      * a number's rows when it inserts the number into the master;
      * EULMHK rebuilds the whole file from the master after a PURGE,
      * REORG or RELOAD, and on its own XREF card after a master has
      * been restored or copied in from elsewhere.
      *
      * MODIFICATION HISTORY
      * 2026-10-07  Created.

       01  FXR-REC.
           05  FXR-KEY.
               10  FXR-PRIME           PIC 9(18).
               10  FXR-NUMBER          PIC 9(18).
           05  FXR-MULT                PIC 9(04).
