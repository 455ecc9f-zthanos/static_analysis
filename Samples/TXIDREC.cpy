           05  TX-SETTLED-DATE    PIC X(8).
           05  FILLER             PIC X.
           05  TX-SETTLED-TIME    PIC X(6).
      * A settled send the chain later reorganized away. DOGECONF
      * reopens the row PENDING on dogedcams.py's reorg notice and
      * moves the hash that no longer exists here; the rebroadcast's
      * confirmation then banks its new hash in TX-HASH as any
      * settlement does. DOGEREOR lists every one. Spaces on a send
      * never reorged.
           05  FILLER             PIC X.
           05  TX-REORG-STATE     PIC X.
               88  TX-NEVER-REORGED       VALUE ' '.
               88  TX-REORGED-OUT         VALUE 'S'.
               88  TX-REBROADCAST         VALUE 'B'.
           05  FILLER             PIC X.
           05  TX-SUPERSEDED-HASH PIC X(64).
           05  FILLER             PIC X.
           05  TX-REORG-DATE      PIC X(8).
           05  FILLER             PIC X.
           05  TX-REORG-TIME      PIC X(6).
           05  FILLER             PIC X.
           05  TX-REORG-COUNT     PIC 9(3).
