           05  AUDT-REC-KEY       PIC X(10).
           05  FILLER             PIC X.
           05  AUDT-TEXT          PIC X(38).
      * Tamper-evidence chain, stamped by DOGEJRNL after each load on
      * every row not yet chained (its own loads and the rows batch
      * jobs journal straight onto this file alike): the DOGEANCH
      * day the row was sealed under, its place in that day's chain,
      * the hash of the row sealed just before it, and its own hash
      * over bytes 1-102 of this record (key through AUDT-CHAIN-SEQ)
      * seeded with AUDT-PREV-HASH - see AUDTCHN. Spaces until the
      * row is sealed. DOGEAVFY recomputes the lot.
           05  FILLER             PIC X.
           05  AUDT-CHAIN-DAY     PIC X(8).
           05  FILLER             PIC X.
           05  AUDT-CHAIN-SEQ     PIC 9(7).
           05  FILLER             PIC X.
           05  AUDT-PREV-HASH     PIC X(40).
           05  FILLER             PIC X.
           05  AUDT-CHAIN-HASH    PIC X(40).
