      *///////////////////////////////////////////////////////////////
      * AUDTCHN:
      *   Working storage for the DOGEAUDT chain hash, shared by
      *   DOGEJRNL (which seals rows) and DOGEAVFY (which checks
      *   them) so the two can never disagree on the constants. The
      *   hash is four independent lanes, each a running
      *       lane = (lane * multiplier + byte value + 1) mod prime
      *   over the row's bytes, seeded from the previous row's hash -
      *   forty digits in all. The byte value comes off the halfword
      *   REDEFINES below (a low-value high byte in front of the
      *   character), so no table of the code page is needed.
      *   Both programs carry the same HASH-AUDIT-ROW paragraph.
      *///////////////////////////////////////////////////////////////
       01  CHAIN-LANE-CONSTANTS.
           05  FILLER             PIC 9(8)  VALUE 00065599.
           05  FILLER             PIC 9(10) VALUE 9999999967.
           05  FILLER             PIC 9(8)  VALUE 16777619.
           05  FILLER             PIC 9(10) VALUE 9999999943.
           05  FILLER             PIC 9(8)  VALUE 01000003.
           05  FILLER             PIC 9(10) VALUE 9999999929.
           05  FILLER             PIC 9(8)  VALUE 00092821.
           05  FILLER             PIC 9(10) VALUE 9999999881.
       01  FILLER REDEFINES CHAIN-LANE-CONSTANTS.
           05  CHAIN-LANE-CONSTANT OCCURS 4 TIMES.
               10  CHAIN-MULTIPLIER PIC 9(8).
               10  CHAIN-MODULUS  PIC 9(10).
       01  CHAIN-HASH.
           05  CHAIN-LANE         PIC 9(10) OCCURS 4 TIMES.
       01  CHAIN-HASH-TEXT REDEFINES CHAIN-HASH PIC X(40).
      * The first day's chain opens on this.
       01  CHAIN-GENESIS-HASH     PIC X(40) VALUE ALL '0'.
      * Bytes 1-102 of AUDIT-ENTRY - key, content and the row's own
      * chain day and sequence.
       01  CHAIN-INPUT            PIC X(102).
       01  CHAIN-INPUT-LEN        PIC 9(3) BINARY VALUE 102.
       01  CHAIN-POS              PIC 9(3) BINARY.
       01  CHAIN-LANE-IDX         PIC 9(1) BINARY.
       01  CHAIN-PRODUCT          PIC 9(18) BINARY.
       01  CHAIN-QUOTIENT         PIC 9(18) BINARY.
       01  CHAIN-BYTE-HALFWORD.
           05  FILLER             PIC X VALUE LOW-VALUE.
           05  CHAIN-BYTE         PIC X.
       01  CHAIN-BYTE-VALUE REDEFINES CHAIN-BYTE-HALFWORD
                                  PIC 9(4) BINARY.
