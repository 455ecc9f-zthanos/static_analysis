      *///////////////////////////////////////////////////////////////
      * LOTDREC:
      *   Lot-disposal record for VSAM file DOGELOTD, keyed by the
      *   disposal's year, sub-account, the DOGEVSAM key of the
      *   settled debit row and a sequence - one row per lot a
      *   disposal consumed, oldest lot first, with the quantity
      *   taken, both rates and the gain or loss it realized.
      *   DOGELOTU writes them as it applies the night's settled
      *   sends against DOGELOTS; DOGEGNLS sums a year's realized
      *   gain straight off them and DOGEURGL adds back quantity
      *   disposed of after its month-end. A disposal that ran past
      *   every open lot gets a last row with no lot key - basis
      *   unknown for that quantity, never priced at zero. A
      *   disposal made by converting DOGE into another currency on
      *   the books (a DOGECNVT/DOGECNVB CONVERT debit row) is marked
      *   as such, so DOGEGNLS can show it apart from the sends.
      *///////////////////////////////////////////////////////////////
       01  LOT-DISPOSAL-ENTRY.
           05  LD-KEY.
               10  LD-YEAR        PIC 9(4).
               10  LD-ACCT        PIC 9(3).
               10  LD-DISP-KEY    PIC X(12).
               10  LD-SEQ         PIC 9(3).
           05  FILLER             PIC X.
           05  LD-DISP-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  LD-LOT-KEY         PIC X(12).
               88  LD-UNCOVERED          VALUE SPACES.
           05  FILLER             PIC X.
           05  LD-ACQ-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  LD-QTY             PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  LD-LOT-RATE        PIC 9(3)V9(4).
           05  FILLER             PIC X.
           05  LD-DISP-RATE       PIC 9(3)V9(4).
           05  FILLER             PIC X.
           05  LD-REALIZED-USD    PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X.
      *    Worst of the two rates behind the figure - same flag values
      *    LT-RATE-FLAG uses.
           05  LD-RATE-FLAG       PIC X.
               88  LD-RATE-GOOD          VALUE ' '.
               88  LD-RATE-STALE         VALUE 'S'.
               88  LD-RATE-FALLBACK      VALUE 'F'.
           05  FILLER             PIC X.
      *    What the coins went out as - a send off the chain or a
      *    conversion into another currency held on the books.
           05  LD-DISP-KIND       PIC X.
               88  LD-SEND-DISPOSAL      VALUE ' '.
               88  LD-CONVERT-DISPOSAL   VALUE 'C'.
