      *   due by a parm-card date and, on an approved rerun,
      *   generates the sends through the same gauntlet DOGEBLKP
      *   puts a bulk record through and marks the row SENT.
      *   DOGENETG offsets a counterparty's payables against their
      *   open DOGEEXPR receivables first - a payable it covers in
      *   full is marked SENT with no coins moving, one it covers in
      *   part is left OPEN for only the net difference.
      *///////////////////////////////////////////////////////////////
       01  PAYABLE-ENTRY.
           05  PB-REFERENCE       PIC X(10).
           05  PB-PAID-DATE       PIC X(8).
           05  FILLER             PIC X.
           05  PB-MEMO            PIC X(20).
           05  FILLER             PIC X.
      * Netting DOGENETG applied - the run's netting reference (the
      * same one stamped on the offsetting DOGEEXPR rows) and how
      * much of the invoice was settled by offset. PB-AMOUNT is cut
      * to what is left to pay, so the invoice as keyed is PB-AMOUNT
      * plus PB-NETTED-AMOUNT. Spaces and zero until a netting run
      * touches the row.
           05  PB-NET-REF         PIC X(10).
           05  FILLER             PIC X.
           05  PB-NETTED-AMOUNT   PIC 9(8)V9(8).
