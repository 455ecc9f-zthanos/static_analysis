      *   open expectation on the sub-account for a partial), flags a
      *   payment that lands on an already-matched expectation as a
      *   duplicate, and DOGEEXPO reports whatever is still open past
      *   its due date. Maintained online by DOGEEXPM. DOGEDUNN
      *   chases the overdue ones through its reminder levels, and
      *   DOGENETG settles what a counterparty owes us against what
      *   we owe them on DOGEPAYB. DOGERFND takes a refunded deposit
      *   back off it.
      *///////////////////////////////////////////////////////////////
       01  EXPECTED-RECEIPT-ENTRY.
           05  ER-REFERENCE       PIC X(10).
      * master - tagged from DOGECPTM, spaces (every row written
      * before the master existed) means no relationship recorded.
           05  ER-CPTY-ID         PIC X(8).
           05  FILLER             PIC X.
      * Dunning level DOGEDUNN has taken this expectation to - zero
      * or spaces (rows written before dunning existed) means never
      * dunned; 1 first reminder, 2 second reminder, 3 final notice,
      * 4 past final notice and flagged for write-off review. The
      * date is the run that last raised the level.
           05  ER-DUNNING-LEVEL   PIC X.
               88  ER-NEVER-DUNNED        VALUE '0' ' '.
               88  ER-FIRST-REMINDER      VALUE '1'.
               88  ER-SECOND-REMINDER     VALUE '2'.
               88  ER-FINAL-NOTICE        VALUE '3'.
               88  ER-WRITE-OFF-REVIEW    VALUE '4'.
           05  FILLER             PIC X.
           05  ER-LAST-DUNNED     PIC X(8).
           05  FILLER             PIC X.
      * Netting DOGENETG applied - the run's netting reference (the
      * same one stamped on the offsetting DOGEPAYB rows and printed
      * on the counterparty's statement) and how much of ER-RECEIVED
      * was settled by offset rather than by coins arriving. Spaces
      * and zero until a netting run touches the row.
           05  ER-NET-REF         PIC X(10).
           05  FILLER             PIC X.
           05  ER-NETTED-AMOUNT   PIC 9(8)V9(8).
           05  FILLER             PIC X.
      * DOGEVSAM key of the last deposit DOGERECV applied to this
      * expectation or flagged against it as a duplicate - where
      * DOGEWRKQ and DOGERFND find the money to hand back. Spaces
      * on rows from before the field existed.
           05  ER-LAST-DEP-KEY    PIC X(12).
