      *///////////////////////////////////////////////////////////////
      * DEPXREC:
      *   Deposit cross-reference record for VSAM file DOGEDEPX,
      *   keyed by the DOGEVSAM key of a RECV row. The credit row
      *   itself only carries OUR wallet address - the address the
      *   coins came FROM, and which expectation the deposit was
      *   matched to, were known to DOGERECV for one message and then
      *   gone, so returning money meant guessing where to send it.
      *   DOGERECV writes the row when it posts the deposit (origin
      *   and amount) and fills in the match when the deposit
      *   settles. DOGERFND reads it to send a refund back to the
      *   origin and adjust the right expectation, and records the
      *   refund here so the deposit is never refunded twice.
      *///////////////////////////////////////////////////////////////
       01  DEPOSIT-XREF-ENTRY.
           05  DX-KEY             PIC X(12).
           05  FILLER             PIC X.
           05  DX-ACCT            PIC 9(3).
           05  FILLER             PIC X.
      * Where the coins came from on the chain - spaces means the
      * message that posted the deposit predates the field and there
      * is nothing to refund to.
           05  DX-FROM-ADDRESS    PIC X(34).
               88  DX-ORIGIN-UNKNOWN      VALUE SPACES.
           05  FILLER             PIC X.
           05  DX-AMOUNT          PIC 9(8)V9(8).
           05  FILLER             PIC X.
      * DOGEEXPR reference the deposit went against, and how - paid
      * into it (full or part), or flagged as paying it a second
      * time. Spaces until the deposit settles, and for good if no
      * expectation took it.
           05  DX-EXPR-REF        PIC X(10).
           05  FILLER             PIC X.
           05  DX-MATCH-KIND      PIC X.
               88  DX-NOT-MATCHED         VALUE ' '.
               88  DX-APPLIED             VALUE 'A'.
               88  DX-DUPLICATE           VALUE 'D'.
           05  FILLER             PIC X.
      * What has gone back out so far, and the DOGEVSAM key of the
      * last REFUND row written for it - a refund that later FAILED
      * or was VOIDED is given back to the deposit the next time
      * anyone looks at it.
           05  DX-REFUNDED        PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  DX-LAST-REFUND-KEY PIC X(12).
               88  DX-NEVER-REFUNDED      VALUE SPACES.
