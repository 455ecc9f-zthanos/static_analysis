      *///////////////////////////////////////////////////////////////
      * LOTSREC:
      *   Tax-lot record for VSAM file DOGELOTS, keyed by sub-account
      *   and the DOGEVSAM key of the settled credit row that
      *   acquired the lot - so within a sub-account the lots come
      *   back in the order the DOGE arrived, which is FIFO order.
      *   Each lot carries its acquisition date, original and
      *   remaining quantity, the DOGERATE USD rate in effect on the
      *   acquisition day and the USD basis of what remains. DOGELOTU
      *   adds and consumes lots nightly from the day's settled rows
      *   (and seeds the file once from full history); DOGEGNLS and
      *   DOGEURGL read it instead of replaying every row ever
      *   settled, and DOGELTIQ shows it on the screen.
      *
      *   One extra row per sub-account, LT-ACQ-KEY all zeros (below
      *   any real timestamp key), is the account header. Its
      *   LT-OLDEST-OPEN-KEY is where the FIFO walk for the next
      *   disposal starts, so years of closed lots are not re-read
      *   every night. All nines there means nothing is open.
      *///////////////////////////////////////////////////////////////
       01  TAX-LOT-ENTRY.
           05  LT-KEY.
               10  LT-ACCT        PIC 9(3).
               10  LT-ACQ-KEY     PIC X(12).
           05  FILLER             PIC X.
           05  LT-STATUS          PIC X.
               88  LT-LOT-OPEN           VALUE 'O'.
               88  LT-LOT-CLOSED         VALUE 'C'.
               88  LT-ACCOUNT-HEADER     VALUE 'H'.
           05  FILLER             PIC X.
           05  LT-ACQ-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  LT-ORIG-QTY        PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  LT-REMAIN-QTY      PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  LT-USD-RATE        PIC 9(3)V9(4).
           05  FILLER             PIC X.
           05  LT-USD-BASIS       PIC 9(11)V99.
           05  FILLER             PIC X.
      *    How good the acquisition-day rate was when the lot was
      *    priced - a fallback or past-limit carry-forward is flagged
      *    here and re-priced by DOGELOTU once a real rate is fed.
           05  LT-RATE-FLAG       PIC X.
               88  LT-RATE-GOOD          VALUE ' '.
               88  LT-RATE-STALE         VALUE 'S'.
               88  LT-RATE-FALLBACK      VALUE 'F'.
           05  FILLER             PIC X.
           05  LT-OLDEST-OPEN-KEY PIC X(12).
