      *///////////////////////////////////////////////////////////////
      * CHRGREC:
      *   Internal chargeback schedule record for VSAM file DOGECHGS,
      *   keyed by sub-account. A department sub-account with an
      *   active row is billed by the month-end DOGECHBK run: a
      *   per-send service charge for every settled send it made in
      *   the month, a flat monthly maintenance fee, and - where the
      *   recovery flag says so - the network FEE rows DOGECONF
      *   booked against it, all posted as one linked TRANSFER pair
      *   into the revenue sub-account named here. Loaded from cards
      *   by DOGECHLD; an account with no row (or an inactive one)
      *   is never billed. Amounts are DOGE.
      *///////////////////////////////////////////////////////////////
       01  CHARGE-SCHEDULE-ENTRY.
           05  CS-ACCT            PIC 9(3).
           05  FILLER             PIC X.
           05  CS-SEND-CHARGE     PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  CS-MONTHLY-FEE     PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  CS-RECOVER-FLAG    PIC X.
               88  CS-RECOVER-NETWORK-FEES VALUE 'Y'.
               88  CS-ABSORB-NETWORK-FEES  VALUE 'N'.
           05  FILLER             PIC X.
      * Where the charge lands - the wallet desk's own revenue
      * sub-account.
           05  CS-REVENUE-ACCT    PIC 9(3).
           05  FILLER             PIC X.
           05  CS-STATUS          PIC X.
               88  CS-SCHEDULE-ACTIVE      VALUE 'A'.
               88  CS-SCHEDULE-INACTIVE    VALUE 'I'.
