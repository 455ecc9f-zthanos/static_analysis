      *///////////////////////////////////////////////////////////////
      * GLMAPREC:
      *   Chart-of-accounts mapping record for VSAM file DOGEGLMP -
      *   which corporate GL accounts a kind of movement posts to.
      *   Keyed by movement type (the row's TLABEL - SENT, RECV, FEE,
      *   TRANSFER, ADJUST, VOID, CONVERT - or REVAL for the DOGEURGL
      *   month-end revaluation), the ADJUST reason code (spaces for
      *   every other type), sub-account and currency. A sub-account
      *   of '***' is the catch-all row for any sub-account without
      *   one of its own. Loaded by DOGEGLML; read by DOGEGLIF.
      *
      *   The debit/credit pair is written for a money-in (+) row -
      *   a money-out (-) row posts the same two accounts the other
      *   way round, so one mapping serves both legs of a TRANSFER
      *   and both directions of a VOID.
      *///////////////////////////////////////////////////////////////
       01  GL-MAPPING-ENTRY.
           05  GM-KEY.
               10  GM-MOVE-TYPE   PIC X(10).
               10  GM-REASON      PIC X(4).
               10  GM-ACCT        PIC X(3).
                   88  GM-ANY-ACCOUNT     VALUE '***'.
               10  GM-CURR        PIC X(4).
           05  FILLER             PIC X.
           05  GM-DEBIT-GL        PIC X(12).
           05  FILLER             PIC X.
           05  GM-CREDIT-GL       PIC X(12).
           05  FILLER             PIC X.
           05  GM-DESC            PIC X(20).
