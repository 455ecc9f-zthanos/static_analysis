      *///////////////////////////////////////////////////////////////
      * RESVREC:
      *   Funds reservation record for VSAM file DOGERESV - an
      *   earmark an authorized operator puts on part of a
      *   sub-account's balance in one currency, so coins treasury
      *   has already committed (a payment due next week, say) can't
      *   be spent by a send, transfer or sweep in the meantime.
      *   Maintained online by DOGERSVM. Keyed by sub-account,
      *   currency and the operator's reference; the row whose
      *   reference is spaces is that sub-account and currency's
      *   running total of ACTIVE reservations - the one figure
      *   every available-balance check reads and takes off
      *   alongside the (n*10)+2 pending aggregate, and the one
      *   every add, release, consume and lapse keeps in step. A
      *   reservation linked to a DOGEPAYB payable is CONSUMED when
      *   DOGEPPRO pays it (or DOGENETG settles it in full); one
      *   still ACTIVE the day after its expiry is LAPSED by the
      *   nightly DOGERSVX.
      *///////////////////////////////////////////////////////////////
       01  FUNDS-RESERVATION-ENTRY.
           05  RV-KEY.
               10  RV-ACCT        PIC 9(3).
               10  RV-CURR        PIC X(4).
               10  RV-REF         PIC X(10).
                   88  RV-TOTAL-ROW           VALUE SPACES.
           05  FILLER             PIC X.
      * The earmarked amount - on the total row, the sum of every
      * ACTIVE reservation under the same sub-account and currency.
           05  RV-AMOUNT          PIC 9(9)V9(8).
           05  FILLER             PIC X.
      * Last day the earmark holds, YYYYMMDD. Spaces on the total row.
           05  RV-EXPIRY-DATE     PIC X(8).
           05  FILLER             PIC X.
      * DOGEPAYB reference the earmark is for - spaces if none.
           05  RV-PAYABLE-REF     PIC X(10).
               88  RV-NO-PAYABLE          VALUE SPACES.
           05  FILLER             PIC X.
           05  RV-STATUS          PIC X.
               88  RV-ACTIVE              VALUE 'A'.
               88  RV-CONSUMED            VALUE 'C'.
               88  RV-LAPSED              VALUE 'L'.
               88  RV-RELEASED            VALUE 'R'.
               88  RV-TOTAL-STATUS        VALUE 'T'.
           05  FILLER             PIC X.
           05  RV-CREATED-BY      PIC X(8).
           05  FILLER             PIC X.
           05  RV-CREATED-DATE    PIC X(8).
           05  FILLER             PIC X.
      * Day the earmark stopped counting (consumed, lapsed or
      * released) and who - or which job - stopped it.
           05  RV-CLOSED-DATE     PIC X(8).
           05  FILLER             PIC X.
           05  RV-CLOSED-BY       PIC X(8).
           05  FILLER             PIC X.
           05  RV-MEMO            PIC X(20).
