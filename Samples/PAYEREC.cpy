      *///////////////////////////////////////////////////////////////
      * PAYEREC:
      *   Payee history record for VSAM file DOGEPAYE - what this
      *   shop knows about an address it is asked to pay, so a fresh
      *   address slipped into a run hours before it goes is not
      *   treated like one paid every month. Three kinds of row share
      *   the file:
      *
      *   Control row, key 'C' + spaces - the cooling-off period in
      *   hours, set from DOGENPRL's parm card. No row means the
      *   compiled default in each program.
      *
      *   Payee row, key 'A' + the 34-byte address - when a send to
      *   it was first keyed, when a DOGEADDR label for it was first
      *   saved (DOGEABK), how many sends to it DOGECONF has settled,
      *   and whether an approver whitelisted it. An address with no
      *   settled send, no whitelisting and nothing older than the
      *   cooling-off period is a new payee: DOGESEND, DOGEBLKP,
      *   DOGEPPRO and DOGESORN write its sends HELD.
      *
      *   Hold row, key 'H' + the DOGEVSAM key of a send held as a new
      *   payee - what DOGEWRKQ shows as NEW PAYEE, and how it was
      *   let go: an approver's release on DOGEDEET (which whitelists
      *   the address) or DOGENPRL once the address has aged out.
      *///////////////////////////////////////////////////////////////
       01  PAYEE-ENTRY.
           05  PY-KEY.
               10  PY-KEY-TYPE        PIC X.
                   88  PY-CONTROL-KEY        VALUE 'C'.
                   88  PY-PAYEE-KEY          VALUE 'A'.
                   88  PY-HOLD-KEY           VALUE 'H'.
               10  PY-KEY-ID          PIC X(34).
           05  FILLER                 PIC X.
           05  PY-PAYEE-PART.
      *        Epoch seconds, same clock as TKEY - zero is never.
               10  PY-FIRST-SEEN      PIC 9(10).
               10  FILLER             PIC X.
               10  PY-LABEL-SINCE     PIC 9(10).
               10  FILLER             PIC X.
               10  PY-SETTLED-COUNT   PIC 9(7).
               10  FILLER             PIC X.
               10  PY-LAST-SETTLED    PIC 9(10).
               10  FILLER             PIC X.
               10  PY-WHITELIST-FLAG  PIC X.
                   88  PY-WHITELISTED        VALUE 'Y'.
                   88  PY-NOT-WHITELISTED    VALUE 'N'.
               10  FILLER             PIC X.
               10  PY-WHITELISTED-BY  PIC X(8).
               10  FILLER             PIC X.
               10  PY-WHITELISTED-DATE PIC X(8).
               10  FILLER             PIC X(30).
           05  PY-HOLD-PART REDEFINES PY-PAYEE-PART.
               10  PY-HOLD-ADDRESS    PIC X(34).
               10  FILLER             PIC X.
               10  PY-HOLD-ACCT       PIC 9(3).
               10  FILLER             PIC X.
      *        DOGESEND, DOGEBLKP, DOGEPPRO or DOGESORN.
               10  PY-HOLD-SOURCE     PIC X(8).
               10  FILLER             PIC X.
      *        Also held for amount, daily limit or counterparty risk -
      *        only a human lets that one go, however old the payee.
               10  PY-HOLD-OTHER-FLAG PIC X.
                   88  PY-HOLD-ALSO-REVIEW   VALUE 'Y'.
                   88  PY-HOLD-PAYEE-ONLY    VALUE 'N'.
               10  FILLER             PIC X.
               10  PY-HOLD-STATE      PIC X.
                   88  PY-HOLD-OPEN          VALUE 'H'.
                   88  PY-HOLD-AGED-OUT      VALUE 'R'.
                   88  PY-HOLD-APPROVED      VALUE 'A'.
      *            The DOGEVSAM row stopped being HELD some other way.
                   88  PY-HOLD-GONE          VALUE 'X'.
               10  FILLER             PIC X.
               10  PY-HOLD-DATE       PIC X(8).
               10  FILLER             PIC X.
               10  PY-HOLD-CLOSED-DATE PIC X(8).
               10  FILLER             PIC X.
               10  PY-HOLD-CLOSED-BY  PIC X(8).
               10  FILLER             PIC X(12).
           05  PY-CONTROL-PART REDEFINES PY-PAYEE-PART.
               10  PY-COOLING-HOURS   PIC 9(3).
               10  FILLER             PIC X.
               10  PY-CONTROL-UPDATED PIC X(8).
               10  FILLER             PIC X(78).
