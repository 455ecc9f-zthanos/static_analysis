      *///////////////////////////////////////////////////////////////
      * ENTLREC:
      *   Program entitlement record for VSAM file DOGEENTL - which
      *   online DOGE programs an operator may enter. DOGEOPRS only
      *   says send, approve and administer; this is the matrix
      *   below that, one row per grant, keyed by a one-byte scope
      *   plus the userid or role plus the program:
      *
      *   'U' + userid  - one operator. A 'G' row lets them in; a
      *                   'D' row keeps them out whatever their roles
      *                   would grant.
      *   'R' + role    - everyone holding the role on DOGEOPRS
      *                   (SEND, APPROVE, ADMIN - a legacy row with
      *                   blank roles holds SEND and APPROVE, the way
      *                   DOGEDEET reads it; a suspended operator
      *                   holds none), or ALL for every signed-on
      *                   userid. Role rows only grant.
      *
      *   Anything no row grants is refused. DOGECOIN (the main
      *   menu) and DOGEQUIT are always allowed - the menu shows
      *   only what is granted and sign-off must never be refused.
      *   Loaded by DOGEENLD; resolved online by DOGEENTC and in
      *   batch by DOGEENTR's listing, which keep the same rules.
      *///////////////////////////////////////////////////////////////
       01  ENTITLEMENT-ENTRY.
           05  ENT-KEY.
               10  ENT-SCOPE      PIC X.
                   88  ENT-FOR-USERID     VALUE 'U'.
                   88  ENT-FOR-ROLE       VALUE 'R'.
               10  ENT-ID         PIC X(8).
               10  ENT-PROGRAM    PIC X(8).
           05  FILLER             PIC X.
           05  ENT-ACCESS         PIC X.
               88  ENT-GRANTED            VALUE 'G'.
               88  ENT-DENIED             VALUE 'D'.
           05  FILLER             PIC X.
      * Who asked for the row and when (YYYYMMDD), off the load card.
           05  ENT-REQUESTED-BY   PIC X(8).
           05  FILLER             PIC X.
           05  ENT-LOAD-DATE      PIC X(8).
           05  FILLER             PIC X(10).
