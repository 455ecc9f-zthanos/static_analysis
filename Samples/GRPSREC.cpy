      *///////////////////////////////////////////////////////////////
      * GRPSREC:
      *   Send-group record for VSAM file DOGEGRPS. A grouped
      *   DOGEBLKP or DOGEPPRO run hands its approved DOGE payments
      *   to dogedcams.py as one multi-output request - one on-chain
      *   transaction, one network fee - while every payee keeps its
      *   own PENDING row and TKEY. The group id is the TKEY of the
      *   first member's row. Three kinds of row share the file:
      *
      *   Group header, key 'G' + group id + 000 - the writing
      *   program, member count, total amount and where the group
      *   stands; DOGECONF banks the hash and the whole fee here
      *   when the one confirmation for the group comes back.
      *
      *   Group member, key 'G' + group id + member number - the
      *   member row's TKEY, sub-account, address and amount, and
      *   its pro-rata share of the fee once DOGECONF splits it.
      *
      *   Cross-reference, key 'X' + member TKEY + 000 - which group
      *   a PENDING row belongs to, so DOGERTRY re-drives a stalled
      *   member with its group tags instead of as a lone send.
      *///////////////////////////////////////////////////////////////
       01  SEND-GROUP-ENTRY.
           05  SG-KEY.
               10  SG-KEY-TYPE        PIC X.
                   88  SG-GROUP-KEY          VALUE 'G'.
                   88  SG-XREF-KEY           VALUE 'X'.
               10  SG-KEY-ID          PIC X(12).
               10  SG-MEMBER-NO       PIC 9(3).
           05  FILLER                 PIC X.
           05  SG-ROW-TYPE            PIC X.
               88  SG-HEADER-ROW             VALUE 'H'.
               88  SG-MEMBER-ROW             VALUE 'M'.
               88  SG-XREF-ROW               VALUE 'X'.
           05  FILLER                 PIC X.
           05  SG-HEADER-PART.
      *        DOGEBLKP or DOGEPPRO.
               10  SG-SOURCE          PIC X(8).
               10  FILLER             PIC X.
               10  SG-MEMBER-COUNT    PIC 9(3).
               10  FILLER             PIC X.
               10  SG-TOTAL-AMOUNT    PIC 9(8)V9(8).
               10  FILLER             PIC X.
               10  SG-CREATED-DATE    PIC 9(8).
               10  FILLER             PIC X.
               10  SG-STATE           PIC X.
                   88  SG-AWAITING-CONFIRM   VALUE 'O'.
                   88  SG-SETTLED            VALUE 'S'.
                   88  SG-FAILED             VALUE 'F'.
      *            Confirmation refused - a member no longer PENDING
      *            or not matching what the group says it sent.
                   88  SG-PARKED             VALUE 'P'.
               10  FILLER             PIC X.
               10  SG-CLOSED-DATE     PIC 9(8).
               10  FILLER             PIC X.
               10  SG-TXID            PIC X(64).
               10  FILLER             PIC X.
               10  SG-FEE             PIC X(17).
               10  FILLER             PIC X(55).
           05  SG-MEMBER-PART REDEFINES SG-HEADER-PART.
               10  SG-MEMBER-TKEY     PIC X(12).
               10  FILLER             PIC X.
               10  SG-MEMBER-ACCT     PIC 9(3).
               10  FILLER             PIC X.
               10  SG-MEMBER-ADDRESS  PIC X(34).
               10  FILLER             PIC X.
               10  SG-MEMBER-AMOUNT   PIC 9(8)V9(8).
               10  FILLER             PIC X.
               10  SG-MEMBER-FEE      PIC 9(8)V9(8).
               10  FILLER             PIC X(102).
           05  SG-XREF-PART REDEFINES SG-HEADER-PART.
               10  SG-XREF-GROUP-ID   PIC X(12).
               10  FILLER             PIC X.
               10  SG-XREF-MEMBER-NO  PIC 9(3).
               10  FILLER             PIC X.
               10  SG-XREF-SIZE       PIC 9(3).
               10  FILLER             PIC X(167).
