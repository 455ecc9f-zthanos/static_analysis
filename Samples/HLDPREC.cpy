      *///////////////////////////////////////////////////////////////
      * HLDPREC:
      *   Pending freeze or legal-hold change for VSAM file DOGEHLDP,
      *   keyed exactly as the DOGEHOLD row it would place or lift
      *   (see HOLDREC). DOGEHLDM writes one of these when an
      *   administrator asks; nothing touches DOGEHOLD until a
      *   SECOND, different administrator confirms it - same
      *   two-person pattern OPRPEND gives operator changes.
      *///////////////////////////////////////////////////////////////
       01  HOLD-PENDING-CHANGE.
           05  HP-KEY.
               10  HP-ACCT        PIC 9(3).
               10  HP-CURR        PIC X(4).
               10  HP-REF         PIC X(12).
           05  FILLER             PIC X.
           05  HP-ACTION          PIC X.
               88  HP-PLACE-FREEZE        VALUE 'F'.
               88  HP-LIFT-FREEZE         VALUE 'U'.
               88  HP-PLACE-HOLD          VALUE 'H'.
               88  HP-LIFT-HOLD           VALUE 'L'.
           05  FILLER             PIC X.
           05  HP-AMOUNT          PIC 9(9)V9(8).
           05  FILLER             PIC X.
           05  HP-CASE-REF        PIC X(12).
           05  FILLER             PIC X.
           05  HP-REASON          PIC X(20).
           05  FILLER             PIC X.
           05  HP-REQUESTED-BY    PIC X(8).
           05  FILLER             PIC X.
           05  HP-REQUEST-DATE    PIC X(10).
