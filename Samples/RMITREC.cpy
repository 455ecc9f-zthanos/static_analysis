      *///////////////////////////////////////////////////////////////
      * RMITREC:
      *   Remittance record for VSAM file DOGERMIT, keyed by the
      *   settled send's own TKEY. DOGECONF writes one the moment it
      *   settles a DOGEPPRO payable send - never on the approved
      *   run, so a send that fails never owes the payee an advice.
      *   Carries what the supplier needs to match the coins to an
      *   invoice: our PB-REFERENCE and PB-MEMO (off the send's
      *   'AP ' memo), the amount and currency, the settle date and
      *   the on-chain txid. DOGERMAD groups the rows awaiting an
      *   advice per counterparty per settle day, prints the advice,
      *   writes the outbound file dogedcams.py forwards, and marks
      *   them advised.
      *///////////////////////////////////////////////////////////////
       01  REMITTANCE-ENTRY.
           05  RM-KEY             PIC X(12).
           05  FILLER             PIC X.
           05  RM-REFERENCE       PIC X(10).
           05  FILLER             PIC X.
           05  RM-MEMO            PIC X(20).
           05  FILLER             PIC X.
      * The resolved wallet address the coins went to - DOGERMAD
      * attributes it to a counterparty through DOGECPTA.
           05  RM-PAYEE           PIC X(34).
           05  FILLER             PIC X.
           05  RM-ACCT            PIC 9(3).
           05  FILLER             PIC X.
           05  RM-AMOUNT          PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  RM-CURR            PIC X(4).
           05  FILLER             PIC X.
           05  RM-SETTLED-DATE    PIC X(8).
           05  FILLER             PIC X.
           05  RM-SETTLED-TIME    PIC X(6).
           05  FILLER             PIC X.
      * Spaces when the confirmation came from a Python side that
      * predates the txid field.
           05  RM-TXID            PIC X(64).
           05  FILLER             PIC X.
           05  RM-STATUS          PIC X.
               88  RM-AWAITING-ADVICE         VALUE 'N'.
               88  RM-ADVISED                 VALUE 'A'.
      *        Advised, then the send was reorged off the chain - the
      *        advice quoted a dead hash. The rebroadcast's settlement
      *        puts the row back awaiting a corrected advice.
               88  RM-REISSUE                 VALUE 'R'.
           05  FILLER             PIC X.
           05  RM-ADVISED-DATE    PIC X(8).
