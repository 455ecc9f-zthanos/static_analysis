      *///////////////////////////////////////////////////////////////
      * RFNDREC:
      *   Refund register record for VSAM file DOGERFRG, keyed by the
      *   DOGEVSAM key of the REFUND row DOGERFND wrote - one row per
      *   deposit handed back: which deposit, where it went, whether
      *   the whole deposit or only the overpaid part, why, which
      *   expectation was put right and how, and who did it. The
      *   REFUND row's own TMEMO carries the deposit key and reason
      *   code as well, so the two cross-reference each other both
      *   ways. DOGERFRP lists the register.
      *///////////////////////////////////////////////////////////////
       01  REFUND-REGISTER-ENTRY.
           05  RF-KEY             PIC X(12).
           05  FILLER             PIC X.
           05  RF-DEPOSIT-KEY     PIC X(12).
           05  FILLER             PIC X.
           05  RF-ACCT            PIC 9(3).
           05  FILLER             PIC X.
           05  RF-ADDRESS         PIC X(34).
           05  FILLER             PIC X.
           05  RF-AMOUNT          PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  RF-DEPOSIT-AMOUNT  PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  RF-KIND            PIC X.
               88  RF-FULL-DEPOSIT        VALUE 'F'.
               88  RF-OVERPAID-PART       VALUE 'O'.
           05  FILLER             PIC X.
           05  RF-REASON          PIC X(4).
               88  RF-REASON-DUPLICATE    VALUE 'DUPL'.
               88  RF-REASON-OVERPAID     VALUE 'OVPD'.
               88  RF-REASON-UNIDENTIFIED VALUE 'UNID'.
               88  RF-REASON-CUSTOMER     VALUE 'CUST'.
               88  RF-REASON-VALID        VALUE 'DUPL' 'OVPD'
                                                'UNID' 'CUST'.
           05  FILLER             PIC X.
           05  RF-REASON-TEXT     PIC X(30).
           05  FILLER             PIC X.
      * Expectation the deposit had gone against, and what the refund
      * did to it - received amount taken down, a duplicate-payment
      * flag cleared, or nothing (no expectation took the deposit).
           05  RF-EXPR-REF        PIC X(10).
           05  FILLER             PIC X.
           05  RF-EXPR-ACTION     PIC X.
               88  RF-EXPR-UNTOUCHED      VALUE ' '.
               88  RF-EXPR-REDUCED        VALUE 'R'.
               88  RF-EXPR-DUP-CLEARED    VALUE 'C'.
           05  FILLER             PIC X.
      * Whether the REFUND row went straight to the send queue or was
      * written HELD for a second approver on DOGEDEET - or, once the
      * row FAILED or was VOIDED, that DOGERFND gave the amount back
      * to the deposit and undid what it did to the expectation.
           05  RF-ISSUE-STATE     PIC X.
               88  RF-ISSUED-PENDING      VALUE 'P'.
               88  RF-ISSUED-HELD         VALUE 'H'.
               88  RF-GIVEN-BACK          VALUE 'G'.
           05  FILLER             PIC X.
           05  RF-ISSUED-BY       PIC X(8).
           05  FILLER             PIC X.
           05  RF-ISSUED-DATE     PIC X(8).
           05  FILLER             PIC X.
      * How much RF-EXPR-REDUCED actually took off the expectation's
      * received figure - less than the refund when part of what it
      * had received was settled by DOGENETG offset rather than
      * coins. The give-back restores exactly this.
           05  RF-EXPR-REDUCED-BY PIC 9(8)V9(8).
