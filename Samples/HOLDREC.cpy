      *///////////////////////////////////////////////////////////////
      * HOLDREC:
      *   Freeze and legal-hold record for VSAM file DOGEHOLD - what
      *   legal or an investigation puts on a sub-account when a
      *   court order or a case means it must stop paying out.
      *   Maintained online by DOGEHLDM, under the same two-person
      *   control DOGEOPRM gives operator changes; nothing lands
      *   here until a second administrator confirms it (HLDPREC).
      *   Keyed by sub-account, currency and case reference, three
      *   kinds of row share the file:
      *     freeze     currency and reference spaces - every debit
      *                off the sub-account is refused, in any
      *                currency, while credits still post
      *     hold       a currency and the case reference - locks
      *                that amount of the currency's balance
      *     hold total currency, reference spaces - running sum of
      *                the sub-account and currency's ACTIVE holds,
      *                the one figure every available-balance check
      *                takes off alongside the DOGERESV total
      *   A lifted freeze or hold stays on file, marked L, as the
      *   record of who placed it and who let it go.
      *///////////////////////////////////////////////////////////////
       01  ACCOUNT-HOLD-ENTRY.
           05  HL-KEY.
               10  HL-ACCT        PIC 9(3).
               10  HL-CURR        PIC X(4).
                   88  HL-WHOLE-ACCOUNT       VALUE SPACES.
               10  HL-REF         PIC X(12).
                   88  HL-SUMMARY-REF         VALUE SPACES.
           05  FILLER             PIC X.
           05  HL-TYPE            PIC X.
               88  HL-FREEZE              VALUE 'F'.
               88  HL-LEGAL-HOLD          VALUE 'H'.
               88  HL-HOLD-TOTAL          VALUE 'T'.
           05  FILLER             PIC X.
      * Amount locked - on the total row, the sum of every ACTIVE
      * hold under the same sub-account and currency. Zero on a
      * freeze, which locks everything.
           05  HL-AMOUNT          PIC 9(9)V9(8).
           05  FILLER             PIC X.
           05  HL-STATUS          PIC X.
               88  HL-ACTIVE              VALUE 'A'.
               88  HL-LIFTED              VALUE 'L'.
               88  HL-TOTAL-STATUS        VALUE 'T'.
           05  FILLER             PIC X.
      * Case (court order or investigation) the freeze or hold is
      * under - on a hold, the same as HL-REF.
           05  HL-CASE-REF        PIC X(12).
           05  FILLER             PIC X.
           05  HL-REASON          PIC X(20).
           05  FILLER             PIC X.
      * Who asked for it, who confirmed it, and the day it took
      * effect (YYYYMMDD) - the register ages a row from that day.
           05  HL-PLACED-BY       PIC X(8).
           05  FILLER             PIC X.
           05  HL-PLACED-CONFIRM  PIC X(8).
           05  FILLER             PIC X.
           05  HL-PLACED-DATE     PIC X(8).
           05  FILLER             PIC X.
           05  HL-LIFTED-BY       PIC X(8).
           05  FILLER             PIC X.
           05  HL-LIFTED-CONFIRM  PIC X(8).
           05  FILLER             PIC X.
           05  HL-LIFTED-DATE     PIC X(8).
