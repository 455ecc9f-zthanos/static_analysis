      *///////////////////////////////////////////////////////////////
      * CNVMEMO:
      *   TMEMO layout of the linked pair of SETTLED CONVERT rows
      *   DOGECNVT and DOGECNVB write when value moves from one of a
      *   sub-account's currencies into another - the debit row out
      *   of the from-currency and the credit row into the
      *   to-currency share one timestamp and adjacent TSEQ, and
      *   both memos carry the same pair of codes and the rate the
      *   conversion was made at (units of the to-currency per one
      *   unit of the from-currency), so either row read on its own
      *   says what it was converted against and at what price. The
      *   flag says where the rate came from - a DOGERATE quote, or
      *   an operator's override confirmed by an approver.
      *///////////////////////////////////////////////////////////////
       01  CONVERT-MEMO.
           05  CNV-TAG            PIC X(4) VALUE 'CNV '.
           05  CNV-FROM-CURR      PIC X(4).
           05  FILLER             PIC X VALUE '>'.
           05  CNV-TO-CURR        PIC X(4).
           05  FILLER             PIC X(2) VALUE ' @'.
           05  CNV-RATE-EDIT      PIC 9(8).9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  CNV-RATE-SOURCE    PIC X.
               88  CNV-RATE-QUOTED        VALUE 'Q'.
               88  CNV-RATE-OVERRIDE      VALUE 'O'.
           05  FILLER             PIC X(6) VALUE SPACES.
