      *///////////////////////////////////////////////////////////////
      * CNVPREC:
      *   Pending currency conversion for VSAM file DOGECNVP, keyed
      *   by the sub-account. A conversion keyed on DOGECNVT at a
      *   rate the operator typed in, rather than the DOGERATE
      *   quote, never posts on one keystroke: it stages here, and
      *   nothing touches either currency's balance until a SECOND,
      *   different operator carrying the approve role confirms it -
      *   the same two-person pattern ADJPREC gives a large
      *   adjustment. One pending conversion per account at a time.
      *///////////////////////////////////////////////////////////////
       01  CONVERSION-PENDING-CHANGE.
           05  CVP-ACCT           PIC 9(3).
           05  FILLER             PIC X.
           05  CVP-FROM-CURR      PIC X(4).
           05  FILLER             PIC X.
           05  CVP-TO-CURR        PIC X(4).
           05  FILLER             PIC X.
           05  CVP-AMOUNT         PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  CVP-RATE           PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  CVP-REQUESTED-BY   PIC X(8).
           05  FILLER             PIC X.
           05  CVP-REQUEST-DATE   PIC X(10).
