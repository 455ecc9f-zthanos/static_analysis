      *///////////////////////////////////////////////////////////////
      * BUDGREC:
      *   Spending-budget record for VSAM file DOGEBUDG, keyed by
      *   sub-account, TLABEL category and budget month - one row
      *   per department sub-account per category per month, so a
      *   year's budget is twelve cards per line. Loaded from cards
      *   by DOGEBGLD, the same re-runnable load-or-replace shape
      *   DOGELMLD gives the send limits. The DOGEBVAR month-end
      *   report sets these against actual settled spend. Amounts
      *   are DOGE, the same units TAMOUNT carries.
      *///////////////////////////////////////////////////////////////
       01  BUDGET-ENTRY.
           05  BG-KEY.
               10  BG-ACCT        PIC 9(3).
               10  BG-LABEL       PIC X(10).
               10  BG-PERIOD.
                   15  BG-YEAR    PIC 9(4).
                   15  BG-MONTH   PIC 9(2).
           05  FILLER             PIC X.
           05  BG-AMOUNT          PIC 9(8)V9(8).
