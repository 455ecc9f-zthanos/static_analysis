      *///////////////////////////////////////////////////////////////
      * GLJNREC:
      *   One line of the DOGEGLJN general-ledger journal file the
      *   corporate GL imports - a header line, a debit or credit
      *   line per posting, and a trailer carrying the line count
      *   and hash totals the import balances against. Numerics are
      *   plain edited digit text, same no-overpunch reasoning as
      *   the DOGEEXTR analytics extract. Built by DOGEGLIF.
      *///////////////////////////////////////////////////////////////
       01  GL-JOURNAL-LINE.
           05  GJ-REC-TYPE            PIC X.
               88  GJ-HEADER                  VALUE 'H'.
               88  GJ-DETAIL                  VALUE 'D'.
               88  GJ-TRAILER                 VALUE 'T'.
           05  FILLER                 PIC X.
           05  GJ-BUSINESS-DATE       PIC X(8).
           05  FILLER                 PIC X.
           05  GJ-LINE-NO             PIC 9(7).
           05  FILLER                 PIC X.
           05  GJ-BODY                PIC X(110).
           05  GJ-DETAIL-BODY REDEFINES GJ-BODY.
               10  GJ-GL-ACCOUNT      PIC X(12).
               10  FILLER             PIC X.
               10  GJ-DR-CR           PIC X.
                   88  GJ-DEBIT               VALUE 'D'.
                   88  GJ-CREDIT              VALUE 'C'.
               10  FILLER             PIC X.
               10  GJ-AMOUNT          PIC 9(10).9(8).
               10  FILLER             PIC X.
               10  GJ-CURR            PIC X(4).
               10  FILLER             PIC X.
               10  GJ-ACCT            PIC 9(3).
               10  FILLER             PIC X.
      *        Source row's TKEY, so the GL line traces back to the
      *        DOGEVSAM/DOGEHIST row it came from.
               10  GJ-SOURCE-KEY      PIC X(12).
               10  FILLER             PIC X.
               10  GJ-MOVE-TYPE       PIC X(10).
               10  FILLER             PIC X.
               10  GJ-REASON          PIC X(4).
               10  FILLER             PIC X.
               10  GJ-DESC            PIC X(20).
               10  FILLER             PIC X.
      *        Y on the month-end revaluation lines - the GL reverses
      *        them on the first of the next month.
               10  GJ-AUTO-REVERSE    PIC X.
               10  FILLER             PIC X(15).
           05  GJ-HEADER-BODY REDEFINES GJ-BODY.
               10  GJ-SOURCE-SYSTEM   PIC X(8).
               10  FILLER             PIC X.
               10  GJ-CREATED-DATE    PIC 9(8).
               10  FILLER             PIC X.
               10  GJ-CREATED-TIME    PIC 9(6).
               10  FILLER             PIC X(86).
           05  GJ-TRAILER-BODY REDEFINES GJ-BODY.
               10  GJ-DETAIL-COUNT    PIC 9(7).
               10  FILLER             PIC X.
               10  GJ-TOTAL-DEBITS    PIC 9(12).9(8).
               10  FILLER             PIC X.
               10  GJ-TOTAL-CREDITS   PIC 9(12).9(8).
               10  FILLER             PIC X(59).
