      *///////////////////////////////////////////////////////////////
      * GLRVREC:
      *   Month-end revaluation feed record for VSAM file DOGEGLRV,
      *   keyed by report year, month and sub-account. DOGEURGL banks
      *   each sub-account's unrealized gain/loss here once its rates
      *   have passed the staleness check; DOGEGLIF posts the rows
      *   still awaiting posting into the next GL journal it releases
      *   and marks them posted, so a month is journaled once.
      *///////////////////////////////////////////////////////////////
       01  REVALUATION-FEED-ENTRY.
           05  RV-KEY.
               10  RV-YEAR            PIC 9(4).
               10  RV-MONTH           PIC 9(2).
               10  RV-ACCT            PIC 9(3).
           05  FILLER                 PIC X.
      *    The position being revalued - the posting itself is USD.
           05  RV-CURR                PIC X(4).
           05  FILLER                 PIC X.
           05  RV-UNREALIZED-USD      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X.
           05  RV-STATUS              PIC X.
               88  RV-AWAITING-POSTING        VALUE 'N'.
               88  RV-POSTED                  VALUE 'P'.
           05  FILLER                 PIC X.
           05  RV-POSTED-DATE         PIC X(8).
