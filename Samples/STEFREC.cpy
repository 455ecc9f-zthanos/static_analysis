      *///////////////////////////////////////////////////////////////
      * STEFREC:
      *   Electronic statement record, file DOGESTEF - one sub-
      *   account's month in fixed 120-byte records, laid out after
      *   the bank-to-customer statement files the ERP already
      *   imports: a header, the opening balance, a detail record
      *   and its information record per statement line, the closing
      *   balance, and a trailer with control totals. DOGESTMT builds
      *   each record alongside the printed line it speaks for and
      *   banks it on DOGESTMA (kind E, see STMARREC); the file is
      *   written back off the banked rows in the order
      *     HD  OB  (DT DI)...  CB  TR
      *   by DOGESTMT at statement time and by DOGESTRP on a reissue.
      *
      *   Amounts carry their sign and decimal point so a spreadsheet
      *   reads them as they stand. Dates are YYYYMMDD.
      *///////////////////////////////////////////////////////////////
       01  ELECTRONIC-STATEMENT-RECORD.
           05  ES-RECORD-TYPE         PIC X(2).
               88  ES-HEADER                 VALUE 'HD'.
               88  ES-OPENING-BALANCE        VALUE 'OB'.
               88  ES-DETAIL                 VALUE 'DT'.
               88  ES-DETAIL-INFO            VALUE 'DI'.
               88  ES-CLOSING-BALANCE        VALUE 'CB'.
               88  ES-TRAILER                VALUE 'TR'.
           05  ES-BODY                PIC X(118).
      * HD - who and which month. ES-HD-ISSUE is O on the file written
      * at statement time, R on a DOGESTRP reissue of it.
           05  ES-HEADER-BODY REDEFINES ES-BODY.
               10  ES-HD-ACCT         PIC 9(3).
               10  ES-HD-YEAR         PIC 9(4).
               10  ES-HD-MONTH        PIC 9(2).
               10  ES-HD-BANK         PIC X(10).
               10  ES-HD-CREATED      PIC 9(8).
               10  ES-HD-FROM-DATE    PIC 9(8).
               10  ES-HD-TO-DATE      PIC 9(8).
               10  ES-HD-BASE-CURR    PIC X(4).
               10  ES-HD-ISSUE        PIC X.
                   88  ES-HD-ORIGINAL        VALUE 'O'.
                   88  ES-HD-REISSUE         VALUE 'R'.
               10  FILLER             PIC X(70).
      * OB/CB - the balance as of the day before the month opens and
      * as of its last day, valued in USD at that day's rate.
           05  ES-BALANCE-BODY REDEFINES ES-BODY.
               10  ES-BAL-DATE        PIC 9(8).
               10  ES-BAL-AMOUNT      PIC +9(8).9(8).
               10  ES-BAL-CURR        PIC X(4).
               10  ES-BAL-USD         PIC +9(10).99.
               10  FILLER             PIC X(74).
      * DT - one statement line, the same row the printed line shows.
           05  ES-DETAIL-BODY REDEFINES ES-BODY.
               10  ES-DT-TKEY         PIC X(12).
               10  ES-DT-DATE         PIC 9(8).
               10  ES-DT-LABEL        PIC X(10).
               10  ES-DT-AMOUNT       PIC +9(8).9(8).
               10  ES-DT-CURR         PIC X(4).
               10  ES-DT-USD          PIC +9(10).99.
               10  ES-DT-STATUS       PIC X(7).
               10  FILLER             PIC X(45).
      * DI - the free text and proof-of-payment behind the DT record
      * before it. ES-DI-HASH is spaces until DOGECONF has banked
      * the on-chain txid.
           05  ES-INFO-BODY REDEFINES ES-BODY.
               10  ES-DI-TKEY         PIC X(12).
               10  ES-DI-MEMO         PIC X(40).
               10  ES-DI-HASH         PIC X(64).
               10  FILLER             PIC X(2).
      * TR - control totals. ES-TR-RECORD-COUNT counts every record
      * in the file, HD and TR included.
           05  ES-TRAILER-BODY REDEFINES ES-BODY.
               10  ES-TR-ACCT         PIC 9(3).
               10  ES-TR-YEAR         PIC 9(4).
               10  ES-TR-MONTH        PIC 9(2).
               10  ES-TR-DETAIL-COUNT PIC 9(5).
               10  ES-TR-RECORD-COUNT PIC 9(5).
               10  ES-TR-NET-ACTIVITY PIC +9(8).9(8).
               10  FILLER             PIC X(81).
