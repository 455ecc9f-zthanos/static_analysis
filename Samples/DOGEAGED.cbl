      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEAGED:
      *   Aged receivables and payables by counterparty. DOGEEXPO
      *   lists overdue receipts one reference at a time and nothing
      *   ages the payables at all - this report answers "what does
      *   X owe us and what do we owe X, and how old is it". For
      *   every DOGECPTY counterparty it splits both sides into
      *   current, 1-30, 31-60, 61-90 and over-90 days past due:
      *
      *     receivable - each open or partial DOGEEXPR expectation,
      *                  what is still owed (ER-AMOUNT less
      *                  ER-RECEIVED), on its ER-CPTY-ID tag;
      *     payable    - each open DOGEPAYB invoice, attributed
      *                  through the '@label' address-book tag, or
      *                  the DOGECPTA link for a raw address.
      *
      *   Every amount is valued in USD at the current DOGERATE rate
      *   for its currency - the latest row on or before today, the
      *   same 0.1500 last-resort fallback the other reports carry
      *   when a currency has none - and the last page totals each
      *   currency in its own units and in USD. Items nobody has
      *   tagged to a counterparty age on their own UNTAGGED line,
      *   so the gaps in the DOGECPTM tagging show on the same page.
      *
      *   Run on demand, or with the month-end reports (see
      *   DOGEAGED.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEAGED.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGECPTY ASSIGN TO DOGECPTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-ID
               FILE STATUS IS WS-CPTY-STATUS.
           SELECT DOGECPTA ASSIGN TO DOGECPTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-ADDRESS
               FILE STATUS IS WS-CPTA-STATUS.
           SELECT DOGEADDR ASSIGN TO DOGEADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-LABEL
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT DOGEEXPR ASSIGN TO DOGEEXPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ER-REFERENCE
               FILE STATUS IS WS-EXPR-STATUS.
           SELECT DOGEPAYB ASSIGN TO DOGEPAYB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PB-REFERENCE
               FILE STATUS IS WS-PAYB-STATUS.
           SELECT DOGERATE ASSIGN TO DOGERATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGECPTY.
       COPY CPTYREC.
       FD  DOGECPTA.
       COPY CPADRREC.
       FD  DOGEADDR.
       COPY ADDRBOOK.
       FD  DOGEEXPR.
       COPY EXPRREC.
       FD  DOGEPAYB.
       COPY PAYBREC.
       FD  DOGERATE.
       COPY RATEREC.
       WORKING-STORAGE SECTION.
       01  WS-CPTY-STATUS            PIC XX VALUE '00'.
           88  CPTY-OK                      VALUE '00'.
           88  CPTY-EOF                     VALUE '10'.
           88  CPTY-NOT-THERE               VALUE '35'.
      * No link file or address book loaded yet just means nothing
      * resolves through them - the items age as untagged.
       01  WS-CPTA-STATUS            PIC XX VALUE '00'.
           88  CPTA-NOT-THERE               VALUE '35'.
       01  CPTA-FILE-FLAG            PIC X VALUE 'Y'.
           88  CPTA-FILE-PRESENT            VALUE 'Y'.
           88  CPTA-FILE-ABSENT             VALUE 'N'.
       01  WS-ADDR-STATUS            PIC XX VALUE '00'.
           88  ADDR-NOT-THERE               VALUE '35'.
       01  ADDR-FILE-FLAG            PIC X VALUE 'Y'.
           88  ADDR-FILE-PRESENT            VALUE 'Y'.
           88  ADDR-FILE-ABSENT             VALUE 'N'.
       01  WS-EXPR-STATUS            PIC XX VALUE '00'.
           88  EXPR-OK                      VALUE '00'.
           88  EXPR-EOF                     VALUE '10'.
           88  EXPR-NOT-THERE               VALUE '35'.
       01  WS-PAYB-STATUS            PIC XX VALUE '00'.
           88  PAYB-OK                      VALUE '00'.
           88  PAYB-EOF                     VALUE '10'.
           88  PAYB-NOT-THERE               VALUE '35'.
       01  WS-RATE-STATUS            PIC XX VALUE '00'.
           88  RATE-OK                      VALUE '00'.
           88  RATE-EOF                     VALUE '10'.
           88  RATE-NOT-THERE               VALUE '35'.
       01  WS-TODAY                  PIC 9(8).
       01  DEFAULT-USD-RATE          PIC 9(3)V9(4) VALUE 0.1500.
      * One aging row per counterparty master row, plus the last
      * slot in use for the untagged items - same small-OCCURS-by-
      * linear-scan technique DOGECPXP uses. Buckets are 1 current,
      * 2 1-30, 3 31-60, 4 61-90, 5 over 90 days past due, in USD.
       01  AGING-TABLE.
           05  AGING-ENTRY OCCURS 51 TIMES.
               10  AG-CPTY-ID        PIC X(8).
               10  AG-NAME           PIC X(30).
               10  AG-ITEM-COUNT     PIC 9(5).
               10  AG-AR-USD         PIC S9(11)V99 OCCURS 5 TIMES.
               10  AG-AP-USD         PIC S9(11)V99 OCCURS 5 TIMES.
       01  AG-COUNT                  PIC 9(3) VALUE ZERO.
       01  AG-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-AG-IDX              PIC 9(3) VALUE ZERO.
       01  UNTAGGED-AG-IDX           PIC 9(3) VALUE ZERO.
      * Per-currency grand totals, native units and USD, with the
      * current rate each currency was valued at.
       01  CURRENCY-TABLE.
           05  CURRENCY-ENTRY OCCURS 20 TIMES.
               10  CT-CURR           PIC X(4).
               10  CT-RATE           PIC 9(3)V9(4).
               10  CT-RATE-DATE      PIC 9(8).
               10  CT-AR-NATIVE      PIC S9(10)V9(8) OCCURS 5 TIMES.
               10  CT-AP-NATIVE      PIC S9(10)V9(8) OCCURS 5 TIMES.
               10  CT-AR-USD         PIC S9(11)V99.
               10  CT-AP-USD         PIC S9(11)V99.
       01  CT-COUNT                  PIC 9(3) VALUE ZERO.
       01  CT-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-CT-IDX              PIC 9(3) VALUE ZERO.
       01  BKT-IDX                   PIC 9 VALUE ZERO.
       01  LOOKUP-CURR               PIC X(4).
       01  LOOKUP-CPTY-ID            PIC X(8).
      * Gregorian-date -> day-number conversion (days_from_civil),
      * same formula DOGEEOD uses.
       01  CONV-YEAR                 PIC 9(4).
       01  CONV-MONTH                PIC 9(2).
       01  CONV-DAY                  PIC 9(2).
       01  DATE-CONV-A               PIC S9(9).
       01  DATE-CONV-Y               PIC S9(9).
       01  DATE-CONV-M               PIC S9(9).
       01  DATE-CONV-JDN             PIC S9(9).
       01  DATE-CONV-DAYS            PIC S9(9).
       01  TODAY-DAY-NUM             PIC S9(9).
       01  DAYS-PAST-DUE             PIC S9(9).
       01  ITEM-AMOUNT               PIC S9(8)V9(8).
       01  ITEM-USD                  PIC S9(11)V99.
       01  ITEM-DUE-DATE             PIC X(8).
       01  AR-ITEM-COUNT             PIC 9(5) VALUE ZERO.
       01  AP-ITEM-COUNT             PIC 9(5) VALUE ZERO.
       01  UNTAGGED-ITEM-COUNT       PIC 9(5) VALUE ZERO.
       01  UNKNOWN-TAG-COUNT         PIC 9(5) VALUE ZERO.
       01  BAD-DUE-DATE-COUNT        PIC 9(5) VALUE ZERO.
       01  FALLBACK-RATE-COUNT       PIC 9(3) VALUE ZERO.
       01  SIDE-TOTAL                PIC S9(11)V99.
       01  SIDE-NATIVE-TOTAL         PIC S9(10)V9(8).
       01  AGING-LINE.
           05  AL-LABEL              PIC X(16).
           05  AL-COLUMN OCCURS 5 TIMES.
               10  FILLER            PIC X.
               10  AL-AMOUNT         PIC -(9)9.99.
           05  FILLER                PIC X.
           05  AL-TOTAL              PIC -(10)9.99.
       01  NATIVE-LINE.
           05  NL-LABEL              PIC X(16).
           05  NL-COLUMN OCCURS 5 TIMES.
               10  FILLER            PIC X.
               10  NL-AMOUNT         PIC -(7)9.9(4).
           05  FILLER                PIC X.
           05  NL-TOTAL              PIC -(8)9.9(4).
       01  DR-RATE                   PIC ZZ9.9999.
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-DAY-NUM.
           MOVE DATE-CONV-DAYS TO TODAY-DAY-NUM.
           PERFORM LOAD-COUNTERPARTY-TABLE.
           PERFORM LOAD-CURRENT-RATES.
           PERFORM OPEN-ATTRIBUTION-FILES.
           PERFORM AGE-RECEIVABLES.
           PERFORM AGE-PAYABLES.
           IF CPTA-FILE-PRESENT
               CLOSE DOGECPTA.
           IF ADDR-FILE-PRESENT
               CLOSE DOGEADDR.
           PERFORM PRINT-AGING-REPORT.
           PERFORM PRINT-CURRENCY-TOTALS.
           STOP RUN.
      *
       LOAD-COUNTERPARTY-TABLE.
      *    Master rows first, then the untagged line in the next
      *    free slot, so it always prints last.
           OPEN INPUT DOGECPTY.
           IF CPTY-NOT-THERE
               DISPLAY 'DOGEAGED - NO COUNTERPARTIES ON FILE - '
                       'EVERYTHING AGES AS UNTAGGED'
           ELSE
               PERFORM READ-NEXT-COUNTERPARTY
               PERFORM UNTIL CPTY-EOF OR AG-COUNT = 50
                   ADD 1 TO AG-COUNT
                   MOVE CP-ID TO AG-CPTY-ID(AG-COUNT)
                   MOVE CP-NAME TO AG-NAME(AG-COUNT)
                   PERFORM CLEAR-AGING-ROW
                   PERFORM READ-NEXT-COUNTERPARTY
               END-PERFORM
               IF NOT CPTY-EOF
                   DISPLAY '*** DOGEAGED - COUNTERPARTY TABLE FULL '
                           '- ENLARGE IT ***'
               END-IF
               CLOSE DOGECPTY
           END-IF.
           ADD 1 TO AG-COUNT.
           MOVE AG-COUNT TO UNTAGGED-AG-IDX.
           MOVE SPACES TO AG-CPTY-ID(AG-COUNT).
           MOVE '(UNTAGGED)' TO AG-NAME(AG-COUNT).
           PERFORM CLEAR-AGING-ROW.
      *
       CLEAR-AGING-ROW.
           MOVE ZERO TO AG-ITEM-COUNT(AG-COUNT).
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
               MOVE ZERO TO AG-AR-USD(AG-COUNT, BKT-IDX)
               MOVE ZERO TO AG-AP-USD(AG-COUNT, BKT-IDX)
           END-PERFORM.
      *
       READ-NEXT-COUNTERPARTY.
           READ DOGECPTY NEXT RECORD
               AT END SET CPTY-EOF TO TRUE
           END-READ.
      *
       LOAD-CURRENT-RATES.
      *    One pass of the rate history, keeping per currency the
      *    latest rate effective on or before today.
           OPEN INPUT DOGERATE.
           IF RATE-NOT-THERE
               DISPLAY 'DOGEAGED - NO RATE HISTORY - USING FALLBACK'
           ELSE
               PERFORM READ-NEXT-RATE-ROW
               PERFORM UNTIL RATE-EOF
                   IF XR-DATE NOT GREATER THAN WS-TODAY
                       MOVE XR-CURR TO LOOKUP-CURR
                       PERFORM FIND-CURRENCY-SLOT
                       IF FOUND-CT-IDX > 0
                          AND XR-DATE NOT LESS THAN
                              CT-RATE-DATE(FOUND-CT-IDX)
                           MOVE XR-USD-RATE TO CT-RATE(FOUND-CT-IDX)
                           MOVE XR-DATE TO CT-RATE-DATE(FOUND-CT-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-RATE-ROW
               END-PERFORM
               CLOSE DOGERATE
           END-IF.
      *
       READ-NEXT-RATE-ROW.
           READ DOGERATE NEXT RECORD
               AT END SET RATE-EOF TO TRUE
           END-READ.
      *
       FIND-CURRENCY-SLOT.
      *    Finds LOOKUP-CURR's slot, opening one on first sight. A
      *    currency with no rate row yet starts on the fallback (USD
      *    itself is worth exactly one dollar).
           MOVE ZERO TO FOUND-CT-IDX.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT
               IF FOUND-CT-IDX = ZERO
                  AND CT-CURR(CT-IDX) EQUAL TO LOOKUP-CURR
                   MOVE CT-IDX TO FOUND-CT-IDX
               END-IF
           END-PERFORM.
           IF FOUND-CT-IDX = ZERO
               IF CT-COUNT < 20
                   ADD 1 TO CT-COUNT
                   MOVE CT-COUNT TO FOUND-CT-IDX
                   MOVE LOOKUP-CURR TO CT-CURR(CT-COUNT)
                   IF LOOKUP-CURR EQUAL TO 'USD'
                       MOVE 1 TO CT-RATE(CT-COUNT)
                   ELSE
                       MOVE DEFAULT-USD-RATE TO CT-RATE(CT-COUNT)
                   END-IF
                   MOVE ZERO TO CT-RATE-DATE(CT-COUNT)
                   PERFORM VARYING BKT-IDX FROM 1 BY 1
                           UNTIL BKT-IDX > 5
                       MOVE ZERO TO CT-AR-NATIVE(CT-COUNT, BKT-IDX)
                       MOVE ZERO TO CT-AP-NATIVE(CT-COUNT, BKT-IDX)
                   END-PERFORM
                   MOVE ZERO TO CT-AR-USD(CT-COUNT)
                   MOVE ZERO TO CT-AP-USD(CT-COUNT)
               ELSE
                   DISPLAY '*** DOGEAGED - CURRENCY TABLE FULL - '
                           LOOKUP-CURR ' NOT TOTALLED ***'
               END-IF
           END-IF.
      *
       OPEN-ATTRIBUTION-FILES.
           SET CPTA-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECPTA.
           IF CPTA-NOT-THERE
               SET CPTA-FILE-ABSENT TO TRUE
           END-IF.
           SET ADDR-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEADDR.
           IF ADDR-NOT-THERE
               SET ADDR-FILE-ABSENT TO TRUE
           END-IF.
      *
       AGE-RECEIVABLES.
           OPEN INPUT DOGEEXPR.
           IF EXPR-NOT-THERE
               DISPLAY 'DOGEAGED - NO EXPECTATIONS FILE - NO '
                       'RECEIVABLES'
           ELSE
               PERFORM READ-NEXT-EXPECTATION
               PERFORM UNTIL EXPR-EOF
                   IF ER-OPEN OR ER-PARTIAL
                       PERFORM AGE-ONE-RECEIVABLE
                   END-IF
                   PERFORM READ-NEXT-EXPECTATION
               END-PERFORM
               CLOSE DOGEEXPR
           END-IF.
      *
       READ-NEXT-EXPECTATION.
           READ DOGEEXPR NEXT RECORD
               AT END SET EXPR-EOF TO TRUE
           END-READ.
      *
       AGE-ONE-RECEIVABLE.
           COMPUTE ITEM-AMOUNT = ER-AMOUNT - ER-RECEIVED.
           IF ITEM-AMOUNT > ZERO
               ADD 1 TO AR-ITEM-COUNT
               MOVE ER-CPTY-ID TO LOOKUP-CPTY-ID
               PERFORM FIND-AGING-ROW
               IF ER-CURR EQUAL TO SPACES
                   MOVE 'DOGE' TO LOOKUP-CURR
               ELSE
                   MOVE ER-CURR TO LOOKUP-CURR
               END-IF
               MOVE ER-DUE-DATE TO ITEM-DUE-DATE
               PERFORM PICK-AGING-BUCKET
               PERFORM FIND-CURRENCY-SLOT
               IF FOUND-CT-IDX > 0
                   COMPUTE ITEM-USD ROUNDED =
                           ITEM-AMOUNT * CT-RATE(FOUND-CT-IDX)
                   ADD ITEM-AMOUNT TO
                       CT-AR-NATIVE(FOUND-CT-IDX, BKT-IDX)
                   ADD ITEM-USD TO CT-AR-USD(FOUND-CT-IDX)
                   ADD ITEM-USD TO AG-AR-USD(FOUND-AG-IDX, BKT-IDX)
               END-IF
               ADD 1 TO AG-ITEM-COUNT(FOUND-AG-IDX)
           END-IF.
      *
       AGE-PAYABLES.
           OPEN INPUT DOGEPAYB.
           IF PAYB-NOT-THERE
               DISPLAY 'DOGEAGED - NO PAYABLES FILE - NO PAYABLES'
           ELSE
               PERFORM READ-NEXT-PAYABLE
               PERFORM UNTIL PAYB-EOF
                   IF PB-OPEN
                       PERFORM AGE-ONE-PAYABLE
                   END-IF
                   PERFORM READ-NEXT-PAYABLE
               END-PERFORM
               CLOSE DOGEPAYB
           END-IF.
      *
       READ-NEXT-PAYABLE.
           READ DOGEPAYB NEXT RECORD
               AT END SET PAYB-EOF TO TRUE
           END-READ.
      *
       AGE-ONE-PAYABLE.
           ADD 1 TO AP-ITEM-COUNT.
           PERFORM ATTRIBUTE-PAYEE.
           PERFORM FIND-AGING-ROW.
           IF PB-CURR EQUAL TO SPACES
               MOVE 'DOGE' TO LOOKUP-CURR
           ELSE
               MOVE PB-CURR TO LOOKUP-CURR
           END-IF.
           MOVE PB-AMOUNT TO ITEM-AMOUNT.
           MOVE PB-DUE-DATE TO ITEM-DUE-DATE.
           PERFORM PICK-AGING-BUCKET.
           PERFORM FIND-CURRENCY-SLOT.
           IF FOUND-CT-IDX > 0
               COMPUTE ITEM-USD ROUNDED =
                       ITEM-AMOUNT * CT-RATE(FOUND-CT-IDX)
               ADD ITEM-AMOUNT TO CT-AP-NATIVE(FOUND-CT-IDX, BKT-IDX)
               ADD ITEM-USD TO CT-AP-USD(FOUND-CT-IDX)
               ADD ITEM-USD TO AG-AP-USD(FOUND-AG-IDX, BKT-IDX)
           END-IF.
           ADD 1 TO AG-ITEM-COUNT(FOUND-AG-IDX).
      *
       ATTRIBUTE-PAYEE.
      *    A payable carries no tag of its own - an '@label' payee
      *    takes its address-book entry's tag, and an untagged label
      *    or a raw address is tried on the DOGECPTA link file.
           MOVE SPACES TO LOOKUP-CPTY-ID.
           MOVE PB-PAYEE TO CA-ADDRESS.
           IF PB-PAYEE(1:1) EQUAL TO '@'
               MOVE SPACES TO CA-ADDRESS
               IF ADDR-FILE-PRESENT
                   MOVE PB-PAYEE(2:9) TO AB-LABEL
                   READ DOGEADDR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AB-CPTY-ID TO LOOKUP-CPTY-ID
                           MOVE AB-ADDRESS TO CA-ADDRESS
                   END-READ
               END-IF
           END-IF.
           IF LOOKUP-CPTY-ID EQUAL TO SPACES
              AND CA-ADDRESS NOT EQUAL TO SPACES
              AND CPTA-FILE-PRESENT
               READ DOGECPTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CA-CPTY-ID TO LOOKUP-CPTY-ID
               END-READ
           END-IF.
      *
       FIND-AGING-ROW.
      *    A tag naming no master row ages as untagged too, and is
      *    counted - it is a tagging gap all the same.
           MOVE UNTAGGED-AG-IDX TO FOUND-AG-IDX.
           IF LOOKUP-CPTY-ID EQUAL TO SPACES
               ADD 1 TO UNTAGGED-ITEM-COUNT
           ELSE
               PERFORM VARYING AG-IDX FROM 1 BY 1
                       UNTIL AG-IDX NOT LESS THAN UNTAGGED-AG-IDX
                   IF FOUND-AG-IDX = UNTAGGED-AG-IDX
                      AND AG-CPTY-ID(AG-IDX) EQUAL TO LOOKUP-CPTY-ID
                       MOVE AG-IDX TO FOUND-AG-IDX
                   END-IF
               END-PERFORM
               IF FOUND-AG-IDX = UNTAGGED-AG-IDX
                   ADD 1 TO UNKNOWN-TAG-COUNT
                   ADD 1 TO UNTAGGED-ITEM-COUNT
               END-IF
           END-IF.
      *
       PICK-AGING-BUCKET.
      *    Calendar days past ITEM-DUE-DATE. An unreadable due date
      *    ages as current and is counted.
           IF ITEM-DUE-DATE IS NOT NUMERIC
               ADD 1 TO BAD-DUE-DATE-COUNT
               MOVE ZERO TO DAYS-PAST-DUE
           ELSE
               MOVE ITEM-DUE-DATE(1:4) TO CONV-YEAR
               MOVE ITEM-DUE-DATE(5:2) TO CONV-MONTH
               MOVE ITEM-DUE-DATE(7:2) TO CONV-DAY
               PERFORM CONVERT-YMD-TO-DAY-NUM
               COMPUTE DAYS-PAST-DUE = TODAY-DAY-NUM - DATE-CONV-DAYS
           END-IF.
           IF DAYS-PAST-DUE < 1
               MOVE 1 TO BKT-IDX
           ELSE
           IF DAYS-PAST-DUE < 31
               MOVE 2 TO BKT-IDX
           ELSE
           IF DAYS-PAST-DUE < 61
               MOVE 3 TO BKT-IDX
           ELSE
           IF DAYS-PAST-DUE < 91
               MOVE 4 TO BKT-IDX
           ELSE
               MOVE 5 TO BKT-IDX
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       PRINT-AGING-REPORT.
           DISPLAY '===== DOGEAGED AGED RECEIVABLES AND PAYABLES ====='.
           DISPLAY 'AS OF ...................... ' WS-TODAY.
           DISPLAY 'OPEN RECEIVABLES ........... ' AR-ITEM-COUNT.
           DISPLAY 'OPEN PAYABLES .............. ' AP-ITEM-COUNT.
           DISPLAY ' '.
           DISPLAY 'VALUED IN USD AT THE CURRENT RATE  '
                   '      CURRENT          1-30         31-60'
                   '         61-90       OVER 90          TOTAL'.
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > AG-COUNT
               IF AG-ITEM-COUNT(AG-IDX) > ZERO
                   PERFORM PRINT-ONE-COUNTERPARTY
               END-IF
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'ITEMS WITH NO USABLE COUNTERPARTY TAG .. '
                   UNTAGGED-ITEM-COUNT.
           IF UNKNOWN-TAG-COUNT > ZERO
               DISPLAY '  OF WHICH TAGGED TO AN ID NOT ON DOGECPTY . '
                       UNKNOWN-TAG-COUNT
           END-IF.
           IF BAD-DUE-DATE-COUNT > ZERO
               DISPLAY 'ITEMS AGED CURRENT FOR A BAD DUE DATE ... '
                       BAD-DUE-DATE-COUNT
           END-IF.
      *
       PRINT-ONE-COUNTERPARTY.
           DISPLAY ' '.
           DISPLAY AG-CPTY-ID(AG-IDX) ' ' AG-NAME(AG-IDX).
           MOVE SPACES TO AGING-LINE.
           MOVE '  OWES US (USD)' TO AL-LABEL.
           MOVE ZERO TO SIDE-TOTAL.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
               MOVE AG-AR-USD(AG-IDX, BKT-IDX) TO AL-AMOUNT(BKT-IDX)
               ADD AG-AR-USD(AG-IDX, BKT-IDX) TO SIDE-TOTAL
           END-PERFORM.
           MOVE SIDE-TOTAL TO AL-TOTAL.
           DISPLAY AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           MOVE '  WE OWE  (USD)' TO AL-LABEL.
           MOVE ZERO TO SIDE-TOTAL.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
               MOVE AG-AP-USD(AG-IDX, BKT-IDX) TO AL-AMOUNT(BKT-IDX)
               ADD AG-AP-USD(AG-IDX, BKT-IDX) TO SIDE-TOTAL
           END-PERFORM.
           MOVE SIDE-TOTAL TO AL-TOTAL.
           DISPLAY AGING-LINE.
      *
       PRINT-CURRENCY-TOTALS.
      *    Grand totals per currency, in the currency's own units by
      *    bucket and in USD, at the rate each was valued at.
           DISPLAY ' '.
           DISPLAY '===== DOGEAGED GRAND TOTALS BY CURRENCY ====='.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT
               PERFORM PRINT-ONE-CURRENCY
           END-PERFORM.
           IF FALLBACK-RATE-COUNT > ZERO
               DISPLAY '*** ' FALLBACK-RATE-COUNT ' CURRENCY(IES) '
                       'VALUED AT THE FALLBACK RATE - LOAD DOGERATE '
                       '***'
           END-IF.
      *
       PRINT-ONE-CURRENCY.
           DISPLAY ' '.
           MOVE CT-RATE(CT-IDX) TO DR-RATE.
           IF CT-RATE-DATE(CT-IDX) = ZERO
              AND CT-CURR(CT-IDX) NOT EQUAL TO 'USD'
               ADD 1 TO FALLBACK-RATE-COUNT
               DISPLAY 'CURRENCY ' CT-CURR(CT-IDX) '  USD RATE '
                       DR-RATE ' (FALLBACK - NO RATE ON FILE)'
           ELSE
               DISPLAY 'CURRENCY ' CT-CURR(CT-IDX) '  USD RATE '
                       DR-RATE ' EFFECTIVE ' CT-RATE-DATE(CT-IDX)
           END-IF.
           MOVE SPACES TO NATIVE-LINE.
           MOVE '  OWED TO US' TO NL-LABEL.
           MOVE ZERO TO SIDE-NATIVE-TOTAL.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
               MOVE CT-AR-NATIVE(CT-IDX, BKT-IDX)
                    TO NL-AMOUNT(BKT-IDX)
               ADD CT-AR-NATIVE(CT-IDX, BKT-IDX) TO SIDE-NATIVE-TOTAL
           END-PERFORM.
           MOVE SIDE-NATIVE-TOTAL TO NL-TOTAL.
           DISPLAY NATIVE-LINE.
           MOVE SPACES TO NATIVE-LINE.
           MOVE '  OWED BY US' TO NL-LABEL.
           MOVE ZERO TO SIDE-NATIVE-TOTAL.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
               MOVE CT-AP-NATIVE(CT-IDX, BKT-IDX)
                    TO NL-AMOUNT(BKT-IDX)
               ADD CT-AP-NATIVE(CT-IDX, BKT-IDX) TO SIDE-NATIVE-TOTAL
           END-PERFORM.
           MOVE SIDE-NATIVE-TOTAL TO NL-TOTAL.
           DISPLAY NATIVE-LINE.
           MOVE CT-AR-USD(CT-IDX) TO AL-TOTAL.
           DISPLAY '  OWED TO US IN USD ......... ' AL-TOTAL.
           MOVE CT-AP-USD(CT-IDX) TO AL-TOTAL.
           DISPLAY '  OWED BY US IN USD ......... ' AL-TOTAL.
      *
       CONVERT-YMD-TO-DAY-NUM.
           COMPUTE DATE-CONV-A = (14 - CONV-MONTH) / 12.
           COMPUTE DATE-CONV-Y = CONV-YEAR + 4800 - DATE-CONV-A.
           COMPUTE DATE-CONV-M = CONV-MONTH + 12 * DATE-CONV-A - 3.
           COMPUTE DATE-CONV-JDN = CONV-DAY
                   + ((153 * DATE-CONV-M + 2) / 5)
                   + (365 * DATE-CONV-Y)
                   + (DATE-CONV-Y / 4)
                   - (DATE-CONV-Y / 100)
                   + (DATE-CONV-Y / 400)
                   - 32045.
           COMPUTE DATE-CONV-DAYS = DATE-CONV-JDN - 2440588.
       END PROGRAM DOGEAGED.
