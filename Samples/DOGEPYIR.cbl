      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEPYIR:
      *   Year-end payee information return. The accountants need
      *   the total paid to each payee over the tax year for the
      *   vendor information returns, and used to build it by hand
      *   from DOGEEXTR. Loads the DOGECPTY counterparty master and
      *   the DOGECPTA address links once at start-up, then walks
      *   the full history for the year - the DOGEARCH pass first
      *   (the tax year's DOGEARCY dataset and the running archive,
      *   concatenated on the one DD), then live DOGEVSAM, the same
      *   two-pass shape DOGECPXP uses - and totals every SETTLED
      *   outbound payment dated inside the year per counterparty
      *   across all of its linked addresses. Internal movements
      *   are not payments to anybody: TRANSFER, FEE, ADJUST and
      *   VAULT (cold-storage sweep) rows are left out, and so are
      *   REFUND rows - a deposit handed back is not a payment for
      *   anything. Voided rows and their VOID reversals are held
      *   out the way DOGECPXP holds them out. Each payment is valued
      *   in USD at the DOGERATE rate in effect on the payment's own
      *   day, the same lookup DOGEEXTR makes.
      *
      *   Prints a register of every counterparty paid in the year,
      *   and writes one fixed-format filing record (plus a trailer)
      *   to DOGEPYIF for each counterparty whose USD total reaches
      *   the parm-card threshold. Payments to addresses no
      *   counterparty claims cannot be reported against anyone, so
      *   they get their own exception section by address - RC 4
      *   when there are any, so the links get fixed before filing.
      *
      *   PARM CARD (SYSIN):
      *     columns 1-4   tax year (YYYY) - defaults to last year
      *     columns 6-12  reporting threshold in whole USD -
      *                   defaults to 600
      *
      *   Run once a year, after DOGEARCM has rolled the tax year
      *   into its DOGEARCY dataset (see DOGEPYIR.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEPYIR.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-ADDRESS
               FILE STATUS IS WS-CPTA-STATUS.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGEARCH ASSIGN TO DOGEARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DOGERATE ASSIGN TO DOGERATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT DOGEPYIF ASSIGN TO DOGEPYIF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PYIF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGECPTY.
       COPY CPTYREC.
       FD  DOGECPTA.
       COPY CPADRREC.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGEARCH
           RECORDING MODE IS F.
       01  ARCHIVE-TRANSACTION       PIC X(135).
       FD  DOGERATE.
       COPY RATEREC.
      * One filing record per reportable counterparty, then one
      * trailer ('T', counterparty id TRAILER) carrying the record
      * count and the USD total filed. Amounts are edited plain-text
      * numerics - same no-overpunch reasoning as DOGEEXTR's extract,
      * since whatever prepares the returns reads this next.
       FD  DOGEPYIF
           RECORDING MODE IS F.
       01  FILING-RECORD.
           05  FR-RECORD-TYPE      PIC X.
               88  FR-DETAIL               VALUE 'D'.
               88  FR-TRAILER              VALUE 'T'.
           05  FILLER              PIC X.
           05  FR-TAX-YEAR         PIC 9(4).
           05  FILLER              PIC X.
           05  FR-CPTY-ID          PIC X(8).
           05  FILLER              PIC X.
           05  FR-CPTY-NAME        PIC X(30).
           05  FILLER              PIC X.
           05  FR-PAYMENT-COUNT    PIC 9(7).
           05  FILLER              PIC X.
           05  FR-USD-TOTAL        PIC 9(10).99.
           05  FILLER              PIC X.
           05  FR-ADDR-COUNT       PIC 9(3).
       WORKING-STORAGE SECTION.
       01  WS-CPTY-STATUS            PIC XX VALUE '00'.
           88  CPTY-OK                      VALUE '00'.
           88  CPTY-EOF                     VALUE '10'.
           88  CPTY-NOT-THERE               VALUE '35'.
       01  WS-CPTA-STATUS            PIC XX VALUE '00'.
           88  CPTA-OK                      VALUE '00'.
           88  CPTA-EOF                     VALUE '10'.
           88  CPTA-NOT-THERE               VALUE '35'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
           88  VSAM-OK                      VALUE '00'.
           88  VSAM-EOF                     VALUE '10'.
       01  WS-ARCH-STATUS            PIC XX VALUE '00'.
           88  ARCH-OK                      VALUE '00'.
           88  ARCH-EOF                     VALUE '10'.
           88  ARCH-NOT-THERE               VALUE '35'.
       01  WS-RATE-STATUS            PIC XX VALUE '00'.
           88  RATE-OK                      VALUE '00'.
           88  RATE-EOF                     VALUE '10'.
           88  RATE-NOT-THERE               VALUE '35'.
       01  WS-PYIF-STATUS            PIC XX VALUE '00'.
           88  PYIF-OK                      VALUE '00'.
       01  WS-TODAY                  PIC 9(8).
       01  PYIR-PARM-CARD.
           05  PARM-TAX-YEAR         PIC X(4).
           05  FILLER                PIC X.
           05  PARM-THRESHOLD        PIC X(7).
           05  FILLER                PIC X(68).
       01  TAX-YEAR                  PIC 9(4).
       01  REPORT-THRESHOLD          PIC 9(7) VALUE 600.
       01  CONTROL-KEY-THRESHOLD     PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
      * Epoch-second key range of the tax year - midnight January 1st
      * up to, not including, midnight January 1st of the next year.
       01  YEAR-START-KEY            PIC 9(10).
       01  YEAR-END-KEY              PIC 9(10).
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  USD-AMOUNT                PIC S9(10)V99.
      * Counterparty totals, one slot per master row - same
      * small-OCCURS-by-linear-scan technique DOGERECN uses.
       01  PAYEE-TABLE.
           05  PAYEE-ENTRY OCCURS 100 TIMES.
               10  PY-CPTY-ID        PIC X(8).
               10  PY-NAME           PIC X(30).
               10  PY-ADDR-COUNT     PIC 9(3).
               10  PY-PAYMENT-COUNT  PIC 9(7).
               10  PY-USD-TOTAL      PIC S9(10)V99.
       01  PY-COUNT                  PIC 9(3) VALUE ZERO.
       01  PY-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-PY-IDX              PIC 9(3) VALUE ZERO.
      * Address links, loaded front-to-back once at start-up.
       01  LINK-TABLE.
           05  LINK-ENTRY OCCURS 300 TIMES.
               10  LK-ADDRESS        PIC X(34).
               10  LK-PY-IDX         PIC 9(3).
       01  LINK-COUNT                PIC 9(3) VALUE ZERO.
       01  LNK-IDX                   PIC 9(3) VALUE ZERO.
       01  FOUND-LNK-IDX             PIC 9(3) VALUE ZERO.
      * Payments to addresses no counterparty claims, by address.
       01  UNLINKED-TABLE.
           05  UNLINKED-ENTRY OCCURS 200 TIMES.
               10  UL-ADDRESS        PIC X(34).
               10  UL-PAYMENT-COUNT  PIC 9(7).
               10  UL-USD-TOTAL      PIC S9(10)V99.
       01  UL-COUNT                  PIC 9(3) VALUE ZERO.
       01  UL-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-UL-IDX              PIC 9(3) VALUE ZERO.
       01  UNLINKED-OVERFLOW-COUNT   PIC 9(7) VALUE ZERO.
       01  UNLINKED-PAYMENT-COUNT    PIC 9(7) VALUE ZERO.
       01  UNLINKED-USD-TOTAL        PIC S9(10)V99 VALUE ZERO.
      * Rate history, loaded front-to-back once at start-up - same
      * table and lookup DOGEEXTR uses, so each payment prices at
      * the rate in effect on its own day without re-reading
      * DOGERATE.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 4000 TIMES.
               10  RT-CURR           PIC X(4).
               10  RT-DATE           PIC 9(8).
               10  RT-RATE           PIC 9(3)V9(4).
       01  RATE-COUNT                PIC 9(5) VALUE ZERO.
       01  RT-IDX                    PIC 9(5) VALUE ZERO.
       01  LOOKUP-CURR               PIC X(4).
       01  LOOKUP-DATE               PIC 9(8).
       01  LOOKUP-RATE               PIC 9(3)V9(4).
       01  BEST-RATE-DATE            PIC 9(8).
      * Last-resort fallback, the literal every program was compiled
      * with before the DOGERATE history existed.
       01  DEFAULT-USD-RATE          PIC 9(3)V9(4) VALUE 0.1500.
       01  FALLBACK-RATE-COUNT       PIC 9(7) VALUE ZERO.
      * Gregorian-date -> day-number conversion (days_from_civil),
      * same formula DOGEEOD uses, for the year's key range.
       01  CONV-YEAR                 PIC 9(4).
       01  CONV-MONTH                PIC 9(2).
       01  CONV-DAY                  PIC 9(2).
       01  DATE-CONV-A               PIC S9(9).
       01  DATE-CONV-Y               PIC S9(9).
       01  DATE-CONV-M               PIC S9(9).
       01  DATE-CONV-JDN             PIC S9(9).
       01  DATE-CONV-DAYS            PIC S9(9).
      * Inverse epoch-key -> civil-date conversion (civil_from_days),
      * same formula DOGEEXTR uses, to date each payment for the
      * rate lookup.
       01  CIV-Z                     PIC S9(9).
       01  CIV-ERA                   PIC S9(9).
       01  CIV-DOE                   PIC S9(9).
       01  CIV-YOE                   PIC S9(9).
       01  CIV-Y                     PIC S9(9).
       01  CIV-DOY                   PIC S9(9).
       01  CIV-MP                    PIC S9(9).
       01  CIV-D                     PIC S9(9).
       01  CIV-M                     PIC S9(9).
       01  CIV-DAYS-SINCE-EPOCH      PIC S9(9).
       01  DR-DATE-YEAR              PIC 9(4).
       01  DR-DATE-MONTH             PIC 99.
       01  DR-DATE-DAY               PIC 99.
       01  ROWS-SEEN                 PIC 9(7) VALUE ZERO.
       01  PAYMENTS-COUNTED          PIC 9(7) VALUE ZERO.
       01  INTERNAL-ROWS-SKIPPED     PIC 9(7) VALUE ZERO.
       01  FILED-COUNT               PIC 9(7) VALUE ZERO.
       01  FILED-USD-TOTAL           PIC S9(10)V99 VALUE ZERO.
       01  PAID-PAYEE-COUNT          PIC 9(5) VALUE ZERO.
       01  DR-USD                    PIC $$$,$$$,$$$,$$9.99.
       01  DR-COUNT                  PIC Z(6)9.
       01  DR-FLAG                   PIC X(10).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT PYIR-PARM-CARD FROM SYSIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF PARM-TAX-YEAR IS NUMERIC
               MOVE PARM-TAX-YEAR TO TAX-YEAR
           ELSE
               MOVE WS-TODAY(1:4) TO TAX-YEAR
               SUBTRACT 1 FROM TAX-YEAR
           END-IF.
           IF PARM-THRESHOLD IS NUMERIC
               MOVE PARM-THRESHOLD TO REPORT-THRESHOLD
           END-IF.
           PERFORM SET-YEAR-KEY-RANGE.
           PERFORM LOAD-COUNTERPARTY-TABLE.
           PERFORM LOAD-LINK-TABLE.
           PERFORM LOAD-RATE-TABLE.
           OPEN INPUT DOGEVSAM.
           PERFORM ARCHIVE-PASS.
           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL VSAM-EOF
               PERFORM TALLY-ROW
               PERFORM READ-NEXT-ROW
           END-PERFORM.
           CLOSE DOGEVSAM.
           OPEN OUTPUT DOGEPYIF.
           PERFORM PRINT-PAYEE-REGISTER.
           PERFORM WRITE-FILING-TRAILER.
           CLOSE DOGEPYIF.
           PERFORM PRINT-UNLINKED-EXCEPTIONS.
           PERFORM PRINT-RETURN-SUMMARY.
           STOP RUN.
      *
       SET-YEAR-KEY-RANGE.
           MOVE TAX-YEAR TO CONV-YEAR.
           MOVE 1 TO CONV-MONTH.
           MOVE 1 TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-DAY-NUM.
           COMPUTE YEAR-START-KEY = DATE-CONV-DAYS * 86400.
           ADD 1 TO CONV-YEAR.
           PERFORM CONVERT-YMD-TO-DAY-NUM.
           COMPUTE YEAR-END-KEY = DATE-CONV-DAYS * 86400.
      *
       LOAD-COUNTERPARTY-TABLE.
           OPEN INPUT DOGECPTY.
           IF CPTY-NOT-THERE
               DISPLAY 'DOGEPYIR - NO COUNTERPARTIES ON FILE - EVERY '
                       'PAYMENT IS AN EXCEPTION'
           ELSE
               PERFORM READ-NEXT-COUNTERPARTY
               PERFORM UNTIL CPTY-EOF OR PY-COUNT = 100
                   ADD 1 TO PY-COUNT
                   MOVE CP-ID TO PY-CPTY-ID(PY-COUNT)
                   MOVE CP-NAME TO PY-NAME(PY-COUNT)
                   MOVE ZERO TO PY-ADDR-COUNT(PY-COUNT)
                   MOVE ZERO TO PY-PAYMENT-COUNT(PY-COUNT)
                   MOVE ZERO TO PY-USD-TOTAL(PY-COUNT)
                   PERFORM READ-NEXT-COUNTERPARTY
               END-PERFORM
               IF NOT CPTY-EOF
                   DISPLAY '*** DOGEPYIR - COUNTERPARTY TABLE FULL '
                           '- ENLARGE IT ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE DOGECPTY
           END-IF.
      *
       READ-NEXT-COUNTERPARTY.
           READ DOGECPTY NEXT RECORD
               AT END SET CPTY-EOF TO TRUE
           END-READ.
      *
       LOAD-LINK-TABLE.
           OPEN INPUT DOGECPTA.
           IF CPTA-NOT-THERE
               DISPLAY 'DOGEPYIR - NO ADDRESS LINKS ON FILE'
           ELSE
               PERFORM READ-NEXT-LINK
               PERFORM UNTIL CPTA-EOF OR LINK-COUNT = 300
                   PERFORM FIND-LINKED-COUNTERPARTY
                   IF FOUND-PY-IDX > 0
                       ADD 1 TO LINK-COUNT
                       MOVE CA-ADDRESS TO LK-ADDRESS(LINK-COUNT)
                       MOVE FOUND-PY-IDX TO LK-PY-IDX(LINK-COUNT)
                       ADD 1 TO PY-ADDR-COUNT(FOUND-PY-IDX)
                   ELSE
                       DISPLAY 'DOGEPYIR - LINK TO UNKNOWN '
                               'COUNTERPARTY ' CA-CPTY-ID
                   END-IF
                   PERFORM READ-NEXT-LINK
               END-PERFORM
               IF NOT CPTA-EOF
                   DISPLAY '*** DOGEPYIR - LINK TABLE FULL - '
                           'ENLARGE IT ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE DOGECPTA
           END-IF.
      *
       READ-NEXT-LINK.
           READ DOGECPTA NEXT RECORD
               AT END SET CPTA-EOF TO TRUE
           END-READ.
      *
       FIND-LINKED-COUNTERPARTY.
           MOVE ZERO TO FOUND-PY-IDX.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > PY-COUNT
               IF FOUND-PY-IDX = ZERO
                  AND PY-CPTY-ID(PY-IDX) EQUAL TO CA-CPTY-ID
                   MOVE PY-IDX TO FOUND-PY-IDX
               END-IF
           END-PERFORM.
      *
       LOAD-RATE-TABLE.
           OPEN INPUT DOGERATE.
           IF RATE-NOT-THERE
               DISPLAY 'DOGEPYIR - NO RATE HISTORY - USING FALLBACK'
           ELSE
               PERFORM READ-NEXT-RATE-ROW
               PERFORM UNTIL RATE-EOF OR RATE-COUNT = 4000
                   ADD 1 TO RATE-COUNT
                   MOVE XR-CURR TO RT-CURR(RATE-COUNT)
                   MOVE XR-DATE TO RT-DATE(RATE-COUNT)
                   MOVE XR-USD-RATE TO RT-RATE(RATE-COUNT)
                   PERFORM READ-NEXT-RATE-ROW
               END-PERFORM
               IF NOT RATE-EOF
                   DISPLAY '*** DOGEPYIR - RATE TABLE FULL - RATES '
                           'UNREAD - VALUATIONS SUSPECT ***'
                   DISPLAY '*** ENLARGE THE RATE TABLE ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE DOGERATE
           END-IF.
      *
       READ-NEXT-RATE-ROW.
           READ DOGERATE NEXT RECORD
               AT END SET RATE-EOF TO TRUE
           END-READ.
      *
       ARCHIVE-PASS.
           OPEN INPUT DOGEARCH.
           IF ARCH-NOT-THERE
               DISPLAY 'DOGEPYIR - NO ARCHIVE YET - LIVE ROWS ONLY'
           ELSE
               PERFORM READ-NEXT-ARCHIVE-ROW
               PERFORM UNTIL ARCH-EOF
                   PERFORM TALLY-ROW
                   PERFORM READ-NEXT-ARCHIVE-ROW
               END-PERFORM
               CLOSE DOGEARCH
           END-IF.
      *
       READ-NEXT-ARCHIVE-ROW.
           READ DOGEARCH INTO TRANSACTION
               AT END SET ARCH-EOF TO TRUE
           END-READ.
      *
       READ-NEXT-ROW.
           READ DOGEVSAM NEXT RECORD
               AT END SET VSAM-EOF TO TRUE
           END-READ.
      *
       TALLY-ROW.
      *    A payment is a settled debit to an address, dated inside
      *    the tax year. Control and sentinel rows are skipped by the
      *    same threshold every batch job uses; voided originals and
      *    their VOID reversals offset each other so both stay out.
           IF NUM-DATE LESS THAN CONTROL-KEY-THRESHOLD
              OR NUM-DATE EQUAL TO SENTINEL-NUM
              OR NUM-DATE LESS THAN YEAR-START-KEY
              OR NUM-DATE NOT LESS THAN YEAR-END-KEY
              OR TADDRSS EQUAL TO SPACES
              OR TLABEL EQUAL TO 'VOID'
              OR NOT TRAN-SETTLED
              OR NOT TAMT-SIGN-NEGATIVE
               CONTINUE
           ELSE
               ADD 1 TO ROWS-SEEN
               IF TLABEL EQUAL TO 'TRANSFER'
                  OR TLABEL EQUAL TO 'FEE'
                  OR TLABEL EQUAL TO 'ADJUST'
                  OR TLABEL EQUAL TO 'VAULT'
                  OR TLABEL EQUAL TO 'REFUND'
                   ADD 1 TO INTERNAL-ROWS-SKIPPED
               ELSE
                   ADD 1 TO PAYMENTS-COUNTED
                   PERFORM VALUE-PAYMENT-IN-USD
                   PERFORM FIND-ADDRESS-LINK
                   IF FOUND-LNK-IDX = ZERO
                       PERFORM TALLY-UNLINKED-PAYMENT
                   ELSE
                       MOVE LK-PY-IDX(FOUND-LNK-IDX) TO FOUND-PY-IDX
                       ADD 1 TO PY-PAYMENT-COUNT(FOUND-PY-IDX)
                       ADD USD-AMOUNT TO PY-USD-TOTAL(FOUND-PY-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       VALUE-PAYMENT-IN-USD.
      *    The payment as a positive amount, priced at the rate in
      *    effect on the payment's own day.
           MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER.
           MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL.
           PERFORM CONVERT-KEY-TO-DATE.
           IF CURR-IS-DOGE OR TCURR EQUAL TO SPACES
               MOVE 'DOGE' TO LOOKUP-CURR
           ELSE
               MOVE TCURR TO LOOKUP-CURR
           END-IF.
           COMPUTE LOOKUP-DATE = DR-DATE-YEAR * 10000
                   + DR-DATE-MONTH * 100 + DR-DATE-DAY.
           PERFORM FIND-RATE-FOR-DATE.
           COMPUTE USD-AMOUNT ROUNDED = THE-AMOUNT * LOOKUP-RATE.
      *
       TALLY-UNLINKED-PAYMENT.
           ADD 1 TO UNLINKED-PAYMENT-COUNT.
           ADD USD-AMOUNT TO UNLINKED-USD-TOTAL.
           MOVE ZERO TO FOUND-UL-IDX.
           PERFORM VARYING UL-IDX FROM 1 BY 1
                   UNTIL UL-IDX > UL-COUNT
               IF FOUND-UL-IDX = ZERO
                  AND UL-ADDRESS(UL-IDX) EQUAL TO TADDRSS
                   MOVE UL-IDX TO FOUND-UL-IDX
               END-IF
           END-PERFORM.
           IF FOUND-UL-IDX = ZERO AND UL-COUNT < 200
               ADD 1 TO UL-COUNT
               MOVE UL-COUNT TO FOUND-UL-IDX
               MOVE TADDRSS TO UL-ADDRESS(UL-COUNT)
               MOVE ZERO TO UL-PAYMENT-COUNT(UL-COUNT)
               MOVE ZERO TO UL-USD-TOTAL(UL-COUNT)
           END-IF.
           IF FOUND-UL-IDX = ZERO
               ADD 1 TO UNLINKED-OVERFLOW-COUNT
           ELSE
               ADD 1 TO UL-PAYMENT-COUNT(FOUND-UL-IDX)
               ADD USD-AMOUNT TO UL-USD-TOTAL(FOUND-UL-IDX)
           END-IF.
      *
       FIND-ADDRESS-LINK.
           MOVE ZERO TO FOUND-LNK-IDX.
           IF LINK-COUNT > 0
               PERFORM VARYING LNK-IDX FROM 1 BY 1
                       UNTIL LNK-IDX > LINK-COUNT
                   IF FOUND-LNK-IDX = ZERO
                      AND LK-ADDRESS(LNK-IDX) EQUAL TO TADDRSS
                       MOVE LNK-IDX TO FOUND-LNK-IDX
                   END-IF
               END-PERFORM
           END-IF.
      *
      * Rate in effect on LOOKUP-DATE for LOOKUP-CURR - the newest
      * loaded rate dated on or before the payment's own date,
      * falling back to the old compiled literal (and counting it,
      * since a filed figure priced off it wants a second look) when
      * the history has nothing that early.
       FIND-RATE-FOR-DATE.
           MOVE DEFAULT-USD-RATE TO LOOKUP-RATE.
           MOVE ZERO TO BEST-RATE-DATE.
           IF RATE-COUNT > 0
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RATE-COUNT
                   IF RT-CURR(RT-IDX) EQUAL TO LOOKUP-CURR
                      AND RT-DATE(RT-IDX) NOT GREATER THAN LOOKUP-DATE
                      AND RT-DATE(RT-IDX) > BEST-RATE-DATE
                       MOVE RT-DATE(RT-IDX) TO BEST-RATE-DATE
                       MOVE RT-RATE(RT-IDX) TO LOOKUP-RATE
                   END-IF
               END-PERFORM
           END-IF.
           IF BEST-RATE-DATE = ZERO
               ADD 1 TO FALLBACK-RATE-COUNT
           END-IF.
      *
      * Turns NUM-DATE back into DR-DATE-YEAR/MONTH/DAY for the rate
      * lookup - same civil_from_days steps DOGEEXTR uses.
       CONVERT-KEY-TO-DATE.
           COMPUTE CIV-DAYS-SINCE-EPOCH = NUM-DATE / 86400.
           COMPUTE CIV-Z = CIV-DAYS-SINCE-EPOCH + 719468.
           COMPUTE CIV-ERA = CIV-Z / 146097.
           COMPUTE CIV-DOE = CIV-Z - CIV-ERA * 146097.
           COMPUTE CIV-YOE = (CIV-DOE - CIV-DOE / 1460
                   + CIV-DOE / 36524 - CIV-DOE / 146096) / 365.
           COMPUTE CIV-Y = CIV-YOE + CIV-ERA * 400.
           COMPUTE CIV-DOY = CIV-DOE
                   - (365 * CIV-YOE + CIV-YOE / 4 - CIV-YOE / 100).
           COMPUTE CIV-MP = (5 * CIV-DOY + 2) / 153.
           COMPUTE CIV-D = CIV-DOY - (153 * CIV-MP + 2) / 5 + 1.
           IF CIV-MP < 10
               COMPUTE CIV-M = CIV-MP + 3
           ELSE
               COMPUTE CIV-M = CIV-MP - 9
           END-IF.
           IF CIV-M <= 2
               ADD 1 TO CIV-Y
           END-IF.
           MOVE CIV-Y TO DR-DATE-YEAR.
           MOVE CIV-M TO DR-DATE-MONTH.
           MOVE CIV-D TO DR-DATE-DAY.
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
      *
       PRINT-PAYEE-REGISTER.
           DISPLAY '===== DOGEPYIR PAYEE INFORMATION RETURN ====='.
           DISPLAY 'TAX YEAR .................... ' TAX-YEAR.
           DISPLAY 'REPORTING THRESHOLD (USD) ... ' REPORT-THRESHOLD.
           DISPLAY ' '.
           DISPLAY 'COUNTERPARTY NAME                           '
                   'PAYMENTS          USD PAID'.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > PY-COUNT
               IF PY-PAYMENT-COUNT(PY-IDX) > ZERO
                   PERFORM PRINT-ONE-PAYEE
               END-IF
           END-PERFORM.
      *
       PRINT-ONE-PAYEE.
           ADD 1 TO PAID-PAYEE-COUNT.
           MOVE PY-PAYMENT-COUNT(PY-IDX) TO DR-COUNT.
           MOVE PY-USD-TOTAL(PY-IDX) TO DR-USD.
           IF PY-USD-TOTAL(PY-IDX) NOT LESS THAN REPORT-THRESHOLD
               MOVE 'REPORTABLE' TO DR-FLAG
               PERFORM WRITE-FILING-DETAIL
           ELSE
               MOVE SPACES TO DR-FLAG
           END-IF.
           DISPLAY PY-CPTY-ID(PY-IDX) ' ' PY-NAME(PY-IDX) ' '
                   DR-COUNT ' ' DR-USD ' ' DR-FLAG.
      *
       WRITE-FILING-DETAIL.
           MOVE SPACES TO FILING-RECORD.
           SET FR-DETAIL TO TRUE.
           MOVE TAX-YEAR TO FR-TAX-YEAR.
           MOVE PY-CPTY-ID(PY-IDX) TO FR-CPTY-ID.
           MOVE PY-NAME(PY-IDX) TO FR-CPTY-NAME.
           MOVE PY-PAYMENT-COUNT(PY-IDX) TO FR-PAYMENT-COUNT.
           MOVE PY-USD-TOTAL(PY-IDX) TO FR-USD-TOTAL.
           MOVE PY-ADDR-COUNT(PY-IDX) TO FR-ADDR-COUNT.
           WRITE FILING-RECORD.
           ADD 1 TO FILED-COUNT.
           ADD PY-USD-TOTAL(PY-IDX) TO FILED-USD-TOTAL.
      *
       WRITE-FILING-TRAILER.
           MOVE SPACES TO FILING-RECORD.
           SET FR-TRAILER TO TRUE.
           MOVE TAX-YEAR TO FR-TAX-YEAR.
           MOVE 'TRAILER' TO FR-CPTY-ID.
           MOVE FILED-COUNT TO FR-PAYMENT-COUNT.
           MOVE FILED-USD-TOTAL TO FR-USD-TOTAL.
           MOVE ZERO TO FR-ADDR-COUNT.
           WRITE FILING-RECORD.
      *
       PRINT-UNLINKED-EXCEPTIONS.
           DISPLAY ' '.
           DISPLAY 'EXCEPTIONS - PAYMENTS TO ADDRESSES WITH NO '
                   'COUNTERPARTY LINK:'.
           PERFORM VARYING UL-IDX FROM 1 BY 1
                   UNTIL UL-IDX > UL-COUNT
               MOVE UL-PAYMENT-COUNT(UL-IDX) TO DR-COUNT
               MOVE UL-USD-TOTAL(UL-IDX) TO DR-USD
               DISPLAY '  ' UL-ADDRESS(UL-IDX) ' ' DR-COUNT ' '
                       DR-USD
           END-PERFORM.
           IF UNLINKED-OVERFLOW-COUNT > ZERO
               DISPLAY '*** DOGEPYIR - UNLINKED TABLE FULL - '
                       UNLINKED-OVERFLOW-COUNT
                       ' PAYMENTS NOT LISTED BY ADDRESS ***'
           END-IF.
      *
       PRINT-RETURN-SUMMARY.
           DISPLAY ' '.
           DISPLAY 'SETTLED DEBITS IN THE YEAR .. ' ROWS-SEEN.
           DISPLAY 'INTERNAL MOVEMENTS SKIPPED .. '
                   INTERNAL-ROWS-SKIPPED.
           DISPLAY 'PAYMENTS COUNTED ............ ' PAYMENTS-COUNTED.
           DISPLAY 'COUNTERPARTIES PAID ......... ' PAID-PAYEE-COUNT.
           DISPLAY 'FILING RECORDS WRITTEN ...... ' FILED-COUNT.
           MOVE FILED-USD-TOTAL TO DR-USD.
           DISPLAY 'USD FILED ................... ' DR-USD.
           DISPLAY 'UNLINKED PAYMENTS ........... '
                   UNLINKED-PAYMENT-COUNT.
           MOVE UNLINKED-USD-TOTAL TO DR-USD.
           DISPLAY 'UNLINKED USD ................ ' DR-USD.
           DISPLAY 'PRICED AT FALLBACK RATE ..... '
                   FALLBACK-RATE-COUNT.
           IF UNLINKED-PAYMENT-COUNT > ZERO
               DISPLAY '*** UNLINKED PAYMENTS - LINK THESE ADDRESSES '
                       'ON DOGECPTM AND RERUN BEFORE FILING ***'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       END PROGRAM DOGEPYIR.
