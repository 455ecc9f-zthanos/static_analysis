      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGELOTU:
      *   Nightly tax-lot update. DOGEGNLS and DOGEURGL used to
      *   rebuild every sub-account's FIFO lot book from scratch on
      *   each run by replaying the whole settled history - archive
      *   first, then live - which got slower every year and could
      *   not survive DOGEARCM purging an old year. The lots now live
      *   in their own keyed file, DOGELOTS (one row per lot, see
      *   LOTSREC), and this job keeps it current from the live
      *   DOGEVSAM rows before DOGEEOD rolls them off:
      *
      *   - a settled DOGE credit row opens a lot, priced at the
      *     DOGERATE USD rate in effect on its own day;
      *   - a settled DOGE debit row consumes the oldest open lots of
      *     its sub-account first, and each lot it touches gets a
      *     DOGELOTD disposal row (see LOTDREC) carrying the quantity
      *     taken and the gain or loss it realized; whatever runs
      *     past the open lots is written as an uncovered disposal,
      *     basis unknown;
      *   - a CONVERT pair (DOGECNVT/DOGECNVB) is a disposal or an
      *     acquisition like any other - its DOGE side opens or
      *     consumes lots at the DOGERATE rate of its day, and the
      *     disposal rows it writes are marked as conversions;
      *   - a row voided after it was applied is backed out - the
      *     disposal's quantity goes back on its lots, an untouched
      *     acquisition lot is removed, and an acquisition lot that
      *     has already been partly consumed is reported for review.
      *
      *   The same rows DOGEGNLS always held out of the book stay out
      *   here: internal TRANSFER pairs (no coins left the bank),
      *   ADJUST corrections and the VOID make-good rows. Every row is
      *   applied once however many nights it sits in the live file -
      *   a lot already on file, or a disposal already written, is
      *   simply counted and passed over - so a rerun is harmless.
      *
      *   A lot or disposal priced off the compiled fallback rate or
      *   a past-limit carry-forward is flagged on the ledger and
      *   re-priced here on every later run until DOGERATE has a real
      *   rate for its day; the reports refuse (RC 8) while any flag
      *   is left standing under their figures.
      *
      * PARM CARD (SYSIN, columns 1-5):
      *   cols 1-5  BUILD - one-time seed of an empty ledger from the
      *             full history (the DOGEARCH archive pass first, then
      *             live DOGEVSAM), run from DOGELOTB.jcl outside the
      *             nightly window. Anything else is the nightly run.
      *
      * Run nightly, after DOGEBKUP and ahead of DOGEEOD (see
      * DOGELOTU.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGELOTU.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DOGELOTS ASSIGN TO DOGELOTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT DOGELOTD ASSIGN TO DOGELOTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LOTD-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGEARCH
           RECORDING MODE IS F.
       01  ARCHIVE-TRANSACTION       PIC X(135).
       FD  DOGERATE.
       COPY RATEREC.
       FD  DOGELOTS.
       COPY LOTSREC.
       FD  DOGELOTD.
       COPY LOTDREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
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
       01  WS-LOTS-STATUS            PIC XX VALUE '00'.
           88  LOTS-OK                      VALUE '00'.
           88  LOTS-EOF                     VALUE '10'.
           88  LOTS-NOT-YET-LOADED          VALUE '35'.
       01  WS-LOTD-STATUS            PIC XX VALUE '00'.
           88  LOTD-OK                      VALUE '00'.
           88  LOTD-EOF                     VALUE '10'.
           88  LOTD-NOT-YET-LOADED          VALUE '35'.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order. The one-time
      * BUILD run is outside the window and keeps no row.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGELOTU'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE 'DOGEBKUP'.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
       01  LOTU-PARM-CARD.
           05  PARM-MODE             PIC X(5).
               88  BUILD-RUN                VALUE 'BUILD'.
       01  CONTROL-KEY-THRESHOLD     PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
      * Rate history, loaded front-to-back once at start-up, same
      * table and carry-forward lookup DOGEGNLS always used.
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
       01  DEFAULT-USD-RATE          PIC 9(3)V9(4) VALUE 0.1500.
      * Rate-staleness judging. A carry-forward older than the limit,
      * or a date with no stored rate at all (the compiled fallback),
      * is flagged on the lot or disposal it priced rather than
      * refused here - the ledger still has to move with the day's
      * rows - and counted for the report.
       01  STALE-RATE-LIMIT-DAYS     PIC 9(3) VALUE 7.
       01  STALE-RATE-USES           PIC 9(7) VALUE ZERO.
       01  FALLBACK-RATE-USES        PIC 9(7) VALUE ZERO.
       01  RATE-QUALITY-FLAG         PIC X VALUE SPACE.
       01  STALE-YMD.
           05  STALE-CONV-YEAR       PIC 9(4).
           05  STALE-CONV-MONTH      PIC 9(2).
           05  STALE-CONV-DAY        PIC 9(2).
       01  STALE-CONV-A              PIC S9(9).
       01  STALE-CONV-Y              PIC S9(9).
       01  STALE-CONV-M              PIC S9(9).
       01  STALE-CONV-JDN            PIC S9(9).
       01  LOOKUP-DAY-NUM            PIC S9(9).
       01  BEST-DAY-NUM              PIC S9(9).
       01  RATE-AGE-DAYS             PIC S9(9).
      * Worst-of-two rate flag, for a disposal priced off a lot rate
      * and a disposal-day rate.
       01  FIRST-RATE-FLAG           PIC X.
       01  SECOND-RATE-FLAG          PIC X.
       01  WORST-RATE-FLAG           PIC X.
      * Header-row keys - all zeros is the account header itself,
      * all nines on it means no lot is open.
       01  LOTS-HEADER-KEY           PIC X(12) VALUE '000000000000'.
       01  LOTS-NONE-OPEN-KEY        PIC X(12) VALUE '999999999999'.
       01  NEW-OPEN-KEY              PIC X(12).
       01  NEW-OLDEST-KEY            PIC X(12).
       01  WALK-START-KEY            PIC X(12).
       01  LOT-WALK-FLAG             PIC X VALUE 'N'.
           88  LOT-WALK-GOING               VALUE 'Y'.
           88  LOT-WALK-DONE                VALUE 'N'.
       01  MORE-DISPOSAL-FLAG        PIC X VALUE 'N'.
           88  MORE-DISPOSAL-ROWS           VALUE 'Y'.
           88  NO-MORE-DISPOSAL-ROWS        VALUE 'N'.
       01  REPRICE-WALK-FLAG         PIC X VALUE 'N'.
           88  REPRICE-WALK-GOING           VALUE 'Y'.
           88  REPRICE-WALK-DONE            VALUE 'N'.
      * FIFO working fields, one disposal at a time.
       01  DISPOSAL-LEFT             PIC S9(8)V9(8).
       01  LOT-TAKEN                 PIC S9(8)V9(8).
       01  DISPOSAL-RATE             PIC 9(3)V9(4).
       01  DISPOSAL-RATE-FLAG        PIC X.
       01  DISP-SEQ                  PIC 9(3).
       01  DISPOSAL-KIND             PIC X.
       01  REPRICED-LOT-RATE         PIC 9(3)V9(4).
       01  REPRICED-DISP-RATE        PIC 9(3)V9(4).
      * Run tallies for the report.
       01  ROWS-SEEN                 PIC 9(7) VALUE ZERO.
       01  LOTS-ADDED-COUNT          PIC 9(7) VALUE ZERO.
       01  DISPOSALS-APPLIED-COUNT   PIC 9(7) VALUE ZERO.
       01  LOTS-CLOSED-COUNT         PIC 9(7) VALUE ZERO.
       01  ALREADY-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01  UNCOVERED-COUNT           PIC 9(5) VALUE ZERO.
       01  VOIDS-REVERSED-COUNT      PIC 9(5) VALUE ZERO.
       01  VOID-REVIEW-COUNT         PIC 9(5) VALUE ZERO.
       01  LOTS-REPRICED-COUNT       PIC 9(7) VALUE ZERO.
       01  DISPOSALS-REPRICED-COUNT  PIC 9(7) VALUE ZERO.
       01  LEDGER-ERROR-COUNT        PIC 9(5) VALUE ZERO.
      * Inverse epoch-key -> civil-date conversion (civil_from_days),
      * same formula DOGEGNLS and DOGESTMT use, to date each row.
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
       01  ROW-YEAR                  PIC 9(4).
       01  ROW-YMD                   PIC 9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT LOTU-PARM-CARD FROM SYSIN.
           IF NOT BUILD-RUN
               PERFORM RECORD-RUN-START
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM OPEN-LOT-FILES.
      *    Yesterday's flagged prices first, so tonight's disposals
      *    consume lots at the best rate now on file.
           PERFORM REPRICE-FLAGGED-LOTS.
           PERFORM REPRICE-FLAGGED-DISPOSALS.
           OPEN INPUT DOGEVSAM.
           IF BUILD-RUN
               PERFORM ARCHIVE-PASS
           END-IF.
           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL VSAM-EOF
               PERFORM PROCESS-ROW
               PERFORM READ-NEXT-ROW
           END-PERFORM.
           CLOSE DOGEVSAM.
           CLOSE DOGELOTS.
           CLOSE DOGELOTD.
           PERFORM PRINT-LOT-UPDATE-REPORT.
           IF NOT BUILD-RUN
               PERFORM RECORD-RUN-END
           END-IF.
           STOP RUN.
      *
       OPEN-LOT-FILES.
      *    First ever run finds no loaded DOGELOTS/DOGELOTD clusters
      *    behind the DDs yet - build them fresh, same choice DOGEJRNL
      *    makes for DOGEAUDT.
           OPEN I-O DOGELOTS.
           IF LOTS-NOT-YET-LOADED
               OPEN OUTPUT DOGELOTS
               CLOSE DOGELOTS
               OPEN I-O DOGELOTS
           END-IF.
           OPEN I-O DOGELOTD.
           IF LOTD-NOT-YET-LOADED
               OPEN OUTPUT DOGELOTD
               CLOSE DOGELOTD
               OPEN I-O DOGELOTD
           END-IF.
      *
       READ-NEXT-ROW.
           READ DOGEVSAM NEXT RECORD
               AT END SET VSAM-EOF TO TRUE
           END-READ.
      *
       ARCHIVE-PASS.
      *    The rolled-off history first, oldest business first, so
      *    FIFO lots build in the order the DOGE actually arrived -
      *    same pass order DOGESTMT relies on.
           OPEN INPUT DOGEARCH.
           IF ARCH-NOT-THERE
               DISPLAY 'DOGELOTU - NO ARCHIVE YET - LIVE ROWS ONLY'
           ELSE
               PERFORM READ-NEXT-ARCHIVE-ROW
               PERFORM UNTIL ARCH-EOF
                   PERFORM PROCESS-ROW
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
       LOAD-RATE-TABLE.
           OPEN INPUT DOGERATE.
           IF RATE-NOT-THERE
               DISPLAY 'DOGELOTU - NO RATE HISTORY - USING FALLBACK'
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
                   DISPLAY '*** DOGELOTU - RATE TABLE FULL - RATES '
                           'UNREAD - VALUATIONS SUSPECT ***'
                   DISPLAY '*** ENLARGE THE RATE TABLE ***'
               END-IF
               CLOSE DOGERATE
           END-IF.
      *
       READ-NEXT-RATE-ROW.
           READ DOGERATE NEXT RECORD
               AT END SET RATE-EOF TO TRUE
           END-READ.
      *
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
           PERFORM JUDGE-RATE-STALENESS.
      *
       JUDGE-RATE-STALENESS.
      *    Tally how far FIND-RATE-FOR-DATE had to reach - no stored
      *    rate at all means the compiled fallback priced the row,
      *    and a carry-forward past the day limit is no better. The
      *    verdict is left in RATE-QUALITY-FLAG for the ledger row.
           MOVE SPACE TO RATE-QUALITY-FLAG.
           IF BEST-RATE-DATE EQUAL TO ZERO
               ADD 1 TO FALLBACK-RATE-USES
               MOVE 'F' TO RATE-QUALITY-FLAG
           ELSE
               MOVE BEST-RATE-DATE TO STALE-YMD
               PERFORM CONVERT-STALE-YMD-TO-DAYS
               MOVE LOOKUP-DAY-NUM TO BEST-DAY-NUM
               MOVE LOOKUP-DATE TO STALE-YMD
               PERFORM CONVERT-STALE-YMD-TO-DAYS
               COMPUTE RATE-AGE-DAYS = LOOKUP-DAY-NUM - BEST-DAY-NUM
               IF RATE-AGE-DAYS > STALE-RATE-LIMIT-DAYS
                   ADD 1 TO STALE-RATE-USES
                   MOVE 'S' TO RATE-QUALITY-FLAG
               END-IF
           END-IF.
      *
       CONVERT-STALE-YMD-TO-DAYS.
      *    STALE-YMD (YYYYMMDD) to a day number, standard civil-date
      *    -> Julian-day formula - so the rate's age in days is
      *    honest across month and year boundaries.
           COMPUTE STALE-CONV-A = (14 - STALE-CONV-MONTH) / 12.
           COMPUTE STALE-CONV-Y =
                   STALE-CONV-YEAR + 4800 - STALE-CONV-A.
           COMPUTE STALE-CONV-M =
                   STALE-CONV-MONTH + 12 * STALE-CONV-A - 3.
           COMPUTE STALE-CONV-JDN = STALE-CONV-DAY
                   + ((153 * STALE-CONV-M + 2) / 5)
                   + (365 * STALE-CONV-Y)
                   + (STALE-CONV-Y / 4)
                   - (STALE-CONV-Y / 100)
                   + (STALE-CONV-Y / 400)
                   - 32045.
           COMPUTE LOOKUP-DAY-NUM = STALE-CONV-JDN - 2440588.
      *
       COMBINE-RATE-FLAGS.
      *    A fallback anywhere beats a past-limit rate, which beats a
      *    good one.
           MOVE SPACE TO WORST-RATE-FLAG.
           IF FIRST-RATE-FLAG EQUAL TO 'S'
              OR SECOND-RATE-FLAG EQUAL TO 'S'
               MOVE 'S' TO WORST-RATE-FLAG
           END-IF.
           IF FIRST-RATE-FLAG EQUAL TO 'F'
              OR SECOND-RATE-FLAG EQUAL TO 'F'
               MOVE 'F' TO WORST-RATE-FLAG
           END-IF.
      *
       PROCESS-ROW.
      *    Only DOGE detail rows that moved coins on the chain carry
      *    cost basis - control records, the sentinel, internal
      *    TRANSFER pairs, ADJUST corrections and VOID make-good rows
      *    stay out of the ledger, exactly as DOGEGNLS always kept
      *    them out of its book, and so do VAULT sweeps - coins moved
      *    to and from the desk's own cold storage are not disposed
      *    of. A settled row is applied; a voided
      *    one is backed out if an earlier run applied it.
           IF NUM-DATE LESS THAN CONTROL-KEY-THRESHOLD
              OR NUM-DATE EQUAL TO SENTINEL-NUM
              OR NOT (CURR-IS-DOGE OR TCURR EQUAL TO SPACES)
              OR TLABEL EQUAL TO 'TRANSFER'
              OR TLABEL EQUAL TO 'ADJUST'
              OR TLABEL EQUAL TO 'VOID'
              OR TLABEL EQUAL TO 'VAULT'
               CONTINUE
           ELSE
           IF TRAN-SETTLED
               PERFORM APPLY-SETTLED-ROW
           ELSE
           IF TRAN-VOIDED
               PERFORM REVERSE-VOIDED-ROW
           END-IF
           END-IF
           END-IF.
      *
       DATE-THIS-ROW.
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
           MOVE CIV-Y TO ROW-YEAR.
           COMPUTE ROW-YMD = CIV-Y * 10000 + CIV-M * 100 + CIV-D.
      *
       APPLY-SETTLED-ROW.
           ADD 1 TO ROWS-SEEN.
           PERFORM DATE-THIS-ROW.
           MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER.
           MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL.
           IF THE-AMOUNT > ZERO
               MOVE 'DOGE' TO LOOKUP-CURR
               MOVE ROW-YMD TO LOOKUP-DATE
               PERFORM FIND-RATE-FOR-DATE
               IF TAMT-SIGN-NEGATIVE
                   PERFORM APPLY-DISPOSAL
               ELSE
                   PERFORM ADD-ACQUISITION-LOT
               END-IF
           END-IF.
      *
       ADD-ACQUISITION-LOT.
      *    The lot's key is the acquiring row's own key, so a row the
      *    ledger already holds comes back as a duplicate and is left
      *    alone.
           MOVE SPACES TO TAX-LOT-ENTRY.
           MOVE TACCT TO LT-ACCT.
           MOVE TKEY TO LT-ACQ-KEY.
           SET LT-LOT-OPEN TO TRUE.
           MOVE ROW-YMD TO LT-ACQ-DATE.
           MOVE THE-AMOUNT TO LT-ORIG-QTY.
           MOVE THE-AMOUNT TO LT-REMAIN-QTY.
           MOVE LOOKUP-RATE TO LT-USD-RATE.
           COMPUTE LT-USD-BASIS ROUNDED =
                   LT-REMAIN-QTY * LT-USD-RATE.
           MOVE RATE-QUALITY-FLAG TO LT-RATE-FLAG.
           WRITE TAX-LOT-ENTRY
               INVALID KEY
                   ADD 1 TO ALREADY-APPLIED-COUNT
               NOT INVALID KEY
                   ADD 1 TO LOTS-ADDED-COUNT
                   MOVE TKEY TO NEW-OPEN-KEY
                   PERFORM NOTE-OPEN-LOT-ON-HEADER
           END-WRITE.
      *
       NOTE-OPEN-LOT-ON-HEADER.
      *    NEW-OPEN-KEY is a lot that is open now - if it sits ahead
      *    of where the header says the FIFO walk starts (or nothing
      *    was open), the walk has to start there instead.
           MOVE TACCT TO LT-ACCT.
           MOVE LOTS-HEADER-KEY TO LT-ACQ-KEY.
           READ DOGELOTS
               INVALID KEY
                   MOVE NEW-OPEN-KEY TO NEW-OLDEST-KEY
                   PERFORM WRITE-ACCOUNT-HEADER
               NOT INVALID KEY
                   IF NEW-OPEN-KEY < LT-OLDEST-OPEN-KEY
                       MOVE NEW-OPEN-KEY TO LT-OLDEST-OPEN-KEY
                       PERFORM REWRITE-ACCOUNT-HEADER
                   END-IF
           END-READ.
      *
       WRITE-ACCOUNT-HEADER.
           MOVE SPACES TO TAX-LOT-ENTRY.
           MOVE TACCT TO LT-ACCT.
           MOVE LOTS-HEADER-KEY TO LT-ACQ-KEY.
           SET LT-ACCOUNT-HEADER TO TRUE.
           MOVE ZERO TO LT-ACQ-DATE.
           MOVE ZERO TO LT-ORIG-QTY.
           MOVE ZERO TO LT-REMAIN-QTY.
           MOVE ZERO TO LT-USD-RATE.
           MOVE ZERO TO LT-USD-BASIS.
           MOVE NEW-OLDEST-KEY TO LT-OLDEST-OPEN-KEY.
           WRITE TAX-LOT-ENTRY
               INVALID KEY
                   ADD 1 TO LEDGER-ERROR-COUNT
                   DISPLAY 'DOGELOTU - HEADER WRITE FAILED ' LT-KEY
           END-WRITE.
      *
       REWRITE-ACCOUNT-HEADER.
           REWRITE TAX-LOT-ENTRY
               INVALID KEY
                   ADD 1 TO LEDGER-ERROR-COUNT
                   DISPLAY 'DOGELOTU - HEADER REWRITE FAILED ' LT-KEY
           END-REWRITE.
      *
       APPLY-DISPOSAL.
      *    A disposal already on DOGELOTD (its first row is always
      *    sequence 001, covered or not) was applied on an earlier
      *    night.
           MOVE ROW-YEAR TO LD-YEAR.
           MOVE TACCT TO LD-ACCT.
           MOVE TKEY TO LD-DISP-KEY.
           MOVE 1 TO LD-SEQ.
           READ DOGELOTD
               INVALID KEY
                   PERFORM CONSUME-LOTS-FIFO
               NOT INVALID KEY
                   ADD 1 TO ALREADY-APPLIED-COUNT
           END-READ.
      *
       CONSUME-LOTS-FIFO.
      *    Walk the sub-account's lots from the oldest open one the
      *    header knows of, taking from each until the disposal is
      *    covered. The first lot left with anything in it is where
      *    the next disposal will start.
           MOVE THE-AMOUNT TO DISPOSAL-LEFT.
           MOVE LOOKUP-RATE TO DISPOSAL-RATE.
           MOVE RATE-QUALITY-FLAG TO DISPOSAL-RATE-FLAG.
           IF TLABEL EQUAL TO 'CONVERT'
               MOVE 'C' TO DISPOSAL-KIND
           ELSE
               MOVE SPACE TO DISPOSAL-KIND
           END-IF.
           MOVE ZERO TO DISP-SEQ.
           MOVE LOTS-NONE-OPEN-KEY TO NEW-OLDEST-KEY.
           MOVE TACCT TO LT-ACCT.
           MOVE LOTS-HEADER-KEY TO LT-ACQ-KEY.
           READ DOGELOTS
               INVALID KEY
                   MOVE LOTS-NONE-OPEN-KEY TO WALK-START-KEY
               NOT INVALID KEY
                   MOVE LT-OLDEST-OPEN-KEY TO WALK-START-KEY
           END-READ.
           SET LOT-WALK-DONE TO TRUE.
           IF WALK-START-KEY NOT EQUAL TO LOTS-NONE-OPEN-KEY
               MOVE TACCT TO LT-ACCT
               MOVE WALK-START-KEY TO LT-ACQ-KEY
               START DOGELOTS KEY IS NOT LESS THAN LT-KEY
                   INVALID KEY
                       SET LOT-WALK-DONE TO TRUE
                   NOT INVALID KEY
                       SET LOT-WALK-GOING TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL LOT-WALK-DONE
               PERFORM TAKE-FROM-NEXT-LOT
           END-PERFORM.
           IF DISPOSAL-LEFT > ZERO
      *        More spent than the ledger ever acquired - basis
      *        unknown for the remainder; recorded, never priced at
      *        zero.
               PERFORM WRITE-UNCOVERED-DISPOSAL
           END-IF.
           PERFORM SET-OLDEST-OPEN-ON-HEADER.
           ADD 1 TO DISPOSALS-APPLIED-COUNT.
      *
       TAKE-FROM-NEXT-LOT.
           READ DOGELOTS NEXT RECORD
               AT END SET LOT-WALK-DONE TO TRUE
           END-READ.
           IF LOT-WALK-GOING
               IF LT-ACCT NOT EQUAL TO TACCT
                   SET LOT-WALK-DONE TO TRUE
               ELSE
               IF LT-LOT-OPEN AND LT-REMAIN-QTY > ZERO
                   IF DISPOSAL-LEFT > ZERO
                       PERFORM TAKE-FROM-THIS-LOT
                   END-IF
                   IF LT-LOT-OPEN
                       MOVE LT-ACQ-KEY TO NEW-OLDEST-KEY
                       SET LOT-WALK-DONE TO TRUE
                   END-IF
               END-IF
               END-IF
           END-IF.
      *
       TAKE-FROM-THIS-LOT.
           IF LT-REMAIN-QTY NOT GREATER THAN DISPOSAL-LEFT
               MOVE LT-REMAIN-QTY TO LOT-TAKEN
           ELSE
               MOVE DISPOSAL-LEFT TO LOT-TAKEN
           END-IF.
           SUBTRACT LOT-TAKEN FROM LT-REMAIN-QTY.
           SUBTRACT LOT-TAKEN FROM DISPOSAL-LEFT.
           IF LT-REMAIN-QTY EQUAL TO ZERO
               SET LT-LOT-CLOSED TO TRUE
               ADD 1 TO LOTS-CLOSED-COUNT
           END-IF.
           COMPUTE LT-USD-BASIS ROUNDED =
                   LT-REMAIN-QTY * LT-USD-RATE.
           REWRITE TAX-LOT-ENTRY
               INVALID KEY
                   ADD 1 TO LEDGER-ERROR-COUNT
                   DISPLAY 'DOGELOTU - LOT REWRITE FAILED ' LT-KEY
           END-REWRITE.
           MOVE LT-RATE-FLAG TO FIRST-RATE-FLAG.
           MOVE DISPOSAL-RATE-FLAG TO SECOND-RATE-FLAG.
           PERFORM COMBINE-RATE-FLAGS.
           ADD 1 TO DISP-SEQ.
           MOVE SPACES TO LOT-DISPOSAL-ENTRY.
           MOVE ROW-YEAR TO LD-YEAR.
           MOVE TACCT TO LD-ACCT.
           MOVE TKEY TO LD-DISP-KEY.
           MOVE DISP-SEQ TO LD-SEQ.
           MOVE ROW-YMD TO LD-DISP-DATE.
           MOVE LT-ACQ-KEY TO LD-LOT-KEY.
           MOVE LT-ACQ-DATE TO LD-ACQ-DATE.
           MOVE LOT-TAKEN TO LD-QTY.
           MOVE LT-USD-RATE TO LD-LOT-RATE.
           MOVE DISPOSAL-RATE TO LD-DISP-RATE.
           COMPUTE LD-REALIZED-USD ROUNDED =
                   LOT-TAKEN * (DISPOSAL-RATE - LT-USD-RATE).
           MOVE WORST-RATE-FLAG TO LD-RATE-FLAG.
           MOVE DISPOSAL-KIND TO LD-DISP-KIND.
           PERFORM WRITE-DISPOSAL-ROW.
      *
       WRITE-UNCOVERED-DISPOSAL.
           ADD 1 TO DISP-SEQ.
           ADD 1 TO UNCOVERED-COUNT.
           MOVE SPACES TO LOT-DISPOSAL-ENTRY.
           MOVE ROW-YEAR TO LD-YEAR.
           MOVE TACCT TO LD-ACCT.
           MOVE TKEY TO LD-DISP-KEY.
           MOVE DISP-SEQ TO LD-SEQ.
           MOVE ROW-YMD TO LD-DISP-DATE.
           MOVE ZERO TO LD-ACQ-DATE.
           MOVE DISPOSAL-LEFT TO LD-QTY.
           MOVE ZERO TO LD-LOT-RATE.
           MOVE DISPOSAL-RATE TO LD-DISP-RATE.
           MOVE ZERO TO LD-REALIZED-USD.
           MOVE DISPOSAL-RATE-FLAG TO LD-RATE-FLAG.
           MOVE DISPOSAL-KIND TO LD-DISP-KIND.
           PERFORM WRITE-DISPOSAL-ROW.
      *
       WRITE-DISPOSAL-ROW.
           WRITE LOT-DISPOSAL-ENTRY
               INVALID KEY
                   ADD 1 TO LEDGER-ERROR-COUNT
                   DISPLAY 'DOGELOTU - DISPOSAL WRITE FAILED ' LD-KEY
           END-WRITE.
      *
       SET-OLDEST-OPEN-ON-HEADER.
           MOVE TACCT TO LT-ACCT.
           MOVE LOTS-HEADER-KEY TO LT-ACQ-KEY.
           READ DOGELOTS
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-HEADER
               NOT INVALID KEY
                   MOVE NEW-OLDEST-KEY TO LT-OLDEST-OPEN-KEY
                   PERFORM REWRITE-ACCOUNT-HEADER
           END-READ.
      *
       REVERSE-VOIDED-ROW.
      *    DOGEDEET voids a row in the live file by marking it VOIDED
      *    and writing the opposite VOID row; if the original had
      *    already been applied here, the ledger has to forget it.
      *    A row never applied finds nothing and changes nothing, so
      *    this is safe to repeat every night the row stays live.
           PERFORM DATE-THIS-ROW.
           IF TAMT-SIGN-NEGATIVE
               PERFORM REVERSE-VOIDED-DISPOSAL
           ELSE
               PERFORM REVERSE-VOIDED-ACQUISITION
           END-IF.
      *
       REVERSE-VOIDED-ACQUISITION.
      *    An untouched lot just goes. One a later disposal has
      *    already eaten into cannot be unwound without re-pricing
      *    every disposal after it - that is for the accountants.
           MOVE TACCT TO LT-ACCT.
           MOVE TKEY TO LT-ACQ-KEY.
           READ DOGELOTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LT-REMAIN-QTY EQUAL TO LT-ORIG-QTY
                       DELETE DOGELOTS RECORD
                           INVALID KEY
                               ADD 1 TO LEDGER-ERROR-COUNT
                               DISPLAY 'DOGELOTU - LOT DELETE FAILED '
                                       LT-KEY
                           NOT INVALID KEY
                               ADD 1 TO VOIDS-REVERSED-COUNT
                       END-DELETE
                   ELSE
                       ADD 1 TO VOID-REVIEW-COUNT
                       DISPLAY '*** DOGELOTU - VOIDED ACQUISITION '
                               LT-KEY ' ALREADY PARTLY DISPOSED ***'
                   END-IF
           END-READ.
      *
       REVERSE-VOIDED-DISPOSAL.
      *    Every lot the disposal took from gets its quantity back,
      *    then its DOGELOTD rows are deleted - sequence by sequence
      *    until the next one is not there.
           MOVE LOTS-NONE-OPEN-KEY TO NEW-OPEN-KEY.
           MOVE ZERO TO DISP-SEQ.
           SET MORE-DISPOSAL-ROWS TO TRUE.
           PERFORM UNTIL NO-MORE-DISPOSAL-ROWS
               ADD 1 TO DISP-SEQ
               MOVE ROW-YEAR TO LD-YEAR
               MOVE TACCT TO LD-ACCT
               MOVE TKEY TO LD-DISP-KEY
               MOVE DISP-SEQ TO LD-SEQ
               READ DOGELOTD
                   INVALID KEY
                       SET NO-MORE-DISPOSAL-ROWS TO TRUE
                   NOT INVALID KEY
                       PERFORM RESTORE-ONE-DISPOSAL-ROW
               END-READ
           END-PERFORM.
           IF DISP-SEQ > 1
               ADD 1 TO VOIDS-REVERSED-COUNT
               IF NEW-OPEN-KEY NOT EQUAL TO LOTS-NONE-OPEN-KEY
                   PERFORM NOTE-OPEN-LOT-ON-HEADER
               END-IF
           END-IF.
      *
       RESTORE-ONE-DISPOSAL-ROW.
           IF NOT LD-UNCOVERED
               MOVE LD-ACCT TO LT-ACCT
               MOVE LD-LOT-KEY TO LT-ACQ-KEY
               READ DOGELOTS
                   INVALID KEY
                       ADD 1 TO LEDGER-ERROR-COUNT
                       DISPLAY 'DOGELOTU - LOT MISSING FOR VOIDED '
                               'DISPOSAL ' LD-KEY
                   NOT INVALID KEY
                       ADD LD-QTY TO LT-REMAIN-QTY
                       SET LT-LOT-OPEN TO TRUE
                       COMPUTE LT-USD-BASIS ROUNDED =
                               LT-REMAIN-QTY * LT-USD-RATE
                       REWRITE TAX-LOT-ENTRY
                           INVALID KEY
                               ADD 1 TO LEDGER-ERROR-COUNT
                               DISPLAY 'DOGELOTU - LOT REWRITE FAILED '
                                       LT-KEY
                       END-REWRITE
                       IF LT-ACQ-KEY < NEW-OPEN-KEY
                           MOVE LT-ACQ-KEY TO NEW-OPEN-KEY
                       END-IF
               END-READ
           END-IF.
           DELETE DOGELOTD RECORD
               INVALID KEY
                   ADD 1 TO LEDGER-ERROR-COUNT
                   DISPLAY 'DOGELOTU - DISPOSAL DELETE FAILED ' LD-KEY
           END-DELETE.
      *
       REPRICE-FLAGGED-LOTS.
      *    Any lot still carrying a fallback or past-limit rate is
      *    looked up again against tonight's rate table; one that now
      *    finds a better rate takes it, with its basis.
           MOVE ZERO TO LT-ACCT.
           MOVE LOW-VALUES TO LT-ACQ-KEY.
           SET REPRICE-WALK-DONE TO TRUE.
           START DOGELOTS KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   SET REPRICE-WALK-DONE TO TRUE
               NOT INVALID KEY
                   SET REPRICE-WALK-GOING TO TRUE
           END-START.
           PERFORM UNTIL REPRICE-WALK-DONE
               READ DOGELOTS NEXT RECORD
                   AT END
                       SET REPRICE-WALK-DONE TO TRUE
                   NOT AT END
                       IF NOT LT-ACCOUNT-HEADER
                          AND NOT LT-RATE-GOOD
                           PERFORM REPRICE-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.
      *
       REPRICE-ONE-LOT.
           MOVE 'DOGE' TO LOOKUP-CURR.
           MOVE LT-ACQ-DATE TO LOOKUP-DATE.
           PERFORM FIND-RATE-FOR-DATE.
           IF LOOKUP-RATE NOT EQUAL TO LT-USD-RATE
              OR RATE-QUALITY-FLAG NOT EQUAL TO LT-RATE-FLAG
               MOVE LOOKUP-RATE TO LT-USD-RATE
               MOVE RATE-QUALITY-FLAG TO LT-RATE-FLAG
               COMPUTE LT-USD-BASIS ROUNDED =
                       LT-REMAIN-QTY * LT-USD-RATE
               REWRITE TAX-LOT-ENTRY
                   INVALID KEY
                       ADD 1 TO LEDGER-ERROR-COUNT
                       DISPLAY 'DOGELOTU - LOT REWRITE FAILED ' LT-KEY
                   NOT INVALID KEY
                       ADD 1 TO LOTS-REPRICED-COUNT
               END-REWRITE
           END-IF.
      *
       REPRICE-FLAGGED-DISPOSALS.
      *    Same again for disposal rows - both the lot's rate and the
      *    disposal day's rate are looked up afresh (the lot's comes
      *    out the same as the lot itself just got) and the realized
      *    figure recomputed.
           MOVE LOW-VALUES TO LD-KEY.
           SET REPRICE-WALK-DONE TO TRUE.
           START DOGELOTD KEY IS NOT LESS THAN LD-KEY
               INVALID KEY
                   SET REPRICE-WALK-DONE TO TRUE
               NOT INVALID KEY
                   SET REPRICE-WALK-GOING TO TRUE
           END-START.
           PERFORM UNTIL REPRICE-WALK-DONE
               READ DOGELOTD NEXT RECORD
                   AT END
                       SET REPRICE-WALK-DONE TO TRUE
                   NOT AT END
                       IF NOT LD-RATE-GOOD
                           PERFORM REPRICE-ONE-DISPOSAL
                       END-IF
               END-READ
           END-PERFORM.
      *
       REPRICE-ONE-DISPOSAL.
           MOVE 'DOGE' TO LOOKUP-CURR.
           MOVE LD-DISP-DATE TO LOOKUP-DATE.
           PERFORM FIND-RATE-FOR-DATE.
           MOVE LOOKUP-RATE TO REPRICED-DISP-RATE.
           MOVE RATE-QUALITY-FLAG TO SECOND-RATE-FLAG.
           MOVE SPACE TO FIRST-RATE-FLAG.
           MOVE LD-LOT-RATE TO REPRICED-LOT-RATE.
           IF NOT LD-UNCOVERED
               MOVE LD-ACQ-DATE TO LOOKUP-DATE
               PERFORM FIND-RATE-FOR-DATE
               MOVE LOOKUP-RATE TO REPRICED-LOT-RATE
               MOVE RATE-QUALITY-FLAG TO FIRST-RATE-FLAG
           END-IF.
           PERFORM COMBINE-RATE-FLAGS.
           IF REPRICED-DISP-RATE NOT EQUAL TO LD-DISP-RATE
              OR REPRICED-LOT-RATE NOT EQUAL TO LD-LOT-RATE
              OR WORST-RATE-FLAG NOT EQUAL TO LD-RATE-FLAG
               MOVE REPRICED-DISP-RATE TO LD-DISP-RATE
               MOVE REPRICED-LOT-RATE TO LD-LOT-RATE
               MOVE WORST-RATE-FLAG TO LD-RATE-FLAG
               IF NOT LD-UNCOVERED
                   COMPUTE LD-REALIZED-USD ROUNDED =
                           LD-QTY * (LD-DISP-RATE - LD-LOT-RATE)
               END-IF
               REWRITE LOT-DISPOSAL-ENTRY
                   INVALID KEY
                       ADD 1 TO LEDGER-ERROR-COUNT
                       DISPLAY 'DOGELOTU - DISPOSAL REWRITE FAILED '
                               LD-KEY
                   NOT INVALID KEY
                       ADD 1 TO DISPOSALS-REPRICED-COUNT
               END-REWRITE
           END-IF.
      *
       PRINT-LOT-UPDATE-REPORT.
           DISPLAY '===== DOGELOTU TAX-LOT UPDATE ====='.
           IF BUILD-RUN
               DISPLAY 'RUN MODE ................... BUILD FROM '
                       'FULL HISTORY'
           ELSE
               DISPLAY 'RUN MODE ................... NIGHTLY'
           END-IF.
           DISPLAY 'SETTLED DOGE ROWS READ ..... ' ROWS-SEEN.
           DISPLAY 'LOTS ADDED ................. ' LOTS-ADDED-COUNT.
           DISPLAY 'DISPOSALS APPLIED .......... '
                   DISPOSALS-APPLIED-COUNT.
           DISPLAY 'LOTS CLOSED OUT ............ ' LOTS-CLOSED-COUNT.
           DISPLAY 'ROWS ALREADY IN THE LEDGER . '
                   ALREADY-APPLIED-COUNT.
           DISPLAY 'VOIDED ROWS BACKED OUT ..... '
                   VOIDS-REVERSED-COUNT.
           DISPLAY 'FLAGGED LOTS RE-PRICED ..... '
                   LOTS-REPRICED-COUNT.
           DISPLAY 'FLAGGED DISPOSALS RE-PRICED  '
                   DISPOSALS-REPRICED-COUNT.
           IF UNCOVERED-COUNT > ZERO
               DISPLAY 'DISPOSALS PAST THE LOT BOOK  '
                       UNCOVERED-COUNT
               DISPLAY '*** BASIS UNKNOWN FOR THE ROWS ABOVE ***'.
           IF FALLBACK-RATE-USES > ZERO
               DISPLAY 'PRICES OFF THE COMPILED FALLBACK '
                       FALLBACK-RATE-USES.
           IF STALE-RATE-USES > ZERO
               DISPLAY 'PRICES OFF A PAST-LIMIT RATE ... '
                       STALE-RATE-USES.
           IF FALLBACK-RATE-USES > ZERO OR STALE-RATE-USES > ZERO
               DISPLAY '  FLAGGED ON THE LEDGER - RE-PRICED ONCE '
                       'DOGERATE IS FED'.
           IF VOID-REVIEW-COUNT > ZERO
               DISPLAY 'VOIDED LOTS NEEDING REVIEW . '
                       VOID-REVIEW-COUNT
               DISPLAY '*** LATER DISPOSALS CONSUMED A VOIDED LOT - '
                       'ADJUST BY HAND ***'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF LEDGER-ERROR-COUNT > ZERO
               DISPLAY 'LEDGER I/O FAILURES ........ '
                       LEDGER-ERROR-COUNT
               DISPLAY '*** LOT LEDGER SUSPECT - RESTORE AND RERUN ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       RECORD-RUN-START.
      *    The day's run-control row goes down as in-progress before
      *    anything else happens - and the prerequisite's row has to
      *    say completed first, or this job refuses to run out of
      *    order.
           OPEN I-O DOGERUNS.
           IF RUNS-NOT-YET-LOADED
               OPEN OUTPUT DOGERUNS
               CLOSE DOGERUNS
               OPEN I-O DOGERUNS
           END-IF.
           ACCEPT RUNS-TODAY FROM DATE YYYYMMDD.
           ACCEPT RUNS-TIME-OF-DAY FROM TIME.
           PERFORM CHECK-PREREQUISITE.
           IF PREREQ-MISSING
               DISPLAY RUNS-JOB-NAME ' - PREREQUISITE '
                       RUNS-PREREQ-NAME
                       ' HAS NOT COMPLETED TODAY - REFUSING'
               MOVE 8 TO RETURN-CODE
               CLOSE DOGERUNS
               STOP RUN
           END-IF.
           MOVE RUNS-JOB-NAME TO RUN-JOB.
           MOVE RUNS-TODAY TO RUN-DATE.
           MOVE RUNS-HHMMSS TO RUN-START-TIME.
           MOVE SPACES TO RUN-END-TIME.
           SET RUN-IN-PROGRESS TO TRUE.
           MOVE ZERO TO RUN-RC.
           WRITE RUN-CONTROL-ENTRY
               INVALID KEY
                   REWRITE RUN-CONTROL-ENTRY
                       INVALID KEY
                           DISPLAY RUNS-JOB-NAME
                                   ' - RUN-CONTROL WRITE FAILED'
                   END-REWRITE
           END-WRITE.
      *
       CHECK-PREREQUISITE.
           SET PREREQ-SATISFIED TO TRUE.
           IF RUNS-PREREQ-NAME NOT EQUAL TO SPACES
               MOVE RUNS-PREREQ-NAME TO RUN-JOB
               MOVE RUNS-TODAY TO RUN-DATE
               READ DOGERUNS
                   INVALID KEY
                       SET PREREQ-MISSING TO TRUE
                   NOT INVALID KEY
                       IF NOT RUN-COMPLETED
                           SET PREREQ-MISSING TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       RECORD-RUN-END.
           ACCEPT RUNS-TIME-OF-DAY FROM TIME.
           MOVE RUNS-JOB-NAME TO RUN-JOB.
           MOVE RUNS-TODAY TO RUN-DATE.
           READ DOGERUNS
               INVALID KEY
                   DISPLAY RUNS-JOB-NAME ' - RUN-CONTROL ROW LOST'
               NOT INVALID KEY
                   MOVE RUNS-HHMMSS TO RUN-END-TIME
                   IF RETURN-CODE > 4
                       SET RUN-FAILED TO TRUE
                   ELSE
                       SET RUN-COMPLETED TO TRUE
                   END-IF
                   MOVE RETURN-CODE TO RUN-RC
                   REWRITE RUN-CONTROL-ENTRY
                       INVALID KEY
                           DISPLAY RUNS-JOB-NAME
                                   ' - RUN-CONTROL REWRITE FAILED'
                   END-REWRITE
           END-READ.
           CLOSE DOGERUNS.
       END PROGRAM DOGELOTU.
