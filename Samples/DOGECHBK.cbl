      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGECHBK:
      *   Month-end internal chargeback run. DOGECONF books every
      *   network fee as a FEE row against whichever sub-account
      *   made the send, and the cost of running the wallet desk
      *   itself was never charged to anybody. This job bills each
      *   sub-account with an active DOGECHGS schedule (loaded by
      *   DOGECHLD) for the billing month on the parm card:
      *
      *     service charge   - settled sends in the month times the
      *                        schedule's per-send charge
      *     maintenance fee  - the schedule's flat monthly fee
      *     fees recovered   - the month's settled FEE rows, when the
      *                        schedule's recovery flag is Y
      *
      *   A send is a settled debit that is not a TRANSFER, FEE,
      *   ADJUST, VOID, CONVERT or VAULT row - the same exclusions
      *   DOGEPYIR makes.
      *   The total is posted as the same linked pair of SETTLED
      *   TRANSFER rows DOGEFUND writes, out of the department and
      *   into the schedule's revenue sub-account, with both
      *   balance records updated and their DOGEBMOV images banked,
      *   and a chargeback invoice is printed per department.
      *
      *   Both sides' memos carry 'CHARGEBACK yyyymm', and the scan
      *   looks for that memo first - so a rerun of the same month
      *   finds the charge already posted and bills nothing twice.
      *   A department whose available balance - less its DOGERESV
      *   earmarks and DOGEHOLD legal holds - can't cover its
      *   charge is skipped and reported rather than overdrawn, the
      *   same choice DOGEFUND makes for a top-up, and so is one
      *   frozen on DOGEHOLD; RC 4 says so.
      *
      * PARM CARD (SYSIN, columns 1-6):
      *   cols 1-6   billing month (YYYYMM) - defaults to the month
      *              before the run date
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGECHBK.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGECHGS ASSIGN TO DOGECHGS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-ACCT
               FILE STATUS IS WS-CHGS-STATUS.
           SELECT DOGEACTS ASSIGN TO DOGEACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-NUM
               FILE STATUS IS WS-ACTS-STATUS.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGEARCH ASSIGN TO DOGEARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DOGEBMOV ASSIGN TO DOGEBMOV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RESV-STATUS.
           SELECT DOGEHOLD ASSIGN TO DOGEHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGECHGS.
       COPY CHRGREC.
       FD  DOGEACTS.
       COPY ACCTDIR.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEARCH
           RECORDING MODE IS F.
       01  ARCHIVE-TRANSACTION       PIC X(135).
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGERESV.
       COPY RESVREC.
       FD  DOGEHOLD.
       COPY HOLDREC.
       WORKING-STORAGE SECTION.
      * Balance-movement ledger, VSAM file DOGEBMOV - every update
      * of a balance or pending control record writes its
      * before/after image here, so a DOGERECN variance hunt is a
      * keyed read instead of an interrogation.
       01  WS-BMOV-STATUS         PIC XX VALUE '00'.
           88  BMOV-NOT-YET-LOADED       VALUE '35'.
       01  BM-ACCEPT-DATE         PIC 9(8).
       01  BM-ACCEPT-TIME         PIC 9(8).
       01  BM-BANK-FLAG           PIC X VALUE 'N'.
           88  MOVEMENT-BANKED           VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED       VALUE 'N'.
      * Row change log, VSAM file DOGECHLG - every DOGEVSAM row
      * this job adds, rewrites or deletes (other than the amount
      * updates DOGEBMOV already carries) writes its before/after
      * image here, so DOGEFRCV can roll a restore forward.
       01  WS-CHLG-STATUS         PIC XX VALUE '00'.
           88  CHLG-NOT-YET-LOADED       VALUE '35'.
       01  CHG-ACCEPT-DATE        PIC 9(8).
       01  CHG-ACCEPT-TIME        PIC 9(8).
       01  CHG-BANK-FLAG          PIC X VALUE 'N'.
           88  CHANGE-BANKED             VALUE 'Y'.
           88  CHANGE-NOT-BANKED         VALUE 'N'.
       01  SAVED-DRIVER-KEY       PIC X(12) VALUE SPACES.
      * Funds reservations, VSAM file DOGERESV - the sub-account's
      * DOGE total row comes off available. No file yet means
      * nothing reserved.
       01  WS-RESV-STATUS         PIC XX VALUE '00'.
           88  RESV-NOT-THERE            VALUE '35'.
       01  RESV-FILE-FLAG         PIC X VALUE 'Y'.
           88  RESV-FILE-PRESENT         VALUE 'Y'.
           88  RESV-FILE-ABSENT          VALUE 'N'.
      * Freezes and legal holds, VSAM file DOGEHOLD - read only; no
      * file yet means nothing has ever been frozen or held.
       01  WS-HOLD-STATUS         PIC XX VALUE '00'.
           88  HOLD-NOT-THERE            VALUE '35'.
       01  HOLD-FILE-FLAG         PIC X VALUE 'Y'.
           88  HOLD-FILE-PRESENT         VALUE 'Y'.
           88  HOLD-FILE-ABSENT          VALUE 'N'.
       01  FREEZE-CHECK-FLAG      PIC X VALUE 'N'.
           88  DEPARTMENT-FROZEN         VALUE 'Y'.
           88  DEPARTMENT-NOT-FROZEN     VALUE 'N'.
       01  WS-CHGS-STATUS         PIC XX VALUE '00'.
           88  CHGS-OK                   VALUE '00'.
           88  CHGS-EOF                  VALUE '10'.
           88  CHGS-NOT-THERE            VALUE '35'.
       01  WS-ACTS-STATUS         PIC XX VALUE '00'.
           88  ACTS-OK                   VALUE '00'.
           88  ACTS-NOT-THERE            VALUE '35'.
       01  WS-VSAM-STATUS         PIC XX VALUE '00'.
           88  VSAM-OK                   VALUE '00'.
           88  VSAM-EOF                  VALUE '10'.
       01  WS-ARCH-STATUS         PIC XX VALUE '00'.
           88  ARCH-OK                   VALUE '00'.
           88  ARCH-EOF                  VALUE '10'.
           88  ARCH-NOT-THERE            VALUE '35'.
       01  WS-TODAY               PIC 9(8).
       01  WS-TIME-OF-DAY         PIC 9(8).
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HH          PIC 9(2).
           05  WS-TOD-MM          PIC 9(2).
           05  WS-TOD-SS          PIC 9(2).
           05  WS-TOD-CC          PIC 9(2).
       01  CHBK-PARM-CARD.
           05  PARM-BILLING-PERIOD PIC X(6).
           05  FILLER             PIC X(74).
       01  BILLING-PERIOD         PIC 9(6).
       01  FILLER REDEFINES BILLING-PERIOD.
           05  BILLING-YEAR       PIC 9(4).
           05  BILLING-MONTH      PIC 9(2).
      * The memo tag both sides of a posted charge carry - and what
      * the scan looks for to recognise a month already billed.
       01  CHARGE-MEMO-TEXT.
           05  FILLER             PIC X(11) VALUE 'CHARGEBACK '.
           05  CHARGE-MEMO-PERIOD PIC 9(6).
       01  CONTROL-KEY-THRESHOLD  PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM           PIC 9(10) VALUE 9999999999.
      * One slot per active schedule, with the month's usage
      * gathered against it during the history scan - same
      * small-OCCURS-by-linear-scan technique DOGERECN uses.
       01  CHARGE-TABLE-MAX       PIC 9(3) VALUE 200.
       01  CHARGE-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01  CHARGE-TABLE.
           05  CHARGE-SLOT OCCURS 200 TIMES.
               10  CT-ACCT            PIC 9(3).
               10  CT-SEND-CHARGE     PIC 9(8)V9(8).
               10  CT-MONTHLY-FEE     PIC 9(8)V9(8).
               10  CT-RECOVER-FLAG    PIC X.
                   88  CT-RECOVER-NETWORK-FEES VALUE 'Y'.
               10  CT-REVENUE-ACCT    PIC 9(3).
               10  CT-SEND-COUNT      PIC 9(7).
               10  CT-FEES-PAID       PIC 9(8)V9(8).
               10  CT-BILLED-FLAG     PIC X.
                   88  CT-ALREADY-BILLED       VALUE 'Y'.
                   88  CT-NOT-YET-BILLED       VALUE 'N'.
       01  CT-IDX                 PIC 9(3).
       01  FOUND-IDX              PIC 9(3).
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
      * This department's invoice figures and the movement posted.
       01  SERVICE-CHARGE         PIC S9(8)V9(8).
       01  FEES-RECOVERED         PIC S9(8)V9(8).
       01  SOURCE-AVAILABLE       PIC S9(8)V9(8).
       01  MOVE-AMOUNT            PIC S9(8)V9(8).
       01  FILLER REDEFINES MOVE-AMOUNT.
           05  MOVE-AMOUNT-INTEGER PIC X(8).
           05  MOVE-AMOUNT-DECIMAL PIC S9(8).
       01  XFER-FROM-ACCT         PIC 9(3).
       01  XFER-TO-ACCT           PIC 9(3).
       01  INVOICE-STATUS-TEXT    PIC X(40).
       01  DEPARTMENT-NAME        PIC X(20).
      * Transfer-pair write controls, same shape DOGEFUND uses - a
      * hard write failure stops the pair before any balance moves.
       01  ROW-WRITE-FLAG         PIC X VALUE 'N'.
           88  TRANSFER-ROW-WRITTEN     VALUE 'Y'.
           88  TRANSFER-ROW-NOT-WRITTEN VALUE 'N'.
       01  TRANSFER-FAIL-FLAG     PIC X VALUE 'N'.
           88  TRANSFER-WRITE-FAILED    VALUE 'Y'.
           88  TRANSFER-WRITE-CLEAN     VALUE 'N'.
       01  TRANSFER-DELTA         PIC S9(8)V9(8).
       01  BALANCE-RECORD-KEY.
           05  BALANCE-RECORD-ID  PIC 9(10).
           05  FILLER             PIC X(2) VALUE '00'.
      * Epoch conversion for the pair's shared timestamp, same
      * midnight-plus-wall-clock arithmetic DOGEFUND uses.
       01  CONV-YEAR              PIC 9(4).
       01  CONV-MONTH             PIC 9(2).
       01  CONV-DAY               PIC 9(2).
       01  CONV-SECONDS           PIC S9(10).
       01  DATE-CONV-A            PIC S9(9).
       01  DATE-CONV-Y            PIC S9(9).
       01  DATE-CONV-M            PIC S9(9).
       01  DATE-CONV-JDN          PIC S9(9).
       01  DATE-CONV-DAYS         PIC S9(9).
      * Inverse epoch-key -> civil-date conversion (civil_from_days),
      * same formula DOGECATX uses, to date each row for the month
      * test.
       01  CIV-Z                  PIC S9(9).
       01  CIV-ERA                PIC S9(9).
       01  CIV-DOE                PIC S9(9).
       01  CIV-YOE                PIC S9(9).
       01  CIV-Y                  PIC S9(9).
       01  CIV-DOY                PIC S9(9).
       01  CIV-MP                 PIC S9(9).
       01  CIV-D                  PIC S9(9).
       01  CIV-M                  PIC S9(9).
       01  CIV-DAYS-SINCE-EPOCH   PIC S9(9).
       01  ROW-PERIOD             PIC 9(6).
       01  BILLED-COUNT           PIC 9(5) VALUE ZERO.
       01  ALREADY-BILLED-COUNT   PIC 9(5) VALUE ZERO.
       01  NOTHING-DUE-COUNT      PIC 9(5) VALUE ZERO.
       01  SKIPPED-COUNT          PIC 9(5) VALUE ZERO.
       01  FROZEN-COUNT           PIC 9(5) VALUE ZERO.
       01  TOTAL-BILLED           PIC S9(10)V9(8) VALUE ZERO.
       01  DR-AMOUNT              PIC -(7)9.9(8).
       01  DR-TOTAL               PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT CHBK-PARM-CARD FROM SYSIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           IF PARM-BILLING-PERIOD IS NUMERIC
               MOVE PARM-BILLING-PERIOD TO BILLING-PERIOD
           ELSE
               MOVE WS-TODAY(1:6) TO BILLING-PERIOD
               IF BILLING-MONTH = 1
                   SUBTRACT 1 FROM BILLING-YEAR
                   MOVE 12 TO BILLING-MONTH
               ELSE
                   SUBTRACT 1 FROM BILLING-MONTH
               END-IF
           END-IF.
           MOVE BILLING-PERIOD TO CHARGE-MEMO-PERIOD.
           PERFORM LOAD-CHARGE-SCHEDULES.
           IF CHARGE-TABLE-COUNT = ZERO
               DISPLAY 'DOGECHBK - NO ACTIVE CHARGE SCHEDULES - '
                       'NOTHING TO BILL'
               STOP RUN
           END-IF.
           PERFORM ARCHIVE-PASS.
           OPEN INPUT DOGEVSAM.
           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL VSAM-EOF
               PERFORM GATHER-ONE-ROW
               PERFORM READ-NEXT-ROW
           END-PERFORM.
           CLOSE DOGEVSAM.
           OPEN I-O DOGEVSAM.
           PERFORM OPEN-MOVEMENT-FILE.
           PERFORM OPEN-CHANGE-LOG-FILE.
           OPEN INPUT DOGEACTS.
           PERFORM OPEN-RESERVATION-FILE.
           PERFORM OPEN-HOLD-FILE.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CHARGE-TABLE-COUNT
               PERFORM BILL-ONE-DEPARTMENT
           END-PERFORM.
           IF NOT ACTS-NOT-THERE
               CLOSE DOGEACTS
           END-IF.
           IF RESV-FILE-PRESENT
               CLOSE DOGERESV
           END-IF.
           IF HOLD-FILE-PRESENT
               CLOSE DOGEHOLD
           END-IF.
           CLOSE DOGEBMOV.
           CLOSE DOGECHLG.
           CLOSE DOGEVSAM.
           PERFORM PRINT-BILLING-SUMMARY.
           STOP RUN.
      *
       LOAD-CHARGE-SCHEDULES.
           OPEN INPUT DOGECHGS.
           IF CHGS-NOT-THERE
               CONTINUE
           ELSE
               PERFORM READ-NEXT-SCHEDULE
               PERFORM UNTIL CHGS-EOF
                   IF CS-SCHEDULE-ACTIVE
                       PERFORM TABLE-ONE-SCHEDULE
                   END-IF
                   PERFORM READ-NEXT-SCHEDULE
               END-PERFORM
               CLOSE DOGECHGS
           END-IF.
      *
       READ-NEXT-SCHEDULE.
           READ DOGECHGS NEXT RECORD
               AT END SET CHGS-EOF TO TRUE
           END-READ.
      *
       TABLE-ONE-SCHEDULE.
           IF CHARGE-TABLE-COUNT NOT LESS THAN CHARGE-TABLE-MAX
               DISPLAY '*** CHARGE TABLE FULL - ENLARGE IT ***'
               DISPLAY 'DOGECHBK - SCHEDULE FOR ' CS-ACCT
                       ' NOT BILLED'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO CHARGE-TABLE-COUNT
               MOVE CS-ACCT TO CT-ACCT(CHARGE-TABLE-COUNT)
               MOVE CS-SEND-CHARGE
                   TO CT-SEND-CHARGE(CHARGE-TABLE-COUNT)
               MOVE CS-MONTHLY-FEE
                   TO CT-MONTHLY-FEE(CHARGE-TABLE-COUNT)
               MOVE CS-RECOVER-FLAG
                   TO CT-RECOVER-FLAG(CHARGE-TABLE-COUNT)
               MOVE CS-REVENUE-ACCT
                   TO CT-REVENUE-ACCT(CHARGE-TABLE-COUNT)
               MOVE ZERO TO CT-SEND-COUNT(CHARGE-TABLE-COUNT)
               MOVE ZERO TO CT-FEES-PAID(CHARGE-TABLE-COUNT)
               SET CT-NOT-YET-BILLED(CHARGE-TABLE-COUNT) TO TRUE
           END-IF.
      *
       ARCHIVE-PASS.
      *    Rolled-off history first, so a billing month already
      *    swept past DOGEEOD still bills whole - same pass order
      *    DOGECATX uses.
           OPEN INPUT DOGEARCH.
           IF ARCH-NOT-THERE
               DISPLAY 'DOGECHBK - NO ARCHIVE YET - LIVE ROWS ONLY'
           ELSE
               PERFORM READ-NEXT-ARCHIVE-ROW
               PERFORM UNTIL ARCH-EOF
                   PERFORM GATHER-ONE-ROW
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
       GATHER-ONE-ROW.
      *    Control records (balance/pending/dup-check, every sub-
      *    account) are always small keys - under 100,000 - same
      *    threshold check as DOGERECN. Only SETTLED debits on a
      *    scheduled account count for anything.
           IF NUM-DATE LESS THAN CONTROL-KEY-THRESHOLD
              OR NUM-DATE EQUAL TO SENTINEL-NUM
              OR NOT TRAN-SETTLED
              OR NOT TAMT-SIGN-NEGATIVE
               CONTINUE
           ELSE
               PERFORM FIND-CHARGE-SLOT
               IF FOUND-IDX > ZERO
                   PERFORM GATHER-FOR-SLOT
               END-IF
           END-IF.
      *
       FIND-CHARGE-SLOT.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CHARGE-TABLE-COUNT
                      OR FOUND-IDX > ZERO
               IF CT-ACCT(CT-IDX) EQUAL TO TACCT
                   MOVE CT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
      *
       GATHER-FOR-SLOT.
      *    This month's charge already on file, whenever it was
      *    posted, means the month is billed - recognised by the
      *    debit side's memo, 'XFER TO nnn CHARGEBACK yyyymm'.
           IF TLABEL EQUAL TO 'TRANSFER'
               IF TMEMO(1:8) EQUAL TO 'XFER TO '
                  AND TMEMO(13:17) EQUAL TO CHARGE-MEMO-TEXT
                   SET CT-ALREADY-BILLED(FOUND-IDX) TO TRUE
               END-IF
           ELSE
           IF TLABEL EQUAL TO 'ADJUST'
              OR TLABEL EQUAL TO 'VOID'
              OR TLABEL EQUAL TO 'CONVERT'
              OR TLABEL EQUAL TO 'VAULT'
               CONTINUE
           ELSE
               PERFORM DATE-THIS-ROW
               IF ROW-PERIOD EQUAL TO BILLING-PERIOD
                   IF TLABEL EQUAL TO 'FEE'
                       MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                       MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                       ADD THE-AMOUNT TO CT-FEES-PAID(FOUND-IDX)
                   ELSE
                       ADD 1 TO CT-SEND-COUNT(FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       BILL-ONE-DEPARTMENT.
           COMPUTE SERVICE-CHARGE ROUNDED =
                   CT-SEND-COUNT(CT-IDX) * CT-SEND-CHARGE(CT-IDX).
           IF CT-RECOVER-NETWORK-FEES(CT-IDX)
               MOVE CT-FEES-PAID(CT-IDX) TO FEES-RECOVERED
           ELSE
               MOVE ZERO TO FEES-RECOVERED
           END-IF.
           COMPUTE MOVE-AMOUNT = SERVICE-CHARGE
                   + CT-MONTHLY-FEE(CT-IDX) + FEES-RECOVERED.
           MOVE CT-ACCT(CT-IDX) TO XFER-FROM-ACCT.
           MOVE CT-REVENUE-ACCT(CT-IDX) TO XFER-TO-ACCT.
           PERFORM CHECK-DEPARTMENT-FROZEN.
           IF CT-ALREADY-BILLED(CT-IDX)
               ADD 1 TO ALREADY-BILLED-COUNT
               MOVE 'ALREADY POSTED - NOT BILLED AGAIN'
                   TO INVOICE-STATUS-TEXT
           ELSE
           IF MOVE-AMOUNT EQUAL TO ZERO
               ADD 1 TO NOTHING-DUE-COUNT
               MOVE 'NOTHING DUE' TO INVOICE-STATUS-TEXT
           ELSE
           IF DEPARTMENT-FROZEN
               ADD 1 TO SKIPPED-COUNT
               ADD 1 TO FROZEN-COUNT
               MOVE 4 TO RETURN-CODE
               MOVE 'NOT POSTED - SUB-ACCOUNT FROZEN'
                   TO INVOICE-STATUS-TEXT
           ELSE
               PERFORM READ-AVAILABLE-BALANCE
               IF MOVE-AMOUNT > SOURCE-AVAILABLE
                   ADD 1 TO SKIPPED-COUNT
                   MOVE 4 TO RETURN-CODE
                   MOVE 'NOT POSTED - BALANCE CANNOT COVER IT'
                       TO INVOICE-STATUS-TEXT
               ELSE
                   PERFORM POST-INTERNAL-TRANSFER
                   IF TRANSFER-WRITE-CLEAN
                       ADD 1 TO BILLED-COUNT
                       ADD MOVE-AMOUNT TO TOTAL-BILLED
                       MOVE 'POSTED' TO INVOICE-STATUS-TEXT
                   ELSE
                       ADD 1 TO SKIPPED-COUNT
                       MOVE 4 TO RETURN-CODE
                       MOVE 'NOT POSTED - ROW WRITE FAILED'
                           TO INVOICE-STATUS-TEXT
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM PRINT-INVOICE.
      *
       READ-AVAILABLE-BALANCE.
      *    Reads XFER-FROM-ACCT's available position into
      *    SOURCE-AVAILABLE - balance record less pending aggregate,
      *    less the DOGERESV earmark total and the DOGEHOLD legal
      *    hold total, the same reads DOGEFUND makes. No balance
      *    record at all reads as zero.
           MOVE ZERO TO SOURCE-AVAILABLE.
           COMPUTE NUM-DATE = XFER-FROM-ACCT * 10 + 1.
           MOVE ZERO TO TSEQ.
           READ DOGEVSAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
                   MOVE THE-AMOUNT TO SOURCE-AVAILABLE
           END-READ.
           COMPUTE NUM-DATE = XFER-FROM-ACCT * 10 + 2.
           MOVE ZERO TO TSEQ.
           READ DOGEVSAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
                   SUBTRACT THE-AMOUNT FROM SOURCE-AVAILABLE
           END-READ.
           IF RESV-FILE-PRESENT
               MOVE XFER-FROM-ACCT TO RV-ACCT
               MOVE 'DOGE' TO RV-CURR
               MOVE SPACES TO RV-REF
               READ DOGERESV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT RV-AMOUNT FROM SOURCE-AVAILABLE
               END-READ
           END-IF.
           IF HOLD-FILE-PRESENT
               MOVE XFER-FROM-ACCT TO HL-ACCT
               MOVE 'DOGE' TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-HOLD-TOTAL
                           SUBTRACT HL-AMOUNT FROM SOURCE-AVAILABLE
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-DEPARTMENT-FROZEN.
      *    XFER-FROM-ACCT's DOGEHOLD freeze row - currency and
      *    reference blank - while ACTIVE stops every debit off the
      *    sub-account, a chargeback included. The charge stays
      *    unbilled, so a rerun once the freeze lifts posts it.
           SET DEPARTMENT-NOT-FROZEN TO TRUE.
           IF HOLD-FILE-PRESENT
               MOVE XFER-FROM-ACCT TO HL-ACCT
               MOVE SPACES TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-FREEZE AND HL-ACTIVE
                           SET DEPARTMENT-FROZEN TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       OPEN-RESERVATION-FILE.
           SET RESV-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGERESV.
           IF RESV-NOT-THERE
               SET RESV-FILE-ABSENT TO TRUE
           END-IF.
      *
       OPEN-HOLD-FILE.
           SET HOLD-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEHOLD.
           IF HOLD-NOT-THERE
               SET HOLD-FILE-ABSENT TO TRUE
           END-IF.
      *
       POST-INTERNAL-TRANSFER.
      *    The same linked pair DOGEFUND writes - debit row out of
      *    the department, credit row into the revenue account,
      *    both SETTLED, shared timestamp, adjacent TSEQ, each memo
      *    naming the other side and the billing month - then the
      *    two balance records.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE NUM-DATE = CONV-SECONDS
                   + WS-TOD-HH * 3600 + WS-TOD-MM * 60 + WS-TOD-SS.
           MOVE ZERO TO TSEQ.
           MOVE XFER-FROM-ACCT TO TACCT.
           MOVE SPACES TO TADDRSS.
           MOVE 'TRANSFER' TO TLABEL.
           MOVE '-' TO TAMT-SIGN.
           MOVE MOVE-AMOUNT-INTEGER TO TAMT-INTEGER-PART.
           MOVE '.' TO TAMT-DEC-POINT.
           MOVE MOVE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART.
           MOVE 'DOGE' TO TCURR.
           SET TRAN-SETTLED TO TRUE.
           MOVE SPACES TO TMEMO.
           SET TRANSFER-WRITE-CLEAN TO TRUE.
           STRING 'XFER TO ' XFER-TO-ACCT ' ' CHARGE-MEMO-TEXT
               DELIMITED BY SIZE INTO TMEMO.
           PERFORM WRITE-ONE-TRANSFER-ROW.
           MOVE TKEY TO SAVED-DRIVER-KEY.
      *    Credit side - the next TSEQ slot after wherever the debit
      *    row landed, so the pair reads back together. A debit side
      *    that failed hard stops the pair right here.
           IF TRANSFER-WRITE-CLEAN
               ADD 1 TO TSEQ
               MOVE XFER-TO-ACCT TO TACCT
               MOVE '+' TO TAMT-SIGN
               MOVE SPACES TO TMEMO
               STRING 'XFER FROM ' XFER-FROM-ACCT ' '
                   CHARGE-MEMO-TEXT
                   DELIMITED BY SIZE INTO TMEMO
               PERFORM WRITE-ONE-TRANSFER-ROW
           END-IF.
           IF TRANSFER-WRITE-CLEAN
               PERFORM APPLY-TRANSFER-BALANCES
           ELSE
               DISPLAY 'DOGECHBK - CHARGE FOR ACCT ' XFER-FROM-ACCT
                       ' ABANDONED - ROW WRITE FAILED'
           END-IF.
      *
       WRITE-ONE-TRANSFER-ROW.
           SET TRANSFER-ROW-NOT-WRITTEN TO TRUE.
           PERFORM WRITE-ONE-TRANSFER-ROW-ONCE
               UNTIL TRANSFER-ROW-WRITTEN.
      *
       WRITE-ONE-TRANSFER-ROW-ONCE.
      *    Same key-collision handling every batch writer uses - a
      *    22 bumps the within-second half of TKEY, a spent second
      *    rolls to the next one, and anything else is a hard
      *    failure that stops the charge before the balances move.
           WRITE TRANSACTION
               INVALID KEY
                   IF WS-VSAM-STATUS EQUAL TO '22'
                       IF TSEQ < 99
                           ADD 1 TO TSEQ
                       ELSE
                           ADD 1 TO NUM-DATE
                           MOVE ZERO TO TSEQ
                       END-IF
                   ELSE
                       DISPLAY 'DOGECHBK - ROW WRITE FAILED STATUS '
                               WS-VSAM-STATUS
                       SET TRANSFER-WRITE-FAILED TO TRUE
                       SET TRANSFER-ROW-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET TRANSFER-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       APPLY-TRANSFER-BALANCES.
           COMPUTE BALANCE-RECORD-ID = XFER-FROM-ACCT * 10 + 1.
           SUBTRACT MOVE-AMOUNT FROM ZERO GIVING TRANSFER-DELTA.
           PERFORM APPLY-ONE-TRANSFER-BALANCE.
           COMPUTE BALANCE-RECORD-ID = XFER-TO-ACCT * 10 + 1.
           MOVE MOVE-AMOUNT TO TRANSFER-DELTA.
           PERFORM APPLY-ONE-TRANSFER-BALANCE.
      *
       APPLY-ONE-TRANSFER-BALANCE.
      *    Same READ/REWRITE of the (account*10)+1 record DOGEFUND's
      *    APPLY-ONE-TRANSFER-BALANCE does - TRANSFER-DELTA, set by
      *    the caller, says which way this side moves.
           MOVE BALANCE-RECORD-KEY TO TKEY.
           READ DOGEVSAM
               INVALID KEY
                   DISPLAY 'DOGECHBK - BALANCE RECORD MISSING FOR '
                           BALANCE-RECORD-ID
               NOT INVALID KEY
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
                   MOVE THE-AMOUNT TO BM-OLD-AMOUNT
                   ADD TRANSFER-DELTA TO THE-AMOUNT
                   MOVE THE-AMOUNT TO BM-NEW-AMOUNT
                   IF THE-AMOUNT < ZERO
                       SET TAMT-SIGN-NEGATIVE TO TRUE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   ELSE
                       SET TAMT-SIGN-POSITIVE TO TRUE
                   END-IF
                   MOVE THE-AMOUNT-INTEGER TO TAMT-INTEGER-PART
                   MOVE THE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART
                   REWRITE TRANSACTION
                       INVALID KEY
                           DISPLAY 'DOGECHBK - BALANCE UPDATE FAILED'
                   END-REWRITE
                   COMPUTE BM-ACCT = BALANCE-RECORD-ID / 10
                   MOVE 'BAL ' TO BM-RECORD-TYPE
                   MOVE 'DOGE' TO BM-CURR
                   MOVE SAVED-DRIVER-KEY TO BM-DRIVER-KEY
                   PERFORM WRITE-BALANCE-MOVEMENT
           END-READ.
      *
       WRITE-BALANCE-MOVEMENT.
      *    Before/after image of the control-record update just made
      *    - the caller filled the account, record type, currency,
      *    old/new amounts and driving key; this stamps the moment
      *    and banks the row, bumping the sequence on a same-second
      *    collision.
           ACCEPT BM-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT BM-ACCEPT-TIME FROM TIME.
           MOVE BM-ACCEPT-DATE TO BM-DATE.
           MOVE BM-ACCEPT-TIME(1:6) TO BM-TIME.
           MOVE ZERO TO BM-SEQ.
           MOVE 'DOGECHBK' TO BM-PROGRAM.
           MOVE SPACES TO BM-USERID.
           SET MOVEMENT-NOT-BANKED TO TRUE.
           PERFORM WRITE-MOVEMENT-ONCE
               UNTIL MOVEMENT-BANKED.
      *
       WRITE-MOVEMENT-ONCE.
      *    The update itself already stands - a lost movement row is
      *    an audit gap to shout about, not a reason to back money
      *    out.
           WRITE BALANCE-MOVEMENT-ENTRY
               INVALID KEY
                   IF WS-BMOV-STATUS EQUAL TO '22' AND BM-SEQ < 999
                       ADD 1 TO BM-SEQ
                   ELSE
                       SET MOVEMENT-BANKED TO TRUE
                       DISPLAY 'DOGECHBK - MOVEMENT LEDGER WRITE FAILED'
                   END-IF
               NOT INVALID KEY
                   SET MOVEMENT-BANKED TO TRUE
           END-WRITE.
      *
       OPEN-MOVEMENT-FILE.
      *    First ever run finds no loaded DOGEBMOV cluster behind the
      *    DD yet - build it fresh, same choice DOGEFUND makes.
           OPEN I-O DOGEBMOV.
           IF BMOV-NOT-YET-LOADED
               OPEN OUTPUT DOGEBMOV
               CLOSE DOGEBMOV
               OPEN I-O DOGEBMOV
           END-IF.
      *
       CONVERT-YMD-TO-KEY.
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
           COMPUTE CONV-SECONDS = DATE-CONV-DAYS * 86400.
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
           COMPUTE ROW-PERIOD = CIV-Y * 100 + CIV-M.
      *
       PRINT-INVOICE.
      *    One invoice per billed department - the directory name
      *    when DOGEACTS has one, the bare number either way.
           MOVE SPACES TO DEPARTMENT-NAME.
           IF NOT ACTS-NOT-THERE
               MOVE CT-ACCT(CT-IDX) TO AD-ACCT-NUM
               READ DOGEACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-NAME TO DEPARTMENT-NAME
               END-READ
           END-IF.
           DISPLAY ' '.
           DISPLAY '===== DOGECHBK CHARGEBACK INVOICE ====='.
           DISPLAY 'SUB-ACCOUNT ................ ' CT-ACCT(CT-IDX)
                   ' ' DEPARTMENT-NAME.
           DISPLAY 'BILLING MONTH .............. ' BILLING-PERIOD.
           DISPLAY 'SETTLED SENDS .............. '
                   CT-SEND-COUNT(CT-IDX).
           MOVE CT-SEND-CHARGE(CT-IDX) TO DR-AMOUNT.
           DISPLAY '  CHARGE PER SEND .......... ' DR-AMOUNT.
           MOVE SERVICE-CHARGE TO DR-AMOUNT.
           DISPLAY 'SERVICE CHARGE ............. ' DR-AMOUNT.
           MOVE CT-MONTHLY-FEE(CT-IDX) TO DR-AMOUNT.
           DISPLAY 'MONTHLY MAINTENANCE FEE .... ' DR-AMOUNT.
           MOVE CT-FEES-PAID(CT-IDX) TO DR-AMOUNT.
           DISPLAY 'NETWORK FEES PAID .......... ' DR-AMOUNT.
           MOVE FEES-RECOVERED TO DR-AMOUNT.
           DISPLAY 'NETWORK FEES RECOVERED ..... ' DR-AMOUNT.
           MOVE MOVE-AMOUNT TO DR-AMOUNT.
           DISPLAY 'TOTAL CHARGE (DOGE) ........ ' DR-AMOUNT.
           DISPLAY 'PAYABLE TO REVENUE ACCOUNT . '
                   CT-REVENUE-ACCT(CT-IDX).
           DISPLAY 'STATUS ..................... ' INVOICE-STATUS-TEXT.
      *
       PRINT-BILLING-SUMMARY.
           DISPLAY ' '.
           DISPLAY '===== DOGECHBK CHARGEBACK SUMMARY ====='.
           DISPLAY 'BILLING MONTH .............. ' BILLING-PERIOD.
           DISPLAY 'ACTIVE SCHEDULES ........... ' CHARGE-TABLE-COUNT.
           DISPLAY 'CHARGES POSTED ............. ' BILLED-COUNT.
           DISPLAY 'ALREADY POSTED, SKIPPED .... '
                   ALREADY-BILLED-COUNT.
           DISPLAY 'NOTHING DUE ................ ' NOTHING-DUE-COUNT.
           DISPLAY 'NOT POSTED ................. ' SKIPPED-COUNT.
           DISPLAY 'OF WHICH ACCOUNT FROZEN .... ' FROZEN-COUNT.
           MOVE TOTAL-BILLED TO DR-TOTAL.
           DISPLAY 'TOTAL POSTED (DOGE) ........ ' DR-TOTAL.
      *
       WRITE-CHANGE-LOG.
      *    Before/after image of the DOGEVSAM row change just made
      *    - the caller set the action and, for a rewrite or a
      *    delete, the before image; TRANSACTION is the row as it
      *    now stands. Same stamp-and-bank shape as the movement
      *    ledger.
           ACCEPT CHG-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHG-ACCEPT-TIME FROM TIME.
           MOVE CHG-ACCEPT-DATE TO CHG-DATE.
           MOVE CHG-ACCEPT-TIME(1:6) TO CHG-TIME.
           MOVE ZERO TO CHG-SEQ.
           MOVE 'DOGECHBK' TO CHG-PROGRAM.
           MOVE SPACES TO CHG-USERID.
           MOVE TKEY TO CHG-TKEY.
           IF CHG-ROW-ADDED OR CHG-ROW-REPLACED
               MOVE SPACES TO CHG-BEFORE-IMAGE
           END-IF.
           IF CHG-ROW-DELETED
               MOVE SPACES TO CHG-AFTER-IMAGE
           ELSE
               MOVE TRANSACTION TO CHG-AFTER-IMAGE
           END-IF.
           SET CHANGE-NOT-BANKED TO TRUE.
           PERFORM WRITE-CHANGE-ONCE
               UNTIL CHANGE-BANKED.
      *
       WRITE-CHANGE-ONCE.
      *    The change itself already stands - a lost log row is a
      *    gap in the roll-forward to shout about, not a reason to
      *    back the change out.
           WRITE CHANGE-LOG-ENTRY
               INVALID KEY
                   IF WS-CHLG-STATUS EQUAL TO '22' AND CHG-SEQ < 999
                       ADD 1 TO CHG-SEQ
                   ELSE
                       SET CHANGE-BANKED TO TRUE
                       DISPLAY 'DOGECHBK - CHANGE LOG WRITE FAILED'
                   END-IF
               NOT INVALID KEY
                   SET CHANGE-BANKED TO TRUE
           END-WRITE.
      *
       OPEN-CHANGE-LOG-FILE.
      *    First ever run finds no loaded DOGECHLG cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGECHLG.
           IF CHLG-NOT-YET-LOADED
               OPEN OUTPUT DOGECHLG
               CLOSE DOGECHLG
               OPEN I-O DOGECHLG
           END-IF.
       END PROGRAM DOGECHBK.
