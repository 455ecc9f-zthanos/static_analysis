      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEBVAX:
      *   Extract step of the month-end budget-vs-actual report -
      *   the DOGECATX step of this pipeline. Writes one flat record
      *   per DOGEBUDG budget line for the report year up to the
      *   report month (type B), then one per SETTLED DOGE debit in
      *   the same span (type A: sub-account, TLABEL category, month,
      *   amount; vault sweeps, conversions and VOID reversals are
      *   not spend), archive pass first and then the live file, the
      *   same pass order DOGECATX uses. The JCL's sort step orders
      *   both kinds together by sub-account, category and month,
      *   and DOGEBVAR takes the control break - so neither the
      *   number of categories nor the depth of history is bounded
      *   by a table.
      *
      * PARM CARD (SYSIN, columns 1-6):
      *   cols 1-6   report month (YYYYMM) - defaults to the month
      *              before the run date
      *
      * Runs as step 1 of DOGEBVAR.jcl.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEBVAX.
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
           SELECT DOGEBUDG ASSIGN TO DOGEBUDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT BVAROUT ASSIGN TO BVAROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGEARCH
           RECORDING MODE IS F.
       01  ARCHIVE-TRANSACTION       PIC X(135).
       FD  DOGEBUDG.
       COPY BUDGREC.
       FD  BVAROUT
           RECORDING MODE IS F.
       01  BUDGET-EXTRACT-RECORD.
           05  BX-ACCT            PIC 9(3).
           05  BX-LABEL           PIC X(10).
           05  BX-PERIOD          PIC 9(6).
           05  BX-TYPE            PIC X.
               88  BX-BUDGET              VALUE 'B'.
               88  BX-ACTUAL              VALUE 'A'.
           05  BX-AMOUNT          PIC 9(8)V9(8).
           05  FILLER             PIC X(4).
       WORKING-STORAGE SECTION.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
           88  VSAM-OK                      VALUE '00'.
           88  VSAM-EOF                     VALUE '10'.
       01  WS-ARCH-STATUS            PIC XX VALUE '00'.
           88  ARCH-OK                      VALUE '00'.
           88  ARCH-EOF                     VALUE '10'.
           88  ARCH-NOT-THERE               VALUE '35'.
       01  WS-BUDG-STATUS            PIC XX VALUE '00'.
           88  BUDG-OK                      VALUE '00'.
           88  BUDG-EOF                     VALUE '10'.
           88  BUDG-NOT-THERE               VALUE '35'.
       01  WS-OUT-STATUS             PIC XX VALUE '00'.
       01  WS-TODAY                  PIC 9(8).
       01  BVAX-PARM-CARD.
           05  PARM-REPORT-PERIOD    PIC X(6).
           05  FILLER                PIC X(74).
       01  REPORT-PERIOD             PIC 9(6).
       01  FILLER REDEFINES REPORT-PERIOD.
           05  REPORT-YEAR           PIC 9(4).
           05  REPORT-MONTH          PIC 9(2).
      * First month of the report year - year-to-date starts here.
       01  YEAR-START-PERIOD         PIC 9(6).
       01  CONTROL-KEY-THRESHOLD     PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
       01  BUDGET-LINES-COUNT        PIC 9(7) VALUE ZERO.
       01  ACTUAL-ROWS-COUNT         PIC 9(7) VALUE ZERO.
       01  NOT-SPEND-SKIPPED         PIC 9(7) VALUE ZERO.
      * Inverse epoch-key -> civil-date conversion (civil_from_days),
      * same formula DOGECATX uses, to date each row for the period
      * test.
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
       01  ROW-PERIOD                PIC 9(6).
       01  AMOUNT-WORK               PIC 9(8)V9(8).
       01  FILLER REDEFINES AMOUNT-WORK.
           05  AMOUNT-WORK-INTEGER   PIC X(8).
           05  AMOUNT-WORK-DECIMAL   PIC 9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT BVAX-PARM-CARD FROM SYSIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF PARM-REPORT-PERIOD IS NUMERIC
               MOVE PARM-REPORT-PERIOD TO REPORT-PERIOD
           ELSE
               MOVE WS-TODAY(1:6) TO REPORT-PERIOD
               IF REPORT-MONTH = 1
                   SUBTRACT 1 FROM REPORT-YEAR
                   MOVE 12 TO REPORT-MONTH
               ELSE
                   SUBTRACT 1 FROM REPORT-MONTH
               END-IF
           END-IF.
           COMPUTE YEAR-START-PERIOD = REPORT-YEAR * 100 + 1.
           OPEN OUTPUT BVAROUT.
           PERFORM BUDGET-PASS.
           PERFORM ARCHIVE-PASS.
           OPEN INPUT DOGEVSAM.
           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL VSAM-EOF
               PERFORM EXTRACT-ROW
               PERFORM READ-NEXT-ROW
           END-PERFORM.
           CLOSE DOGEVSAM.
           CLOSE BVAROUT.
           DISPLAY 'DOGEBVAX - ' BUDGET-LINES-COUNT
                   ' BUDGET LINES AND ' ACTUAL-ROWS-COUNT
                   ' SETTLED DEBITS EXTRACTED FOR ' YEAR-START-PERIOD
                   ' - ' REPORT-PERIOD.
           DISPLAY 'DOGEBVAX - ' NOT-SPEND-SKIPPED
                   ' NON-DOGE OR INTERNAL DEBITS LEFT OUT'.
           STOP RUN.
      *
       BUDGET-PASS.
           OPEN INPUT DOGEBUDG.
           IF BUDG-NOT-THERE
               DISPLAY 'DOGEBVAX - NO BUDGETS LOADED - EVERY LINE '
                       'WILL REPORT AS UNBUDGETED'
           ELSE
               PERFORM READ-NEXT-BUDGET
               PERFORM UNTIL BUDG-EOF
                   IF BG-PERIOD NOT LESS THAN YEAR-START-PERIOD
                      AND BG-PERIOD NOT GREATER THAN REPORT-PERIOD
                       MOVE BG-ACCT TO BX-ACCT
                       MOVE BG-LABEL TO BX-LABEL
                       MOVE BG-PERIOD TO BX-PERIOD
                       SET BX-BUDGET TO TRUE
                       MOVE BG-AMOUNT TO BX-AMOUNT
                       MOVE SPACES TO BUDGET-EXTRACT-RECORD(37:4)
                       WRITE BUDGET-EXTRACT-RECORD
                       ADD 1 TO BUDGET-LINES-COUNT
                   END-IF
                   PERFORM READ-NEXT-BUDGET
               END-PERFORM
               CLOSE DOGEBUDG
           END-IF.
      *
       READ-NEXT-BUDGET.
           READ DOGEBUDG NEXT RECORD
               AT END SET BUDG-EOF TO TRUE
           END-READ.
      *
       ARCHIVE-PASS.
      *    Rolled-off history first, so a year-to-date reaching back
      *    past the last DOGEEOD run still comes out whole - same
      *    pass order DOGECATX uses.
           OPEN INPUT DOGEARCH.
           IF ARCH-NOT-THERE
               DISPLAY 'DOGEBVAX - NO ARCHIVE YET - LIVE ROWS ONLY'
           ELSE
               PERFORM READ-NEXT-ARCHIVE-ROW
               PERFORM UNTIL ARCH-EOF
                   PERFORM EXTRACT-ROW
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
       EXTRACT-ROW.
      *    Spend is what actually left the sub-account - SETTLED
      *    debits only. Control records (balance/pending/dup-check,
      *    every sub-account) are always small keys - under 100,000
      *    - same threshold check as DOGECATX. Budgets are DOGE, so
      *    a debit in any other currency is not spend against one;
      *    nor are the internal labels DOGECHBK leaves out - coins
      *    swept to the vault are still on the books, a conversion's
      *    from-leg comes back as its to-leg, and a VOID reversal
      *    only undoes a row already counted or never spent.
           IF NUM-DATE LESS THAN CONTROL-KEY-THRESHOLD
              OR NUM-DATE EQUAL TO SENTINEL-NUM
              OR NOT TRAN-SETTLED
              OR NOT TAMT-SIGN-NEGATIVE
               CONTINUE
           ELSE
           IF (TCURR NOT EQUAL TO SPACES AND NOT CURR-IS-DOGE)
              OR TLABEL EQUAL TO 'VAULT'
              OR TLABEL EQUAL TO 'CONVERT'
              OR TLABEL EQUAL TO 'VOID'
               ADD 1 TO NOT-SPEND-SKIPPED
           ELSE
               PERFORM DATE-THIS-ROW
               IF ROW-PERIOD < YEAR-START-PERIOD
                  OR ROW-PERIOD > REPORT-PERIOD
                   CONTINUE
               ELSE
                   MOVE TACCT TO BX-ACCT
                   MOVE TLABEL TO BX-LABEL
                   MOVE ROW-PERIOD TO BX-PERIOD
                   SET BX-ACTUAL TO TRUE
                   MOVE TAMT-INTEGER-PART TO AMOUNT-WORK-INTEGER
                   MOVE TAMT-DECIMAL-PART TO AMOUNT-WORK-DECIMAL
                   MOVE AMOUNT-WORK TO BX-AMOUNT
                   MOVE SPACES TO BUDGET-EXTRACT-RECORD(37:4)
                   WRITE BUDGET-EXTRACT-RECORD
                   ADD 1 TO ACTUAL-ROWS-COUNT
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
           COMPUTE ROW-PERIOD = CIV-Y * 100 + CIV-M.
       END PROGRAM DOGEBVAX.
