      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEBVAR:
      *   Month-end budget-vs-actual report - the control-break step
      *   of the same extract-sort-report pipeline DOGECATG runs on.
      *   DOGEBVAX extracts the DOGEBUDG budget lines and the SETTLED
      *   debits for the report year up to the report month, the
      *   JCL's sort step orders them by sub-account, TLABEL category
      *   and month, and this program takes a two-level control
      *   break over the sorted file: a category within a
      *   sub-account prints its month budget, month actual and
      *   variance, then the same three year-to-date, and each
      *   sub-account closes with its own totals. Variance is budget
      *   less actual, so a negative variance is an overspend; any
      *   category over budget for the month or the year-to-date is
      *   flagged *OVERSPENT*, and spend against a category with no
      *   budget at all counts as overspent too. Amounts are DOGE.
      *
      * PARM CARD (SYSIN, columns 1-6) - the same card DOGEBVAX gets:
      *   cols 1-6   report month (YYYYMM) - defaults to the month
      *              before the run date
      *
      *   RC 4 means at least one line is overspent.
      *
      *   Runs as step 3 of DOGEBVAR.jcl, behind DOGEBVAX and the
      *   sort.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEBVAR.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BVARIN ASSIGN TO BVARIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BVARIN
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
       01  WS-IN-STATUS           PIC XX VALUE '00'.
           88  EXTRACT-OK                VALUE '00'.
           88  EXTRACT-EOF               VALUE '10'.
           88  EXTRACT-NOT-THERE         VALUE '35'.
       01  WS-TODAY               PIC 9(8).
       01  BVAR-PARM-CARD.
           05  PARM-REPORT-PERIOD PIC X(6).
           05  FILLER             PIC X(74).
       01  REPORT-PERIOD          PIC 9(6).
       01  FILLER REDEFINES REPORT-PERIOD.
           05  REPORT-YEAR        PIC 9(4).
           05  REPORT-MONTH       PIC 9(2).
       01  DETAIL-ROW-COUNT       PIC 9(9) VALUE ZERO.
       01  LINE-COUNT             PIC 9(7) VALUE ZERO.
       01  ACCOUNT-COUNT          PIC 9(5) VALUE ZERO.
       01  OVERSPENT-COUNT        PIC 9(7) VALUE ZERO.
       01  UNBUDGETED-COUNT       PIC 9(7) VALUE ZERO.
       01  DR-AMOUNT              PIC -(9)9.9(8).
      * The one sub-account and the one category in hand - all the
      * storage the sorted control break ever needs, however many
      * categories and months of history the file holds.
       01  CURRENT-ACCT           PIC 9(3).
       01  CURRENT-LABEL          PIC X(10).
       01  LINE-MONTH-BUDGET      PIC S9(10)V9(8).
       01  LINE-MONTH-ACTUAL      PIC S9(10)V9(8).
       01  LINE-YTD-BUDGET        PIC S9(10)V9(8).
       01  LINE-YTD-ACTUAL        PIC S9(10)V9(8).
       01  LINE-BUDGET-ROWS       PIC 9(5).
       01  ACCT-MONTH-BUDGET      PIC S9(10)V9(8).
       01  ACCT-MONTH-ACTUAL      PIC S9(10)V9(8).
       01  ACCT-YTD-BUDGET        PIC S9(10)V9(8).
       01  ACCT-YTD-ACTUAL        PIC S9(10)V9(8).
       01  GRAND-MONTH-BUDGET     PIC S9(10)V9(8) VALUE ZERO.
       01  GRAND-MONTH-ACTUAL     PIC S9(10)V9(8) VALUE ZERO.
       01  GRAND-YTD-BUDGET       PIC S9(10)V9(8) VALUE ZERO.
       01  GRAND-YTD-ACTUAL       PIC S9(10)V9(8) VALUE ZERO.
       01  VARIANCE-WORK          PIC S9(10)V9(8).
       01  OVERSPENT-TAG          PIC X(11).
       01  FIRST-RECORD-FLAG      PIC X VALUE 'Y'.
           88  ON-FIRST-RECORD           VALUE 'Y'.
           88  PAST-FIRST-RECORD         VALUE 'N'.
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT BVAR-PARM-CARD FROM SYSIN.
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
           DISPLAY '===== DOGEBVAR BUDGET VS ACTUAL REPORT ====='.
           DISPLAY 'REPORT MONTH ............... ' REPORT-PERIOD.
           DISPLAY 'VARIANCE = BUDGET - ACTUAL, AMOUNTS IN DOGE'.
           OPEN INPUT BVARIN.
           IF EXTRACT-NOT-THERE
               DISPLAY 'DOGEBVAR - NO SORTED EXTRACT - RUN THE '
                       'EXTRACT AND SORT STEPS FIRST'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-NEXT-EXTRACT
               PERFORM UNTIL EXTRACT-EOF
                   PERFORM TAKE-IN-ONE-EXTRACT
                   PERFORM READ-NEXT-EXTRACT
               END-PERFORM
               IF PAST-FIRST-RECORD
                   PERFORM PRINT-LABEL-BREAK
                   PERFORM PRINT-ACCOUNT-BREAK
               END-IF
               CLOSE BVARIN
               PERFORM PRINT-GRAND-TOTALS
           END-IF.
           STOP RUN.
      *
       READ-NEXT-EXTRACT.
           READ BVARIN
               AT END SET EXTRACT-EOF TO TRUE
           END-READ.
      *
       TAKE-IN-ONE-EXTRACT.
      *    Two-level control break - a change of sub-account closes
      *    out the category and the sub-account in hand; a change of
      *    category alone closes out just the category.
           ADD 1 TO DETAIL-ROW-COUNT.
           IF ON-FIRST-RECORD
               SET PAST-FIRST-RECORD TO TRUE
               PERFORM OPEN-ACCOUNT-BREAK
               PERFORM OPEN-LABEL-BREAK
           ELSE
           IF BX-ACCT NOT EQUAL TO CURRENT-ACCT
               PERFORM PRINT-LABEL-BREAK
               PERFORM PRINT-ACCOUNT-BREAK
               PERFORM OPEN-ACCOUNT-BREAK
               PERFORM OPEN-LABEL-BREAK
           ELSE
           IF BX-LABEL NOT EQUAL TO CURRENT-LABEL
               PERFORM PRINT-LABEL-BREAK
               PERFORM OPEN-LABEL-BREAK
           END-IF
           END-IF
           END-IF.
      *    Every extract row is already inside the year-to-date span,
      *    so it always joins the YTD side; only the report month's
      *    own rows join the month side too.
           IF BX-BUDGET
               ADD 1 TO LINE-BUDGET-ROWS
               ADD BX-AMOUNT TO LINE-YTD-BUDGET
               IF BX-PERIOD EQUAL TO REPORT-PERIOD
                   ADD BX-AMOUNT TO LINE-MONTH-BUDGET
               END-IF
           ELSE
               ADD BX-AMOUNT TO LINE-YTD-ACTUAL
               IF BX-PERIOD EQUAL TO REPORT-PERIOD
                   ADD BX-AMOUNT TO LINE-MONTH-ACTUAL
               END-IF
           END-IF.
      *
       OPEN-ACCOUNT-BREAK.
           MOVE BX-ACCT TO CURRENT-ACCT.
           MOVE ZERO TO ACCT-MONTH-BUDGET.
           MOVE ZERO TO ACCT-MONTH-ACTUAL.
           MOVE ZERO TO ACCT-YTD-BUDGET.
           MOVE ZERO TO ACCT-YTD-ACTUAL.
           ADD 1 TO ACCOUNT-COUNT.
           DISPLAY ' '.
           DISPLAY 'SUB-ACCOUNT ................ ' CURRENT-ACCT.
      *
       OPEN-LABEL-BREAK.
           MOVE BX-LABEL TO CURRENT-LABEL.
           MOVE ZERO TO LINE-MONTH-BUDGET.
           MOVE ZERO TO LINE-MONTH-ACTUAL.
           MOVE ZERO TO LINE-YTD-BUDGET.
           MOVE ZERO TO LINE-YTD-ACTUAL.
           MOVE ZERO TO LINE-BUDGET-ROWS.
           ADD 1 TO LINE-COUNT.
      *
       PRINT-LABEL-BREAK.
      *    Over budget for the month or for the year so far is an
      *    overspend; so is spend on a category nobody budgeted.
           MOVE SPACES TO OVERSPENT-TAG.
           IF LINE-MONTH-ACTUAL > LINE-MONTH-BUDGET
              OR LINE-YTD-ACTUAL > LINE-YTD-BUDGET
               MOVE '*OVERSPENT*' TO OVERSPENT-TAG
               ADD 1 TO OVERSPENT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '  CATEGORY ................. ' CURRENT-LABEL
                   ' ' OVERSPENT-TAG.
           IF LINE-BUDGET-ROWS = ZERO
               ADD 1 TO UNBUDGETED-COUNT
               DISPLAY '    NO BUDGET ON FILE FOR THIS CATEGORY'
           END-IF.
           MOVE LINE-MONTH-BUDGET TO DR-AMOUNT.
           DISPLAY '    MONTH BUDGET ........... ' DR-AMOUNT.
           MOVE LINE-MONTH-ACTUAL TO DR-AMOUNT.
           DISPLAY '    MONTH ACTUAL ........... ' DR-AMOUNT.
           COMPUTE VARIANCE-WORK =
                   LINE-MONTH-BUDGET - LINE-MONTH-ACTUAL.
           MOVE VARIANCE-WORK TO DR-AMOUNT.
           DISPLAY '    MONTH VARIANCE ......... ' DR-AMOUNT.
           MOVE LINE-YTD-BUDGET TO DR-AMOUNT.
           DISPLAY '    YTD BUDGET ............. ' DR-AMOUNT.
           MOVE LINE-YTD-ACTUAL TO DR-AMOUNT.
           DISPLAY '    YTD ACTUAL ............. ' DR-AMOUNT.
           COMPUTE VARIANCE-WORK = LINE-YTD-BUDGET - LINE-YTD-ACTUAL.
           MOVE VARIANCE-WORK TO DR-AMOUNT.
           DISPLAY '    YTD VARIANCE ........... ' DR-AMOUNT.
           ADD LINE-MONTH-BUDGET TO ACCT-MONTH-BUDGET.
           ADD LINE-MONTH-ACTUAL TO ACCT-MONTH-ACTUAL.
           ADD LINE-YTD-BUDGET TO ACCT-YTD-BUDGET.
           ADD LINE-YTD-ACTUAL TO ACCT-YTD-ACTUAL.
      *
       PRINT-ACCOUNT-BREAK.
           MOVE SPACES TO OVERSPENT-TAG.
           IF ACCT-MONTH-ACTUAL > ACCT-MONTH-BUDGET
              OR ACCT-YTD-ACTUAL > ACCT-YTD-BUDGET
               MOVE '*OVERSPENT*' TO OVERSPENT-TAG
           END-IF.
           DISPLAY '  SUB-ACCOUNT ' CURRENT-ACCT ' TOTAL ....... '
                   OVERSPENT-TAG.
           MOVE ACCT-MONTH-BUDGET TO DR-AMOUNT.
           DISPLAY '    MONTH BUDGET ........... ' DR-AMOUNT.
           MOVE ACCT-MONTH-ACTUAL TO DR-AMOUNT.
           DISPLAY '    MONTH ACTUAL ........... ' DR-AMOUNT.
           COMPUTE VARIANCE-WORK =
                   ACCT-MONTH-BUDGET - ACCT-MONTH-ACTUAL.
           MOVE VARIANCE-WORK TO DR-AMOUNT.
           DISPLAY '    MONTH VARIANCE ......... ' DR-AMOUNT.
           MOVE ACCT-YTD-BUDGET TO DR-AMOUNT.
           DISPLAY '    YTD BUDGET ............. ' DR-AMOUNT.
           MOVE ACCT-YTD-ACTUAL TO DR-AMOUNT.
           DISPLAY '    YTD ACTUAL ............. ' DR-AMOUNT.
           COMPUTE VARIANCE-WORK = ACCT-YTD-BUDGET - ACCT-YTD-ACTUAL.
           MOVE VARIANCE-WORK TO DR-AMOUNT.
           DISPLAY '    YTD VARIANCE ........... ' DR-AMOUNT.
           ADD ACCT-MONTH-BUDGET TO GRAND-MONTH-BUDGET.
           ADD ACCT-MONTH-ACTUAL TO GRAND-MONTH-ACTUAL.
           ADD ACCT-YTD-BUDGET TO GRAND-YTD-BUDGET.
           ADD ACCT-YTD-ACTUAL TO GRAND-YTD-ACTUAL.
      *
       PRINT-GRAND-TOTALS.
           DISPLAY ' '.
           DISPLAY '===== ALL SUB-ACCOUNTS ====='.
           MOVE GRAND-MONTH-BUDGET TO DR-AMOUNT.
           DISPLAY 'MONTH BUDGET ............... ' DR-AMOUNT.
           MOVE GRAND-MONTH-ACTUAL TO DR-AMOUNT.
           DISPLAY 'MONTH ACTUAL ............... ' DR-AMOUNT.
           MOVE GRAND-YTD-BUDGET TO DR-AMOUNT.
           DISPLAY 'YTD BUDGET ................. ' DR-AMOUNT.
           MOVE GRAND-YTD-ACTUAL TO DR-AMOUNT.
           DISPLAY 'YTD ACTUAL ................. ' DR-AMOUNT.
           DISPLAY 'EXTRACT ROWS READ .......... ' DETAIL-ROW-COUNT.
           DISPLAY 'SUB-ACCOUNTS ............... ' ACCOUNT-COUNT.
           DISPLAY 'CATEGORY LINES ............. ' LINE-COUNT.
           DISPLAY 'LINES OVERSPENT ............ ' OVERSPENT-COUNT.
           DISPLAY 'LINES WITH NO BUDGET ....... ' UNBUDGETED-COUNT.
       END PROGRAM DOGEBVAR.
