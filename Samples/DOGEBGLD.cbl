      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEBGLD:
      *   Loads the DOGEBUDG spending-budget file from cards - one
      *   card per sub-account, TLABEL category and month. Re-running
      *   a load just REWRITEs the same keys, so a revised budget is
      *   one card and one run, same re-runnable shape DOGELMLD gives
      *   the send limits. Deleting a budget line is the D action
      *   card. The DOGEBVAR month-end report picks up whatever is
      *   on file when it runs.
      *
      * CARD LAYOUT (BUDGIN, columns 1-36):
      *   col  1     action - L load/replace, D delete
      *   cols 2-4   sub-account number
      *   cols 5-14  TLABEL category
      *   cols 15-20 budget month (YYYYMM)
      *   cols 21-36 budget amount, 9(8)V9(8), decimal implied
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEBGLD.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGIN ASSIGN TO BUDGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DOGEBUDG ASSIGN TO DOGEBUDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGIN
           RECORDING MODE IS F.
       01  BUDGET-CARD.
           05  BC-ACTION          PIC X.
           05  BC-ACCT            PIC X(3).
           05  BC-LABEL           PIC X(10).
           05  BC-PERIOD          PIC X(6).
           05  FILLER REDEFINES BC-PERIOD.
               10  BC-YEAR        PIC 9(4).
               10  BC-MONTH       PIC 9(2).
           05  BC-AMOUNT          PIC 9(8)V9(8).
           05  FILLER             PIC X(44).
       FD  DOGEBUDG.
       COPY BUDGREC.
       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS         PIC XX VALUE '00'.
           88  CARD-OK                   VALUE '00'.
           88  CARD-EOF                  VALUE '10'.
       01  WS-BUDG-STATUS         PIC XX VALUE '00'.
           88  BUDG-OK                   VALUE '00'.
           88  BUDG-NOT-YET-LOADED       VALUE '35'.
       01  LOADED-COUNT           PIC 9(5) VALUE ZERO.
       01  DELETED-COUNT          PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT         PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       00000-MAIN.
           OPEN INPUT BUDGIN.
           PERFORM OPEN-BUDGET-FILE.
           PERFORM READ-NEXT-CARD.
           PERFORM UNTIL CARD-EOF
               PERFORM LOAD-ONE-BUDGET
               PERFORM READ-NEXT-CARD
           END-PERFORM.
           CLOSE BUDGIN.
           CLOSE DOGEBUDG.
           PERFORM PRINT-LOAD-REPORT.
           STOP RUN.
      *
       OPEN-BUDGET-FILE.
      *    First ever run finds no loaded DOGEBUDG cluster behind the
      *    DD yet - build it fresh, same choice DOGELMLD makes for
      *    DOGELIMS.
           OPEN I-O DOGEBUDG.
           IF BUDG-NOT-YET-LOADED
               OPEN OUTPUT DOGEBUDG
               CLOSE DOGEBUDG
               OPEN I-O DOGEBUDG
           END-IF.
      *
       READ-NEXT-CARD.
           READ BUDGIN
               AT END SET CARD-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-BUDGET.
           IF (BC-ACTION NOT EQUAL TO 'L'
               AND BC-ACTION NOT EQUAL TO 'D')
              OR BC-ACCT IS NOT NUMERIC
              OR BC-PERIOD IS NOT NUMERIC
               ADD 1 TO REJECTED-COUNT
               DISPLAY 'DOGEBGLD - BAD CARD ' BC-ACTION BC-ACCT
                       ' ' BC-LABEL ' ' BC-PERIOD
           ELSE
           IF BC-MONTH < 1 OR BC-MONTH > 12
               ADD 1 TO REJECTED-COUNT
               DISPLAY 'DOGEBGLD - BAD MONTH ON CARD FOR ' BC-ACCT
                       ' ' BC-LABEL ' ' BC-PERIOD
           ELSE
               MOVE BC-ACCT TO BG-ACCT
               MOVE BC-LABEL TO BG-LABEL
               MOVE BC-YEAR TO BG-YEAR
               MOVE BC-MONTH TO BG-MONTH
               IF BC-ACTION EQUAL TO 'D'
                   PERFORM DELETE-ONE-BUDGET
               ELSE
               IF BC-AMOUNT IS NOT NUMERIC
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGEBGLD - BAD AMOUNT ON CARD FOR '
                           BC-ACCT ' ' BC-LABEL ' ' BC-PERIOD
               ELSE
                   PERFORM WRITE-ONE-BUDGET
               END-IF
               END-IF
           END-IF
           END-IF.
      *
       WRITE-ONE-BUDGET.
           MOVE BC-AMOUNT TO BG-AMOUNT.
           WRITE BUDGET-ENTRY
               INVALID KEY
                   REWRITE BUDGET-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEBGLD - REWRITE FAILED '
                                   BG-KEY
                   END-REWRITE
           END-WRITE.
           ADD 1 TO LOADED-COUNT.
      *
       DELETE-ONE-BUDGET.
           DELETE DOGEBUDG RECORD
               INVALID KEY
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGEBGLD - NO BUDGET TO DELETE FOR '
                           BG-KEY
               NOT INVALID KEY
                   ADD 1 TO DELETED-COUNT
           END-DELETE.
      *
       PRINT-LOAD-REPORT.
           DISPLAY '===== DOGEBGLD BUDGET LOAD REPORT ====='.
           DISPLAY 'BUDGETS LOADED/REPLACED ..... ' LOADED-COUNT.
           DISPLAY 'BUDGETS DELETED ............. ' DELETED-COUNT.
           DISPLAY 'CARDS REJECTED .............. ' REJECTED-COUNT.
       END PROGRAM DOGEBGLD.
