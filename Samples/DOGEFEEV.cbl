      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEFEEV:
      *   Daily network-fee estimate-vs-actual report. Every send
      *   DOGESEND, DOGEBLKP, DOGEPPRO or DOGESORN writes leaves a
      *   DOGEFEST row carrying the fee estimate its balance check
      *   charged; DOGECONF fills in the fee the chain actually took
      *   when the confirmation comes back and rolls that fee into
      *   the estimate window. This report walks DOGEFEST and, for
      *   every send whose fee was banked on the report date, totals
      *   the estimated and actual fees by source program and
      *   overall, with the net variance (estimate less actual, so a
      *   negative figure means we under-charged the balance check).
      *   Each send the estimate fell short on is listed with its
      *   shortfall, the largest called out at the end - a short
      *   estimate is the case that can still drive a sub-account
      *   negative, and the one DOGECONF's margin is there to cover.
      *   The current window estimate, the sends still awaiting
      *   their fee, and the confirmations that reported no fee are
      *   shown too so the margin can be tuned.
      *
      * PARM CARD (SYSIN, columns 1-8):
      *   cols 1-8  report date (YYYYMMDD) - defaults to the run
      *             date
      *
      *   RC 4 means at least one send was under-estimated.
      *
      *   Run daily, after the day's DOGECONF confirmations (see
      *   DOGEFEEV.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEFEEV.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEFEST ASSIGN TO DOGEFEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEFEST.
       COPY FESTREC.
       WORKING-STORAGE SECTION.
       01  WS-FEST-STATUS            PIC XX VALUE '00'.
           88  FEST-OK                      VALUE '00'.
           88  FEST-EOF                     VALUE '10'.
           88  FEST-NOT-THERE               VALUE '35'.
       01  WS-TODAY                  PIC 9(8).
       01  FEEV-PARM-CARD.
           05  PARM-REPORT-DATE      PIC X(8).
           05  FILLER                PIC X(72).
       01  REPORT-DATE               PIC 9(8).
       01  WINDOW-FLAG               PIC X VALUE 'N'.
           88  WINDOW-ON-FILE               VALUE 'Y'.
           88  WINDOW-NOT-ON-FILE           VALUE 'N'.
       01  WINDOW-ESTIMATE           PIC 9(8)V9(8) VALUE ZERO.
       01  WINDOW-COUNT              PIC 9(3) VALUE ZERO.
       01  WINDOW-UPDATED            PIC 9(8) VALUE ZERO.
      * Per-source-program totals - four writers at most, same
      * small-OCCURS-by-linear-scan technique DOGERECN uses.
       01  SOURCE-BOOKS.
           05  SOURCE-ENTRY OCCURS 10 TIMES.
               10  SB-SOURCE         PIC X(8).
               10  SB-COUNT          PIC 9(7).
               10  SB-ESTIMATED      PIC S9(10)V9(8).
               10  SB-ACTUAL         PIC S9(10)V9(8).
       01  SOURCE-COUNT              PIC 9(3) VALUE ZERO.
       01  SB-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-SB-IDX              PIC 9(3) VALUE ZERO.
       01  SB-FOUND-FLAG             PIC X VALUE 'N'.
           88  SB-ENTRY-FOUND               VALUE 'Y'.
           88  SB-ENTRY-NOT-FOUND           VALUE 'N'.
       01  ROWS-SEEN                 PIC 9(9) VALUE ZERO.
       01  SETTLED-COUNT             PIC 9(7) VALUE ZERO.
       01  UNDER-COUNT               PIC 9(7) VALUE ZERO.
       01  OVER-COUNT                PIC 9(7) VALUE ZERO.
       01  EXACT-COUNT               PIC 9(7) VALUE ZERO.
       01  AWAITING-COUNT            PIC 9(7) VALUE ZERO.
       01  NOT-REPORTED-COUNT        PIC 9(7) VALUE ZERO.
       01  FAILED-COUNT              PIC 9(7) VALUE ZERO.
       01  TOTAL-ESTIMATED           PIC S9(10)V9(8) VALUE ZERO.
       01  TOTAL-ACTUAL              PIC S9(10)V9(8) VALUE ZERO.
       01  VARIANCE-WORK             PIC S9(10)V9(8).
       01  SHORTFALL-WORK            PIC S9(10)V9(8).
       01  LARGEST-SHORTFALL         PIC S9(10)V9(8) VALUE ZERO.
       01  LARGEST-SHORT-KEY         PIC X(12) VALUE SPACES.
       01  LARGEST-SHORT-ACCT        PIC 9(3) VALUE ZERO.
       01  AVERAGE-ACTUAL            PIC S9(8)V9(8).
       01  DR-AMOUNT                 PIC -(9)9.9(8).
       01  DR-AMOUNT-2               PIC -(9)9.9(8).
       01  DR-AMOUNT-3               PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT FEEV-PARM-CARD FROM SYSIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF PARM-REPORT-DATE IS NUMERIC
               MOVE PARM-REPORT-DATE TO REPORT-DATE
           ELSE
               MOVE WS-TODAY TO REPORT-DATE
           END-IF.
           DISPLAY '===== DOGEFEEV FEE ESTIMATE VS ACTUAL ====='.
           DISPLAY 'REPORT DATE ................ ' REPORT-DATE.
           DISPLAY 'VARIANCE = ESTIMATE - ACTUAL, AMOUNTS IN DOGE'.
           DISPLAY ' '.
           OPEN INPUT DOGEFEST.
           IF FEST-NOT-THERE
               DISPLAY 'DOGEFEEV - NO FEE ESTIMATE FILE - NOTHING '
                       'HAS BEEN SENT SINCE IT WAS INTRODUCED'
               STOP RUN
           END-IF.
           PERFORM READ-NEXT-ESTIMATE.
           PERFORM UNTIL FEST-EOF
               PERFORM TAKE-IN-ONE-ESTIMATE
               PERFORM READ-NEXT-ESTIMATE
           END-PERFORM.
           CLOSE DOGEFEST.
           PERFORM PRINT-FEE-VARIANCE-REPORT.
           STOP RUN.
      *
       READ-NEXT-ESTIMATE.
           READ DOGEFEST NEXT RECORD
               AT END SET FEST-EOF TO TRUE
           END-READ.
      *
       TAKE-IN-ONE-ESTIMATE.
      *    The window row sorts first (key all zeros) - note what it
      *    holds today; every other row is one send.
           ADD 1 TO ROWS-SEEN.
           IF FE-WINDOW-ROW
               SET WINDOW-ON-FILE TO TRUE
               MOVE FE-CURRENT-ESTIMATE TO WINDOW-ESTIMATE
               MOVE FE-WINDOW-COUNT TO WINDOW-COUNT
               MOVE FE-WINDOW-UPDATED TO WINDOW-UPDATED
           ELSE
           IF FE-AWAITING-FEE
               ADD 1 TO AWAITING-COUNT
           ELSE
           IF FE-SETTLE-DATE EQUAL TO REPORT-DATE
               IF FE-FEE-BANKED
                   PERFORM TAKE-IN-SETTLED-SEND
               ELSE
               IF FE-FEE-NOT-REPORTED
                   ADD 1 TO NOT-REPORTED-COUNT
               ELSE
               IF FE-SEND-FAILED
                   ADD 1 TO FAILED-COUNT
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
      *
       TAKE-IN-SETTLED-SEND.
           ADD 1 TO SETTLED-COUNT.
           ADD FE-ESTIMATED-FEE TO TOTAL-ESTIMATED.
           ADD FE-ACTUAL-FEE TO TOTAL-ACTUAL.
           PERFORM FIND-SOURCE-BOOK.
           IF FOUND-SB-IDX > 0
               ADD 1 TO SB-COUNT(FOUND-SB-IDX)
               ADD FE-ESTIMATED-FEE TO SB-ESTIMATED(FOUND-SB-IDX)
               ADD FE-ACTUAL-FEE TO SB-ACTUAL(FOUND-SB-IDX)
           END-IF.
           IF FE-ACTUAL-FEE > FE-ESTIMATED-FEE
               ADD 1 TO UNDER-COUNT
               COMPUTE SHORTFALL-WORK =
                       FE-ACTUAL-FEE - FE-ESTIMATED-FEE
               IF SHORTFALL-WORK > LARGEST-SHORTFALL
                   MOVE SHORTFALL-WORK TO LARGEST-SHORTFALL
                   MOVE FE-KEY TO LARGEST-SHORT-KEY
                   MOVE FE-ACCT TO LARGEST-SHORT-ACCT
               END-IF
               MOVE FE-ESTIMATED-FEE TO DR-AMOUNT
               MOVE FE-ACTUAL-FEE TO DR-AMOUNT-2
               MOVE SHORTFALL-WORK TO DR-AMOUNT-3
               DISPLAY 'UNDER ' FE-KEY ' ACCT ' FE-ACCT ' '
                       FE-SOURCE ' EST ' DR-AMOUNT
                       ' ACT ' DR-AMOUNT-2 ' SHORT ' DR-AMOUNT-3
           ELSE
           IF FE-ACTUAL-FEE < FE-ESTIMATED-FEE
               ADD 1 TO OVER-COUNT
           ELSE
               ADD 1 TO EXACT-COUNT
           END-IF
           END-IF.
      *
       FIND-SOURCE-BOOK.
           SET SB-ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO FOUND-SB-IDX.
           IF SOURCE-COUNT > 0
               PERFORM VARYING SB-IDX FROM 1 BY 1
                       UNTIL SB-IDX > SOURCE-COUNT
                   IF SB-ENTRY-NOT-FOUND
                      AND SB-SOURCE(SB-IDX) EQUAL TO FE-SOURCE
                       SET SB-ENTRY-FOUND TO TRUE
                       MOVE SB-IDX TO FOUND-SB-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF SB-ENTRY-NOT-FOUND AND SOURCE-COUNT < 10
               ADD 1 TO SOURCE-COUNT
               MOVE SOURCE-COUNT TO FOUND-SB-IDX
               MOVE FE-SOURCE TO SB-SOURCE(FOUND-SB-IDX)
               MOVE ZERO TO SB-COUNT(FOUND-SB-IDX)
               MOVE ZERO TO SB-ESTIMATED(FOUND-SB-IDX)
               MOVE ZERO TO SB-ACTUAL(FOUND-SB-IDX)
           END-IF.
      *
       PRINT-FEE-VARIANCE-REPORT.
           DISPLAY ' '.
           IF SETTLED-COUNT = ZERO
               DISPLAY 'NO SEND HAD ITS FEE BANKED ON THE REPORT DATE'
           ELSE
               PERFORM VARYING SB-IDX FROM 1 BY 1
                       UNTIL SB-IDX > SOURCE-COUNT
                   MOVE SB-ESTIMATED(SB-IDX) TO DR-AMOUNT
                   MOVE SB-ACTUAL(SB-IDX) TO DR-AMOUNT-2
                   COMPUTE VARIANCE-WORK =
                           SB-ESTIMATED(SB-IDX) - SB-ACTUAL(SB-IDX)
                   MOVE VARIANCE-WORK TO DR-AMOUNT-3
                   DISPLAY SB-SOURCE(SB-IDX) ' SENDS ' SB-COUNT(SB-IDX)
                           ' EST ' DR-AMOUNT ' ACT ' DR-AMOUNT-2
                           ' VAR ' DR-AMOUNT-3
               END-PERFORM
               DISPLAY ' '
               DISPLAY 'SENDS WITH FEE BANKED ...... ' SETTLED-COUNT
               MOVE TOTAL-ESTIMATED TO DR-AMOUNT
               DISPLAY 'TOTAL ESTIMATED FEES ....... ' DR-AMOUNT
               MOVE TOTAL-ACTUAL TO DR-AMOUNT
               DISPLAY 'TOTAL ACTUAL FEES .......... ' DR-AMOUNT
               COMPUTE VARIANCE-WORK = TOTAL-ESTIMATED - TOTAL-ACTUAL
               MOVE VARIANCE-WORK TO DR-AMOUNT
               DISPLAY 'NET VARIANCE ............... ' DR-AMOUNT
               COMPUTE AVERAGE-ACTUAL ROUNDED =
                       TOTAL-ACTUAL / SETTLED-COUNT
               MOVE AVERAGE-ACTUAL TO DR-AMOUNT
               DISPLAY 'AVERAGE ACTUAL FEE ......... ' DR-AMOUNT
               DISPLAY 'ESTIMATE OVER ACTUAL ....... ' OVER-COUNT
               DISPLAY 'ESTIMATE EXACT ............. ' EXACT-COUNT
               DISPLAY 'ESTIMATE UNDER ACTUAL ...... ' UNDER-COUNT
               IF UNDER-COUNT > ZERO
                   MOVE LARGEST-SHORTFALL TO DR-AMOUNT
                   DISPLAY 'LARGEST SHORTFALL .......... ' DR-AMOUNT
                           ' ' LARGEST-SHORT-KEY
                           ' ACCT ' LARGEST-SHORT-ACCT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY ' '.
           DISPLAY 'NO FEE REPORTED BY THE NODE  ' NOT-REPORTED-COUNT.
           DISPLAY 'SENDS FAILED ON THE CHAIN .. ' FAILED-COUNT.
           DISPLAY 'SENDS STILL AWAITING A FEE . ' AWAITING-COUNT.
           IF WINDOW-ON-FILE AND WINDOW-COUNT > ZERO
               MOVE WINDOW-ESTIMATE TO DR-AMOUNT
               DISPLAY 'CURRENT WINDOW ESTIMATE .... ' DR-AMOUNT
               DISPLAY 'FEES IN THE WINDOW ......... ' WINDOW-COUNT
               DISPLAY 'WINDOW LAST ROLLED ......... ' WINDOW-UPDATED
           ELSE
               DISPLAY 'NO FEE BANKED YET - SENDS ARE CHARGED THE '
                       'COMPILED DEFAULT ESTIMATE'
           END-IF.
       END PROGRAM DOGEFEEV.
