      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGECASR:
      *   Monthly case disposition report. Reads DOGECASE and, for
      *   every case DOGESCAN opened against a business day in the
      *   month, counts where it stands now - still open, under
      *   review, cleared or reported - by rule, then lists each of
      *   the month's cases with its reviewer, close date and note.
      *   Cases from earlier months still not closed are counted on
      *   the same page, so a backlog does not hide behind a quiet
      *   month. Rerun a month at any time - it only reads.
      *
      * PARM CARD (SYSIN, columns 1-6):
      *   cols 1-6   report month (YYYYMM) - defaults to the month
      *              before the run date
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGECASR.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGECASE ASSIGN TO DOGECASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGECASE.
       COPY CASEREC.
       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS            PIC XX VALUE '00'.
           88  CASE-OK                      VALUE '00'.
           88  CASE-EOF                     VALUE '10'.
           88  CASE-NOT-THERE               VALUE '35'.
       01  WS-TODAY                  PIC 9(8).
       01  CASR-PARM-CARD.
           05  PARM-REPORT-PERIOD    PIC X(6).
           05  FILLER                PIC X(74).
       01  REPORT-PERIOD             PIC 9(6).
       01  FILLER REDEFINES REPORT-PERIOD.
           05  REPORT-YEAR           PIC 9(4).
           05  REPORT-MONTH          PIC 9(2).
       01  CASE-PERIOD               PIC 9(6).
      * One row of counts per scan rule, in the order DOGESCAN runs
      * them.
       01  RULE-NAME-VALUES          PIC X(16)
           VALUE 'STRCJUMPBRSTHOUR'.
       01  RULE-NAME-TABLE REDEFINES RULE-NAME-VALUES.
           05  RULE-NAME OCCURS 4 TIMES PIC X(4).
       01  RULE-COUNTS.
           05  RULE-COUNT-ENTRY OCCURS 4 TIMES.
               10  RC-OPENED         PIC 9(5).
               10  RC-STILL-OPEN     PIC 9(5).
               10  RC-UNDER-REVIEW   PIC 9(5).
               10  RC-CLEARED        PIC 9(5).
               10  RC-REPORTED       PIC 9(5).
       01  RULE-IDX                  PIC 9(3) VALUE ZERO.
       01  FOUND-RULE-IDX            PIC 9(3) VALUE ZERO.
       01  TOTAL-OPENED              PIC 9(5) VALUE ZERO.
       01  TOTAL-STILL-OPEN          PIC 9(5) VALUE ZERO.
       01  TOTAL-UNDER-REVIEW        PIC 9(5) VALUE ZERO.
       01  TOTAL-CLEARED             PIC 9(5) VALUE ZERO.
       01  TOTAL-REPORTED            PIC 9(5) VALUE ZERO.
       01  EARLIER-BACKLOG-COUNT     PIC 9(5) VALUE ZERO.
       01  UNKNOWN-RULE-COUNT        PIC 9(5) VALUE ZERO.
      * The month's cases, listed after the counts.
       01  MONTH-CASE-TABLE.
           05  MONTH-CASE-LINE OCCURS 1000 TIMES PIC X(100).
       01  MONTH-CASE-COUNT          PIC 9(5) VALUE ZERO.
       01  MONTH-CASE-OVERFLOW       PIC 9(5) VALUE ZERO.
       01  MC-IDX                    PIC 9(5) VALUE ZERO.
       01  COUNT-LINE.
           05  CL-RULE               PIC X(8).
           05  CL-OPENED             PIC ZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  CL-STILL-OPEN         PIC ZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  CL-UNDER-REVIEW       PIC ZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  CL-CLEARED            PIC ZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  CL-REPORTED           PIC ZZZZ9.
       01  CASE-LINE.
           05  CSL-KEY               PIC X(12).
           05  FILLER                PIC X VALUE SPACES.
           05  CSL-RULE              PIC X(4).
           05  FILLER                PIC X VALUE SPACES.
           05  CSL-STATUS            PIC X.
           05  FILLER                PIC X VALUE SPACES.
           05  CSL-SUBJECT           PIC X(20).
           05  FILLER                PIC X VALUE SPACES.
           05  CSL-REVIEWER          PIC X(8).
           05  FILLER                PIC X VALUE SPACES.
           05  CSL-CLOSED            PIC X(8).
           05  FILLER                PIC X VALUE SPACES.
           05  CSL-NOTE              PIC X(41).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT CASR-PARM-CARD FROM SYSIN.
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
           PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 4
               MOVE ZERO TO RC-OPENED(RULE-IDX)
               MOVE ZERO TO RC-STILL-OPEN(RULE-IDX)
               MOVE ZERO TO RC-UNDER-REVIEW(RULE-IDX)
               MOVE ZERO TO RC-CLEARED(RULE-IDX)
               MOVE ZERO TO RC-REPORTED(RULE-IDX)
           END-PERFORM.
           OPEN INPUT DOGECASE.
           IF CASE-NOT-THERE
               DISPLAY 'DOGECASR - NO CASE FILE YET - NOTHING TO '
                       'REPORT'
               STOP RUN
           END-IF.
      *    Everything up to the end of the month is read - the
      *    earlier months for their backlog, the month for its
      *    dispositions.
           PERFORM READ-NEXT-CASE.
           PERFORM UNTIL CASE-EOF
               MOVE CS-BUSINESS-DATE(1:6) TO CASE-PERIOD
               IF CASE-PERIOD > REPORT-PERIOD
                   SET CASE-EOF TO TRUE
               ELSE
                   IF CASE-PERIOD EQUAL TO REPORT-PERIOD
                       PERFORM COUNT-MONTH-CASE
                   ELSE
                   IF CS-STILL-OPEN
                       ADD 1 TO EARLIER-BACKLOG-COUNT
                   END-IF
                   END-IF
                   PERFORM READ-NEXT-CASE
               END-IF
           END-PERFORM.
           CLOSE DOGECASE.
           PERFORM PRINT-DISPOSITION-REPORT.
           STOP RUN.
      *
       READ-NEXT-CASE.
           READ DOGECASE NEXT RECORD
               AT END SET CASE-EOF TO TRUE
           END-READ.
           IF NOT CASE-OK AND NOT CASE-EOF
               SET CASE-EOF TO TRUE.
      *
       COUNT-MONTH-CASE.
           MOVE ZERO TO FOUND-RULE-IDX.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > 4 OR FOUND-RULE-IDX > ZERO
               IF RULE-NAME(RULE-IDX) EQUAL TO CS-RULE
                   MOVE RULE-IDX TO FOUND-RULE-IDX
               END-IF
           END-PERFORM.
           IF FOUND-RULE-IDX = ZERO
               ADD 1 TO UNKNOWN-RULE-COUNT
           ELSE
               MOVE FOUND-RULE-IDX TO RULE-IDX
               ADD 1 TO RC-OPENED(RULE-IDX)
               ADD 1 TO TOTAL-OPENED
               IF CS-OPEN
                   ADD 1 TO RC-STILL-OPEN(RULE-IDX)
                   ADD 1 TO TOTAL-STILL-OPEN
               ELSE
               IF CS-UNDER-REVIEW
                   ADD 1 TO RC-UNDER-REVIEW(RULE-IDX)
                   ADD 1 TO TOTAL-UNDER-REVIEW
               ELSE
               IF CS-CLEARED
                   ADD 1 TO RC-CLEARED(RULE-IDX)
                   ADD 1 TO TOTAL-CLEARED
               ELSE
               IF CS-REPORTED
                   ADD 1 TO RC-REPORTED(RULE-IDX)
                   ADD 1 TO TOTAL-REPORTED
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF MONTH-CASE-COUNT < 1000
               ADD 1 TO MONTH-CASE-COUNT
               MOVE CS-KEY TO CSL-KEY
               MOVE CS-RULE TO CSL-RULE
               MOVE CS-STATUS TO CSL-STATUS
               MOVE CS-SUBJECT TO CSL-SUBJECT
               MOVE CS-REVIEWER TO CSL-REVIEWER
               MOVE CS-CLOSED-DATE TO CSL-CLOSED
               MOVE CS-NOTE TO CSL-NOTE
               MOVE CASE-LINE TO MONTH-CASE-LINE(MONTH-CASE-COUNT)
           ELSE
               ADD 1 TO MONTH-CASE-OVERFLOW
           END-IF.
      *
       PRINT-DISPOSITION-REPORT.
           DISPLAY '===== DOGECASR CASE DISPOSITION REPORT ====='.
           DISPLAY 'MONTH ....................... ' REPORT-PERIOD.
           DISPLAY ' '.
           DISPLAY 'RULE    OPENED     OPEN   REVIEW  CLEARED '
                   'REPORTED'.
           PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 4
               MOVE RULE-NAME(RULE-IDX) TO CL-RULE
               MOVE RC-OPENED(RULE-IDX) TO CL-OPENED
               MOVE RC-STILL-OPEN(RULE-IDX) TO CL-STILL-OPEN
               MOVE RC-UNDER-REVIEW(RULE-IDX) TO CL-UNDER-REVIEW
               MOVE RC-CLEARED(RULE-IDX) TO CL-CLEARED
               MOVE RC-REPORTED(RULE-IDX) TO CL-REPORTED
               DISPLAY COUNT-LINE
           END-PERFORM.
           MOVE 'TOTAL' TO CL-RULE.
           MOVE TOTAL-OPENED TO CL-OPENED.
           MOVE TOTAL-STILL-OPEN TO CL-STILL-OPEN.
           MOVE TOTAL-UNDER-REVIEW TO CL-UNDER-REVIEW.
           MOVE TOTAL-CLEARED TO CL-CLEARED.
           MOVE TOTAL-REPORTED TO CL-REPORTED.
           DISPLAY COUNT-LINE.
           IF UNKNOWN-RULE-COUNT > ZERO
               DISPLAY 'CASES UNDER AN UNKNOWN RULE . '
                       UNKNOWN-RULE-COUNT
           END-IF.
           DISPLAY ' '.
           DISPLAY 'EARLIER CASES STILL NOT CLOSED '
                   EARLIER-BACKLOG-COUNT.
           IF MONTH-CASE-COUNT > ZERO
               DISPLAY ' '
               DISPLAY 'CASE         RULE S SUBJECT              '
                       'REVIEWER CLOSED   NOTE'
               PERFORM VARYING MC-IDX FROM 1 BY 1
                       UNTIL MC-IDX > MONTH-CASE-COUNT
                   DISPLAY MONTH-CASE-LINE(MC-IDX)
               END-PERFORM
           END-IF.
           IF MONTH-CASE-OVERFLOW > ZERO
               DISPLAY MONTH-CASE-OVERFLOW
                       ' MORE CASES NOT LISTED - COUNTED ABOVE'
           END-IF.
       END PROGRAM DOGECASR.
