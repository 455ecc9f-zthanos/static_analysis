      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGECHLD:
      *   Loads the DOGECHGS internal chargeback schedule from cards
      *   - one card per billed sub-account. Re-running a load just
      *   REWRITEs the same keys, so a changed rate is one card and
      *   one run, same re-runnable shape as DOGEFBLD's band load.
      *   The month-end DOGECHBK run bills whatever is on file when
      *   it runs; deleting a schedule is the D action card.
      *
      * CARD LAYOUT (CHGSIN, columns 1-41):
      *   col  1      action - L load/replace, D delete
      *   cols 2-4    sub-account number
      *   cols 5-20   per-send service charge, 9(8)V9(8)
      *   cols 21-36  monthly maintenance fee, 9(8)V9(8)
      *   col  37     recover network fees - Y yes, N no
      *   cols 38-40  revenue sub-account the charge is paid into
      *   col  41     status - A active, I inactive
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGECHLD.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGSIN ASSIGN TO CHGSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DOGECHGS ASSIGN TO DOGECHGS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-ACCT
               FILE STATUS IS WS-CHGS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGSIN
           RECORDING MODE IS F.
       01  SCHEDULE-CARD.
           05  SC-ACTION          PIC X.
           05  SC-ACCT            PIC 9(3).
           05  SC-SEND-CHARGE     PIC 9(8)V9(8).
           05  SC-MONTHLY-FEE     PIC 9(8)V9(8).
           05  SC-RECOVER-FLAG    PIC X.
           05  SC-REVENUE-ACCT    PIC 9(3).
           05  SC-STATUS          PIC X.
           05  FILLER             PIC X(39).
       FD  DOGECHGS.
       COPY CHRGREC.
       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS         PIC XX VALUE '00'.
           88  CARD-OK                   VALUE '00'.
           88  CARD-EOF                  VALUE '10'.
       01  WS-CHGS-STATUS         PIC XX VALUE '00'.
           88  CHGS-OK                   VALUE '00'.
           88  CHGS-NOT-YET-LOADED       VALUE '35'.
       01  LOADED-COUNT           PIC 9(5) VALUE ZERO.
       01  DELETED-COUNT          PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT         PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       00000-MAIN.
           OPEN INPUT CHGSIN.
           PERFORM OPEN-SCHEDULE-FILE.
           PERFORM READ-NEXT-CARD.
           PERFORM UNTIL CARD-EOF
               PERFORM LOAD-ONE-SCHEDULE
               PERFORM READ-NEXT-CARD
           END-PERFORM.
           CLOSE CHGSIN.
           CLOSE DOGECHGS.
           PERFORM PRINT-LOAD-REPORT.
           STOP RUN.
      *
       OPEN-SCHEDULE-FILE.
      *    First ever run finds no loaded DOGECHGS cluster behind the
      *    DD yet - build it fresh, same choice DOGEFBLD makes for
      *    DOGEFNDS.
           OPEN I-O DOGECHGS.
           IF CHGS-NOT-YET-LOADED
               OPEN OUTPUT DOGECHGS
               CLOSE DOGECHGS
               OPEN I-O DOGECHGS
           END-IF.
      *
       READ-NEXT-CARD.
           READ CHGSIN
               AT END SET CARD-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-SCHEDULE.
           IF (SC-ACTION NOT EQUAL TO 'L'
               AND SC-ACTION NOT EQUAL TO 'D')
              OR SC-ACCT IS NOT NUMERIC
               ADD 1 TO REJECTED-COUNT
               DISPLAY 'DOGECHLD - BAD CARD ' SC-ACTION ' ' SC-ACCT
           ELSE
               MOVE SC-ACCT TO CS-ACCT
               IF SC-ACTION EQUAL TO 'D'
                   PERFORM DELETE-ONE-SCHEDULE
               ELSE
               IF SC-SEND-CHARGE IS NOT NUMERIC
                  OR SC-MONTHLY-FEE IS NOT NUMERIC
                  OR SC-REVENUE-ACCT IS NOT NUMERIC
                  OR (SC-RECOVER-FLAG NOT EQUAL TO 'Y'
                      AND SC-RECOVER-FLAG NOT EQUAL TO 'N')
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGECHLD - BAD SCHEDULE ON CARD FOR '
                           SC-ACCT
               ELSE
      *        Billing the revenue account into itself would just be
      *        a pair of rows that net to nothing.
               IF SC-REVENUE-ACCT EQUAL TO SC-ACCT
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGECHLD - ACCOUNT IS ITS OWN REVENUE '
                           'ACCOUNT ' SC-ACCT
               ELSE
                   PERFORM WRITE-ONE-SCHEDULE
               END-IF
               END-IF
               END-IF
           END-IF.
      *
       WRITE-ONE-SCHEDULE.
           MOVE SC-SEND-CHARGE TO CS-SEND-CHARGE.
           MOVE SC-MONTHLY-FEE TO CS-MONTHLY-FEE.
           MOVE SC-RECOVER-FLAG TO CS-RECOVER-FLAG.
           MOVE SC-REVENUE-ACCT TO CS-REVENUE-ACCT.
           IF SC-STATUS EQUAL TO 'I'
               SET CS-SCHEDULE-INACTIVE TO TRUE
           ELSE
               SET CS-SCHEDULE-ACTIVE TO TRUE
           END-IF.
           WRITE CHARGE-SCHEDULE-ENTRY
               INVALID KEY
                   REWRITE CHARGE-SCHEDULE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGECHLD - REWRITE FAILED '
                                   CS-ACCT
                   END-REWRITE
           END-WRITE.
           ADD 1 TO LOADED-COUNT.
      *
       DELETE-ONE-SCHEDULE.
           DELETE DOGECHGS RECORD
               INVALID KEY
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGECHLD - NO SCHEDULE TO DELETE FOR '
                           CS-ACCT
               NOT INVALID KEY
                   ADD 1 TO DELETED-COUNT
           END-DELETE.
      *
       PRINT-LOAD-REPORT.
           DISPLAY '===== DOGECHLD CHARGEBACK SCHEDULE LOAD ====='.
           DISPLAY 'SCHEDULES LOADED/REPLACED ... ' LOADED-COUNT.
           DISPLAY 'SCHEDULES DELETED ........... ' DELETED-COUNT.
           DISPLAY 'CARDS REJECTED .............. ' REJECTED-COUNT.
       END PROGRAM DOGECHLD.
