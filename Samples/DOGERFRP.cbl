      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGERFRP:
      *   Refund register report. Every deposit DOGERFND has sent
      *   back is a row on DOGERFRG; this lists them in refund-key
      *   (time) order - the deposit it came off, the sub-account,
      *   amount, whole deposit or overpaid part, the reason code
      *   and note, the expectation it put right and how, who issued
      *   it, and where the REFUND row on DOGEVSAM stands now - then
      *   totals by reason. A refund that FAILED or was VOIDED and
      *   has not yet been given back to its deposit is flagged, and
      *   sets RC 4: the customer is still owed the coins and nobody
      *   has looked at the deposit since.
      *
      *   Run weekly, or on demand for the auditors (see
      *   DOGERFRP.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGERFRP.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGERFRG ASSIGN TO DOGERFRG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-RFRG-STATUS.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGERFRG.
       COPY RFNDREC.
       FD  DOGEVSAM.
       COPY TRANXREC.
       WORKING-STORAGE SECTION.
       01  WS-RFRG-STATUS            PIC XX VALUE '00'.
           88  RFRG-OK                      VALUE '00'.
           88  RFRG-EOF                     VALUE '10'.
           88  RFRG-NOT-THERE               VALUE '35'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
           88  VSAM-OK                      VALUE '00'.
       01  WS-TODAY                  PIC 9(8).
      * Where the REFUND row stands on DOGEVSAM right now.
       01  ROW-STATE                 PIC X(7).
       01  ROW-STATE-FLAG            PIC X VALUE 'N'.
           88  REFUND-STILL-OWED            VALUE 'Y'.
           88  REFUND-NOT-OWED              VALUE 'N'.
       01  KIND-TEXT                 PIC X(7).
       01  ACTION-TEXT               PIC X(11).
       01  REFUND-COUNT              PIC 9(5) VALUE ZERO.
       01  REFUND-TOTAL              PIC 9(9)V9(8) VALUE ZERO.
       01  HELD-COUNT                PIC 9(5) VALUE ZERO.
       01  OUTSTANDING-COUNT         PIC 9(5) VALUE ZERO.
       01  SETTLED-COUNT             PIC 9(5) VALUE ZERO.
       01  GIVEN-BACK-COUNT          PIC 9(5) VALUE ZERO.
       01  OWED-COUNT                PIC 9(5) VALUE ZERO.
       01  MISSING-ROW-COUNT         PIC 9(5) VALUE ZERO.
      * Totals by reason code, in the order RFNDREC lists them.
       01  REASON-TOTALS.
           05  REASON-TOTAL-ENTRY OCCURS 4 TIMES.
               10  RT-CODE           PIC X(4).
               10  RT-COUNT          PIC 9(5).
               10  RT-AMOUNT         PIC 9(9)V9(8).
       01  REASON-IDX                PIC 9 VALUE ZERO.
       01  DR-AMOUNT                 PIC Z(7)9.9(8).
       01  DR-TOTAL                  PIC Z(8)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'DUPL' TO RT-CODE(1).
           MOVE 'OVPD' TO RT-CODE(2).
           MOVE 'UNID' TO RT-CODE(3).
           MOVE 'CUST' TO RT-CODE(4).
           PERFORM VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX > 4
               MOVE ZERO TO RT-COUNT(REASON-IDX)
               MOVE ZERO TO RT-AMOUNT(REASON-IDX)
           END-PERFORM.
           DISPLAY '===== DOGERFRP DEPOSIT REFUND REGISTER ====='.
           DISPLAY 'RUN DATE .................... ' WS-TODAY.
           OPEN INPUT DOGERFRG.
           IF RFRG-NOT-THERE
               DISPLAY 'DOGERFRP - NO REFUND REGISTER - NOTHING '
                       'REFUNDED'
               STOP RUN
           END-IF.
           OPEN INPUT DOGEVSAM.
           DISPLAY ' '.
           DISPLAY '  REFUND KEY   DEPOSIT KEY  ACT        AMOUNT'
                   '     KIND    RSN  STATUS  ISSUED   BY'.
           PERFORM READ-NEXT-REFUND.
           PERFORM UNTIL RFRG-EOF
               PERFORM LIST-ONE-REFUND
               PERFORM READ-NEXT-REFUND
           END-PERFORM.
           CLOSE DOGERFRG.
           CLOSE DOGEVSAM.
           PERFORM PRINT-REFUND-SUMMARY.
           STOP RUN.
      *
       READ-NEXT-REFUND.
           READ DOGERFRG NEXT RECORD
               AT END SET RFRG-EOF TO TRUE
           END-READ.
      *
       LIST-ONE-REFUND.
           ADD 1 TO REFUND-COUNT.
           ADD RF-AMOUNT TO REFUND-TOTAL.
           PERFORM VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX > 4
               IF RT-CODE(REASON-IDX) EQUAL TO RF-REASON
                   ADD 1 TO RT-COUNT(REASON-IDX)
                   ADD RF-AMOUNT TO RT-AMOUNT(REASON-IDX)
               END-IF
           END-PERFORM.
           PERFORM FIND-REFUND-ROW-STATE.
           IF RF-FULL-DEPOSIT
               MOVE 'DEPOSIT' TO KIND-TEXT
           ELSE
               MOVE 'OVERPD' TO KIND-TEXT
           END-IF.
           IF RF-EXPR-REDUCED
               MOVE 'RCVD REDUCD' TO ACTION-TEXT
           ELSE
           IF RF-EXPR-DUP-CLEARED
               MOVE 'DUP CLEARED' TO ACTION-TEXT
           ELSE
               MOVE 'UNTOUCHED' TO ACTION-TEXT
           END-IF
           END-IF.
           MOVE RF-AMOUNT TO DR-AMOUNT.
           DISPLAY '  ' RF-KEY ' ' RF-DEPOSIT-KEY ' ' RF-ACCT ' '
                   DR-AMOUNT ' ' KIND-TEXT ' ' RF-REASON ' '
                   ROW-STATE ' ' RF-ISSUED-DATE ' ' RF-ISSUED-BY.
           DISPLAY '      TO ' RF-ADDRESS ' EXP ' RF-EXPR-REF ' '
                   ACTION-TEXT ' ' RF-REASON-TEXT.
           IF REFUND-STILL-OWED
               ADD 1 TO OWED-COUNT
               DISPLAY '      *** REFUND ' ROW-STATE ' - NOT YET '
                       'GIVEN BACK TO THE DEPOSIT ***'
           END-IF.
      *
       FIND-REFUND-ROW-STATE.
      *    PENDING, HELD or SETTLED straight off the row. A FAILED or
      *    VOIDED row DOGERFND has already given back reads as such;
      *    one it hasn't is the customer still owed.
           SET REFUND-NOT-OWED TO TRUE.
           MOVE RF-KEY TO TKEY.
           READ DOGEVSAM
               INVALID KEY
                   ADD 1 TO MISSING-ROW-COUNT
                   MOVE 'MISSING' TO ROW-STATE
               NOT INVALID KEY
                   MOVE TSTATUS TO ROW-STATE
                   IF TRAN-PENDING
                       ADD 1 TO OUTSTANDING-COUNT
                   ELSE
                   IF TRAN-HELD
                       ADD 1 TO HELD-COUNT
                   ELSE
                   IF TRAN-SETTLED
                       ADD 1 TO SETTLED-COUNT
                   ELSE
                   IF RF-GIVEN-BACK
                       ADD 1 TO GIVEN-BACK-COUNT
                       MOVE 'GVNBACK' TO ROW-STATE
                   ELSE
                       SET REFUND-STILL-OWED TO TRUE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.
      *
       PRINT-REFUND-SUMMARY.
           DISPLAY ' '.
           PERFORM VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX > 4
               MOVE RT-AMOUNT(REASON-IDX) TO DR-TOTAL
               DISPLAY 'REASON ' RT-CODE(REASON-IDX)
                       ' ................ ' RT-COUNT(REASON-IDX)
                       ' ' DR-TOTAL
           END-PERFORM.
           MOVE REFUND-TOTAL TO DR-TOTAL.
           DISPLAY 'REFUNDS ON THE REGISTER ..... ' REFUND-COUNT
                   ' ' DR-TOTAL.
           DISPLAY 'PENDING ON THE QUEUE ........ ' OUTSTANDING-COUNT.
           DISPLAY 'HELD FOR APPROVAL ........... ' HELD-COUNT.
           DISPLAY 'SETTLED ..................... ' SETTLED-COUNT.
           DISPLAY 'FAILED/VOIDED, GIVEN BACK ... ' GIVEN-BACK-COUNT.
           DISPLAY 'FAILED/VOIDED, STILL OWED ... ' OWED-COUNT.
           IF MISSING-ROW-COUNT > ZERO
               DISPLAY 'REFUND ROW NOT ON DOGEVSAM .. '
                       MISSING-ROW-COUNT
           END-IF.
           IF OWED-COUNT > ZERO OR MISSING-ROW-COUNT > ZERO
               DISPLAY '*** REFUNDS THAT NEVER WENT - RE-OPEN THE '
                       'DEPOSIT ON DOGERFND ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM DOGERFRP.
