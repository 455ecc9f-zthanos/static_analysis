      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEKYCR:
      *   Weekly counterparty due-diligence review report. DOGESEND,
      *   DOGEPPRO and DOGESORN refuse a send to any address linked
      *   to a counterparty whose review has expired, so compliance
      *   needs to see the lapses coming rather than hear about them
      *   from a refused payment. Walks the DOGECPTY master and
      *   lists every active counterparty whose review expires in
      *   the next 30 days, with the days left, its review date and
      *   risk rating. Two more sections follow: reviews already
      *   expired (sends to them are being refused right now) and
      *   counterparties with no review recorded at all, which
      *   nothing enforces until compliance keys one on DOGECPTM.
      *   RC 4 when anything has already expired.
      *
      *   Run weekly (see DOGEKYCR.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEKYCR.
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
       DATA DIVISION.
       FILE SECTION.
       FD  DOGECPTY.
       COPY CPTYREC.
       WORKING-STORAGE SECTION.
       01  WS-CPTY-STATUS            PIC XX VALUE '00'.
           88  CPTY-OK                      VALUE '00'.
           88  CPTY-EOF                     VALUE '10'.
           88  CPTY-NOT-THERE               VALUE '35'.
       01  WS-TODAY                  PIC 9(8).
      * How far ahead the coming-due section looks.
       01  REVIEW-HORIZON-DAYS       PIC 9(3) VALUE 30.
      * Which section the current pass over the master prints.
       01  REPORT-SECTION            PIC X VALUE 'D'.
           88  SECTION-COMING-DUE           VALUE 'D'.
           88  SECTION-EXPIRED              VALUE 'E'.
           88  SECTION-NO-REVIEW            VALUE 'N'.
      * Gregorian-date -> day-number conversion (days_from_civil),
      * same formula DOGEEOD uses.
       01  CONV-YEAR                 PIC 9(4).
       01  CONV-MONTH                PIC 9(2).
       01  CONV-DAY                  PIC 9(2).
       01  DATE-CONV-A               PIC S9(9).
       01  DATE-CONV-Y               PIC S9(9).
       01  DATE-CONV-M               PIC S9(9).
       01  DATE-CONV-JDN             PIC S9(9).
       01  DATE-CONV-DAYS            PIC S9(9).
       01  TODAY-DAY-NUM             PIC S9(9).
       01  DAYS-TO-EXPIRY            PIC S9(9).
       01  COMING-DUE-COUNT          PIC 9(5) VALUE ZERO.
       01  EXPIRED-COUNT             PIC 9(5) VALUE ZERO.
       01  NO-REVIEW-COUNT           PIC 9(5) VALUE ZERO.
       01  ACTIVE-COUNT              PIC 9(5) VALUE ZERO.
       01  DR-DAYS                   PIC -(4)9.
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-DAY-NUM.
           MOVE DATE-CONV-DAYS TO TODAY-DAY-NUM.
           DISPLAY '===== DOGEKYCR COUNTERPARTY REVIEW REPORT ====='.
           DISPLAY 'RUN DATE .................... ' WS-TODAY.
           DISPLAY 'LOOKING AHEAD (DAYS) ........ '
                   REVIEW-HORIZON-DAYS.
           OPEN INPUT DOGECPTY.
           IF CPTY-NOT-THERE
               DISPLAY 'DOGEKYCR - NO COUNTERPARTY MASTER - NOTHING '
                       'TO REVIEW'
               STOP RUN
           END-IF.
           CLOSE DOGECPTY.
           DISPLAY ' '.
           DISPLAY 'REVIEWS EXPIRING IN THE NEXT '
                   REVIEW-HORIZON-DAYS ' DAYS:'.
           SET SECTION-COMING-DUE TO TRUE.
           PERFORM PASS-OVER-MASTER.
           DISPLAY ' '.
           DISPLAY 'REVIEWS ALREADY EXPIRED - SENDS BEING REFUSED:'.
           SET SECTION-EXPIRED TO TRUE.
           PERFORM PASS-OVER-MASTER.
           DISPLAY ' '.
           DISPLAY 'NO REVIEW ON FILE - NOTHING ENFORCED:'.
           SET SECTION-NO-REVIEW TO TRUE.
           PERFORM PASS-OVER-MASTER.
           PERFORM PRINT-REVIEW-SUMMARY.
           STOP RUN.
      *
       PASS-OVER-MASTER.
      *    One read of the master per section, so each section comes
      *    out in counterparty-id order without a sort. The file is
      *    small - this is cheaper than holding it all in storage.
           MOVE '00' TO WS-CPTY-STATUS.
           OPEN INPUT DOGECPTY.
           PERFORM READ-NEXT-COUNTERPARTY.
           PERFORM UNTIL CPTY-EOF
               IF CP-ACTIVE
                   PERFORM CLASSIFY-ONE-COUNTERPARTY
               END-IF
               PERFORM READ-NEXT-COUNTERPARTY
           END-PERFORM.
           CLOSE DOGECPTY.
      *
       READ-NEXT-COUNTERPARTY.
           READ DOGECPTY NEXT RECORD
               AT END SET CPTY-EOF TO TRUE
           END-READ.
      *
       CLASSIFY-ONE-COUNTERPARTY.
           IF SECTION-COMING-DUE
               ADD 1 TO ACTIVE-COUNT
           END-IF.
           IF CP-REVIEW-EXPIRY IS NOT NUMERIC
               IF SECTION-NO-REVIEW
                   ADD 1 TO NO-REVIEW-COUNT
                   DISPLAY '  ' CP-ID ' ' CP-NAME
                           ' RISK ' CP-RISK-RATING
               END-IF
           ELSE
               MOVE CP-REVIEW-EXPIRY(1:4) TO CONV-YEAR
               MOVE CP-REVIEW-EXPIRY(5:2) TO CONV-MONTH
               MOVE CP-REVIEW-EXPIRY(7:2) TO CONV-DAY
               PERFORM CONVERT-YMD-TO-DAY-NUM
               COMPUTE DAYS-TO-EXPIRY =
                       DATE-CONV-DAYS - TODAY-DAY-NUM
               MOVE DAYS-TO-EXPIRY TO DR-DAYS
               IF DAYS-TO-EXPIRY < ZERO
                   IF SECTION-EXPIRED
                       ADD 1 TO EXPIRED-COUNT
                       DISPLAY '  ' CP-ID ' ' CP-NAME
                               ' EXPIRED ' CP-REVIEW-EXPIRY
                               ' RISK ' CP-RISK-RATING
                   END-IF
               ELSE
               IF DAYS-TO-EXPIRY NOT GREATER THAN REVIEW-HORIZON-DAYS
                   IF SECTION-COMING-DUE
                       ADD 1 TO COMING-DUE-COUNT
                       DISPLAY '  ' CP-ID ' ' CP-NAME
                               ' EXPIRES ' CP-REVIEW-EXPIRY
                               ' IN ' DR-DAYS ' DAYS'
                               ' REVIEWED ' CP-REVIEW-DATE
                               ' RISK ' CP-RISK-RATING
                   END-IF
               END-IF
               END-IF
           END-IF.
      *
       PRINT-REVIEW-SUMMARY.
           DISPLAY ' '.
           DISPLAY 'ACTIVE COUNTERPARTIES ....... ' ACTIVE-COUNT.
           DISPLAY 'EXPIRING IN THE HORIZON ..... ' COMING-DUE-COUNT.
           DISPLAY 'ALREADY EXPIRED ............. ' EXPIRED-COUNT.
           DISPLAY 'NO REVIEW ON FILE ........... ' NO-REVIEW-COUNT.
           IF EXPIRED-COUNT > ZERO
               DISPLAY '*** EXPIRED REVIEWS - SENDS TO THESE '
                       'COUNTERPARTIES ARE BEING REFUSED ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
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
       END PROGRAM DOGEKYCR.
