      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEHLDR:
      *   Holds register. Every ACTIVE freeze and legal hold on
      *   DOGEHOLD, in sub-account order - the case it is under, the
      *   reason, the amount and currency a hold locks, who asked
      *   for it and who confirmed it, the day it took effect and
      *   how many days it has been in force - then the changes
      *   still waiting on DOGEHLDP for a second administrator.
      *   Lifted rows are history and are not listed.
      *
      *   Each sub-account and currency's hold total row is checked
      *   against the ACTIVE holds under it as the file goes by; a
      *   total that disagrees is what every outbound path is
      *   taking off available balance, so it is flagged and sets
      *   RC 4 for someone to put right through DOGEHLDM.
      *
      *   Run weekly for legal, or on demand (see DOGEHLDR.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEHLDR.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEHOLD ASSIGN TO DOGEHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT DOGEHLDP ASSIGN TO DOGEHLDP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HP-KEY
               FILE STATUS IS WS-HLDP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEHOLD.
       COPY HOLDREC.
       FD  DOGEHLDP.
       COPY HLDPREC.
       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS            PIC XX VALUE '00'.
           88  HOLD-OK                      VALUE '00'.
           88  HOLD-EOF                     VALUE '10'.
           88  HOLD-NOT-THERE               VALUE '35'.
       01  WS-HLDP-STATUS            PIC XX VALUE '00'.
           88  HLDP-OK                      VALUE '00'.
           88  HLDP-EOF                     VALUE '10'.
           88  HLDP-NOT-THERE               VALUE '35'.
       01  WS-TODAY                  PIC 9(8).
      * The sub-account and currency whose holds are being summed,
      * with its total row's figure - spaces before the first.
       01  GROUP-KEY.
           05  GROUP-ACCT            PIC 9(3).
           05  GROUP-CURR            PIC X(4).
       01  GROUP-OPEN-FLAG           PIC X VALUE 'N'.
           88  GROUP-IS-OPEN                VALUE 'Y'.
           88  GROUP-IS-CLOSED              VALUE 'N'.
       01  GROUP-TOTAL-ROW           PIC 9(9)V9(8) VALUE ZERO.
       01  GROUP-ACTIVE-SUM          PIC 9(9)V9(8) VALUE ZERO.
       01  FREEZE-COUNT              PIC 9(5) VALUE ZERO.
       01  HOLD-COUNT                PIC 9(5) VALUE ZERO.
       01  LIFTED-COUNT              PIC 9(5) VALUE ZERO.
       01  PENDING-COUNT             PIC 9(5) VALUE ZERO.
       01  DRIFT-COUNT               PIC 9(5) VALUE ZERO.
       01  OLDEST-AGE                PIC 9(5) VALUE ZERO.
       01  KIND-TEXT                 PIC X(6).
       01  ACTION-TEXT               PIC X(12).
       01  DR-AMOUNT                 PIC Z(8)9.9(8).
       01  DR-AGE                    PIC Z(4)9.
      * Gregorian-date -> day-number conversion (days_from_civil),
      * same formula DOGEAGED uses.
       01  CONV-YEAR                 PIC 9(4).
       01  CONV-MONTH                PIC 9(2).
       01  CONV-DAY                  PIC 9(2).
       01  DATE-CONV-A               PIC S9(9).
       01  DATE-CONV-Y               PIC S9(9).
       01  DATE-CONV-M               PIC S9(9).
       01  DATE-CONV-JDN             PIC S9(9).
       01  DATE-CONV-DAYS            PIC S9(9).
       01  TODAY-DAY-NUM             PIC S9(9).
       01  DAYS-IN-FORCE             PIC S9(9).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-DAY-NUM.
           MOVE DATE-CONV-DAYS TO TODAY-DAY-NUM.
           DISPLAY '===== DOGEHLDR FREEZE AND HOLD REGISTER ====='.
           DISPLAY 'AS OF ....................... ' WS-TODAY.
           OPEN INPUT DOGEHOLD.
           IF HOLD-NOT-THERE
               DISPLAY 'DOGEHLDR - NO HOLD FILE - NOTHING HAS EVER '
                       'BEEN FROZEN OR HELD'
           ELSE
               DISPLAY ' '
               DISPLAY '  ACT KIND   CURR CASE         '
                       '            AMOUNT  PLACED    DAYS'
                       ' BY       CONFIRM  REASON'
               PERFORM READ-NEXT-HOLD
               PERFORM UNTIL HOLD-EOF
                   PERFORM REGISTER-ONE-ROW
                   PERFORM READ-NEXT-HOLD
               END-PERFORM
               PERFORM CLOSE-HOLD-GROUP
               CLOSE DOGEHOLD
           END-IF.
           PERFORM LIST-PENDING-CHANGES.
           PERFORM PRINT-REGISTER-SUMMARY.
           STOP RUN.
      *
       READ-NEXT-HOLD.
           READ DOGEHOLD NEXT RECORD
               AT END SET HOLD-EOF TO TRUE
           END-READ.
      *
       REGISTER-ONE-ROW.
      *    Key order puts a sub-account's freeze row first, then per
      *    currency the total row ahead of the holds it sums - so a
      *    new currency (or sub-account) closes the last group.
           IF NOT HL-WHOLE-ACCOUNT
               IF GROUP-IS-CLOSED
                  OR HL-ACCT NOT EQUAL TO GROUP-ACCT
                  OR HL-CURR NOT EQUAL TO GROUP-CURR
                   PERFORM CLOSE-HOLD-GROUP
                   MOVE HL-ACCT TO GROUP-ACCT
                   MOVE HL-CURR TO GROUP-CURR
                   SET GROUP-IS-OPEN TO TRUE
               END-IF
           END-IF.
           IF HL-HOLD-TOTAL
               MOVE HL-AMOUNT TO GROUP-TOTAL-ROW
           ELSE
           IF HL-LIFTED
               ADD 1 TO LIFTED-COUNT
           ELSE
           IF HL-ACTIVE
               PERFORM LIST-ACTIVE-ROW
           END-IF
           END-IF
           END-IF.
      *
       LIST-ACTIVE-ROW.
           IF HL-FREEZE
               ADD 1 TO FREEZE-COUNT
               MOVE 'FREEZE' TO KIND-TEXT
               MOVE ZERO TO DR-AMOUNT
           ELSE
               ADD 1 TO HOLD-COUNT
               ADD HL-AMOUNT TO GROUP-ACTIVE-SUM
               MOVE 'HOLD' TO KIND-TEXT
               MOVE HL-AMOUNT TO DR-AMOUNT
           END-IF.
           PERFORM AGE-ACTIVE-ROW.
           DISPLAY '  ' HL-ACCT ' ' KIND-TEXT ' ' HL-CURR ' '
                   HL-CASE-REF ' ' DR-AMOUNT ' ' HL-PLACED-DATE ' '
                   DR-AGE ' ' HL-PLACED-BY ' ' HL-PLACED-CONFIRM ' '
                   HL-REASON.
      *
       AGE-ACTIVE-ROW.
      *    Days since the second administrator confirmed it. A row
      *    without a good placed date ages as zero rather than abend
      *    the register.
           MOVE ZERO TO DAYS-IN-FORCE.
           IF HL-PLACED-DATE IS NUMERIC
               MOVE HL-PLACED-DATE(1:4) TO CONV-YEAR
               MOVE HL-PLACED-DATE(5:2) TO CONV-MONTH
               MOVE HL-PLACED-DATE(7:2) TO CONV-DAY
               PERFORM CONVERT-YMD-TO-DAY-NUM
               COMPUTE DAYS-IN-FORCE = TODAY-DAY-NUM - DATE-CONV-DAYS
               IF DAYS-IN-FORCE < ZERO
                   MOVE ZERO TO DAYS-IN-FORCE
               END-IF
           END-IF.
           MOVE DAYS-IN-FORCE TO DR-AGE.
           IF DAYS-IN-FORCE > OLDEST-AGE
               MOVE DAYS-IN-FORCE TO OLDEST-AGE
           END-IF.
      *
       CLOSE-HOLD-GROUP.
      *    The total row every available-balance check reads has to
      *    be the sum of the ACTIVE holds under it.
           IF GROUP-IS-OPEN
               IF GROUP-TOTAL-ROW NOT EQUAL TO GROUP-ACTIVE-SUM
                   ADD 1 TO DRIFT-COUNT
                   MOVE GROUP-TOTAL-ROW TO DR-AMOUNT
                   DISPLAY '  *** ' GROUP-ACCT ' ' GROUP-CURR
                           ' HOLD TOTAL ROW ' DR-AMOUNT
                   MOVE GROUP-ACTIVE-SUM TO DR-AMOUNT
                   DISPLAY '      DISAGREES WITH ACTIVE HOLDS '
                           DR-AMOUNT ' ***'
               END-IF
           END-IF.
           SET GROUP-IS-CLOSED TO TRUE.
           MOVE ZERO TO GROUP-TOTAL-ROW.
           MOVE ZERO TO GROUP-ACTIVE-SUM.
      *
       LIST-PENDING-CHANGES.
      *    Staged but not yet confirmed - nothing on DOGEHOLD has
      *    changed for these, so legal can chase the second signature.
           OPEN INPUT DOGEHLDP.
           IF HLDP-NOT-THERE
               DISPLAY ' '
               DISPLAY 'DOGEHLDR - NO PENDING-CHANGE FILE'
           ELSE
               DISPLAY ' '
               DISPLAY '  AWAITING A SECOND ADMINISTRATOR:'
               PERFORM READ-NEXT-PENDING
               PERFORM UNTIL HLDP-EOF
                   PERFORM LIST-ONE-PENDING
                   PERFORM READ-NEXT-PENDING
               END-PERFORM
               CLOSE DOGEHLDP
           END-IF.
      *
       READ-NEXT-PENDING.
           READ DOGEHLDP NEXT RECORD
               AT END SET HLDP-EOF TO TRUE
           END-READ.
      *
       LIST-ONE-PENDING.
           ADD 1 TO PENDING-COUNT.
           IF HP-PLACE-FREEZE
               MOVE 'FREEZE' TO ACTION-TEXT
           ELSE
           IF HP-LIFT-FREEZE
               MOVE 'LIFT FREEZE' TO ACTION-TEXT
           ELSE
           IF HP-PLACE-HOLD
               MOVE 'HOLD' TO ACTION-TEXT
           ELSE
               MOVE 'LIFT HOLD' TO ACTION-TEXT
           END-IF
           END-IF
           END-IF.
           MOVE HP-AMOUNT TO DR-AMOUNT.
           DISPLAY '  ' HP-ACCT ' ' ACTION-TEXT ' ' HP-CURR ' '
                   HP-CASE-REF ' ' DR-AMOUNT ' ' HP-REQUEST-DATE ' '
                   HP-REQUESTED-BY.
      *
       PRINT-REGISTER-SUMMARY.
           DISPLAY ' '.
           DISPLAY 'ACTIVE FREEZES .............. ' FREEZE-COUNT.
           DISPLAY 'ACTIVE LEGAL HOLDS .......... ' HOLD-COUNT.
           DISPLAY 'OLDEST IN FORCE (DAYS) ...... ' OLDEST-AGE.
           DISPLAY 'LIFTED, ON FILE ............. ' LIFTED-COUNT.
           DISPLAY 'AWAITING CONFIRMATION ....... ' PENDING-COUNT.
           IF DRIFT-COUNT > ZERO
               DISPLAY 'HOLD TOTALS OUT OF STEP ..... ' DRIFT-COUNT
               DISPLAY '*** AVAILABLE BALANCES ARE BEING CUT BY THE '
                       'WRONG AMOUNT - SEE ABOVE ***'
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
       END PROGRAM DOGEHLDR.
