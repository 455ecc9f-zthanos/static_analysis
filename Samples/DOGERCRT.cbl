      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGERCRT:
      *   Operator access recertification. DOGEOPRM decides who may
      *   send, approve and administer, but nothing ever asked again
      *   whether someone who changed jobs still should. Once a
      *   quarter this job opens a recertification cycle on DOGEOPRC
      *   with a row for every DOGEOPRS operator; an administrator
      *   other than the operator then confirms or revokes each one
      *   on the DOGERCRM screen before the cycle's deadline.
      *
      *   OPEN    starts the quarter's cycle (id YYYYQn) - refused
      *           while the last cycle is still open.
      *   CLOSE   run nightly until the cycle is closed. Before the
      *           deadline it only reports who is still waiting
      *           (the cycle closes early once nobody is). From the
      *           deadline on it closes the cycle: every operator
      *           still waiting is suspended - the suspend is staged
      *           on DOGEOPRP just as an administrator's S on
      *           DOGEOPRM stages one, requested by DOGERCRT, and
      *           applied to DOGEOPRS at once, since an uncertified
      *           operator must not keep access past the deadline.
      *           The staged change stays for a second administrator
      *           to confirm on DOGEOPRM, which is the other half of
      *           the dual control. Every operator is also checked
      *           for DOGEAUDT activity in the period (the three
      *           months before the cycle opened, to the close) and
      *           flagged dormant if there was none. The completion
      *           report follows.
      *   REPORT  reprints a cycle's completion report - once an
      *           administrator has signed the cycle off on DOGERCRM
      *           (option F) it carries the sign-off.
      *
      *   Every open, close and deadline suspend is journaled onto
      *   DOGEAUDT under user DOGERCRT, the way DOGENPRL journals its
      *   releases. RC 4 on a close that suspended anyone or found
      *   anyone dormant; RC 8 when a cycle cannot be opened.
      *
      * PARM CARD (SYSIN):
      *   cols 1-6   OPEN, CLOSE or REPORT
      *   cols 8-15  OPEN - deadline YYYYMMDD, defaults to one month
      *              from the run date
      *   cols 8-13  REPORT - cycle id YYYYQn, defaults to the
      *              current cycle
      *
      *   Open quarterly (see DOGERCRO.jcl); close nightly until the
      *   cycle is closed (see DOGERCRT.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGERCRT.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEOPRS ASSIGN TO DOGEOPRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USERID
               FILE STATUS IS WS-OPRS-STATUS.
           SELECT DOGEOPRP ASSIGN TO DOGEOPRP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPP-USERID
               FILE STATUS IS WS-OPRP-STATUS.
           SELECT DOGEOPRC ASSIGN TO DOGEOPRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-OPRC-STATUS.
           SELECT DOGEAUDT ASSIGN TO DOGEAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDT-KEY
               FILE STATUS IS WS-AUDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEOPRS.
       COPY OPRAUTH.
       FD  DOGEOPRP.
       COPY OPRPEND.
       FD  DOGEOPRC.
       COPY OPRCERT.
       FD  DOGEAUDT.
       COPY AUDTREC.
       WORKING-STORAGE SECTION.
       01  WS-OPRS-STATUS            PIC XX VALUE '00'.
           88  OPRS-OK                      VALUE '00'.
           88  OPRS-EOF                     VALUE '10'.
           88  OPRS-NOT-THERE               VALUE '35'.
       01  WS-OPRP-STATUS            PIC XX VALUE '00'.
           88  OPRP-NOT-YET-LOADED          VALUE '35'.
       01  WS-OPRC-STATUS            PIC XX VALUE '00'.
           88  OPRC-OK                      VALUE '00'.
           88  OPRC-EOF                     VALUE '10'.
           88  OPRC-NOT-YET-LOADED          VALUE '35'.
       01  WS-AUDT-STATUS            PIC XX VALUE '00'.
           88  AUDT-OK                      VALUE '00'.
           88  AUDT-EOF                     VALUE '10'.
           88  AUDT-NOT-YET-LOADED          VALUE '35'.
       01  RECERT-PARM-CARD.
           05  PARM-MODE             PIC X(6).
               88  PARM-OPEN-CYCLE          VALUE 'OPEN  '.
               88  PARM-CLOSE-CYCLE         VALUE 'CLOSE '.
               88  PARM-REPORT-CYCLE        VALUE 'REPORT'.
           05  FILLER                PIC X.
           05  PARM-VALUE            PIC X(8).
           05  FILLER                PIC X(65).
       01  WS-TODAY                  PIC 9(8).
       01  FILLER REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR         PIC 9(4).
           05  WS-TODAY-MONTH        PIC 9(2).
           05  WS-TODAY-DAY          PIC 9(2).
       01  WS-TIME-OF-DAY            PIC 9(8).
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HH             PIC 9(2).
           05  WS-TOD-MM             PIC 9(2).
           05  WS-TOD-SS             PIC 9(2).
           05  WS-TOD-CC             PIC 9(2).
      * The pointer row's key, and the job's own name wherever a
      * userid goes.
       01  POINTER-CYCLE             PIC X(6) VALUE '000000'.
       01  RECERT-JOB-NAME           PIC X(8) VALUE 'DOGERCRT'.
       01  CYCLE-ID.
           05  CYCLE-YEAR            PIC 9(4).
           05  FILLER                PIC X VALUE 'Q'.
           05  CYCLE-QUARTER         PIC 9.
       01  WORK-CYCLE                PIC X(6).
       01  CYCLE-DEADLINE            PIC X(8).
       01  CYCLE-PERIOD-FROM         PIC X(8).
       01  CYCLE-OPENED-DATE         PIC X(8).
       01  CYCLE-FOUND-FLAG          PIC X VALUE 'N'.
           88  CYCLE-FOUND                  VALUE 'Y'.
           88  CYCLE-NOT-FOUND              VALUE 'N'.
      * Whole-month date arithmetic for the deadline and the period.
      * The day is held to the 28th so every month has it.
       01  CALC-YMD                  PIC 9(8).
       01  FILLER REDEFINES CALC-YMD.
           05  CALC-YEAR             PIC 9(4).
           05  CALC-MONTH            PIC 9(2).
           05  CALC-DAY              PIC 9(2).
       01  CALC-MONTHS               PIC S9(3).
       01  CALC-TOTAL-MONTHS         PIC S9(7).
      * DOGEAUDT keys its date MM/DD/YYYY - turned round to compare.
       01  ACTIVITY-YMD.
           05  ACT-YEAR              PIC X(4).
           05  ACT-MONTH             PIC X(2).
           05  ACT-DAY               PIC X(2).
      * One slot per operator in the cycle, with the last activity
      * the DOGEAUDT pass finds.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 500 TIMES.
               10  OT-USERID         PIC X(8).
               10  OT-LAST-ACTIVITY  PIC X(8).
       01  OPERATOR-COUNT            PIC 9(3) VALUE ZERO.
       01  OT-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-OT-IDX              PIC 9(3) VALUE ZERO.
       01  OPERATOR-OVERFLOW-COUNT   PIC 9(5) VALUE ZERO.
       01  AUDIT-WRITE-FLAG          PIC X VALUE 'N'.
           88  AUDIT-WRITE-DONE             VALUE 'Y'.
           88  AUDIT-WRITE-PENDING          VALUE 'N'.
       01  AUDIT-TEXT-WORK           PIC X(38).
       01  AUDIT-REC-KEY-WORK        PIC X(10).
       01  OPERATORS-ENROLLED        PIC 9(5) VALUE ZERO.
       01  AWAITING-COUNT            PIC 9(5) VALUE ZERO.
       01  CONFIRMED-COUNT           PIC 9(5) VALUE ZERO.
       01  REVOKED-COUNT             PIC 9(5) VALUE ZERO.
       01  SUSPENDED-COUNT           PIC 9(5) VALUE ZERO.
       01  GONE-COUNT                PIC 9(5) VALUE ZERO.
       01  DORMANT-COUNT             PIC 9(5) VALUE ZERO.
       01  STAGE-FAILED-COUNT        PIC 9(5) VALUE ZERO.
       01  REPORT-LINE.
           05  RL-USERID             PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RL-OPEN-STATUS        PIC X.
           05  FILLER                PIC X VALUE SPACES.
           05  RL-OPEN-SEND          PIC X.
           05  RL-OPEN-APPROVE       PIC X.
           05  RL-OPEN-ADMIN         PIC X.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RL-DECISION           PIC X(10).
           05  FILLER                PIC X VALUE SPACES.
           05  RL-DECIDED-BY         PIC X(8).
           05  FILLER                PIC X VALUE SPACES.
           05  RL-DECIDED-DATE       PIC X(8).
           05  FILLER                PIC X VALUE SPACES.
           05  RL-LAST-ACTIVITY      PIC X(8).
           05  FILLER                PIC X VALUE SPACES.
           05  RL-DORMANT            PIC X(7).
           05  FILLER                PIC X VALUE SPACES.
           05  RL-STAGED             PIC X(6).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT RECERT-PARM-CARD FROM SYSIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           PERFORM OPEN-RECERT-FILE.
           IF PARM-OPEN-CYCLE
               PERFORM OPEN-NEW-CYCLE
           ELSE
           IF PARM-CLOSE-CYCLE
               PERFORM CLOSE-CURRENT-CYCLE
           ELSE
           IF PARM-REPORT-CYCLE
               PERFORM REPRINT-CYCLE-REPORT
           ELSE
               DISPLAY 'DOGERCRT - PARM MUST BE OPEN, CLOSE OR REPORT'
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.
           CLOSE DOGEOPRC.
           STOP RUN.
      *
       OPEN-RECERT-FILE.
      *    First ever run finds no loaded DOGEOPRC cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEOPRC.
           IF OPRC-NOT-YET-LOADED
               OPEN OUTPUT DOGEOPRC
               CLOSE DOGEOPRC
               OPEN I-O DOGEOPRC
           END-IF.
      *
       OPEN-AUDIT-FILE.
      *    No DOGEAUDT yet means DOGEJRNL has never loaded - build it
      *    fresh, the same choice DOGEJRNL itself makes.
           OPEN I-O DOGEAUDT.
           IF AUDT-NOT-YET-LOADED
               OPEN OUTPUT DOGEAUDT
               CLOSE DOGEAUDT
               OPEN I-O DOGEAUDT
           END-IF.
      *
       READ-CURRENT-CYCLE.
      *    The pointer row names the current cycle; its cycle row is
      *    left in RECERT-ENTRY.
           SET CYCLE-NOT-FOUND TO TRUE.
           MOVE SPACES TO RECERT-ENTRY.
           MOVE POINTER-CYCLE TO RCT-CYCLE.
           READ DOGEOPRC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RCT-CURRENT-CYCLE TO WORK-CYCLE
                   PERFORM READ-CYCLE-ROW
           END-READ.
      *
       READ-CYCLE-ROW.
           SET CYCLE-NOT-FOUND TO TRUE.
           MOVE SPACES TO RECERT-ENTRY.
           MOVE WORK-CYCLE TO RCT-CYCLE.
           READ DOGEOPRC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CYCLE-FOUND TO TRUE
           END-READ.
      *
      *///////////////////////////////////////////////////////////////
      * OPEN - a new cycle for the quarter, every operator waiting.
      *///////////////////////////////////////////////////////////////
       OPEN-NEW-CYCLE.
           PERFORM READ-CURRENT-CYCLE.
           IF CYCLE-FOUND AND RCT-CYCLE-OPEN
               DISPLAY 'DOGERCRT - CYCLE ' RCT-CYCLE
                       ' IS STILL OPEN - CLOSE IT FIRST'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-TODAY-YEAR TO CYCLE-YEAR
               COMPUTE CYCLE-QUARTER = (WS-TODAY-MONTH + 2) / 3
               MOVE CYCLE-ID TO WORK-CYCLE
               PERFORM READ-CYCLE-ROW
               IF CYCLE-FOUND
                   DISPLAY 'DOGERCRT - CYCLE ' CYCLE-ID
                           ' HAS ALREADY BEEN RUN THIS QUARTER'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM START-CYCLE
               END-IF
           END-IF.
      *
       START-CYCLE.
           IF PARM-VALUE IS NUMERIC
              AND PARM-VALUE > WS-TODAY
               MOVE PARM-VALUE TO CYCLE-DEADLINE
           ELSE
               MOVE WS-TODAY TO CALC-YMD
               MOVE 1 TO CALC-MONTHS
               PERFORM ADD-CALC-MONTHS
               MOVE CALC-YMD TO CYCLE-DEADLINE
           END-IF.
           MOVE WS-TODAY TO CALC-YMD.
           MOVE -3 TO CALC-MONTHS.
           PERFORM ADD-CALC-MONTHS.
           MOVE CALC-YMD TO CYCLE-PERIOD-FROM.
           MOVE SPACES TO RECERT-ENTRY.
           MOVE CYCLE-ID TO RCT-CYCLE.
           SET RCT-CYCLE-OPEN TO TRUE.
           MOVE WS-TODAY TO RCT-OPENED-DATE.
           MOVE CYCLE-DEADLINE TO RCT-DEADLINE.
           MOVE CYCLE-PERIOD-FROM TO RCT-PERIOD-FROM.
           WRITE RECERT-ENTRY
               INVALID KEY
                   DISPLAY 'DOGERCRT - CYCLE ROW WRITE FAILED'
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
           IF RETURN-CODE < 8
               PERFORM ENROLL-OPERATORS
               PERFORM POINT-AT-CYCLE
               PERFORM OPEN-AUDIT-FILE
               MOVE 'Recertification cycle opened' TO AUDIT-TEXT-WORK
               MOVE CYCLE-ID TO AUDIT-REC-KEY-WORK
               PERFORM JOURNAL-RECERT-EVENT
               CLOSE DOGEAUDT
               DISPLAY '===== DOGERCRT RECERTIFICATION CYCLE OPENED '
                       '====='
               DISPLAY 'CYCLE ....................... ' CYCLE-ID
               DISPLAY 'OPENED ...................... ' WS-TODAY
               DISPLAY 'DEADLINE .................... ' CYCLE-DEADLINE
               DISPLAY 'ACTIVITY PERIOD FROM ........ '
                       CYCLE-PERIOD-FROM
               DISPLAY 'OPERATORS TO RECERTIFY ...... '
                       OPERATORS-ENROLLED
               DISPLAY 'CONFIRM OR REVOKE EACH ON DOGERCRM BEFORE THE '
                       'DEADLINE'
           END-IF.
      *
       ENROLL-OPERATORS.
           OPEN INPUT DOGEOPRS.
           IF OPRS-NOT-THERE
               DISPLAY 'DOGERCRT - NO OPERATOR FILE - NOBODY ENROLLED'
           ELSE
               PERFORM READ-NEXT-OPERATOR
               PERFORM UNTIL OPRS-EOF
                   MOVE SPACES TO RECERT-ENTRY
                   MOVE CYCLE-ID TO RCT-CYCLE
                   MOVE OPR-USERID TO RCT-USERID
                   MOVE OPR-STATUS TO RCT-OPEN-STATUS
                   MOVE OPR-ROLE-SEND TO RCT-OPEN-SEND
                   MOVE OPR-ROLE-APPROVE TO RCT-OPEN-APPROVE
                   MOVE OPR-ROLE-ADMIN TO RCT-OPEN-ADMIN
                   SET RCT-AWAITING TO TRUE
                   SET RCT-NOT-STAGED TO TRUE
                   WRITE RECERT-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGERCRT - OPERATOR ROW WRITE '
                                   'FAILED ' OPR-USERID
                       NOT INVALID KEY
                           ADD 1 TO OPERATORS-ENROLLED
                   END-WRITE
                   PERFORM READ-NEXT-OPERATOR
               END-PERFORM
               CLOSE DOGEOPRS
           END-IF.
      *
       READ-NEXT-OPERATOR.
           READ DOGEOPRS NEXT RECORD
               AT END SET OPRS-EOF TO TRUE
           END-READ.
           IF NOT OPRS-OK AND NOT OPRS-EOF
               SET OPRS-EOF TO TRUE.
      *
       POINT-AT-CYCLE.
           MOVE SPACES TO RECERT-ENTRY.
           MOVE POINTER-CYCLE TO RCT-CYCLE.
           MOVE CYCLE-ID TO RCT-CURRENT-CYCLE.
           WRITE RECERT-ENTRY
               INVALID KEY
                   REWRITE RECERT-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGERCRT - POINTER ROW WRITE '
                                   'FAILED'
                   END-REWRITE
           END-WRITE.
      *
      *///////////////////////////////////////////////////////////////
      * CLOSE - progress before the deadline, suspensions, dormancy
      * and the completion report from it on.
      *///////////////////////////////////////////////////////////////
       CLOSE-CURRENT-CYCLE.
           PERFORM READ-CURRENT-CYCLE.
           IF CYCLE-NOT-FOUND OR NOT RCT-CYCLE-OPEN
               DISPLAY 'DOGERCRT - NO OPEN RECERTIFICATION CYCLE'
           ELSE
               MOVE RCT-CYCLE TO WORK-CYCLE
               MOVE RCT-DEADLINE TO CYCLE-DEADLINE
               MOVE RCT-PERIOD-FROM TO CYCLE-PERIOD-FROM
               MOVE RCT-OPENED-DATE TO CYCLE-OPENED-DATE
               PERFORM COUNT-AWAITING
               IF AWAITING-COUNT > ZERO
                  AND WS-TODAY < CYCLE-DEADLINE
                   PERFORM PRINT-PROGRESS-REPORT
               ELSE
                   PERFORM LOAD-OPERATOR-TABLE
                   PERFORM FIND-LAST-ACTIVITY
                   PERFORM OPEN-AUDIT-FILE
                   PERFORM FINISH-OPERATOR-ROWS
                   PERFORM MARK-CYCLE-CLOSED
                   MOVE 'Recertification cycle closed' TO
                        AUDIT-TEXT-WORK
                   MOVE WORK-CYCLE TO AUDIT-REC-KEY-WORK
                   PERFORM JOURNAL-RECERT-EVENT
                   CLOSE DOGEAUDT
                   PERFORM PRINT-COMPLETION-REPORT
                   IF SUSPENDED-COUNT > ZERO
                      OR DORMANT-COUNT > ZERO
                      OR STAGE-FAILED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
      *
       START-OPERATOR-ROWS.
      *    The cycle's own row sorts first under the cycle id (its
      *    userid is spaces) - the walk starts just past it.
           MOVE SPACES TO RECERT-ENTRY.
           MOVE WORK-CYCLE TO RCT-CYCLE.
           START DOGEOPRC KEY GREATER THAN RCT-KEY
               INVALID KEY
                   SET OPRC-EOF TO TRUE
           END-START.
           IF NOT OPRC-EOF
               PERFORM READ-NEXT-OPERATOR-ROW
           END-IF.
      *
       READ-NEXT-OPERATOR-ROW.
           READ DOGEOPRC NEXT RECORD
               AT END SET OPRC-EOF TO TRUE
           END-READ.
           IF NOT OPRC-OK AND NOT OPRC-EOF
               SET OPRC-EOF TO TRUE.
           IF NOT OPRC-EOF
              AND RCT-CYCLE NOT EQUAL TO WORK-CYCLE
               SET OPRC-EOF TO TRUE.
      *
       COUNT-AWAITING.
           MOVE ZERO TO AWAITING-COUNT.
           PERFORM START-OPERATOR-ROWS.
           PERFORM UNTIL OPRC-EOF
               IF RCT-AWAITING
                   ADD 1 TO AWAITING-COUNT
               END-IF
               PERFORM READ-NEXT-OPERATOR-ROW
           END-PERFORM.
           MOVE '00' TO WS-OPRC-STATUS.
      *
       PRINT-PROGRESS-REPORT.
           DISPLAY '===== DOGERCRT RECERTIFICATION PROGRESS ====='.
           DISPLAY 'CYCLE ....................... ' WORK-CYCLE.
           DISPLAY 'DEADLINE .................... ' CYCLE-DEADLINE.
           DISPLAY 'STILL AWAITING A DECISION ... ' AWAITING-COUNT.
           DISPLAY 'USERID'.
           PERFORM START-OPERATOR-ROWS.
           PERFORM UNTIL OPRC-EOF
               IF RCT-AWAITING
                   DISPLAY RCT-USERID
               END-IF
               PERFORM READ-NEXT-OPERATOR-ROW
           END-PERFORM.
           MOVE '00' TO WS-OPRC-STATUS.
           DISPLAY 'ANY STILL WAITING ON ' CYCLE-DEADLINE
                   ' WILL BE SUSPENDED'.
      *
       LOAD-OPERATOR-TABLE.
           PERFORM START-OPERATOR-ROWS.
           PERFORM UNTIL OPRC-EOF
               IF OPERATOR-COUNT < 500
                   ADD 1 TO OPERATOR-COUNT
                   MOVE RCT-USERID TO OT-USERID(OPERATOR-COUNT)
                   MOVE SPACES TO OT-LAST-ACTIVITY(OPERATOR-COUNT)
               ELSE
                   ADD 1 TO OPERATOR-OVERFLOW-COUNT
               END-IF
               PERFORM READ-NEXT-OPERATOR-ROW
           END-PERFORM.
           MOVE '00' TO WS-OPRC-STATUS.
      *
      * DOGEAUDT is keyed MM/DD/YYYY first, so a date range is not a
      * key range - the whole file is read once and every entry in
      * the period counts toward its userid.
       FIND-LAST-ACTIVITY.
           OPEN INPUT DOGEAUDT.
           IF AUDT-NOT-YET-LOADED
               DISPLAY 'DOGERCRT - NO AUDIT FILE - EVERY OPERATOR '
                       'READS AS DORMANT'
           ELSE
               PERFORM READ-NEXT-AUDIT
               PERFORM UNTIL AUDT-EOF
                   MOVE AUDT-DATE(7:4) TO ACT-YEAR
                   MOVE AUDT-DATE(1:2) TO ACT-MONTH
                   MOVE AUDT-DATE(4:2) TO ACT-DAY
                   IF ACTIVITY-YMD NOT LESS THAN CYCLE-PERIOD-FROM
                      AND ACTIVITY-YMD NOT GREATER THAN WS-TODAY
                      AND AUDT-USER-ID NOT EQUAL TO SPACES
                       PERFORM NOTE-OPERATOR-ACTIVITY
                   END-IF
                   PERFORM READ-NEXT-AUDIT
               END-PERFORM
               CLOSE DOGEAUDT
           END-IF.
      *
       READ-NEXT-AUDIT.
           READ DOGEAUDT NEXT RECORD
               AT END SET AUDT-EOF TO TRUE
           END-READ.
           IF NOT AUDT-OK AND NOT AUDT-EOF
               SET AUDT-EOF TO TRUE.
      *
       NOTE-OPERATOR-ACTIVITY.
           MOVE ZERO TO FOUND-OT-IDX.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OPERATOR-COUNT
                      OR FOUND-OT-IDX > ZERO
               IF OT-USERID(OT-IDX) EQUAL TO AUDT-USER-ID
                   MOVE OT-IDX TO FOUND-OT-IDX
               END-IF
           END-PERFORM.
           IF FOUND-OT-IDX > ZERO
               IF OT-LAST-ACTIVITY(FOUND-OT-IDX) EQUAL TO SPACES
                  OR ACTIVITY-YMD > OT-LAST-ACTIVITY(FOUND-OT-IDX)
                   MOVE ACTIVITY-YMD TO OT-LAST-ACTIVITY(FOUND-OT-IDX)
               END-IF
           END-IF.
      *
      * Each operator row gets its activity and dormancy; one still
      * waiting is suspended. DOGEOPRS and DOGEOPRP are read and
      * written by key, which leaves this walk's position alone.
       FINISH-OPERATOR-ROWS.
           OPEN I-O DOGEOPRS.
           OPEN I-O DOGEOPRP.
           IF OPRP-NOT-YET-LOADED
               OPEN OUTPUT DOGEOPRP
               CLOSE DOGEOPRP
               OPEN I-O DOGEOPRP
           END-IF.
           PERFORM START-OPERATOR-ROWS.
           PERFORM UNTIL OPRC-EOF
               PERFORM FINISH-ONE-OPERATOR
               REWRITE RECERT-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGERCRT - OPERATOR ROW REWRITE '
                               'FAILED ' RCT-USERID
               END-REWRITE
               PERFORM READ-NEXT-OPERATOR-ROW
           END-PERFORM.
           MOVE '00' TO WS-OPRC-STATUS.
           IF NOT OPRS-NOT-THERE
               CLOSE DOGEOPRS
           END-IF.
           CLOSE DOGEOPRP.
      *
       FINISH-ONE-OPERATOR.
           MOVE SPACES TO RCT-LAST-ACTIVITY.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OPERATOR-COUNT
               IF OT-USERID(OT-IDX) EQUAL TO RCT-USERID
                   MOVE OT-LAST-ACTIVITY(OT-IDX) TO RCT-LAST-ACTIVITY
               END-IF
           END-PERFORM.
           IF RCT-LAST-ACTIVITY EQUAL TO SPACES
               SET RCT-DORMANT TO TRUE
           ELSE
               SET RCT-ACTIVE TO TRUE
           END-IF.
           IF RCT-AWAITING
               PERFORM SUSPEND-UNCERTIFIED
           END-IF.
      *
       SUSPEND-UNCERTIFIED.
      *    Staged first, exactly the pending S an administrator's
      *    DOGEOPRM request writes - then applied. An operator with a
      *    change already pending is still suspended; the existing
      *    pending change is left for the administrators, and the
      *    report says the suspend could not be staged.
           MOVE RCT-USERID TO OPR-USERID.
           READ DOGEOPRS
               INVALID KEY
                   SET RCT-OPERATOR-GONE TO TRUE
               NOT INVALID KEY
                   MOVE SPACES TO OPERATOR-PENDING-CHANGE
                   MOVE RCT-USERID TO OPP-USERID
                   SET OPP-SUSPEND-OPERATOR TO TRUE
                   MOVE OPR-ROLE-SEND TO OPP-ROLE-SEND
                   MOVE OPR-ROLE-APPROVE TO OPP-ROLE-APPROVE
                   MOVE OPR-ROLE-ADMIN TO OPP-ROLE-ADMIN
                   MOVE RECERT-JOB-NAME TO OPP-REQUESTED-BY
                   STRING WS-TODAY-MONTH '/' WS-TODAY-DAY '/'
                          WS-TODAY-YEAR
                       DELIMITED BY SIZE INTO OPP-REQUEST-DATE
                   WRITE OPERATOR-PENDING-CHANGE
                       INVALID KEY
                           ADD 1 TO STAGE-FAILED-COUNT
                           SET RCT-NOT-STAGED TO TRUE
                       NOT INVALID KEY
                           SET RCT-STAGED TO TRUE
                   END-WRITE
                   SET OPR-NOT-AUTHORIZED-TO-SEND TO TRUE
                   REWRITE OPERATOR-AUTH-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGERCRT - SUSPEND FAILED FOR '
                                   RCT-USERID
                   END-REWRITE
                   SET RCT-AUTO-SUSPENDED TO TRUE
                   MOVE 'Not recertified - operator suspended' TO
                        AUDIT-TEXT-WORK
                   MOVE RCT-USERID TO AUDIT-REC-KEY-WORK
                   PERFORM JOURNAL-RECERT-EVENT
           END-READ.
           MOVE RECERT-JOB-NAME TO RCT-DECIDED-BY.
           MOVE WS-TODAY TO RCT-DECIDED-DATE.
      *
       MARK-CYCLE-CLOSED.
           PERFORM READ-CYCLE-ROW.
           IF CYCLE-FOUND
               SET RCT-CYCLE-CLOSED TO TRUE
               MOVE WS-TODAY TO RCT-CLOSED-DATE
               REWRITE RECERT-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGERCRT - CYCLE ROW REWRITE FAILED'
               END-REWRITE
           END-IF.
      *
       JOURNAL-RECERT-EVENT.
      *    Batch has no DOGJ queue to write to - the entry goes
      *    straight onto DOGEAUDT in the shape DOGEJRNL loads, so
      *    DOGEJINQ shows it next to DOGEOPRM's own changes. A
      *    same-second collision bumps the sequence the way
      *    DOGEJRNL's WRITE-AUDIT-ENTRY does.
           MOVE SPACES TO AUDIT-ENTRY.
           STRING WS-TODAY-MONTH '/' WS-TODAY-DAY '/' WS-TODAY-YEAR
               DELIMITED BY SIZE INTO AUDT-DATE.
           STRING WS-TOD-HH ':' WS-TOD-MM ':' WS-TOD-SS
               DELIMITED BY SIZE INTO AUDT-TIME.
           MOVE ZERO TO AUDT-SEQ.
           MOVE 'BTCH' TO AUDT-TERM-ID.
           MOVE RECERT-JOB-NAME TO AUDT-USER-ID.
           MOVE AUDIT-REC-KEY-WORK TO AUDT-REC-KEY.
           MOVE AUDIT-TEXT-WORK TO AUDT-TEXT.
           SET AUDIT-WRITE-PENDING TO TRUE.
           PERFORM WRITE-AUDIT-ONCE UNTIL AUDIT-WRITE-DONE.
      *
       WRITE-AUDIT-ONCE.
           WRITE AUDIT-ENTRY
               INVALID KEY
                   IF AUDT-SEQ < 999
                       ADD 1 TO AUDT-SEQ
                   ELSE
                       DISPLAY 'DOGERCRT - AUDIT WRITE FAILED FOR '
                               AUDIT-REC-KEY-WORK
                       SET AUDIT-WRITE-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET AUDIT-WRITE-DONE TO TRUE
           END-WRITE.
      *
      *///////////////////////////////////////////////////////////////
      * REPORT - the completion report for a closed cycle.
      *///////////////////////////////////////////////////////////////
       REPRINT-CYCLE-REPORT.
           IF PARM-VALUE(1:6) NOT EQUAL TO SPACES
               MOVE PARM-VALUE(1:6) TO WORK-CYCLE
               PERFORM READ-CYCLE-ROW
           ELSE
               PERFORM READ-CURRENT-CYCLE
               MOVE RCT-CYCLE TO WORK-CYCLE
           END-IF.
           IF CYCLE-NOT-FOUND
               DISPLAY 'DOGERCRT - NO SUCH RECERTIFICATION CYCLE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE RCT-DEADLINE TO CYCLE-DEADLINE
               MOVE RCT-PERIOD-FROM TO CYCLE-PERIOD-FROM
               MOVE RCT-OPENED-DATE TO CYCLE-OPENED-DATE
               PERFORM PRINT-COMPLETION-REPORT
           END-IF.
      *
       PRINT-COMPLETION-REPORT.
           PERFORM READ-CYCLE-ROW.
           DISPLAY '===== DOGERCRT RECERTIFICATION COMPLETION REPORT '
                   '====='.
           DISPLAY 'CYCLE ....................... ' WORK-CYCLE.
           DISPLAY 'OPENED ...................... ' CYCLE-OPENED-DATE.
           DISPLAY 'DEADLINE .................... ' CYCLE-DEADLINE.
           DISPLAY 'ACTIVITY PERIOD FROM ........ ' CYCLE-PERIOD-FROM.
           IF RCT-CYCLE-CLOSED
               DISPLAY 'CLOSED ...................... '
                       RCT-CLOSED-DATE
           ELSE
               DISPLAY 'CYCLE IS STILL OPEN'
           END-IF.
           DISPLAY ' '.
           DISPLAY 'USERID    S ROLE DECISION   BY       ON       '
                   'ACTIVITY DORMANT STAGED'.
           MOVE ZERO TO OPERATORS-ENROLLED.
           MOVE ZERO TO AWAITING-COUNT.
           MOVE ZERO TO CONFIRMED-COUNT.
           MOVE ZERO TO REVOKED-COUNT.
           MOVE ZERO TO SUSPENDED-COUNT.
           MOVE ZERO TO GONE-COUNT.
           MOVE ZERO TO DORMANT-COUNT.
           PERFORM START-OPERATOR-ROWS.
           PERFORM UNTIL OPRC-EOF
               PERFORM PRINT-OPERATOR-LINE
               PERFORM READ-NEXT-OPERATOR-ROW
           END-PERFORM.
           MOVE '00' TO WS-OPRC-STATUS.
           DISPLAY ' '.
           DISPLAY 'OPERATORS IN CYCLE .......... ' OPERATORS-ENROLLED.
           DISPLAY 'CONFIRMED ................... ' CONFIRMED-COUNT.
           DISPLAY 'REVOKED ..................... ' REVOKED-COUNT.
           DISPLAY 'SUSPENDED AT DEADLINE ....... ' SUSPENDED-COUNT.
           DISPLAY 'NO LONGER ON FILE ........... ' GONE-COUNT.
           DISPLAY 'STILL AWAITING .............. ' AWAITING-COUNT.
           DISPLAY 'DORMANT IN THE PERIOD ....... ' DORMANT-COUNT.
           IF STAGE-FAILED-COUNT > ZERO
               DISPLAY 'SUSPENDS NOT STAGED (CHANGE  '
               DISPLAY '  ALREADY PENDING) .......... '
                       STAGE-FAILED-COUNT
           END-IF.
           IF OPERATOR-OVERFLOW-COUNT > ZERO
               DISPLAY 'OPERATORS NOT ACTIVITY-CHECKED '
                       OPERATOR-OVERFLOW-COUNT
           END-IF.
           IF SUSPENDED-COUNT > ZERO
               DISPLAY 'DEADLINE SUSPENDS WAIT ON DOGEOPRM FOR A '
                       'SECOND ADMINISTRATOR TO CONFIRM'
           END-IF.
           DISPLAY ' '.
           PERFORM READ-CYCLE-ROW.
           IF RCT-SIGNED-OFF-BY NOT EQUAL TO SPACES
               DISPLAY 'SIGNED OFF BY ............... '
                       RCT-SIGNED-OFF-BY ' ON ' RCT-SIGNED-OFF-DATE
           ELSE
               DISPLAY 'NOT YET SIGNED OFF - AN ADMINISTRATOR SIGNS '
                       'OFF ON DOGERCRM (OPTION F)'
               DISPLAY 'AND THIS REPORT IS REPRINTED WITH A REPORT CARD'
           END-IF.
      *
       PRINT-OPERATOR-LINE.
           ADD 1 TO OPERATORS-ENROLLED.
           MOVE RCT-USERID TO RL-USERID.
           MOVE RCT-OPEN-STATUS TO RL-OPEN-STATUS.
           MOVE RCT-OPEN-SEND TO RL-OPEN-SEND.
           MOVE RCT-OPEN-APPROVE TO RL-OPEN-APPROVE.
           MOVE RCT-OPEN-ADMIN TO RL-OPEN-ADMIN.
           IF RCT-AWAITING
               MOVE 'AWAITING' TO RL-DECISION
               ADD 1 TO AWAITING-COUNT
           ELSE
           IF RCT-CONFIRMED
               MOVE 'CONFIRMED' TO RL-DECISION
               ADD 1 TO CONFIRMED-COUNT
           ELSE
           IF RCT-REVOKED
               MOVE 'REVOKED' TO RL-DECISION
               ADD 1 TO REVOKED-COUNT
           ELSE
           IF RCT-AUTO-SUSPENDED
               MOVE 'SUSPENDED' TO RL-DECISION
               ADD 1 TO SUSPENDED-COUNT
           ELSE
               MOVE 'GONE' TO RL-DECISION
               ADD 1 TO GONE-COUNT
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE RCT-DECIDED-BY TO RL-DECIDED-BY.
           MOVE RCT-DECIDED-DATE TO RL-DECIDED-DATE.
           MOVE RCT-LAST-ACTIVITY TO RL-LAST-ACTIVITY.
           IF RCT-DORMANT
               MOVE 'DORMANT' TO RL-DORMANT
               ADD 1 TO DORMANT-COUNT
           ELSE
               MOVE SPACES TO RL-DORMANT
           END-IF.
           IF RCT-STAGED
               MOVE 'STAGED' TO RL-STAGED
           ELSE
               MOVE SPACES TO RL-STAGED
           END-IF.
           DISPLAY REPORT-LINE.
      *
       ADD-CALC-MONTHS.
           COMPUTE CALC-TOTAL-MONTHS = CALC-YEAR * 12
                   + CALC-MONTH - 1 + CALC-MONTHS.
           COMPUTE CALC-YEAR = CALC-TOTAL-MONTHS / 12.
           COMPUTE CALC-MONTH = CALC-TOTAL-MONTHS
                   - (CALC-YEAR * 12) + 1.
           IF CALC-DAY > 28
               MOVE 28 TO CALC-DAY
           END-IF.
       END PROGRAM DOGERCRT.
