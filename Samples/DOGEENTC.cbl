      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEENTC:
      *   Entitlement check, LINKed with the ENTLCHK COMMAREA - may
      *   the signed-on userid (EIBUSERID) use ENTC-PROGRAM? Every
      *   online DOGE program asks on entry, so getting there by XCTL
      *   or by typing the transaction id makes no difference, and
      *   the main menu asks for each option it might show. The
      *   answer, from the DOGEENTL matrix (see ENTLREC):
      *
      *   1. DOGECOIN and DOGEQUIT - always.
      *   2. A 'U' row for the userid and program - granted or
      *      denied, whatever the roles say.
      *   3. An 'R' ALL row for the program.
      *   4. An 'R' row for a role the userid holds on DOGEOPRS.
      *   5. Otherwise refused.
      *
      *   A refusal on entry is journaled here, under the program
      *   name, so every program's denial reads the same way in
      *   DOGEJINQ. DOGEENTR prints the same answers for every
      *   operator.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEENTC.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Program entitlement record, VSAM file DOGEENTL
       COPY ENTLREC.
      * Operator authorization entry, VSAM file DOGEOPRS
       COPY OPRAUTH.
      * The COMMAREA this program is LINKed with
       COPY ENTLCHK.
       01  RESPONSE-CODE PIC S9(4) COMP.
       01  TEMP-DATE     PIC 9(15) COMP-3.
       01  WTO-MESSAGE   PIC X(38) VALUE SPACES.
       01  ROLE-TO-TRY   PIC X(8).
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
       LINKAGE SECTION.
      * Sized to match ENTITLEMENT-CHECK-AREA - 18 bytes.
       01  DFHCOMMAREA                       PIC X(18).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           MOVE DFHCOMMAREA TO ENTITLEMENT-CHECK-AREA.
           SET ENTC-DENIED TO TRUE.
           MOVE SPACES TO ENTC-GRANTED-BY.
           IF ENTC-PROGRAM EQUAL TO 'DOGECOIN'
              OR ENTC-PROGRAM EQUAL TO 'DOGEQUIT'
               SET ENTC-ALLOWED TO TRUE
               MOVE 'EXEMPT' TO ENTC-GRANTED-BY
           ELSE
               PERFORM CHECK-USERID-ROW
               IF ENTC-GRANTED-BY EQUAL TO SPACES
                   PERFORM CHECK-ROLE-ROWS
               END-IF
           END-IF.
           IF ENTC-DENIED AND ENTC-ON-ENTRY
               STRING 'Entitlement denied - ' ENTC-PROGRAM
                   DELIMITED BY SIZE INTO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
           MOVE ENTITLEMENT-CHECK-AREA TO DFHCOMMAREA.
           EXEC CICS
               RETURN
           END-EXEC.
       DOGE-EXIT.
           GOBACK.
      *
       DOGE-WTO.
           EXEC CICS WRITE OPERATOR
               TEXT(WTO-MESSAGE)
           END-EXEC.
           PERFORM DOGE-JOURNAL.
           MOVE SPACES TO WTO-MESSAGE.
      *
       DOGE-JOURNAL.
      *    Same event, written to TD QUEUE 'DOGJ' so it survives
      *    longer than the console scrollback.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                DATESEP('/')
                MMDDYYYY(JRNL-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                TIMESEP(':')
                TIME(JRNL-TIME)
           END-EXEC.
           MOVE EIBTRMID TO JRNL-TERM-ID.
           MOVE EIBUSERID TO JRNL-USER-ID.
           MOVE ENTC-PROGRAM TO JRNL-KEY.
           MOVE WTO-MESSAGE TO JRNL-TEXT.
           EXEC CICS WRITEQ TD
                QUEUE('DOGJ')
                FROM(JOURNAL-ENTRY)
                LENGTH(JOURNAL-ENTRY-LEN)
           END-EXEC.
      *
       CHECK-USERID-ROW.
      *    A row for the userid itself settles it either way - that
      *    is how one operator is kept out of a screen their role
      *    would otherwise open.
           MOVE SPACES TO ENT-KEY.
           SET ENT-FOR-USERID TO TRUE.
           MOVE EIBUSERID TO ENT-ID.
           MOVE ENTC-PROGRAM TO ENT-PROGRAM.
           EXEC CICS READ FILE('DOGEENTL')
                RIDFLD(ENT-KEY)
                INTO(ENTITLEMENT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE 'USERID' TO ENTC-GRANTED-BY
               IF ENT-GRANTED
                   SET ENTC-ALLOWED TO TRUE
               END-IF
           END-IF.
      *
       CHECK-ROLE-ROWS.
      *    ALL first, then each role the DOGEOPRS row carries. A
      *    suspended operator carries none; a legacy row with blank
      *    roles still sends and approves, as it always has.
           MOVE 'ALL' TO ROLE-TO-TRY.
           PERFORM CHECK-ONE-ROLE.
           IF ENTC-DENIED
               MOVE EIBUSERID TO OPR-USERID
               EXEC CICS READ FILE('DOGEOPRS')
                    RIDFLD(OPR-USERID)
                    INTO(OPERATOR-AUTH-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                  AND OPR-AUTHORIZED-TO-SEND
                   IF OPR-CAN-SEND OR OPR-ROLE-SEND EQUAL TO SPACES
                       MOVE 'SEND' TO ROLE-TO-TRY
                       PERFORM CHECK-ONE-ROLE
                   END-IF
                   IF ENTC-DENIED
                      AND (OPR-CAN-APPROVE
                           OR OPR-ROLE-APPROVE EQUAL TO SPACES)
                       MOVE 'APPROVE' TO ROLE-TO-TRY
                       PERFORM CHECK-ONE-ROLE
                   END-IF
                   IF ENTC-DENIED AND OPR-CAN-ADMINISTER
                       MOVE 'ADMIN' TO ROLE-TO-TRY
                       PERFORM CHECK-ONE-ROLE
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-ONE-ROLE.
           MOVE SPACES TO ENT-KEY.
           SET ENT-FOR-ROLE TO TRUE.
           MOVE ROLE-TO-TRY TO ENT-ID.
           MOVE ENTC-PROGRAM TO ENT-PROGRAM.
           EXEC CICS READ FILE('DOGEENTL')
                RIDFLD(ENT-KEY)
                INTO(ENTITLEMENT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND ENT-GRANTED
               SET ENTC-ALLOWED TO TRUE
               MOVE ROLE-TO-TRY TO ENTC-GRANTED-BY
           END-IF.
       END PROGRAM DOGEENTC.
