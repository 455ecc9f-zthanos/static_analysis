      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGERCRM:
      *   Operator recertification - where administrators work the
      *   cycle DOGERCRT opens on DOGEOPRC each quarter. ENTER lists
      *   the operators still waiting for a decision 7 at a time,
      *   the way DOGECASM pages its cases; option A lists every
      *   operator in the cycle with the decision made. Then, with a
      *   userid:
      *
      *   C  confirm - the operator still needs the access held
      *   R  revoke - a suspend is staged on DOGEOPRP exactly as a
      *      DOGEOPRM S stages one, for a second administrator to
      *      confirm there
      *
      *   and, once DOGERCRT has closed the cycle, F signs the
      *   completion off. Only an administrator (the DOGEOPRM rule -
      *   legacy rows are not) may use the screen, and nobody may
      *   confirm or revoke themselves. Every decision is journaled
      *   through DOGE-WTO.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGERCRM.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Recertification record, VSAM file DOGEOPRC - opened by
      * DOGERCRT
       COPY OPRCERT.
      * Operator authorization entry, VSAM file DOGEOPRS
       COPY OPRAUTH.
      * Pending change awaiting a second administrator, VSAM DOGEOPRP
       COPY OPRPEND.
       01  RESPONSE-CODE PIC S9(4) COMP.
      * One screenful is 7 lines, same flat/table layout DOGESRCH
      * and DOGESUSW use.
       01  DOGERC1O-LINES.
           05  RLINE1O   PIC X(74).
           05  RLINE2O   PIC X(74).
           05  RLINE3O   PIC X(74).
           05  RLINE4O   PIC X(74).
           05  RLINE5O   PIC X(74).
           05  RLINE6O   PIC X(74).
           05  RLINE7O   PIC X(74).
       01  DOGERC1O-TAB REDEFINES DOGERC1O-LINES.
           05  LINE-OUT  OCCURS 7 TIMES PIC X(74).
       01  DISPLAY-OPERATOR.
           05  RDUSERID  PIC X(8).
           05  FILLER    PIC X(2) VALUE SPACES.
           05  RDSTATUS  PIC X.
           05  FILLER    PIC X VALUE SPACES.
           05  RDSEND    PIC X.
           05  RDAPPROVE PIC X.
           05  RDADMIN   PIC X.
           05  FILLER    PIC X(2) VALUE SPACES.
           05  RDDECISION PIC X(10).
           05  FILLER    PIC X VALUE SPACES.
           05  RDBY      PIC X(8).
           05  FILLER    PIC X VALUE SPACES.
           05  RDDATE    PIC X(8).
           05  FILLER    PIC X VALUE SPACES.
           05  RDSTAGED  PIC X(6).
           05  FILLER    PIC X(23) VALUE SPACES.
      * The cycle the screen is working, across the top.
       01  CYCLE-HEADER.
           05  FILLER    PIC X(6) VALUE 'CYCLE '.
           05  CH-CYCLE  PIC X(6).
           05  FILLER    PIC X VALUE SPACES.
           05  CH-STATE  PIC X(6).
           05  FILLER    PIC X(10) VALUE ' DEADLINE '.
           05  CH-DEADLINE PIC X(8).
           05  FILLER    PIC X(3) VALUE SPACES.
       01  POINTER-CYCLE PIC X(6) VALUE '000000'.
       01  CURRENT-CYCLE PIC X(6) VALUE SPACES.
       01  CURRENT-CYCLE-STATE PIC X VALUE SPACES.
           88  CURRENT-CYCLE-OPEN             VALUE 'O'.
           88  CURRENT-CYCLE-CLOSED           VALUE 'C'.
       01  MATCHES-FOUND PIC 9 VALUE 0.
       01  SCAN-COUNT    PIC 9(5) VALUE 0.
       01  TEMP-DATE     PIC 9(15) COMP-3.
       01  RCRT-TODAY    PIC X(8).
       01  WTO-MESSAGE   PIC X(38) VALUE SPACES.
       01  ADMIN-CHECK-FLAG    PIC X VALUE 'N'.
           88  CALLER-IS-ADMIN         VALUE 'Y'.
           88  CALLER-NOT-ADMIN        VALUE 'N'.
       01  TARGET-USERID PIC X(8) VALUE SPACES.
       01  ROW-READY-FLAG PIC X VALUE 'N'.
           88  ROW-READY-FOR-DECISION      VALUE 'Y'.
           88  ROW-NOT-READY               VALUE 'N'.
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
       01  DOGECOMMS-AREA.
           05  LAST-RCT-USERID PIC X(8) VALUE SPACES.
      *    W lists operators still waiting, A every operator.
           05  RCT-LIST-MODE   PIC X VALUE 'W'.
               88  LIST-WAITING-OPERATORS  VALUE 'W'.
               88  LIST-ALL-OPERATORS      VALUE 'A'.
      *
      *COPY DOGERC.
      *COPY DFHAID.
      *COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      * Sized to match DOGECOMMS-AREA - LAST-RCT-USERID X(8) +
      * RCT-LIST-MODE X = 9 bytes.
       01  DFHCOMMAREA                       PIC X(9).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying recertification' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              MOVE SPACES TO LAST-RCT-USERID
              SET LIST-WAITING-OPERATORS TO TRUE
              PERFORM SHOW-CYCLE-PAGE
              EXEC CICS SEND MAP('DOGERC1')
                  MAPSET('DOGERC') ERASE
              END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHPF8
              MOVE 'Continuing recertification' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              PERFORM SHOW-CYCLE-PAGE
              EXEC CICS SEND MAP('DOGERC1')
                  MAPSET('DOGERC') ERASE
              END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHPF3
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
               END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHENTER
                   PERFORM RECEIVE-OPTION
                   PERFORM PARSE-OPTION.
           EXEC CICS
               RETURN TRANSID('DRCT')
                      COMMAREA(DOGECOMMS-AREA)
           END-EXEC.
       DOGE-EXIT.
           GOBACK.
      *
       CHECK-ENTITLEMENT.
      *    DOGEENTC resolves the signed-on userid against the
      *    DOGEENTL matrix on every entry, so neither an XCTL nor
      *    the bare transaction id gets round it. A refusal is
      *    journaled there and the operator lands back on the
      *    main menu, which says why.
           MOVE 'DOGERCRM' TO ENTC-PROGRAM.
           SET ENTC-ON-ENTRY TO TRUE.
           EXEC CICS LINK PROGRAM('DOGEENTC')
                COMMAREA(ENTITLEMENT-CHECK-AREA)
                LENGTH(ENTITLEMENT-CHECK-LEN)
           END-EXEC.
           IF ENTC-DENIED
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
                   COMMAREA(ENTITLEMENT-DENIED-COMMS)
               END-EXEC.
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
      *    longer than the console scrollback. A decision goes down
      *    under the operator's userid, a sign-off under the cycle.
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
           IF TARGET-USERID EQUAL TO SPACES
               MOVE CURRENT-CYCLE TO JRNL-KEY
           ELSE
               MOVE TARGET-USERID TO JRNL-KEY.
           MOVE WTO-MESSAGE TO JRNL-TEXT.
           EXEC CICS WRITEQ TD
                QUEUE('DOGJ')
                FROM(JOURNAL-ENTRY)
                LENGTH(JOURNAL-ENTRY-LEN)
           END-EXEC.
      *
       RECEIVE-OPTION.
      * Get the option the user enters
           EXEC CICS
               RECEIVE MAP('DOGERC1')
                       MAPSET('DOGERC')
                       INTO(DOGERC1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    C and R decide one operator, F signs the cycle off; A
      *    lists every operator and anything else refreshes the
      *    still-waiting list from the top.
           MOVE USERI TO TARGET-USERID.
           IF OPTIONI EQUAL TO 'W' OR OPTIONI EQUAL TO 'w'
               MOVE 'Opening Main Menu' TO WTO-MESSAGE
               PERFORM DOGE-WTO
               MOVE 'W' TO DOGECOMMS-AREA
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
                   COMMAREA(DOGECOMMS-AREA)
               END-EXEC
           ELSE
           IF OPTIONI EQUAL TO 'C' OR OPTIONI EQUAL TO 'c'
               PERFORM CONFIRM-OPERATOR
           ELSE
           IF OPTIONI EQUAL TO 'R' OR OPTIONI EQUAL TO 'r'
               PERFORM REVOKE-OPERATOR
           ELSE
           IF OPTIONI EQUAL TO 'F' OR OPTIONI EQUAL TO 'f'
               PERFORM SIGN-OFF-CYCLE
           ELSE
               IF OPTIONI EQUAL TO 'A' OR OPTIONI EQUAL TO 'a'
                   SET LIST-ALL-OPERATORS TO TRUE
               ELSE
                   SET LIST-WAITING-OPERATORS TO TRUE
               END-IF
               MOVE SPACES TO LAST-RCT-USERID
               PERFORM SHOW-CYCLE-PAGE.
           EXEC CICS
               SEND MAP('DOGERC1')
                   MAPSET('DOGERC')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
      *
       CHECK-CALLER-IS-ADMIN.
      *    The DOGEOPRM rule - only an operator already carrying the
      *    administer role; legacy rows (blank roles) are not admins.
           SET CALLER-NOT-ADMIN TO TRUE.
           MOVE EIBUSERID TO OPR-USERID.
           EXEC CICS READ FILE('DOGEOPRS')
                RIDFLD(OPR-USERID)
                INTO(OPERATOR-AUTH-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND OPR-AUTHORIZED-TO-SEND
              AND OPR-CAN-ADMINISTER
               SET CALLER-IS-ADMIN TO TRUE.
      *
       READ-CURRENT-CYCLE.
      *    The pointer row names the current cycle; its own row says
      *    whether it is open and when the deadline falls.
           MOVE SPACES TO CURRENT-CYCLE.
           MOVE SPACES TO CURRENT-CYCLE-STATE.
           MOVE SPACES TO CYCLEO.
           MOVE SPACES TO RCT-KEY.
           MOVE POINTER-CYCLE TO RCT-CYCLE.
           EXEC CICS READ FILE('DOGEOPRC')
                RIDFLD(RCT-KEY)
                INTO(RECERT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE RCT-CURRENT-CYCLE TO CURRENT-CYCLE
               MOVE SPACES TO RCT-KEY
               MOVE CURRENT-CYCLE TO RCT-CYCLE
               EXEC CICS READ FILE('DOGEOPRC')
                    RIDFLD(RCT-KEY)
                    INTO(RECERT-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   MOVE RCT-CYCLE-STATE TO CURRENT-CYCLE-STATE
                   MOVE CURRENT-CYCLE TO CH-CYCLE
                   IF CURRENT-CYCLE-OPEN
                       MOVE 'OPEN' TO CH-STATE
                   ELSE
                       MOVE 'CLOSED' TO CH-STATE
                   END-IF
                   MOVE RCT-DEADLINE TO CH-DEADLINE
                   MOVE CYCLE-HEADER TO CYCLEO
               ELSE
                   MOVE SPACES TO CURRENT-CYCLE
               END-IF
           END-IF.
      *
       SHOW-CYCLE-PAGE.
           PERFORM CHECK-CALLER-IS-ADMIN.
           IF CALLER-NOT-ADMIN
               MOVE SPACES TO DOGERC1O-LINES
               MOVE 'Administer role required' TO SNDMSGO
               MOVE 'Recert screen refused - no role' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               PERFORM READ-CURRENT-CYCLE
               IF CURRENT-CYCLE EQUAL TO SPACES
                   MOVE SPACES TO DOGERC1O-LINES
                   MOVE 'No recertification cycle on file' TO SNDMSGO
               ELSE
                   PERFORM LIST-OPERATORS
               END-IF
           END-IF.
      *
      * Pages forward through the cycle's operator rows, 7 to a
      * screen - same remember-the-key continuation idiom DOGECASM
      * uses over DOGECASE. The cycle's own row sorts first with a
      * blank userid and is never listed.
       LIST-OPERATORS.
           MOVE SPACES TO DOGERC1O-LINES.
           MOVE 0 TO MATCHES-FOUND.
           MOVE 0 TO SCAN-COUNT.
           MOVE CURRENT-CYCLE TO RCT-CYCLE.
           MOVE LAST-RCT-USERID TO RCT-USERID.
           EXEC CICS STARTBR FILE('DOGEOPRC')
                RIDFLD(RCT-KEY)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 500 TO SCAN-COUNT.
           PERFORM UNTIL MATCHES-FOUND = 7 OR SCAN-COUNT = 500
               EXEC CICS READNEXT FILE('DOGEOPRC')
                    RIDFLD(RCT-KEY)
                    INTO(RECERT-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                  OR RCT-CYCLE NOT EQUAL TO CURRENT-CYCLE
                   MOVE 500 TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF RCT-USERID GREATER THAN LAST-RCT-USERID
                      AND (LIST-ALL-OPERATORS OR RCT-AWAITING)
                       ADD 1 TO MATCHES-FOUND
                       PERFORM BUILD-OPERATOR-LINE
                       MOVE DISPLAY-OPERATOR TO
                            LINE-OUT(MATCHES-FOUND)
                       MOVE RCT-USERID TO LAST-RCT-USERID
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGEOPRC')
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF MATCHES-FOUND = 0
               IF LIST-ALL-OPERATORS
                   MOVE 'No more operators in cycle' TO SNDMSGO
               ELSE
                   MOVE 'Nobody waiting for a decision' TO SNDMSGO
               END-IF
               MOVE SPACES TO LAST-RCT-USERID
           END-IF.
      *
       BUILD-OPERATOR-LINE.
           MOVE RCT-USERID TO RDUSERID.
           MOVE RCT-OPEN-STATUS TO RDSTATUS.
           MOVE RCT-OPEN-SEND TO RDSEND.
           MOVE RCT-OPEN-APPROVE TO RDAPPROVE.
           MOVE RCT-OPEN-ADMIN TO RDADMIN.
           IF RCT-AWAITING
               MOVE 'AWAITING' TO RDDECISION
           ELSE
           IF RCT-CONFIRMED
               MOVE 'CONFIRMED' TO RDDECISION
           ELSE
           IF RCT-REVOKED
               MOVE 'REVOKED' TO RDDECISION
           ELSE
           IF RCT-AUTO-SUSPENDED
               MOVE 'SUSPENDED' TO RDDECISION
           ELSE
               MOVE 'GONE' TO RDDECISION.
           MOVE RCT-DECIDED-BY TO RDBY.
           MOVE RCT-DECIDED-DATE TO RDDATE.
           IF RCT-STAGED
               MOVE 'STAGED' TO RDSTAGED
           ELSE
               MOVE SPACES TO RDSTAGED.
      *
       CHECK-DECISION-ALLOWED.
      *    Shared by confirm and revoke - an administrator, an open
      *    cycle, and somebody other than themselves.
           PERFORM CHECK-CALLER-IS-ADMIN.
           IF CALLER-NOT-ADMIN
               MOVE 'Administer role required' TO SNDMSGO
               MOVE 'Recert decision refused - no role' TO
                    WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               PERFORM READ-CURRENT-CYCLE
               IF NOT CURRENT-CYCLE-OPEN
                   SET CALLER-NOT-ADMIN TO TRUE
                   MOVE 'No open recertification cycle' TO SNDMSGO
               ELSE
               IF TARGET-USERID EQUAL TO SPACES
                   SET CALLER-NOT-ADMIN TO TRUE
                   MOVE 'Enter the operator userid' TO SNDMSGO
               ELSE
               IF TARGET-USERID EQUAL TO EIBUSERID
                   SET CALLER-NOT-ADMIN TO TRUE
                   MOVE 'Another admin must decide this' TO SNDMSGO
                   MOVE 'Self-recertify refused' TO WTO-MESSAGE
                   PERFORM DOGE-WTO
               END-IF
               END-IF
               END-IF
           END-IF.
      *
       READ-OPERATOR-ROW.
      *    Held for update only while the operator is still waiting.
           SET ROW-NOT-READY TO TRUE.
           MOVE CURRENT-CYCLE TO RCT-CYCLE.
           MOVE TARGET-USERID TO RCT-USERID.
           EXEC CICS READ FILE('DOGEOPRC')
                RIDFLD(RCT-KEY)
                INTO(RECERT-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Userid is not in this cycle' TO SNDMSGO
           ELSE
           IF NOT RCT-AWAITING
               EXEC CICS UNLOCK FILE('DOGEOPRC')
               END-EXEC
               MOVE 'Operator already decided' TO SNDMSGO
           ELSE
               SET ROW-READY-FOR-DECISION TO TRUE
               EXEC CICS ASKTIME
                    ABSTIME(TEMP-DATE)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                    YYYYMMDD(RCRT-TODAY)
               END-EXEC.
      *
       CONFIRM-OPERATOR.
           PERFORM CHECK-DECISION-ALLOWED.
           IF CALLER-IS-ADMIN
               PERFORM READ-OPERATOR-ROW
               IF ROW-READY-FOR-DECISION
                   SET RCT-CONFIRMED TO TRUE
                   MOVE EIBUSERID TO RCT-DECIDED-BY
                   MOVE RCRT-TODAY TO RCT-DECIDED-DATE
                   PERFORM REWRITE-RECERT-ROW
                   IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                       MOVE 'Operator recertified' TO SNDMSGO
                       MOVE 'Operator recertified' TO WTO-MESSAGE
                       PERFORM DOGE-WTO
                   END-IF
               END-IF
           END-IF.
      *
       REVOKE-OPERATOR.
      *    A revoke is a suspend, and a suspend on this system takes
      *    two administrators - it is staged on DOGEOPRP in the shape
      *    DOGEOPRM's REQUEST-CHANGE writes and confirmed there. A
      *    change already pending for the userid is left alone and
      *    the operator stays waiting.
           PERFORM CHECK-DECISION-ALLOWED.
           IF CALLER-IS-ADMIN
               PERFORM READ-OPERATOR-ROW
               IF ROW-READY-FOR-DECISION
                   PERFORM STAGE-REVOKE
               END-IF
           END-IF.
      *
       STAGE-REVOKE.
           MOVE TARGET-USERID TO OPR-USERID.
           EXEC CICS READ FILE('DOGEOPRS')
                RIDFLD(OPR-USERID)
                INTO(OPERATOR-AUTH-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
      *        Deleted since the cycle opened - nothing left to stage.
               SET RCT-OPERATOR-GONE TO TRUE
               SET RCT-NOT-STAGED TO TRUE
               MOVE EIBUSERID TO RCT-DECIDED-BY
               MOVE RCRT-TODAY TO RCT-DECIDED-DATE
               PERFORM REWRITE-RECERT-ROW
               MOVE 'Operator no longer on file' TO SNDMSGO
           ELSE
               MOVE SPACES TO OPERATOR-PENDING-CHANGE
               MOVE TARGET-USERID TO OPP-USERID
               SET OPP-SUSPEND-OPERATOR TO TRUE
               MOVE OPR-ROLE-SEND TO OPP-ROLE-SEND
               MOVE OPR-ROLE-APPROVE TO OPP-ROLE-APPROVE
               MOVE OPR-ROLE-ADMIN TO OPP-ROLE-ADMIN
               MOVE EIBUSERID TO OPP-REQUESTED-BY
               EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                    DATESEP('/')
                    MMDDYYYY(OPP-REQUEST-DATE)
               END-EXEC
               EXEC CICS WRITE FILE('DOGEOPRP')
                    RIDFLD(OPP-USERID)
                    FROM(OPERATOR-PENDING-CHANGE)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
                   EXEC CICS UNLOCK FILE('DOGEOPRC')
                   END-EXEC
                   MOVE 'Change already pending for userid' TO SNDMSGO
               ELSE
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('DOGEOPRC')
                   END-EXEC
                   MOVE 'Pending-change write failed' TO SNDMSGO
               ELSE
                   SET RCT-REVOKED TO TRUE
                   SET RCT-STAGED TO TRUE
                   MOVE EIBUSERID TO RCT-DECIDED-BY
                   MOVE RCRT-TODAY TO RCT-DECIDED-DATE
                   PERFORM REWRITE-RECERT-ROW
                   IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                       MOVE 'Revoked - second admin must confirm' TO
                            SNDMSGO
                       MOVE 'Operator revoked - suspend staged' TO
                            WTO-MESSAGE
                       PERFORM DOGE-WTO
                   END-IF
               END-IF
               END-IF
           END-IF.
      *
       REWRITE-RECERT-ROW.
           EXEC CICS REWRITE FILE('DOGEOPRC')
                FROM(RECERT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Recertification update failed' TO SNDMSGO
               MOVE 'Recertification update failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO.
      *
       SIGN-OFF-CYCLE.
      *    The completion report is signed off once, after DOGERCRT
      *    has closed the cycle - the next REPORT run prints it.
           MOVE SPACES TO TARGET-USERID.
           PERFORM CHECK-CALLER-IS-ADMIN.
           IF CALLER-NOT-ADMIN
               MOVE 'Administer role required' TO SNDMSGO
               MOVE 'Recert sign-off refused - no role' TO
                    WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               PERFORM READ-CURRENT-CYCLE
               IF NOT CURRENT-CYCLE-CLOSED
                   MOVE 'Cycle is not closed yet' TO SNDMSGO
               ELSE
                   PERFORM RECORD-SIGN-OFF
               END-IF
           END-IF.
      *
       RECORD-SIGN-OFF.
           MOVE SPACES TO RCT-KEY.
           MOVE CURRENT-CYCLE TO RCT-CYCLE.
           EXEC CICS READ FILE('DOGEOPRC')
                RIDFLD(RCT-KEY)
                INTO(RECERT-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No recertification cycle on file' TO SNDMSGO
           ELSE
           IF RCT-SIGNED-OFF-BY NOT EQUAL TO SPACES
               EXEC CICS UNLOCK FILE('DOGEOPRC')
               END-EXEC
               MOVE 'Cycle already signed off' TO SNDMSGO
           ELSE
               EXEC CICS ASKTIME
                    ABSTIME(TEMP-DATE)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                    YYYYMMDD(RCRT-TODAY)
               END-EXEC
               MOVE EIBUSERID TO RCT-SIGNED-OFF-BY
               MOVE RCRT-TODAY TO RCT-SIGNED-OFF-DATE
               PERFORM REWRITE-RECERT-ROW
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Recertification signed off' TO SNDMSGO
                   MOVE 'Recertification signed off' TO WTO-MESSAGE
                   PERFORM DOGE-WTO
               END-IF.
       END PROGRAM DOGERCRM.
