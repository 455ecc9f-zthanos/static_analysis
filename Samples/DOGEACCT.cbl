      *   DOGEVSAM and a DOGEACTS directory entry carrying the
      *   human-readable name and watched wallet address), C closes
      *   one (refused while the balance or pending aggregate is
      *   nonzero, or while any sub-account under it is still open),
      *   P moves one under a different parent, R reactivates one
      *   the monthly DOGEDORM run has marked dormant, anything else
      *   looks one up. DOGEACTB is the batch twin for provisioning
      *   from cards.
      *
      *   Reactivation takes an operator carrying the approve role on
      *   DOGEOPRS - the same authority that releases a HELD send,
      *   which is exactly what a dormant account's sends become. It
      *   restarts the account's dormancy clock from today.
      *
      *   The parent field names the sub-account a new or moved one
      *   rolls up into for the consolidated reports - blank for one
      *   at the top of its own group. The parent has to be on file
      *   and open, and is refused if walking up from it comes back
      *   round to the account itself or runs past ten levels.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
      * Operator authorization entry, VSAM file DOGEOPRS - the
      * approve role gates reactivating a dormant sub-account
       COPY OPRAUTH.
       01  APPROVER-CHECK-FLAG PIC X VALUE 'Y'.
           88  APPROVER-IS-AUTHORIZED  VALUE 'Y'.
           88  APPROVER-NOT-AUTHORIZED VALUE 'N'.
       01  ACCT-TODAY-YMD      PIC X(8).
       01  CLOSE-BLOCK-FLAG    PIC X VALUE 'N'.
           88  CLOSE-IS-BLOCKED        VALUE 'Y'.
           88  CLOSE-NOT-BLOCKED       VALUE 'N'.
      * Parent hierarchy edit - the chain from the proposed parent
      * up to the top of its group, one directory read a level.
       01  NEW-PARENT-ACCT     PIC X(3).
           88  NEW-PARENT-NONE         VALUE SPACES.
       01  NEW-PARENT-NUM REDEFINES NEW-PARENT-ACCT PIC 9(3).
       01  PARENT-WALK-ACCT    PIC 9(3).
       01  PARENT-WALK-STEPS   PIC 9(2).
       01  PARENT-DEPTH-LIMIT  PIC 9(2) VALUE 10.
       01  PARENT-WALK-FLAG    PIC X VALUE 'N'.
           88  PARENT-WALK-GOING       VALUE 'G'.
           88  PARENT-WALK-DONE        VALUE 'D'.
       01  PARENT-EDIT-FLAG    PIC X VALUE 'Y'.
           88  PARENT-IS-VALID         VALUE 'Y'.
           88  PARENT-NOT-VALID        VALUE 'N'.
       01  PARENT-EDIT-MESSAGE PIC X(40).
      * Open-children check ahead of a close - a browse of the whole
      * directory, which is a few hundred rows at most.
       01  BROWSE-ACCT-NUM     PIC 9(3).
       01  CHILD-SCAN-FLAG     PIC X VALUE 'N'.
           88  CHILD-SCAN-GOING        VALUE 'G'.
           88  CHILD-SCAN-DONE         VALUE 'D'.
       01  OPEN-CHILD-FLAG     PIC X VALUE 'N'.
           88  OPEN-CHILD-FOUND        VALUE 'Y'.
           88  NO-OPEN-CHILD           VALUE 'N'.
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Row change log record, VSAM file DOGECHLG - every DOGEVSAM
      * row this program adds writes its after image here, so
      * DOGEFRCV can roll a restore forward
       COPY CHLGREC.
       01  CHG-TIME-WORK       PIC X(8).
       01  CHG-BANK-FLAG       PIC X VALUE 'N'.
           88  CHANGE-BANKED           VALUE 'Y'.
           88  CHANGE-NOT-BANKED       VALUE 'N'.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

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
           MOVE 'DOGEACCT' TO ENTC-PROGRAM.
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
           END-EXEC.
      *
       PARSE-OPTION.
      *    O opens a sub-account, C closes one, P re-parents one,
      *    R reactivates a dormant one, anything else looks it up so
      *    the operator can confirm what's on file
           IF ACCTI IS NUMERIC
               MOVE ACCTI TO ACCT-NUM
           ELSE
           ELSE
           IF OPTIONI EQUAL TO 'C' OR OPTIONI EQUAL TO 'c'
               PERFORM CLOSE-SUB-ACCOUNT
           ELSE
           IF OPTIONI EQUAL TO 'P' OR OPTIONI EQUAL TO 'p'
               PERFORM REPARENT-SUB-ACCOUNT
           ELSE
           IF OPTIONI EQUAL TO 'R' OR OPTIONI EQUAL TO 'r'
               PERFORM REACTIVATE-SUB-ACCOUNT
           ELSE
               PERFORM INQUIRE-SUB-ACCOUNT.
           EXEC CICS
           MOVE SPACES TO WTO-MESSAGE.
      *
       OPEN-SUB-ACCOUNT.
      *    The parent is edited first - its chain is walked through
      *    the same record area the new directory row is built in.
           PERFORM EDIT-NEW-PARENT.
           IF PARENT-NOT-VALID
               MOVE PARENT-EDIT-MESSAGE TO SNDMSGO
           ELSE
               PERFORM WRITE-NEW-SUB-ACCOUNT.
      *
       WRITE-NEW-SUB-ACCOUNT.
           MOVE ACCT-NUM TO AD-ACCT-NUM.
           MOVE NAMEI TO AD-NAME.
           MOVE WALLETI TO AD-WALLET-ADDRESS.
           SET AD-ACCT-OPEN TO TRUE.
           MOVE NEW-PARENT-ACCT TO AD-PARENT-ACCT.
      *    A new sub-account starts its dormancy clock today.
           PERFORM GET-ACCT-TODAY.
           MOVE SPACE TO AD-DORMANCY.
           MOVE SPACES TO AD-DORMANT-SINCE.
           MOVE SPACES TO AD-LAST-ACTIVITY.
           MOVE ACCT-TODAY-YMD TO AD-CLOCK-START.
           MOVE SPACES TO AD-REACTIVATED-BY.
           EXEC CICS WRITE FILE('DOGEACTS')
                RIDFLD(AD-ACCT-NUM)
                FROM(ACCOUNT-DIRECTORY-ENTRY)
                FROM(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET CHG-ROW-ADDED TO TRUE
               PERFORM WRITE-CHANGE-LOG
           ELSE
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(DUPREC)
               MOVE 'Control record write failed' TO SNDMSGO.
      *
       CLOSE-SUB-ACCOUNT.
           SET CLOSE-NOT-BLOCKED TO TRUE.
           SET NO-OPEN-CHILD TO TRUE.
           MOVE BALANCE-RECORD-ID TO CONTROL-RECORD-ID.
           PERFORM CHECK-CONTROL-RECORD-ZERO.
           MOVE PENDING-AGGREGATE-RECORD-ID TO CONTROL-RECORD-ID.
           PERFORM CHECK-CONTROL-RECORD-ZERO.
           IF CLOSE-NOT-BLOCKED
               PERFORM CHECK-OPEN-CHILDREN.
           IF CLOSE-IS-BLOCKED
               MOVE 'Balance or pending not zero - not closed'
                   TO SNDMSGO
           ELSE
           IF OPEN-CHILD-FOUND
               MOVE 'Open sub-accounts under it - not closed'
                   TO SNDMSGO
           ELSE
               MOVE ACCT-NUM TO AD-ACCT-NUM
               EXEC CICS READ FILE('DOGEACTS')
                    RIDFLD(AD-ACCT-NUM)
                    INTO(ACCOUNT-DIRECTORY-ENTRY)
                   SET CLOSE-IS-BLOCKED TO TRUE
               END-IF
           END-IF.
      *
       CHECK-OPEN-CHILDREN.
      *    A parent closed over open children would leave them
      *    rolling up into an account nobody can post to.
           SET NO-OPEN-CHILD TO TRUE.
           SET CHILD-SCAN-GOING TO TRUE.
           MOVE ZERO TO BROWSE-ACCT-NUM.
           EXEC CICS STARTBR FILE('DOGEACTS')
                RIDFLD(BROWSE-ACCT-NUM)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET CHILD-SCAN-DONE TO TRUE.
           PERFORM UNTIL CHILD-SCAN-DONE
               EXEC CICS READNEXT FILE('DOGEACTS')
                    RIDFLD(BROWSE-ACCT-NUM)
                    INTO(ACCOUNT-DIRECTORY-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   SET CHILD-SCAN-DONE TO TRUE
               ELSE
               IF NOT AD-TOP-LEVEL
                  AND AD-PARENT-NUM EQUAL TO ACCT-NUM
                  AND AD-ACCT-OPEN
                   SET OPEN-CHILD-FOUND TO TRUE
                   SET CHILD-SCAN-DONE TO TRUE
               END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGEACTS')
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       REPARENT-SUB-ACCOUNT.
      *    Moves the sub-account - and everything under it - to a
      *    new parent, or to the top of a group of its own when the
      *    parent field is blank.
           PERFORM EDIT-NEW-PARENT.
           IF PARENT-NOT-VALID
               MOVE PARENT-EDIT-MESSAGE TO SNDMSGO
           ELSE
               MOVE ACCT-NUM TO AD-ACCT-NUM
               EXEC CICS READ FILE('DOGEACTS')
                    RIDFLD(AD-ACCT-NUM)
                    INTO(ACCOUNT-DIRECTORY-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'No such sub-account' TO SNDMSGO
               ELSE
                   MOVE NEW-PARENT-ACCT TO AD-PARENT-ACCT
                   EXEC CICS REWRITE FILE('DOGEACTS')
                        FROM(ACCOUNT-DIRECTORY-ENTRY)
                   END-EXEC
                   MOVE AD-PARENT-ACCT TO PARENTO
                   MOVE 'Sub-account parent changed' TO SNDMSGO
                   MOVE 'Sub-account parent changed' TO WTO-MESSAGE
                   PERFORM DOGE-WTO.
      *
       REACTIVATE-SUB-ACCOUNT.
      *    Only a dormant, open sub-account has anything to
      *    reactivate. Its sends go back to the ordinary PENDING path
      *    and DOGEDORM counts its quiet months from today.
           PERFORM CHECK-OPERATOR-CAN-APPROVE.
           IF APPROVER-NOT-AUTHORIZED
               MOVE 'Approve role required to reactivate' TO SNDMSGO
               MOVE 'Reactivate refused - no role' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               MOVE ACCT-NUM TO AD-ACCT-NUM
               EXEC CICS READ FILE('DOGEACTS')
                    RIDFLD(AD-ACCT-NUM)
                    INTO(ACCOUNT-DIRECTORY-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'No such sub-account' TO SNDMSGO
               ELSE
               IF NOT AD-ACCT-DORMANT OR AD-ACCT-CLOSED
                   EXEC CICS UNLOCK FILE('DOGEACTS')
                   END-EXEC
                   MOVE 'Sub-account is not dormant' TO SNDMSGO
               ELSE
                   PERFORM GET-ACCT-TODAY
                   SET AD-ACCT-REACTIVATED TO TRUE
                   MOVE ACCT-TODAY-YMD TO AD-CLOCK-START
                   MOVE EIBUSERID TO AD-REACTIVATED-BY
                   EXEC CICS REWRITE FILE('DOGEACTS')
                        FROM(ACCOUNT-DIRECTORY-ENTRY)
                   END-EXEC
                   MOVE 'Sub-account reactivated' TO SNDMSGO
                   MOVE 'Dormant sub-account reactivated' TO
                        WTO-MESSAGE
                   PERFORM DOGE-WTO.
      *
       CHECK-OPERATOR-CAN-APPROVE.
      *    Same approve-role gate DOGEDEET puts on releasing a held
      *    send.
           SET APPROVER-IS-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO OPR-USERID.
           EXEC CICS READ FILE('DOGEOPRS')
                RIDFLD(OPR-USERID)
                INTO(OPERATOR-AUTH-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET APPROVER-NOT-AUTHORIZED TO TRUE
           ELSE
           IF OPR-NOT-AUTHORIZED-TO-SEND
               SET APPROVER-NOT-AUTHORIZED TO TRUE
           ELSE
           IF OPR-ROLE-APPROVE NOT EQUAL TO SPACES
              AND NOT OPR-CAN-APPROVE
               SET APPROVER-NOT-AUTHORIZED TO TRUE.
      *
       GET-ACCT-TODAY.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(ACCT-TODAY-YMD)
           END-EXEC.
      *
       EDIT-NEW-PARENT.
      *    Blank is a top-level account and needs no walk. Otherwise
      *    climb from the proposed parent: meeting the account itself
      *    on the way up means the move would close a loop, and a
      *    chain past the depth limit would be cut off by the
      *    reports.
           SET PARENT-IS-VALID TO TRUE.
           MOVE PARENTI TO NEW-PARENT-ACCT.
           IF NEW-PARENT-NONE
               CONTINUE
           ELSE
           IF NEW-PARENT-ACCT IS NOT NUMERIC
               SET PARENT-NOT-VALID TO TRUE
               MOVE 'Parent must be a sub-account number'
                   TO PARENT-EDIT-MESSAGE
           ELSE
               MOVE NEW-PARENT-NUM TO PARENT-WALK-ACCT
               MOVE ZERO TO PARENT-WALK-STEPS
               SET PARENT-WALK-GOING TO TRUE
               PERFORM WALK-ONE-PARENT-LEVEL
                   UNTIL PARENT-WALK-DONE.
      *
       WALK-ONE-PARENT-LEVEL.
           IF PARENT-WALK-ACCT EQUAL TO ACCT-NUM
               SET PARENT-NOT-VALID TO TRUE
               SET PARENT-WALK-DONE TO TRUE
               MOVE 'Parent would make a loop - refused'
                   TO PARENT-EDIT-MESSAGE
           ELSE
               MOVE PARENT-WALK-ACCT TO AD-ACCT-NUM
               EXEC CICS READ FILE('DOGEACTS')
                    RIDFLD(AD-ACCT-NUM)
                    INTO(ACCOUNT-DIRECTORY-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   SET PARENT-WALK-DONE TO TRUE
                   IF PARENT-WALK-STEPS = ZERO
                       SET PARENT-NOT-VALID TO TRUE
                       MOVE 'Parent sub-account not on file'
                           TO PARENT-EDIT-MESSAGE
                   END-IF
               ELSE
               IF PARENT-WALK-STEPS = ZERO AND AD-ACCT-CLOSED
                   SET PARENT-NOT-VALID TO TRUE
                   SET PARENT-WALK-DONE TO TRUE
                   MOVE 'Parent sub-account is closed'
                       TO PARENT-EDIT-MESSAGE
               ELSE
               IF AD-TOP-LEVEL
                   SET PARENT-WALK-DONE TO TRUE
               ELSE
               IF PARENT-WALK-STEPS + 3 > PARENT-DEPTH-LIMIT
                   SET PARENT-NOT-VALID TO TRUE
                   SET PARENT-WALK-DONE TO TRUE
                   MOVE 'Hierarchy too deep - refused'
                       TO PARENT-EDIT-MESSAGE
               ELSE
                   MOVE AD-PARENT-NUM TO PARENT-WALK-ACCT
                   ADD 1 TO PARENT-WALK-STEPS.
      *
       INQUIRE-SUB-ACCOUNT.
           EXEC CICS READ FILE('DOGEACTS')
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE AD-NAME TO NAMEO
               MOVE AD-WALLET-ADDRESS TO WALLETO
               MOVE AD-PARENT-ACCT TO PARENTO
               IF AD-ACCT-CLOSED
                   MOVE 'Sub-account is closed' TO SNDMSGO
               ELSE
               IF AD-ACCT-DORMANT
                   MOVE SPACES TO SNDMSGO
                   STRING 'Sub-account dormant since '
                          AD-DORMANT-SINCE
                       DELIMITED BY SIZE INTO SNDMSGO
               ELSE
                   MOVE 'Sub-account is open' TO SNDMSGO
               END-IF
               END-IF
           ELSE
               MOVE 'No such sub-account' TO SNDMSGO.
      *
       WRITE-CHANGE-LOG.
      *    Before/after image of the DOGEVSAM row change just made
      *    - the caller set the action and, for a rewrite or a
      *    delete, the before image; TRANSACTION is the row as it
      *    now stands. This stamps the moment and the operator and
      *    banks the row, bumping the sequence on a same-second
      *    collision.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(CHG-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                TIME(CHG-TIME-WORK)
           END-EXEC.
           MOVE CHG-TIME-WORK(1:6) TO CHG-TIME.
           MOVE ZERO TO CHG-SEQ.
           MOVE 'DOGEACCT' TO CHG-PROGRAM.
           MOVE EIBUSERID TO CHG-USERID.
           MOVE TKEY TO CHG-TKEY.
           IF CHG-ROW-ADDED OR CHG-ROW-REPLACED
               MOVE SPACES TO CHG-BEFORE-IMAGE
           END-IF.
           IF CHG-ROW-DELETED
               MOVE SPACES TO CHG-AFTER-IMAGE
           ELSE
               MOVE TRANSACTION TO CHG-AFTER-IMAGE
           END-IF.
           SET CHANGE-NOT-BANKED TO TRUE.
           PERFORM WRITE-CHANGE-ONCE
               UNTIL CHANGE-BANKED.
      *
       WRITE-CHANGE-ONCE.
           EXEC CICS WRITE FILE('DOGECHLG')
                RIDFLD(CHG-KEY)
                FROM(CHANGE-LOG-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET CHANGE-BANKED TO TRUE
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
              AND CHG-SEQ < 999
               ADD 1 TO CHG-SEQ
           ELSE
      *        The change itself already stands - a lost log row is
      *        a gap in the roll-forward to shout about, not a
      *        reason to back the change out.
               SET CHANGE-BANKED TO TRUE
               MOVE 'Change log write failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF
           END-IF.
       END PROGRAM DOGEACCT.
