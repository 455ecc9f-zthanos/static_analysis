      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEHLDM:
      *   Freeze and legal-hold maintenance - DOGEHOLD. When legal
      *   gets a court order or an investigation opens, the only
      *   way to stop a sub-account paying out used to be closing it
      *   on DOGEACCT, which refuses while there's a balance anyway.
      *   Two tools instead:
      *     F  freeze the sub-account - every debit refused, in any
      *        currency; credits still post
      *     U  lift the freeze
      *     H  legal hold - lock an amount of one currency under a
      *        case reference
      *     L  lift a legal hold
      *   Every one of those runs under the dual control DOGEOPRM
      *   puts on operator changes: it only writes a pending change
      *   to DOGEHLDP, and nothing touches DOGEHOLD until a SECOND,
      *   different administrator keys C to confirm it. X cancels a
      *   pending change, anything else inquires. Only operators
      *   carrying the administer role may use this screen at all.
      *
      *   A freeze is addressed by the sub-account alone (currency
      *   and case reference on the key left blank - the case it is
      *   under is kept on the row); a hold by sub-account, currency
      *   and case reference. C, X and inquiry take the same key, so
      *   a blank currency means the freeze. A hold is not limited to
      *   what is available - the order says what to lock, and an
      *   amount above the balance simply stops every debit in that
      *   currency until it is lifted.
      *
      *   DOGESEND, DOGEXFER, DOGEFUND, DOGESORN, DOGEPPRO, DOGEBLKP
      *   and DOGEADJ's debits read the freeze row and take the hold
      *   total off available balance; DOGEHLDR lists what is active.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEHLDM.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Freeze and legal-hold entry, VSAM file DOGEHOLD
       COPY HOLDREC.
      * Pending change awaiting a second administrator, VSAM DOGEHLDP
       COPY HLDPREC.
      * Operator authorization entry, VSAM file DOGEOPRS - administer
      * role gates this screen, same check DOGEOPRM makes
       COPY OPRAUTH.
      * Sub-account directory entry, VSAM file DOGEACTS - a freeze or
      * hold has to name a sub-account that exists
       COPY ACCTDIR.
      * Currency master entry, VSAM file DOGECURR - a hold's currency
      * has to be one on file
       COPY CURRMST.
       01  RESPONSE-CODE       PIC S9(4) COMP.
       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
       01  TEMP-DATE           PIC 9(15) COMP-3.
       01  DOGECOMMS-AREA      PIC X(10) VALUE SPACES.
       01  ADMIN-CHECK-FLAG    PIC X VALUE 'N'.
           88  CALLER-IS-ADMIN         VALUE 'Y'.
           88  CALLER-NOT-ADMIN        VALUE 'N'.
      * The DOGEHOLD/DOGEHLDP key off the screen
       01  TARGET-KEY.
           05  TARGET-ACCT     PIC 9(3).
           05  TARGET-CURR     PIC X(4).
               88  TARGET-IS-FREEZE        VALUE SPACES.
           05  TARGET-REF      PIC X(12).
      * Keyed amount - sixteen digits, the last eight decimals, the
      * same shape DOGERSVM takes an earmark in.
       01  HOLD-AMOUNT-IN      PIC X(16).
       01  HOLD-AMOUNT-DIGITS REDEFINES HOLD-AMOUNT-IN
                               PIC 9(8)V9(8).
       01  HOLD-WORK-AMOUNT    PIC S9(9)V9(8).
       01  HOLD-TODAY          PIC X(8).
       01  HOLD-EDIT-FLAG      PIC X VALUE 'Y'.
           88  HOLD-EDITS-PASSED       VALUE 'Y'.
           88  HOLD-EDITS-FAILED       VALUE 'N'.
       01  DR-AMOUNT           PIC Z(8)9.9(8).
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
      *COPY DOGEHL.
      *COPY DFHAID.
      *COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                       PIC X(10).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying Freeze/Hold Admin' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              EXEC CICS SEND MAP('DOGEHL1')
                  MAPSET('DOGEHL') ERASE
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
               RETURN TRANSID('DHLD')
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
           MOVE 'DOGEHLDM' TO ENTC-PROGRAM.
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
           MOVE TARGET-KEY(1:10) TO JRNL-KEY.
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
               RECEIVE MAP('DOGEHL1')
                       MAPSET('DOGEHL')
                       INTO(DOGEHL1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    F and U address the freeze, so the key's currency and
      *    reference are blank whatever was typed there; H and L a
      *    hold. C, X and inquiry take the key as keyed.
           IF HLACTI IS NUMERIC
               MOVE HLACTI TO TARGET-ACCT
           ELSE
               MOVE ZERO TO TARGET-ACCT
           END-IF.
           MOVE HLCURI TO TARGET-CURR.
           MOVE HLREFI TO TARGET-REF.
           IF TARGET-IS-FREEZE
               MOVE SPACES TO TARGET-REF
           END-IF.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(HOLD-TODAY)
           END-EXEC.
           PERFORM CHECK-CALLER-IS-ADMIN.
           IF CALLER-NOT-ADMIN
               MOVE 'Administer role required' TO SNDMSGO
               MOVE 'Hold screen refused - no role' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF OPTIONI EQUAL TO 'F' OR OPTIONI EQUAL TO 'f'
             OR OPTIONI EQUAL TO 'U' OR OPTIONI EQUAL TO 'u'
               MOVE SPACES TO TARGET-CURR
               MOVE SPACES TO TARGET-REF
               PERFORM REQUEST-CHANGE
           ELSE
           IF OPTIONI EQUAL TO 'H' OR OPTIONI EQUAL TO 'h'
             OR OPTIONI EQUAL TO 'L' OR OPTIONI EQUAL TO 'l'
               PERFORM REQUEST-CHANGE
           ELSE
           IF OPTIONI EQUAL TO 'C' OR OPTIONI EQUAL TO 'c'
               PERFORM CONFIRM-CHANGE
           ELSE
           IF OPTIONI EQUAL TO 'X' OR OPTIONI EQUAL TO 'x'
               PERFORM CANCEL-CHANGE
           ELSE
               PERFORM INQUIRE-HOLD.
           EXEC CICS
               SEND MAP('DOGEHL1')
                   MAPSET('DOGEHL')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
      *
       CHECK-CALLER-IS-ADMIN.
      *    Only an operator already carrying the administer role may
      *    stage or confirm changes - same gate DOGEOPRM applies.
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
       REQUEST-CHANGE.
      *    Stage the change for a second administrator - refuse to
      *    stack a second pending change on the same key so two
      *    admins can't race each other's half of the control.
           MOVE SPACES TO HOLD-PENDING-CHANGE.
           MOVE TARGET-KEY TO HP-KEY.
           MOVE ZERO TO HP-AMOUNT.
           IF OPTIONI EQUAL TO 'F' OR OPTIONI EQUAL TO 'f'
               SET HP-PLACE-FREEZE TO TRUE
           ELSE
           IF OPTIONI EQUAL TO 'U' OR OPTIONI EQUAL TO 'u'
               SET HP-LIFT-FREEZE TO TRUE
           ELSE
           IF OPTIONI EQUAL TO 'H' OR OPTIONI EQUAL TO 'h'
               SET HP-PLACE-HOLD TO TRUE
           ELSE
               SET HP-LIFT-HOLD TO TRUE.
           PERFORM EDIT-REQUESTED-CHANGE.
           IF HOLD-EDITS-PASSED
               MOVE HLREFI TO HP-CASE-REF
               MOVE HLRSNI TO HP-REASON
               MOVE EIBUSERID TO HP-REQUESTED-BY
               EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                    DATESEP('/')
                    MMDDYYYY(HP-REQUEST-DATE)
               END-EXEC
               EXEC CICS WRITE FILE('DOGEHLDP')
                    RIDFLD(HP-KEY)
                    FROM(HOLD-PENDING-CHANGE)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
                   MOVE 'Change already pending for that key' TO
                        SNDMSGO
               ELSE
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Pending-change write failed' TO SNDMSGO
               ELSE
                   MOVE 'Staged - second admin must confirm' TO
                        SNDMSGO
                   MOVE 'Freeze/hold change staged' TO WTO-MESSAGE
                   PERFORM DOGE-WTO.
      *
       EDIT-REQUESTED-CHANGE.
      *    Each edit only runs while the ones before it passed, so
      *    the screen highlights the first thing wrong. Placing
      *    needs a real sub-account and a case; lifting needs
      *    something active to lift.
           SET HOLD-EDITS-PASSED TO TRUE.
           IF HLACTI IS NOT NUMERIC
               SET HOLD-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO HLACTH
               MOVE 'Sub-account must be numeric' TO SNDMSGO
           ELSE
           IF (HP-PLACE-HOLD OR HP-LIFT-HOLD)
              AND TARGET-IS-FREEZE
               SET HOLD-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO HLCURH
               MOVE 'A hold needs a currency' TO SNDMSGO
           ELSE
           IF HLREFI EQUAL TO SPACES
              AND NOT HP-LIFT-FREEZE
               SET HOLD-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO HLREFH
               MOVE 'Case reference is required' TO SNDMSGO.
           IF HOLD-EDITS-PASSED
               IF HP-PLACE-FREEZE OR HP-PLACE-HOLD
                   PERFORM EDIT-NEW-PLACEMENT
               ELSE
                   PERFORM EDIT-LIFT.
      *
       EDIT-NEW-PLACEMENT.
           MOVE TARGET-ACCT TO AD-ACCT-NUM.
           EXEC CICS READ FILE('DOGEACTS')
                RIDFLD(AD-ACCT-NUM)
                INTO(ACCOUNT-DIRECTORY-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET HOLD-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO HLACTH
               MOVE 'Sub-account not on file' TO SNDMSGO.
           IF HOLD-EDITS-PASSED AND HP-PLACE-HOLD
               MOVE TARGET-CURR TO CM-CODE
               EXEC CICS READ FILE('DOGECURR')
                    RIDFLD(CM-CODE)
                    INTO(CURRENCY-MASTER-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   SET HOLD-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO HLCURH
                   MOVE 'Currency not on file' TO SNDMSGO
               ELSE
                   MOVE HLAMTI TO HOLD-AMOUNT-IN
                   IF HOLD-AMOUNT-IN IS NOT NUMERIC
                       SET HOLD-EDITS-FAILED TO TRUE
                       MOVE DFHREVRS TO HLAMTH
                       MOVE 'Amount must be numeric' TO SNDMSGO
                   ELSE
                   IF HOLD-AMOUNT-DIGITS NOT GREATER THAN ZERO
                       SET HOLD-EDITS-FAILED TO TRUE
                       MOVE DFHREVRS TO HLAMTH
                       MOVE 'Amount must be more than zero' TO SNDMSGO
                   ELSE
                       MOVE HOLD-AMOUNT-DIGITS TO HP-AMOUNT
                   END-IF
                   END-IF
               END-IF.
           IF HOLD-EDITS-PASSED
               PERFORM READ-TARGET-ROW
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                  AND HL-ACTIVE
                   SET HOLD-EDITS-FAILED TO TRUE
                   IF HP-PLACE-FREEZE
                       MOVE 'Sub-account is already frozen' TO SNDMSGO
                   ELSE
                       MOVE 'Hold already active under that case' TO
                            SNDMSGO.
      *
       EDIT-LIFT.
           PERFORM READ-TARGET-ROW.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
              OR NOT HL-ACTIVE
               SET HOLD-EDITS-FAILED TO TRUE
               IF HP-LIFT-FREEZE
                   MOVE 'Sub-account is not frozen' TO SNDMSGO
               ELSE
                   MOVE 'No active hold under that case' TO SNDMSGO
               END-IF
           ELSE
               MOVE HL-AMOUNT TO HP-AMOUNT.
      *
       READ-TARGET-ROW.
      *    The DOGEHOLD row the screen's key names, no UPDATE -
      *    RESPONSE-CODE tells the caller whether there is one.
           MOVE TARGET-KEY TO HL-KEY.
           EXEC CICS READ FILE('DOGEHOLD')
                RIDFLD(HL-KEY)
                INTO(ACCOUNT-HOLD-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       CONFIRM-CHANGE.
      *    The whole point of dual control - the confirming
      *    administrator has to be a different person than the one
      *    who staged the change.
           MOVE TARGET-KEY TO HP-KEY.
           EXEC CICS READ FILE('DOGEHLDP')
                RIDFLD(HP-KEY)
                INTO(HOLD-PENDING-CHANGE)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No pending change for that key' TO SNDMSGO
           ELSE
           IF HP-REQUESTED-BY EQUAL TO EIBUSERID
               MOVE 'A second admin must confirm this' TO SNDMSGO
               MOVE 'Self-confirm refused' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               PERFORM APPLY-CONFIRMED-CHANGE
               EXEC CICS DELETE FILE('DOGEHLDP')
                    RIDFLD(HP-KEY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               MOVE 'Freeze/hold change applied' TO WTO-MESSAGE
               PERFORM DOGE-WTO.
      *
       APPLY-CONFIRMED-CHANGE.
           IF HP-PLACE-FREEZE OR HP-PLACE-HOLD
               PERFORM APPLY-PLACEMENT
           ELSE
               PERFORM APPLY-LIFT.
      *
       APPLY-PLACEMENT.
      *    A fresh key is written; one lifted before is re-placed on
      *    the same row, which keeps its last lift on the record
      *    until this one is lifted in turn.
           MOVE SPACES TO ACCOUNT-HOLD-ENTRY.
           MOVE HP-KEY TO HL-KEY.
           PERFORM FILL-PLACED-ROW.
           EXEC CICS WRITE FILE('DOGEHOLD')
                RIDFLD(HL-KEY)
                FROM(ACCOUNT-HOLD-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
      *        Same re-read-UPDATE-then-REWRITE order DOGEOPRM uses
      *        for an existing row.
               EXEC CICS READ FILE('DOGEHOLD')
                    RIDFLD(HL-KEY)
                    INTO(ACCOUNT-HOLD-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF HL-ACTIVE
                   EXEC CICS UNLOCK FILE('DOGEHOLD')
                   END-EXEC
                   MOVE 'Already active - nothing changed' TO SNDMSGO
                   MOVE ZERO TO HOLD-WORK-AMOUNT
               ELSE
                   PERFORM FILL-PLACED-ROW
                   EXEC CICS REWRITE FILE('DOGEHOLD')
                        FROM(ACCOUNT-HOLD-ENTRY)
                        RESP(RESPONSE-CODE)
                   END-EXEC
                   PERFORM SAY-PLACED
               END-IF
           ELSE
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Freeze/hold write failed' TO SNDMSGO
               MOVE ZERO TO HOLD-WORK-AMOUNT
           ELSE
               PERFORM SAY-PLACED.
           IF HP-PLACE-HOLD AND HOLD-WORK-AMOUNT NOT EQUAL TO ZERO
               PERFORM ADJUST-HOLD-TOTAL.
      *
       FILL-PLACED-ROW.
           IF HP-PLACE-FREEZE
               SET HL-FREEZE TO TRUE
           ELSE
               SET HL-LEGAL-HOLD TO TRUE.
           SET HL-ACTIVE TO TRUE.
           MOVE HP-AMOUNT TO HL-AMOUNT.
           MOVE HP-AMOUNT TO HOLD-WORK-AMOUNT.
           MOVE HP-CASE-REF TO HL-CASE-REF.
           MOVE HP-REASON TO HL-REASON.
           MOVE HP-REQUESTED-BY TO HL-PLACED-BY.
           MOVE EIBUSERID TO HL-PLACED-CONFIRM.
           MOVE HOLD-TODAY TO HL-PLACED-DATE.
      *
       SAY-PLACED.
           IF HP-PLACE-FREEZE
               MOVE 'Sub-account frozen' TO SNDMSGO
           ELSE
               MOVE 'Legal hold placed' TO SNDMSGO.
      *
       APPLY-LIFT.
      *    Only an ACTIVE row can be lifted; it stays on file as L
      *    with who asked and who confirmed.
           MOVE HP-KEY TO HL-KEY.
           EXEC CICS READ FILE('DOGEHOLD')
                RIDFLD(HL-KEY)
                INTO(ACCOUNT-HOLD-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Nothing on file to lift' TO SNDMSGO
           ELSE
           IF NOT HL-ACTIVE
               EXEC CICS UNLOCK FILE('DOGEHOLD')
               END-EXEC
               MOVE 'Already lifted - nothing changed' TO SNDMSGO
           ELSE
               SET HL-LIFTED TO TRUE
               MOVE HP-REQUESTED-BY TO HL-LIFTED-BY
               MOVE EIBUSERID TO HL-LIFTED-CONFIRM
               MOVE HOLD-TODAY TO HL-LIFTED-DATE
               EXEC CICS REWRITE FILE('DOGEHOLD')
                    FROM(ACCOUNT-HOLD-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF HL-FREEZE
                   MOVE 'Freeze lifted' TO SNDMSGO
               ELSE
                   SUBTRACT HL-AMOUNT FROM ZERO
                       GIVING HOLD-WORK-AMOUNT
                   PERFORM ADJUST-HOLD-TOTAL
                   MOVE 'Legal hold lifted' TO SNDMSGO.
      *
       ADJUST-HOLD-TOTAL.
      *    HOLD-WORK-AMOUNT (positive for a hold placed, negative for
      *    one lifted) onto the sub-account and currency's total row
      *    - read UPDATE and rewrite an existing one, seed it on the
      *    first hold. Held at zero rather than go below it, the
      *    same as DOGERSVM's reservation total.
           MOVE HP-ACCT TO HL-ACCT.
           MOVE HP-CURR TO HL-CURR.
           MOVE SPACES TO HL-REF.
           EXEC CICS READ FILE('DOGEHOLD')
                RIDFLD(HL-KEY)
                INTO(ACCOUNT-HOLD-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               IF HOLD-WORK-AMOUNT < ZERO
                  AND HL-AMOUNT + HOLD-WORK-AMOUNT < ZERO
                   MOVE ZERO TO HL-AMOUNT
               ELSE
                   ADD HOLD-WORK-AMOUNT TO HL-AMOUNT
               END-IF
               EXEC CICS REWRITE FILE('DOGEHOLD')
                    FROM(ACCOUNT-HOLD-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE SPACES TO ACCOUNT-HOLD-ENTRY
               MOVE HP-ACCT TO HL-ACCT
               MOVE HP-CURR TO HL-CURR
               MOVE SPACES TO HL-REF
               SET HL-HOLD-TOTAL TO TRUE
               SET HL-TOTAL-STATUS TO TRUE
               IF HOLD-WORK-AMOUNT > ZERO
                   MOVE HOLD-WORK-AMOUNT TO HL-AMOUNT
               ELSE
                   MOVE ZERO TO HL-AMOUNT
               END-IF
               MOVE HOLD-TODAY TO HL-PLACED-DATE
               EXEC CICS WRITE FILE('DOGEHOLD')
                    RIDFLD(HL-KEY)
                    FROM(ACCOUNT-HOLD-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Hold total update failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
           MOVE HL-AMOUNT TO DR-AMOUNT.
           MOVE DR-AMOUNT TO HLTOTO.
      *
       CANCEL-CHANGE.
           MOVE TARGET-KEY TO HP-KEY.
           EXEC CICS DELETE FILE('DOGEHLDP')
                RIDFLD(HP-KEY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE 'Pending change cancelled' TO SNDMSGO
               MOVE 'Pending change cancelled' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               MOVE 'No pending change for that key' TO SNDMSGO.
      *
       INQUIRE-HOLD.
      *    The freeze or hold under the key, and for a hold the
      *    sub-account and currency's total locked.
           PERFORM READ-TARGET-ROW.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE HL-STATUS TO HLSTSO
               MOVE HL-CASE-REF TO HLREFO
               MOVE HL-REASON TO HLRSNO
               MOVE HL-PLACED-BY TO HLBYO
               MOVE HL-PLACED-CONFIRM TO HLCNFO
               MOVE HL-PLACED-DATE TO HLDTO
               MOVE HL-LIFTED-DATE TO HLLFDO
               MOVE HL-AMOUNT TO DR-AMOUNT
               MOVE DR-AMOUNT TO HLAMTO
               IF HL-ACTIVE AND HL-FREEZE
                   MOVE 'Sub-account is frozen' TO SNDMSGO
               ELSE
               IF HL-ACTIVE
                   MOVE 'Legal hold is active' TO SNDMSGO
               ELSE
                   MOVE 'Lifted - shown for the record' TO SNDMSGO
               END-IF
               END-IF
           ELSE
           IF TARGET-IS-FREEZE
               MOVE 'Sub-account has never been frozen' TO SNDMSGO
           ELSE
               MOVE 'No hold under that case' TO SNDMSGO.
           IF NOT TARGET-IS-FREEZE
               MOVE SPACES TO TARGET-REF
               PERFORM READ-TARGET-ROW
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   MOVE HL-AMOUNT TO DR-AMOUNT
               ELSE
                   MOVE ZERO TO DR-AMOUNT
               END-IF
               MOVE DR-AMOUNT TO HLTOTO
               MOVE HLREFI TO TARGET-REF.
           MOVE TARGET-KEY TO HP-KEY.
           EXEC CICS READ FILE('DOGEHLDP')
                RIDFLD(HP-KEY)
                INTO(HOLD-PENDING-CHANGE)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE 'Pending change awaits confirm' TO SNDMSGO.
       END PROGRAM DOGEHLDM.
