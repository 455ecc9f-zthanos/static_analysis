      *   both legs of the round trip are now the same structured
      *   queue interface instead of one leg being a print stream.
      *
      *   The miner fee DOGECONF books once the send confirms comes
      *   off the same balance, so the screen shows the DOGEFEST
      *   network-fee estimate and the amount-plus-fee total, and a
      *   send whose balance can't cover both is refused here rather
      *   than driving the sub-account negative at settlement.
      *   Coins an operator has earmarked on DOGERESV through
      *   DOGERSVM are not available to a send either, nor are coins
      *   under a DOGEHOLD legal hold; a sub-account frozen through
      *   DOGEHLDM cannot send at all. A sub-account DOGEDORM has
      *   marked dormant still sends, but every send is written HELD
      *   for an approver until it is reactivated on DOGEACCT.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * per sub-account per currency; the legacy (n*10)+1/+2 records
      * stay DOGE-only
       COPY CURBALRC.
      * Funds reservation total, VSAM file DOGERESV - coins treasury
      * has earmarked on this sub-account and currency through
      * DOGERSVM are not available to a send
       COPY RESVREC.
      * Freeze and legal-hold rows, VSAM file DOGEHOLD - placed under
      * dual control through DOGEHLDM; a frozen sub-account sends
      * nothing, and coins under a hold are not available
       COPY HOLDREC.
       01  FREEZE-CHECK-FLAG PIC X VALUE 'N'.
           88  ACCOUNT-FROZEN      VALUE 'Y'.
           88  ACCOUNT-NOT-FROZEN  VALUE 'N'.
      * Sub-account directory, VSAM file DOGEACTS - a quiet account
      * suddenly paying out is exactly what needs a second look, so
      * a dormant one's send is written HELD whatever the amount
       COPY ACCTDIR.
       01  DORMANCY-CHECK-FLAG PIC X VALUE 'N'.
           88  DORMANT-FORCES-HOLD VALUE 'H'.
           88  ACCOUNT-NOT-DORMANT VALUE 'N'.
      * Deny-list entry, VSAM file DOGEDENY - maintained under dual
      * control by DOGEDNYM; a structurally perfect address can still
      * be one we're forbidden to pay
       01  DENY-CHECK-FLAG PIC X VALUE 'N'.
           88  ADDRESS-DENIED      VALUE 'Y'.
           88  ADDRESS-NOT-DENIED  VALUE 'N'.
      * Counterparty master and address-link entries, VSAM files
      * DOGECPTY and DOGECPTA - an address linked to a counterparty
      * whose due-diligence review has lapsed is refused, and one
      * linked to a high-risk counterparty is written HELD
       COPY CPTYREC.
       COPY CPADRREC.
       01  CPTY-REVIEW-FLAG PIC X VALUE 'C'.
           88  CPTY-REVIEW-CURRENT     VALUE 'C'.
           88  CPTY-REVIEW-EXPIRED     VALUE 'E'.
           88  CPTY-FORCES-HOLD        VALUE 'H'.
       01  REVIEW-TODAY         PIC X(8).
      * Payee history, VSAM file DOGEPAYE - an address with no settled
      * send, no whitelisting and nothing on file older than the
      * cooling-off period is a new payee, and its send is written
      * HELD whatever the amount
       COPY PAYEREC.
       01  NEW-PAYEE-FLAG PIC X VALUE 'E'.
           88  PAYEE-ESTABLISHED       VALUE 'E'.
           88  NEW-PAYEE-FORCES-HOLD   VALUE 'H'.
       01  PAYEE-ROW-FLAG PIC X VALUE 'N'.
           88  PAYEE-ROW-ON-FILE       VALUE 'Y'.
           88  PAYEE-ROW-NOT-ON-FILE   VALUE 'N'.
      * Used until DOGENPRL has set the period on the control row.
       01  DEFAULT-COOLING-HOURS PIC 9(3) VALUE 48.
       01  COOLING-HOURS        PIC 9(3).
       01  PAYEE-NOW-EPOCH      PIC 9(10).
       01  PAYEE-KNOWN-SINCE    PIC 9(10).
       01  PAYEE-AGE-SECONDS    PIC S9(10).
      * Currency master entry, VSAM file DOGECURR - maintained by
      * DOGECURM; a CURRI that isn't an active code in here never
      * reaches DOGEVSAM
      * the request here for DOGEOBXR to re-drive instead of leaving
      * the PENDING row stranded with its funds reserved
       COPY OUTBXREC.
      * Network-fee estimate record, VSAM file DOGEFEST - the rolling
      * estimate DOGECONF keeps off recent fees, and the per-send row
      * this send's estimate is banked on for DOGEFEEV
       COPY FESTREC.
       01  SEND-FEE-ESTIMATE    PIC S9(8)V9(8).
      * Used until DOGECONF has banked a first real fee.
       01  DEFAULT-FEE-ESTIMATE PIC S9(8)V9(8) VALUE 1.
       01  AMOUNT-PLUS-FEE      PIC S9(9)V9(8).
       01  SAVED-AVAILABLE-AMOUNT PIC S9(8)V9(8).
       01  FEE-COVER-FLAG PIC X VALUE 'Y'.
           88  FEE-COVERED             VALUE 'Y'.
           88  FEE-NOT-COVERED         VALUE 'N'.
       01  FEE-DISPLAY          PIC Z(7)9.9(8).
       01  TOTAL-DISPLAY        PIC Z(8)9.9(8).
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Row change log record, VSAM file DOGECHLG - every DOGEVSAM
      * row this program adds, rewrites or deletes (other than the
      * amount updates DOGEBMOV already carries) writes its before/
      * after image here, so DOGEFRCV can roll a restore forward
       COPY CHLGREC.
       01  CHG-TIME-WORK       PIC X(8).
       01  CHG-BANK-FLAG       PIC X VALUE 'N'.
           88  CHANGE-BANKED           VALUE 'Y'.
           88  CHANGE-NOT-BANKED       VALUE 'N'.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      * COPY DOGESN.
       PROCEDURE DIVISION.
       DOGE-MAIN.
      * Main procedure run
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying Send Menu' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              PERFORM GET-FEE-ESTIMATE
              MOVE FEE-DISPLAY TO FEEO
              EXEC CICS SEND MAP('DOGESN1')
                  MAPSET('DOGESN') ERASE
              END-EXEC
                      COMMAREA(DOGECOMMS-AREA)
           END-EXEC.
      
       CHECK-ENTITLEMENT.
      *    DOGEENTC resolves the signed-on userid against the
      *    DOGEENTL matrix on every entry, so neither an XCTL nor
      *    the bare transaction id gets round it. A refusal is
      *    journaled there and the operator lands back on the
      *    main menu, which says why.
           MOVE 'DOGESEND' TO ENTC-PROGRAM.
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
      * Sends WTO-MESSAGE to MVS Console
           EXEC CICS WRITE OPERATOR
      *     MOVE SEND-AMOUNT TO WTO-MESSAGE.
      *     PERFORM DOGE-WTO.
           PERFORM VALIDATE-AMOUNT.
           PERFORM GET-FEE-ESTIMATE.
           PERFORM SHOW-FEE-ESTIMATE.
           PERFORM CHECK-OPERATOR-AUTHORIZED.
           PERFORM CHECK-ACCOUNT-FROZEN.
           PERFORM CHECK-ACCOUNT-DORMANT.
      *    Just some simple checks incase a person hits enter, types
      *    garbage into the amount, or asks for more than we have
           IF OPERATOR-NOT-AUTHORIZED
               MOVE 'Send refused - not authorized' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF ACCOUNT-FROZEN
               MOVE 'Sub-account is frozen - no sends' TO SNDMSGO
      *        Same compliance-event journaling as a deny-list hit.
               MOVE 'Send refused - account frozen' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF ADDRESS-IS-INVALID
               MOVE DFHREVRS TO PAYTOH
               MOVE ADDR-FAIL-MESSAGE TO SNDMSGO
               MOVE 'Send refused - address denied' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF CPTY-REVIEW-EXPIRED
               MOVE DFHREVRS TO PAYTOH
               MOVE 'Payee due-diligence review expired' TO SNDMSGO
      *        Same compliance-event journaling as a deny-list hit.
               MOVE 'Send refused - KYC review expired' TO
                    WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF AMOUNT-IS-INVALID
               MOVE DFHREVRS TO AMOUNTH
               MOVE 'Amount must be numeric' TO SNDMSGO
                   MOVE DFHREVRS TO AMOUNTH
                   MOVE 'Amount exceeds available balance' TO SNDMSGO
               ELSE
               IF FEE-NOT-COVERED
                   MOVE DFHREVRS TO AMOUNTH
                   MOVE 'Amount plus fee exceeds balance' TO SNDMSGO
               ELSE
               PERFORM CHECK-SEND-LIMITS
               IF LIMIT-REFUSED
                   MOVE DFHREVRS TO AMOUNTH
                            SNDMSGO
                   ELSE
                   IF SEND-HELD
                       IF DORMANT-FORCES-HOLD
                           MOVE 'Dormant account - held for approval'
                               TO SNDMSGO
                           MOVE 'Send held - account dormant' TO
                                WTO-MESSAGE
                           PERFORM DOGE-WTO
                       ELSE
                       IF CPTY-FORCES-HOLD
                           MOVE 'High-risk payee - held for approval'
                               TO SNDMSGO
                       ELSE
                       IF NEW-PAYEE-FORCES-HOLD
                           MOVE 'New payee - held for cooling-off'
                               TO SNDMSGO
                       ELSE
                           MOVE 'Amount held for second approval'
                               TO SNDMSGO
                       END-IF
                       END-IF
                       END-IF
                       MOVE SPACES TO AMOUNTO
                   ELSE
                       MOVE SEND-AMOUNT TO TEXT-AMOUNT
           IF ADDRESS-IS-VALID
               PERFORM CHECK-ADDRESS-DENIED
           END-IF.
           SET CPTY-REVIEW-CURRENT TO TRUE.
           IF ADDRESS-IS-VALID AND ADDRESS-NOT-DENIED
               PERFORM CHECK-COUNTERPARTY-REVIEW
           END-IF.
           SET PAYEE-ESTABLISHED TO TRUE.
           IF ADDRESS-IS-VALID AND ADDRESS-NOT-DENIED
               PERFORM CHECK-NEW-PAYEE
           END-IF.
      *
       CHECK-ADDRESS-DENIED.
      *    VALIDATE-DOGE-ADDRESS proves an address is well-formed,
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET ADDRESS-DENIED TO TRUE.
      *
       CHECK-COUNTERPARTY-REVIEW.
      *    An address linked through DOGECPTA belongs to a DOGECPTY
      *    counterparty whose due-diligence review compliance keys on
      *    DOGECPTM. Past its expiry date the send is refused; a
      *    high-risk counterparty inside its review is written HELD
      *    for a second approver. An unlinked address, or a
      *    counterparty with no review recorded yet, passes as
      *    before - DOGEKYCR lists those so the gap gets closed.
           MOVE TO-ADDRESS TO CA-ADDRESS.
           EXEC CICS READ FILE('DOGECPTA')
                RIDFLD(CA-ADDRESS)
                INTO(COUNTERPARTY-ADDRESS-LINK)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE CA-CPTY-ID TO CP-ID
               EXEC CICS READ FILE('DOGECPTY')
                    RIDFLD(CP-ID)
                    INTO(COUNTERPARTY-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   EXEC CICS ASKTIME
                        ABSTIME(TEMP-DATE)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                        YYYYMMDD(REVIEW-TODAY)
                   END-EXEC
                   IF CP-REVIEW-EXPIRY IS NUMERIC
                      AND CP-REVIEW-EXPIRY < REVIEW-TODAY
                       SET CPTY-REVIEW-EXPIRED TO TRUE
                   ELSE
                   IF CP-RISK-HIGH
                       SET CPTY-FORCES-HOLD TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-NEW-PAYEE.
      *    First use of an address - no send to it ever settled, no
      *    approver has whitelisted it, and neither its first keyed
      *    send nor its oldest DOGEADDR label is older than the
      *    cooling-off period - holds the send for a second approver
      *    regardless of amount. A period of zero turns the check off.
           MOVE DEFAULT-COOLING-HOURS TO COOLING-HOURS.
           MOVE SPACES TO PY-KEY.
           SET PY-CONTROL-KEY TO TRUE.
           EXEC CICS READ FILE('DOGEPAYE')
                RIDFLD(PY-KEY)
                INTO(PAYEE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND PY-COOLING-HOURS IS NUMERIC
               MOVE PY-COOLING-HOURS TO COOLING-HOURS
           END-IF.
           SET PAYEE-ROW-NOT-ON-FILE TO TRUE.
           IF COOLING-HOURS > ZERO
               EXEC CICS ASKTIME
                    ABSTIME(TEMP-DATE)
               END-EXEC
               COMPUTE PAYEE-NOW-EPOCH =
                       (TEMP-DATE - SINCE-EPOCH) / 1000
               MOVE SPACES TO PY-KEY
               SET PY-PAYEE-KEY TO TRUE
               MOVE TO-ADDRESS TO PY-KEY-ID
               EXEC CICS READ FILE('DOGEPAYE')
                    RIDFLD(PY-KEY)
                    INTO(PAYEE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   SET NEW-PAYEE-FORCES-HOLD TO TRUE
               ELSE
                   SET PAYEE-ROW-ON-FILE TO TRUE
                   IF PY-SETTLED-COUNT = ZERO
                      AND NOT PY-WHITELISTED
                       PERFORM AGE-KNOWN-PAYEE
                   END-IF
               END-IF
           END-IF.
      *
       AGE-KNOWN-PAYEE.
      *    Known since the earlier of its first keyed send and its
      *    first label - zero on either means that never happened.
           MOVE PY-FIRST-SEEN TO PAYEE-KNOWN-SINCE.
           IF PY-LABEL-SINCE > ZERO
              AND (PAYEE-KNOWN-SINCE = ZERO
                   OR PY-LABEL-SINCE < PAYEE-KNOWN-SINCE)
               MOVE PY-LABEL-SINCE TO PAYEE-KNOWN-SINCE
           END-IF.
           IF PAYEE-KNOWN-SINCE = ZERO
               SET NEW-PAYEE-FORCES-HOLD TO TRUE
           ELSE
               COMPUTE PAYEE-AGE-SECONDS =
                       PAYEE-NOW-EPOCH - PAYEE-KNOWN-SINCE
               IF PAYEE-AGE-SECONDS < COOLING-HOURS * 3600
                   SET NEW-PAYEE-FORCES-HOLD TO TRUE
               END-IF
           END-IF.
      *
       RECORD-NEW-PAYEE-HOLD.
      *    The payee is on file from its first keyed send, which is
      *    when its cooling-off starts; the hold row tells DOGEWRKQ
      *    why this send is waiting and DOGENPRL when it may go.
      *    A lost row costs the worklist its reason, not the hold -
      *    the DOGEVSAM row is HELD either way.
           IF PAYEE-ROW-NOT-ON-FILE
               MOVE SPACES TO PAYEE-ENTRY
               SET PY-PAYEE-KEY TO TRUE
               MOVE TO-ADDRESS TO PY-KEY-ID
               MOVE PAYEE-NOW-EPOCH TO PY-FIRST-SEEN
               MOVE ZERO TO PY-LABEL-SINCE
               MOVE ZERO TO PY-SETTLED-COUNT
               MOVE ZERO TO PY-LAST-SETTLED
               SET PY-NOT-WHITELISTED TO TRUE
               EXEC CICS WRITE FILE('DOGEPAYE')
                    RIDFLD(PY-KEY)
                    FROM(PAYEE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
           IF PY-FIRST-SEEN = ZERO
               MOVE SPACES TO PY-KEY
               SET PY-PAYEE-KEY TO TRUE
               MOVE TO-ADDRESS TO PY-KEY-ID
               EXEC CICS READ FILE('DOGEPAYE')
                    RIDFLD(PY-KEY)
                    INTO(PAYEE-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   MOVE PAYEE-NOW-EPOCH TO PY-FIRST-SEEN
                   EXEC CICS REWRITE FILE('DOGEPAYE')
                        FROM(PAYEE-ENTRY)
                   END-EXEC
               END-IF
           END-IF.
           MOVE SPACES TO PAYEE-ENTRY.
           SET PY-HOLD-KEY TO TRUE.
           MOVE TEXT-TIMESTAMP TO PY-KEY-ID(1:10).
           MOVE TEXT-SEQ TO PY-KEY-ID(11:2).
           MOVE TO-ADDRESS TO PY-HOLD-ADDRESS.
           MOVE ACCT-NUM TO PY-HOLD-ACCT.
           MOVE 'DOGESEND' TO PY-HOLD-SOURCE.
           IF REQUESTED-AMOUNT NOT LESS THAN HOLD-THRESHOLD-AMOUNT
              OR LIMIT-FORCES-HOLD
              OR CPTY-FORCES-HOLD
              OR DORMANT-FORCES-HOLD
               SET PY-HOLD-ALSO-REVIEW TO TRUE
           ELSE
               SET PY-HOLD-PAYEE-ONLY TO TRUE
           END-IF.
           SET PY-HOLD-OPEN TO TRUE.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(PY-HOLD-DATE)
           END-EXEC.
           EXEC CICS WRITE FILE('DOGEPAYE')
                RIDFLD(PY-KEY)
                FROM(PAYEE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'New payee hold row write failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
           MOVE 'Send held - new payee cooling-off' TO WTO-MESSAGE.
           PERFORM DOGE-WTO.
      *
       VALIDATE-DOGE-ADDRESS.
      *    Reads CAND-ADDRESS, leaves ADDRESS-IS-VALID/-INVALID and a
           IF CURR-NUM NOT EQUAL TO 'DOGE'
               PERFORM CHECK-CURRENCY-BALANCE
           ELSE
               PERFORM READ-DOGE-AVAILABLE
           END-IF.
           PERFORM CHECK-FEE-COVER.
      *
       READ-DOGE-AVAILABLE.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(BALANCE-RECORD-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               MOVE THE-AMOUNT TO AVAILABLE-AMOUNT
           ELSE
               MOVE ZERO TO AVAILABLE-AMOUNT
           END-IF.
           PERFORM SUBTRACT-OUTSTANDING-PENDING.
           MOVE 'DOGE' TO RV-CURR.
           PERFORM SUBTRACT-ACTIVE-RESERVATIONS.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       CHECK-FEE-COVER.
      *    The fee DOGECONF books at settlement is always DOGE, off
      *    the sub-account's DOGE balance record. A DOGE send has to
      *    cover amount plus fee; a send in another currency has its
      *    amount judged above and the fee against the DOGE balance.
           SET FEE-COVERED TO TRUE.
           IF CURR-NUM EQUAL TO 'DOGE'
               COMPUTE AMOUNT-PLUS-FEE =
                       REQUESTED-AMOUNT + SEND-FEE-ESTIMATE
               IF AMOUNT-PLUS-FEE > AVAILABLE-AMOUNT
                   SET FEE-NOT-COVERED TO TRUE
               END-IF
           ELSE
               MOVE AVAILABLE-AMOUNT TO SAVED-AVAILABLE-AMOUNT
               PERFORM READ-DOGE-AVAILABLE
               IF SEND-FEE-ESTIMATE > AVAILABLE-AMOUNT
                   SET FEE-NOT-COVERED TO TRUE
               END-IF
               MOVE SAVED-AVAILABLE-AMOUNT TO AVAILABLE-AMOUNT
           END-IF.
      *
       GET-FEE-ESTIMATE.
      *    DOGECONF's rolling estimate off the DOGEFEST window row -
      *    until it has banked a first fee, the compiled default.
           MOVE ZEROS TO FE-KEY.
           EXEC CICS READ FILE('DOGEFEST')
                RIDFLD(FE-KEY)
                INTO(FEE-ESTIMATE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND FE-WINDOW-ROW
              AND FE-WINDOW-COUNT > ZERO
               MOVE FE-CURRENT-ESTIMATE TO SEND-FEE-ESTIMATE
           ELSE
               MOVE DEFAULT-FEE-ESTIMATE TO SEND-FEE-ESTIMATE
           END-IF.
           MOVE SEND-FEE-ESTIMATE TO FEE-DISPLAY.
      *
       SHOW-FEE-ESTIMATE.
      *    Estimate always; the amount-plus-fee total only where the
      *    two are the same currency.
           MOVE FEE-DISPLAY TO FEEO.
           IF AMOUNT-IS-VALID AND CURR-NUM EQUAL TO 'DOGE'
               COMPUTE AMOUNT-PLUS-FEE =
                       REQUESTED-AMOUNT + SEND-FEE-ESTIMATE
               MOVE AMOUNT-PLUS-FEE TO TOTAL-DISPLAY
               MOVE TOTAL-DISPLAY TO TOTALO
           ELSE
               MOVE SPACES TO TOTALO
           END-IF.
      *
       WRITE-FEE-ESTIMATE-ROW.
      *    Bank the estimate this send was judged with under the
      *    send's own key, for DOGECONF to set the real fee against
      *    and DOGEFEEV to compare. A lost row costs one comparison,
      *    not the send.
           MOVE SPACES TO FEE-ESTIMATE-ENTRY.
           MOVE TEXT-TIMESTAMP TO FE-KEY(1:10).
           MOVE TEXT-SEQ TO FE-KEY(11:2).
           SET FE-SEND-ROW TO TRUE.
           MOVE ACCT-NUM TO FE-ACCT.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(FE-SEND-DATE)
           END-EXEC.
           MOVE 'DOGESEND' TO FE-SOURCE.
           MOVE CURR-NUM TO FE-CURR.
           MOVE SEND-FEE-ESTIMATE TO FE-ESTIMATED-FEE.
           MOVE ZERO TO FE-ACTUAL-FEE.
           MOVE ZERO TO FE-SETTLE-DATE.
           SET FE-AWAITING-FEE TO TRUE.
           EXEC CICS WRITE FILE('DOGEFEST')
                RIDFLD(FE-KEY)
                FROM(FEE-ESTIMATE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Fee estimate row write failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
      *
       CHECK-CURRENCY-BALANCE.
           ELSE
               MOVE ZERO TO AVAILABLE-AMOUNT
           END-IF.
           MOVE CURR-NUM TO RV-CURR.
           PERFORM SUBTRACT-ACTIVE-RESERVATIONS.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       SUBTRACT-ACTIVE-RESERVATIONS.
      *    Coins earmarked through DOGERSVM are spoken for even though
      *    nothing has been sent yet - the total row DOGERESV keeps
      *    per sub-account and currency comes off AVAILABLE-AMOUNT
      *    the same way the pending aggregate does. The caller sets
      *    RV-CURR. No total row means nothing is reserved.
           MOVE ACCT-NUM TO RV-ACCT.
           MOVE SPACES TO RV-REF.
           EXEC CICS READ FILE('DOGERESV')
                RIDFLD(RV-KEY)
                INTO(FUNDS-RESERVATION-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SUBTRACT RV-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
      *
       SUBTRACT-LEGAL-HOLDS.
      *    Coins locked by a legal hold stay on the balance but can't
      *    leave it - the DOGEHOLD total row for this sub-account and
      *    currency (RV-CURR, set by the caller) comes off the same
      *    way the reservation total does. No row, nothing held.
           MOVE ACCT-NUM TO HL-ACCT.
           MOVE RV-CURR TO HL-CURR.
           MOVE SPACES TO HL-REF.
           EXEC CICS READ FILE('DOGEHOLD')
                RIDFLD(HL-KEY)
                INTO(ACCOUNT-HOLD-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND HL-HOLD-TOTAL
               SUBTRACT HL-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
      *
       CHECK-ACCOUNT-FROZEN.
      *    A freeze is the sub-account's DOGEHOLD row with currency
      *    and reference blank; while it is ACTIVE nothing goes out.
      *    No row, or no file on site, is not frozen.
           SET ACCOUNT-NOT-FROZEN TO TRUE.
           MOVE ACCT-NUM TO HL-ACCT.
           MOVE SPACES TO HL-CURR.
           MOVE SPACES TO HL-REF.
           EXEC CICS READ FILE('DOGEHOLD')
                RIDFLD(HL-KEY)
                INTO(ACCOUNT-HOLD-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND HL-FREEZE AND HL-ACTIVE
               SET ACCOUNT-FROZEN TO TRUE
           END-IF.
      *
       CHECK-ACCOUNT-DORMANT.
      *    DOGEDORM marks the sub-account's DOGEACTS row dormant; only
      *    an approver's reactivation on DOGEACCT clears it. No row
      *    is an unprovisioned account, which is not dormant.
           SET ACCOUNT-NOT-DORMANT TO TRUE.
           MOVE ACCT-NUM TO AD-ACCT-NUM.
           EXEC CICS READ FILE('DOGEACTS')
                RIDFLD(AD-ACCT-NUM)
                INTO(ACCOUNT-DIRECTORY-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND AD-ACCT-DORMANT
               SET DORMANT-FORCES-HOLD TO TRUE
           END-IF.
      *
       SUBTRACT-OUTSTANDING-PENDING.
      *    Sends already written PENDING or HELD for this account will
           MOVE MEMO-NUM TO TMEMO.
           IF REQUESTED-AMOUNT NOT LESS THAN HOLD-THRESHOLD-AMOUNT
              OR LIMIT-FORCES-HOLD
              OR CPTY-FORCES-HOLD
              OR NEW-PAYEE-FORCES-HOLD
              OR DORMANT-FORCES-HOLD
               SET TRAN-HELD TO TRUE
               SET SEND-HELD TO TRUE
           ELSE
               PERFORM UPDATE-DUP-CHECK-RECORD
               PERFORM ADD-TO-PENDING-AGGREGATE
               PERFORM UPDATE-SEND-USAGE
               PERFORM WRITE-FEE-ESTIMATE-ROW
               IF NEW-PAYEE-FORCES-HOLD
                   PERFORM RECORD-NEW-PAYEE-HOLD
               END-IF
           END-IF.
      *
       WRITE-PENDING-ROW-ONCE.
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET PENDING-ROW-WRITTEN TO TRUE
               SET CHG-ROW-ADDED TO TRUE
               PERFORM WRITE-CHANGE-LOG
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
               IF TSEQ < 99
           EXEC CICS WRITE FILE('DOGEVSAM')
                RIDFLD(TKEY)
                FROM(TRANSACTION)
           END-EXEC.
           SET CHG-ROW-REPLACED TO TRUE.
           PERFORM WRITE-CHANGE-LOG.
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
           MOVE 'DOGESEND' TO CHG-PROGRAM.
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
