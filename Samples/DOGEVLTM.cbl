      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEVLTM:
      *   Cold-storage vault maintenance - DOGEVALT and its movement
      *   requests on DOGEVREQ. Most of the bank's coins belong on
      *   offline cold addresses rather than in the hot wallets
      *   dogedcams.py signs for, and this is where the books learn
      *   about them:
      *     V  set up a vault, or change its name, lead time and
      *        custodians (administer role) - the cold address only
      *        while the vault holds nothing
      *     K  close an empty vault (administer role)
      *     D  ask for a deposit - coins from a hot sub-account to
      *        the vault's cold address; ready at once, DOGEVLTB
      *        sends it in its next run
      *     W  ask for a withdrawal - coins from the vault back to a
      *        hot sub-account's wallet, released no sooner than the
      *        vault's lead time (a release date may be keyed, but
      *        not an earlier one)
      *     S  sign a withdrawal - only a custodian listed on the
      *        vault, never the one who asked for it, and never the
      *        same custodian twice; the second signature makes it
      *        ready for DOGEVLTB
      *     X  cancel a request that has not been released (the
      *        operator who asked for it, or an administrator)
      *   Anything else inquires - the vault's figures and, with a
      *   request id keyed, that request. Requests are addressed by
      *   vault number plus the request id the screen hands back.
      *
      *   DOGEVLTB releases what is ready, DOGECONF and DOGERECV
      *   settle the moves into and out of the vault, DOGEWRCN
      *   checks each cold address against the chain and DOGETRLB
      *   reports hot and cold holdings side by side.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEVLTM.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Cold-storage vault entry, VSAM file DOGEVALT
       COPY VAULTREC.
      * Vault movement request, VSAM file DOGEVREQ
       COPY VREQREC.
      * Operator authorization entry, VSAM file DOGEOPRS - administer
      * role gates vault set-up, same check DOGEHLDM makes
       COPY OPRAUTH.
      * Sub-account directory entry, VSAM file DOGEACTS - a request
      * has to name an open sub-account
       COPY ACCTDIR.
       01  RESPONSE-CODE       PIC S9(4) COMP.
       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
       01  TEMP-DATE           PIC 9(15) COMP-3.
      * The clock moved on by the vault's lead time - formatted, it
      * is the earliest day a withdrawal asked for now may go.
       01  LEAD-DATE           PIC 9(15) COMP-3.
       01  DOGECOMMS-AREA      PIC X(10) VALUE SPACES.
       01  ADMIN-CHECK-FLAG    PIC X VALUE 'N'.
           88  CALLER-IS-ADMIN         VALUE 'Y'.
           88  CALLER-NOT-ADMIN        VALUE 'N'.
       01  OPERATOR-CHECK-FLAG PIC X VALUE 'N'.
           88  CALLER-IS-OPERATOR      VALUE 'Y'.
           88  CALLER-NOT-OPERATOR     VALUE 'N'.
       01  CUSTODIAN-CHECK-FLAG PIC X VALUE 'N'.
           88  CALLER-IS-CUSTODIAN     VALUE 'Y'.
           88  CALLER-NOT-CUSTODIAN    VALUE 'N'.
       01  CUS-IDX             PIC 9.
       01  TARGET-VAULT        PIC 9(3).
       01  VAULT-TODAY         PIC X(8).
       01  VAULT-NOW-TIME      PIC X(6).
       01  EARLIEST-RELEASE    PIC X(8).
      * Keyed amount - sixteen digits, the last eight decimals, the
      * same shape DOGEHLDM takes a hold in.
       01  VAULT-AMOUNT-IN     PIC X(16).
       01  VAULT-AMOUNT-DIGITS REDEFINES VAULT-AMOUNT-IN
                               PIC 9(8)V9(8).
       01  VAULT-LEAD-IN       PIC X(3).
       01  VAULT-LEAD-DIGITS REDEFINES VAULT-LEAD-IN PIC 9(3).
       01  VAULT-FREE-AMOUNT   PIC S9(9)V9(8).
       01  VAULT-EDIT-FLAG     PIC X VALUE 'Y'.
           88  VAULT-EDITS-PASSED      VALUE 'Y'.
           88  VAULT-EDITS-FAILED      VALUE 'N'.
       01  DR-AMOUNT           PIC Z(8)9.9(8).
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
      *COPY DOGEVL.
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
              MOVE 'Displaying Vault Admin' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              EXEC CICS SEND MAP('DOGEVL1')
                  MAPSET('DOGEVL') ERASE
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
               RETURN TRANSID('DVLT')
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
           MOVE 'DOGEVLTM' TO ENTC-PROGRAM.
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
           MOVE VR-KEY(1:10) TO JRNL-KEY.
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
               RECEIVE MAP('DOGEVL1')
                       MAPSET('DOGEVL')
                       INTO(DOGEVL1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
           IF VLNUMI IS NUMERIC
               MOVE VLNUMI TO TARGET-VAULT
           ELSE
               MOVE ZERO TO TARGET-VAULT
           END-IF.
           MOVE SPACES TO VAULT-REQUEST-ENTRY.
           MOVE TARGET-VAULT TO VR-VAULT-NUM.
           MOVE VLREQI TO VR-REQ-ID.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(VAULT-TODAY)
                TIME(VAULT-NOW-TIME)
           END-EXEC.
           PERFORM CHECK-CALLER-ROLES.
           IF CALLER-NOT-OPERATOR
               MOVE 'Not authorized for vault work' TO SNDMSGO
               MOVE 'Vault screen refused - no role' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF OPTIONI EQUAL TO 'V' OR OPTIONI EQUAL TO 'v'
               PERFORM DEFINE-VAULT
           ELSE
           IF OPTIONI EQUAL TO 'K' OR OPTIONI EQUAL TO 'k'
               PERFORM CLOSE-VAULT
           ELSE
           IF OPTIONI EQUAL TO 'D' OR OPTIONI EQUAL TO 'd'
             OR OPTIONI EQUAL TO 'W' OR OPTIONI EQUAL TO 'w'
               PERFORM REQUEST-MOVEMENT
           ELSE
           IF OPTIONI EQUAL TO 'S' OR OPTIONI EQUAL TO 's'
               PERFORM SIGN-WITHDRAWAL
           ELSE
           IF OPTIONI EQUAL TO 'X' OR OPTIONI EQUAL TO 'x'
               PERFORM CANCEL-REQUEST
           ELSE
               PERFORM INQUIRE-VAULT.
           EXEC CICS
               SEND MAP('DOGEVL1')
                   MAPSET('DOGEVL')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
      *
       CHECK-CALLER-ROLES.
      *    Any operator not suspended on DOGEOPRS may ask for a
      *    movement or sign one they are a custodian for; setting a
      *    vault up takes the administer role as well.
           SET CALLER-NOT-OPERATOR TO TRUE.
           SET CALLER-NOT-ADMIN TO TRUE.
           MOVE EIBUSERID TO OPR-USERID.
           EXEC CICS READ FILE('DOGEOPRS')
                RIDFLD(OPR-USERID)
                INTO(OPERATOR-AUTH-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND OPR-AUTHORIZED-TO-SEND
               SET CALLER-IS-OPERATOR TO TRUE
               IF OPR-CAN-ADMINISTER
                   SET CALLER-IS-ADMIN TO TRUE.
      *
       READ-TARGET-VAULT.
      *    The DOGEVALT row the screen's vault number names, no
      *    UPDATE - RESPONSE-CODE tells the caller whether there is
      *    one.
           MOVE TARGET-VAULT TO VT-VAULT-NUM.
           EXEC CICS READ FILE('DOGEVALT')
                RIDFLD(VT-KEY)
                INTO(VAULT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       DEFINE-VAULT.
      *    A new number writes a fresh open vault with nothing in
      *    it; an existing one is re-read UPDATE and only its name,
      *    lead time and custodians change - the cold address too
      *    while nothing is in, coming or going, since coins already
      *    on the old address would otherwise fall off the books.
           IF CALLER-NOT-ADMIN
               MOVE 'Administer role required' TO SNDMSGO
           ELSE
           IF VLNUMI IS NOT NUMERIC
               MOVE DFHREVRS TO VLNUMH
               MOVE 'Vault number must be numeric' TO SNDMSGO
           ELSE
           IF VLADRI EQUAL TO SPACES
               MOVE DFHREVRS TO VLADRH
               MOVE 'Cold address is required' TO SNDMSGO
           ELSE
           IF VLCU1I EQUAL TO SPACES OR VLCU2I EQUAL TO SPACES
               MOVE DFHREVRS TO VLCU1H
               MOVE 'At least two custodians needed' TO SNDMSGO
           ELSE
               MOVE VLLEADI TO VAULT-LEAD-IN
               IF VAULT-LEAD-IN IS NOT NUMERIC
                   MOVE ZERO TO VAULT-LEAD-DIGITS
               END-IF
               MOVE TARGET-VAULT TO VT-VAULT-NUM
               EXEC CICS READ FILE('DOGEVALT')
                    RIDFLD(VT-KEY)
                    INTO(VAULT-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   PERFORM CHANGE-EXISTING-VAULT
               ELSE
                   PERFORM WRITE-NEW-VAULT.
      *
       WRITE-NEW-VAULT.
           MOVE SPACES TO VAULT-ENTRY.
           MOVE TARGET-VAULT TO VT-VAULT-NUM.
           SET VT-OPEN TO TRUE.
           MOVE ZERO TO VT-BALANCE.
           MOVE ZERO TO VT-INBOUND.
           MOVE ZERO TO VT-OUTBOUND.
           MOVE ZERO TO VT-CHAIN-BALANCE.
           MOVE VLADRI TO VT-COLD-ADDRESS.
           PERFORM FILL-VAULT-DETAILS.
           MOVE EIBUSERID TO VT-OPENED-BY.
           MOVE VAULT-TODAY TO VT-OPENED-DATE.
           EXEC CICS WRITE FILE('DOGEVALT')
                RIDFLD(VT-KEY)
                FROM(VAULT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Vault write failed' TO SNDMSGO
           ELSE
               MOVE 'Vault set up' TO SNDMSGO
               MOVE 'Cold-storage vault set up' TO WTO-MESSAGE
               PERFORM DOGE-WTO.
      *
       CHANGE-EXISTING-VAULT.
           IF VLADRI NOT EQUAL TO VT-COLD-ADDRESS
              AND (VT-BALANCE NOT EQUAL TO ZERO
                   OR VT-INBOUND NOT EQUAL TO ZERO
                   OR VT-OUTBOUND NOT EQUAL TO ZERO)
               EXEC CICS UNLOCK FILE('DOGEVALT')
               END-EXEC
               MOVE DFHREVRS TO VLADRH
               MOVE 'Vault not empty - address kept' TO SNDMSGO
           ELSE
               MOVE VLADRI TO VT-COLD-ADDRESS
               PERFORM FILL-VAULT-DETAILS
               EXEC CICS REWRITE FILE('DOGEVALT')
                    FROM(VAULT-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Vault rewrite failed' TO SNDMSGO
               ELSE
                   MOVE 'Vault details changed' TO SNDMSGO
                   MOVE 'Cold-storage vault changed' TO WTO-MESSAGE
                   PERFORM DOGE-WTO.
      *
       FILL-VAULT-DETAILS.
           MOVE VLNAMI TO VT-NAME.
           MOVE VAULT-LEAD-DIGITS TO VT-LEAD-DAYS.
           MOVE VLCU1I TO VT-CUSTODIAN(1).
           MOVE VLCU2I TO VT-CUSTODIAN(2).
           MOVE VLCU3I TO VT-CUSTODIAN(3).
           MOVE VLCU4I TO VT-CUSTODIAN(4).
      *
       CLOSE-VAULT.
      *    Only an empty vault with nothing on the way in or out -
      *    closing one with coins on it would drop them off the
      *    books.
           IF CALLER-NOT-ADMIN
               MOVE 'Administer role required' TO SNDMSGO
           ELSE
               MOVE TARGET-VAULT TO VT-VAULT-NUM
               EXEC CICS READ FILE('DOGEVALT')
                    RIDFLD(VT-KEY)
                    INTO(VAULT-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Vault not on file' TO SNDMSGO
               ELSE
               IF VT-BALANCE NOT EQUAL TO ZERO
                  OR VT-INBOUND NOT EQUAL TO ZERO
                  OR VT-OUTBOUND NOT EQUAL TO ZERO
                   EXEC CICS UNLOCK FILE('DOGEVALT')
                   END-EXEC
                   MOVE 'Vault still holds coins' TO SNDMSGO
               ELSE
                   SET VT-CLOSED TO TRUE
                   EXEC CICS REWRITE FILE('DOGEVALT')
                        FROM(VAULT-ENTRY)
                        RESP(RESPONSE-CODE)
                   END-EXEC
                   MOVE 'Vault closed' TO SNDMSGO
                   MOVE 'Cold-storage vault closed' TO WTO-MESSAGE
                   PERFORM DOGE-WTO.
      *
       REQUEST-MOVEMENT.
      *    A new request is keyed by the vault and this second; a
      *    second request in the same second on the same vault is
      *    told to key it again rather than overwrite the first.
           PERFORM EDIT-MOVEMENT.
           IF VAULT-EDITS-PASSED
               MOVE SPACES TO VAULT-REQUEST-ENTRY
               MOVE TARGET-VAULT TO VR-VAULT-NUM
               STRING VAULT-TODAY VAULT-NOW-TIME
                   DELIMITED BY SIZE INTO VR-REQ-ID
               MOVE VLACTI TO VR-ACCT
               MOVE VAULT-AMOUNT-DIGITS TO VR-AMOUNT
               MOVE EIBUSERID TO VR-REQUESTED-BY
               MOVE VAULT-TODAY TO VR-REQUEST-DATE
               IF OPTIONI EQUAL TO 'D' OR OPTIONI EQUAL TO 'd'
                   SET VR-DEPOSIT TO TRUE
                   SET VR-SIGNED TO TRUE
                   MOVE VAULT-TODAY TO VR-RELEASE-DATE
               ELSE
                   SET VR-WITHDRAWAL TO TRUE
                   SET VR-REQUESTED TO TRUE
                   MOVE EARLIEST-RELEASE TO VR-RELEASE-DATE
               END-IF
               EXEC CICS WRITE FILE('DOGEVREQ')
                    RIDFLD(VR-KEY)
                    FROM(VAULT-REQUEST-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
                   MOVE 'Request clash - key it again' TO SNDMSGO
               ELSE
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Request write failed' TO SNDMSGO
               ELSE
                   MOVE VR-REQ-ID TO VLREQO
                   MOVE VR-RELEASE-DATE TO VLRELO
                   IF VR-DEPOSIT
                       MOVE 'Deposit ready for next release' TO
                            SNDMSGO
                       MOVE 'Vault deposit requested' TO WTO-MESSAGE
                   ELSE
                       MOVE 'Withdrawal needs two custodians' TO
                            SNDMSGO
                       MOVE 'Vault withdrawal requested' TO
                            WTO-MESSAGE
                   END-IF
                   PERFORM DOGE-WTO.
      *
       EDIT-MOVEMENT.
      *    Each edit only runs while the ones before it passed, so
      *    the screen highlights the first thing wrong.
           SET VAULT-EDITS-PASSED TO TRUE.
           PERFORM READ-TARGET-VAULT.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET VAULT-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO VLNUMH
               MOVE 'Vault not on file' TO SNDMSGO
           ELSE
           IF NOT VT-OPEN
               SET VAULT-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO VLNUMH
               MOVE 'Vault is closed' TO SNDMSGO
           ELSE
           IF VLACTI IS NOT NUMERIC
               SET VAULT-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO VLACTH
               MOVE 'Sub-account must be numeric' TO SNDMSGO
           ELSE
               MOVE VLAMTI TO VAULT-AMOUNT-IN
               IF VAULT-AMOUNT-IN IS NOT NUMERIC
                   SET VAULT-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO VLAMTH
                   MOVE 'Amount must be numeric' TO SNDMSGO
               ELSE
               IF VAULT-AMOUNT-DIGITS NOT GREATER THAN ZERO
                   SET VAULT-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO VLAMTH
                   MOVE 'Amount must be more than zero' TO SNDMSGO.
           IF VAULT-EDITS-PASSED
               MOVE VLACTI TO AD-ACCT-NUM
               EXEC CICS READ FILE('DOGEACTS')
                    RIDFLD(AD-ACCT-NUM)
                    INTO(ACCOUNT-DIRECTORY-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                  OR NOT AD-ACCT-OPEN
                   SET VAULT-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO VLACTH
                   MOVE 'Sub-account not open' TO SNDMSGO.
           IF VAULT-EDITS-PASSED
              AND (OPTIONI EQUAL TO 'W' OR OPTIONI EQUAL TO 'w')
               PERFORM EDIT-WITHDRAWAL.
      *
       EDIT-WITHDRAWAL.
      *    No more than the vault holds less what is already on its
      *    way out, and not sooner than the lead time allows - the
      *    earliest day is the clock moved on by the vault's lead
      *    days, and a keyed release date may only be later.
           COMPUTE VAULT-FREE-AMOUNT = VT-BALANCE - VT-OUTBOUND.
           IF VAULT-AMOUNT-DIGITS > VAULT-FREE-AMOUNT
               SET VAULT-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO VLAMTH
               MOVE 'More than the vault holds' TO SNDMSGO
           ELSE
               COMPUTE LEAD-DATE = TEMP-DATE
                       + VT-LEAD-DAYS * 86400000
               EXEC CICS FORMATTIME ABSTIME(LEAD-DATE)
                    YYYYMMDD(EARLIEST-RELEASE)
               END-EXEC
               IF VLRELI NOT EQUAL TO SPACES
                   IF VLRELI IS NOT NUMERIC
                      OR VLRELI < EARLIEST-RELEASE
                       SET VAULT-EDITS-FAILED TO TRUE
                       MOVE DFHREVRS TO VLRELH
                       MOVE EARLIEST-RELEASE TO VLRELO
                       MOVE 'Release date inside lead time' TO
                            SNDMSGO
                   ELSE
                       MOVE VLRELI TO EARLIEST-RELEASE.
      *
       READ-TARGET-REQUEST-UPDATE.
           EXEC CICS READ FILE('DOGEVREQ')
                RIDFLD(VR-KEY)
                INTO(VAULT-REQUEST-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       SIGN-WITHDRAWAL.
      *    Two different custodians of this vault, neither of them
      *    the operator who asked - the first signature takes the
      *    request to A, the second to S and DOGEVLTB's next run.
           PERFORM READ-TARGET-VAULT.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Vault not on file' TO SNDMSGO
           ELSE
               PERFORM CHECK-CALLER-IS-CUSTODIAN
               IF CALLER-NOT-CUSTODIAN
                   MOVE 'Not a custodian of this vault' TO SNDMSGO
                   MOVE 'Vault sign refused - not custodian' TO
                        WTO-MESSAGE
                   PERFORM DOGE-WTO
               ELSE
                   PERFORM READ-TARGET-REQUEST-UPDATE
                   IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                       MOVE 'No such request on this vault' TO
                            SNDMSGO
                   ELSE
                       PERFORM APPLY-SIGNATURE.
      *
       CHECK-CALLER-IS-CUSTODIAN.
           SET CALLER-NOT-CUSTODIAN TO TRUE.
           PERFORM VARYING CUS-IDX FROM 1 BY 1 UNTIL CUS-IDX > 4
               IF VT-CUSTODIAN(CUS-IDX) NOT EQUAL TO SPACES
                  AND VT-CUSTODIAN(CUS-IDX) EQUAL TO EIBUSERID
                   SET CALLER-IS-CUSTODIAN TO TRUE
               END-IF
           END-PERFORM.
      *
       APPLY-SIGNATURE.
           IF NOT VR-WITHDRAWAL
              OR NOT (VR-REQUESTED OR VR-ONE-SIGNATURE)
               EXEC CICS UNLOCK FILE('DOGEVREQ')
               END-EXEC
               MOVE 'Nothing to sign on that request' TO SNDMSGO
           ELSE
           IF VR-REQUESTED-BY EQUAL TO EIBUSERID
               EXEC CICS UNLOCK FILE('DOGEVREQ')
               END-EXEC
               MOVE 'Requester may not sign' TO SNDMSGO
               MOVE 'Vault self-sign refused' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF VR-ONE-SIGNATURE
              AND VR-SIGNED-BY-1 EQUAL TO EIBUSERID
               EXEC CICS UNLOCK FILE('DOGEVREQ')
               END-EXEC
               MOVE 'A second custodian must sign' TO SNDMSGO
           ELSE
               IF VR-REQUESTED
                   MOVE EIBUSERID TO VR-SIGNED-BY-1
                   MOVE VAULT-TODAY TO VR-SIGNED-DATE-1
                   SET VR-ONE-SIGNATURE TO TRUE
               ELSE
                   MOVE EIBUSERID TO VR-SIGNED-BY-2
                   MOVE VAULT-TODAY TO VR-SIGNED-DATE-2
                   SET VR-SIGNED TO TRUE
               END-IF
               EXEC CICS REWRITE FILE('DOGEVREQ')
                    FROM(VAULT-REQUEST-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Request rewrite failed' TO SNDMSGO
               ELSE
               IF VR-SIGNED
                   MOVE 'Signed - ready for release' TO SNDMSGO
                   MOVE 'Vault withdrawal fully signed' TO
                        WTO-MESSAGE
                   PERFORM DOGE-WTO
               ELSE
                   MOVE 'Signed - second custodian needed' TO
                        SNDMSGO
                   MOVE 'Vault withdrawal signed once' TO
                        WTO-MESSAGE
                   PERFORM DOGE-WTO.
      *
       CANCEL-REQUEST.
      *    Only while it has not been released - the asker or an
      *    administrator. It stays on file as X.
           PERFORM READ-TARGET-REQUEST-UPDATE.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No such request on this vault' TO SNDMSGO
           ELSE
           IF NOT VR-STILL-OPEN
               EXEC CICS UNLOCK FILE('DOGEVREQ')
               END-EXEC
               MOVE 'Request is no longer open' TO SNDMSGO
           ELSE
           IF VR-REQUESTED-BY NOT EQUAL TO EIBUSERID
              AND CALLER-NOT-ADMIN
               EXEC CICS UNLOCK FILE('DOGEVREQ')
               END-EXEC
               MOVE 'Only the requester or an admin' TO SNDMSGO
           ELSE
               SET VR-CANCELLED TO TRUE
               MOVE 'CANCELLED ON DOGEVLTM' TO VR-NOTE
               EXEC CICS REWRITE FILE('DOGEVREQ')
                    FROM(VAULT-REQUEST-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               MOVE 'Request cancelled' TO SNDMSGO
               MOVE 'Vault request cancelled' TO WTO-MESSAGE
               PERFORM DOGE-WTO.
      *
       INQUIRE-VAULT.
      *    The vault's figures, and the request under the keyed id
      *    if there is one.
           PERFORM READ-TARGET-VAULT.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Vault not on file' TO SNDMSGO
           ELSE
               MOVE VT-NAME TO VLNAMO
               MOVE VT-COLD-ADDRESS TO VLADRO
               MOVE VT-LEAD-DAYS TO VLLEADO
               MOVE VT-STATUS TO VLSTSO
               MOVE VT-CUSTODIAN(1) TO VLCU1O
               MOVE VT-CUSTODIAN(2) TO VLCU2O
               MOVE VT-CUSTODIAN(3) TO VLCU3O
               MOVE VT-CUSTODIAN(4) TO VLCU4O
               MOVE VT-BALANCE TO DR-AMOUNT
               MOVE DR-AMOUNT TO VLBALO
               MOVE VT-INBOUND TO DR-AMOUNT
               MOVE DR-AMOUNT TO VLINBO
               MOVE VT-OUTBOUND TO DR-AMOUNT
               MOVE DR-AMOUNT TO VLOUTO
               IF VT-OPEN
                   MOVE 'Vault is open' TO SNDMSGO
               ELSE
                   MOVE 'Vault is closed' TO SNDMSGO
               END-IF
               IF VLREQI NOT EQUAL TO SPACES
                   PERFORM INQUIRE-REQUEST
               END-IF.
      *
       INQUIRE-REQUEST.
           EXEC CICS READ FILE('DOGEVREQ')
                RIDFLD(VR-KEY)
                INTO(VAULT-REQUEST-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No such request on this vault' TO SNDMSGO
           ELSE
               MOVE VR-TYPE TO VLTYPO
               MOVE VR-ACCT TO VLACTO
               MOVE VR-AMOUNT TO DR-AMOUNT
               MOVE DR-AMOUNT TO VLAMTO
               MOVE VR-RELEASE-DATE TO VLRELO
               MOVE VR-STATUS TO VLRSTO
               MOVE VR-REQUESTED-BY TO VLRBYO
               MOVE VR-SIGNED-BY-1 TO VLSG1O
               MOVE VR-SIGNED-BY-2 TO VLSG2O
               MOVE VR-NOTE TO VLNOTO
               IF VR-ONE-SIGNATURE
                   MOVE 'Awaits a second custodian' TO SNDMSGO
               ELSE
               IF VR-REQUESTED
                   MOVE 'Awaits two custodians' TO SNDMSGO
               ELSE
               IF VR-SIGNED
                   MOVE 'Ready for release' TO SNDMSGO
               ELSE
               IF VR-RELEASED
                   MOVE 'Released' TO SNDMSGO
               ELSE
                   MOVE 'Closed - shown for the record' TO SNDMSGO.
       END PROGRAM DOGEVLTM.
