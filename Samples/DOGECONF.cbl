      *   same record's stop flag - DOGECSTP sets it for a clean
      *   shutdown instead of an operator CANCEL mid-update.
      *
      *   A settled DOGEPPRO payable send (its 'AP ' memo carries the
      *   invoice reference and memo) also banks a remittance row in
      *   DOGERMIT, so the payee's advice is driven by settlement and
      *   a failed send never produces one - DOGERMAD prints and
      *   ships the advices.
      *
      *   Every miner fee the chain reports also feeds the rolling
      *   fee window on DOGEFEST - the estimate DOGESEND and the
      *   batch senders charge a new send with up front - and is
      *   banked against the send's own estimate row there, so
      *   DOGEFEEV can compare what was estimated with what was
      *   actually paid.
      *
      *   A grouped DOGEBLKP or DOGEPPRO run sends its payments as
      *   one multi-output transaction, and dogedcams.py answers the
      *   whole group with one confirmation - keyed by the group id,
      *   carrying the group size, total, hash and the one fee. The
      *   group is checked against its DOGEGRPS registration and
      *   every member row first; only if every member is still
      *   PENDING and matches does anything post, and then every
      *   member settles (or fails) off that one message, with the
      *   fee split across the rows pro rata to their amounts. A
      *   group that doesn't check out is parked whole on DOGEGRPS -
      *   never part-settled.
      *
      *   A VAULT row is a DOGEVLTB deposit to a cold-storage vault
      *   - the hot balance pays it like any send, and settling it
      *   moves the amount from the vault's in-flight VT-INBOUND into
      *   its VT-BALANCE on DOGEVALT, so the coins stay on the books.
      *   A failed one just comes off VT-INBOUND.
      *
      *   A send settles on its first confirmation, and a chain
      *   reorganization can still drop that transaction afterwards.
      *   dogedcams.py then sends a reorg notice ('R') for it, and
      *   the settlement is unwound: the row reopens PENDING, the
      *   amount goes back into the pending aggregate, the balance
      *   debit and the network FEE row are reversed (the FEE row is
      *   VOIDED and a SETTLED VOID row written against it, the same
      *   pair DOGEDEET leaves), a payable send's remittance row is
      *   withdrawn - or, if its advice has already gone, flagged
      *   for a fresh one - and the DOGETXID hash is marked
      *   superseded - every control-record move logged to DOGEBMOV
      *   as usual - and ops are paged through DOGEALRT/DOGEALTQ.
      *   The rebroadcast's confirmation then settles the same row
      *   with its new hash like any other. A multi-output group
      *   drops as one transaction, so a notice for a group unwinds
      *   every member the same way, fee share and all, once the
      *   whole group checks out as settled, and reopens the group
      *   to await the rebroadcast's confirmation. DOGEREOR lists
      *   every send this has happened to.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGETXID ASSIGN TO DOGETXID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGERMIT ASSIGN TO DOGERMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RMIT-STATUS.
           SELECT DOGEFEST ASSIGN TO DOGEFEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEST-STATUS.
           SELECT DOGEGRPS ASSIGN TO DOGEGRPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-GRPS-STATUS.
           SELECT DOGEPAYE ASSIGN TO DOGEPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT DOGEVALT ASSIGN TO DOGEVALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VALT-STATUS.
           SELECT DOGEALRT ASSIGN TO DOGEALRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGETXID.
       COPY TXIDREC.
       FD  DOGESUSP.
       01  QUARANTINE-RECORD      PIC X(200).
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGERMIT.
       COPY RMITREC.
       FD  DOGEFEST.
       COPY FESTREC.
       FD  DOGEGRPS.
       COPY GRPSREC.
       FD  DOGEPAYE.
       COPY PAYEREC.
       FD  DOGEVALT.
       COPY VAULTREC.
       FD  DOGEALRT.
       COPY ALRTREC.
       WORKING-STORAGE SECTION.
      * Payee history, VSAM file DOGEPAYE - every settled send to an
      * address counts toward it being an established payee, which
      * is what stops the senders holding sends to it as new.
       01  WS-PAYE-STATUS         PIC XX VALUE '00'.
           88  PAYE-NOT-YET-LOADED       VALUE '35'.
      * Cold-storage vaults, VSAM file DOGEVALT - only a settling
      * VAULT row touches it, and no file means no vaults yet.
       01  WS-VALT-STATUS         PIC XX VALUE '00'.
           88  VALT-NOT-THERE            VALUE '35'.
       01  VALT-FILE-FLAG         PIC X VALUE 'Y'.
           88  VALT-FILE-PRESENT         VALUE 'Y'.
           88  VALT-FILE-ABSENT          VALUE 'N'.
      * Reorg handling - the alert row and dispatch message are the
      * same DOGEALRT/DOGEALTQ pair DOGEALRM raises its pages with,
      * keyed per send ('RG' and the send's key) so every reorged
      * send pages once.
       01  WS-ALRT-STATUS         PIC XX VALUE '00'.
           88  ALRT-NOT-YET-LOADED       VALUE '35'.
       01  ALERT-DISPATCH-MESSAGE.
           05  ADM-SEVERITY       PIC 9.
           05  ADM-ROUTE          PIC X(4).
           05  ADM-DATE           PIC X(8).
           05  ADM-TIME           PIC X(6).
           05  ADM-CONDITION      PIC X(16).
           05  ADM-TEXT           PIC X(60).
       01  ALERT-DTAQ-NAME        PIC X(10) VALUE 'DOGEALTQ'.
       01  ALERT-DTAQ-MSG-LEN     PIC 9(5) BINARY.
       01  ALERT-DTAQ-RETCODE     PIC S9(9) BINARY VALUE 0.
       01  REORG-ALERT-TEXT       PIC X(60).
       01  TXID-ROW-FLAG          PIC X VALUE 'N'.
           88  TXID-ROW-ON-FILE          VALUE 'Y'.
           88  TXID-ROW-NEW              VALUE 'N'.
       01  REORG-HASH-FLAG        PIC X VALUE 'N'.
           88  REORG-HASH-STALE          VALUE 'Y'.
           88  REORG-HASH-CURRENT        VALUE 'N'.
      * The FEE row a settlement wrote sits next to the send - the
      * same collision retry that placed it can have slid it a few
      * seconds on, so the reversal scan looks that far forward.
       01  FEE-FIND-FLAG          PIC X VALUE 'N'.
           88  FEE-ROW-FOUND             VALUE 'Y'.
           88  FEE-ROW-MISSING           VALUE 'N'.
       01  FEE-SCAN-FLAG          PIC X VALUE 'N'.
           88  FEE-SCAN-DONE             VALUE 'Y'.
           88  FEE-SCAN-RUNNING          VALUE 'N'.
       01  FEE-SLIDE-WINDOW       PIC 9(2) VALUE 5.
       01  FEE-SCAN-LIMIT         PIC 9(10).
       01  REORG-REOPENED-COUNT   PIC 9(5) VALUE ZERO.
       01  REORG-IGNORED-COUNT    PIC 9(5) VALUE ZERO.
       01  REORG-UNMATCHED-COUNT  PIC 9(5) VALUE ZERO.
       01  GROUPS-REOPENED-COUNT  PIC 9(5) VALUE ZERO.
       01  REMIT-WITHDRAWN-COUNT  PIC 9(5) VALUE ZERO.
       01  REMIT-REISSUE-COUNT    PIC 9(5) VALUE ZERO.
      * The VOID row against a reorged send's FEE row is keyed by the
      * moment it is written, as DOGEDEET keys its reversals - the
      * same midnight-plus-wall-clock epoch arithmetic DOGEFUND uses.
       01  CONV-YEAR              PIC 9(4).
       01  CONV-MONTH             PIC 9(2).
       01  CONV-DAY               PIC 9(2).
       01  CONV-SECONDS           PIC S9(10).
       01  DATE-CONV-A            PIC S9(9).
       01  DATE-CONV-Y            PIC S9(9).
       01  DATE-CONV-M            PIC S9(9).
       01  DATE-CONV-JDN          PIC S9(9).
       01  DATE-CONV-DAYS         PIC S9(9).
      * Send-group registry, VSAM file DOGEGRPS - a group
      * confirmation is verified against it and its members are
      * posted one by one off a copy of the one message, each as if
      * its own confirmation had come back.
       01  WS-GRPS-STATUS         PIC XX VALUE '00'.
           88  GRPS-NOT-YET-LOADED       VALUE '35'.
       01  GROUP-CONFIRM-SAVE     PIC X(200).
       01  GROUP-CHECK-FLAG       PIC X VALUE 'Y'.
           88  GROUP-CHECKS-OUT          VALUE 'Y'.
           88  GROUP-CHECK-FAILED        VALUE 'N'.
           88  GROUP-NOT-ON-FILE         VALUE 'X'.
      * A confirmation wants every member still PENDING; a reorg
      * notice wants every member still SETTLED.
       01  GROUP-VERIFY-FLAG      PIC X VALUE 'C'.
           88  VERIFYING-CONFIRMATION    VALUE 'C'.
           88  VERIFYING-REORG           VALUE 'R'.
       01  GROUP-PARK-REASON      PIC X(30).
       01  GROUP-BAD-KEY          PIC X(12).
       01  GROUP-ID-WORK          PIC X(12).
       01  GROUP-SIZE-NUM         PIC 9(3).
       01  SEND-GROUP-TABLE.
           05  SEND-GROUP-MEMBER-ENTRY OCCURS 50 TIMES.
               10  GM-TKEY        PIC X(12).
               10  GM-ADDRESS     PIC X(34).
               10  GM-AMOUNT      PIC 9(8)V9(8).
       01  GROUP-MEMBER-COUNT     PIC 9(3) VALUE ZERO.
       01  GM-IDX                 PIC 9(3) VALUE ZERO.
       01  GROUP-KEY-WORK         PIC X(12).
       01  FILLER REDEFINES GROUP-KEY-WORK.
           05  GROUP-KEY-TIMESTAMP PIC 9(10).
           05  GROUP-KEY-SEQ      PIC X(2).
       01  GROUP-AMOUNT-WORK      PIC 9(8)V9(8).
       01  FILLER REDEFINES GROUP-AMOUNT-WORK.
           05  GROUP-AMOUNT-INTEGER PIC 9(8).
           05  GROUP-AMOUNT-DECIMAL PIC 9(8).
       01  GROUP-TOTAL-NUM        PIC 9(8)V9(8).
       01  GROUP-FEE-NUM          PIC 9(8)V9(8).
       01  FILLER REDEFINES GROUP-FEE-NUM.
           05  GROUP-FEE-INTEGER  PIC 9(8).
           05  GROUP-FEE-DECIMAL  PIC 9(8).
       01  GROUP-FEE-ALLOCATED    PIC 9(9)V9(8).
       01  FEE-SHARE-WORK         PIC 9(8)V9(8).
       01  FILLER REDEFINES FEE-SHARE-WORK.
           05  FEE-SHARE-INTEGER  PIC 9(8).
           05  FEE-SHARE-DECIMAL  PIC 9(8).
       01  FEE-SPLIT-FLAG         PIC X VALUE 'N'.
           88  FEE-SPLIT-ON              VALUE 'Y'.
           88  FEE-SPLIT-OFF             VALUE 'N'.
      * A member's share of a group fee is what one output of a
      * multi-output send costs, not what a lone send costs - it is
      * banked against the member's estimate but kept out of the
      * fee window the single-send estimate is built from.
       01  POSTING-MODE-FLAG      PIC X VALUE 'S'.
           88  POSTING-SINGLE-SEND       VALUE 'S'.
           88  POSTING-GROUP-MEMBER      VALUE 'G'.
       01  GROUPS-SETTLED-COUNT   PIC 9(5) VALUE ZERO.
       01  GROUPS-FAILED-COUNT    PIC 9(5) VALUE ZERO.
       01  GROUPS-PARKED-COUNT    PIC 9(5) VALUE ZERO.
      * Network-fee estimate file, VSAM file DOGEFEST - the rolling
      * window of recent fees the senders estimate from, and one row
      * per send carrying the estimate it was judged with.
       01  WS-FEST-STATUS         PIC XX VALUE '00'.
           88  FEST-NOT-YET-LOADED       VALUE '35'.
      * How many recent fees the estimate averages over (at most the
      * 20 slots FESTREC carries) and the safety margin, in percent,
      * laid on top of the average - DOGEFEEV's under-estimate count
      * is what says whether either wants moving.
       01  FEE-WINDOW-SIZE        PIC 9(3) VALUE 20.
       01  FEE-ESTIMATE-MARGIN-PCT PIC 9(3) VALUE 10.
       01  FEE-WINDOW-TOTAL       PIC 9(10)V9(8).
       01  FEE-SLOT-IDX           PIC 9(3).
       01  FEE-WINDOW-FLAG        PIC X VALUE 'Y'.
           88  FEE-WINDOW-ON-FILE        VALUE 'Y'.
           88  FEE-WINDOW-NEW            VALUE 'N'.
       01  FEE-ACTUAL-WORK        PIC 9(8)V9(8).
       01  FEE-NEW-STATE          PIC X.
      * Remittance rows awaiting an advice, VSAM file DOGERMIT - one
      * per settled payable send, picked up by DOGERMAD.
       01  WS-RMIT-STATUS         PIC XX VALUE '00'.
           88  RMIT-NOT-YET-LOADED       VALUE '35'.
       01  REMIT-BANKED-COUNT     PIC 9(7) VALUE ZERO.
      * Balance-movement ledger, VSAM file DOGEBMOV - every update
      * of a balance or pending control record writes its
      * before/after image here, so a DOGERECN variance hunt is a
       01  BM-BANK-FLAG           PIC X VALUE 'N'.
           88  MOVEMENT-BANKED           VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED       VALUE 'N'.
      * Row change log, VSAM file DOGECHLG - every DOGEVSAM row
      * this job adds, rewrites or deletes (other than the amount
      * updates DOGEBMOV already carries) writes its before/after
      * image here, so DOGEFRCV can roll a restore forward.
       01  WS-CHLG-STATUS         PIC XX VALUE '00'.
           88  CHLG-NOT-YET-LOADED       VALUE '35'.
       01  CHG-ACCEPT-DATE        PIC 9(8).
       01  CHG-ACCEPT-TIME        PIC 9(8).
       01  CHG-BANK-FLAG          PIC X VALUE 'N'.
           88  CHANGE-BANKED             VALUE 'Y'.
           88  CHANGE-NOT-BANKED         VALUE 'N'.
      * Poison-message quarantine - a genuinely garbled message
      * (non-numeric timestamp, short record, binary junk) used to
      * hit the field moves before any compare happened and could
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HHMMSS      PIC 9(6).
           05  WS-TOD-CC          PIC 9(2).
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HH          PIC 9(2).
           05  WS-TOD-MM          PIC 9(2).
           05  WS-TOD-SS          PIC 9(2).
           05  FILLER             PIC 9(2).
      * QRCVDTAQ call, same shape as RECEIVEDATAQ, renamed fields to
      * dodge the reserved-word clash MESSAGE/STATUS hit under -ibm
       01  DTAQ-NAME              PIC X(10) VALUE 'DOGECNFQ'.
           05  CONF-SEQ           PIC X(2).
           05  CONF-ADDRESS       PIC X(34).
           05  CONF-AMOUNT        PIC X(17).
      *    'C' confirmed, 'F' failed, 'R' a send confirmed earlier
      *    that a chain reorganization has since dropped - CONF-TXID
      *    then carries the hash that no longer exists.
           05  CONF-STATUS        PIC X.
               88  CONF-SUCCEEDED VALUE 'C'.
               88  CONF-FAILED    VALUE 'F'.
               88  CONF-REORGED   VALUE 'R'.
           05  CONF-LABEL         PIC X(10) VALUE 'SENT'.
           05  FILLER             PIC X(7).
      * On-chain transaction id dogedcams.py got back from the
      * DOGECNFQ message (1-999999, wrapping) - spaces means the
      * Python side predates the envelope and no gap check runs.
           05  CONF-MSG-SEQ       PIC X(6).
      * Member count of a multi-output group send - the message then
      * confirms the whole group: key is the group id, amount the
      * group total, fee the one fee. Spaces is a single send.
           05  CONF-GROUP-SIZE    PIC X(3).
      * Sub-account this send came out of - read off the pending row
      * before the balance-record READ below overwrites TRANSACTION.
       01  SAVED-ACCT-NUM         PIC 9(3).
      * pending row with the rest - a non-DOGE send settles against
      * its own currency's DOGECBAL row, not the legacy records.
       01  SAVED-CURR             PIC X(4).
      * Set off a VAULT row's label, with the vault number off its
      * 'VAULT nnn' memo, before the balance READs overwrite it.
       01  SAVED-VAULT-FLAG       PIC X VALUE 'N'.
           88  SAVED-ROW-IS-VAULT        VALUE 'Y'.
           88  SAVED-ROW-NOT-VAULT       VALUE 'N'.
       01  SAVED-VAULT-NUM        PIC 9(3).
       01  WS-CBAL-STATUS         PIC XX VALUE '00'.
           88  CBAL-OK                   VALUE '00'.
           88  CBAL-NOT-YET-LOADED       VALUE '35'.
           PERFORM OPEN-QUARANTINE-FILE.
           PERFORM OPEN-CURRENCY-BALANCE-FILE.
           PERFORM OPEN-MOVEMENT-FILE.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM OPEN-REMITTANCE-FILE.
           PERFORM OPEN-FEE-ESTIMATE-FILE.
           PERFORM OPEN-GROUP-FILE.
           PERFORM OPEN-PAYEE-FILE.
           PERFORM OPEN-VAULT-FILE.
           PERFORM OPEN-ALERT-FILE.
           MOVE LENGTH OF CONFIRM-MESSAGE TO DTAQ-MSG-LEN.
           MOVE LENGTH OF ALERT-DISPATCH-MESSAGE TO ALERT-DTAQ-MSG-LEN.
           DISPLAY 'DOGECONF - LISTENER UP'.
      *    The listener loop - QRCVDTAQ's own wait time is the pacing,
      *    so an empty cycle costs one timed wait, not a spin. A
           CLOSE DOGEQRNT.
           CLOSE DOGECBAL.
           CLOSE DOGEBMOV.
           CLOSE DOGECHLG.
           CLOSE DOGERMIT.
           CLOSE DOGEFEST.
           CLOSE DOGEGRPS.
           CLOSE DOGEPAYE.
           IF VALT-FILE-PRESENT
               CLOSE DOGEVALT
           END-IF.
           CLOSE DOGEALRT.
           IF GROUPS-SETTLED-COUNT > ZERO OR GROUPS-FAILED-COUNT > ZERO
               DISPLAY 'DOGECONF - ' GROUPS-SETTLED-COUNT
                       ' MULTI-OUTPUT GROUPS SETTLED, '
                       GROUPS-FAILED-COUNT ' FAILED'
           END-IF.
           IF GROUPS-PARKED-COUNT > ZERO
               DISPLAY 'DOGECONF - ' GROUPS-PARKED-COUNT
                       ' GROUP CONFIRMATIONS REFUSED - MEMBERS LEFT '
                       'PENDING, SEE DOGEGRPS'
           END-IF.
           IF QUARANTINED-COUNT > ZERO
               DISPLAY 'DOGECONF - ' QUARANTINED-COUNT
                       ' UNPARSEABLE MESSAGES QUARANTINED'
               DISPLAY 'DOGECONF - ' FEE-POSTED-COUNT
                       ' NETWORK FEE ROWS POSTED'
           END-IF.
           IF REMIT-BANKED-COUNT > ZERO
               DISPLAY 'DOGECONF - ' REMIT-BANKED-COUNT
                       ' PAYABLE REMITTANCES AWAITING ADVICE'
           END-IF.
           IF REORG-REOPENED-COUNT > ZERO
              OR REORG-UNMATCHED-COUNT > ZERO
               DISPLAY 'DOGECONF - ' REORG-REOPENED-COUNT
                       ' REORGED SENDS REOPENED, '
                       REORG-UNMATCHED-COUNT ' NOT FOUND'
               DISPLAY 'DOGECONF - SEE DOGEREOR FOR THE LIST'
           END-IF.
           IF GROUPS-REOPENED-COUNT > ZERO
               DISPLAY 'DOGECONF - ' GROUPS-REOPENED-COUNT
                       ' REORGED MULTI-OUTPUT GROUPS REOPENED'
           END-IF.
           IF REMIT-WITHDRAWN-COUNT > ZERO
              OR REMIT-REISSUE-COUNT > ZERO
               DISPLAY 'DOGECONF - ' REMIT-WITHDRAWN-COUNT
                       ' REMITTANCES WITHDRAWN, '
                       REMIT-REISSUE-COUNT ' ADVISED ONES TO REISSUE'
           END-IF.
           IF REORG-IGNORED-COUNT > ZERO
               DISPLAY 'DOGECONF - ' REORG-IGNORED-COUNT
                       ' STALE OR REPEATED REORG NOTICES IGNORED'
           END-IF.
           IF SUSPENSE-COUNT > ZERO
               DISPLAY 'DOGECONF - ' SUSPENSE-COUNT
                       ' MISMATCHED CONFIRMATIONS IN SUSPENSE'
               BY REFERENCE DTAQ-RETCODE.
      *
       POST-CONFIRMATION.
           IF CONF-REORGED
               PERFORM POST-REORG-NOTICE
           ELSE
           IF CONF-GROUP-SIZE EQUAL TO SPACES
               PERFORM POST-SINGLE-CONFIRMATION
           ELSE
               PERFORM POST-GROUP-CONFIRMATION
           END-IF
           END-IF.
      *
       POST-REORG-NOTICE.
      *    A multi-output group is found by its group id on DOGEGRPS,
      *    a single send by its own key - each the same way its
      *    confirmation found it.
           IF CONF-GROUP-SIZE NOT EQUAL TO SPACES
               PERFORM REOPEN-REORGED-GROUP
           ELSE
               MOVE CONF-TIMESTAMP TO NUM-DATE
               MOVE CONF-SEQ TO TSEQ
               READ DOGEVSAM
                   INVALID KEY
                       ADD 1 TO REORG-UNMATCHED-COUNT
                       DISPLAY 'DOGECONF - NO ROW FOR REORG NOTICE '
                               CONF-TIMESTAMP
                       MOVE SPACES TO REORG-ALERT-TEXT
                       STRING 'REORGED SEND ' CONF-TIMESTAMP '-'
                              CONF-SEQ ' - ROW NOT ON LIVE FILE'
                           DELIMITED BY SIZE INTO REORG-ALERT-TEXT
                       PERFORM RAISE-REORG-ALERT
                   NOT INVALID KEY
                       PERFORM REOPEN-REORGED-SEND
               END-READ
           END-IF.
      *
       REOPEN-REORGED-SEND.
      *    The notice has to match the row the same way a
      *    confirmation does, or it parks for an operator. Only a
      *    SETTLED row whose banked hash is the one the notice names
      *    is unwound - a repeated notice finds the row already
      *    PENDING, and a late one for a hash the rebroadcast has
      *    since replaced finds a different hash; both are ignored.
           IF CONF-ADDRESS NOT EQUAL TO TADDRSS
              OR CONF-AMOUNT(1:8) NOT EQUAL TO TAMT-INTEGER-PART
              OR CONF-AMOUNT(10:8) NOT EQUAL TO TAMT-DECIMAL-PART
               PERFORM PARK-IN-SUSPENSE
               MOVE SPACES TO REORG-ALERT-TEXT
               STRING 'REORGED SEND ' CONF-TIMESTAMP '-' CONF-SEQ
                      ' - NOTICE MISMATCH, SUSPENSE'
                   DELIMITED BY SIZE INTO REORG-ALERT-TEXT
               PERFORM RAISE-REORG-ALERT
           ELSE
           IF NOT TRAN-SETTLED
               ADD 1 TO REORG-IGNORED-COUNT
               DISPLAY 'DOGECONF - REORG NOTICE FOR UNSETTLED ROW '
                       CONF-TIMESTAMP ' ' TSTATUS
           ELSE
               PERFORM CHECK-REORGED-HASH
               IF REORG-HASH-STALE
                   ADD 1 TO REORG-IGNORED-COUNT
                   DISPLAY 'DOGECONF - STALE REORG NOTICE FOR '
                           CONF-TIMESTAMP
               ELSE
                   PERFORM UNWIND-SETTLED-SEND
               END-IF
           END-IF
           END-IF.
      *
       CHECK-REORGED-HASH.
      *    Leaves the send's DOGETXID row in the record area for
      *    SUPERSEDE-TRANSACTION-HASH.
           SET REORG-HASH-CURRENT TO TRUE.
           SET TXID-ROW-ON-FILE TO TRUE.
           MOVE CONF-TIMESTAMP TO TX-KEY(1:10).
           MOVE CONF-SEQ TO TX-KEY(11:2).
           READ DOGETXID
               INVALID KEY
                   SET TXID-ROW-NEW TO TRUE
               NOT INVALID KEY
                   IF CONF-TXID NOT EQUAL TO SPACES
                      AND TX-HASH NOT EQUAL TO SPACES
                      AND CONF-TXID NOT EQUAL TO TX-HASH
                       SET REORG-HASH-STALE TO TRUE
                   END-IF
           END-READ.
      *
       UNWIND-SETTLED-SEND.
      *    Everything the settlement did to the books, undone: the
      *    balance debit and the pending relief are re-run with the
      *    amount negated, so they credit and re-add through the
      *    same paragraphs and the same DOGEBMOV logging. Payee
      *    counts are left alone - the rebroadcast will settle to
      *    the same payee - but a remittance advice names the hash
      *    that just dropped, so it is withdrawn or marked for
      *    reissue. A group member pages once for the whole group,
      *    not once per member.
           MOVE TRANSACTION TO CHG-BEFORE-IMAGE.
           MOVE CONF-AMOUNT(1:8) TO CONF-AMOUNT-INTEGER.
           MOVE CONF-AMOUNT(10:8) TO CONF-AMOUNT-DECIMAL.
           MOVE TACCT TO SAVED-ACCT-NUM.
           MOVE TADDRSS TO SAVED-SEND-ADDRESS.
           IF TCURR EQUAL TO SPACES
               MOVE 'DOGE' TO SAVED-CURR
           ELSE
               MOVE TCURR TO SAVED-CURR
           END-IF.
           SET SAVED-ROW-NOT-VAULT TO TRUE.
           IF TLABEL EQUAL TO 'VAULT'
              AND TMEMO(7:3) IS NUMERIC
               SET SAVED-ROW-IS-VAULT TO TRUE
               MOVE TMEMO(7:3) TO SAVED-VAULT-NUM
           END-IF.
           SET TRAN-PENDING TO TRUE.
           REWRITE TRANSACTION
               INVALID KEY
                   DISPLAY 'DOGECONF - REOPEN FAILED FOR '
                           CONF-TIMESTAMP
               NOT INVALID KEY
                   SET CHG-ROW-REWRITTEN TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-REWRITE.
           PERFORM WITHDRAW-REMITTANCE-ROW.
           PERFORM SUPERSEDE-TRANSACTION-HASH.
           PERFORM REOPEN-SEND-FEE-ESTIMATE.
           SUBTRACT CONF-AMOUNT-NUM FROM ZERO GIVING CONF-AMOUNT-NUM.
           PERFORM UPDATE-BALANCE.
           PERFORM SUBTRACT-FROM-PENDING-AGGREGATE.
           SUBTRACT CONF-AMOUNT-NUM FROM ZERO GIVING CONF-AMOUNT-NUM.
           IF SAVED-ROW-IS-VAULT
               PERFORM REOPEN-VAULT-DEPOSIT
           END-IF.
           PERFORM REVERSE-SEND-FEE-ROW.
           ADD 1 TO REORG-REOPENED-COUNT.
           DISPLAY 'DOGECONF - REORGED SEND REOPENED ' CONF-TIMESTAMP
                   ' ACCT ' SAVED-ACCT-NUM.
           IF POSTING-SINGLE-SEND
               MOVE SPACES TO REORG-ALERT-TEXT
               STRING 'REORGED SEND ' CONF-TIMESTAMP '-' CONF-SEQ
                      ' ACCT ' SAVED-ACCT-NUM ' REOPENED PENDING'
                   DELIMITED BY SIZE INTO REORG-ALERT-TEXT
               PERFORM RAISE-REORG-ALERT
           END-IF.
      *
       WITHDRAW-REMITTANCE-ROW.
      *    TRANSACTION still holds the row just reopened. An advice
      *    not yet sent is simply withdrawn - the rebroadcast's
      *    settlement banks a fresh row with its own hash. One
      *    already in the payee's hands quoted a transaction that is
      *    no longer on the chain, so the row is flagged for reissue:
      *    the rebroadcast's settlement puts it back awaiting advice
      *    and DOGERMAD sends a corrected one, and until then
      *    DOGERMAD reports it.
           IF TLABEL EQUAL TO 'SENT'
              AND TMEMO(1:3) EQUAL TO 'AP '
               MOVE TKEY TO RM-KEY
               READ DOGERMIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RM-AWAITING-ADVICE
                           DELETE DOGERMIT
                               INVALID KEY
                                   DISPLAY 'DOGECONF - REMITTANCE '
                                           'WITHDRAW FAILED ' RM-KEY
                               NOT INVALID KEY
                                   ADD 1 TO REMIT-WITHDRAWN-COUNT
                           END-DELETE
                       ELSE
                       IF RM-ADVISED
                           SET RM-REISSUE TO TRUE
                           REWRITE REMITTANCE-ENTRY
                               INVALID KEY
                                   DISPLAY 'DOGECONF - REMITTANCE '
                                           'REISSUE MARK FAILED '
                                           RM-KEY
                               NOT INVALID KEY
                                   ADD 1 TO REMIT-REISSUE-COUNT
                           END-REWRITE
                       END-IF
                       END-IF
               END-READ
           END-IF.
      *
       SUPERSEDE-TRANSACTION-HASH.
      *    The dropped hash moves aside and the row says so; the
      *    rebroadcast's confirmation banks the new one in TX-HASH.
      *    A send settled before hashes were banked gets its row now,
      *    so DOGEREOR still sees it.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           IF TXID-ROW-NEW
               MOVE SPACES TO TXID-ENTRY
               MOVE CONF-TIMESTAMP TO TX-KEY(1:10)
               MOVE CONF-SEQ TO TX-KEY(11:2)
               MOVE CONF-TXID TO TX-HASH
               MOVE ZERO TO TX-REORG-COUNT
           END-IF.
           IF TX-REORG-COUNT IS NOT NUMERIC
               MOVE ZERO TO TX-REORG-COUNT
           END-IF.
           MOVE TX-HASH TO TX-SUPERSEDED-HASH.
           SET TX-REORGED-OUT TO TRUE.
           MOVE WS-TODAY TO TX-REORG-DATE.
           MOVE WS-TOD-HHMMSS TO TX-REORG-TIME.
           IF TX-REORG-COUNT < 999
               ADD 1 TO TX-REORG-COUNT
           END-IF.
           IF TXID-ROW-NEW
               WRITE TXID-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGECONF - TXID SUPERSEDE FAILED '
                               TX-KEY
               END-WRITE
           ELSE
               REWRITE TXID-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGECONF - TXID SUPERSEDE FAILED '
                               TX-KEY
               END-REWRITE
           END-IF.
      *
       REOPEN-SEND-FEE-ESTIMATE.
      *    The send's estimate row goes back to awaiting its fee, so
      *    the rebroadcast's fee is banked against it in turn.
           MOVE CONF-TIMESTAMP TO FE-KEY(1:10).
           MOVE CONF-SEQ TO FE-KEY(11:2).
           READ DOGEFEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FE-SEND-ROW AND NOT FE-AWAITING-FEE
                       SET FE-AWAITING-FEE TO TRUE
                       MOVE ZERO TO FE-ACTUAL-FEE
                       MOVE ZERO TO FE-SETTLE-DATE
                       REWRITE FEE-ESTIMATE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGECONF - FEE ESTIMATE '
                                       'REWRITE FAILED ' FE-KEY
                       END-REWRITE
                   END-IF
           END-READ.
      *
       REVERSE-SEND-FEE-ROW.
      *    The settlement's FEE row is VOIDED and a SETTLED VOID row
      *    written against it, as DOGEDEET voids a row, and its debit
      *    credited back through DEBIT-BALANCE-FOR-FEE with the fee
      *    negated - so DOGERECN and the GL see the fee go out and
      *    come back. No VOID row, no credit: the balance is left
      *    alone and ops told, as DOGEDEET leaves a void it could not
      *    finish. The rebroadcast books its own fee when it
      *    confirms. A send that settled free, or whose fee was never
      *    reported, has no row to find.
           SET FEE-ROW-MISSING TO TRUE.
           SET FEE-SCAN-RUNNING TO TRUE.
           MOVE CONF-TIMESTAMP TO NUM-DATE.
           MOVE CONF-SEQ TO TSEQ.
           COMPUTE FEE-SCAN-LIMIT = CONF-TIMESTAMP + FEE-SLIDE-WINDOW.
           START DOGEVSAM KEY GREATER THAN TKEY
               INVALID KEY
                   SET FEE-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-FEE-CANDIDATE
               UNTIL FEE-SCAN-DONE.
           IF FEE-ROW-FOUND
               MOVE TRANSACTION TO CHG-BEFORE-IMAGE
               MOVE TAMT-INTEGER-PART TO CONF-FEE-INTEGER
               MOVE TAMT-DECIMAL-PART TO CONF-FEE-DECIMAL
               SET TRAN-VOIDED TO TRUE
               MOVE 'NETWORK FEE - SEND REORGED' TO TMEMO
               REWRITE TRANSACTION
                   INVALID KEY
                       DISPLAY 'DOGECONF - FEE VOID FAILED FOR '
                               CONF-TIMESTAMP
                   NOT INVALID KEY
                       SET CHG-ROW-REWRITTEN TO TRUE
                       PERFORM WRITE-CHANGE-LOG
                       PERFORM WRITE-FEE-VOID-ROW
                       IF FEE-WRITE-FAILED
                           DISPLAY '*** DOGECONF - FEE VOID INCOMPLETE '
                                   'FOR ' CONF-TIMESTAMP
                                   ' - BALANCE NOT CREDITED ***'
                           SET FEE-WRITE-CLEAN TO TRUE
                       ELSE
                           SUBTRACT CONF-FEE-NUM FROM ZERO
                               GIVING CONF-FEE-NUM
                           PERFORM DEBIT-BALANCE-FOR-FEE
                       END-IF
               END-REWRITE
           END-IF.
      *
       WRITE-FEE-VOID-ROW.
      *    New SETTLED row, opposite sign to the FEE row, keyed by the
      *    moment it is written - the same shape DOGEDEET's
      *    WRITE-VOID-REVERSAL gives a void - through the fee row's
      *    own collision-retry write.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE NUM-DATE = CONV-SECONDS
                   + WS-TOD-HH * 3600 + WS-TOD-MM * 60 + WS-TOD-SS.
           MOVE ZERO TO TSEQ.
           MOVE SAVED-ACCT-NUM TO TACCT.
           MOVE SAVED-SEND-ADDRESS TO TADDRSS.
           MOVE 'VOID' TO TLABEL.
           MOVE '+' TO TAMT-SIGN.
           MOVE CONF-FEE-INTEGER TO TAMT-INTEGER-PART.
           MOVE '.' TO TAMT-DEC-POINT.
           MOVE CONF-FEE-DECIMAL TO TAMT-DECIMAL-PART.
           MOVE 'DOGE' TO TCURR.
           SET TRAN-SETTLED TO TRUE.
           MOVE 'NETWORK FEE - SEND REORGED' TO TMEMO.
           SET FEE-ROW-PENDING TO TRUE.
           SET FEE-WRITE-CLEAN TO TRUE.
           PERFORM WRITE-FEE-ROW-ONCE
               UNTIL FEE-ROW-WRITTEN.
      *
       CONVERT-YMD-TO-KEY.
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
           COMPUTE CONV-SECONDS = DATE-CONV-DAYS * 86400.
      *
       READ-NEXT-FEE-CANDIDATE.
           READ DOGEVSAM NEXT RECORD
               AT END SET FEE-SCAN-DONE TO TRUE
           END-READ.
           IF FEE-SCAN-RUNNING
               IF NUM-DATE GREATER THAN FEE-SCAN-LIMIT
                   SET FEE-SCAN-DONE TO TRUE
               ELSE
               IF TRAN-SETTLED
                  AND TLABEL EQUAL TO 'FEE'
                  AND TACCT EQUAL TO SAVED-ACCT-NUM
                  AND TADDRSS EQUAL TO SAVED-SEND-ADDRESS
                   SET FEE-ROW-FOUND TO TRUE
                   SET FEE-SCAN-DONE TO TRUE
               END-IF
               END-IF
           END-IF.
      *
       REOPEN-VAULT-DEPOSIT.
      *    Back out of the vault's settled holdings and into flight,
      *    where the rebroadcast's confirmation will find it.
           IF VALT-FILE-PRESENT
               MOVE SAVED-VAULT-NUM TO VT-VAULT-NUM
               READ DOGEVALT
                   INVALID KEY
                       DISPLAY 'DOGECONF - VAULT NOT ON FILE '
                               SAVED-VAULT-NUM
                   NOT INVALID KEY
                       IF CONF-AMOUNT-NUM > VT-BALANCE
                           MOVE ZERO TO VT-BALANCE
                       ELSE
                           SUBTRACT CONF-AMOUNT-NUM FROM VT-BALANCE
                       END-IF
                       ADD CONF-AMOUNT-NUM TO VT-INBOUND
                       REWRITE VAULT-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGECONF - VAULT REWRITE '
                                       'FAILED ' SAVED-VAULT-NUM
                       END-REWRITE
               END-READ
           END-IF.
      *
       REOPEN-REORGED-GROUP.
      *    One transaction carried the whole group, so a reorg drops
      *    every member at once and every member is unwound. Only a
      *    SETTLED group whose banked hash is the one the notice
      *    names qualifies - a repeated notice finds the group
      *    already reopened, a late one a newer hash - and then only
      *    once every member row checks out as still SETTLED at the
      *    address and amount the group sent, the same all-or-nothing
      *    rule its confirmation faced. The group goes back to
      *    awaiting its confirmation, so the rebroadcast's one
      *    message settles it afresh.
           MOVE CONFIRM-MESSAGE TO GROUP-CONFIRM-SAVE.
           SET GROUP-CHECKS-OUT TO TRUE.
           MOVE SPACES TO GROUP-PARK-REASON.
           MOVE SPACES TO GROUP-BAD-KEY.
           MOVE CONF-TIMESTAMP TO GROUP-ID-WORK(1:10).
           MOVE CONF-SEQ TO GROUP-ID-WORK(11:2).
           PERFORM READ-GROUP-HEADER.
           IF GROUP-NOT-ON-FILE
               ADD 1 TO REORG-UNMATCHED-COUNT
               DISPLAY 'DOGECONF - NO SEND GROUP FOR REORG NOTICE '
                       GROUP-ID-WORK
               MOVE SPACES TO REORG-ALERT-TEXT
               STRING 'REORGED GROUP ' CONF-TIMESTAMP '-' CONF-SEQ
                      ' - GROUP NOT ON DOGEGRPS'
                   DELIMITED BY SIZE INTO REORG-ALERT-TEXT
               PERFORM RAISE-REORG-ALERT
           ELSE
           IF NOT SG-SETTLED
               ADD 1 TO REORG-IGNORED-COUNT
               DISPLAY 'DOGECONF - REORG NOTICE FOR UNSETTLED GROUP '
                       GROUP-ID-WORK ' ' SG-STATE
           ELSE
           IF CONF-TXID NOT EQUAL TO SPACES
              AND SG-TXID NOT EQUAL TO SPACES
              AND CONF-TXID NOT EQUAL TO SG-TXID
               ADD 1 TO REORG-IGNORED-COUNT
               DISPLAY 'DOGECONF - STALE REORG NOTICE FOR GROUP '
                       GROUP-ID-WORK
           ELSE
               SET VERIFYING-REORG TO TRUE
               PERFORM VERIFY-SEND-GROUP
               SET VERIFYING-CONFIRMATION TO TRUE
               IF GROUP-CHECKS-OUT
                   PERFORM UNWIND-SEND-GROUP
               ELSE
                   ADD 1 TO REORG-UNMATCHED-COUNT
                   DISPLAY '*** DOGECONF - REORGED GROUP '
                           GROUP-ID-WORK ' NOT UNWOUND - '
                           GROUP-PARK-REASON ' ' GROUP-BAD-KEY ' ***'
                   MOVE SPACES TO REORG-ALERT-TEXT
                   STRING 'REORGED GROUP ' CONF-TIMESTAMP '-'
                          CONF-SEQ ' - MEMBERS DISAGREE, BY HAND'
                       DELIMITED BY SIZE INTO REORG-ALERT-TEXT
                   PERFORM RAISE-REORG-ALERT
               END-IF
           END-IF
           END-IF
           END-IF.
           MOVE GROUP-CONFIRM-SAVE TO CONFIRM-MESSAGE.
      *
       UNWIND-SEND-GROUP.
           SET POSTING-GROUP-MEMBER TO TRUE.
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > GROUP-MEMBER-COUNT
               PERFORM UNWIND-ONE-GROUP-MEMBER
           END-PERFORM.
           SET POSTING-SINGLE-SEND TO TRUE.
           MOVE GROUP-CONFIRM-SAVE TO CONFIRM-MESSAGE.
           PERFORM READ-GROUP-HEADER.
           SET SG-AWAITING-CONFIRM TO TRUE.
           MOVE ZERO TO SG-CLOSED-DATE.
           MOVE SPACES TO SG-FEE.
           REWRITE SEND-GROUP-ENTRY
               INVALID KEY
                   DISPLAY 'DOGECONF - GROUP HEADER REWRITE FAILED '
                           GROUP-ID-WORK
           END-REWRITE.
           ADD 1 TO GROUPS-REOPENED-COUNT.
           DISPLAY 'DOGECONF - REORGED SEND GROUP ' GROUP-ID-WORK
                   ' REOPENED - ' GROUP-MEMBER-COUNT ' PAYMENTS'.
           MOVE SPACES TO REORG-ALERT-TEXT.
           STRING 'REORGED GROUP ' CONF-TIMESTAMP '-' CONF-SEQ
                  ' - ' GROUP-MEMBER-COUNT ' PAYMENTS REOPENED'
               DELIMITED BY SIZE INTO REORG-ALERT-TEXT.
           PERFORM RAISE-REORG-ALERT.
      *
       UNWIND-ONE-GROUP-MEMBER.
      *    The notice recast as this member's own, as its
      *    confirmation was, and unwound down the single send path -
      *    its own FEE row carries its share of the group fee, so
      *    that comes back with it. The banked share is cleared for
      *    the rebroadcast to split afresh.
           MOVE GROUP-CONFIRM-SAVE TO CONFIRM-MESSAGE.
           MOVE GM-TKEY(GM-IDX) TO GROUP-KEY-WORK.
           MOVE GROUP-KEY-TIMESTAMP TO CONF-TIMESTAMP.
           MOVE GROUP-KEY-SEQ TO CONF-SEQ.
           MOVE GM-ADDRESS(GM-IDX) TO CONF-ADDRESS.
           MOVE GM-AMOUNT(GM-IDX) TO GROUP-AMOUNT-WORK.
           MOVE SPACES TO CONF-AMOUNT.
           STRING GROUP-AMOUNT-INTEGER '.' GROUP-AMOUNT-DECIMAL
               DELIMITED BY SIZE INTO CONF-AMOUNT.
           MOVE SPACES TO CONF-GROUP-SIZE.
           MOVE GM-TKEY(GM-IDX) TO TKEY.
           READ DOGEVSAM
               INVALID KEY
                   DISPLAY 'DOGECONF - GROUP MEMBER ROW LOST '
                           GM-TKEY(GM-IDX)
               NOT INVALID KEY
                   PERFORM CHECK-REORGED-HASH
                   PERFORM UNWIND-SETTLED-SEND
           END-READ.
           MOVE ZERO TO FEE-SHARE-WORK.
           PERFORM RECORD-MEMBER-FEE-SHARE.
      *
       OPEN-ALERT-FILE.
      *    First ever run finds no loaded DOGEALRT cluster behind the
      *    DD yet - build it fresh, same choice DOGEALRM makes.
           OPEN I-O DOGEALRT.
           IF ALRT-NOT-YET-LOADED
               OPEN OUTPUT DOGEALRT
               CLOSE DOGEALRT
               OPEN I-O DOGEALRT
           END-IF.
      *
       RAISE-REORG-ALERT.
      *    Severity 3, PAGE - money the books called settled is not
      *    on the chain. Same row-then-dispatch shape as DOGEALRM's
      *    RAISE-ALERT; a collision means this send already paged
      *    today.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TODAY TO AL-DATE.
           MOVE SPACES TO AL-CONDITION.
           STRING 'RG' CONF-TIMESTAMP CONF-SEQ
               DELIMITED BY SIZE INTO AL-CONDITION.
           MOVE 3 TO AL-SEVERITY.
           SET AL-ROUTE-PAGE TO TRUE.
           MOVE WS-TOD-HHMMSS TO AL-RAISED-TIME.
           MOVE REORG-ALERT-TEXT TO AL-TEXT.
           WRITE ALERT-ENTRY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-SEVERITY TO ADM-SEVERITY
                   MOVE AL-ROUTE TO ADM-ROUTE
                   MOVE AL-DATE TO ADM-DATE
                   MOVE AL-RAISED-TIME TO ADM-TIME
                   MOVE AL-CONDITION TO ADM-CONDITION
                   MOVE AL-TEXT TO ADM-TEXT
                   CALL 'QSNDDTAQ' USING
                       BY REFERENCE ALERT-DTAQ-NAME
                       BY REFERENCE LIB-NAME
                       BY REFERENCE ALERT-DTAQ-MSG-LEN
                       BY REFERENCE ALERT-DISPATCH-MESSAGE
                       BY REFERENCE ALERT-DTAQ-RETCODE
                   IF ALERT-DTAQ-RETCODE NOT EQUAL TO ZERO
                       DISPLAY '*** DOGECONF - ALERT QUEUE DOWN - '
                               AL-TEXT ' ***'
                   END-IF
           END-WRITE.
      *
       POST-SINGLE-CONFIRMATION.
      *    DOGESEND already wrote this row PENDING, keyed by the same
      *    timestamp it handed dogedcams.py - settle it in place
      *    instead of blind-WRITEing a second row for one send.
              OR CONF-AMOUNT(10:8) NOT EQUAL TO TAMT-DECIMAL-PART
               PERFORM PARK-IN-SUSPENSE
           ELSE
               MOVE TRANSACTION TO CHG-BEFORE-IMAGE
               MOVE CONF-AMOUNT(1:8) TO CONF-AMOUNT-INTEGER
               MOVE CONF-AMOUNT(10:8) TO CONF-AMOUNT-DECIMAL
               MOVE TACCT TO SAVED-ACCT-NUM
               ELSE
                   MOVE TCURR TO SAVED-CURR
               END-IF
               SET SAVED-ROW-NOT-VAULT TO TRUE
               IF TLABEL EQUAL TO 'VAULT'
                  AND TMEMO(7:3) IS NUMERIC
                   SET SAVED-ROW-IS-VAULT TO TRUE
                   MOVE TMEMO(7:3) TO SAVED-VAULT-NUM
               END-IF
               IF CONF-SUCCEEDED
                   SET TRAN-SETTLED TO TRUE
                   REWRITE TRANSACTION
                       INVALID KEY
                           DISPLAY 'DOGECONF - SETTLE FAILED FOR '
                                   CONF-TIMESTAMP
                       NOT INVALID KEY
                           SET CHG-ROW-REWRITTEN TO TRUE
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
                   PERFORM BANK-TRANSACTION-HASH
                   PERFORM BANK-REMITTANCE-ROW
                   PERFORM COUNT-SETTLED-PAYEE
                   PERFORM UPDATE-BALANCE
                   PERFORM POST-NETWORK-FEE
                   IF SAVED-ROW-IS-VAULT
                       PERFORM SETTLE-VAULT-DEPOSIT
                   END-IF
               ELSE
                   SET TRAN-FAILED TO TRUE
                   REWRITE TRANSACTION
                       INVALID KEY
                           DISPLAY 'DOGECONF - SETTLE FAILED FOR '
                                   CONF-TIMESTAMP
                       NOT INVALID KEY
                           SET CHG-ROW-REWRITTEN TO TRUE
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
                   DISPLAY 'DOGECONF - SEND FAILED FOR ' CONF-ADDRESS
                   MOVE ZERO TO FEE-ACTUAL-WORK
                   MOVE 'F' TO FEE-NEW-STATE
                   PERFORM MARK-SEND-FEE-ROW
                   IF SAVED-ROW-IS-VAULT
                       PERFORM SETTLE-VAULT-DEPOSIT
                   END-IF
               END-IF
               PERFORM SUBTRACT-FROM-PENDING-AGGREGATE
           END-IF.
      *    SETTLED debit row on the send's sub-account and take it
      *    off the balance. Spaces means the Python side predates
      *    the field; zero means the send was genuinely free.
      *    A fee nobody reported (or could read) closes the send's
      *    estimate row as unreported rather than leaving it looking
      *    outstanding; a real one, free sends included, is banked
      *    against the estimate and rolled into the fee window.
           IF CONF-FEE EQUAL TO SPACES
               MOVE ZERO TO FEE-ACTUAL-WORK
               MOVE 'N' TO FEE-NEW-STATE
               PERFORM MARK-SEND-FEE-ROW
           ELSE
           IF CONF-FEE(9:1) NOT EQUAL TO '.'
              OR CONF-FEE(1:8) IS NOT NUMERIC
              OR CONF-FEE(10:8) IS NOT NUMERIC
               DISPLAY 'DOGECONF - UNREADABLE FEE ON '
                       CONF-TIMESTAMP ' - NOT BOOKED'
               MOVE ZERO TO FEE-ACTUAL-WORK
               MOVE 'N' TO FEE-NEW-STATE
               PERFORM MARK-SEND-FEE-ROW
           ELSE
               MOVE CONF-FEE(1:8) TO CONF-FEE-INTEGER
               MOVE CONF-FEE(10:8) TO CONF-FEE-DECIMAL
               MOVE CONF-FEE-NUM TO FEE-ACTUAL-WORK
               MOVE 'A' TO FEE-NEW-STATE
               PERFORM MARK-SEND-FEE-ROW
               IF POSTING-SINGLE-SEND
                   PERFORM ROLL-FEE-WINDOW
               END-IF
               IF CONF-FEE-NUM EQUAL TO ZERO
                   CONTINUE
               ELSE
               END-IF
           END-IF
           END-IF.
      *
       MARK-SEND-FEE-ROW.
      *    The sender wrote the estimate row under the same key it
      *    gave the PENDING row. No row is a send from before
      *    estimates existed; a row already closed is a replayed
      *    confirmation - leave either alone.
           MOVE CONF-TIMESTAMP TO FE-KEY(1:10).
           MOVE CONF-SEQ TO FE-KEY(11:2).
           READ DOGEFEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FE-SEND-ROW AND FE-AWAITING-FEE
                       MOVE FEE-ACTUAL-WORK TO FE-ACTUAL-FEE
                       MOVE FEE-NEW-STATE TO FE-STATE
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       MOVE WS-TODAY TO FE-SETTLE-DATE
                       REWRITE FEE-ESTIMATE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGECONF - FEE ESTIMATE '
                                       'REWRITE FAILED ' FE-KEY
                       END-REWRITE
                   END-IF
           END-READ.
      *
       ROLL-FEE-WINDOW.
      *    The newest fee overwrites the oldest slot in the ring and
      *    the estimate becomes the average of what the window holds
      *    plus the margin. A first-ever fee seeds the window row.
           SET FEE-WINDOW-ON-FILE TO TRUE.
           MOVE ZEROS TO FE-KEY.
           READ DOGEFEST
               INVALID KEY
                   SET FEE-WINDOW-NEW TO TRUE
                   MOVE SPACES TO FEE-ESTIMATE-ENTRY
                   MOVE ZEROS TO FE-KEY
                   SET FE-WINDOW-ROW TO TRUE
                   MOVE ZERO TO FE-WINDOW-COUNT
                   MOVE 1 TO FE-NEXT-SLOT
                   PERFORM VARYING FEE-SLOT-IDX FROM 1 BY 1
                           UNTIL FEE-SLOT-IDX > 20
                       MOVE ZERO TO FE-RECENT-FEE(FEE-SLOT-IDX)
                   END-PERFORM
           END-READ.
           IF FE-NEXT-SLOT < 1 OR FE-NEXT-SLOT > FEE-WINDOW-SIZE
               MOVE 1 TO FE-NEXT-SLOT
           END-IF.
           MOVE FEE-ACTUAL-WORK TO FE-RECENT-FEE(FE-NEXT-SLOT).
           IF FE-WINDOW-COUNT < FEE-WINDOW-SIZE
               ADD 1 TO FE-WINDOW-COUNT
           END-IF.
           IF FE-NEXT-SLOT < FEE-WINDOW-SIZE
               ADD 1 TO FE-NEXT-SLOT
           ELSE
               MOVE 1 TO FE-NEXT-SLOT
           END-IF.
           MOVE ZERO TO FEE-WINDOW-TOTAL.
           PERFORM VARYING FEE-SLOT-IDX FROM 1 BY 1
                   UNTIL FEE-SLOT-IDX > FE-WINDOW-COUNT
               ADD FE-RECENT-FEE(FEE-SLOT-IDX) TO FEE-WINDOW-TOTAL
           END-PERFORM.
           COMPUTE FE-CURRENT-ESTIMATE ROUNDED =
                   FEE-WINDOW-TOTAL * (100 + FEE-ESTIMATE-MARGIN-PCT)
                   / (FE-WINDOW-COUNT * 100).
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO FE-WINDOW-UPDATED.
           IF FEE-WINDOW-NEW
               WRITE FEE-ESTIMATE-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGECONF - FEE WINDOW SEED FAILED'
               END-WRITE
           ELSE
               REWRITE FEE-ESTIMATE-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGECONF - FEE WINDOW UPDATE FAILED'
               END-REWRITE
           END-IF.
      *
       POST-GROUP-CONFIRMATION.
      *    One confirmation for a whole multi-output send. Nothing
      *    posts until the group checks out end to end - header still
      *    awaiting its confirmation, size and total as registered,
      *    every member row still PENDING at the address and amount
      *    the group says it sent. Then each member is posted off its
      *    own copy of the message exactly as a single send would be.
           MOVE CONFIRM-MESSAGE TO GROUP-CONFIRM-SAVE.
           SET GROUP-CHECKS-OUT TO TRUE.
           MOVE SPACES TO GROUP-PARK-REASON.
           MOVE SPACES TO GROUP-BAD-KEY.
           MOVE CONF-TIMESTAMP TO GROUP-ID-WORK(1:10).
           MOVE CONF-SEQ TO GROUP-ID-WORK(11:2).
           PERFORM READ-GROUP-HEADER.
           IF GROUP-NOT-ON-FILE
               ADD 1 TO GROUPS-PARKED-COUNT
               DISPLAY '*** DOGECONF - NO SEND GROUP ' GROUP-ID-WORK
                       ' ON DOGEGRPS - CONFIRMATION NOT POSTED ***'
           ELSE
               PERFORM VERIFY-SEND-GROUP
               IF GROUP-CHECKS-OUT
                   PERFORM SETTLE-SEND-GROUP
               ELSE
                   PERFORM PARK-SEND-GROUP
               END-IF
           END-IF.
           MOVE GROUP-CONFIRM-SAVE TO CONFIRM-MESSAGE.
      *
       READ-GROUP-HEADER.
           MOVE SPACES TO SEND-GROUP-ENTRY.
           SET SG-GROUP-KEY TO TRUE.
           MOVE GROUP-ID-WORK TO SG-KEY-ID.
           MOVE ZERO TO SG-MEMBER-NO.
           READ DOGEGRPS
               INVALID KEY
                   SET GROUP-NOT-ON-FILE TO TRUE
           END-READ.
      *
       VERIFY-SEND-GROUP.
           MOVE CONF-GROUP-SIZE TO GROUP-SIZE-NUM.
           MOVE SG-MEMBER-COUNT TO GROUP-MEMBER-COUNT.
           MOVE SG-TOTAL-AMOUNT TO GROUP-TOTAL-NUM.
           MOVE SG-TOTAL-AMOUNT TO GROUP-AMOUNT-WORK.
           IF VERIFYING-CONFIRMATION AND NOT SG-AWAITING-CONFIRM
               SET GROUP-CHECK-FAILED TO TRUE
               MOVE 'GROUP ALREADY CLOSED' TO GROUP-PARK-REASON
           ELSE
           IF GROUP-SIZE-NUM NOT EQUAL TO GROUP-MEMBER-COUNT
              OR GROUP-MEMBER-COUNT < 2
              OR GROUP-MEMBER-COUNT > 50
               SET GROUP-CHECK-FAILED TO TRUE
               MOVE 'GROUP SIZE DISAGREES' TO GROUP-PARK-REASON
           ELSE
           IF CONF-AMOUNT(1:8) NOT EQUAL TO GROUP-AMOUNT-INTEGER
              OR CONF-AMOUNT(10:8) NOT EQUAL TO GROUP-AMOUNT-DECIMAL
               SET GROUP-CHECK-FAILED TO TRUE
               MOVE 'GROUP TOTAL DISAGREES' TO GROUP-PARK-REASON
           END-IF
           END-IF
           END-IF.
           IF GROUP-CHECKS-OUT
               PERFORM VARYING GM-IDX FROM 1 BY 1
                       UNTIL GM-IDX > GROUP-MEMBER-COUNT
                          OR GROUP-CHECK-FAILED
                   PERFORM VERIFY-GROUP-MEMBER
               END-PERFORM
           END-IF.
      *
       VERIFY-GROUP-MEMBER.
      *    Member row off DOGEGRPS into the table, then the PENDING
      *    row it names on DOGEVSAM - SETTLED, for a reorg notice.
           SET SG-GROUP-KEY TO TRUE.
           MOVE GROUP-ID-WORK TO SG-KEY-ID.
           MOVE GM-IDX TO SG-MEMBER-NO.
           READ DOGEGRPS
               INVALID KEY
                   SET GROUP-CHECK-FAILED TO TRUE
                   MOVE 'MEMBER ROW MISSING' TO GROUP-PARK-REASON
               NOT INVALID KEY
                   MOVE SG-MEMBER-TKEY TO GM-TKEY(GM-IDX)
                   MOVE SG-MEMBER-ADDRESS TO GM-ADDRESS(GM-IDX)
                   MOVE SG-MEMBER-AMOUNT TO GM-AMOUNT(GM-IDX)
           END-READ.
           IF GROUP-CHECKS-OUT
               MOVE GM-TKEY(GM-IDX) TO TKEY
               MOVE GM-AMOUNT(GM-IDX) TO GROUP-AMOUNT-WORK
               READ DOGEVSAM
                   INVALID KEY
                       SET GROUP-CHECK-FAILED TO TRUE
                       MOVE 'MEMBER SEND ROW MISSING'
                           TO GROUP-PARK-REASON
                       MOVE GM-TKEY(GM-IDX) TO GROUP-BAD-KEY
                   NOT INVALID KEY
                       IF VERIFYING-CONFIRMATION AND NOT TRAN-PENDING
                           SET GROUP-CHECK-FAILED TO TRUE
                           MOVE 'MEMBER NO LONGER PENDING'
                               TO GROUP-PARK-REASON
                           MOVE GM-TKEY(GM-IDX) TO GROUP-BAD-KEY
                       ELSE
                       IF VERIFYING-REORG AND NOT TRAN-SETTLED
                           SET GROUP-CHECK-FAILED TO TRUE
                           MOVE 'MEMBER NO LONGER SETTLED'
                               TO GROUP-PARK-REASON
                           MOVE GM-TKEY(GM-IDX) TO GROUP-BAD-KEY
                       ELSE
                       IF TADDRSS NOT EQUAL TO GM-ADDRESS(GM-IDX)
                          OR TAMT-INTEGER-PART NOT EQUAL TO
                             GROUP-AMOUNT-INTEGER
                          OR TAMT-DECIMAL-PART NOT EQUAL TO
                             GROUP-AMOUNT-DECIMAL
                           SET GROUP-CHECK-FAILED TO TRUE
                           MOVE 'MEMBER ROW DISAGREES'
                               TO GROUP-PARK-REASON
                           MOVE GM-TKEY(GM-IDX) TO GROUP-BAD-KEY
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF.
      *
       SETTLE-SEND-GROUP.
      *    A readable fee is split across the members pro rata to
      *    their amounts - each share truncated, the last member
      *    taking whatever is left so the shares add back to the fee
      *    to the last satoshi. An unreadable or missing fee goes to
      *    every member as it came, so each estimate row closes as
      *    unreported exactly as a single send's would.
           SET FEE-SPLIT-OFF TO TRUE.
           IF CONF-FEE NOT EQUAL TO SPACES
              AND CONF-FEE(9:1) EQUAL TO '.'
              AND CONF-FEE(1:8) IS NUMERIC
              AND CONF-FEE(10:8) IS NUMERIC
               MOVE CONF-FEE(1:8) TO GROUP-FEE-INTEGER
               MOVE CONF-FEE(10:8) TO GROUP-FEE-DECIMAL
               SET FEE-SPLIT-ON TO TRUE
           END-IF.
           MOVE ZERO TO GROUP-FEE-ALLOCATED.
           SET POSTING-GROUP-MEMBER TO TRUE.
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > GROUP-MEMBER-COUNT
               PERFORM POST-ONE-GROUP-MEMBER
           END-PERFORM.
           SET POSTING-SINGLE-SEND TO TRUE.
           MOVE GROUP-CONFIRM-SAVE TO CONFIRM-MESSAGE.
           PERFORM READ-GROUP-HEADER.
           IF CONF-SUCCEEDED
               SET SG-SETTLED TO TRUE
               ADD 1 TO GROUPS-SETTLED-COUNT
               DISPLAY 'DOGECONF - SEND GROUP ' GROUP-ID-WORK
                       ' SETTLED - ' GROUP-MEMBER-COUNT ' PAYMENTS'
           ELSE
               SET SG-FAILED TO TRUE
               ADD 1 TO GROUPS-FAILED-COUNT
               DISPLAY '*** DOGECONF - SEND GROUP ' GROUP-ID-WORK
                       ' FAILED ON THE CHAIN - ALL '
                       GROUP-MEMBER-COUNT ' PAYMENTS FAILED ***'
           END-IF.
           PERFORM CLOSE-GROUP-HEADER.
      *
       POST-ONE-GROUP-MEMBER.
      *    The group message recast as this member's own - its key,
      *    address, amount and fee share - and posted down the single
      *    send path.
           MOVE GROUP-CONFIRM-SAVE TO CONFIRM-MESSAGE.
           MOVE GM-TKEY(GM-IDX) TO GROUP-KEY-WORK.
           MOVE GROUP-KEY-TIMESTAMP TO CONF-TIMESTAMP.
           MOVE GROUP-KEY-SEQ TO CONF-SEQ.
           MOVE GM-ADDRESS(GM-IDX) TO CONF-ADDRESS.
           MOVE GM-AMOUNT(GM-IDX) TO GROUP-AMOUNT-WORK.
           MOVE SPACES TO CONF-AMOUNT.
           STRING GROUP-AMOUNT-INTEGER '.' GROUP-AMOUNT-DECIMAL
               DELIMITED BY SIZE INTO CONF-AMOUNT.
           MOVE SPACES TO CONF-GROUP-SIZE.
           IF FEE-SPLIT-ON
               IF GM-IDX = GROUP-MEMBER-COUNT
                   COMPUTE FEE-SHARE-WORK =
                           GROUP-FEE-NUM - GROUP-FEE-ALLOCATED
               ELSE
                   COMPUTE FEE-SHARE-WORK =
                           GROUP-FEE-NUM * GM-AMOUNT(GM-IDX)
                           / GROUP-TOTAL-NUM
               END-IF
               ADD FEE-SHARE-WORK TO GROUP-FEE-ALLOCATED
               MOVE SPACES TO CONF-FEE
               STRING FEE-SHARE-INTEGER '.' FEE-SHARE-DECIMAL
                   DELIMITED BY SIZE INTO CONF-FEE
               PERFORM RECORD-MEMBER-FEE-SHARE
           END-IF.
           PERFORM POST-SINGLE-CONFIRMATION.
      *
       RECORD-MEMBER-FEE-SHARE.
           SET SG-GROUP-KEY TO TRUE.
           MOVE GROUP-ID-WORK TO SG-KEY-ID.
           MOVE GM-IDX TO SG-MEMBER-NO.
           READ DOGEGRPS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FEE-SHARE-WORK TO SG-MEMBER-FEE
                   REWRITE SEND-GROUP-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGECONF - GROUP MEMBER REWRITE '
                                   'FAILED ' SG-KEY
                   END-REWRITE
           END-READ.
      *
       PARK-SEND-GROUP.
      *    Nothing about the group posts - every member stays as it
      *    is. An open group is marked parked so DOGERTRY stops
      *    re-driving it and an operator takes it from here; a group
      *    already closed (a replayed confirmation) keeps its state.
           ADD 1 TO GROUPS-PARKED-COUNT.
           DISPLAY '*** DOGECONF - SEND GROUP ' GROUP-ID-WORK
                   ' REFUSED - ' GROUP-PARK-REASON ' '
                   GROUP-BAD-KEY ' - NOTHING POSTED ***'.
           PERFORM READ-GROUP-HEADER.
           IF GROUP-CHECK-FAILED AND SG-AWAITING-CONFIRM
               SET SG-PARKED TO TRUE
               PERFORM CLOSE-GROUP-HEADER
           END-IF.
      *
       CLOSE-GROUP-HEADER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO SG-CLOSED-DATE.
           MOVE CONF-TXID TO SG-TXID.
           MOVE CONF-FEE TO SG-FEE.
           REWRITE SEND-GROUP-ENTRY
               INVALID KEY
                   DISPLAY 'DOGECONF - GROUP HEADER REWRITE FAILED '
                           GROUP-ID-WORK
           END-REWRITE.
      *
       OPEN-GROUP-FILE.
      *    First ever run finds no loaded DOGEGRPS cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEGRPS.
           IF GRPS-NOT-YET-LOADED
               OPEN OUTPUT DOGEGRPS
               CLOSE DOGEGRPS
               OPEN I-O DOGEGRPS
           END-IF.
      *
       OPEN-FEE-ESTIMATE-FILE.
      *    First ever run finds no loaded DOGEFEST cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEFEST.
           IF FEST-NOT-YET-LOADED
               OPEN OUTPUT DOGEFEST
               CLOSE DOGEFEST
               OPEN I-O DOGEFEST
           END-IF.
      *
       WRITE-FEE-ROW.
      *    Keyed on the confirmation's own timestamp - the settled
                   END-IF
               NOT INVALID KEY
                   SET FEE-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       DEBIT-BALANCE-FOR-FEE.
           ELSE
           IF CONF-STATUS NOT EQUAL TO 'C'
              AND CONF-STATUS NOT EQUAL TO 'F'
              AND CONF-STATUS NOT EQUAL TO 'R'
               SET MESSAGE-UNPARSEABLE TO TRUE
           ELSE
           IF CONF-GROUP-SIZE NOT EQUAL TO SPACES
              AND CONF-GROUP-SIZE IS NOT NUMERIC
               SET MESSAGE-UNPARSEABLE TO TRUE.
      *
       QUARANTINE-MESSAGE.
      *    copy lives in dogedcams.py's logs. A confirmation from a
      *    Python side that predates the field carries spaces and
      *    nothing is banked. A rerun of the same confirmation just
      *    refreshes the same key. The row is read first so a send
      *    reopened by a reorg keeps its superseded hash - its
      *    rebroadcast settling here is what marks it rebroadcast.
           IF CONF-TXID EQUAL TO SPACES
               CONTINUE
           ELSE
               SET TXID-ROW-ON-FILE TO TRUE
               MOVE CONF-TIMESTAMP TO TX-KEY(1:10)
               MOVE CONF-SEQ TO TX-KEY(11:2)
               READ DOGETXID
                   INVALID KEY
                       SET TXID-ROW-NEW TO TRUE
                       MOVE SPACES TO TXID-ENTRY
                       MOVE CONF-TIMESTAMP TO TX-KEY(1:10)
                       MOVE CONF-SEQ TO TX-KEY(11:2)
                       MOVE ZERO TO TX-REORG-COUNT
                   NOT INVALID KEY
                       IF TX-REORGED-OUT
                           SET TX-REBROADCAST TO TRUE
                       END-IF
               END-READ
               MOVE CONF-TXID TO TX-HASH
      *        The settlement moment, alongside the proof-of-payment
      *        - the row's own key says when the send was keyed, so
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-TODAY TO TX-SETTLED-DATE
               MOVE WS-TOD-HHMMSS TO TX-SETTLED-TIME
               IF TXID-ROW-NEW
                   WRITE TXID-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGECONF - TXID BANK FAILED '
                                   TX-KEY
                   END-WRITE
               ELSE
                   REWRITE TXID-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGECONF - TXID BANK FAILED '
                                   TX-KEY
                   END-REWRITE
               END-IF
           END-IF.
      *
       OPEN-REMITTANCE-FILE.
      *    First ever run finds no loaded DOGERMIT cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGERMIT.
           IF RMIT-NOT-YET-LOADED
               OPEN OUTPUT DOGERMIT
               CLOSE DOGERMIT
               OPEN I-O DOGERMIT
           END-IF.
      *
       OPEN-VAULT-FILE.
           SET VALT-FILE-PRESENT TO TRUE.
           OPEN I-O DOGEVALT.
           IF VALT-NOT-THERE
               SET VALT-FILE-ABSENT TO TRUE
           END-IF.
      *
       SETTLE-VAULT-DEPOSIT.
      *    The deposit is no longer in flight either way; only one
      *    the chain confirmed is now held cold. VT-INBOUND never
      *    goes below zero for a deposit a restore already unwound.
           IF VALT-FILE-ABSENT
               DISPLAY 'DOGECONF - NO DOGEVALT FOR VAULT '
                       SAVED-VAULT-NUM
           ELSE
               MOVE SAVED-VAULT-NUM TO VT-VAULT-NUM
               READ DOGEVALT
                   INVALID KEY
                       DISPLAY 'DOGECONF - VAULT NOT ON FILE '
                               SAVED-VAULT-NUM
                   NOT INVALID KEY
                       IF CONF-AMOUNT-NUM > VT-INBOUND
                           MOVE ZERO TO VT-INBOUND
                       ELSE
                           SUBTRACT CONF-AMOUNT-NUM FROM VT-INBOUND
                       END-IF
                       IF CONF-SUCCEEDED
                           ADD CONF-AMOUNT-NUM TO VT-BALANCE
                       END-IF
                       REWRITE VAULT-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGECONF - VAULT REWRITE '
                                       'FAILED ' SAVED-VAULT-NUM
                       END-REWRITE
               END-READ
           END-IF.
      *
       OPEN-PAYEE-FILE.
      *    First ever run finds no loaded DOGEPAYE cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEPAYE.
           IF PAYE-NOT-YET-LOADED
               OPEN OUTPUT DOGEPAYE
               CLOSE DOGEPAYE
               OPEN I-O DOGEPAYE
           END-IF.
      *
       COUNT-SETTLED-PAYEE.
      *    A settled send makes its address an established payee -
      *    the next send to it is not held as new. TRANSACTION still
      *    holds the row just settled; last-settled is that row's own
      *    key time. An address first paid before the payee file
      *    existed (or seeded by DOGEPYLD) just gets its row here.
           IF TLABEL EQUAL TO 'SENT'
               MOVE SPACES TO PY-KEY
               SET PY-PAYEE-KEY TO TRUE
               MOVE SAVED-SEND-ADDRESS TO PY-KEY-ID
               READ DOGEPAYE
                   INVALID KEY
                       MOVE SPACES TO PAYEE-ENTRY
                       SET PY-PAYEE-KEY TO TRUE
                       MOVE SAVED-SEND-ADDRESS TO PY-KEY-ID
                       MOVE NUM-DATE TO PY-FIRST-SEEN
                       MOVE ZERO TO PY-LABEL-SINCE
                       MOVE 1 TO PY-SETTLED-COUNT
                       MOVE NUM-DATE TO PY-LAST-SETTLED
                       SET PY-NOT-WHITELISTED TO TRUE
                       WRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGECONF - PAYEE ROW WRITE '
                                       'FAILED ' SAVED-SEND-ADDRESS
                       END-WRITE
                   NOT INVALID KEY
                       IF PY-SETTLED-COUNT < 9999999
                           ADD 1 TO PY-SETTLED-COUNT
                       END-IF
                       IF NUM-DATE > PY-LAST-SETTLED
                           MOVE NUM-DATE TO PY-LAST-SETTLED
                       END-IF
                       REWRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGECONF - PAYEE ROW REWRITE '
                                       'FAILED ' SAVED-SEND-ADDRESS
                       END-REWRITE
               END-READ
           END-IF.
      *
       BANK-REMITTANCE-ROW.
      *    Only a DOGEPPRO payable send owes the payee an advice -
      *    DOGEPPRO writes its SENT rows with TMEMO as 'AP ', the
      *    PB-REFERENCE, a space and the PB-MEMO. TRANSACTION still
      *    holds the row just settled; the balance READs come after
      *    this. A rerun of the same confirmation just refreshes the
      *    same key, and never un-advises a row already advised - but
      *    one flagged for reissue when its first settlement was
      *    reorged out goes back to awaiting advice, so the payee
      *    gets a corrected advice naming the new hash.
           IF TLABEL EQUAL TO 'SENT'
              AND TMEMO(1:3) EQUAL TO 'AP '
               MOVE TKEY TO RM-KEY
               READ DOGERMIT
                   INVALID KEY
                       SET RM-AWAITING-ADVICE TO TRUE
                       MOVE SPACES TO RM-ADVISED-DATE
                   NOT INVALID KEY
                       IF RM-REISSUE
                           SET RM-AWAITING-ADVICE TO TRUE
                       END-IF
               END-READ
               MOVE TKEY TO RM-KEY
               MOVE TMEMO(4:10) TO RM-REFERENCE
               MOVE TMEMO(15:20) TO RM-MEMO
               MOVE SAVED-SEND-ADDRESS TO RM-PAYEE
               MOVE SAVED-ACCT-NUM TO RM-ACCT
               MOVE CONF-AMOUNT-NUM TO RM-AMOUNT
               MOVE SAVED-CURR TO RM-CURR
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-TODAY TO RM-SETTLED-DATE
               MOVE WS-TOD-HHMMSS TO RM-SETTLED-TIME
               MOVE CONF-TXID TO RM-TXID
               WRITE REMITTANCE-ENTRY
                   INVALID KEY
                       REWRITE REMITTANCE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGECONF - REMITTANCE BANK '
                                       'FAILED ' RM-KEY
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO REMIT-BANKED-COUNT
               END-WRITE
           END-IF.
      *
                   END-REWRITE
           END-READ.
           CLOSE DOGERUNS.
      *
       WRITE-CHANGE-LOG.
      *    Before/after image of the DOGEVSAM row change just made
      *    - the caller set the action and, for a rewrite or a
      *    delete, the before image; TRANSACTION is the row as it
      *    now stands. Same stamp-and-bank shape as the movement
      *    ledger.
           ACCEPT CHG-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHG-ACCEPT-TIME FROM TIME.
           MOVE CHG-ACCEPT-DATE TO CHG-DATE.
           MOVE CHG-ACCEPT-TIME(1:6) TO CHG-TIME.
           MOVE ZERO TO CHG-SEQ.
           MOVE 'DOGECONF' TO CHG-PROGRAM.
           MOVE SPACES TO CHG-USERID.
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
      *    The change itself already stands - a lost log row is a
      *    gap in the roll-forward to shout about, not a reason to
      *    back the change out.
           WRITE CHANGE-LOG-ENTRY
               INVALID KEY
                   IF WS-CHLG-STATUS EQUAL TO '22' AND CHG-SEQ < 999
                       ADD 1 TO CHG-SEQ
                   ELSE
                       SET CHANGE-BANKED TO TRUE
                       DISPLAY 'DOGECONF - CHANGE LOG WRITE FAILED'
                   END-IF
               NOT INVALID KEY
                   SET CHANGE-BANKED TO TRUE
           END-WRITE.
      *
       OPEN-CHANGE-LOG-FILE.
      *    First ever run finds no loaded DOGECHLG cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGECHLG.
           IF CHLG-NOT-YET-LOADED
               OPEN OUTPUT DOGECHLG
               CLOSE DOGECHLG
               OPEN I-O DOGECHLG
           END-IF.
