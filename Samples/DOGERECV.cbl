      *   main account 000 with an UNMATCHED WALLET memo and gets
      *   flagged on the run report, rather than being dropped.
      *
      *   Every posted deposit also gets a DOGEDEPX cross-reference
      *   row: the address the coins came from, and - once it
      *   settles - the expectation it was applied to or flagged
      *   against as a duplicate. That is what DOGERFND sends a
      *   refund back to and puts right.
      *
      *   A deposit whose origin is one of our own cold-storage
      *   vault addresses (DOGEVALT) is a released vault withdrawal
      *   arriving - it posts as a VAULT row with the vault number
      *   in its memo, and settling it takes the amount off the
      *   vault's VT-BALANCE and in-flight VT-OUTBOUND as the hot
      *   balance takes the credit. It is our own money moving, so
      *   it matches no expectation and gets no refund cross-
      *   reference. Coins arriving ON a vault address are a
      *   DOGEVLTB deposit DOGECONF already accounts for, and are
      *   not posted here at all.
      *
      *   Run periodically, alongside DOGECONF (see DOGERECV.jcl).
      *
      * AUTHOR:
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGEACTS ASSIGN TO DOGEACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGEDEPX ASSIGN TO DOGEDEPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DEPX-STATUS.
           SELECT DOGEVALT ASSIGN TO DOGEVALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VALT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEACTS.
       COPY ACCTDIR.
       FD  DOGEEXPR.
       01  QUARANTINE-RECORD      PIC X(200).
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGEDEPX.
       COPY DEPXREC.
       FD  DOGEVALT.
       COPY VAULTREC.
       WORKING-STORAGE SECTION.
      * Deposit cross-reference, VSAM file DOGEDEPX - origin address
      * and expectation match per deposit, for DOGERFND.
       01  WS-DEPX-STATUS         PIC XX VALUE '00'.
           88  DEPX-NOT-YET-LOADED       VALUE '35'.
      * Key of the deposit row being settled - the balance and
      * aggregate READs overlay TRANSACTION long before the match
      * is recorded against it.
       01  SETTLED-DEP-KEY        PIC X(12).
       01  XREF-FAIL-COUNT        PIC 9(5) VALUE ZERO.
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
      * hit the field moves before any compare happened. Unparseable
               10  WT-ACCT-NUM    PIC 9(3).
               10  WT-ADDRESS     PIC X(34).
       01  WALLET-COUNT           PIC 9(3) VALUE ZERO.
      * Cold-storage vault addresses off DOGEVALT, loaded the same
      * way - no file yet just means no vaults.
       01  WS-VALT-STATUS         PIC XX VALUE '00'.
           88  VALT-OK                   VALUE '00'.
           88  VALT-EOF                  VALUE '10'.
           88  VALT-NOT-THERE            VALUE '35'.
       01  VALT-FILE-FLAG         PIC X VALUE 'Y'.
           88  VALT-FILE-PRESENT         VALUE 'Y'.
           88  VALT-FILE-ABSENT          VALUE 'N'.
       01  VAULT-TABLE.
           05  VAULT-TABLE-ENTRY OCCURS 50 TIMES.
               10  VTB-VAULT-NUM  PIC 9(3).
               10  VTB-ADDRESS    PIC X(34).
       01  VAULT-COUNT            PIC 9(3) VALUE ZERO.
       01  VLT-IDX                PIC 9(3) VALUE ZERO.
       01  VAULT-SCAN-ADDRESS     PIC X(34).
       01  VAULT-SCAN-FLAG        PIC X VALUE 'N'.
           88  VAULT-ADDRESS-FOUND       VALUE 'Y'.
           88  VAULT-ADDRESS-NOT-FOUND   VALUE 'N'.
       01  VAULT-SCAN-NUM         PIC 9(3).
      * Set when the row in hand is a vault withdrawal arriving, off
      * the origin at posting and off the label at settlement.
       01  VAULT-ORIGIN-FLAG      PIC X VALUE 'N'.
           88  FROM-VAULT                VALUE 'Y'.
           88  NOT-FROM-VAULT            VALUE 'N'.
       01  ORIGIN-VAULT-NUM       PIC 9(3).
       01  VAULT-ARRIVED-COUNT    PIC 9(5) VALUE ZERO.
       01  VAULT-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
       01  WLT-IDX                PIC 9(3) VALUE ZERO.
       01  FOUND-WLT-IDX          PIC 9(3) VALUE ZERO.
       01  WLT-FOUND-FLAG         PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM LOAD-WALLET-TABLE.
           PERFORM LOAD-VAULT-TABLE.
           PERFORM OPEN-EXPECTATIONS-FILE.
           PERFORM OPEN-DEPOSIT-ADDRESS-FILE.
           PERFORM OPEN-DENY-FILE.
           PERFORM OPEN-SEQUENCE-FILE.
           PERFORM OPEN-QUARANTINE-FILE.
           PERFORM OPEN-MOVEMENT-FILE.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM OPEN-DEPOSIT-XREF-FILE.
           OPEN I-O DOGEVSAM.
           MOVE LENGTH OF DEPOSIT-MESSAGE TO DTAQ-MSG-LEN.
           PERFORM RECEIVE-DEPOSIT.
           CLOSE DOGEQSEQ.
           CLOSE DOGEQRNT.
           CLOSE DOGEBMOV.
           CLOSE DOGECHLG.
           CLOSE DOGEDEPX.
           IF VALT-FILE-PRESENT
               CLOSE DOGEVALT
           END-IF.
           PERFORM PRINT-DEPOSIT-REPORT.
           STOP RUN.
      *
           READ DOGEACTS NEXT RECORD
               AT END SET ACTS-EOF TO TRUE
           END-READ.
      *
       LOAD-VAULT-TABLE.
      *    Left open I-O afterwards - a settling vault withdrawal
      *    rewrites its vault by key.
           SET VALT-FILE-PRESENT TO TRUE.
           OPEN I-O DOGEVALT.
           IF VALT-NOT-THERE
               SET VALT-FILE-ABSENT TO TRUE
           ELSE
               PERFORM READ-NEXT-VAULT-ENTRY
               PERFORM UNTIL VALT-EOF OR VAULT-COUNT = 50
                   IF VT-COLD-ADDRESS NOT EQUAL TO SPACES
                       ADD 1 TO VAULT-COUNT
                       MOVE VT-VAULT-NUM TO VTB-VAULT-NUM(VAULT-COUNT)
                       MOVE VT-COLD-ADDRESS
                           TO VTB-ADDRESS(VAULT-COUNT)
                   END-IF
                   PERFORM READ-NEXT-VAULT-ENTRY
               END-PERFORM
           END-IF.
      *
       READ-NEXT-VAULT-ENTRY.
           READ DOGEVALT NEXT RECORD
               AT END SET VALT-EOF TO TRUE
           END-READ.
      *
       FIND-VAULT-ADDRESS.
           SET VAULT-ADDRESS-NOT-FOUND TO TRUE.
           MOVE ZERO TO VAULT-SCAN-NUM.
           IF VAULT-COUNT > 0 AND VAULT-SCAN-ADDRESS NOT EQUAL TO SPACES
               PERFORM VARYING VLT-IDX FROM 1 BY 1
                       UNTIL VLT-IDX > VAULT-COUNT
                   IF VAULT-ADDRESS-NOT-FOUND
                      AND VTB-ADDRESS(VLT-IDX) EQUAL TO
                          VAULT-SCAN-ADDRESS
                       SET VAULT-ADDRESS-FOUND TO TRUE
                       MOVE VTB-VAULT-NUM(VLT-IDX) TO VAULT-SCAN-NUM
                   END-IF
               END-PERFORM
           END-IF.
      *
       RECEIVE-DEPOSIT.
           CALL 'QRCVDTAQ' USING
       POST-DEPOSIT.
           MOVE DEP-AMOUNT(1:8) TO DEP-AMOUNT-INTEGER.
           MOVE DEP-AMOUNT(10:8) TO DEP-AMOUNT-DECIMAL.
      *    Coins landing on a vault's cold address are a vault
      *    deposit - its VAULT send row settles through DOGECONF,
      *    and posting the arrival as well would count it twice.
           MOVE DEP-ADDRESS TO VAULT-SCAN-ADDRESS.
           PERFORM FIND-VAULT-ADDRESS.
           IF VAULT-ADDRESS-FOUND
               ADD 1 TO VAULT-SKIPPED-COUNT
           ELSE
           IF DEP-DEPTH-REACHED
               PERFORM SETTLE-PROVISIONAL-DEPOSIT
           ELSE
           ELSE
               PERFORM POST-PROVISIONAL-DEPOSIT
           END-IF
           END-IF
           END-IF.
      *
       POST-PROVISIONAL-DEPOSIT.
      *    decides what the money is.
           PERFORM RESOLVE-DEPOSIT-ACCOUNT.
           PERFORM CHECK-ORIGIN-DENIED.
           MOVE DEP-FROM-ADDRESS TO VAULT-SCAN-ADDRESS.
           PERFORM FIND-VAULT-ADDRESS.
           IF VAULT-ADDRESS-FOUND
               SET FROM-VAULT TO TRUE
               MOVE VAULT-SCAN-NUM TO ORIGIN-VAULT-NUM
           ELSE
               SET NOT-FROM-VAULT TO TRUE
           END-IF.
           PERFORM WRITE-DEPOSIT-ROW.
           IF DEPOSIT-WRITE-FAILED
               ADD 1 TO DROPPED-COUNT
               DISPLAY 'DOGERECV - DEPOSIT DROPPED - WRITE FAILED '
                       DEP-TIMESTAMP ' ' DEP-ADDRESS
           ELSE
           IF NOT-FROM-VAULT
               PERFORM WRITE-DEPOSIT-XREF
           END-IF
           IF ORIGIN-DENIED
               ADD 1 TO BLOCKED-COUNT
               DISPLAY 'DOGERECV - DEPOSIT FROM DENY-LISTED ORIGIN '
      *    The collision retry may have moved it off sequence 00 or
      *    slid it to a later second entirely, so position at the
      *    message's timestamp and walk forward through the slide
      *    window for a pending RECV (or vault withdrawal) row on the
      *    same wallet for the same amount.
           SET PROVISIONAL-ROW-MISSING TO TRUE.
           SET PROV-SCAN-RUNNING TO TRUE.
           MOVE DEP-TIMESTAMP TO NUM-DATE.
                   SET PROV-SCAN-DONE TO TRUE
               ELSE
               IF TRAN-PENDING
                  AND (TLABEL EQUAL TO 'RECV'
                       OR TLABEL EQUAL TO 'VAULT')
                  AND TADDRSS EQUAL TO DEP-ADDRESS
                  AND TAMT-INTEGER-PART EQUAL TO DEP-AMOUNT(1:8)
                  AND TAMT-DECIMAL-PART EQUAL TO DEP-AMOUNT(10:8)
                       'MESSAGE ' DEP-TIMESTAMP ' ' DEP-ADDRESS
           ELSE
               MOVE TACCT TO DEP-ACCT-NUM
               MOVE TKEY TO SETTLED-DEP-KEY
               SET NOT-FROM-VAULT TO TRUE
               IF TLABEL EQUAL TO 'VAULT'
                  AND TMEMO(7:3) IS NUMERIC
                   SET FROM-VAULT TO TRUE
                   MOVE TMEMO(7:3) TO ORIGIN-VAULT-NUM
               END-IF
               MOVE TRANSACTION TO CHG-BEFORE-IMAGE
               SET TRAN-SETTLED TO TRUE
               REWRITE TRANSACTION
                   INVALID KEY
                       DISPLAY 'DOGERECV - SETTLE REWRITE FAILED '
                               DEP-TIMESTAMP
                   NOT INVALID KEY
                       SET CHG-ROW-REWRITTEN TO TRUE
                       PERFORM WRITE-CHANGE-LOG
               END-REWRITE
               ADD 1 TO SETTLED-DEPTH-COUNT
               PERFORM CREDIT-BALANCE
               PERFORM SUBTRACT-FROM-PROVISIONAL-AGGREGATE
               IF FROM-VAULT
                   PERFORM SETTLE-VAULT-WITHDRAWAL
               ELSE
                   PERFORM MATCH-SETTLED-DEPOSIT
               END-IF
           END-IF.
      *
       MATCH-SETTLED-DEPOSIT.
           SET EXPECTATION-NOT-MATCHED TO TRUE.
           MOVE SPACES TO MATCH-REFERENCE.
           IF EXPR-FILE-PRESENT
      *        The pin belongs to THIS message's address - the field
      *        otherwise still holds whatever the previous message in
      *        the drain left behind, and a stale pin here would pay
      *        the wrong invoice.
               PERFORM LOOK-UP-ADDRESS-PIN
               PERFORM MATCH-DEPOSIT-TO-EXPECTATION
           END-IF.
           PERFORM RECORD-DEPOSIT-MATCH.
      *
       SETTLE-VAULT-WITHDRAWAL.
      *    The coins have left cold storage for good - off the
      *    vault's balance and off what was in flight out of it.
      *    Neither figure goes below zero for a withdrawal a restore
      *    already unwound.
           ADD 1 TO VAULT-ARRIVED-COUNT.
           IF VALT-FILE-ABSENT
               DISPLAY 'DOGERECV - NO DOGEVALT FOR VAULT '
                       ORIGIN-VAULT-NUM
           ELSE
               MOVE ORIGIN-VAULT-NUM TO VT-VAULT-NUM
               READ DOGEVALT
                   INVALID KEY
                       DISPLAY 'DOGERECV - VAULT NOT ON FILE '
                               ORIGIN-VAULT-NUM
                   NOT INVALID KEY
                       IF DEP-AMOUNT-NUM > VT-BALANCE
                           MOVE ZERO TO VT-BALANCE
                       ELSE
                           SUBTRACT DEP-AMOUNT-NUM FROM VT-BALANCE
                       END-IF
                       IF DEP-AMOUNT-NUM > VT-OUTBOUND
                           MOVE ZERO TO VT-OUTBOUND
                       ELSE
                           SUBTRACT DEP-AMOUNT-NUM FROM VT-OUTBOUND
                       END-IF
                       REWRITE VAULT-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGERECV - VAULT REWRITE '
                                       'FAILED ' ORIGIN-VAULT-NUM
                       END-REWRITE
               END-READ
           END-IF.
      *
       LOOK-UP-ADDRESS-PIN.
      *    Fresh DOGEDADR read for the deposit address in hand -
                       'MESSAGE ' DEP-TIMESTAMP ' ' DEP-ADDRESS
           ELSE
               MOVE TACCT TO DEP-ACCT-NUM
               MOVE TRANSACTION TO CHG-BEFORE-IMAGE
               SET TRAN-FAILED TO TRUE
               REWRITE TRANSACTION
                   INVALID KEY
                       DISPLAY 'DOGERECV - REVERSE REWRITE FAILED '
                               DEP-TIMESTAMP
                   NOT INVALID KEY
                       SET CHG-ROW-REWRITTEN TO TRUE
                       PERFORM WRITE-CHANGE-LOG
               END-REWRITE
               ADD 1 TO REVERSED-COUNT
               DISPLAY 'DOGERECV - DEPOSIT REORGED AWAY '
           MOVE ZERO TO TSEQ.
           MOVE DEP-ACCT-NUM TO TACCT.
           MOVE DEP-ADDRESS TO TADDRSS.
           IF FROM-VAULT
               MOVE 'VAULT' TO TLABEL
           ELSE
               MOVE 'RECV' TO TLABEL
           END-IF.
           MOVE '+' TO TAMT-SIGN.
           MOVE DEP-AMOUNT(1:8) TO TAMT-INTEGER-PART.
           MOVE '.' TO TAMT-DEC-POINT.
               ELSE
                   MOVE 'UNMATCHED WALLET' TO TMEMO
               END-IF
               IF FROM-VAULT
                   STRING 'VAULT ' ORIGIN-VAULT-NUM ' WITHDRAWAL'
                       DELIMITED BY SIZE INTO TMEMO
               END-IF
           END-IF.
           SET DEPOSIT-ROW-PENDING TO TRUE.
           SET DEPOSIT-WRITE-CLEAN TO TRUE.
               NOT INVALID KEY
                   ADD 1 TO POSTED-COUNT
                   SET DEPOSIT-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       CREDIT-BALANCE.
               SET EXPR-EOF TO TRUE.
      *
       REWRITE-EXPECTATION.
      *    Only ever reached while settling a deposit - the
      *    expectation remembers which deposit last touched it.
           MOVE SETTLED-DEP-KEY TO ER-LAST-DEP-KEY.
           REWRITE EXPECTED-RECEIPT-ENTRY
               INVALID KEY
                   DISPLAY 'DOGERECV - EXPECTATION REWRITE FAILED '
           DISPLAY 'PARTIAL PAYMENTS ............ ' PARTIAL-COUNT.
           DISPLAY 'DUPLICATE PAYMENTS FLAGGED .. '
                   DUP-PAYMENT-COUNT.
           DISPLAY 'VAULT WITHDRAWALS SETTLED ... '
                   VAULT-ARRIVED-COUNT.
           DISPLAY 'VAULT DEPOSITS NOT POSTED ... '
                   VAULT-SKIPPED-COUNT.
           IF XREF-FAIL-COUNT > ZERO
               DISPLAY 'DEPOSIT XREF ROWS LOST ...... '
                       XREF-FAIL-COUNT
           END-IF.
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
           MOVE 'DOGERECV' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGERECV - CHANGE LOG WRITE FAILED'
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
      *
       OPEN-DEPOSIT-XREF-FILE.
           OPEN I-O DOGEDEPX.
           IF DEPX-NOT-YET-LOADED
               OPEN OUTPUT DOGEDEPX
               CLOSE DOGEDEPX
               OPEN I-O DOGEDEPX
           END-IF.
      *
       WRITE-DEPOSIT-XREF.
      *    TKEY is the row WRITE-DEPOSIT-ROW just landed, wherever
      *    the collision retry put it. A held deposit gets its row
      *    too - if compliance decides it goes back, it goes back to
      *    where it came from. A lost row costs a refund its origin,
      *    not the deposit.
           MOVE SPACES TO DEPOSIT-XREF-ENTRY.
           MOVE TKEY TO DX-KEY.
           MOVE DEP-ACCT-NUM TO DX-ACCT.
           MOVE DEP-FROM-ADDRESS TO DX-FROM-ADDRESS.
           MOVE DEP-AMOUNT-NUM TO DX-AMOUNT.
           SET DX-NOT-MATCHED TO TRUE.
           MOVE ZERO TO DX-REFUNDED.
           WRITE DEPOSIT-XREF-ENTRY
               INVALID KEY
                   ADD 1 TO XREF-FAIL-COUNT
                   DISPLAY 'DOGERECV - DEPOSIT XREF WRITE FAILED '
                           DX-KEY
           END-WRITE.
      *
       RECORD-DEPOSIT-MATCH.
      *    The settled deposit's cross-reference takes the match
      *    just made - the expectation, and whether the deposit paid
      *    into it or was flagged as paying it twice. A deposit
      *    posted before DOGEDEPX existed gets its row now, with
      *    whatever origin the depth message carries.
           MOVE SETTLED-DEP-KEY TO DX-KEY.
           READ DOGEDEPX
               INVALID KEY
                   MOVE SPACES TO DEPOSIT-XREF-ENTRY
                   MOVE SETTLED-DEP-KEY TO DX-KEY
                   MOVE DEP-ACCT-NUM TO DX-ACCT
                   MOVE DEP-FROM-ADDRESS TO DX-FROM-ADDRESS
                   MOVE DEP-AMOUNT-NUM TO DX-AMOUNT
                   MOVE ZERO TO DX-REFUNDED
                   PERFORM FILL-DEPOSIT-MATCH
                   WRITE DEPOSIT-XREF-ENTRY
                       INVALID KEY
                           ADD 1 TO XREF-FAIL-COUNT
                           DISPLAY 'DOGERECV - DEPOSIT XREF WRITE '
                                   'FAILED ' DX-KEY
                   END-WRITE
               NOT INVALID KEY
                   IF DX-ORIGIN-UNKNOWN
                       MOVE DEP-FROM-ADDRESS TO DX-FROM-ADDRESS
                   END-IF
                   PERFORM FILL-DEPOSIT-MATCH
                   REWRITE DEPOSIT-XREF-ENTRY
                       INVALID KEY
                           ADD 1 TO XREF-FAIL-COUNT
                           DISPLAY 'DOGERECV - DEPOSIT XREF REWRITE '
                                   'FAILED ' DX-KEY
                   END-REWRITE
           END-READ.
      *
       FILL-DEPOSIT-MATCH.
      *    The expectation record is still the one the match just
      *    rewrote - a duplicate leaves it flagged, anything else
      *    applied the deposit to it.
           IF EXPECTATION-MATCHED
               MOVE MATCH-REFERENCE TO DX-EXPR-REF
               IF ER-DUPLICATE-FLAGGED
                   SET DX-DUPLICATE TO TRUE
               ELSE
                   SET DX-APPLIED TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO DX-EXPR-REF
               SET DX-NOT-MATCHED TO TRUE
           END-IF.
       END PROGRAM DOGERECV.
