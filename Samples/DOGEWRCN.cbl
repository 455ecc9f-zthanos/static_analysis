      *   Any variance is reported per wallet and raises RC 4, same
      *   convention as DOGERECN's variance alarm.
      *
      *   The cold-storage vault addresses on DOGEVALT are watched
      *   and snapshotted the same way. A vault's chain balance is
      *   compared with its settled VT-BALANCE; a deposit or
      *   withdrawal still in flight (VT-INBOUND/VT-OUTBOUND) can
      *   put the chain ahead or behind by up to that much, so a
      *   variance inside that band is reported as explained and
      *   only one outside it is a finding. Each vault snapped has
      *   the day and chain figure banked on its row for DOGEVLTM.
      *
      *   Run nightly, after DOGERECN (see DOGEWRCN.jcl).
      *
      * AUTHOR:
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
           SELECT DOGEVALT ASSIGN TO DOGEVALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VALT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY ACCTDIR.
       FD  DOGERUNS.
       COPY RUNCREC.
       FD  DOGEVALT.
       COPY VAULTREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
       01  WLT-FOUND-FLAG         PIC X VALUE 'N'.
           88  WALLET-FOUND              VALUE 'Y'.
           88  WALLET-NOT-FOUND          VALUE 'N'.
      * Cold-storage vault addresses off DOGEVALT, loaded the same
      * way - no file yet just means no vaults to reconcile.
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
               10  VTB-SNAPPED    PIC X.
       01  VAULT-COUNT            PIC 9(3) VALUE ZERO.
       01  VLT-IDX                PIC 9(3) VALUE ZERO.
       01  FOUND-VLT-IDX          PIC 9(3) VALUE ZERO.
       01  VLT-FOUND-FLAG         PIC X VALUE 'N'.
           88  VAULT-FOUND               VALUE 'Y'.
           88  VAULT-NOT-FOUND           VALUE 'N'.
       01  VAULT-SNAPSHOT-COUNT   PIC 9(5) VALUE ZERO.
       01  VAULT-VARIANCE-COUNT   PIC 9(5) VALUE ZERO.
       01  VAULT-UNSNAPPED-COUNT  PIC 9(5) VALUE ZERO.
       01  SNAP-ACCT-NUM          PIC 9(3).
       01  BOOK-BALANCE           PIC S9(8)V9(8).
       01  BOOK-PENDING           PIC S9(8)V9(8).
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           PERFORM LOAD-WALLET-TABLE.
           PERFORM LOAD-VAULT-TABLE.
           OPEN INPUT DOGEVSAM.
           MOVE LENGTH OF SNAPSHOT-MESSAGE TO DTAQ-MSG-LEN.
           PERFORM RECEIVE-SNAPSHOT.
           END-PERFORM.
           CLOSE DOGEVSAM.
           PERFORM REPORT-UNSNAPPED-WALLETS.
           PERFORM REPORT-UNSNAPPED-VAULTS.
           IF VALT-FILE-PRESENT
               CLOSE DOGEVALT
           END-IF.
           PERFORM PRINT-RECON-SUMMARY.
           PERFORM RECORD-RUN-END.
           STOP RUN.
           READ DOGEACTS NEXT RECORD
               AT END SET ACTS-EOF TO TRUE
           END-READ.
      *
       LOAD-VAULT-TABLE.
      *    Left open I-O afterwards - each vault snapped has its
      *    chain figure rewritten by key. A closed vault is still
      *    watched until its address is empty on the chain too.
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
                       MOVE 'N' TO VTB-SNAPPED(VAULT-COUNT)
                       IF VT-CLOSED AND VT-BALANCE = ZERO
                           MOVE 'C' TO VTB-SNAPPED(VAULT-COUNT)
                       END-IF
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
       RECEIVE-SNAPSHOT.
           CALL 'QRCVDTAQ' USING
                   MOVE WLT-IDX TO FOUND-WLT-IDX
               END-IF
           END-PERFORM.
           IF WALLET-NOT-FOUND
               PERFORM FIND-SNAPPED-VAULT
           END-IF.
           IF WALLET-NOT-FOUND AND VAULT-FOUND
               PERFORM COMPARE-ONE-VAULT
           ELSE
           IF WALLET-NOT-FOUND
               ADD 1 TO UNKNOWN-WALLET-COUNT
               DISPLAY 'DOGEWRCN - SNAPSHOT FOR UNKNOWN WALLET '
                   ADD 1 TO VARIANCE-COUNT
                   DISPLAY '  *** CHAIN AND BOOKS DISAGREE ***'
               END-IF
           END-IF
           END-IF.
      *
       FIND-SNAPPED-VAULT.
           SET VAULT-NOT-FOUND TO TRUE.
           MOVE ZERO TO FOUND-VLT-IDX.
           PERFORM VARYING VLT-IDX FROM 1 BY 1
                   UNTIL VLT-IDX > VAULT-COUNT
               IF VAULT-NOT-FOUND
                  AND VTB-ADDRESS(VLT-IDX) EQUAL TO SNP-ADDRESS
                   SET VAULT-FOUND TO TRUE
                   MOVE VLT-IDX TO FOUND-VLT-IDX
               END-IF
           END-PERFORM.
      *
       COMPARE-ONE-VAULT.
      *    Chain against settled cold holdings; money in flight
      *    either way explains a gap up to its size and no more.
           ADD 1 TO VAULT-SNAPSHOT-COUNT.
           MOVE 'Y' TO VTB-SNAPPED(FOUND-VLT-IDX).
           MOVE SNP-AMOUNT(1:8) TO SNP-AMOUNT-INTEGER.
           MOVE SNP-AMOUNT(10:8) TO SNP-AMOUNT-DECIMAL.
           MOVE VTB-VAULT-NUM(FOUND-VLT-IDX) TO VT-VAULT-NUM.
           READ DOGEVALT
               INVALID KEY
                   DISPLAY 'DOGEWRCN - VAULT ROW LOST ' VT-VAULT-NUM
               NOT INVALID KEY
                   COMPUTE CHAIN-VARIANCE = SNP-AMOUNT-NUM - VT-BALANCE
                   DISPLAY 'VAULT  ' SNP-ADDRESS ' NUM  '
                           VT-VAULT-NUM ' ' VT-NAME
                   MOVE SNP-AMOUNT-NUM TO DR-AMOUNT
                   DISPLAY '  CHAIN BALANCE ............ ' DR-AMOUNT
                   MOVE VT-BALANCE TO DR-AMOUNT
                   DISPLAY '  VAULT BALANCE ............ ' DR-AMOUNT
                   MOVE VT-INBOUND TO DR-AMOUNT
                   DISPLAY '  DEPOSITS IN FLIGHT ....... ' DR-AMOUNT
                   MOVE VT-OUTBOUND TO DR-AMOUNT
                   DISPLAY '  WITHDRAWALS IN FLIGHT .... ' DR-AMOUNT
                   MOVE CHAIN-VARIANCE TO DR-AMOUNT
                   DISPLAY '  VARIANCE ................. ' DR-AMOUNT
                   IF CHAIN-VARIANCE > VT-INBOUND
                      OR (CHAIN-VARIANCE < ZERO
                          AND ZERO - CHAIN-VARIANCE > VT-OUTBOUND)
                       ADD 1 TO VAULT-VARIANCE-COUNT
                       DISPLAY '  *** CHAIN AND VAULT DISAGREE ***'
                   ELSE
                   IF CHAIN-VARIANCE NOT EQUAL TO ZERO
                       DISPLAY '  EXPLAINED BY MOVEMENTS IN FLIGHT'
                   END-IF
                   END-IF
                   MOVE SNP-DATE TO VT-CHAIN-DATE
                   MOVE SNP-AMOUNT-NUM TO VT-CHAIN-BALANCE
                   REWRITE VAULT-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEWRCN - VAULT REWRITE FAILED '
                                   VT-VAULT-NUM
                   END-REWRITE
           END-READ.
      *
       READ-BOOK-POSITIONS.
           MOVE ZERO TO BOOK-BALANCE.
                           WT-ACCT-NUM(WLT-IDX)
               END-IF
           END-PERFORM.
      *
       REPORT-UNSNAPPED-VAULTS.
      *    Same finding for a vault - an emptied, closed vault is
      *    the only one allowed to go unwatched.
           PERFORM VARYING VLT-IDX FROM 1 BY 1
                   UNTIL VLT-IDX > VAULT-COUNT
               IF VTB-SNAPPED(VLT-IDX) EQUAL TO 'N'
                   ADD 1 TO VAULT-UNSNAPPED-COUNT
                   DISPLAY 'DOGEWRCN - NO SNAPSHOT FOR VAULT '
                           VTB-ADDRESS(VLT-IDX) ' NUM '
                           VTB-VAULT-NUM(VLT-IDX)
               END-IF
           END-PERFORM.
      *
       PRINT-RECON-SUMMARY.
           DISPLAY ' '.
           DISPLAY 'SNAPSHOTS FOR UNKNOWN WALLET  '
                   UNKNOWN-WALLET-COUNT.
           DISPLAY 'WALLETS WITHOUT A SNAPSHOT .. ' UNSNAPPED-COUNT.
           DISPLAY 'VAULT SNAPSHOTS RECEIVED .... '
                   VAULT-SNAPSHOT-COUNT.
           DISPLAY 'VAULTS WITH VARIANCE ........ '
                   VAULT-VARIANCE-COUNT.
           DISPLAY 'VAULTS WITHOUT A SNAPSHOT ... '
                   VAULT-UNSNAPPED-COUNT.
           IF VARIANCE-COUNT > ZERO
              OR UNKNOWN-WALLET-COUNT > ZERO
              OR UNSNAPPED-COUNT > ZERO
              OR VAULT-VARIANCE-COUNT > ZERO
              OR VAULT-UNSNAPPED-COUNT > ZERO
      *        RC 4 - below RECORD-RUN-END's failed threshold, same
      *        variance-alarm convention DOGERECN uses.
               MOVE 4 TO RETURN-CODE
