      *   by the day's net, the same re-total-from-detail-rows
      *   spirit as DOGERECN.
      *
      *   With a roll-up level on the card, the flat listing is
      *   followed by the same figures consolidated up the DOGEACTS
      *   parent hierarchy, currency by currency: level 0 prints one
      *   line per group (a top-level sub-account with everything
      *   under it rolled in), level 1 adds each group's direct
      *   children, and so on - anything deeper than the level asked
      *   for is rolled into its ancestor at that level. Each parent
      *   shown with its children gets a subtotal after them, and
      *   each group a group total.
      *
      *   The DOGE grand totals are followed by the bank's holdings
      *   split hot and cold: hot is the grand closing above, cold
      *   is the settled balance of every cold-storage vault on
      *   DOGEVALT, listed vault by vault. A vault deposit leaves the
      *   hot closing and joins the cold figure on the same
      *   settlement, so the two add up to everything the bank
      *   holds; what is still in flight either way is shown
      *   alongside, but not in either figure.
      *
      * PARM CARD (SYSIN, column 1):
      *   col 1      roll-up level 0-9 - blank for the flat listing
      *              only
      *
      *   Run nightly, immediately after DOGEEOD (see DOGETRLB.jcl).
      *
      * AUTHOR:
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
           SELECT DOGEACTS ASSIGN TO DOGEACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-ACCT-NUM
               FILE STATUS IS WS-ACTS-STATUS.
           SELECT DOGEVALT ASSIGN TO DOGEVALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VALT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY CALREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       FD  DOGEVALT.
       COPY VAULTREC.
       FD  DOGEACTS.
       COPY ACCTDIR.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
       01  GRAND-CREDITS             PIC S9(10)V9(8) VALUE ZERO.
       01  GRAND-PENDING             PIC S9(10)V9(8) VALUE ZERO.
       01  GRAND-CLOSING             PIC S9(10)V9(8) VALUE ZERO.
      * Cold-storage vaults, VSAM file DOGEVALT - read front to
      * back for the hot/cold split; no file yet means nothing cold.
       01  WS-VALT-STATUS            PIC XX VALUE '00'.
           88  VALT-OK                      VALUE '00'.
           88  VALT-EOF                     VALUE '10'.
           88  VALT-NOT-THERE               VALUE '35'.
       01  COLD-HOLDINGS             PIC S9(10)V9(8) VALUE ZERO.
       01  COLD-INBOUND              PIC S9(10)V9(8) VALUE ZERO.
       01  COLD-OUTBOUND             PIC S9(10)V9(8) VALUE ZERO.
       01  TOTAL-HOLDINGS            PIC S9(10)V9(8) VALUE ZERO.
       01  CONTROL-SLOT              PIC 9.
       01  CONTROL-ACCT              PIC 9(3).
       01  DR-AMOUNT                 PIC -(7)9.9(8).
       01  DR-TOTAL                  PIC -(9)9.9(8).
       01  TRLB-PARM-CARD.
           05  PARM-ROLL-LEVEL       PIC X.
      * Sub-account directory DOGEACTS - read only for the parents
      * the consolidated view rolls up into.
       01  WS-ACTS-STATUS            PIC XX VALUE '00'.
           88  ACTS-OK                      VALUE '00'.
           88  ACTS-EOF                     VALUE '10'.
           88  ACTS-NOT-THERE               VALUE '35'.
       COPY ACCTHIER.
      * Consolidated figures, one entry per hierarchy entry for the
      * currency in hand - the line each sub-account prints at the
      * roll-up level, and the subtotal of it and everything under
      * it.
       01  ROLL-UP-FIGURES.
           05  RU-ENTRY OCCURS 200 TIMES.
               10  RU-USE-FLAG       PIC X.
                   88  RU-IN-USE            VALUE 'Y'.
               10  RU-LINE-OPENING   PIC S9(10)V9(8).
               10  RU-LINE-DEBITS    PIC S9(10)V9(8).
               10  RU-LINE-CREDITS   PIC S9(10)V9(8).
               10  RU-LINE-PENDING   PIC S9(10)V9(8).
               10  RU-LINE-CLOSING   PIC S9(10)V9(8).
               10  RU-SUB-OPENING    PIC S9(10)V9(8).
               10  RU-SUB-DEBITS     PIC S9(10)V9(8).
               10  RU-SUB-CREDITS    PIC S9(10)V9(8).
               10  RU-SUB-PENDING    PIC S9(10)V9(8).
               10  RU-SUB-CLOSING    PIC S9(10)V9(8).
       01  ROLL-CURR                 PIC X(4).
       01  CURR-PASS-IDX             PIC 9(3).
       01  CURR-SEEN-FLAG            PIC X.
           88  CURR-ALREADY-DONE            VALUE 'Y'.
           88  CURR-NOT-YET-DONE            VALUE 'N'.
       01  CONS-CAPTION              PIC X(40).
       01  CONS-OPENING              PIC S9(10)V9(8).
       01  CONS-DEBITS               PIC S9(10)V9(8).
       01  CONS-CREDITS              PIC S9(10)V9(8).
       01  CONS-PENDING              PIC S9(10)V9(8).
       01  CONS-CLOSING              PIC S9(10)V9(8).
       01  DR-CONS-OPENING           PIC -(9)9.9(8).
       01  DR-CONS-DEBITS            PIC -(9)9.9(8).
       01  DR-CONS-CREDITS           PIC -(9)9.9(8).
       01  DR-CONS-PENDING           PIC -(9)9.9(8).
       01  DR-CONS-CLOSING           PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT TRLB-PARM-CARD FROM SYSIN.
           PERFORM RECORD-RUN-START.
           PERFORM COMPUTE-DAY-RANGE.
           OPEN INPUT DOGEVSAM.
               DISPLAY '  PENDING MOVEMENT ........ ' DR-TOTAL
               MOVE GRAND-CLOSING TO DR-TOTAL
               DISPLAY '  CLOSING ................. ' DR-TOTAL
               PERFORM PRINT-HOT-AND-COLD
               IF PARM-ROLL-LEVEL IS NUMERIC
                   MOVE PARM-ROLL-LEVEL TO HIER-ROLL-LEVEL
                   PERFORM PRINT-CONSOLIDATED-VIEW
               END-IF
           END-IF.
      *
       PRINT-HOT-AND-COLD.
           DISPLAY ' '.
           DISPLAY 'HOT AND COLD HOLDINGS (DOGE)'.
           OPEN INPUT DOGEVALT.
           IF VALT-NOT-THERE
               DISPLAY '  NO COLD-STORAGE VAULTS ON FILE'
           ELSE
               PERFORM READ-NEXT-VAULT
               PERFORM UNTIL VALT-EOF
                   PERFORM PRINT-ONE-VAULT-LINE
                   PERFORM READ-NEXT-VAULT
               END-PERFORM
               CLOSE DOGEVALT
           END-IF.
           COMPUTE TOTAL-HOLDINGS = GRAND-CLOSING + COLD-HOLDINGS.
           MOVE GRAND-CLOSING TO DR-TOTAL.
           DISPLAY '  HOT (SUB-ACCOUNT WALLETS) ' DR-TOTAL.
           MOVE COLD-HOLDINGS TO DR-TOTAL.
           DISPLAY '  COLD (VAULTS) ........... ' DR-TOTAL.
           MOVE TOTAL-HOLDINGS TO DR-TOTAL.
           DISPLAY '  TOTAL HELD .............. ' DR-TOTAL.
           MOVE COLD-INBOUND TO DR-TOTAL.
           DISPLAY '  IN FLIGHT TO COLD ....... ' DR-TOTAL.
           MOVE COLD-OUTBOUND TO DR-TOTAL.
           DISPLAY '  IN FLIGHT FROM COLD ..... ' DR-TOTAL.
      *
       READ-NEXT-VAULT.
           READ DOGEVALT NEXT RECORD
               AT END SET VALT-EOF TO TRUE
           END-READ.
      *
       PRINT-ONE-VAULT-LINE.
           ADD VT-BALANCE TO COLD-HOLDINGS.
           ADD VT-INBOUND TO COLD-INBOUND.
           ADD VT-OUTBOUND TO COLD-OUTBOUND.
           MOVE VT-BALANCE TO DR-TOTAL.
           DISPLAY '  VAULT ' VT-VAULT-NUM ' ' VT-NAME ' ' DR-TOTAL.
      *
       PRINT-ONE-TRIAL-LINE.
      *    Opening is closing backed off by the day's settled net -
               ADD TB-PENDING(TB-IDX) TO GRAND-PENDING
               ADD TB-CLOSING(TB-IDX) TO GRAND-CLOSING
           END-IF.
      *
       PRINT-CONSOLIDATED-VIEW.
      *    One pass of the hierarchy per currency on the trial
      *    balance, DOGE first as it always comes first off the
      *    file - a parent's subtotal never adds one currency to
      *    another.
           PERFORM LOAD-ACCOUNT-HIERARCHY.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TRIAL-COUNT
               MOVE TB-ACCT-NUM(TB-IDX) TO HR-ACCT-WANTED
               PERFORM NOTE-HIERARCHY-ACCOUNT
           END-PERFORM.
           PERFORM BUILD-HIERARCHY-PATHS.
           DISPLAY ' '.
           DISPLAY '===== CONSOLIDATED BY PARENT - ROLL-UP LEVEL '
                   HIER-ROLL-LEVEL ' ====='.
           PERFORM VARYING CURR-PASS-IDX FROM 1 BY 1
                   UNTIL CURR-PASS-IDX > TRIAL-COUNT
               SET CURR-NOT-YET-DONE TO TRUE
               PERFORM VARYING TB-IDX FROM 1 BY 1
                       UNTIL TB-IDX NOT LESS THAN CURR-PASS-IDX
                   IF TB-CURR(TB-IDX) EQUAL TO TB-CURR(CURR-PASS-IDX)
                       SET CURR-ALREADY-DONE TO TRUE
                   END-IF
               END-PERFORM
               IF CURR-NOT-YET-DONE
                   MOVE TB-CURR(CURR-PASS-IDX) TO ROLL-CURR
                   PERFORM CONSOLIDATE-ONE-CURRENCY
               END-IF
           END-PERFORM.
      *
       CONSOLIDATE-ONE-CURRENCY.
           PERFORM VARYING HIER-IDX FROM 1 BY 1
                   UNTIL HIER-IDX > HIER-COUNT
               MOVE 'N' TO RU-USE-FLAG(HIER-IDX)
               MOVE ZERO TO RU-LINE-OPENING(HIER-IDX)
               MOVE ZERO TO RU-LINE-DEBITS(HIER-IDX)
               MOVE ZERO TO RU-LINE-CREDITS(HIER-IDX)
               MOVE ZERO TO RU-LINE-PENDING(HIER-IDX)
               MOVE ZERO TO RU-LINE-CLOSING(HIER-IDX)
               MOVE ZERO TO RU-SUB-OPENING(HIER-IDX)
               MOVE ZERO TO RU-SUB-DEBITS(HIER-IDX)
               MOVE ZERO TO RU-SUB-CREDITS(HIER-IDX)
               MOVE ZERO TO RU-SUB-PENDING(HIER-IDX)
               MOVE ZERO TO RU-SUB-CLOSING(HIER-IDX)
           END-PERFORM.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TRIAL-COUNT
               IF TB-CURR(TB-IDX) EQUAL TO ROLL-CURR
                   COMPUTE CONS-OPENING = TB-CLOSING(TB-IDX)
                           - TB-CREDITS(TB-IDX) + TB-DEBITS(TB-IDX)
                   MOVE TB-DEBITS(TB-IDX) TO CONS-DEBITS
                   MOVE TB-CREDITS(TB-IDX) TO CONS-CREDITS
                   MOVE TB-PENDING(TB-IDX) TO CONS-PENDING
                   MOVE TB-CLOSING(TB-IDX) TO CONS-CLOSING
                   MOVE TB-ACCT-NUM(TB-IDX) TO HR-ACCT-WANTED
                   PERFORM ROLL-UP-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'CURRENCY ' ROLL-CURR.
           PERFORM PRINT-HIERARCHY-VIEW.
      *
       ADD-FIGURES-TO-LINE.
           ADD CONS-OPENING TO RU-LINE-OPENING(ROLL-HR-IDX).
           ADD CONS-DEBITS TO RU-LINE-DEBITS(ROLL-HR-IDX).
           ADD CONS-CREDITS TO RU-LINE-CREDITS(ROLL-HR-IDX).
           ADD CONS-PENDING TO RU-LINE-PENDING(ROLL-HR-IDX).
           ADD CONS-CLOSING TO RU-LINE-CLOSING(ROLL-HR-IDX).
      *
       ADD-FIGURES-TO-SUBTOTAL.
           SET RU-IN-USE(FOUND-HR-IDX) TO TRUE.
           ADD CONS-OPENING TO RU-SUB-OPENING(FOUND-HR-IDX).
           ADD CONS-DEBITS TO RU-SUB-DEBITS(FOUND-HR-IDX).
           ADD CONS-CREDITS TO RU-SUB-CREDITS(FOUND-HR-IDX).
           ADD CONS-PENDING TO RU-SUB-PENDING(FOUND-HR-IDX).
           ADD CONS-CLOSING TO RU-SUB-CLOSING(FOUND-HR-IDX).
      *
       PRINT-HIERARCHY-LINE.
           MOVE SPACES TO CONS-CAPTION.
           IF HR-DEPTH(HIER-IDX) = ZERO
               STRING 'GROUP ' HR-ACCT(HIER-IDX)
                   DELIMITED BY SIZE INTO CONS-CAPTION
           ELSE
               STRING 'SUB-ACCOUNT ' HR-ACCT(HIER-IDX)
                   DELIMITED BY SIZE INTO CONS-CAPTION
           END-IF.
           IF HR-DEPTH(HIER-IDX) = HIER-ROLL-LEVEL
              AND HR-CHILD-COUNT(HIER-IDX) > ZERO
               MOVE '(ALL BELOW ROLLED IN)' TO CONS-CAPTION(19:)
           END-IF.
           MOVE RU-LINE-OPENING(HIER-IDX) TO DR-CONS-OPENING.
           MOVE RU-LINE-DEBITS(HIER-IDX) TO DR-CONS-DEBITS.
           MOVE RU-LINE-CREDITS(HIER-IDX) TO DR-CONS-CREDITS.
           MOVE RU-LINE-PENDING(HIER-IDX) TO DR-CONS-PENDING.
           MOVE RU-LINE-CLOSING(HIER-IDX) TO DR-CONS-CLOSING.
           PERFORM PRINT-CONSOLIDATED-LINE.
      *
       PRINT-HIERARCHY-SUBTOTAL.
           MOVE SPACES TO CONS-CAPTION.
           IF HR-DEPTH(HIER-TOP-IDX) = ZERO
               STRING 'GROUP TOTAL ' HR-ACCT(HIER-TOP-IDX)
                   DELIMITED BY SIZE INTO CONS-CAPTION
           ELSE
               STRING 'SUBTOTAL ' HR-ACCT(HIER-TOP-IDX)
                   ' AND BELOW' DELIMITED BY SIZE INTO CONS-CAPTION
           END-IF.
           MOVE RU-SUB-OPENING(HIER-TOP-IDX) TO DR-CONS-OPENING.
           MOVE RU-SUB-DEBITS(HIER-TOP-IDX) TO DR-CONS-DEBITS.
           MOVE RU-SUB-CREDITS(HIER-TOP-IDX) TO DR-CONS-CREDITS.
           MOVE RU-SUB-PENDING(HIER-TOP-IDX) TO DR-CONS-PENDING.
           MOVE RU-SUB-CLOSING(HIER-TOP-IDX) TO DR-CONS-CLOSING.
           PERFORM PRINT-CONSOLIDATED-LINE.
      *
       PRINT-CONSOLIDATED-LINE.
           DISPLAY HIER-INDENT(1:HIER-INDENT-LEN) CONS-CAPTION.
           DISPLAY HIER-INDENT(1:HIER-INDENT-LEN)
                   '  OPENING ' DR-CONS-OPENING
                   '  DEBITS ' DR-CONS-DEBITS
                   '  CREDITS ' DR-CONS-CREDITS.
           DISPLAY HIER-INDENT(1:HIER-INDENT-LEN)
                   '  PENDING ' DR-CONS-PENDING
                   '  CLOSING ' DR-CONS-CLOSING.
      *
      * Sub-account hierarchy - DOGEACTS parents, walked into paths
      * and sorted into print order (see ACCTHIER).
       LOAD-ACCOUNT-HIERARCHY.
           MOVE ZERO TO HIER-COUNT.
           OPEN INPUT DOGEACTS.
           IF ACTS-NOT-THERE
               DISPLAY 'DOGETRLB - NO DOGEACTS DIRECTORY - EVERY '
                       'SUB-ACCOUNT IS ITS OWN GROUP'
           ELSE
               PERFORM READ-NEXT-DIRECTORY-ROW
               PERFORM UNTIL ACTS-EOF
                   IF HIER-COUNT < 200
                       ADD 1 TO HIER-COUNT
                       MOVE AD-ACCT-NUM TO HR-ACCT(HIER-COUNT)
                       MOVE AD-PARENT-ACCT TO HR-PARENT(HIER-COUNT)
                       MOVE ZERO TO HR-CHILD-COUNT(HIER-COUNT)
                   ELSE
                       ADD 1 TO HIER-OVERFLOW-COUNT
                   END-IF
                   PERFORM READ-NEXT-DIRECTORY-ROW
               END-PERFORM
               CLOSE DOGEACTS
           END-IF.
      *
       READ-NEXT-DIRECTORY-ROW.
           READ DOGEACTS NEXT RECORD
               AT END SET ACTS-EOF TO TRUE
           END-READ.
      *
       NOTE-HIERARCHY-ACCOUNT.
      *    A sub-account with figures but no directory row (account
      *    0 predates DOGEACTS) still reports - as a group of its own.
           PERFORM FIND-HIERARCHY-ENTRY.
           IF FOUND-HR-IDX = ZERO
               IF HIER-COUNT < 200
                   ADD 1 TO HIER-COUNT
                   MOVE HR-ACCT-WANTED TO HR-ACCT(HIER-COUNT)
                   MOVE SPACES TO HR-PARENT(HIER-COUNT)
                   MOVE ZERO TO HR-CHILD-COUNT(HIER-COUNT)
               ELSE
                   ADD 1 TO HIER-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       FIND-HIERARCHY-ENTRY.
           MOVE ZERO TO FOUND-HR-IDX.
           PERFORM VARYING HIER-SCAN-IDX FROM 1 BY 1
                   UNTIL HIER-SCAN-IDX > HIER-COUNT
               IF FOUND-HR-IDX = ZERO
                  AND HR-ACCT(HIER-SCAN-IDX) EQUAL TO HR-ACCT-WANTED
                   MOVE HIER-SCAN-IDX TO FOUND-HR-IDX
               END-IF
           END-PERFORM.
      *
       BUILD-HIERARCHY-PATHS.
           PERFORM VARYING HIER-IDX FROM 1 BY 1
                   UNTIL HIER-IDX > HIER-COUNT
               PERFORM BUILD-ONE-PATH
           END-PERFORM.
           PERFORM VARYING HIER-IDX FROM 1 BY 1
                   UNTIL HIER-IDX > HIER-COUNT
               PERFORM COUNT-ONE-CHILD
           END-PERFORM.
           PERFORM SORT-HIERARCHY-BY-PATH.
           IF HIER-OVERFLOW-COUNT > ZERO
               DISPLAY '*** DOGETRLB - HIERARCHY TABLE FULL - '
                       HIER-OVERFLOW-COUNT
                       ' SUB-ACCOUNTS LEFT OUT - ENLARGE IT ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       BUILD-ONE-PATH.
      *    Up the parent chain to the top of the group, then laid
      *    down top first. A parent that is not on the directory
      *    ends the chain where it stands.
           MOVE ZERO TO HIER-WALK-STEPS.
           MOVE HIER-IDX TO HIER-WALK-IDX.
           SET HIER-WALK-GOING TO TRUE.
           PERFORM UNTIL NOT HIER-WALK-GOING
               ADD 1 TO HIER-WALK-STEPS
               MOVE HR-ACCT(HIER-WALK-IDX)
                   TO HIER-CHAIN(HIER-WALK-STEPS)
               IF HR-TOP-LEVEL(HIER-WALK-IDX)
                   SET HIER-WALK-DONE TO TRUE
               ELSE
               IF HIER-WALK-STEPS NOT LESS THAN HIER-DEPTH-LIMIT
                   SET HIER-WALK-BROKEN TO TRUE
               ELSE
                   MOVE HR-PARENT-NUM(HIER-WALK-IDX) TO HR-ACCT-WANTED
                   PERFORM FIND-HIERARCHY-ENTRY
                   IF FOUND-HR-IDX = ZERO
                       SET HIER-WALK-DONE TO TRUE
                   ELSE
                       MOVE FOUND-HR-IDX TO HIER-WALK-IDX
                   END-IF
               END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO HR-PATH(HIER-IDX).
           IF HIER-WALK-BROKEN
               ADD 1 TO HIER-BROKEN-COUNT
               DISPLAY 'DOGETRLB - PARENT CHAIN OF SUB-ACCOUNT '
                       HR-ACCT(HIER-IDX) ' LOOPS OR RUNS TOO DEEP - '
                       'REPORTED AS ITS OWN GROUP'
               MOVE ZERO TO HR-DEPTH(HIER-IDX)
               MOVE HR-ACCT(HIER-IDX) TO HR-PATH(HIER-IDX)(1:3)
           ELSE
               COMPUTE HR-DEPTH(HIER-IDX) = HIER-WALK-STEPS - 1
               PERFORM VARYING HIER-STEP FROM 1 BY 1
                       UNTIL HIER-STEP > HIER-WALK-STEPS
                   COMPUTE HIER-PATH-POS = (HIER-STEP - 1) * 3 + 1
                   COMPUTE HIER-CHAIN-POS =
                           HIER-WALK-STEPS - HIER-STEP + 1
                   MOVE HIER-CHAIN(HIER-CHAIN-POS)
                       TO HR-PATH(HIER-IDX)(HIER-PATH-POS:3)
               END-PERFORM
           END-IF.
      *
       COUNT-ONE-CHILD.
           IF HR-DEPTH(HIER-IDX) > ZERO
               COMPUTE HIER-PATH-POS = (HR-DEPTH(HIER-IDX) - 1) * 3 + 1
               MOVE HR-PATH(HIER-IDX)(HIER-PATH-POS:3)
                   TO HR-ACCT-WANTED
               PERFORM FIND-HIERARCHY-ENTRY
               IF FOUND-HR-IDX > ZERO
                   ADD 1 TO HR-CHILD-COUNT(FOUND-HR-IDX)
               END-IF
           END-IF.
      *
       SORT-HIERARCHY-BY-PATH.
      *    A few hundred entries at most - a plain exchange sort on
      *    the path does it.
           SET HIER-SORT-SWAPPED TO TRUE.
           PERFORM UNTIL HIER-SORT-NOT-SWAPPED
               SET HIER-SORT-NOT-SWAPPED TO TRUE
               PERFORM VARYING HIER-IDX FROM 1 BY 1
                       UNTIL HIER-IDX NOT LESS THAN HIER-COUNT
                   IF HR-PATH(HIER-IDX) > HR-PATH(HIER-IDX + 1)
                       MOVE HIER-ENTRY(HIER-IDX) TO HIER-SWAP-ENTRY
                       MOVE HIER-ENTRY(HIER-IDX + 1)
                           TO HIER-ENTRY(HIER-IDX)
                       MOVE HIER-SWAP-ENTRY TO HIER-ENTRY(HIER-IDX + 1)
                       SET HIER-SORT-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       ROLL-UP-ONE-ACCOUNT.
      *    HR-ACCT-WANTED's figures land on its own line - or, below
      *    the roll-up level, on its ancestor's at that level - and
      *    in the subtotal of every parent above it, itself included.
           PERFORM FIND-HIERARCHY-ENTRY.
           IF FOUND-HR-IDX > ZERO
               MOVE FOUND-HR-IDX TO NODE-HR-IDX
               MOVE NODE-HR-IDX TO ROLL-HR-IDX
               IF HR-DEPTH(NODE-HR-IDX) > HIER-ROLL-LEVEL
                   COMPUTE HIER-PATH-POS = HIER-ROLL-LEVEL * 3 + 1
                   MOVE HR-PATH(NODE-HR-IDX)(HIER-PATH-POS:3)
                       TO HR-ACCT-WANTED
                   PERFORM FIND-HIERARCHY-ENTRY
                   IF FOUND-HR-IDX > ZERO
                       MOVE FOUND-HR-IDX TO ROLL-HR-IDX
                   END-IF
               END-IF
               PERFORM ADD-FIGURES-TO-LINE
               PERFORM VARYING HIER-STEP FROM 0 BY 1
                       UNTIL HIER-STEP > HR-DEPTH(NODE-HR-IDX)
                   COMPUTE HIER-PATH-POS = HIER-STEP * 3 + 1
                   MOVE HR-PATH(NODE-HR-IDX)(HIER-PATH-POS:3)
                       TO HR-ACCT-WANTED
                   PERFORM FIND-HIERARCHY-ENTRY
                   IF FOUND-HR-IDX > ZERO
                       PERFORM ADD-FIGURES-TO-SUBTOTAL
                   END-IF
               END-PERFORM
           END-IF.
      *
       PRINT-HIERARCHY-VIEW.
      *    Path order is tree order - a parent prints, then its
      *    children, and its subtotal follows the last of them, the
      *    moment the walk steps outside its path.
           MOVE ZERO TO HIER-OPEN-COUNT.
           SET HIER-CLOSE-FINISHED TO TRUE.
           PERFORM VARYING HIER-IDX FROM 1 BY 1
                   UNTIL HIER-IDX > HIER-COUNT
               IF HR-DEPTH(HIER-IDX) NOT > HIER-ROLL-LEVEL
                  AND RU-IN-USE(HIER-IDX)
                   PERFORM CLOSE-FINISHED-PARENTS
                   COMPUTE HIER-INDENT-LEN = HR-DEPTH(HIER-IDX) * 2 + 1
                   PERFORM PRINT-HIERARCHY-LINE
                   IF HR-CHILD-COUNT(HIER-IDX) > ZERO
                      AND HR-DEPTH(HIER-IDX) < HIER-ROLL-LEVEL
                      AND HIER-OPEN-COUNT < 10
                       ADD 1 TO HIER-OPEN-COUNT
                       MOVE HIER-IDX
                           TO HIER-OPEN-PARENT(HIER-OPEN-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           SET HIER-CLOSE-ALL TO TRUE.
           PERFORM CLOSE-FINISHED-PARENTS.
           SET HIER-CLOSE-FINISHED TO TRUE.
      *
       CLOSE-FINISHED-PARENTS.
           SET HIER-CLOSING TO TRUE.
           PERFORM UNTIL HIER-OPEN-COUNT = ZERO OR HIER-NOT-CLOSING
               MOVE HIER-OPEN-PARENT(HIER-OPEN-COUNT) TO HIER-TOP-IDX
               COMPUTE HIER-PREFIX-LEN =
                       (HR-DEPTH(HIER-TOP-IDX) + 1) * 3
               IF HIER-CLOSE-ALL
                   PERFORM PRINT-SUBTOTAL-AND-POP
               ELSE
               IF HR-PATH(HIER-TOP-IDX)(1:HIER-PREFIX-LEN) NOT EQUAL
                  TO HR-PATH(HIER-IDX)(1:HIER-PREFIX-LEN)
                   PERFORM PRINT-SUBTOTAL-AND-POP
               ELSE
                   SET HIER-NOT-CLOSING TO TRUE
               END-IF
               END-IF
           END-PERFORM.
      *
       PRINT-SUBTOTAL-AND-POP.
           COMPUTE HIER-INDENT-LEN = HR-DEPTH(HIER-TOP-IDX) * 2 + 1.
           PERFORM PRINT-HIERARCHY-SUBTOTAL.
           SUBTRACT 1 FROM HIER-OPEN-COUNT.
      *
       RECORD-RUN-START.
      *    The day's run-control row goes down as in-progress before
