      *   one label in hand at a time, totals printed at each break,
      *   distinct-label cardinality unbounded.
      *
      *   With a roll-up level on the card, each label's totals are
      *   followed by the same figures consolidated up the DOGEACTS
      *   parent hierarchy - level 0 one line per group, level 1 its
      *   direct children too, and so on, anything deeper rolled into
      *   its ancestor at the level asked for, with a subtotal after
      *   each parent's children and a group total after each group.
      *
      * PARM CARD (SYSIN, column 1):
      *   col 1   roll-up level 0-9 - blank for the label totals only
      *
      *   Runs as step 3 of DOGECATG.jcl, behind DOGECATX and the
      *   sort.
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
           SELECT DOGEACTS ASSIGN TO DOGEACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-ACCT-NUM
               FILE STATUS IS WS-ACTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATGIN
           05  EX-SIGN            PIC X.
           05  EX-AMOUNT          PIC 9(8)V9(8).
           05  FILLER             PIC X(2).
           05  EX-ACCT            PIC 9(3).
           05  FILLER             PIC X.
       FD  DOGERUNS.
       COPY RUNCREC.
       FD  DOGEACTS.
       COPY ACCTDIR.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
           88  ON-FIRST-RECORD           VALUE 'Y'.
           88  PAST-FIRST-RECORD         VALUE 'N'.
       01  SIGNED-AMOUNT          PIC S9(8)V9(8).
       01  CATG-PARM-CARD.
           05  PARM-ROLL-LEVEL    PIC X.
           05  FILLER             PIC X(79).
      * Sub-account directory DOGEACTS - read only for the parents
      * the by-parent view rolls up into.
       01  WS-ACTS-STATUS         PIC XX VALUE '00'.
           88  ACTS-OK                   VALUE '00'.
           88  ACTS-EOF                  VALUE '10'.
           88  ACTS-NOT-THERE            VALUE '35'.
       COPY ACCTHIER.
       01  HIER-COUNT-BEFORE      PIC 9(3).
      * The label in hand, split by sub-account - the sort is by
      * label only, so each label's accounts arrive in any order.
       01  LABEL-ACCOUNT-FIGURES.
           05  LA-ENTRY OCCURS 200 TIMES.
               10  LA-ACCT            PIC 9(3).
               10  LA-SETTLED-TOTAL   PIC S9(10)V9(8).
               10  LA-PENDING-TOTAL   PIC S9(10)V9(8).
               10  LA-OTHER-TOTAL     PIC S9(10)V9(8).
       01  LA-COUNT               PIC 9(3) VALUE ZERO.
       01  LA-IDX                 PIC 9(3).
       01  LA-FOUND-IDX           PIC 9(3).
       01  LA-OVERFLOW-COUNT      PIC 9(7) VALUE ZERO.
      * Consolidated figures, one entry per hierarchy entry - the
      * line each sub-account prints at the roll-up level, and the
      * subtotal of it and everything under it.
       01  ROLL-UP-FIGURES.
           05  RU-ENTRY OCCURS 200 TIMES.
               10  RU-USE-FLAG        PIC X.
                   88  RU-IN-USE             VALUE 'Y'.
               10  RU-LINE-SETTLED    PIC S9(10)V9(8).
               10  RU-LINE-PENDING    PIC S9(10)V9(8).
               10  RU-LINE-OTHER      PIC S9(10)V9(8).
               10  RU-SUB-SETTLED     PIC S9(10)V9(8).
               10  RU-SUB-PENDING     PIC S9(10)V9(8).
               10  RU-SUB-OTHER       PIC S9(10)V9(8).
       01  CONS-CAPTION           PIC X(40).
       01  CONS-SETTLED           PIC S9(10)V9(8).
       01  CONS-PENDING           PIC S9(10)V9(8).
       01  CONS-OTHER             PIC S9(10)V9(8).
       01  DR-CONS-SETTLED        PIC -(9)9.9(8).
       01  DR-CONS-PENDING        PIC -(9)9.9(8).
       01  DR-CONS-OTHER          PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           ACCEPT CATG-PARM-CARD FROM SYSIN.
           IF PARM-ROLL-LEVEL IS NUMERIC
               MOVE PARM-ROLL-LEVEL TO HIER-ROLL-LEVEL
               PERFORM LOAD-ACCOUNT-HIERARCHY
               PERFORM BUILD-HIERARCHY-PATHS
           END-IF.
           DISPLAY '===== DOGECATG CATEGORY/LABEL REPORT ====='.
           OPEN INPUT CATGIN.
           IF EXTRACT-NOT-THERE
           DISPLAY 'DETAIL ROWS READ ........... ' DETAIL-ROW-COUNT.
           DISPLAY 'FAILED ROWS SKIPPED ........ ' FAILED-ROW-COUNT.
           DISPLAY 'DISTINCT LABELS ............ ' LABEL-COUNT.
           IF LA-OVERFLOW-COUNT > ZERO
               DISPLAY '*** DOGECATG - LABEL ACCOUNT TABLE FULL - '
                       LA-OVERFLOW-COUNT ' ROWS LEFT OUT OF THE '
                       'BY-PARENT VIEW - ENLARGE IT ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
               SUBTRACT SIGNED-AMOUNT FROM ZERO
                   GIVING SIGNED-AMOUNT
           END-IF.
           IF PARM-ROLL-LEVEL IS NUMERIC
              AND NOT EX-CLASS-FAILED
               PERFORM TALLY-LABEL-ACCOUNT
           END-IF.
           IF EX-CLASS-FAILED
               ADD 1 TO FAILED-ROW-COUNT
           ELSE
           MOVE ZERO TO CURRENT-PENDING-TOTAL.
           MOVE ZERO TO CURRENT-OTHER-TOTAL.
           MOVE ZERO TO CURRENT-SETTLED-COUNT.
           MOVE ZERO TO LA-COUNT.
           ADD 1 TO LABEL-COUNT.
      *
       PRINT-LABEL-BREAK.
           DISPLAY '  PENDING TOTAL ............. ' DR-AMOUNT.
           MOVE CURRENT-OTHER-TOTAL TO DR-AMOUNT.
           DISPLAY '  HELD/VOIDED TOTAL ......... ' DR-AMOUNT.
           IF PARM-ROLL-LEVEL IS NUMERIC
               PERFORM PRINT-LABEL-BY-PARENT
           END-IF.
      *
       TALLY-LABEL-ACCOUNT.
           MOVE ZERO TO LA-FOUND-IDX.
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LA-COUNT
               IF LA-FOUND-IDX = ZERO
                  AND LA-ACCT(LA-IDX) EQUAL TO EX-ACCT
                   MOVE LA-IDX TO LA-FOUND-IDX
               END-IF
           END-PERFORM.
           IF LA-FOUND-IDX = ZERO
               IF LA-COUNT < 200
                   ADD 1 TO LA-COUNT
                   MOVE LA-COUNT TO LA-FOUND-IDX
                   MOVE EX-ACCT TO LA-ACCT(LA-FOUND-IDX)
                   MOVE ZERO TO LA-SETTLED-TOTAL(LA-FOUND-IDX)
                   MOVE ZERO TO LA-PENDING-TOTAL(LA-FOUND-IDX)
                   MOVE ZERO TO LA-OTHER-TOTAL(LA-FOUND-IDX)
               ELSE
                   ADD 1 TO LA-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF LA-FOUND-IDX > ZERO
               IF EX-CLASS-SETTLED
                   ADD SIGNED-AMOUNT TO LA-SETTLED-TOTAL(LA-FOUND-IDX)
               ELSE
               IF EX-CLASS-PENDING
                   ADD SIGNED-AMOUNT TO LA-PENDING-TOTAL(LA-FOUND-IDX)
               ELSE
                   ADD SIGNED-AMOUNT TO LA-OTHER-TOTAL(LA-FOUND-IDX)
               END-IF
               END-IF
           END-IF.
      *
       PRINT-LABEL-BY-PARENT.
      *    A sub-account the directory has never heard of (account 0
      *    predates DOGEACTS) joins the hierarchy as a group of its
      *    own, and the paths are laid down again to take it in.
           MOVE HIER-COUNT TO HIER-COUNT-BEFORE.
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LA-COUNT
               MOVE LA-ACCT(LA-IDX) TO HR-ACCT-WANTED
               PERFORM NOTE-HIERARCHY-ACCOUNT
           END-PERFORM.
           IF HIER-COUNT > HIER-COUNT-BEFORE
               PERFORM VARYING HIER-IDX FROM 1 BY 1
                       UNTIL HIER-IDX > HIER-COUNT
                   MOVE ZERO TO HR-CHILD-COUNT(HIER-IDX)
               END-PERFORM
               PERFORM BUILD-HIERARCHY-PATHS
           END-IF.
           PERFORM VARYING HIER-IDX FROM 1 BY 1
                   UNTIL HIER-IDX > HIER-COUNT
               MOVE 'N' TO RU-USE-FLAG(HIER-IDX)
               MOVE ZERO TO RU-LINE-SETTLED(HIER-IDX)
               MOVE ZERO TO RU-LINE-PENDING(HIER-IDX)
               MOVE ZERO TO RU-LINE-OTHER(HIER-IDX)
               MOVE ZERO TO RU-SUB-SETTLED(HIER-IDX)
               MOVE ZERO TO RU-SUB-PENDING(HIER-IDX)
               MOVE ZERO TO RU-SUB-OTHER(HIER-IDX)
           END-PERFORM.
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LA-COUNT
               MOVE LA-SETTLED-TOTAL(LA-IDX) TO CONS-SETTLED
               MOVE LA-PENDING-TOTAL(LA-IDX) TO CONS-PENDING
               MOVE LA-OTHER-TOTAL(LA-IDX) TO CONS-OTHER
               MOVE LA-ACCT(LA-IDX) TO HR-ACCT-WANTED
               PERFORM ROLL-UP-ONE-ACCOUNT
           END-PERFORM.
           DISPLAY '  BY PARENT - ROLL-UP LEVEL ' HIER-ROLL-LEVEL.
           PERFORM PRINT-HIERARCHY-VIEW.
      *
       ADD-FIGURES-TO-LINE.
           ADD CONS-SETTLED TO RU-LINE-SETTLED(ROLL-HR-IDX).
           ADD CONS-PENDING TO RU-LINE-PENDING(ROLL-HR-IDX).
           ADD CONS-OTHER TO RU-LINE-OTHER(ROLL-HR-IDX).
      *
       ADD-FIGURES-TO-SUBTOTAL.
           SET RU-IN-USE(FOUND-HR-IDX) TO TRUE.
           ADD CONS-SETTLED TO RU-SUB-SETTLED(FOUND-HR-IDX).
           ADD CONS-PENDING TO RU-SUB-PENDING(FOUND-HR-IDX).
           ADD CONS-OTHER TO RU-SUB-OTHER(FOUND-HR-IDX).
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
           MOVE RU-LINE-SETTLED(HIER-IDX) TO DR-CONS-SETTLED.
           MOVE RU-LINE-PENDING(HIER-IDX) TO DR-CONS-PENDING.
           MOVE RU-LINE-OTHER(HIER-IDX) TO DR-CONS-OTHER.
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
           MOVE RU-SUB-SETTLED(HIER-TOP-IDX) TO DR-CONS-SETTLED.
           MOVE RU-SUB-PENDING(HIER-TOP-IDX) TO DR-CONS-PENDING.
           MOVE RU-SUB-OTHER(HIER-TOP-IDX) TO DR-CONS-OTHER.
           PERFORM PRINT-CONSOLIDATED-LINE.
      *
       PRINT-CONSOLIDATED-LINE.
           DISPLAY '  ' HIER-INDENT(1:HIER-INDENT-LEN) CONS-CAPTION.
           DISPLAY '  ' HIER-INDENT(1:HIER-INDENT-LEN)
                   '  SETTLED ' DR-CONS-SETTLED
                   '  PENDING ' DR-CONS-PENDING
                   '  HELD/VOIDED ' DR-CONS-OTHER.
      *
      * Sub-account hierarchy - DOGEACTS parents, walked into paths
      * and sorted into print order (see ACCTHIER).
       LOAD-ACCOUNT-HIERARCHY.
           MOVE ZERO TO HIER-COUNT.
           OPEN INPUT DOGEACTS.
           IF ACTS-NOT-THERE
               DISPLAY 'DOGECATG - NO DOGEACTS DIRECTORY - EVERY '
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
               DISPLAY '*** DOGECATG - HIERARCHY TABLE FULL - '
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
               DISPLAY 'DOGECATG - PARENT CHAIN OF SUB-ACCOUNT '
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
