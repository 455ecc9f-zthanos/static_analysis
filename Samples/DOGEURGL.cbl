      *   realized gain/loss on disposals; at month-end the books
      *   also have to state what the holdings still on hand are
      *   worth against what was paid for them, and that figure was
      *   still being built by hand in a spreadsheet. The FIFO lot
      *   book is the DOGELOTS tax-lot ledger DOGELOTU keeps nightly
      *   (acquisitions priced at the DOGERATE rate on their own day,
      *   disposals consuming the oldest lots first). The position
      *   held at the parm-card month-end is every lot acquired on or
      *   before that day, at what it has left now plus whatever the
      *   DOGELOTD disposal rows say was taken from it after the
      *   month-end - so the report can be rerun for a past month
      *   without replaying history. Each sub-account's closing
      *   balance comes from its month-end DOGESNAP day snapshot
      *   (the last one banked in the week up to it, as DOGEASOF
      *   reads them); it is priced at the month-end DOGERATE rate,
      *   set against the FIFO cost of the lots held, and unrealized
      *   gain/loss printed per sub-account and in total.
      *
      *   As in DOGEGNLS, internal TRANSFER pairs and ADJUST rows
      *   never reach the lot ledger (no coins moved on the chain, no
      *   basis), so a closing balance they have shifted can exceed
      *   the quantity the lots cover - that uncovered quantity is
      *   printed rather than silently priced at zero cost. A month
      *   with no snapshot falls back to the lot quantity and says
      *   so.
      *
      *   Once the rates under it have passed the staleness check,
      *   each sub-account's unrealized figure is also banked in the
      *   DOGEGLRV revaluation feed for the month, and DOGEGLIF posts
      *   it into the next nightly GL journal under movement type
      *   REVAL. A rerun before that posting replaces the month's
      *   figure; a month already journaled is left as posted and
      *   the rerun says so.
      *
      *   With a roll-up level on the card, the per-sub-account
      *   figures are followed by the same figures consolidated up
      *   the DOGEACTS parent hierarchy: level 0 prints one line per
      *   group (a top-level sub-account with everything under it
      *   rolled in), level 1 adds each group's direct children, and
      *   so on - anything deeper is rolled into its ancestor at the
      *   level asked for. Each parent shown with its children gets a
      *   subtotal after them, and each group a group total. The
      *   DOGEGLRV feed stays one row per sub-account.
      *
      * PARM CARD (SYSIN, columns 1-7):
      *   cols 1-4  report year  (YYYY)
      *   cols 5-6  report month (MM)
      *   col  7    roll-up level 0-9 - blank for no consolidation
      *
      * Run at month-end, after the final DOGERTLD rate load (see
      * DOGEURGL.jcl).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGELOTS ASSIGN TO DOGELOTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT DOGELOTD ASSIGN TO DOGELOTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LOTD-STATUS.
           SELECT DOGESNAP ASSIGN TO DOGESNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT DOGERATE ASSIGN TO DOGERATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT DOGEGLRV ASSIGN TO DOGEGLRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-GLRV-STATUS.
           SELECT DOGEACTS ASSIGN TO DOGEACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-ACCT-NUM
               FILE STATUS IS WS-ACTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGELOTS.
       COPY LOTSREC.
       FD  DOGELOTD.
       COPY LOTDREC.
       FD  DOGESNAP.
       COPY SNAPREC.
       FD  DOGERATE.
       COPY RATEREC.
       FD  DOGEGLRV.
       COPY GLRVREC.
       FD  DOGEACTS.
       COPY ACCTDIR.
       WORKING-STORAGE SECTION.
       01  WS-LOTS-STATUS            PIC XX VALUE '00'.
           88  LOTS-OK                      VALUE '00'.
           88  LOTS-EOF                     VALUE '10'.
           88  LOTS-NOT-THERE               VALUE '35'.
       01  WS-LOTD-STATUS            PIC XX VALUE '00'.
           88  LOTD-OK                      VALUE '00'.
           88  LOTD-EOF                     VALUE '10'.
           88  LOTD-NOT-THERE               VALUE '35'.
       01  WS-SNAP-STATUS            PIC XX VALUE '00'.
           88  SNAP-OK                      VALUE '00'.
           88  SNAP-NOT-THERE               VALUE '35'.
       01  WS-RATE-STATUS            PIC XX VALUE '00'.
           88  RATE-OK                      VALUE '00'.
           88  RATE-EOF                     VALUE '10'.
           88  RATE-NOT-THERE               VALUE '35'.
       01  WS-GLRV-STATUS            PIC XX VALUE '00'.
           88  GLRV-OK                      VALUE '00'.
           88  GLRV-NOT-YET-LOADED          VALUE '35'.
       01  BANKED-REVAL-COUNT        PIC 9(3) VALUE ZERO.
       01  ALREADY-POSTED-COUNT      PIC 9(3) VALUE ZERO.
       01  URGL-PARM-CARD.
           05  PARM-YEAR             PIC 9(4).
           05  PARM-MONTH            PIC 9(2).
           05  PARM-ROLL-LEVEL       PIC X.
      * Last calendar day of the parm month, for the lot cutoff and
      * the month-end rate lookup.
       01  MONTH-END-YMD             PIC 9(8).
       01  MONTH-END-DAY             PIC 9(2).
       01  LEAP-FLAG                 PIC X.
           88  LEAP-YEAR                    VALUE 'Y'.
           88  NOT-LEAP-YEAR                VALUE 'N'.
       01  LOTD-WALK-FLAG            PIC X VALUE 'N'.
           88  LOTD-WALK-GOING              VALUE 'Y'.
           88  LOTD-WALK-DONE               VALUE 'N'.
      * Quantity taken off each lot by disposals dated after the
      * month-end - added back to what the lot has left now to get
      * what it held at the cutoff. Same small-OCCURS-by-linear-scan
      * technique DOGERECN uses; a table that overflowed would
      * understate the position, so the run refuses instead.
       01  LATER-TAKE-TABLE.
           05  LATER-TAKE-ENTRY OCCURS 2000 TIMES.
               10  LB-ACCT           PIC 9(3).
               10  LB-LOT-KEY        PIC X(12).
               10  LB-QTY            PIC 9(8)V9(8).
       01  LATER-TAKE-COUNT          PIC 9(5) VALUE ZERO.
       01  LB-IDX                    PIC 9(5) VALUE ZERO.
       01  FOUND-LB-IDX              PIC 9(5) VALUE ZERO.
       01  LATER-TAKE-OVERFLOWS      PIC 9(5) VALUE ZERO.
       01  HELD-QTY                  PIC 9(9)V9(8).
      * Month-end snapshot probe - back a day at a time, up to a
      * week, for a skipped day (DOGEASOF's walk limit). A month-end
      * is always the 28th or later, so the walk never leaves the
      * month.
       01  SNAP-YMD.
           05  SNAP-YEAR             PIC 9(4).
           05  SNAP-MONTH            PIC 9(2).
           05  SNAP-DAY              PIC 9(2).
       01  SNAP-PROBE-DAYS           PIC 9(3) VALUE ZERO.
       01  SNAP-WALK-LIMIT           PIC 9(3) VALUE 7.
       01  SNAP-FOUND-FLAG           PIC X VALUE 'N'.
           88  SNAPSHOT-FOUND               VALUE 'Y'.
           88  SNAPSHOT-NOT-FOUND           VALUE 'N'.
       01  SNAP-FILE-FLAG            PIC X VALUE 'Y'.
           88  SNAP-FILE-OPEN               VALUE 'Y'.
           88  SNAP-FILE-MISSING            VALUE 'N'.
       01  NO-SNAPSHOT-COUNT         PIC 9(3) VALUE ZERO.
      * Rate history, loaded front-to-back once at start-up, same
      * table and carry-forward lookup DOGELOTU uses - here only for
      * the month-end rate.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 4000 TIMES.
               10  RT-CURR           PIC X(4).
       01  DEFAULT-USD-RATE          PIC 9(3)V9(4) VALUE 0.1500.
      * Rate-staleness policing. A carry-forward older than the
      * limit, or a date with no stored rate at all (the compiled
      * fallback), taints every valuation built on it - the
      * month-end rate is judged here, and a held lot DOGELOTU still
      * has flagged counts the same. The run refuses (RC 8) at the
      * end rather than publishing numbers priced off a rate nobody
      * has fed.
       01  STALE-RATE-LIMIT-DAYS     PIC 9(3) VALUE 7.
       01  STALE-RATE-USES           PIC 9(7) VALUE ZERO.
       01  FALLBACK-RATE-USES        PIC 9(7) VALUE ZERO.
       01  BEST-DAY-NUM              PIC S9(9).
       01  RATE-AGE-DAYS             PIC S9(9).
       01  MONTH-END-RATE            PIC 9(3)V9(4).
      * Per-sub-account position at the cutoff - the lots held with
      * their FIFO cost, and the closing balance off the snapshot.
       01  GL-BOOKS.
           05  GL-ACCT-ENTRY OCCURS 200 TIMES.
               10  GL-ACCT-NUM       PIC 9(3).
               10  GL-CLOSING-BAL    PIC S9(9)V9(8) VALUE ZERO.
               10  GL-LOTS-QTY       PIC S9(9)V9(8) VALUE ZERO.
               10  GL-LOTS-COST      PIC S9(11)V99 VALUE ZERO.
               10  GL-UNREALIZED-USD PIC S9(11)V99 VALUE ZERO.
               10  GL-MARKET-USD     PIC S9(11)V99 VALUE ZERO.
       01  GL-ACCT-COUNT             PIC 9(3) VALUE ZERO.
       01  GL-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-GL-IDX              PIC 9(3) VALUE ZERO.
       01  GL-FOUND-FLAG             PIC X VALUE 'N'.
           88  GL-ENTRY-FOUND               VALUE 'Y'.
           88  GL-ENTRY-NOT-FOUND           VALUE 'N'.
       01  OVERFLOWED-ACCOUNTS       PIC 9(5) VALUE ZERO.
       01  ROWS-SEEN                 PIC 9(7) VALUE ZERO.
      * Valuation working fields, one sub-account at a time.
       01  LOTS-REMAIN-QTY           PIC S9(9)V9(8).
       01  TOTAL-MARKET-USD          PIC S9(12)V99 VALUE ZERO.
       01  TOTAL-COST-USD            PIC S9(12)V99 VALUE ZERO.
       01  TOTAL-UNREALIZED-USD      PIC S9(12)V99 VALUE ZERO.
       01  DR-USD                    PIC -(10)9.99.
       01  DR-QTY                    PIC -(8)9.9(8).
      * Sub-account directory DOGEACTS - read only for the parents
      * the consolidated view rolls up into.
       01  WS-ACTS-STATUS            PIC XX VALUE '00'.
           88  ACTS-OK                      VALUE '00'.
           88  ACTS-EOF                     VALUE '10'.
           88  ACTS-NOT-THERE               VALUE '35'.
       COPY ACCTHIER.
      * Consolidated figures, one entry per hierarchy entry - the
      * line each sub-account prints at the roll-up level, and the
      * subtotal of it and everything under it.
       01  ROLL-UP-FIGURES.
           05  RU-ENTRY OCCURS 200 TIMES.
               10  RU-USE-FLAG       PIC X.
                   88  RU-IN-USE            VALUE 'Y'.
               10  RU-LINE-CLOSING   PIC S9(10)V9(8).
               10  RU-LINE-MARKET    PIC S9(12)V99.
               10  RU-LINE-COST      PIC S9(12)V99.
               10  RU-LINE-UNREAL    PIC S9(12)V99.
               10  RU-SUB-CLOSING    PIC S9(10)V9(8).
               10  RU-SUB-MARKET     PIC S9(12)V99.
               10  RU-SUB-COST       PIC S9(12)V99.
               10  RU-SUB-UNREAL     PIC S9(12)V99.
       01  CONS-CAPTION              PIC X(40).
       01  CONS-CLOSING              PIC S9(10)V9(8).
       01  CONS-MARKET               PIC S9(12)V99.
       01  CONS-COST                 PIC S9(12)V99.
       01  CONS-UNREAL               PIC S9(12)V99.
       01  DR-CONS-CLOSING           PIC -(9)9.9(8).
       01  DR-CONS-MARKET            PIC -(11)9.99.
       01  DR-CONS-COST              PIC -(11)9.99.
       01  DR-CONS-UNREAL            PIC -(11)9.99.
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT URGL-PARM-CARD FROM SYSIN.
           PERFORM COMPUTE-MONTH-END.
           PERFORM LOAD-RATE-TABLE.
           OPEN INPUT DOGELOTS.
           OPEN INPUT DOGELOTD.
           IF LOTS-NOT-THERE OR LOTD-NOT-THERE
               DISPLAY 'DOGEURGL - NO TAX-LOT LEDGER - RUN DOGELOTB'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GATHER-LATER-DISPOSALS.
           CLOSE DOGELOTD.
           PERFORM READ-NEXT-LOT.
           PERFORM UNTIL LOTS-EOF
               PERFORM PROCESS-LOT
               PERFORM READ-NEXT-LOT
           END-PERFORM.
           CLOSE DOGELOTS.
           OPEN INPUT DOGESNAP.
           IF SNAP-NOT-THERE
               SET SNAP-FILE-MISSING TO TRUE
               DISPLAY 'DOGEURGL - NO DAY SNAPSHOTS - LOT QUANTITY USED'
           END-IF.
           PERFORM PRINT-REVALUATION-REPORT.
           IF SNAP-FILE-OPEN
               CLOSE DOGESNAP
           END-IF.
           PERFORM POLICE-RATE-STALENESS.
           IF RETURN-CODE < 8
               PERFORM BANK-REVALUATION-FEED
           END-IF.
           STOP RUN.
      *
       COMPUTE-MONTH-END.
               SET LEAP-YEAR TO TRUE
           END-IF.
      *
       GATHER-LATER-DISPOSALS.
      *    DOGELOTD is keyed year first - everything disposed of after
      *    the month-end is in the report year's stretch or later.
           MOVE LOW-VALUES TO LD-KEY.
           MOVE PARM-YEAR TO LD-YEAR.
           START DOGELOTD KEY IS NOT LESS THAN LD-KEY
               INVALID KEY
                   SET LOTD-WALK-DONE TO TRUE
               NOT INVALID KEY
                   SET LOTD-WALK-GOING TO TRUE
           END-START.
           PERFORM UNTIL LOTD-WALK-DONE
               READ DOGELOTD NEXT RECORD
                   AT END
                       SET LOTD-WALK-DONE TO TRUE
                   NOT AT END
                       IF LD-DISP-DATE > MONTH-END-YMD
                          AND NOT LD-UNCOVERED
                           PERFORM NOTE-LATER-TAKE
                       END-IF
               END-READ
           END-PERFORM.
      *
       NOTE-LATER-TAKE.
           MOVE ZERO TO FOUND-LB-IDX.
           PERFORM VARYING LB-IDX FROM 1 BY 1
                   UNTIL LB-IDX > LATER-TAKE-COUNT
               IF FOUND-LB-IDX = ZERO
                  AND LB-ACCT(LB-IDX) EQUAL TO LD-ACCT
                  AND LB-LOT-KEY(LB-IDX) EQUAL TO LD-LOT-KEY
                   MOVE LB-IDX TO FOUND-LB-IDX
               END-IF
           END-PERFORM.
           IF FOUND-LB-IDX = ZERO
               IF LATER-TAKE-COUNT < 2000
                   ADD 1 TO LATER-TAKE-COUNT
                   MOVE LATER-TAKE-COUNT TO FOUND-LB-IDX
                   MOVE LD-ACCT TO LB-ACCT(FOUND-LB-IDX)
                   MOVE LD-LOT-KEY TO LB-LOT-KEY(FOUND-LB-IDX)
                   MOVE ZERO TO LB-QTY(FOUND-LB-IDX)
               ELSE
                   ADD 1 TO LATER-TAKE-OVERFLOWS
               END-IF
           END-IF.
           IF FOUND-LB-IDX > ZERO
               ADD LD-QTY TO LB-QTY(FOUND-LB-IDX)
           END-IF.
      *
       READ-NEXT-LOT.
           READ DOGELOTS NEXT RECORD
               AT END SET LOTS-EOF TO TRUE
           END-READ.
      *
       LOAD-RATE-TABLE.
                   - 32045.
           COMPUTE LOOKUP-DAY-NUM = STALE-CONV-JDN - 2440588.
      *
       PROCESS-LOT.
      *    A lot acquired by the month-end held what it has left now
      *    plus what later disposals took from it. Account header rows
      *    and lots acquired after the cutoff are not the position.
           IF LT-ACCOUNT-HEADER
              OR LT-ACQ-DATE GREATER THAN MONTH-END-YMD
               CONTINUE
           ELSE
               ADD 1 TO ROWS-SEEN
               PERFORM FIND-ACCOUNT-BOOK
               MOVE LT-REMAIN-QTY TO HELD-QTY
               MOVE ZERO TO FOUND-LB-IDX
               PERFORM VARYING LB-IDX FROM 1 BY 1
                       UNTIL LB-IDX > LATER-TAKE-COUNT
                   IF FOUND-LB-IDX = ZERO
                      AND LB-ACCT(LB-IDX) EQUAL TO LT-ACCT
                      AND LB-LOT-KEY(LB-IDX) EQUAL TO LT-ACQ-KEY
                       MOVE LB-IDX TO FOUND-LB-IDX
                       ADD LB-QTY(LB-IDX) TO HELD-QTY
                   END-IF
               END-PERFORM
               IF HELD-QTY > ZERO AND FOUND-GL-IDX > ZERO
                   ADD HELD-QTY TO GL-LOTS-QTY(FOUND-GL-IDX)
                   COMPUTE GL-LOTS-COST(FOUND-GL-IDX) ROUNDED =
                           GL-LOTS-COST(FOUND-GL-IDX)
                           + HELD-QTY * LT-USD-RATE
                   IF LT-RATE-FALLBACK
                       ADD 1 TO FALLBACK-RATE-USES
                   END-IF
                   IF LT-RATE-STALE
                       ADD 1 TO STALE-RATE-USES
                   END-IF
               END-IF
           END-IF.
      *
       FIND-ACCOUNT-BOOK.
           SET GL-ENTRY-NOT-FOUND TO TRUE.
               PERFORM VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > GL-ACCT-COUNT
                   IF GL-ENTRY-NOT-FOUND
                      AND GL-ACCT-NUM(GL-IDX) EQUAL TO LT-ACCT
                       SET GL-ENTRY-FOUND TO TRUE
                       MOVE GL-IDX TO FOUND-GL-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF GL-ENTRY-NOT-FOUND
               IF GL-ACCT-COUNT < 200
                   ADD 1 TO GL-ACCT-COUNT
                   MOVE GL-ACCT-COUNT TO FOUND-GL-IDX
                   MOVE LT-ACCT TO GL-ACCT-NUM(FOUND-GL-IDX)
                   MOVE ZERO TO GL-CLOSING-BAL(FOUND-GL-IDX)
                   MOVE ZERO TO GL-LOTS-QTY(FOUND-GL-IDX)
                   MOVE ZERO TO GL-LOTS-COST(FOUND-GL-IDX)
               ELSE
                   ADD 1 TO OVERFLOWED-ACCOUNTS
               END-IF
           END-IF.
      *
       FIND-CLOSING-BALANCE.
      *    The sub-account's DOGE close on the month-end, or the last
      *    day before it a snapshot was banked; none in the week means
      *    the lot quantity stands in for it.
           SET SNAPSHOT-NOT-FOUND TO TRUE.
           IF SNAP-FILE-OPEN
               MOVE MONTH-END-YMD TO SNAP-YMD
               MOVE ZERO TO SNAP-PROBE-DAYS
               PERFORM PROBE-ONE-SNAPSHOT-DAY
                   UNTIL SNAPSHOT-FOUND
                      OR SNAP-PROBE-DAYS > SNAP-WALK-LIMIT
           END-IF.
           IF SNAPSHOT-FOUND
               MOVE SN-CLOSING TO GL-CLOSING-BAL(GL-IDX)
           ELSE
               MOVE GL-LOTS-QTY(GL-IDX) TO GL-CLOSING-BAL(GL-IDX)
               ADD 1 TO NO-SNAPSHOT-COUNT
           END-IF.
      *
       PROBE-ONE-SNAPSHOT-DAY.
           MOVE GL-ACCT-NUM(GL-IDX) TO SN-ACCT.
           MOVE 'DOGE' TO SN-CURR.
           MOVE SNAP-YMD TO SN-DATE.
           READ DOGESNAP
               INVALID KEY
                   ADD 1 TO SNAP-PROBE-DAYS
                   SUBTRACT 1 FROM SNAP-DAY
               NOT INVALID KEY
                   SET SNAPSHOT-FOUND TO TRUE
           END-READ.
      *
       PRINT-REVALUATION-REPORT.
           DISPLAY '===== DOGEURGL UNREALIZED REVALUATION ====='.
           IF BEST-RATE-DATE EQUAL TO ZERO
               DISPLAY '*** NO RATE ROW AT OR BEFORE MONTH-END - '
                       'COMPILED FALLBACK IN USE ***'.
           DISPLAY 'LOTS HELD AT MONTH-END ..... ' ROWS-SEEN.
           DISPLAY ' '.
           IF GL-ACCT-COUNT = ZERO
               DISPLAY 'NO LOTS ON THE LEDGER BY MONTH-END'
           ELSE
               PERFORM VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > GL-ACCT-COUNT
               DISPLAY 'FIFO COST BASIS USD ........ ' DR-USD
               MOVE TOTAL-UNREALIZED-USD TO DR-USD
               DISPLAY 'UNREALIZED GAIN/LOSS USD ... ' DR-USD
               IF PARM-ROLL-LEVEL IS NUMERIC
                   MOVE PARM-ROLL-LEVEL TO HIER-ROLL-LEVEL
                   PERFORM PRINT-CONSOLIDATED-VIEW
               END-IF
           END-IF.
           IF NO-SNAPSHOT-COUNT > ZERO
               DISPLAY 'NO MONTH-END SNAPSHOT ...... '
                       NO-SNAPSHOT-COUNT
               DISPLAY '  LOT QUANTITY USED AS THE CLOSING BALANCE'.
           IF LATER-TAKE-OVERFLOWS > ZERO
               DISPLAY '*** LATER-DISPOSAL TABLE FULL - POSITION '
                       'UNDERSTATED - ENLARGE IT ***'
               MOVE 8 TO RETURN-CODE.
           IF OVERFLOWED-ACCOUNTS > ZERO
               DISPLAY '*** SUB-ACCOUNT TABLE FULL - LOTS UNVALUED '
                       OVERFLOWED-ACCOUNTS ' - ENLARGE IT ***'
               MOVE 8 TO RETURN-CODE.
      *
       PRINT-ONE-ACCOUNT.
           PERFORM FIND-CLOSING-BALANCE.
           MOVE GL-LOTS-QTY(GL-IDX) TO LOTS-REMAIN-QTY.
           MOVE GL-LOTS-COST(GL-IDX) TO LOTS-COST-USD.
           COMPUTE MARKET-VALUE-USD =
                   GL-CLOSING-BAL(GL-IDX) * MONTH-END-RATE.
           COMPUTE UNREALIZED-USD = MARKET-VALUE-USD - LOTS-COST-USD.
           DISPLAY '  FIFO COST BASIS USD ...... ' DR-USD.
           MOVE UNREALIZED-USD TO DR-USD.
           DISPLAY '  UNREALIZED GAIN/LOSS USD . ' DR-USD.
           IF SNAPSHOT-NOT-FOUND
               DISPLAY '  (NO SNAPSHOT - LOT QUANTITY AS BALANCE)'.
           IF UNCOVERED-QTY NOT EQUAL TO ZERO
               MOVE UNCOVERED-QTY TO DR-QTY
               DISPLAY '  QUANTITY OUTSIDE THE BOOK ' DR-QTY
               DISPLAY '  (TRANSFER/ADJUST MOVEMENT - NO BASIS)'.
           MOVE UNREALIZED-USD TO GL-UNREALIZED-USD(GL-IDX).
           MOVE MARKET-VALUE-USD TO GL-MARKET-USD(GL-IDX).
           ADD MARKET-VALUE-USD TO TOTAL-MARKET-USD.
           ADD LOTS-COST-USD TO TOTAL-COST-USD.
           ADD UNREALIZED-USD TO TOTAL-UNREALIZED-USD.
      *
       PRINT-CONSOLIDATED-VIEW.
      *    The per-sub-account valuations just printed, added up the
      *    parent hierarchy - nothing is re-priced.
           PERFORM LOAD-ACCOUNT-HIERARCHY.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-ACCT-COUNT
               MOVE GL-ACCT-NUM(GL-IDX) TO HR-ACCT-WANTED
               PERFORM NOTE-HIERARCHY-ACCOUNT
           END-PERFORM.
           PERFORM BUILD-HIERARCHY-PATHS.
           PERFORM VARYING HIER-IDX FROM 1 BY 1
                   UNTIL HIER-IDX > HIER-COUNT
               MOVE 'N' TO RU-USE-FLAG(HIER-IDX)
               MOVE ZERO TO RU-LINE-CLOSING(HIER-IDX)
               MOVE ZERO TO RU-LINE-MARKET(HIER-IDX)
               MOVE ZERO TO RU-LINE-COST(HIER-IDX)
               MOVE ZERO TO RU-LINE-UNREAL(HIER-IDX)
               MOVE ZERO TO RU-SUB-CLOSING(HIER-IDX)
               MOVE ZERO TO RU-SUB-MARKET(HIER-IDX)
               MOVE ZERO TO RU-SUB-COST(HIER-IDX)
               MOVE ZERO TO RU-SUB-UNREAL(HIER-IDX)
           END-PERFORM.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-ACCT-COUNT
               MOVE GL-CLOSING-BAL(GL-IDX) TO CONS-CLOSING
               MOVE GL-MARKET-USD(GL-IDX) TO CONS-MARKET
               MOVE GL-LOTS-COST(GL-IDX) TO CONS-COST
               MOVE GL-UNREALIZED-USD(GL-IDX) TO CONS-UNREAL
               MOVE GL-ACCT-NUM(GL-IDX) TO HR-ACCT-WANTED
               PERFORM ROLL-UP-ONE-ACCOUNT
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY '===== CONSOLIDATED BY PARENT - ROLL-UP LEVEL '
                   HIER-ROLL-LEVEL ' ====='.
           PERFORM PRINT-HIERARCHY-VIEW.
      *
       ADD-FIGURES-TO-LINE.
           ADD CONS-CLOSING TO RU-LINE-CLOSING(ROLL-HR-IDX).
           ADD CONS-MARKET TO RU-LINE-MARKET(ROLL-HR-IDX).
           ADD CONS-COST TO RU-LINE-COST(ROLL-HR-IDX).
           ADD CONS-UNREAL TO RU-LINE-UNREAL(ROLL-HR-IDX).
      *
       ADD-FIGURES-TO-SUBTOTAL.
           SET RU-IN-USE(FOUND-HR-IDX) TO TRUE.
           ADD CONS-CLOSING TO RU-SUB-CLOSING(FOUND-HR-IDX).
           ADD CONS-MARKET TO RU-SUB-MARKET(FOUND-HR-IDX).
           ADD CONS-COST TO RU-SUB-COST(FOUND-HR-IDX).
           ADD CONS-UNREAL TO RU-SUB-UNREAL(FOUND-HR-IDX).
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
           MOVE RU-LINE-CLOSING(HIER-IDX) TO DR-CONS-CLOSING.
           MOVE RU-LINE-MARKET(HIER-IDX) TO DR-CONS-MARKET.
           MOVE RU-LINE-COST(HIER-IDX) TO DR-CONS-COST.
           MOVE RU-LINE-UNREAL(HIER-IDX) TO DR-CONS-UNREAL.
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
           MOVE RU-SUB-CLOSING(HIER-TOP-IDX) TO DR-CONS-CLOSING.
           MOVE RU-SUB-MARKET(HIER-TOP-IDX) TO DR-CONS-MARKET.
           MOVE RU-SUB-COST(HIER-TOP-IDX) TO DR-CONS-COST.
           MOVE RU-SUB-UNREAL(HIER-TOP-IDX) TO DR-CONS-UNREAL.
           PERFORM PRINT-CONSOLIDATED-LINE.
      *
       PRINT-CONSOLIDATED-LINE.
           DISPLAY HIER-INDENT(1:HIER-INDENT-LEN) CONS-CAPTION.
           DISPLAY HIER-INDENT(1:HIER-INDENT-LEN)
                   '  CLOSING DOGE ' DR-CONS-CLOSING
                   '  MARKET USD ' DR-CONS-MARKET.
           DISPLAY HIER-INDENT(1:HIER-INDENT-LEN)
                   '  FIFO COST USD ' DR-CONS-COST
                   '  UNREALIZED USD ' DR-CONS-UNREAL.
      *
      * Sub-account hierarchy - DOGEACTS parents, walked into paths
      * and sorted into print order (see ACCTHIER).
       LOAD-ACCOUNT-HIERARCHY.
           MOVE ZERO TO HIER-COUNT.
           OPEN INPUT DOGEACTS.
           IF ACTS-NOT-THERE
               DISPLAY 'DOGEURGL - NO DOGEACTS DIRECTORY - EVERY '
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
               DISPLAY '*** DOGEURGL - HIERARCHY TABLE FULL - '
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
               DISPLAY 'DOGEURGL - PARENT CHAIN OF SUB-ACCOUNT '
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
       POLICE-RATE-STALENESS.
      *    The valuations above are only as good as the rates under
           IF FALLBACK-RATE-USES > ZERO OR STALE-RATE-USES > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** VALUATIONS REFUSED - FEED THE RATE '
                       'HISTORY, LET DOGELOTU RE-PRICE AND RERUN ***'.
      *
       BANK-REVALUATION-FEED.
      *    One DOGEGLRV row per sub-account for the report month,
      *    waiting for DOGEGLIF. Refused valuations never get here -
      *    the GL is no place for a figure this report would not
      *    stand behind.
           OPEN I-O DOGEGLRV.
           IF GLRV-NOT-YET-LOADED
               OPEN OUTPUT DOGEGLRV
               CLOSE DOGEGLRV
               OPEN I-O DOGEGLRV
           END-IF.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-ACCT-COUNT
               PERFORM BANK-ONE-REVALUATION
           END-PERFORM.
           CLOSE DOGEGLRV.
           DISPLAY 'REVALUATIONS BANKED FOR GL . ' BANKED-REVAL-COUNT.
           IF ALREADY-POSTED-COUNT > ZERO
               DISPLAY 'ALREADY JOURNALED - KEPT ... '
                       ALREADY-POSTED-COUNT
               DISPLAY '  A CHANGED FIGURE NEEDS A MANUAL GL ENTRY'.
      *
       BANK-ONE-REVALUATION.
           MOVE PARM-YEAR TO RV-YEAR.
           MOVE PARM-MONTH TO RV-MONTH.
           MOVE GL-ACCT-NUM(GL-IDX) TO RV-ACCT.
           READ DOGEGLRV
               INVALID KEY
                   PERFORM FILL-REVALUATION-ROW
                   WRITE REVALUATION-FEED-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEURGL - REVALUATION WRITE '
                                   'FAILED ' RV-KEY
                       NOT INVALID KEY
                           ADD 1 TO BANKED-REVAL-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF RV-POSTED
                       ADD 1 TO ALREADY-POSTED-COUNT
                   ELSE
                       PERFORM FILL-REVALUATION-ROW
                       REWRITE REVALUATION-FEED-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGEURGL - REVALUATION '
                                       'REWRITE FAILED ' RV-KEY
                           NOT INVALID KEY
                               ADD 1 TO BANKED-REVAL-COUNT
                       END-REWRITE
                   END-IF
           END-READ.
      *
       FILL-REVALUATION-ROW.
           MOVE 'DOGE' TO RV-CURR.
           MOVE GL-UNREALIZED-USD(GL-IDX) TO RV-UNREALIZED-USD.
           SET RV-AWAITING-POSTING TO TRUE.
           MOVE SPACES TO RV-POSTED-DATE.
       END PROGRAM DOGEURGL.
