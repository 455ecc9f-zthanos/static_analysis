      * DOGEGNLS:
      *   Realized gain/loss report, the year-end number the
      *   accountants used to build in a spreadsheet off the DOGEEXTR
      *   flat file, differently each year. The FIFO work is done
      *   nightly by DOGELOTU, which keeps a per-sub-account tax-lot
      *   ledger (DOGELOTS) and writes one DOGELOTD disposal row for
      *   every lot a settled send consumed, carrying the gain or
      *   loss it realized at (disposal-day DOGERATE rate minus lot
      *   rate) times the quantity taken. This report reads the
      *   parm-card year's disposal rows straight off DOGELOTD and
      *   prints realized gain/loss per sub-account and in total -
      *   no more replaying every row ever settled. Disposals that
      *   ran past the available lots are counted as uncovered -
      *   basis unknown - rather than silently priced at zero. Rows
      *   that never moved coins on the chain never reached the
      *   ledger: DOGEXFER's TRANSFER pairs only shuffle funds
      *   between our own sub-accounts, DOGEADJ's ADJUST rows are
      *   bookkeeping corrections, and VOID pairs cancel out. A
      *   CONVERT of DOGE into another currency on the books is a
      *   disposal all the same and is in the figures; the share of
      *   the gain or loss it realized is also shown on its own.
      *
      * PARM CARD (SYSIN, columns 1-4):
      *   cols 1-4  report year (YYYY)
      *
      * Run at year-end, after the final DOGERTLD rate load and the
      * first DOGELOTU run of the new year (see DOGEGNLS.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGELOTD ASSIGN TO DOGELOTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LOTD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGELOTD.
       COPY LOTDREC.
       WORKING-STORAGE SECTION.
       01  WS-LOTD-STATUS            PIC XX VALUE '00'.
           88  LOTD-OK                      VALUE '00'.
           88  LOTD-EOF                     VALUE '10'.
           88  LOTD-NOT-THERE               VALUE '35'.
       01  GNLS-PARM-CARD.
           05  PARM-YEAR             PIC 9(4).
       01  LOTD-WALK-FLAG            PIC X VALUE 'N'.
           88  LOTD-WALK-GOING              VALUE 'Y'.
           88  LOTD-WALK-DONE               VALUE 'N'.
      * Rate-staleness policing. DOGELOTU flags every disposal row
      * whose lot or disposal-day rate came off the compiled fallback
      * or a past-limit carry-forward, and re-prices it once the rate
      * is fed - a flag still standing at report time taints the
      * figure, so the run refuses (RC 8) at the end rather than
      * publishing numbers priced off a rate nobody has fed.
       01  STALE-RATE-USES           PIC 9(7) VALUE ZERO.
       01  FALLBACK-RATE-USES        PIC 9(7) VALUE ZERO.
      * Per-sub-account realized totals - same small-OCCURS-by-
      * linear-scan technique DOGERECN uses.
       01  GL-BOOKS.
           05  GL-ACCT-ENTRY OCCURS 200 TIMES.
               10  GL-ACCT-NUM       PIC 9(3).
               10  GL-REALIZED       PIC S9(11)V99 VALUE ZERO.
       01  GL-ACCT-COUNT             PIC 9(3) VALUE ZERO.
       01  GL-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-GL-IDX              PIC 9(3) VALUE ZERO.
       01  GL-FOUND-FLAG             PIC X VALUE 'N'.
           88  GL-ENTRY-FOUND               VALUE 'Y'.
           88  GL-ENTRY-NOT-FOUND           VALUE 'N'.
       01  OVERFLOWED-ACCOUNTS       PIC 9(5) VALUE ZERO.
       01  UNCOVERED-COUNT           PIC 9(5) VALUE ZERO.
       01  ROWS-SEEN                 PIC 9(7) VALUE ZERO.
       01  TOTAL-REALIZED            PIC S9(12)V99 VALUE ZERO.
       01  CONVERT-ROWS              PIC 9(7) VALUE ZERO.
       01  CONVERT-REALIZED          PIC S9(12)V99 VALUE ZERO.
       01  DR-USD                    PIC -(10)9.99.
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT GNLS-PARM-CARD FROM SYSIN.
           OPEN INPUT DOGELOTD.
           IF LOTD-NOT-THERE
               DISPLAY 'DOGEGNLS - NO TAX-LOT LEDGER - RUN DOGELOTB'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM START-AT-REPORT-YEAR.
           PERFORM UNTIL LOTD-WALK-DONE
               PERFORM READ-NEXT-DISPOSAL
               IF LOTD-WALK-GOING
                   PERFORM PROCESS-DISPOSAL
               END-IF
           END-PERFORM.
           CLOSE DOGELOTD.
           PERFORM PRINT-GAIN-LOSS-REPORT.
           PERFORM POLICE-RATE-STALENESS.
           STOP RUN.
      *
       START-AT-REPORT-YEAR.
      *    DOGELOTD is keyed year first, so the year's disposals are
      *    one contiguous stretch of the file.
           MOVE LOW-VALUES TO LD-KEY.
           MOVE PARM-YEAR TO LD-YEAR.
           START DOGELOTD KEY IS NOT LESS THAN LD-KEY
               INVALID KEY
                   SET LOTD-WALK-DONE TO TRUE
               NOT INVALID KEY
                   SET LOTD-WALK-GOING TO TRUE
           END-START.
      *
       READ-NEXT-DISPOSAL.
           READ DOGELOTD NEXT RECORD
               AT END SET LOTD-WALK-DONE TO TRUE
           END-READ.
           IF LOTD-WALK-GOING
              AND LD-YEAR NOT EQUAL TO PARM-YEAR
               SET LOTD-WALK-DONE TO TRUE
           END-IF.
      *
       PROCESS-DISPOSAL.
           ADD 1 TO ROWS-SEEN.
           IF LD-UNCOVERED
               ADD 1 TO UNCOVERED-COUNT
           ELSE
               PERFORM FIND-ACCOUNT-BOOK
               IF FOUND-GL-IDX > 0
                   ADD LD-REALIZED-USD TO GL-REALIZED(FOUND-GL-IDX)
               ELSE
                   ADD 1 TO OVERFLOWED-ACCOUNTS
               END-IF
               IF LD-CONVERT-DISPOSAL
                   ADD 1 TO CONVERT-ROWS
                   ADD LD-REALIZED-USD TO CONVERT-REALIZED
               END-IF
           END-IF.
           IF LD-RATE-FALLBACK
               ADD 1 TO FALLBACK-RATE-USES
           END-IF.
           IF LD-RATE-STALE
               ADD 1 TO STALE-RATE-USES
           END-IF.
      *
       FIND-ACCOUNT-BOOK.
           SET GL-ENTRY-NOT-FOUND TO TRUE.
               PERFORM VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > GL-ACCT-COUNT
                   IF GL-ENTRY-NOT-FOUND
                      AND GL-ACCT-NUM(GL-IDX) EQUAL TO LD-ACCT
                       SET GL-ENTRY-FOUND TO TRUE
                       MOVE GL-IDX TO FOUND-GL-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF GL-ENTRY-NOT-FOUND AND GL-ACCT-COUNT < 200
               ADD 1 TO GL-ACCT-COUNT
               MOVE GL-ACCT-COUNT TO FOUND-GL-IDX
               MOVE LD-ACCT TO GL-ACCT-NUM(FOUND-GL-IDX)
               MOVE ZERO TO GL-REALIZED(FOUND-GL-IDX)
           END-IF.
      *
       PRINT-GAIN-LOSS-REPORT.
           DISPLAY '===== DOGEGNLS REALIZED GAIN/LOSS ====='.
           DISPLAY 'REPORT YEAR ................ ' PARM-YEAR.
           DISPLAY 'DISPOSAL ROWS READ ......... ' ROWS-SEEN.
           DISPLAY ' '.
           IF GL-ACCT-COUNT = ZERO
               DISPLAY 'NO DISPOSALS ON THE LEDGER FOR THE YEAR'
           ELSE
               PERFORM VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > GL-ACCT-COUNT
               DISPLAY ' '
               MOVE TOTAL-REALIZED TO DR-USD
               DISPLAY 'TOTAL REALIZED USD ......... ' DR-USD
               IF CONVERT-ROWS > ZERO
                   MOVE CONVERT-REALIZED TO DR-USD
                   DISPLAY 'OF WHICH CURRENCY CONVERSIONS ' DR-USD
                   DISPLAY 'CONVERSION DISPOSAL ROWS ... '
                           CONVERT-ROWS
               END-IF
           END-IF.
           IF UNCOVERED-COUNT > ZERO
               DISPLAY 'DISPOSALS PAST THE LOT BOOK  '
                       UNCOVERED-COUNT
               DISPLAY '*** BASIS UNKNOWN FOR THE ROWS ABOVE ***'.
           IF OVERFLOWED-ACCOUNTS > ZERO
               DISPLAY '*** SUB-ACCOUNT TABLE FULL - ROWS UNCOUNTED '
                       OVERFLOWED-ACCOUNTS ' - ENLARGE IT ***'
               MOVE 8 TO RETURN-CODE.
      *
       POLICE-RATE-STALENESS.
      *    The valuations above are only as good as the rates under
           IF FALLBACK-RATE-USES > ZERO OR STALE-RATE-USES > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** VALUATIONS REFUSED - FEED THE RATE '
                       'HISTORY, LET DOGELOTU RE-PRICE AND RERUN ***'.
       END PROGRAM DOGEGNLS.
