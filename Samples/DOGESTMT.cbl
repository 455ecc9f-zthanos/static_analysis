      *   instead of a recompute that may disagree with it. A
      *   period already closed and banked refuses to re-statement.
      *
      *   The same run writes the electronic statement, DOGESTEF, for
      *   departments that load the statement into a spreadsheet or
      *   their own system instead of retyping it (layout STEFREC:
      *   header, opening balance, a detail and information record
      *   per line - TKEY, date, label, memo, signed amount,
      *   currency, USD value and the DOGETXID on-chain hash - the
      *   closing balance and a control trailer). Each record is
      *   built from the very fields its printed line shows and
      *   banked on DOGESTMA beside it; the file is then written back
      *   off the banked rows, so it always agrees with the printed
      *   statement and with any DOGESTRP reprint or reissue.
      *
      * Run monthly, once per account to be statemented (see
      * DOGESTMT.jcl).
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
           SELECT DOGETXID ASSIGN TO DOGETXID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TXID-STATUS.
           SELECT DOGESTEF ASSIGN TO DOGESTEF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY STMARREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       FD  DOGETXID.
       COPY TXIDREC.
      * Electronic statement, one STEFREC record per line - written
      * from the banked DOGESTMA rows, never built straight here.
       FD  DOGESTEF
           RECORDING MODE IS F.
       01  ELECTRONIC-STATEMENT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
      * Statement archive bookkeeping - the running line number and
      * the period-already-closed gate that protects the banked
       01  PERIOD-GATE-FLAG       PIC X VALUE 'N'.
           88  PERIOD-ALREADY-CLOSED     VALUE 'Y'.
           88  PERIOD-STILL-OPEN         VALUE 'N'.
      * Electronic statement - the record being built, the banked and
      * written counts that must agree, and the record types the
      * current walk of the banked rows is copying out.
       COPY STEFREC.
       01  WS-STEF-STATUS         PIC XX VALUE '00'.
           88  STEF-OK                   VALUE '00'.
       01  WS-TXID-STATUS         PIC XX VALUE '00'.
           88  TXID-FILE-OK              VALUE '00'.
      * No DOGETXID loaded yet just means every DI record goes out
      * with a blank hash.
           88  TXID-NOT-THERE            VALUE '35'.
       01  TXID-FILE-FLAG         PIC X VALUE 'Y'.
           88  TXID-FILE-PRESENT         VALUE 'Y'.
           88  TXID-FILE-ABSENT          VALUE 'N'.
       01  EF-BANKED-COUNT        PIC 9(5) VALUE ZERO.
       01  EF-WRITTEN-COUNT       PIC 9(5) VALUE ZERO.
       01  EF-PASS-TYPE-1         PIC X(2).
       01  EF-PASS-TYPE-2         PIC X(2).
       01  EF-WALK-FLAG           PIC X VALUE 'N'.
           88  EF-WALK-DONE              VALUE 'Y'.
           88  EF-WALK-RUNNING           VALUE 'N'.
       01  EF-TO-DATE             PIC 9(8).
       01  EF-CLOSING-USD         PIC S9(10)V99.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
           PERFORM COMPUTE-MONTH-RANGE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM PRINT-STATEMENT-HEADER.
           SET TXID-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGETXID.
           IF TXID-NOT-THERE
               SET TXID-FILE-ABSENT TO TRUE
           END-IF.
           OPEN INPUT DOGEVSAM.
           PERFORM ARCHIVE-PASS.
           PERFORM READ-NEXT-ROW.
           CLOSE DOGEVSAM.
           SUBTRACT PERIOD-NET FROM CLOSING-BALANCE
               GIVING OPENING-BALANCE.
           IF TXID-FILE-PRESENT
               CLOSE DOGETXID
           END-IF.
           PERFORM PRINT-STATEMENT-FOOTER.
           PERFORM WRITE-ELECTRONIC-STATEMENT.
           CLOSE DOGESTMA.
           DISPLAY 'STATEMENT LINES BANKED ...... ' STMA-LINE-COUNT.
           DISPLAY 'ELECTRONIC RECORDS WRITTEN .. ' EF-WRITTEN-COUNT.
           PERFORM CLOSE-STATEMENT-PERIOD.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *    verbatim in the same breath - the banked copy IS the
      *    statement, not a reconstruction of it.
           DISPLAY SA-LINE-TEXT.
           SET SA-PRINTED-LINE TO TRUE.
           PERFORM BANK-STATEMENT-LINE.
      *
       EMIT-ELECTRONIC-RECORD.
      *    One STEFREC record, banked in line order beside the printed
      *    lines but never printed - DOGESTRP skips kind E.
           MOVE ELECTRONIC-STATEMENT-RECORD TO SA-LINE-TEXT.
           SET SA-ELECTRONIC-LINE TO TRUE.
           ADD 1 TO EF-BANKED-COUNT.
           PERFORM BANK-STATEMENT-LINE.
      *
       BANK-STATEMENT-LINE.
           ADD 1 TO STMA-LINE-COUNT.
           MOVE STMT-ACCT TO SA-ACCT.
           MOVE STMT-YEAR TO SA-YEAR.
               ' ' DR-AMOUNT ' ' TSTATUS ' USD ' DR-USD
               DELIMITED BY SIZE INTO SA-LINE-TEXT.
           PERFORM EMIT-STATEMENT-LINE.
           PERFORM BANK-ELECTRONIC-DETAIL.
      *
      * The DT/DI pair for the line just printed - the same signed
      * amount, currency, rate date and USD value, plus what the
      * printed line has no room for: the full key, the memo and the
      * on-chain hash.
       BANK-ELECTRONIC-DETAIL.
           MOVE SPACES TO ELECTRONIC-STATEMENT-RECORD.
           SET ES-DETAIL TO TRUE.
           MOVE TKEY TO ES-DT-TKEY.
           MOVE LOOKUP-DATE TO ES-DT-DATE.
           MOVE TLABEL TO ES-DT-LABEL.
           MOVE THE-AMOUNT TO ES-DT-AMOUNT.
           MOVE LOOKUP-CURR TO ES-DT-CURR.
           MOVE USD-AMOUNT TO ES-DT-USD.
           MOVE TSTATUS TO ES-DT-STATUS.
           PERFORM EMIT-ELECTRONIC-RECORD.
           MOVE SPACES TO ELECTRONIC-STATEMENT-RECORD.
           SET ES-DETAIL-INFO TO TRUE.
           MOVE TKEY TO ES-DI-TKEY.
           MOVE TMEMO TO ES-DI-MEMO.
           MOVE SPACES TO ES-DI-HASH.
           IF TXID-FILE-PRESENT
               MOVE TKEY TO TX-KEY
               READ DOGETXID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TX-HASH TO ES-DI-HASH
               END-READ
           END-IF.
           PERFORM EMIT-ELECTRONIC-RECORD.
      *
       PRINT-STATEMENT-FOOTER.
           MOVE SPACES TO SA-LINE-TEXT.
           STRING 'CLOSING BALANCE (USD) ....... ' DR-USD
               DELIMITED BY SIZE INTO SA-LINE-TEXT.
           PERFORM EMIT-STATEMENT-LINE.
           COMPUTE EF-TO-DATE = DR-DATE-YEAR * 10000
                   + DR-DATE-MONTH * 100 + DR-DATE-DAY.
           MOVE USD-AMOUNT TO EF-CLOSING-USD.
           PERFORM BANK-ELECTRONIC-TOTALS.
      *
      * HD, OB, CB and TR go down once the footer has the totals -
      * the file walk puts HD and OB back in front of the details.
      * The opening balance is valued at the rate on the last day of
      * the month before, the date it speaks as of.
       BANK-ELECTRONIC-TOTALS.
           MOVE SPACES TO ELECTRONIC-STATEMENT-RECORD.
           SET ES-HEADER TO TRUE.
           MOVE STMT-ACCT TO ES-HD-ACCT.
           MOVE STMT-YEAR TO ES-HD-YEAR.
           MOVE STMT-MONTH TO ES-HD-MONTH.
           MOVE 'DOGE BANK' TO ES-HD-BANK.
           MOVE RUNS-TODAY TO ES-HD-CREATED.
           COMPUTE ES-HD-FROM-DATE = STMT-YEAR * 10000
                   + STMT-MONTH * 100 + 1.
           MOVE EF-TO-DATE TO ES-HD-TO-DATE.
           MOVE 'DOGE' TO ES-HD-BASE-CURR.
           SET ES-HD-ORIGINAL TO TRUE.
           PERFORM EMIT-ELECTRONIC-RECORD.
           COMPUTE NUM-DATE = FROM-KEY - 1.
           PERFORM CONVERT-KEY-TO-DATE.
           MOVE 'DOGE' TO LOOKUP-CURR.
           COMPUTE LOOKUP-DATE = DR-DATE-YEAR * 10000
                   + DR-DATE-MONTH * 100 + DR-DATE-DAY.
           PERFORM FIND-RATE-FOR-DATE.
           COMPUTE USD-AMOUNT = OPENING-BALANCE * LOOKUP-RATE.
           MOVE SPACES TO ELECTRONIC-STATEMENT-RECORD.
           SET ES-OPENING-BALANCE TO TRUE.
           MOVE LOOKUP-DATE TO ES-BAL-DATE.
           MOVE OPENING-BALANCE TO ES-BAL-AMOUNT.
           MOVE 'DOGE' TO ES-BAL-CURR.
           MOVE USD-AMOUNT TO ES-BAL-USD.
           PERFORM EMIT-ELECTRONIC-RECORD.
           MOVE SPACES TO ELECTRONIC-STATEMENT-RECORD.
           SET ES-CLOSING-BALANCE TO TRUE.
           MOVE EF-TO-DATE TO ES-BAL-DATE.
           MOVE CLOSING-BALANCE TO ES-BAL-AMOUNT.
           MOVE 'DOGE' TO ES-BAL-CURR.
           MOVE EF-CLOSING-USD TO ES-BAL-USD.
           PERFORM EMIT-ELECTRONIC-RECORD.
           MOVE SPACES TO ELECTRONIC-STATEMENT-RECORD.
           SET ES-TRAILER TO TRUE.
           MOVE STMT-ACCT TO ES-TR-ACCT.
           MOVE STMT-YEAR TO ES-TR-YEAR.
           MOVE STMT-MONTH TO ES-TR-MONTH.
           MOVE STMT-ROW-COUNT TO ES-TR-DETAIL-COUNT.
           COMPUTE ES-TR-RECORD-COUNT = EF-BANKED-COUNT + 1.
           MOVE PERIOD-NET TO ES-TR-NET-ACTIVITY.
           PERFORM EMIT-ELECTRONIC-RECORD.
      *
      * DOGESTEF off the banked rows - three walks of the period's
      * lines so the records come out HD OB, then the DT/DI pairs in
      * statement order, then CB TR. A count that disagrees with what
      * was banked means the file is short and must not be sent.
       WRITE-ELECTRONIC-STATEMENT.
           OPEN OUTPUT DOGESTEF.
           MOVE 'HD' TO EF-PASS-TYPE-1.
           MOVE 'OB' TO EF-PASS-TYPE-2.
           PERFORM COPY-BANKED-RECORDS.
           MOVE 'DT' TO EF-PASS-TYPE-1.
           MOVE 'DI' TO EF-PASS-TYPE-2.
           PERFORM COPY-BANKED-RECORDS.
           MOVE 'CB' TO EF-PASS-TYPE-1.
           MOVE 'TR' TO EF-PASS-TYPE-2.
           PERFORM COPY-BANKED-RECORDS.
           CLOSE DOGESTEF.
           IF EF-WRITTEN-COUNT NOT EQUAL TO EF-BANKED-COUNT
               DISPLAY '*** DOGESTMT - ELECTRONIC STATEMENT SHORT - '
                       EF-WRITTEN-COUNT ' OF ' EF-BANKED-COUNT
                       ' - DO NOT RELEASE DOGESTEF ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       COPY-BANKED-RECORDS.
           SET EF-WALK-RUNNING TO TRUE.
           MOVE STMT-ACCT TO SA-ACCT.
           MOVE STMT-YEAR TO SA-YEAR.
           MOVE STMT-MONTH TO SA-MONTH.
           MOVE ZERO TO SA-LINE-NO.
           START DOGESTMA KEY NOT LESS THAN SA-KEY
               INVALID KEY
                   SET EF-WALK-DONE TO TRUE
           END-START.
           PERFORM COPY-ONE-BANKED-RECORD
               UNTIL EF-WALK-DONE.
      *
       COPY-ONE-BANKED-RECORD.
           READ DOGESTMA NEXT RECORD
               AT END SET EF-WALK-DONE TO TRUE
           END-READ.
           IF EF-WALK-RUNNING
               IF SA-ACCT NOT EQUAL TO STMT-ACCT
                  OR SA-YEAR NOT EQUAL TO STMT-YEAR
                  OR SA-MONTH NOT EQUAL TO STMT-MONTH
                   SET EF-WALK-DONE TO TRUE
               ELSE
                   IF SA-ELECTRONIC-LINE
                      AND (SA-LINE-TEXT(1:2) EQUAL TO EF-PASS-TYPE-1
                        OR SA-LINE-TEXT(1:2) EQUAL TO EF-PASS-TYPE-2)
                       WRITE ELECTRONIC-STATEMENT-LINE
                           FROM SA-LINE-TEXT
                       ADD 1 TO EF-WRITTEN-COUNT
                   END-IF
               END-IF
           END-IF.
      *
       RECORD-RUN-START.
      *    The day's run-control row goes down as in-progress before
