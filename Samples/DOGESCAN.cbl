      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGESCAN:
      *   Nightly structuring and velocity scan. The large-send hold
      *   in DOGESEND is one compiled threshold, and anyone who knows
      *   it can split a payment into sends just under it. This job
      *   reads back the business day that just ended - out of the
      *   DOGEHIST keyed archive DOGEEOD banks plus whatever is still
      *   on live DOGEVSAM, the same two sources DOGEGLIF journals -
      *   and looks for four patterns:
      *
      *   STRC  repeated outgoing sends to one address falling just
      *         below HOLD-THRESHOLD-AMOUNT (inside the band on the
      *         parm card), or to one DOGECPTY counterparty across
      *         two or more of its DOGECPTA addresses.
      *   JUMP  a send to an address many times the average of that
      *         address's settled sends over the look-back window
      *         before the day - only for an address paid often
      *         enough for an average to mean something.
      *   BRST  one signed-on operator keying more sends inside a
      *         clock hour than the parm card allows.
      *   HOUR  online sends keyed outside business hours, or at all
      *         on a DOGECALN non-processing day.
      *
      *   The operator rules read DOGEBMOV - DOGESEND banks the
      *   pending increase of every send it spools there with the
      *   signed-on userid, which the detail row itself does not
      *   carry. Batch senders have no operator and are only seen by
      *   the address rules.
      *
      *   Each hit opens a case on DOGECASE for the business day,
      *   status open, for compliance to work on the DOGECASM screen.
      *   A rerun for the same day finds the day's cases already on
      *   file and opens nothing twice. Any case opened ends the run
      *   RC 4 so somebody looks at it in the morning.
      *
      *   Unlike the posting jobs this one does not stand down on a
      *   DOGECALN non-processing night - sends keyed over a weekend
      *   are exactly what it is for. The calendar is read for the
      *   business day instead, to flag it as a non-processing day.
      *
      * PARM CARD (SYSIN, columns 1-15, any field blank or zero takes
      * its default):
      *   cols 1-2   near-threshold band - a send at or above this
      *              percentage of the hold threshold but under it
      *              counts as just below (default 90)
      *   col  3     sends just below that make a STRC case (2)
      *   cols 4-5   JUMP multiple of the address's average (5)
      *   cols 6-8   BRST sends by one operator in one hour (10)
      *   cols 9-10  business hours start, 24-hour clock (07)
      *   cols 11-12 business hours end - a send in this hour or
      *              later is out of hours (19)
      *   cols 13-15 JUMP look-back window in days (090)
      *
      *   Run nightly, after DOGEEOD (see DOGESCAN.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGESCAN.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGEHIST ASSIGN TO DOGEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-TKEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DOGECPTA ASSIGN TO DOGECPTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-ADDRESS
               FILE STATUS IS WS-CPTA-STATUS.
           SELECT DOGEBMOV ASSIGN TO DOGEBMOV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGECASE ASSIGN TO DOGECASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT DOGECALN ASSIGN TO DOGECALN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALN-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
      * Keyed archive copy DOGEEOD banks - only the key is named, the
      * rest stays one opaque FILLER so the record moves whole into
      * TRANSACTION without a colliding second COPY TRANXREC, same as
      * DOGEEOD's own FD.
       FD  DOGEHIST.
       01  HIST-TRANSACTION.
           05  HIST-TKEY.
               10  HIST-TDATE        PIC X(10).
               10  HIST-TSEQ         PIC X(2).
           05  FILLER                PIC X(123).
       FD  DOGECPTA.
       COPY CPADRREC.
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGECASE.
       COPY CASEREC.
       FD  DOGECALN.
       COPY CALREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGESCAN'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE 'DOGEEOD'.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
      * Processing calendar DOGECALN - read for the business day
      * being scanned, not tonight: a send keyed on a listed day is
      * out of hours whatever the clock said.
       01  WS-CALN-STATUS         PIC XX VALUE '00'.
           88  CALN-NOT-THERE            VALUE '35'.
       01  BUSINESS-DAY-FLAG      PIC X VALUE 'Y'.
           88  BUSINESS-DAY-WORKING      VALUE 'Y'.
           88  BUSINESS-DAY-OFF          VALUE 'N'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
           88  VSAM-OK                      VALUE '00'.
           88  VSAM-EOF                     VALUE '10'.
       01  WS-HIST-STATUS            PIC XX VALUE '00'.
           88  HIST-OK                      VALUE '00'.
           88  HIST-EOF                     VALUE '10'.
           88  HIST-NOT-THERE               VALUE '35'.
      * No counterparty link file just means no counterparty cases -
      * the address rules still run.
       01  WS-CPTA-STATUS            PIC XX VALUE '00'.
           88  CPTA-NOT-THERE               VALUE '35'.
       01  CPTA-FILE-FLAG            PIC X VALUE 'Y'.
           88  CPTA-FILE-PRESENT            VALUE 'Y'.
           88  CPTA-FILE-ABSENT             VALUE 'N'.
       01  WS-BMOV-STATUS            PIC XX VALUE '00'.
           88  BMOV-OK                      VALUE '00'.
           88  BMOV-EOF                     VALUE '10'.
           88  BMOV-NOT-THERE               VALUE '35'.
       01  WS-CASE-STATUS            PIC XX VALUE '00'.
           88  CASE-OK                      VALUE '00'.
           88  CASE-EOF                     VALUE '10'.
           88  CASE-NOT-YET-LOADED          VALUE '35'.
       01  SCAN-PARM-CARD.
           05  PARM-BAND-PERCENT     PIC X(2).
           05  PARM-STRUCT-SENDS     PIC X.
           05  PARM-JUMP-MULTIPLE    PIC X(2).
           05  PARM-BURST-LIMIT      PIC X(3).
           05  PARM-START-HOUR       PIC X(2).
           05  PARM-END-HOUR         PIC X(2).
           05  PARM-LOOKBACK-DAYS    PIC X(3).
           05  FILLER                PIC X(65).
      * Same compiled figure DOGESEND, DOGEBLKP, DOGEPPRO and
      * DOGESORN hold a send at, in the send's own currency units.
       01  HOLD-THRESHOLD-AMOUNT     PIC S9(8)V9(8) VALUE 10000.
       01  BAND-PERCENT              PIC 9(2) VALUE 90.
       01  BAND-FLOOR-AMOUNT         PIC S9(8)V9(8).
       01  STRUCT-MIN-SENDS          PIC 9 VALUE 2.
       01  JUMP-MULTIPLE             PIC 9(2) VALUE 5.
      * An average of fewer settled sends than this says nothing.
       01  JUMP-MIN-HISTORY          PIC 9(3) VALUE 3.
       01  BURST-LIMIT               PIC 9(3) VALUE 10.
       01  BUSINESS-START-HOUR       PIC 9(2) VALUE 07.
       01  BUSINESS-END-HOUR         PIC 9(2) VALUE 19.
       01  LOOKBACK-DAYS             PIC 9(3) VALUE 090.
       01  CONTROL-KEY-THRESHOLD     PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
      * The business day being scanned - yesterday, since this runs
      * after midnight behind DOGEEOD - and the look-back window
      * ending the second before it.
       01  DAY-FROM-KEY              PIC 9(10).
       01  DAY-TO-KEY                PIC 9(10).
       01  LOOKBACK-FROM-KEY         PIC S9(10).
       01  SCAN-FROM-KEY             PIC 9(10).
       01  SCAN-TO-KEY               PIC 9(10).
       01  SCAN-PASS-FLAG            PIC X VALUE 'D'.
           88  SCAN-DAY-SENDS               VALUE 'D'.
           88  SCAN-PRIOR-SENDS             VALUE 'P'.
       01  BUSINESS-DAY-YMD.
           05  BD-YEAR               PIC 9(4).
           05  BD-MONTH              PIC 9(2).
           05  BD-DAY                PIC 9(2).
      * Gregorian-date -> epoch-seconds conversion (days_from_civil),
      * same formula DOGEEOD uses.
       01  CONV-YEAR                 PIC 9(4).
       01  CONV-MONTH                PIC 9(2).
       01  CONV-DAY                  PIC 9(2).
       01  CONV-SECONDS              PIC S9(10).
       01  DATE-CONV-A               PIC S9(9).
       01  DATE-CONV-Y               PIC S9(9).
       01  DATE-CONV-M               PIC S9(9).
       01  DATE-CONV-JDN             PIC S9(9).
       01  DATE-CONV-DAYS            PIC S9(9).
      * Inverse epoch -> civil conversion (civil_from_days), same
      * formula DOGETRLB carries, to date the business day.
       01  CIV-Z                     PIC S9(9).
       01  CIV-ERA                   PIC S9(9).
       01  CIV-DOE                   PIC S9(9).
       01  CIV-YOE                   PIC S9(9).
       01  CIV-Y                     PIC S9(9).
       01  CIV-DOY                   PIC S9(9).
       01  CIV-MP                    PIC S9(9).
       01  CIV-D                     PIC S9(9).
       01  CIV-M                     PIC S9(9).
       01  CIV-DAYS-SINCE-EPOCH      PIC S9(9).
      * One slot per address sent to during the business day, with
      * the day's figures and the look-back pass's settled history.
       01  ADDRESS-TABLE.
           05  ADDRESS-ENTRY OCCURS 1000 TIMES.
               10  AD-ADDRESS        PIC X(34).
               10  AD-CPTY-ID        PIC X(8).
               10  AD-NEAR-COUNT     PIC 9(5).
               10  AD-NEAR-TOTAL     PIC 9(10)V9(8).
               10  AD-NEAR-ACCT      PIC 9(3).
               10  AD-NEAR-FIRST     PIC X(12).
               10  AD-NEAR-LAST      PIC X(12).
               10  AD-MAX-AMOUNT     PIC 9(8)V9(8).
               10  AD-MAX-ACCT       PIC 9(3).
               10  AD-MAX-TKEY       PIC X(12).
               10  AD-PRIOR-COUNT    PIC 9(7).
               10  AD-PRIOR-TOTAL    PIC 9(12)V9(8).
       01  ADDRESS-COUNT             PIC 9(5) VALUE ZERO.
       01  AD-IDX                    PIC 9(5) VALUE ZERO.
       01  FOUND-AD-IDX              PIC 9(5) VALUE ZERO.
       01  ADDRESS-OVERFLOW-COUNT    PIC 9(7) VALUE ZERO.
      * Counterparties behind the day's near-threshold sends, rolled
      * up from the address table once the day has been read.
       01  CPTY-TABLE.
           05  CPTY-ENTRY OCCURS 200 TIMES.
               10  CP-ID             PIC X(8).
               10  CP-ADDR-COUNT     PIC 9(3).
               10  CP-NEAR-COUNT     PIC 9(5).
               10  CP-NEAR-TOTAL     PIC 9(10)V9(8).
               10  CP-NEAR-ACCT      PIC 9(3).
               10  CP-NEAR-FIRST     PIC X(12).
               10  CP-NEAR-LAST      PIC X(12).
       01  CPTY-COUNT                PIC 9(3) VALUE ZERO.
       01  CP-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-CP-IDX              PIC 9(3) VALUE ZERO.
       01  CPTY-OVERFLOW-COUNT       PIC 9(5) VALUE ZERO.
      * Operators who keyed sends on DOGESEND during the business
      * day, one count per clock hour.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 50 TIMES.
               10  OP-USERID         PIC X(8).
               10  OP-SEND-COUNT     PIC 9(5).
               10  OP-SEND-TOTAL     PIC 9(10)V9(8).
               10  OP-ACCT           PIC 9(3).
               10  OP-FIRST-KEY      PIC X(12).
               10  OP-LAST-KEY       PIC X(12).
               10  OP-OFF-COUNT      PIC 9(5).
               10  OP-OFF-TOTAL      PIC 9(10)V9(8).
               10  OP-OFF-ACCT       PIC 9(3).
               10  OP-OFF-FIRST      PIC X(12).
               10  OP-OFF-LAST       PIC X(12).
               10  OP-HOUR-COUNT OCCURS 24 TIMES PIC 9(4).
       01  OPERATOR-COUNT            PIC 9(3) VALUE ZERO.
       01  OP-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-OP-IDX              PIC 9(3) VALUE ZERO.
       01  HR-IDX                    PIC 9(3) VALUE ZERO.
       01  PEAK-HR-IDX               PIC 9(3) VALUE ZERO.
       01  OPERATOR-OVERFLOW-COUNT   PIC 9(5) VALUE ZERO.
       01  SEND-HOUR                 PIC 9(2).
       01  MOVE-AMOUNT               PIC S9(9)V9(8).
      * Cases already on file for the business day - a rerun opens
      * nothing twice and numbers new ones after the last.
       01  EXISTING-CASE-TABLE.
           05  EXISTING-CASE OCCURS 500 TIMES.
               10  EC-RULE           PIC X(4).
               10  EC-SUBJECT-TYPE   PIC X.
               10  EC-SUBJECT        PIC X(34).
       01  EXISTING-CASE-COUNT       PIC 9(3) VALUE ZERO.
       01  EC-IDX                    PIC 9(3) VALUE ZERO.
       01  LAST-CASE-SEQ             PIC 9(4) VALUE ZERO.
       01  CASE-CHECK-FLAG           PIC X VALUE 'N'.
           88  CASE-ALREADY-ON-FILE         VALUE 'Y'.
           88  CASE-NOT-ON-FILE             VALUE 'N'.
      * The case being opened, filled in by whichever rule hit.
       01  NEW-CASE-RULE             PIC X(4).
       01  NEW-CASE-SUBJECT-TYPE     PIC X.
       01  NEW-CASE-SUBJECT          PIC X(34).
       01  NEW-CASE-ACCT             PIC 9(3).
       01  NEW-CASE-COUNT            PIC 9(5).
       01  NEW-CASE-TOTAL            PIC 9(10)V9(8).
       01  NEW-CASE-FIRST            PIC X(12).
       01  NEW-CASE-LAST             PIC X(12).
       01  NEW-CASE-DETAIL           PIC X(40).
      * One summary line per rule, moved whole into CS-DETAIL.
       01  STRC-ADDRESS-DETAIL.
           05  SAD-COUNT             PIC ZZZZ9.
           05  FILLER                PIC X(32)
               VALUE ' SENDS JUST UNDER THE HOLD LIMIT'.
           05  FILLER                PIC X(3) VALUE SPACES.
       01  STRC-CPTY-DETAIL.
           05  SCD-COUNT             PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE ' SENDS TO '.
           05  SCD-ADDRS             PIC ZZ9.
           05  FILLER                PIC X(22)
               VALUE ' ADDRS JUST UNDER HOLD'.
       01  JUMP-DETAIL.
           05  FILLER                PIC X(5) VALUE 'SEND '.
           05  JD-RATIO              PIC ZZZZ9.9.
           05  FILLER                PIC X(7) VALUE ' X THE '.
           05  JD-PRIOR-COUNT        PIC ZZZZZZ9.
           05  FILLER                PIC X(13) VALUE '-SEND AVERAGE'.
           05  FILLER                PIC X VALUE SPACES.
       01  BURST-DETAIL.
           05  BD-PEAK-COUNT         PIC ZZZ9.
           05  FILLER                PIC X(15)
               VALUE ' SENDS IN HOUR '.
           05  BD-PEAK-HOUR          PIC 9(2).
           05  FILLER                PIC X(12) VALUE ':00 - LIMIT '.
           05  BD-LIMIT              PIC ZZ9.
           05  FILLER                PIC X(4) VALUE SPACES.
       01  HOURS-DETAIL.
           05  HD-COUNT              PIC ZZZ9.
           05  FILLER                PIC X(15)
               VALUE ' SENDS OUTSIDE '.
           05  HD-START              PIC 9(2).
           05  FILLER                PIC X(4) VALUE ':00-'.
           05  HD-END                PIC 9(2).
           05  FILLER                PIC X(3) VALUE ':00'.
           05  FILLER                PIC X(10) VALUE SPACES.
       01  OFF-DAY-DETAIL.
           05  OD-COUNT              PIC ZZZ9.
           05  FILLER                PIC X(30)
               VALUE ' SENDS ON A NON-PROCESSING DAY'.
           05  FILLER                PIC X(6) VALUE SPACES.
       01  JUMP-AVERAGE              PIC 9(10)V9(8).
       01  JUMP-TRIGGER              PIC 9(12)V9(8).
       01  JUMP-RATIO                PIC 9(5)V9.
       01  SENDS-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  PRIOR-SENDS-COUNT         PIC 9(7) VALUE ZERO.
       01  OPERATOR-SENDS-COUNT      PIC 9(7) VALUE ZERO.
       01  STRC-CASES-OPENED         PIC 9(5) VALUE ZERO.
       01  JUMP-CASES-OPENED         PIC 9(5) VALUE ZERO.
       01  BRST-CASES-OPENED         PIC 9(5) VALUE ZERO.
       01  HOUR-CASES-OPENED         PIC 9(5) VALUE ZERO.
       01  CASES-OPENED-COUNT        PIC 9(5) VALUE ZERO.
       01  CASES-ALREADY-COUNT       PIC 9(5) VALUE ZERO.
       01  CASE-WRITE-FAILED-COUNT   PIC 9(5) VALUE ZERO.
      * The cases opened tonight, listed at the end of the report.
       01  OPENED-CASE-TABLE.
           05  OPENED-CASE-LINE OCCURS 500 TIMES PIC X(95).
       01  OPENED-LINE-COUNT         PIC 9(3) VALUE ZERO.
       01  OL-IDX                    PIC 9(3) VALUE ZERO.
       01  OPENED-CASE-DISPLAY.
           05  OCD-KEY               PIC X(12).
           05  FILLER                PIC X VALUE SPACES.
           05  OCD-RULE              PIC X(4).
           05  FILLER                PIC X VALUE SPACES.
           05  OCD-SUBJECT-TYPE      PIC X.
           05  FILLER                PIC X VALUE SPACES.
           05  OCD-SUBJECT           PIC X(34).
           05  FILLER                PIC X VALUE SPACES.
           05  OCD-DETAIL            PIC X(40).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT SCAN-PARM-CARD FROM SYSIN.
           PERFORM APPLY-SCAN-PARMS.
           PERFORM RECORD-RUN-START.
           PERFORM COMPUTE-DAY-RANGE.
           COMPUTE CIV-DAYS-SINCE-EPOCH = DAY-FROM-KEY / 86400.
           PERFORM CONVERT-DAYS-TO-BUSINESS-YMD.
           COMPUTE LOOKBACK-FROM-KEY =
                   DAY-FROM-KEY - (LOOKBACK-DAYS * 86400).
           IF LOOKBACK-FROM-KEY < CONTROL-KEY-THRESHOLD
               MOVE CONTROL-KEY-THRESHOLD TO LOOKBACK-FROM-KEY
           END-IF.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM OPEN-COUNTERPARTY-FILE.
           SET SCAN-DAY-SENDS TO TRUE.
           MOVE DAY-FROM-KEY TO SCAN-FROM-KEY.
           MOVE DAY-TO-KEY TO SCAN-TO-KEY.
           PERFORM HISTORY-PASS.
           PERFORM LIVE-FILE-PASS.
           IF CPTA-FILE-PRESENT
               CLOSE DOGECPTA.
           IF ADDRESS-COUNT > ZERO
               SET SCAN-PRIOR-SENDS TO TRUE
               MOVE LOOKBACK-FROM-KEY TO SCAN-FROM-KEY
               COMPUTE SCAN-TO-KEY = DAY-FROM-KEY - 1
               PERFORM HISTORY-PASS
               PERFORM LIVE-FILE-PASS
           END-IF.
           PERFORM OPERATOR-PASS.
           PERFORM OPEN-CASE-FILE.
           PERFORM LOAD-EXISTING-CASES.
           PERFORM STRUCTURING-RULE.
           PERFORM JUMP-RULE.
           PERFORM BURST-RULE.
           PERFORM OFF-HOURS-RULE.
           CLOSE DOGECASE.
           PERFORM PRINT-SCAN-REPORT.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       APPLY-SCAN-PARMS.
           IF PARM-BAND-PERCENT IS NUMERIC
              AND PARM-BAND-PERCENT NOT EQUAL TO '00'
               MOVE PARM-BAND-PERCENT TO BAND-PERCENT.
           IF PARM-STRUCT-SENDS IS NUMERIC
              AND PARM-STRUCT-SENDS NOT EQUAL TO '0'
               MOVE PARM-STRUCT-SENDS TO STRUCT-MIN-SENDS.
           IF PARM-JUMP-MULTIPLE IS NUMERIC
              AND PARM-JUMP-MULTIPLE NOT EQUAL TO '00'
               MOVE PARM-JUMP-MULTIPLE TO JUMP-MULTIPLE.
           IF PARM-BURST-LIMIT IS NUMERIC
              AND PARM-BURST-LIMIT NOT EQUAL TO '000'
               MOVE PARM-BURST-LIMIT TO BURST-LIMIT.
           IF PARM-START-HOUR IS NUMERIC
              AND PARM-START-HOUR NOT EQUAL TO '00'
              AND PARM-START-HOUR < '24'
               MOVE PARM-START-HOUR TO BUSINESS-START-HOUR.
           IF PARM-END-HOUR IS NUMERIC
              AND PARM-END-HOUR NOT EQUAL TO '00'
              AND PARM-END-HOUR NOT GREATER THAN '24'
               MOVE PARM-END-HOUR TO BUSINESS-END-HOUR.
           IF PARM-LOOKBACK-DAYS IS NUMERIC
              AND PARM-LOOKBACK-DAYS NOT EQUAL TO '000'
               MOVE PARM-LOOKBACK-DAYS TO LOOKBACK-DAYS.
           COMPUTE BAND-FLOOR-AMOUNT =
                   HOLD-THRESHOLD-AMOUNT * BAND-PERCENT / 100.
      *
       CHECK-BUSINESS-DAY.
      *    A business day with a DOGECALN row was meant to be shut;
      *    no row (or no calendar at all) is an ordinary day.
           SET BUSINESS-DAY-WORKING TO TRUE.
           OPEN INPUT DOGECALN.
           IF NOT CALN-NOT-THERE
               MOVE BUSINESS-DAY-YMD TO CAL-DATE
               READ DOGECALN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BUSINESS-DAY-OFF TO TRUE
               END-READ
               CLOSE DOGECALN
           END-IF.
      *
       OPEN-COUNTERPARTY-FILE.
           SET CPTA-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECPTA.
           IF CPTA-NOT-THERE
               SET CPTA-FILE-ABSENT TO TRUE
               DISPLAY 'DOGESCAN - NO COUNTERPARTY LINKS LOADED - '
                       'ADDRESS RULES ONLY'
           END-IF.
      *
      * Rows the archive already holds for the window - same keyed
      * START straight at the window DOGEGLIF's history pass makes.
       HISTORY-PASS.
           OPEN INPUT DOGEHIST.
           IF HIST-NOT-THERE
               DISPLAY 'DOGESCAN - NO ARCHIVE COPY YET'
           ELSE
               MOVE SCAN-FROM-KEY TO HIST-TDATE
               MOVE '00' TO HIST-TSEQ
               START DOGEHIST KEY NOT LESS THAN HIST-TKEY
                   INVALID KEY
                       SET HIST-EOF TO TRUE
               END-START
               IF NOT HIST-EOF
                   PERFORM READ-NEXT-HISTORY-ROW
               END-IF
               PERFORM UNTIL HIST-EOF
                   MOVE HIST-TRANSACTION TO TRANSACTION
                   IF NUM-DATE > SCAN-TO-KEY
                       SET HIST-EOF TO TRUE
                   ELSE
                       PERFORM SCAN-ONE-ROW
                       PERFORM READ-NEXT-HISTORY-ROW
                   END-IF
               END-PERFORM
               CLOSE DOGEHIST
           END-IF.
      *
       READ-NEXT-HISTORY-ROW.
           READ DOGEHIST NEXT RECORD
               AT END SET HIST-EOF TO TRUE
           END-READ.
      *    Anything but clean or end-of-file ends the pass rather
      *    than spinning on an unpositioned browse.
           IF NOT HIST-OK AND NOT HIST-EOF
               SET HIST-EOF TO TRUE.
      *
      * Whatever DOGEEOD left on the live file for the window -
      * PENDING and HELD sends, and anything keyed since EOD ran.
       LIVE-FILE-PASS.
           OPEN INPUT DOGEVSAM.
           MOVE SCAN-FROM-KEY TO NUM-DATE.
           MOVE ZERO TO TSEQ.
           START DOGEVSAM KEY NOT LESS THAN TKEY
               INVALID KEY
                   SET VSAM-EOF TO TRUE
           END-START.
           IF NOT VSAM-EOF
               PERFORM READ-NEXT-ROW
           END-IF.
           PERFORM UNTIL VSAM-EOF
               IF NUM-DATE > SCAN-TO-KEY
                  OR NUM-DATE EQUAL TO SENTINEL-NUM
                   SET VSAM-EOF TO TRUE
               ELSE
                   PERFORM SCAN-ONE-ROW
                   PERFORM READ-NEXT-ROW
               END-IF
           END-PERFORM.
           CLOSE DOGEVSAM.
      *
       READ-NEXT-ROW.
           READ DOGEVSAM NEXT RECORD
               AT END SET VSAM-EOF TO TRUE
           END-READ.
           IF NOT VSAM-OK AND NOT VSAM-EOF
               SET VSAM-EOF TO TRUE.
      *
       SCAN-ONE-ROW.
      *    Only an outgoing send to an address counts. A FAILED send
      *    never went and a VOIDED one was taken back - but a HELD or
      *    PENDING send on the day is still an attempt, and splitting
      *    is about the attempt. The look-back history is what was
      *    actually paid, so it takes SETTLED sends only.
           IF NUM-DATE NOT LESS THAN CONTROL-KEY-THRESHOLD
              AND TLABEL EQUAL TO 'SENT'
              AND TAMT-SIGN-NEGATIVE
              AND NOT TRAN-FAILED
              AND NOT TRAN-VOIDED
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               IF SCAN-DAY-SENDS
                   PERFORM TALLY-DAY-SEND
               ELSE
               IF TRAN-SETTLED
                   PERFORM TALLY-PRIOR-SEND
               END-IF
               END-IF
           END-IF.
      *
       TALLY-DAY-SEND.
           ADD 1 TO SENDS-READ-COUNT.
           PERFORM FIND-ADDRESS.
           IF FOUND-AD-IDX = ZERO
               IF ADDRESS-COUNT < 1000
                   PERFORM ADD-ADDRESS
               ELSE
                   ADD 1 TO ADDRESS-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF FOUND-AD-IDX > ZERO
               MOVE FOUND-AD-IDX TO AD-IDX
               IF THE-AMOUNT > AD-MAX-AMOUNT(AD-IDX)
                   MOVE THE-AMOUNT TO AD-MAX-AMOUNT(AD-IDX)
                   MOVE TACCT TO AD-MAX-ACCT(AD-IDX)
                   MOVE TKEY TO AD-MAX-TKEY(AD-IDX)
               END-IF
               IF THE-AMOUNT NOT LESS THAN BAND-FLOOR-AMOUNT
                  AND THE-AMOUNT < HOLD-THRESHOLD-AMOUNT
                   PERFORM TALLY-NEAR-THRESHOLD
               END-IF
           END-IF.
      *
       TALLY-NEAR-THRESHOLD.
      *    The sub-account is kept while every near send came from
      *    the same one, and zeroed the moment a second one shows.
           IF AD-NEAR-COUNT(AD-IDX) = ZERO
               MOVE TACCT TO AD-NEAR-ACCT(AD-IDX)
               MOVE TKEY TO AD-NEAR-FIRST(AD-IDX)
               MOVE TKEY TO AD-NEAR-LAST(AD-IDX)
           ELSE
               IF TACCT NOT EQUAL TO AD-NEAR-ACCT(AD-IDX)
                   MOVE ZERO TO AD-NEAR-ACCT(AD-IDX)
               END-IF
               IF TKEY < AD-NEAR-FIRST(AD-IDX)
                   MOVE TKEY TO AD-NEAR-FIRST(AD-IDX)
               END-IF
               IF TKEY > AD-NEAR-LAST(AD-IDX)
                   MOVE TKEY TO AD-NEAR-LAST(AD-IDX)
               END-IF
           END-IF.
           ADD 1 TO AD-NEAR-COUNT(AD-IDX).
           ADD THE-AMOUNT TO AD-NEAR-TOTAL(AD-IDX).
      *
       TALLY-PRIOR-SEND.
      *    History only matters for an address sent to on the day.
           PERFORM FIND-ADDRESS.
           IF FOUND-AD-IDX > ZERO
               ADD 1 TO PRIOR-SENDS-COUNT
               ADD 1 TO AD-PRIOR-COUNT(FOUND-AD-IDX)
               ADD THE-AMOUNT TO AD-PRIOR-TOTAL(FOUND-AD-IDX)
           END-IF.
      *
       FIND-ADDRESS.
           MOVE ZERO TO FOUND-AD-IDX.
           PERFORM VARYING AD-IDX FROM 1 BY 1
                   UNTIL AD-IDX > ADDRESS-COUNT
                      OR FOUND-AD-IDX > ZERO
               IF AD-ADDRESS(AD-IDX) EQUAL TO TADDRSS
                   MOVE AD-IDX TO FOUND-AD-IDX
               END-IF
           END-PERFORM.
      *
       ADD-ADDRESS.
           ADD 1 TO ADDRESS-COUNT.
           MOVE ADDRESS-COUNT TO FOUND-AD-IDX.
           MOVE TADDRSS TO AD-ADDRESS(ADDRESS-COUNT).
           MOVE SPACES TO AD-CPTY-ID(ADDRESS-COUNT).
           MOVE ZERO TO AD-NEAR-COUNT(ADDRESS-COUNT).
           MOVE ZERO TO AD-NEAR-TOTAL(ADDRESS-COUNT).
           MOVE ZERO TO AD-NEAR-ACCT(ADDRESS-COUNT).
           MOVE SPACES TO AD-NEAR-FIRST(ADDRESS-COUNT).
           MOVE SPACES TO AD-NEAR-LAST(ADDRESS-COUNT).
           MOVE ZERO TO AD-MAX-AMOUNT(ADDRESS-COUNT).
           MOVE ZERO TO AD-MAX-ACCT(ADDRESS-COUNT).
           MOVE SPACES TO AD-MAX-TKEY(ADDRESS-COUNT).
           MOVE ZERO TO AD-PRIOR-COUNT(ADDRESS-COUNT).
           MOVE ZERO TO AD-PRIOR-TOTAL(ADDRESS-COUNT).
           IF CPTA-FILE-PRESENT
               MOVE TADDRSS TO CA-ADDRESS
               READ DOGECPTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CA-CPTY-ID TO AD-CPTY-ID(ADDRESS-COUNT)
               END-READ
           END-IF.
      *
      * Every send DOGESEND spooled banks its pending increase on
      * DOGEBMOV with the signed-on userid - PEND for DOGE, CPND for
      * any other currency. The file is keyed by sub-account first,
      * so the day's rows are picked out of one sequential read.
       OPERATOR-PASS.
           OPEN INPUT DOGEBMOV.
           IF BMOV-NOT-THERE
               DISPLAY 'DOGESCAN - NO BALANCE-MOVEMENT FILE - '
                       'OPERATOR RULES SKIPPED'
           ELSE
               PERFORM READ-NEXT-MOVEMENT
               PERFORM UNTIL BMOV-EOF
                   IF BM-DATE EQUAL TO BUSINESS-DAY-YMD
                      AND BM-PROGRAM EQUAL TO 'DOGESEND'
                      AND BM-USERID NOT EQUAL TO SPACES
                      AND (BM-RECORD-TYPE EQUAL TO 'PEND'
                        OR BM-RECORD-TYPE EQUAL TO 'CPND')
                      AND BM-NEW-AMOUNT > BM-OLD-AMOUNT
                      AND BM-TIME(1:2) IS NUMERIC
                       PERFORM TALLY-OPERATOR-SEND
                   END-IF
                   PERFORM READ-NEXT-MOVEMENT
               END-PERFORM
               CLOSE DOGEBMOV
           END-IF.
      *
       READ-NEXT-MOVEMENT.
           READ DOGEBMOV NEXT RECORD
               AT END SET BMOV-EOF TO TRUE
           END-READ.
           IF NOT BMOV-OK AND NOT BMOV-EOF
               SET BMOV-EOF TO TRUE.
      *
       TALLY-OPERATOR-SEND.
           ADD 1 TO OPERATOR-SENDS-COUNT.
           MOVE BM-TIME(1:2) TO SEND-HOUR.
           COMPUTE MOVE-AMOUNT = BM-NEW-AMOUNT - BM-OLD-AMOUNT.
           MOVE ZERO TO FOUND-OP-IDX.
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OPERATOR-COUNT
                      OR FOUND-OP-IDX > ZERO
               IF OP-USERID(OP-IDX) EQUAL TO BM-USERID
                   MOVE OP-IDX TO FOUND-OP-IDX
               END-IF
           END-PERFORM.
           IF FOUND-OP-IDX = ZERO
               IF OPERATOR-COUNT < 50
                   PERFORM ADD-OPERATOR
               ELSE
                   ADD 1 TO OPERATOR-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF FOUND-OP-IDX > ZERO
              AND SEND-HOUR < 24
               MOVE FOUND-OP-IDX TO OP-IDX
               PERFORM TALLY-OPERATOR-HOUR
           END-IF.
      *
       ADD-OPERATOR.
           ADD 1 TO OPERATOR-COUNT.
           MOVE OPERATOR-COUNT TO FOUND-OP-IDX.
           MOVE BM-USERID TO OP-USERID(OPERATOR-COUNT).
           MOVE ZERO TO OP-SEND-COUNT(OPERATOR-COUNT).
           MOVE ZERO TO OP-SEND-TOTAL(OPERATOR-COUNT).
           MOVE BM-ACCT TO OP-ACCT(OPERATOR-COUNT).
           MOVE BM-DRIVER-KEY TO OP-FIRST-KEY(OPERATOR-COUNT).
           MOVE BM-DRIVER-KEY TO OP-LAST-KEY(OPERATOR-COUNT).
           MOVE ZERO TO OP-OFF-COUNT(OPERATOR-COUNT).
           MOVE ZERO TO OP-OFF-TOTAL(OPERATOR-COUNT).
           MOVE ZERO TO OP-OFF-ACCT(OPERATOR-COUNT).
           MOVE SPACES TO OP-OFF-FIRST(OPERATOR-COUNT).
           MOVE SPACES TO OP-OFF-LAST(OPERATOR-COUNT).
           PERFORM VARYING HR-IDX FROM 1 BY 1 UNTIL HR-IDX > 24
               MOVE ZERO TO OP-HOUR-COUNT(OPERATOR-COUNT, HR-IDX)
           END-PERFORM.
      *
       TALLY-OPERATOR-HOUR.
           ADD 1 TO OP-SEND-COUNT(OP-IDX).
           ADD MOVE-AMOUNT TO OP-SEND-TOTAL(OP-IDX).
           IF BM-ACCT NOT EQUAL TO OP-ACCT(OP-IDX)
               MOVE ZERO TO OP-ACCT(OP-IDX)
           END-IF.
           IF BM-DRIVER-KEY < OP-FIRST-KEY(OP-IDX)
               MOVE BM-DRIVER-KEY TO OP-FIRST-KEY(OP-IDX)
           END-IF.
           IF BM-DRIVER-KEY > OP-LAST-KEY(OP-IDX)
               MOVE BM-DRIVER-KEY TO OP-LAST-KEY(OP-IDX)
           END-IF.
           COMPUTE HR-IDX = SEND-HOUR + 1.
           IF OP-HOUR-COUNT(OP-IDX, HR-IDX) < 9999
               ADD 1 TO OP-HOUR-COUNT(OP-IDX, HR-IDX)
           END-IF.
           IF BUSINESS-DAY-OFF
              OR SEND-HOUR < BUSINESS-START-HOUR
              OR SEND-HOUR NOT LESS THAN BUSINESS-END-HOUR
               IF OP-OFF-COUNT(OP-IDX) = ZERO
                   MOVE BM-ACCT TO OP-OFF-ACCT(OP-IDX)
                   MOVE BM-DRIVER-KEY TO OP-OFF-FIRST(OP-IDX)
                   MOVE BM-DRIVER-KEY TO OP-OFF-LAST(OP-IDX)
               ELSE
                   IF BM-ACCT NOT EQUAL TO OP-OFF-ACCT(OP-IDX)
                       MOVE ZERO TO OP-OFF-ACCT(OP-IDX)
                   END-IF
                   IF BM-DRIVER-KEY < OP-OFF-FIRST(OP-IDX)
                       MOVE BM-DRIVER-KEY TO OP-OFF-FIRST(OP-IDX)
                   END-IF
                   IF BM-DRIVER-KEY > OP-OFF-LAST(OP-IDX)
                       MOVE BM-DRIVER-KEY TO OP-OFF-LAST(OP-IDX)
                   END-IF
               END-IF
               ADD 1 TO OP-OFF-COUNT(OP-IDX)
               ADD MOVE-AMOUNT TO OP-OFF-TOTAL(OP-IDX)
           END-IF.
      *
       OPEN-CASE-FILE.
      *    First ever run finds no loaded DOGECASE cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGECASE.
           IF CASE-NOT-YET-LOADED
               OPEN OUTPUT DOGECASE
               CLOSE DOGECASE
               OPEN I-O DOGECASE
           END-IF.
      *
       LOAD-EXISTING-CASES.
           MOVE BUSINESS-DAY-YMD TO CS-BUSINESS-DATE.
           MOVE ZERO TO CS-SEQ.
           START DOGECASE KEY NOT LESS THAN CS-KEY
               INVALID KEY
                   SET CASE-EOF TO TRUE
           END-START.
           IF NOT CASE-EOF
               PERFORM READ-NEXT-CASE
           END-IF.
           PERFORM UNTIL CASE-EOF
               IF CS-BUSINESS-DATE NOT EQUAL TO BUSINESS-DAY-YMD
                   SET CASE-EOF TO TRUE
               ELSE
                   MOVE CS-SEQ TO LAST-CASE-SEQ
                   IF EXISTING-CASE-COUNT < 500
                       ADD 1 TO EXISTING-CASE-COUNT
                       MOVE CS-RULE TO EC-RULE(EXISTING-CASE-COUNT)
                       MOVE CS-SUBJECT-TYPE TO
                            EC-SUBJECT-TYPE(EXISTING-CASE-COUNT)
                       MOVE CS-SUBJECT TO
                            EC-SUBJECT(EXISTING-CASE-COUNT)
                   END-IF
                   PERFORM READ-NEXT-CASE
               END-IF
           END-PERFORM.
      *
       READ-NEXT-CASE.
           READ DOGECASE NEXT RECORD
               AT END SET CASE-EOF TO TRUE
           END-READ.
           IF NOT CASE-OK AND NOT CASE-EOF
               SET CASE-EOF TO TRUE.
      *
      * Repeated sends just below the hold - per address first, then
      * per counterparty across its addresses, so a payee that
      * spreads them over several addresses is still caught.
       STRUCTURING-RULE.
           PERFORM VARYING AD-IDX FROM 1 BY 1
                   UNTIL AD-IDX > ADDRESS-COUNT
               IF AD-NEAR-COUNT(AD-IDX) NOT LESS THAN
                  STRUCT-MIN-SENDS
                   MOVE 'STRC' TO NEW-CASE-RULE
                   MOVE 'A' TO NEW-CASE-SUBJECT-TYPE
                   MOVE AD-ADDRESS(AD-IDX) TO NEW-CASE-SUBJECT
                   MOVE AD-NEAR-ACCT(AD-IDX) TO NEW-CASE-ACCT
                   MOVE AD-NEAR-COUNT(AD-IDX) TO NEW-CASE-COUNT
                   MOVE AD-NEAR-TOTAL(AD-IDX) TO NEW-CASE-TOTAL
                   MOVE AD-NEAR-FIRST(AD-IDX) TO NEW-CASE-FIRST
                   MOVE AD-NEAR-LAST(AD-IDX) TO NEW-CASE-LAST
                   MOVE AD-NEAR-COUNT(AD-IDX) TO SAD-COUNT
                   MOVE STRC-ADDRESS-DETAIL TO NEW-CASE-DETAIL
                   PERFORM OPEN-CASE
                   IF CASE-NOT-ON-FILE
                       ADD 1 TO STRC-CASES-OPENED
                   END-IF
               END-IF
               IF AD-NEAR-COUNT(AD-IDX) > ZERO
                  AND AD-CPTY-ID(AD-IDX) NOT EQUAL TO SPACES
                   PERFORM ROLL-UP-COUNTERPARTY
               END-IF
           END-PERFORM.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > CPTY-COUNT
      *        One address on its own is the address case above.
               IF CP-ADDR-COUNT(CP-IDX) > 1
                  AND CP-NEAR-COUNT(CP-IDX) NOT LESS THAN
                      STRUCT-MIN-SENDS
                   MOVE 'STRC' TO NEW-CASE-RULE
                   MOVE 'C' TO NEW-CASE-SUBJECT-TYPE
                   MOVE CP-ID(CP-IDX) TO NEW-CASE-SUBJECT
                   MOVE CP-NEAR-ACCT(CP-IDX) TO NEW-CASE-ACCT
                   MOVE CP-NEAR-COUNT(CP-IDX) TO NEW-CASE-COUNT
                   MOVE CP-NEAR-TOTAL(CP-IDX) TO NEW-CASE-TOTAL
                   MOVE CP-NEAR-FIRST(CP-IDX) TO NEW-CASE-FIRST
                   MOVE CP-NEAR-LAST(CP-IDX) TO NEW-CASE-LAST
                   MOVE CP-NEAR-COUNT(CP-IDX) TO SCD-COUNT
                   MOVE CP-ADDR-COUNT(CP-IDX) TO SCD-ADDRS
                   MOVE STRC-CPTY-DETAIL TO NEW-CASE-DETAIL
                   PERFORM OPEN-CASE
                   IF CASE-NOT-ON-FILE
                       ADD 1 TO STRC-CASES-OPENED
                   END-IF
               END-IF
           END-PERFORM.
      *
       ROLL-UP-COUNTERPARTY.
           MOVE ZERO TO FOUND-CP-IDX.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > CPTY-COUNT
                      OR FOUND-CP-IDX > ZERO
               IF CP-ID(CP-IDX) EQUAL TO AD-CPTY-ID(AD-IDX)
                   MOVE CP-IDX TO FOUND-CP-IDX
               END-IF
           END-PERFORM.
           IF FOUND-CP-IDX = ZERO
               IF CPTY-COUNT < 200
                   ADD 1 TO CPTY-COUNT
                   MOVE CPTY-COUNT TO FOUND-CP-IDX
                   MOVE AD-CPTY-ID(AD-IDX) TO CP-ID(CPTY-COUNT)
                   MOVE ZERO TO CP-ADDR-COUNT(CPTY-COUNT)
                   MOVE ZERO TO CP-NEAR-COUNT(CPTY-COUNT)
                   MOVE ZERO TO CP-NEAR-TOTAL(CPTY-COUNT)
                   MOVE AD-NEAR-ACCT(AD-IDX) TO
                        CP-NEAR-ACCT(CPTY-COUNT)
                   MOVE AD-NEAR-FIRST(AD-IDX) TO
                        CP-NEAR-FIRST(CPTY-COUNT)
                   MOVE AD-NEAR-LAST(AD-IDX) TO
                        CP-NEAR-LAST(CPTY-COUNT)
               ELSE
                   ADD 1 TO CPTY-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF FOUND-CP-IDX > ZERO
               MOVE FOUND-CP-IDX TO CP-IDX
               ADD 1 TO CP-ADDR-COUNT(CP-IDX)
               ADD AD-NEAR-COUNT(AD-IDX) TO CP-NEAR-COUNT(CP-IDX)
               ADD AD-NEAR-TOTAL(AD-IDX) TO CP-NEAR-TOTAL(CP-IDX)
               IF AD-NEAR-ACCT(AD-IDX) NOT EQUAL TO
                  CP-NEAR-ACCT(CP-IDX)
                   MOVE ZERO TO CP-NEAR-ACCT(CP-IDX)
               END-IF
               IF AD-NEAR-FIRST(AD-IDX) < CP-NEAR-FIRST(CP-IDX)
                   MOVE AD-NEAR-FIRST(AD-IDX) TO CP-NEAR-FIRST(CP-IDX)
               END-IF
               IF AD-NEAR-LAST(AD-IDX) > CP-NEAR-LAST(CP-IDX)
                   MOVE AD-NEAR-LAST(AD-IDX) TO CP-NEAR-LAST(CP-IDX)
               END-IF
           END-IF.
      *
      * The day's largest send to each address against the average
      * of that address's settled sends over the look-back window.
       JUMP-RULE.
           PERFORM VARYING AD-IDX FROM 1 BY 1
                   UNTIL AD-IDX > ADDRESS-COUNT
               IF AD-PRIOR-COUNT(AD-IDX) NOT LESS THAN
                  JUMP-MIN-HISTORY
                   COMPUTE JUMP-AVERAGE = AD-PRIOR-TOTAL(AD-IDX)
                           / AD-PRIOR-COUNT(AD-IDX)
                   COMPUTE JUMP-TRIGGER = JUMP-AVERAGE * JUMP-MULTIPLE
                   IF JUMP-AVERAGE > ZERO
                      AND AD-MAX-AMOUNT(AD-IDX) NOT LESS THAN
                          JUMP-TRIGGER
                       PERFORM OPEN-JUMP-CASE
                   END-IF
               END-IF
           END-PERFORM.
      *
       OPEN-JUMP-CASE.
           MOVE 'JUMP' TO NEW-CASE-RULE.
           MOVE 'A' TO NEW-CASE-SUBJECT-TYPE.
           MOVE AD-ADDRESS(AD-IDX) TO NEW-CASE-SUBJECT.
           MOVE AD-MAX-ACCT(AD-IDX) TO NEW-CASE-ACCT.
           MOVE 1 TO NEW-CASE-COUNT.
           MOVE AD-MAX-AMOUNT(AD-IDX) TO NEW-CASE-TOTAL.
           MOVE AD-MAX-TKEY(AD-IDX) TO NEW-CASE-FIRST.
           MOVE AD-MAX-TKEY(AD-IDX) TO NEW-CASE-LAST.
           COMPUTE JUMP-RATIO ROUNDED =
                   AD-MAX-AMOUNT(AD-IDX) / JUMP-AVERAGE
               ON SIZE ERROR
                   MOVE 99999.9 TO JUMP-RATIO
           END-COMPUTE.
           MOVE JUMP-RATIO TO JD-RATIO.
           MOVE AD-PRIOR-COUNT(AD-IDX) TO JD-PRIOR-COUNT.
           MOVE JUMP-DETAIL TO NEW-CASE-DETAIL.
           PERFORM OPEN-CASE.
           IF CASE-NOT-ON-FILE
               ADD 1 TO JUMP-CASES-OPENED
           END-IF.
      *
      * The busiest clock hour each operator had against the limit.
       BURST-RULE.
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OPERATOR-COUNT
               MOVE 1 TO PEAK-HR-IDX
               PERFORM VARYING HR-IDX FROM 2 BY 1 UNTIL HR-IDX > 24
                   IF OP-HOUR-COUNT(OP-IDX, HR-IDX) >
                      OP-HOUR-COUNT(OP-IDX, PEAK-HR-IDX)
                       MOVE HR-IDX TO PEAK-HR-IDX
                   END-IF
               END-PERFORM
               IF OP-HOUR-COUNT(OP-IDX, PEAK-HR-IDX) NOT LESS THAN
                  BURST-LIMIT
                   MOVE 'BRST' TO NEW-CASE-RULE
                   MOVE 'O' TO NEW-CASE-SUBJECT-TYPE
                   MOVE OP-USERID(OP-IDX) TO NEW-CASE-SUBJECT
                   MOVE OP-ACCT(OP-IDX) TO NEW-CASE-ACCT
                   MOVE OP-SEND-COUNT(OP-IDX) TO NEW-CASE-COUNT
                   MOVE OP-SEND-TOTAL(OP-IDX) TO NEW-CASE-TOTAL
                   MOVE OP-FIRST-KEY(OP-IDX) TO NEW-CASE-FIRST
                   MOVE OP-LAST-KEY(OP-IDX) TO NEW-CASE-LAST
                   MOVE OP-HOUR-COUNT(OP-IDX, PEAK-HR-IDX) TO
                        BD-PEAK-COUNT
                   COMPUTE BD-PEAK-HOUR = PEAK-HR-IDX - 1
                   MOVE BURST-LIMIT TO BD-LIMIT
                   MOVE BURST-DETAIL TO NEW-CASE-DETAIL
                   PERFORM OPEN-CASE
                   IF CASE-NOT-ON-FILE
                       ADD 1 TO BRST-CASES-OPENED
                   END-IF
               END-IF
           END-PERFORM.
      *
       OFF-HOURS-RULE.
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OPERATOR-COUNT
               IF OP-OFF-COUNT(OP-IDX) > ZERO
                   MOVE 'HOUR' TO NEW-CASE-RULE
                   MOVE 'O' TO NEW-CASE-SUBJECT-TYPE
                   MOVE OP-USERID(OP-IDX) TO NEW-CASE-SUBJECT
                   MOVE OP-OFF-ACCT(OP-IDX) TO NEW-CASE-ACCT
                   MOVE OP-OFF-COUNT(OP-IDX) TO NEW-CASE-COUNT
                   MOVE OP-OFF-TOTAL(OP-IDX) TO NEW-CASE-TOTAL
                   MOVE OP-OFF-FIRST(OP-IDX) TO NEW-CASE-FIRST
                   MOVE OP-OFF-LAST(OP-IDX) TO NEW-CASE-LAST
                   IF BUSINESS-DAY-OFF
                       MOVE OP-OFF-COUNT(OP-IDX) TO OD-COUNT
                       MOVE OFF-DAY-DETAIL TO NEW-CASE-DETAIL
                   ELSE
                       MOVE OP-OFF-COUNT(OP-IDX) TO HD-COUNT
                       MOVE BUSINESS-START-HOUR TO HD-START
                       MOVE BUSINESS-END-HOUR TO HD-END
                       MOVE HOURS-DETAIL TO NEW-CASE-DETAIL
                   END-IF
                   PERFORM OPEN-CASE
                   IF CASE-NOT-ON-FILE
                       ADD 1 TO HOUR-CASES-OPENED
                   END-IF
               END-IF
           END-PERFORM.
      *
       OPEN-CASE.
      *    One case per rule and subject per business day - the same
      *    hit found again on a rerun is already somebody's case.
           SET CASE-NOT-ON-FILE TO TRUE.
           PERFORM VARYING EC-IDX FROM 1 BY 1
                   UNTIL EC-IDX > EXISTING-CASE-COUNT
                      OR CASE-ALREADY-ON-FILE
               IF EC-RULE(EC-IDX) EQUAL TO NEW-CASE-RULE
                  AND EC-SUBJECT-TYPE(EC-IDX) EQUAL TO
                      NEW-CASE-SUBJECT-TYPE
                  AND EC-SUBJECT(EC-IDX) EQUAL TO NEW-CASE-SUBJECT
                   SET CASE-ALREADY-ON-FILE TO TRUE
               END-IF
           END-PERFORM.
           IF CASE-ALREADY-ON-FILE
               ADD 1 TO CASES-ALREADY-COUNT
           ELSE
               PERFORM WRITE-CASE
           END-IF.
      *
       WRITE-CASE.
           MOVE SPACES TO CASE-ENTRY.
           MOVE BUSINESS-DAY-YMD TO CS-BUSINESS-DATE.
           ADD 1 TO LAST-CASE-SEQ.
           MOVE LAST-CASE-SEQ TO CS-SEQ.
           MOVE NEW-CASE-RULE TO CS-RULE.
           SET CS-OPEN TO TRUE.
           MOVE NEW-CASE-SUBJECT-TYPE TO CS-SUBJECT-TYPE.
           MOVE NEW-CASE-SUBJECT TO CS-SUBJECT.
           MOVE NEW-CASE-ACCT TO CS-ACCT.
           MOVE NEW-CASE-COUNT TO CS-SEND-COUNT.
           MOVE NEW-CASE-TOTAL TO CS-TOTAL-AMOUNT.
           MOVE NEW-CASE-FIRST TO CS-FIRST-TKEY.
           MOVE NEW-CASE-LAST TO CS-LAST-TKEY.
           MOVE NEW-CASE-DETAIL TO CS-DETAIL.
           MOVE RUNS-TODAY TO CS-OPENED-DATE.
           WRITE CASE-ENTRY
               INVALID KEY
                   ADD 1 TO CASE-WRITE-FAILED-COUNT
                   DISPLAY 'DOGESCAN - CASE WRITE FAILED ' CS-KEY
                           ' ' NEW-CASE-RULE ' ' NEW-CASE-SUBJECT
               NOT INVALID KEY
                   ADD 1 TO CASES-OPENED-COUNT
                   IF EXISTING-CASE-COUNT < 500
                       ADD 1 TO EXISTING-CASE-COUNT
                       MOVE CS-RULE TO EC-RULE(EXISTING-CASE-COUNT)
                       MOVE CS-SUBJECT-TYPE TO
                            EC-SUBJECT-TYPE(EXISTING-CASE-COUNT)
                       MOVE CS-SUBJECT TO
                            EC-SUBJECT(EXISTING-CASE-COUNT)
                   END-IF
                   IF OPENED-LINE-COUNT < 500
                       ADD 1 TO OPENED-LINE-COUNT
                       MOVE CS-KEY TO OCD-KEY
                       MOVE CS-RULE TO OCD-RULE
                       MOVE CS-SUBJECT-TYPE TO OCD-SUBJECT-TYPE
                       MOVE CS-SUBJECT TO OCD-SUBJECT
                       MOVE CS-DETAIL TO OCD-DETAIL
                       MOVE OPENED-CASE-DISPLAY TO
                            OPENED-CASE-LINE(OPENED-LINE-COUNT)
                   END-IF
           END-WRITE.
      *
       PRINT-SCAN-REPORT.
           DISPLAY '===== DOGESCAN PATTERN SCAN REPORT ====='.
           DISPLAY 'BUSINESS DAY ................ ' BUSINESS-DAY-YMD.
           IF BUSINESS-DAY-OFF
               DISPLAY 'BUSINESS DAY IS A NON-PROCESSING DAY'.
           DISPLAY 'NEAR-HOLD BAND (PERCENT) .... ' BAND-PERCENT.
           DISPLAY 'SENDS FOR A STRC CASE ....... ' STRUCT-MIN-SENDS.
           DISPLAY 'JUMP MULTIPLE ............... ' JUMP-MULTIPLE.
           DISPLAY 'JUMP LOOK-BACK DAYS ......... ' LOOKBACK-DAYS.
           DISPLAY 'BURST LIMIT PER HOUR ........ ' BURST-LIMIT.
           DISPLAY 'BUSINESS HOURS .............. '
                   BUSINESS-START-HOUR ':00-' BUSINESS-END-HOUR ':00'.
           DISPLAY 'SENDS SCANNED ............... ' SENDS-READ-COUNT.
           DISPLAY 'ADDRESSES SENT TO ........... ' ADDRESS-COUNT.
           DISPLAY 'LOOK-BACK SENDS READ ........ ' PRIOR-SENDS-COUNT.
           DISPLAY 'OPERATOR SENDS SCANNED ...... '
                   OPERATOR-SENDS-COUNT.
           DISPLAY 'OPERATORS ................... ' OPERATOR-COUNT.
           DISPLAY 'STRC CASES OPENED ........... ' STRC-CASES-OPENED.
           DISPLAY 'JUMP CASES OPENED ........... ' JUMP-CASES-OPENED.
           DISPLAY 'BRST CASES OPENED ........... ' BRST-CASES-OPENED.
           DISPLAY 'HOUR CASES OPENED ........... ' HOUR-CASES-OPENED.
           DISPLAY 'CASES ALREADY ON FILE ....... '
                   CASES-ALREADY-COUNT.
           IF CASE-WRITE-FAILED-COUNT > ZERO
               DISPLAY 'CASE WRITES FAILED .......... '
                       CASE-WRITE-FAILED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ADDRESS-OVERFLOW-COUNT > ZERO
              OR CPTY-OVERFLOW-COUNT > ZERO
              OR OPERATOR-OVERFLOW-COUNT > ZERO
               DISPLAY 'TABLE FULL - SENDS NOT SCANNED '
                       ADDRESS-OVERFLOW-COUNT ' '
                       CPTY-OVERFLOW-COUNT ' '
                       OPERATOR-OVERFLOW-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CASES-OPENED-COUNT > ZERO
               DISPLAY ' '
               DISPLAY 'CASES OPENED - WORK THEM ON DOGECASM'
               PERFORM VARYING OL-IDX FROM 1 BY 1
                       UNTIL OL-IDX > OPENED-LINE-COUNT
                   DISPLAY OPENED-CASE-LINE(OL-IDX)
               END-PERFORM
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       CONVERT-DAYS-TO-BUSINESS-YMD.
           COMPUTE CIV-Z = CIV-DAYS-SINCE-EPOCH + 719468.
           COMPUTE CIV-ERA = CIV-Z / 146097.
           COMPUTE CIV-DOE = CIV-Z - CIV-ERA * 146097.
           COMPUTE CIV-YOE = (CIV-DOE - CIV-DOE / 1460
                   + CIV-DOE / 36524 - CIV-DOE / 146096) / 365.
           COMPUTE CIV-Y = CIV-YOE + CIV-ERA * 400.
           COMPUTE CIV-DOY = CIV-DOE
                   - (365 * CIV-YOE + CIV-YOE / 4 - CIV-YOE / 100).
           COMPUTE CIV-MP = (5 * CIV-DOY + 2) / 153.
           COMPUTE CIV-D = CIV-DOY - (153 * CIV-MP + 2) / 5 + 1.
           IF CIV-MP < 10
               COMPUTE CIV-M = CIV-MP + 3
           ELSE
               COMPUTE CIV-M = CIV-MP - 9
           END-IF.
           IF CIV-M <= 2
               ADD 1 TO CIV-Y
           END-IF.
           MOVE CIV-Y TO BD-YEAR.
           MOVE CIV-M TO BD-MONTH.
           MOVE CIV-D TO BD-DAY.
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
      * The day being scanned runs from yesterday's midnight to one
      * second short of today's - same window DOGEGLIF journals.
       COMPUTE-DAY-RANGE.
           MOVE RUNS-TODAY(1:4) TO CONV-YEAR.
           MOVE RUNS-TODAY(5:2) TO CONV-MONTH.
           MOVE RUNS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE DAY-TO-KEY = CONV-SECONDS - 1.
           COMPUTE DAY-FROM-KEY = CONV-SECONDS - 86400.
      *
       RECORD-RUN-START.
      *    The day's run-control row goes down as in-progress before
      *    anything else happens - and the prerequisite's row has to
      *    say completed first, or this job refuses to run out of
      *    order. No calendar stand-down here (see the top).
           OPEN I-O DOGERUNS.
           IF RUNS-NOT-YET-LOADED
               OPEN OUTPUT DOGERUNS
               CLOSE DOGERUNS
               OPEN I-O DOGERUNS
           END-IF.
           ACCEPT RUNS-TODAY FROM DATE YYYYMMDD.
           ACCEPT RUNS-TIME-OF-DAY FROM TIME.
           PERFORM CHECK-PREREQUISITE.
           IF PREREQ-MISSING
               DISPLAY RUNS-JOB-NAME ' - PREREQUISITE '
                       RUNS-PREREQ-NAME
                       ' HAS NOT COMPLETED TODAY - REFUSING'
               MOVE 8 TO RETURN-CODE
               CLOSE DOGERUNS
               STOP RUN
           END-IF.
           MOVE RUNS-JOB-NAME TO RUN-JOB.
           MOVE RUNS-TODAY TO RUN-DATE.
           MOVE RUNS-HHMMSS TO RUN-START-TIME.
           MOVE SPACES TO RUN-END-TIME.
           SET RUN-IN-PROGRESS TO TRUE.
           MOVE ZERO TO RUN-RC.
           WRITE RUN-CONTROL-ENTRY
               INVALID KEY
                   REWRITE RUN-CONTROL-ENTRY
                       INVALID KEY
                           DISPLAY RUNS-JOB-NAME
                                   ' - RUN-CONTROL WRITE FAILED'
                   END-REWRITE
           END-WRITE.
      *
       CHECK-PREREQUISITE.
           SET PREREQ-SATISFIED TO TRUE.
           IF RUNS-PREREQ-NAME NOT EQUAL TO SPACES
               MOVE RUNS-PREREQ-NAME TO RUN-JOB
               MOVE RUNS-TODAY TO RUN-DATE
               READ DOGERUNS
                   INVALID KEY
                       SET PREREQ-MISSING TO TRUE
                   NOT INVALID KEY
                       IF NOT RUN-COMPLETED
                           SET PREREQ-MISSING TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       RECORD-RUN-END.
           ACCEPT RUNS-TIME-OF-DAY FROM TIME.
           MOVE RUNS-JOB-NAME TO RUN-JOB.
           MOVE RUNS-TODAY TO RUN-DATE.
           READ DOGERUNS
               INVALID KEY
                   DISPLAY RUNS-JOB-NAME ' - RUN-CONTROL ROW LOST'
               NOT INVALID KEY
                   MOVE RUNS-HHMMSS TO RUN-END-TIME
                   IF RETURN-CODE > 4
                       SET RUN-FAILED TO TRUE
                   ELSE
                       SET RUN-COMPLETED TO TRUE
                   END-IF
                   MOVE RETURN-CODE TO RUN-RC
                   REWRITE RUN-CONTROL-ENTRY
                       INVALID KEY
                           DISPLAY RUNS-JOB-NAME
                                   ' - RUN-CONTROL REWRITE FAILED'
                   END-REWRITE
           END-READ.
           CLOSE DOGERUNS.
       END PROGRAM DOGESCAN.
