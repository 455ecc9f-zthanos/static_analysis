      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEGLIF:
      *   Nightly general-ledger journal interface. Finance used to
      *   rekey the day into the corporate GL by hand off the
      *   DOGETRLB trial balance; this job writes the day as a
      *   balanced double-entry journal file the GL imports instead.
      *   Every detail row settled since the last run and keyed no
      *   later than the business day that just ended - read back out
      *   of the DOGEHIST keyed archive DOGEEOD banks, plus anything
      *   EOD left on live DOGEVSAM, the same two sources DOGETRLB
      *   totals - is looked up in the
      *   DOGEGLMP chart-of-accounts mapping by its movement type
      *   (TLABEL), ADJUST reason code (the first four bytes of the
      *   memo, where DOGEADJ puts it), sub-account and currency, and
      *   posts one debit and one credit line for the row's amount.
      *   A sub-account with no mapping of its own falls back to the
      *   '***' catch-all row. The month-end unrealized revaluation
      *   DOGEURGL banks in DOGEGLRV posts the same way under
      *   movement type REVAL, in USD, flagged for the GL to reverse
      *   on the first of the next month.
      *
      *   What goes in is driven by settlement, not by the day a row
      *   was keyed: DOGEGLPK remembers every row already journaled,
      *   so a send PENDING at midnight that settles later, a HELD
      *   send approved days after it was keyed, or a reorged send's
      *   rebroadcast is journaled the first night it is seen
      *   SETTLED, and never twice. A journaled row found back out of
      *   SETTLED - reopened by a chain reorg, or FAILED when the
      *   rebroadcast never confirmed - is journaled back out.
      *
      *   A row no mapping covers is never dropped and never guessed
      *   at - it goes on the exceptions page at the end of the
      *   report (RC 4) and stays out of the journal until someone
      *   loads a mapping with DOGEGLML; it, like an unposted
      *   revaluation, simply waits for the next night.
      *
      *   The journal lines go to a work file first. Before anything
      *   is released that work file is read back and re-totaled per
      *   currency; only if every currency's debits equal its credits
      *   is the header/detail/trailer file written to DOGEGLJN for
      *   the release step. An out-of-balance night writes nothing,
      *   ends RC 8 and the JCL's release step is bypassed.
      *
      *   Run nightly, after DOGEEOD (see DOGEGLIF.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEGLIF.
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
           SELECT DOGEGLMP ASSIGN TO DOGEGLMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMP-STATUS.
           SELECT DOGEGLRV ASSIGN TO DOGEGLRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-GLRV-STATUS.
           SELECT DOGEGLWK ASSIGN TO DOGEGLWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLWK-STATUS.
           SELECT DOGEGLJN ASSIGN TO DOGEGLJN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJN-STATUS.
           SELECT DOGEGLPK ASSIGN TO DOGEGLPK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-GLPK-STATUS.
           SELECT DOGEGLPW ASSIGN TO DOGEGLPW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPW-STATUS.
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
       FD  DOGEGLMP.
       COPY GLMAPREC.
       FD  DOGEGLRV.
       COPY GLRVREC.
      * Work and release copies of the journal are both one opaque
      * line - GL-JOURNAL-LINE in working storage is the one layout,
      * moved in and out with WRITE ... FROM and READ ... INTO.
       FD  DOGEGLWK
           RECORDING MODE IS F.
       01  GL-WORK-LINE              PIC X(129).
       FD  DOGEGLJN
           RECORDING MODE IS F.
       01  GL-RELEASE-LINE           PIC X(129).
       FD  DOGEGLPK.
       COPY GLPKREC.
      * Keys journaled or reversed tonight - banked in DOGEGLPK only
      * once the journal carrying them has been released.
       FD  DOGEGLPW
           RECORDING MODE IS F.
       01  GL-POSTED-WORK-LINE       PIC X(13).
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
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGEGLIF'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE 'DOGEEOD'.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
      * Processing calendar DOGECALN - a date with a row is a
      * deliberate non-processing day, and a skipped holiday banks a
      * completed run-control row instead of reading as a missed
      * night. No file loaded means every day processes.
       01  WS-CALN-STATUS         PIC XX VALUE '00'.
           88  CALN-NOT-THERE            VALUE '35'.
       01  CALN-FILE-FLAG         PIC X VALUE 'Y'.
           88  CALN-FILE-PRESENT         VALUE 'Y'.
           88  CALN-FILE-ABSENT          VALUE 'N'.
       01  DAY-CHECK-FLAG         PIC X VALUE 'Y'.
           88  DAY-IS-PROCESSING         VALUE 'Y'.
           88  DAY-NOT-PROCESSING        VALUE 'N'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
           88  VSAM-OK                      VALUE '00'.
           88  VSAM-EOF                     VALUE '10'.
       01  WS-HIST-STATUS            PIC XX VALUE '00'.
           88  HIST-OK                      VALUE '00'.
           88  HIST-EOF                     VALUE '10'.
           88  HIST-NOT-THERE               VALUE '35'.
      * No mapping file loaded yet means every row is an exception -
      * the run still completes and says so.
       01  WS-GLMP-STATUS            PIC XX VALUE '00'.
           88  GLMP-OK                      VALUE '00'.
           88  GLMP-NOT-THERE               VALUE '35'.
       01  GLMP-FILE-FLAG            PIC X VALUE 'Y'.
           88  GLMP-FILE-PRESENT            VALUE 'Y'.
           88  GLMP-FILE-ABSENT             VALUE 'N'.
      * No revaluation feed yet just means no month-end has been
      * banked by DOGEURGL.
       01  WS-GLRV-STATUS            PIC XX VALUE '00'.
           88  GLRV-OK                      VALUE '00'.
           88  GLRV-EOF                     VALUE '10'.
           88  GLRV-NOT-THERE               VALUE '35'.
       01  WS-GLWK-STATUS            PIC XX VALUE '00'.
           88  GLWK-OK                      VALUE '00'.
           88  GLWK-EOF                     VALUE '10'.
       01  WS-GLJN-STATUS            PIC XX VALUE '00'.
      * No posted-key file yet means this is the first night it is
      * kept - see JOURNAL-DETAIL-ROW.
       01  WS-GLPK-STATUS            PIC XX VALUE '00'.
           88  GLPK-OK                      VALUE '00'.
           88  GLPK-NOT-THERE               VALUE '35'.
       01  GLPK-FILE-FLAG            PIC X VALUE 'Y'.
           88  GLPK-FILE-PRESENT            VALUE 'Y'.
           88  GLPK-FILE-ABSENT             VALUE 'N'.
       01  FIRST-POSTING-FLAG        PIC X VALUE 'N'.
           88  FIRST-POSTED-KEY-RUN         VALUE 'Y'.
           88  POSTED-KEYS-KEPT             VALUE 'N'.
       01  WS-GLPW-STATUS            PIC XX VALUE '00'.
           88  GLPW-OK                      VALUE '00'.
           88  GLPW-EOF                     VALUE '10'.
       01  POSTED-ACTION.
           05  PA-KEY                PIC X(12).
           05  PA-STATE              PIC X.
       01  ROW-POSTED-FLAG           PIC X VALUE 'N'.
           88  ROW-ALREADY-POSTED           VALUE 'Y'.
           88  ROW-NOT-POSTED               VALUE 'N'.
       01  CUTOVER-DATE              PIC X(8) VALUE SPACES.
       COPY GLJNREC.
       01  CONTROL-KEY-THRESHOLD     PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
      * The business day being journaled - yesterday, since this runs
      * after midnight behind DOGEEOD, same window DOGETRLB proves.
       01  DAY-FROM-KEY              PIC 9(10).
       01  DAY-TO-KEY                PIC 9(10).
      * Where the history pass starts - the day itself, or further
      * back if the last run left rows on the live file, or
      * unmapped, that could have settled and been archived since.
      * NEXT-HISTORY-FROM is tonight's answer for tomorrow.
       01  HISTORY-FROM-KEY          PIC 9(10).
       01  NEXT-HISTORY-FROM         PIC 9(10).
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
      * The posting being built - one source row or revaluation,
      * turned into a debit line and a credit line.
       01  POST-AMOUNT               PIC S9(11)V9(8).
       01  POST-CURR                 PIC X(4).
       01  POST-ACCT                 PIC 9(3).
       01  POST-SOURCE-KEY           PIC X(12).
       01  POST-MOVE-TYPE            PIC X(10).
       01  POST-REASON               PIC X(4).
       01  POST-AUTO-REVERSE         PIC X.
       01  POST-DIRECTION-FLAG       PIC X VALUE 'I'.
           88  POST-MONEY-IN                VALUE 'I'.
           88  POST-MONEY-OUT               VALUE 'O'.
       01  POST-PASS-FLAG            PIC X VALUE 'F'.
           88  POST-FORWARD                 VALUE 'F'.
           88  POST-REVERSING               VALUE 'R'.
       01  MAPPING-FLAG              PIC X VALUE 'N'.
           88  MAPPING-FOUND                VALUE 'Y'.
           88  MAPPING-NOT-FOUND            VALUE 'N'.
       01  MAPPING-CURR              PIC X(4).
       01  JOURNAL-LINE-COUNT        PIC 9(7) VALUE ZERO.
       01  ROWS-JOURNALED            PIC 9(7) VALUE ZERO.
       01  ROWS-REVERSED             PIC 9(7) VALUE ZERO.
       01  ROWS-PRESUMED-POSTED      PIC 9(7) VALUE ZERO.
       01  REVALS-JOURNALED          PIC 9(5) VALUE ZERO.
      * Revaluation rows posted tonight, marked posted in DOGEGLRV
      * only once the journal carrying them has been released.
       01  POSTED-RV-TABLE.
           05  POSTED-RV-KEY OCCURS 200 TIMES PIC X(9).
       01  POSTED-RV-COUNT           PIC 9(3) VALUE ZERO.
       01  PRV-IDX                   PIC 9(3) VALUE ZERO.
      * Unmapped rows, held for the exceptions page.
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY OCCURS 200 TIMES.
               10  XC-SOURCE-KEY     PIC X(12).
               10  XC-ACCT           PIC 9(3).
               10  XC-MOVE-TYPE      PIC X(10).
               10  XC-REASON         PIC X(4).
               10  XC-CURR           PIC X(4).
               10  XC-AMOUNT         PIC S9(11)V9(8).
       01  EXCEPTION-COUNT           PIC 9(5) VALUE ZERO.
       01  XC-IDX                    PIC 9(5) VALUE ZERO.
      * Per-currency debit/credit totals, re-totaled from the work
      * file as written - the balance proof the release hangs on.
       01  CURRENCY-TOTALS.
           05  CURRENCY-TOTAL-ENTRY OCCURS 20 TIMES.
               10  CT-CURR           PIC X(4).
               10  CT-DEBITS         PIC 9(12)V9(8).
               10  CT-CREDITS        PIC 9(12)V9(8).
       01  CURRENCY-COUNT            PIC 9(3) VALUE ZERO.
       01  CT-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-CT-IDX              PIC 9(3) VALUE ZERO.
       01  CURRENCY-OVERFLOW-COUNT   PIC 9(5) VALUE ZERO.
       01  VERIFIED-LINE-COUNT       PIC 9(7) VALUE ZERO.
       01  LINE-AMOUNT               PIC 9(10)V9(8).
       01  HASH-DEBITS               PIC 9(12)V9(8) VALUE ZERO.
       01  HASH-CREDITS              PIC 9(12)V9(8) VALUE ZERO.
       01  BALANCE-FLAG              PIC X VALUE 'Y'.
           88  JOURNAL-BALANCED             VALUE 'Y'.
           88  JOURNAL-OUT-OF-BALANCE       VALUE 'N'.
       01  DR-AMOUNT                 PIC -(7)9.9(8).
       01  DR-TOTAL                  PIC -(11)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           PERFORM COMPUTE-DAY-RANGE.
           COMPUTE CIV-DAYS-SINCE-EPOCH = DAY-FROM-KEY / 86400.
           PERFORM CONVERT-DAYS-TO-BUSINESS-YMD.
           PERFORM OPEN-MAPPING-FILE.
           PERFORM OPEN-POSTED-KEY-FILE.
           COMPUTE NEXT-HISTORY-FROM = DAY-TO-KEY + 1.
           OPEN OUTPUT DOGEGLWK.
           OPEN OUTPUT DOGEGLPW.
           PERFORM HISTORY-PASS.
           OPEN INPUT DOGEVSAM.
           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL VSAM-EOF
               IF NUM-DATE NOT LESS THAN CONTROL-KEY-THRESHOLD
                  AND NUM-DATE NOT EQUAL TO SENTINEL-NUM
      *            Anything still live tonight can settle, fail or be
      *            archived before tomorrow's run sees it again.
                   IF NUM-DATE < NEXT-HISTORY-FROM
                       MOVE NUM-DATE TO NEXT-HISTORY-FROM
                   END-IF
                   PERFORM JOURNAL-DETAIL-ROW
               END-IF
               PERFORM READ-NEXT-ROW
           END-PERFORM.
           CLOSE DOGEVSAM.
           PERFORM REVALUATION-PASS.
           CLOSE DOGEGLWK.
           CLOSE DOGEGLPW.
           IF GLMP-FILE-PRESENT
               CLOSE DOGEGLMP.
           IF GLPK-FILE-PRESENT
               CLOSE DOGEGLPK.
           PERFORM VERIFY-JOURNAL-BALANCE.
           IF JOURNAL-BALANCED
               PERFORM RELEASE-JOURNAL
               PERFORM MARK-REVALUATIONS-POSTED
               PERFORM MARK-ROWS-POSTED
           END-IF.
           PERFORM PRINT-JOURNAL-REPORT.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       READ-NEXT-ROW.
           READ DOGEVSAM NEXT RECORD
               AT END SET VSAM-EOF TO TRUE
           END-READ.
      *
       OPEN-MAPPING-FILE.
           SET GLMP-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEGLMP.
           IF GLMP-NOT-THERE
               SET GLMP-FILE-ABSENT TO TRUE
               DISPLAY 'DOGEGLIF - NO GL MAPPING FILE LOADED - '
                       'EVERY ROW IS AN EXCEPTION'
           END-IF.
      *
       OPEN-POSTED-KEY-FILE.
      *    The control row says where the history pass has to start.
      *    No file, or no control row, is the first night keys are
      *    kept: everything before the business day was journaled by
      *    key date already, so the pass starts at the day itself.
           SET GLPK-FILE-PRESENT TO TRUE.
           SET POSTED-KEYS-KEPT TO TRUE.
           MOVE DAY-FROM-KEY TO HISTORY-FROM-KEY.
           OPEN INPUT DOGEGLPK.
           IF GLPK-NOT-THERE
               SET GLPK-FILE-ABSENT TO TRUE
               SET FIRST-POSTED-KEY-RUN TO TRUE
           ELSE
               MOVE ALL '0' TO PK-KEY
               READ DOGEGLPK
                   INVALID KEY
                       SET FIRST-POSTED-KEY-RUN TO TRUE
                   NOT INVALID KEY
                       MOVE PK-CUTOVER-DATE TO CUTOVER-DATE
                       IF PK-HISTORY-FROM < HISTORY-FROM-KEY
                           MOVE PK-HISTORY-FROM TO HISTORY-FROM-KEY
                       END-IF
               END-READ
           END-IF.
           IF FIRST-POSTED-KEY-RUN
               MOVE BUSINESS-DAY-YMD TO CUTOVER-DATE
               DISPLAY 'DOGEGLIF - FIRST NIGHT OF POSTED KEYS - '
                       'EARLIER ROWS TAKEN AS JOURNALED'
           END-IF.
      *
      * Rows settled by now live in DOGEHIST - DOGEEOD archived and
      * deleted them before this job was allowed to start. Same keyed
      * START DOGETRLB's history pass makes, at the business day or
      * wherever the last run said a row could still be waiting.
       HISTORY-PASS.
           OPEN INPUT DOGEHIST.
           IF HIST-NOT-THERE
               DISPLAY 'DOGEGLIF - NO ARCHIVE COPY YET'
           ELSE
               MOVE HISTORY-FROM-KEY TO HIST-TDATE
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
                   IF NUM-DATE > DAY-TO-KEY
                       SET HIST-EOF TO TRUE
                   ELSE
                       PERFORM JOURNAL-DETAIL-ROW
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
       JOURNAL-DETAIL-ROW.
      *    The GL follows the row's settlement. A SETTLED row not yet
      *    journaled goes in, whatever day it was keyed. So does a
      *    VOIDED one: only a settled row can be voided, so it moved
      *    money, and one voided before any run saw it settled - the
      *    same day, say - goes in as its own movement while its
      *    SETTLED VOID reversal row takes it back out; a VOIDED row
      *    already journaled is left to its VOID row alone. A
      *    journaled row now PENDING, HELD or FAILED goes back out the
      *    other way. Rows keyed after the business day wait for
      *    tomorrow night.
           IF NUM-DATE NOT GREATER THAN DAY-TO-KEY
               PERFORM FIND-POSTED-KEY
               IF TRAN-SETTLED OR TRAN-VOIDED
                   IF ROW-NOT-POSTED
                       IF FIRST-POSTED-KEY-RUN
                          AND NUM-DATE < DAY-FROM-KEY
                           MOVE TKEY TO PA-KEY
                           MOVE 'P' TO PA-STATE
                           WRITE GL-POSTED-WORK-LINE FROM POSTED-ACTION
                           ADD 1 TO ROWS-PRESUMED-POSTED
                       ELSE
                           SET POST-FORWARD TO TRUE
                           PERFORM JOURNAL-ROW-MOVEMENT
                       END-IF
                   END-IF
               ELSE
                   IF ROW-ALREADY-POSTED
                       SET POST-REVERSING TO TRUE
                       PERFORM JOURNAL-ROW-MOVEMENT
                   END-IF
               END-IF
           END-IF.
      *
       FIND-POSTED-KEY.
           SET ROW-NOT-POSTED TO TRUE.
           IF GLPK-FILE-PRESENT
               MOVE TKEY TO PK-KEY
               READ DOGEGLPK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PK-POSTED
                           SET ROW-ALREADY-POSTED TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       JOURNAL-ROW-MOVEMENT.
      *    A reversal posts the row's own mapping the other way round.
           MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER.
           MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL.
           MOVE THE-AMOUNT TO POST-AMOUNT.
           IF TAMT-SIGN-NEGATIVE
               SET POST-MONEY-OUT TO TRUE
           ELSE
               SET POST-MONEY-IN TO TRUE
           END-IF.
           IF POST-REVERSING
               IF POST-MONEY-OUT
                   SET POST-MONEY-IN TO TRUE
               ELSE
                   SET POST-MONEY-OUT TO TRUE
               END-IF
           END-IF.
           IF TCURR EQUAL TO SPACES
               MOVE 'DOGE' TO POST-CURR
           ELSE
               MOVE TCURR TO POST-CURR
           END-IF.
           MOVE POST-CURR TO MAPPING-CURR.
           MOVE TACCT TO POST-ACCT.
           MOVE TKEY TO POST-SOURCE-KEY.
           MOVE TLABEL TO POST-MOVE-TYPE.
           IF TLABEL EQUAL TO 'ADJUST'
               MOVE TMEMO(1:4) TO POST-REASON
           ELSE
               MOVE SPACES TO POST-REASON
           END-IF.
           MOVE 'N' TO POST-AUTO-REVERSE.
           PERFORM FIND-MAPPING.
           IF MAPPING-FOUND
               PERFORM WRITE-POSTING-PAIR
               MOVE TKEY TO PA-KEY
               IF POST-REVERSING
                   MOVE 'R' TO PA-STATE
                   ADD 1 TO ROWS-REVERSED
               ELSE
                   MOVE 'P' TO PA-STATE
                   ADD 1 TO ROWS-JOURNALED
               END-IF
               WRITE GL-POSTED-WORK-LINE FROM POSTED-ACTION
           ELSE
      *        Unposted, so tomorrow's history pass has to reach it.
               PERFORM RECORD-EXCEPTION
               IF NUM-DATE < NEXT-HISTORY-FROM
                   MOVE NUM-DATE TO NEXT-HISTORY-FROM
               END-IF
           END-IF.
      *
       FIND-MAPPING.
      *    The sub-account's own mapping first, then the '***'
      *    catch-all for the same type, reason and currency.
           SET MAPPING-NOT-FOUND TO TRUE.
           IF GLMP-FILE-PRESENT
               MOVE POST-MOVE-TYPE TO GM-MOVE-TYPE
               MOVE POST-REASON TO GM-REASON
               MOVE POST-ACCT TO GM-ACCT
               MOVE MAPPING-CURR TO GM-CURR
               READ DOGEGLMP
                   INVALID KEY
                       MOVE '***' TO GM-ACCT
                       READ DOGEGLMP
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET MAPPING-FOUND TO TRUE
                       END-READ
                   NOT INVALID KEY
                       SET MAPPING-FOUND TO TRUE
               END-READ
           END-IF.
      *
       WRITE-POSTING-PAIR.
      *    The mapping is written for a money-in row; money out posts
      *    the same two accounts the other way round.
           MOVE SPACES TO GL-JOURNAL-LINE.
           SET GJ-DETAIL TO TRUE.
           MOVE BUSINESS-DAY-YMD TO GJ-BUSINESS-DATE.
           MOVE POST-AMOUNT TO GJ-AMOUNT.
           MOVE POST-CURR TO GJ-CURR.
           MOVE POST-ACCT TO GJ-ACCT.
           MOVE POST-SOURCE-KEY TO GJ-SOURCE-KEY.
           MOVE POST-MOVE-TYPE TO GJ-MOVE-TYPE.
           MOVE POST-REASON TO GJ-REASON.
           MOVE GM-DESC TO GJ-DESC.
           IF POST-REVERSING
               MOVE 'REVERSED - UNSETTLED' TO GJ-DESC
           END-IF.
           MOVE POST-AUTO-REVERSE TO GJ-AUTO-REVERSE.
           SET GJ-DEBIT TO TRUE.
           IF POST-MONEY-IN
               MOVE GM-DEBIT-GL TO GJ-GL-ACCOUNT
           ELSE
               MOVE GM-CREDIT-GL TO GJ-GL-ACCOUNT
           END-IF.
           PERFORM WRITE-WORK-LINE.
           SET GJ-CREDIT TO TRUE.
           IF POST-MONEY-IN
               MOVE GM-CREDIT-GL TO GJ-GL-ACCOUNT
           ELSE
               MOVE GM-DEBIT-GL TO GJ-GL-ACCOUNT
           END-IF.
           PERFORM WRITE-WORK-LINE.
      *
       WRITE-WORK-LINE.
           ADD 1 TO JOURNAL-LINE-COUNT.
           MOVE JOURNAL-LINE-COUNT TO GJ-LINE-NO.
           WRITE GL-WORK-LINE FROM GL-JOURNAL-LINE.
      *
       RECORD-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           IF EXCEPTION-COUNT NOT GREATER THAN 200
               MOVE POST-SOURCE-KEY TO XC-SOURCE-KEY(EXCEPTION-COUNT)
               MOVE POST-ACCT TO XC-ACCT(EXCEPTION-COUNT)
               MOVE POST-MOVE-TYPE TO XC-MOVE-TYPE(EXCEPTION-COUNT)
               MOVE POST-REASON TO XC-REASON(EXCEPTION-COUNT)
               MOVE POST-CURR TO XC-CURR(EXCEPTION-COUNT)
               IF POST-MONEY-OUT
                   SUBTRACT POST-AMOUNT FROM ZERO
                       GIVING XC-AMOUNT(EXCEPTION-COUNT)
               ELSE
                   MOVE POST-AMOUNT TO XC-AMOUNT(EXCEPTION-COUNT)
               END-IF
           END-IF.
      *
      * Month-end revaluations DOGEURGL has banked and nobody has
      * journaled yet. A gain posts the REVAL mapping as written, a
      * loss the other way round - the same in/out rule as a row.
       REVALUATION-PASS.
           OPEN INPUT DOGEGLRV.
           IF GLRV-NOT-THERE
               CONTINUE
           ELSE
               PERFORM READ-NEXT-REVALUATION
               PERFORM UNTIL GLRV-EOF
                   IF RV-AWAITING-POSTING
                       PERFORM JOURNAL-REVALUATION
                   END-IF
                   PERFORM READ-NEXT-REVALUATION
               END-PERFORM
               CLOSE DOGEGLRV
           END-IF.
      *
       READ-NEXT-REVALUATION.
           READ DOGEGLRV NEXT RECORD
               AT END SET GLRV-EOF TO TRUE
           END-READ.
           IF NOT GLRV-OK AND NOT GLRV-EOF
               SET GLRV-EOF TO TRUE.
      *
       JOURNAL-REVALUATION.
           IF RV-UNREALIZED-USD < ZERO
               SET POST-MONEY-OUT TO TRUE
               SUBTRACT RV-UNREALIZED-USD FROM ZERO GIVING POST-AMOUNT
           ELSE
               SET POST-MONEY-IN TO TRUE
               MOVE RV-UNREALIZED-USD TO POST-AMOUNT
           END-IF.
           MOVE 'USD' TO POST-CURR.
           MOVE RV-CURR TO MAPPING-CURR.
           MOVE RV-ACCT TO POST-ACCT.
           MOVE SPACES TO POST-SOURCE-KEY.
           STRING 'REVAL ' RV-YEAR RV-MONTH
               DELIMITED BY SIZE INTO POST-SOURCE-KEY.
           MOVE 'REVAL' TO POST-MOVE-TYPE.
           SET POST-FORWARD TO TRUE.
           MOVE SPACES TO POST-REASON.
           MOVE 'Y' TO POST-AUTO-REVERSE.
           IF POST-AMOUNT EQUAL TO ZERO
      *        Nothing to post, but the month is still done with.
               PERFORM REMEMBER-POSTED-REVALUATION
           ELSE
               PERFORM FIND-MAPPING
               IF MAPPING-FOUND
                   PERFORM WRITE-POSTING-PAIR
                   PERFORM REMEMBER-POSTED-REVALUATION
                   ADD 1 TO REVALS-JOURNALED
               ELSE
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.
      *
       REMEMBER-POSTED-REVALUATION.
           IF POSTED-RV-COUNT < 200
               ADD 1 TO POSTED-RV-COUNT
               MOVE RV-KEY TO POSTED-RV-KEY(POSTED-RV-COUNT)
           END-IF.
      *
      * The proof: every line actually written to the work file is
      * read back and totaled by currency. One currency's debits
      * disagreeing with its credits, a line count that doesn't match
      * what was written, or more currencies than the table holds,
      * and the journal is not released.
       VERIFY-JOURNAL-BALANCE.
           SET JOURNAL-BALANCED TO TRUE.
           OPEN INPUT DOGEGLWK.
           PERFORM READ-NEXT-WORK-LINE.
           PERFORM UNTIL GLWK-EOF
               ADD 1 TO VERIFIED-LINE-COUNT
               MOVE GJ-AMOUNT TO LINE-AMOUNT
               PERFORM FIND-CURRENCY-TOTAL
               IF FOUND-CT-IDX > 0
                   IF GJ-DEBIT
                       ADD LINE-AMOUNT TO CT-DEBITS(FOUND-CT-IDX)
                   ELSE
                       ADD LINE-AMOUNT TO CT-CREDITS(FOUND-CT-IDX)
                   END-IF
               END-IF
               IF GJ-DEBIT
                   ADD LINE-AMOUNT TO HASH-DEBITS
               ELSE
                   ADD LINE-AMOUNT TO HASH-CREDITS
               END-IF
               PERFORM READ-NEXT-WORK-LINE
           END-PERFORM.
           CLOSE DOGEGLWK.
           IF VERIFIED-LINE-COUNT NOT EQUAL TO JOURNAL-LINE-COUNT
              OR CURRENCY-OVERFLOW-COUNT > ZERO
               SET JOURNAL-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CURRENCY-COUNT
               IF CT-DEBITS(CT-IDX) NOT EQUAL TO CT-CREDITS(CT-IDX)
                   SET JOURNAL-OUT-OF-BALANCE TO TRUE
               END-IF
           END-PERFORM.
      *
       READ-NEXT-WORK-LINE.
           READ DOGEGLWK INTO GL-JOURNAL-LINE
               AT END SET GLWK-EOF TO TRUE
           END-READ.
      *
       FIND-CURRENCY-TOTAL.
           MOVE ZERO TO FOUND-CT-IDX.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CURRENCY-COUNT
               IF FOUND-CT-IDX = ZERO
                  AND CT-CURR(CT-IDX) EQUAL TO GJ-CURR
                   MOVE CT-IDX TO FOUND-CT-IDX
               END-IF
           END-PERFORM.
           IF FOUND-CT-IDX = ZERO
               IF CURRENCY-COUNT < 20
                   ADD 1 TO CURRENCY-COUNT
                   MOVE CURRENCY-COUNT TO FOUND-CT-IDX
                   MOVE GJ-CURR TO CT-CURR(FOUND-CT-IDX)
                   MOVE ZERO TO CT-DEBITS(FOUND-CT-IDX)
                   MOVE ZERO TO CT-CREDITS(FOUND-CT-IDX)
               ELSE
                   ADD 1 TO CURRENCY-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
      * Balanced - header, the proven lines in the order written, and
      * a trailer carrying the count and hash totals the GL import
      * checks before it posts anything.
       RELEASE-JOURNAL.
           OPEN OUTPUT DOGEGLJN.
           MOVE SPACES TO GL-JOURNAL-LINE.
           SET GJ-HEADER TO TRUE.
           MOVE BUSINESS-DAY-YMD TO GJ-BUSINESS-DATE.
           MOVE ZERO TO GJ-LINE-NO.
           MOVE 'DOGEBANK' TO GJ-SOURCE-SYSTEM.
           MOVE RUNS-TODAY TO GJ-CREATED-DATE.
           MOVE RUNS-HHMMSS TO GJ-CREATED-TIME.
           WRITE GL-RELEASE-LINE FROM GL-JOURNAL-LINE.
           SET GLWK-OK TO TRUE.
           OPEN INPUT DOGEGLWK.
           PERFORM READ-NEXT-WORK-LINE.
           PERFORM UNTIL GLWK-EOF
               WRITE GL-RELEASE-LINE FROM GL-JOURNAL-LINE
               PERFORM READ-NEXT-WORK-LINE
           END-PERFORM.
           CLOSE DOGEGLWK.
           MOVE SPACES TO GL-JOURNAL-LINE.
           SET GJ-TRAILER TO TRUE.
           MOVE BUSINESS-DAY-YMD TO GJ-BUSINESS-DATE.
           COMPUTE GJ-LINE-NO = JOURNAL-LINE-COUNT + 1.
           MOVE JOURNAL-LINE-COUNT TO GJ-DETAIL-COUNT.
           MOVE HASH-DEBITS TO GJ-TOTAL-DEBITS.
           MOVE HASH-CREDITS TO GJ-TOTAL-CREDITS.
           WRITE GL-RELEASE-LINE FROM GL-JOURNAL-LINE.
           CLOSE DOGEGLJN.
      *
       MARK-REVALUATIONS-POSTED.
      *    Only now that the journal carrying them is out do tonight's
      *    revaluations stop waiting - a refused night leaves them for
      *    the next one.
           IF POSTED-RV-COUNT > ZERO
               OPEN I-O DOGEGLRV
               PERFORM VARYING PRV-IDX FROM 1 BY 1
                       UNTIL PRV-IDX > POSTED-RV-COUNT
                   MOVE POSTED-RV-KEY(PRV-IDX) TO RV-KEY
                   READ DOGEGLRV
                       INVALID KEY
                           DISPLAY 'DOGEGLIF - REVALUATION ROW LOST '
                                   RV-KEY
                       NOT INVALID KEY
                           SET RV-POSTED TO TRUE
                           MOVE BUSINESS-DAY-YMD TO RV-POSTED-DATE
                           REWRITE REVALUATION-FEED-ENTRY
                               INVALID KEY
                                   DISPLAY 'DOGEGLIF - REVALUATION '
                                           'MARK FAILED ' RV-KEY
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE DOGEGLRV
           END-IF.
      *
       MARK-ROWS-POSTED.
      *    Same rule as the revaluations - tonight's keys go into
      *    DOGEGLPK only once the journal carrying them is out, and
      *    the control row moves on to tomorrow's history start.
           OPEN I-O DOGEGLPK.
           IF GLPK-NOT-THERE
               OPEN OUTPUT DOGEGLPK
               CLOSE DOGEGLPK
               OPEN I-O DOGEGLPK
           END-IF.
           SET GLPW-OK TO TRUE.
           OPEN INPUT DOGEGLPW.
           PERFORM READ-NEXT-POSTED-ACTION.
           PERFORM UNTIL GLPW-EOF
               MOVE PA-KEY TO PK-KEY
               READ DOGEGLPK
                   INVALID KEY
                       MOVE SPACES TO GL-POSTED-KEY-ENTRY
                       MOVE PA-KEY TO PK-KEY
                       MOVE PA-STATE TO PK-STATE
                       MOVE BUSINESS-DAY-YMD TO PK-BUSINESS-DATE
                       MOVE ZERO TO PK-HISTORY-FROM
                       WRITE GL-POSTED-KEY-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGEGLIF - POSTED KEY WRITE '
                                       'FAILED ' PA-KEY
                       END-WRITE
                   NOT INVALID KEY
                       MOVE PA-STATE TO PK-STATE
                       MOVE BUSINESS-DAY-YMD TO PK-BUSINESS-DATE
                       REWRITE GL-POSTED-KEY-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGEGLIF - POSTED KEY MARK '
                                       'FAILED ' PA-KEY
                       END-REWRITE
               END-READ
               PERFORM READ-NEXT-POSTED-ACTION
           END-PERFORM.
           CLOSE DOGEGLPW.
           MOVE ALL '0' TO PK-KEY.
           READ DOGEGLPK
               INVALID KEY
                   MOVE SPACES TO GL-POSTED-KEY-ENTRY
                   MOVE ALL '0' TO PK-KEY
                   SET PK-CONTROL TO TRUE
                   MOVE BUSINESS-DAY-YMD TO PK-BUSINESS-DATE
                   MOVE NEXT-HISTORY-FROM TO PK-HISTORY-FROM
                   MOVE CUTOVER-DATE TO PK-CUTOVER-DATE
                   WRITE GL-POSTED-KEY-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEGLIF - POSTED KEY CONTROL '
                                   'WRITE FAILED'
                   END-WRITE
               NOT INVALID KEY
                   MOVE BUSINESS-DAY-YMD TO PK-BUSINESS-DATE
                   MOVE NEXT-HISTORY-FROM TO PK-HISTORY-FROM
                   REWRITE GL-POSTED-KEY-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEGLIF - POSTED KEY CONTROL '
                                   'REWRITE FAILED'
                   END-REWRITE
           END-READ.
           CLOSE DOGEGLPK.
      *
       READ-NEXT-POSTED-ACTION.
           READ DOGEGLPW INTO POSTED-ACTION
               AT END SET GLPW-EOF TO TRUE
           END-READ.
      *
       PRINT-JOURNAL-REPORT.
           DISPLAY '===== DOGEGLIF GL JOURNAL INTERFACE ====='.
           DISPLAY 'BUSINESS DAY ............... ' BUSINESS-DAY-YMD.
           DISPLAY 'SETTLED ROWS JOURNALED ..... ' ROWS-JOURNALED.
           DISPLAY 'UNSETTLED ROWS REVERSED .... ' ROWS-REVERSED.
           IF ROWS-PRESUMED-POSTED > ZERO
               DISPLAY 'EARLIER ROWS TAKEN AS POSTED '
                       ROWS-PRESUMED-POSTED.
           DISPLAY 'HISTORY SEARCHED FROM KEY .. ' HISTORY-FROM-KEY.
           DISPLAY 'REVALUATIONS JOURNALED ..... ' REVALS-JOURNALED.
           DISPLAY 'JOURNAL LINES WRITTEN ...... ' JOURNAL-LINE-COUNT.
           DISPLAY 'JOURNAL LINES READ BACK .... ' VERIFIED-LINE-COUNT.
           DISPLAY ' '.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CURRENCY-COUNT
               DISPLAY 'CURRENCY ................... ' CT-CURR(CT-IDX)
               MOVE CT-DEBITS(CT-IDX) TO DR-TOTAL
               DISPLAY '  DEBITS ................... ' DR-TOTAL
               MOVE CT-CREDITS(CT-IDX) TO DR-TOTAL
               DISPLAY '  CREDITS .................. ' DR-TOTAL
           END-PERFORM.
           IF CURRENCY-OVERFLOW-COUNT > ZERO
               DISPLAY 'LINES PAST THE CURRENCY TABLE '
                       CURRENCY-OVERFLOW-COUNT.
           DISPLAY ' '.
           IF JOURNAL-BALANCED
               DISPLAY 'JOURNAL BALANCED - RELEASED FOR GL IMPORT'
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** JOURNAL OUT OF BALANCE - NOT RELEASED ***'
               DISPLAY '*** NOTHING WRITTEN TO DOGEGLJN - '
                       'INVESTIGATE AND RERUN ***'
           END-IF.
           IF EXCEPTION-COUNT > ZERO
               PERFORM PRINT-EXCEPTIONS-PAGE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       PRINT-EXCEPTIONS-PAGE.
           DISPLAY ' '.
           DISPLAY '===== DOGEGLIF EXCEPTIONS - NO GL MAPPING ====='.
           DISPLAY 'SOURCE KEY   ACCT TYPE       RSN  CURR AMOUNT'.
           PERFORM VARYING XC-IDX FROM 1 BY 1
                   UNTIL XC-IDX > EXCEPTION-COUNT
                      OR XC-IDX > 200
               MOVE XC-AMOUNT(XC-IDX) TO DR-AMOUNT
               DISPLAY XC-SOURCE-KEY(XC-IDX) ' '
                       XC-ACCT(XC-IDX) '  '
                       XC-MOVE-TYPE(XC-IDX) ' '
                       XC-REASON(XC-IDX) ' '
                       XC-CURR(XC-IDX) ' ' DR-AMOUNT
           END-PERFORM.
           IF EXCEPTION-COUNT > 200
               DISPLAY 'FURTHER EXCEPTIONS NOT LISTED  '
                       EXCEPTION-COUNT ' IN ALL'.
           DISPLAY 'UNMAPPED ROWS ARE NOT IN THE JOURNAL - LOAD THE '
                   'MAPPING WITH DOGEGLML'.
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
      * The day being journaled runs from yesterday's midnight to one
      * second short of today's - same window DOGETRLB computes.
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
      *    order.
           OPEN I-O DOGERUNS.
           IF RUNS-NOT-YET-LOADED
               OPEN OUTPUT DOGERUNS
               CLOSE DOGERUNS
               OPEN I-O DOGERUNS
           END-IF.
           ACCEPT RUNS-TODAY FROM DATE YYYYMMDD.
           ACCEPT RUNS-TIME-OF-DAY FROM TIME.
           PERFORM CHECK-PROCESSING-DAY.
           IF DAY-NOT-PROCESSING
               DISPLAY RUNS-JOB-NAME ' - ' RUNS-TODAY
                       ' IS A NON-PROCESSING DAY - WINDOW '
                       'DELIBERATELY SKIPPED'
               MOVE RUNS-JOB-NAME TO RUN-JOB
               MOVE RUNS-TODAY TO RUN-DATE
               MOVE RUNS-HHMMSS TO RUN-START-TIME
               MOVE RUNS-HHMMSS TO RUN-END-TIME
               SET RUN-COMPLETED TO TRUE
               MOVE ZERO TO RUN-RC
               WRITE RUN-CONTROL-ENTRY
                   INVALID KEY
                       REWRITE RUN-CONTROL-ENTRY
                           INVALID KEY
                               DISPLAY RUNS-JOB-NAME
                                       ' - RUN-CONTROL WRITE FAILED'
                       END-REWRITE
               END-WRITE
               CLOSE DOGERUNS
               STOP RUN
           END-IF.
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
       CHECK-PROCESSING-DAY.
      *    A date with a DOGECALN row is a deliberate non-processing
      *    day; no row (or no calendar at all) is an ordinary night.
           SET DAY-IS-PROCESSING TO TRUE.
           SET CALN-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECALN.
           IF CALN-NOT-THERE
               SET CALN-FILE-ABSENT TO TRUE
           ELSE
               MOVE RUNS-TODAY TO CAL-DATE
               READ DOGECALN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DAY-NOT-PROCESSING TO TRUE
               END-READ
               CLOSE DOGECALN
           END-IF.
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
       END PROGRAM DOGEGLIF.
