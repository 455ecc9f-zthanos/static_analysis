      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGECNVT:
      *   Internal currency conversion. Once DOGECBAL carried a
      *   balance per currency, moving value from DOGE into another
      *   currency the sub-account holds still meant a real send out
      *   to an exchange and a deposit back - two unrelated rows on
      *   the books, network fees and a round trip. This screen
      *   debits one currency's balance and credits another's for
      *   the same sub-account in one operation, writing a linked
      *   pair of SETTLED detail rows (TLABEL CONVERT, same
      *   timestamp, adjacent TSEQ, both memos carrying the pair of
      *   codes and the rate used - see CNVMEMO) with no queue
      *   hand-off at all. DOGE moves on the legacy (n*10)+1 balance
      *   record, every other currency on its DOGECBAL row.
      *
      *   The conversion goes through the same checks a send does -
      *   the DOGEOPRS send authority, the DOGEHOLD freeze, the from-
      *   currency's available balance less its pending, its
      *   reservations and its legal holds, and the DOGELIMS daily
      *   caps on
      *   the operator and the sub-account, charged in the from-
      *   currency amount like a send. A cap breach refuses outright:
      *   a settled conversion has nothing to hold.
      *
      *   The rate is the DOGERATE quote - the from-currency's USD
      *   rate over the to-currency's, each the latest stored within
      *   RATE-AGE-LIMIT-DAYS, USD itself counting as one. A rate
      *   keyed over the quote (or where there is no quote) does not
      *   post: it stages in DOGECNVP, and a SECOND, different
      *   operator carrying the approve role keys C to confirm it,
      *   the same two-person pattern DOGEADJ uses. X cancels a
      *   staged conversion.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGECNVT.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * VSAM Record Layout
       COPY TRANXREC.
      * Operator authorization entry, VSAM file DOGEOPRS - same list
      * DOGESEND checks before a send is ever spooled
       COPY OPRAUTH.
       01  OPERATOR-AUTH-FLAG PIC X VALUE 'Y'.
           88  OPERATOR-IS-AUTHORIZED  VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED VALUE 'N'.
       01  APPROVER-CHECK-FLAG PIC X VALUE 'Y'.
           88  APPROVER-IS-AUTHORIZED  VALUE 'Y'.
           88  APPROVER-NOT-AUTHORIZED VALUE 'N'.
       01  RESPONSE-CODE       PIC S9(4) COMP.
       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
       01  TEMP-DATE           PIC 9(15) COMP-3.
       01  SINCE-EPOCH         PIC S9(15) COMP-3 VALUE +2208988800000.
       01  DOGECOMMS-AREA      PIC X(10) VALUE SPACES.
       01  ACCT-NUM            PIC 9(3) VALUE 0.
       01  BALANCE-RECORD-KEY.
           05  BALANCE-RECORD-ID         PIC 9(10).
           05  FILLER                    PIC X(2) VALUE '00'.
       01  PENDING-AGGREGATE-RECORD-KEY.
           05  PENDING-AGGREGATE-RECORD-ID PIC 9(10).
           05  FILLER                    PIC X(2) VALUE '00'.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  AVAILABLE-AMOUNT                 PIC S9(8)V9(8).
      * Operator-entered amount, sliced apart to validate it's really
      * numeric - same check DOGESEND's VALIDATE-AMOUNT makes.
       01  AMOUNT-CHECK.
           05  AMTCHK-INTEGER    PIC X(8).
           05  AMTCHK-DOT        PIC X.
           05  AMTCHK-DECIMAL    PIC X(8).
       01  AMOUNT-CHECK-NUM REDEFINES AMOUNT-CHECK.
           05  AMTCHK-INTEGER-N  PIC 9(8).
           05  FILLER            PIC X.
           05  AMTCHK-DECIMAL-N  PIC 9(8).
       01  REQUESTED-AMOUNT                 PIC S9(8)V9(8).
       01  VALID-AMOUNT-FLAG PIC X VALUE 'Y'.
           88  AMOUNT-IS-VALID   VALUE 'Y'.
           88  AMOUNT-IS-INVALID VALUE 'N'.
      * Operator-keyed override rate, same ########.######## slice.
       01  RATE-CHECK.
           05  RTCHK-INTEGER     PIC X(8).
           05  RTCHK-DOT         PIC X.
           05  RTCHK-DECIMAL     PIC X(8).
       01  RATE-CHECK-NUM REDEFINES RATE-CHECK.
           05  RTCHK-INTEGER-N   PIC 9(8).
           05  FILLER            PIC X.
           05  RTCHK-DECIMAL-N   PIC 9(8).
       01  VALID-RATE-FLAG   PIC X VALUE 'Y'.
           88  RATE-IS-VALID     VALUE 'Y'.
           88  RATE-IS-INVALID   VALUE 'N'.
       01  RATE-SOURCE-FLAG  PIC X VALUE 'Q'.
           88  RATE-IS-QUOTED    VALUE 'Q'.
           88  RATE-IS-OVERRIDE  VALUE 'O'.
      * The two currencies and the rate between them - units of the
      * to-currency per one unit of the from-currency.
       01  FROM-CURR           PIC X(4) VALUE 'DOGE'.
       01  TO-CURR             PIC X(4) VALUE 'DOGE'.
       01  CONVERT-RATE        PIC 9(8)V9(8) VALUE ZERO.
       01  CONVERT-RATE-EDIT   PIC 9(8).9(8).
      * Credit side, worked in a field wide enough to see a result
      * that no longer fits the row's ########.######## amount.
       01  CREDIT-WORK         PIC S9(12)V9(8).
       01  CREDIT-AMOUNT       PIC S9(8)V9(8).
       01  CREDIT-LIMIT        PIC S9(12)V9(8)
                               VALUE 99999999.99999999.
       01  CREDIT-AMOUNT-EDIT  PIC 9(8).9(8).
      * Currency master entry, VSAM file DOGECURR - maintained by
      * DOGECURM; both sides of a conversion have to be active codes
       COPY CURRMST.
       01  CURR-CHECK-CODE     PIC X(4).
       01  VALID-CURRENCY-FLAG PIC X VALUE 'Y'.
           88  CURRENCY-IS-VALID   VALUE 'Y'.
           88  CURRENCY-IS-INVALID VALUE 'N'.
       01  FROM-CURR-FLAG      PIC X VALUE 'Y'.
           88  FROM-CURR-VALID     VALUE 'Y'.
           88  FROM-CURR-INVALID   VALUE 'N'.
       01  TO-CURR-FLAG        PIC X VALUE 'Y'.
           88  TO-CURR-VALID       VALUE 'Y'.
           88  TO-CURR-INVALID     VALUE 'N'.
      * Per-currency balance record, VSAM file DOGECBAL - every
      * currency but DOGE keeps its spendable and pending positions
      * here, per sub-account per currency
       COPY CURBALRC.
      * Funds reservation total, VSAM file DOGERESV - coins earmarked
      * through DOGERSVM can't be converted away
       COPY RESVREC.
      * Freeze and legal-hold rows, VSAM file DOGEHOLD - a frozen
      * sub-account converts nothing away, and coins under a hold
      * are no more available to a conversion than to a send
       COPY HOLDREC.
       01  FREEZE-CHECK-FLAG PIC X VALUE 'N'.
           88  ACCOUNT-FROZEN      VALUE 'Y'.
           88  ACCOUNT-NOT-FROZEN  VALUE 'N'.
      * USD rates off the DOGERATE history, walked back a day at a
      * time the way DOGECOIN's FETCH-TODAYS-RATE does
       COPY RATEREC.
       01  RATE-TODAY                       PIC X(8).
       01  RATE-AGE-DAYS                    PIC 9(3).
       01  RATE-AGE-LIMIT-DAYS              PIC 9(3) VALUE 7.
       01  RATE-PROBE-ABSTIME               PIC 9(15) COMP-3.
       01  RATE-FOUND-FLAG                  PIC X VALUE 'N'.
           88  RATE-WAS-FOUND                       VALUE 'Y'.
           88  RATE-NOT-FOUND                       VALUE 'N'.
       01  RATE-CURR-WANTED                 PIC X(4).
       01  RATE-FOUND-VALUE                 PIC 9(3)V9(4).
       01  FROM-USD-RATE                    PIC 9(3)V9(4).
       01  TO-USD-RATE                      PIC 9(3)V9(4).
       01  QUOTE-FLAG                       PIC X VALUE 'N'.
           88  QUOTE-IS-AVAILABLE                   VALUE 'Y'.
           88  QUOTE-NOT-AVAILABLE                  VALUE 'N'.
      * Daily cumulative send limits, VSAM files DOGELIMS/DOGEUSGE -
      * a conversion counts against the same caps a send does
       COPY LIMSREC.
       COPY USAGEREC.
       01  LIMIT-CHECK-FLAG PIC X VALUE 'P'.
           88  LIMIT-PASSED            VALUE 'P'.
           88  LIMIT-REFUSED           VALUE 'R'.
           88  LIMIT-FORCES-HOLD       VALUE 'H'.
       01  LIMIT-TODAY          PIC X(8).
       01  LIMIT-USED-AMOUNT    PIC S9(9)V9(8).
       01  LIMIT-USED-COUNT     PIC 9(5).
      * Whose operator-scope cap the conversion is charged to - the
      * signed-on operator, or on a confirm the one who keyed it.
       01  LIMIT-USERID         PIC X(8).
       01  USAGE-KEY-SAVE       PIC X(17).
      * The pair of rows share one timestamp; the debit row settles
      * at whatever TSEQ the collision retry lands on and the credit
      * row takes the next slot, so the pair stays adjacent.
       01  CONVERT-TIMESTAMP   PIC 9(10).
       COPY CNVMEMO.
       01  ROW-WRITE-FLAG      PIC X VALUE 'N'.
           88  CONVERT-ROW-WRITTEN      VALUE 'Y'.
           88  CONVERT-ROW-NOT-WRITTEN  VALUE 'N'.
      * Set when either row WRITE dies on anything but a key
      * collision - the balances must not move for rows that do not
      * exist.
       01  CONVERT-FAIL-FLAG   PIC X VALUE 'N'.
           88  CONVERT-WRITE-FAILED     VALUE 'Y'.
           88  CONVERT-WRITE-CLEAN      VALUE 'N'.
      * The sub-account's (n*10)+1 balance record is the proof it
      * was ever provisioned - a DOGE side has nowhere to land
      * without it.
       01  ACCOUNT-CHECK-FLAG  PIC X VALUE 'Y'.
           88  ACCOUNT-IS-PROVISIONED   VALUE 'Y'.
           88  ACCOUNT-NOT-PROVISIONED  VALUE 'N'.
       01  DEBIT-ROW-KEY       PIC X(12) VALUE SPACES.
       01  CREDIT-ROW-KEY      PIC X(12) VALUE SPACES.
      * One side of the balance update - the caller sets which
      * currency moves, by how much and which row drove it.
       01  APPLY-CURR          PIC X(4).
       01  CONVERT-DELTA       PIC S9(8)V9(8).
      * Pending override conversion awaiting a second operator, VSAM
      * DOGECNVP
       COPY CNVPREC.
       01  CNV-TODAY-MDY       PIC X(10).
      * Balance-movement ledger record, VSAM file DOGEBMOV - every
      * update of a balance or pending control record writes its
      * before/after image here, so a DOGERECN variance hunt is a
      * keyed read instead of an interrogation
       COPY BMOVREC.
       01  BM-TIME-WORK        PIC X(8).
       01  BM-BANK-FLAG        PIC X VALUE 'N'.
           88  MOVEMENT-BANKED         VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED     VALUE 'N'.
       01  SAVED-DRIVER-KEY    PIC X(12) VALUE SPACES.
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Row change log record, VSAM file DOGECHLG - every DOGEVSAM
      * row this program adds, rewrites or deletes (other than the
      * amount updates DOGEBMOV already carries) writes its before/
      * after image here, so DOGEFRCV can roll a restore forward
       COPY CHLGREC.
       01  CHG-TIME-WORK       PIC X(8).
       01  CHG-BANK-FLAG       PIC X VALUE 'N'.
           88  CHANGE-BANKED           VALUE 'Y'.
           88  CHANGE-NOT-BANKED       VALUE 'N'.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
      *COPY DOGECV.
      *COPY DFHAID.
      *COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                       PIC X(10).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying Conversion Screen' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              EXEC CICS SEND MAP('DOGECV1')
                  MAPSET('DOGECV') ERASE
              END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHPF3
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
               END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHENTER
                   PERFORM RECEIVE-INPUT
                   PERFORM PARSE-OPTION.
           EXEC CICS
               RETURN TRANSID('DCNV')
                      COMMAREA(DOGECOMMS-AREA)
           END-EXEC.
       DOGE-EXIT.
           GOBACK.
      *
       CHECK-ENTITLEMENT.
      *    DOGEENTC resolves the signed-on userid against the
      *    DOGEENTL matrix on every entry, so neither an XCTL nor
      *    the bare transaction id gets round it. A refusal is
      *    journaled there and the operator lands back on the
      *    main menu, which says why.
           MOVE 'DOGECNVT' TO ENTC-PROGRAM.
           SET ENTC-ON-ENTRY TO TRUE.
           EXEC CICS LINK PROGRAM('DOGEENTC')
                COMMAREA(ENTITLEMENT-CHECK-AREA)
                LENGTH(ENTITLEMENT-CHECK-LEN)
           END-EXEC.
           IF ENTC-DENIED
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
                   COMMAREA(ENTITLEMENT-DENIED-COMMS)
               END-EXEC.
      *
       DOGE-WTO.
           EXEC CICS WRITE OPERATOR
               TEXT(WTO-MESSAGE)
           END-EXEC.
           PERFORM DOGE-JOURNAL.
           MOVE SPACES TO WTO-MESSAGE.
      *
       DOGE-JOURNAL.
      *    Same event, written to TD QUEUE 'DOGJ' so it survives
      *    longer than the console scrollback.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                DATESEP('/')
                MMDDYYYY(JRNL-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                TIMESEP(':')
                TIME(JRNL-TIME)
           END-EXEC.
           MOVE EIBTRMID TO JRNL-TERM-ID.
           MOVE EIBUSERID TO JRNL-USER-ID.
           MOVE CONVERT-TIMESTAMP TO JRNL-KEY.
           MOVE WTO-MESSAGE TO JRNL-TEXT.
           EXEC CICS WRITEQ TD
                QUEUE('DOGJ')
                FROM(JOURNAL-ENTRY)
                LENGTH(JOURNAL-ENTRY-LEN)
           END-EXEC.
      *
       RECEIVE-INPUT.
      * Get the option the user enters
           EXEC CICS
               RECEIVE MAP('DOGECV1')
                       MAPSET('DOGECV')
                       INTO(DOGECV1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    Blank posts a conversion at the quote (or stages one at an
      *    override rate); C confirms a staged one under the second
      *    pair of eyes; X cancels it.
           IF ACCTI IS NUMERIC
               MOVE ACCTI TO ACCT-NUM
           ELSE
               MOVE 0 TO ACCT-NUM
           END-IF.
           IF OPTIONI EQUAL TO 'C' OR OPTIONI EQUAL TO 'c'
               PERFORM CONFIRM-PENDING-CONVERSION
           ELSE
           IF OPTIONI EQUAL TO 'X' OR OPTIONI EQUAL TO 'x'
               PERFORM CANCEL-PENDING-CONVERSION
           ELSE
               PERFORM REQUEST-CONVERSION.
           EXEC CICS
               SEND MAP('DOGECV1')
                   MAPSET('DOGECV')
           END-EXEC.
      *
       REQUEST-CONVERSION.
           MOVE CVAMTI TO AMOUNT-CHECK.
           MOVE EIBUSERID TO LIMIT-USERID.
           PERFORM VALIDATE-AMOUNT.
           PERFORM SET-CURRENCIES.
           PERFORM VALIDATE-OVERRIDE-RATE.
           PERFORM CHECK-OPERATOR-AUTHORIZED.
           IF OPERATOR-NOT-AUTHORIZED
               MOVE 'Not authorized to convert funds' TO SNDMSGO
               MOVE 'Convert refused - not authorized' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF FROM-CURR-INVALID
               MOVE DFHREVRS TO FRCURH
               MOVE 'From currency is not an active code' TO SNDMSGO
           ELSE
           IF TO-CURR-INVALID
               MOVE DFHREVRS TO TOCURH
               MOVE 'To currency is not an active code' TO SNDMSGO
           ELSE
           IF FROM-CURR EQUAL TO TO-CURR
               MOVE DFHREVRS TO TOCURH
               MOVE 'From and to currency are the same' TO SNDMSGO
           ELSE
           IF AMOUNT-IS-INVALID
               MOVE DFHREVRS TO CVAMTH
               MOVE 'Amount must be numeric' TO SNDMSGO
           ELSE
           IF RATE-IS-INVALID
               MOVE DFHREVRS TO CVRATEH
               MOVE 'Rate must be ########.########' TO SNDMSGO
           ELSE
           PERFORM CHECK-ACCOUNT-PROVISIONED
           IF ACCOUNT-NOT-PROVISIONED
               MOVE 'Sub-account not provisioned' TO SNDMSGO
           ELSE
           PERFORM CHECK-FROM-AVAILABLE
           IF ACCOUNT-FROZEN
               MOVE 'Sub-account is frozen - no debits' TO SNDMSGO
               MOVE 'Convert refused - account frozen' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF REQUESTED-AMOUNT > AVAILABLE-AMOUNT
               MOVE DFHREVRS TO CVAMTH
               MOVE 'Amount exceeds available balance' TO SNDMSGO
           ELSE
           PERFORM CHECK-SEND-LIMITS
           IF NOT LIMIT-PASSED
               MOVE 'Daily limit exceeded - refused' TO SNDMSGO
               MOVE 'Convert refused - daily limit' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF RATE-IS-OVERRIDE
               PERFORM COMPUTE-CREDIT-AMOUNT
               IF CREDIT-WORK > CREDIT-LIMIT
                   MOVE DFHREVRS TO CVRATEH
                   MOVE 'Converted amount too large' TO SNDMSGO
               ELSE
                   PERFORM STAGE-PENDING-CONVERSION
               END-IF
           ELSE
           PERFORM FETCH-QUOTED-RATE
           IF QUOTE-NOT-AVAILABLE
               MOVE DFHREVRS TO CVRATEH
               MOVE 'No current quote - key a rate' TO SNDMSGO
           ELSE
               PERFORM COMPUTE-CREDIT-AMOUNT
               IF CREDIT-WORK > CREDIT-LIMIT
                   MOVE DFHREVRS TO CVAMTH
                   MOVE 'Converted amount too large' TO SNDMSGO
               ELSE
                   PERFORM POST-CONVERSION
               END-IF.
      *
       SET-CURRENCIES.
      *    A blank from-currency falls back to DOGE, the same as a
      *    blank CURRI on DOGESEND; the to-currency has to be keyed.
      *    Anything typed has to be an active DOGECURR code.
           SET FROM-CURR-VALID TO TRUE.
           SET TO-CURR-VALID TO TRUE.
           IF FRCURI EQUAL TO SPACES
               MOVE 'DOGE' TO FROM-CURR
           ELSE
               MOVE FRCURI TO FROM-CURR
               MOVE FROM-CURR TO CURR-CHECK-CODE
               PERFORM CHECK-CURRENCY-ACTIVE
               IF CURRENCY-IS-INVALID
                   SET FROM-CURR-INVALID TO TRUE
               END-IF
           END-IF.
           IF TOCURI EQUAL TO SPACES
               MOVE SPACES TO TO-CURR
               SET TO-CURR-INVALID TO TRUE
           ELSE
               MOVE TOCURI TO TO-CURR
               MOVE TO-CURR TO CURR-CHECK-CODE
               PERFORM CHECK-CURRENCY-ACTIVE
               IF CURRENCY-IS-INVALID
                   SET TO-CURR-INVALID TO TRUE
               END-IF
           END-IF.
      *
       CHECK-CURRENCY-ACTIVE.
      *    Same DOGECURR master read DOGESEND's SET-CURRENCY makes.
           SET CURRENCY-IS-VALID TO TRUE.
           MOVE CURR-CHECK-CODE TO CM-CODE.
           EXEC CICS READ FILE('DOGECURR')
                RIDFLD(CM-CODE)
                INTO(CURRENCY-MASTER-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET CURRENCY-IS-INVALID TO TRUE
           ELSE
           IF CM-INACTIVE
               SET CURRENCY-IS-INVALID TO TRUE.
      *
       VALIDATE-OVERRIDE-RATE.
      *    A blank rate field means take the DOGERATE quote; anything
      *    keyed is an override and must be a real, non-zero rate.
           SET RATE-IS-VALID TO TRUE.
           SET RATE-IS-QUOTED TO TRUE.
           MOVE ZERO TO CONVERT-RATE.
           IF CVRATEI NOT EQUAL TO SPACES
               SET RATE-IS-OVERRIDE TO TRUE
               MOVE CVRATEI TO RATE-CHECK
               IF RTCHK-DOT NOT EQUAL TO '.'
                   SET RATE-IS-INVALID TO TRUE
               ELSE
               IF RTCHK-INTEGER-N IS NOT NUMERIC
                  OR RTCHK-DECIMAL-N IS NOT NUMERIC
                   SET RATE-IS-INVALID TO TRUE
               ELSE
                   COMPUTE CONVERT-RATE = RTCHK-INTEGER-N
                           + RTCHK-DECIMAL-N / 100000000
                   IF CONVERT-RATE EQUAL TO ZERO
                       SET RATE-IS-INVALID TO TRUE
                   END-IF
               END-IF
               END-IF
           END-IF.
      *
       FETCH-QUOTED-RATE.
      *    Cross rate through USD - the from-currency's USD rate over
      *    the to-currency's. Either side with no rate on file inside
      *    the age limit leaves no quote at all.
           SET QUOTE-NOT-AVAILABLE TO TRUE.
           MOVE FROM-CURR TO RATE-CURR-WANTED.
           PERFORM FETCH-USD-RATE.
           MOVE RATE-FOUND-VALUE TO FROM-USD-RATE.
           IF RATE-WAS-FOUND
               MOVE TO-CURR TO RATE-CURR-WANTED
               PERFORM FETCH-USD-RATE
               MOVE RATE-FOUND-VALUE TO TO-USD-RATE
               IF RATE-WAS-FOUND
                  AND FROM-USD-RATE > ZERO
                  AND TO-USD-RATE > ZERO
                   COMPUTE CONVERT-RATE ROUNDED =
                           FROM-USD-RATE / TO-USD-RATE
                   SET QUOTE-IS-AVAILABLE TO TRUE
               END-IF
           END-IF.
           IF QUOTE-NOT-AVAILABLE
               MOVE 'Convert quote missing or stale' TO WTO-MESSAGE
               PERFORM DOGE-WTO.
      *
       FETCH-USD-RATE.
      *    USD needs no row of its own. Anything else walks the
      *    stored history back from today one day at a time, up to
      *    RATE-AGE-LIMIT-DAYS, exactly as FETCH-TODAYS-RATE does.
           MOVE ZERO TO RATE-FOUND-VALUE.
           IF RATE-CURR-WANTED EQUAL TO 'USD '
               MOVE 1 TO RATE-FOUND-VALUE
               SET RATE-WAS-FOUND TO TRUE
           ELSE
               EXEC CICS ASKTIME
                    ABSTIME(TEMP-DATE)
               END-EXEC
               MOVE ZERO TO RATE-AGE-DAYS
               SET RATE-NOT-FOUND TO TRUE
               PERFORM LOOK-BACK-ONE-RATE-DAY
                   UNTIL RATE-WAS-FOUND
                      OR RATE-AGE-DAYS > RATE-AGE-LIMIT-DAYS
           END-IF.
      *
       LOOK-BACK-ONE-RATE-DAY.
           COMPUTE RATE-PROBE-ABSTIME = TEMP-DATE
                   - RATE-AGE-DAYS * 86400000.
           EXEC CICS FORMATTIME ABSTIME(RATE-PROBE-ABSTIME)
                YYYYMMDD(RATE-TODAY)
           END-EXEC.
           MOVE RATE-CURR-WANTED TO XR-CURR.
           MOVE RATE-TODAY TO XR-DATE.
           EXEC CICS READ FILE('DOGERATE')
                RIDFLD(XR-KEY)
                INTO(EXCHANGE-RATE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET RATE-WAS-FOUND TO TRUE
               MOVE XR-USD-RATE TO RATE-FOUND-VALUE
           ELSE
               ADD 1 TO RATE-AGE-DAYS.
      *
       COMPUTE-CREDIT-AMOUNT.
           COMPUTE CREDIT-WORK ROUNDED =
                   REQUESTED-AMOUNT * CONVERT-RATE.
           IF CREDIT-WORK NOT GREATER THAN CREDIT-LIMIT
               MOVE CREDIT-WORK TO CREDIT-AMOUNT.
      *
       POST-CONVERSION.
      *    Rows first, then both balances, then the day's usage -
      *    the same order DOGEXFER posts a transfer in.
           PERFORM WRITE-CONVERT-PAIR.
           IF CONVERT-WRITE-FAILED
               MOVE 'Conversion failed - call ops' TO SNDMSGO
           ELSE
               PERFORM APPLY-CONVERT-BALANCES
               PERFORM UPDATE-SEND-USAGE
               MOVE CONVERT-RATE TO CONVERT-RATE-EDIT
               MOVE CONVERT-RATE-EDIT TO CVRATEO
               MOVE CREDIT-AMOUNT TO CREDIT-AMOUNT-EDIT
               MOVE CREDIT-AMOUNT-EDIT TO CRAMTO
               MOVE 'Conversion completed' TO SNDMSGO
               MOVE SPACES TO CVAMTO
               MOVE 'Currency conversion posted' TO WTO-MESSAGE
               PERFORM DOGE-WTO.
      *
       STAGE-PENDING-CONVERSION.
      *    A rate nobody quoted needs a second pair of eyes - the
      *    conversion waits in DOGECNVP and neither balance moves
      *    until a different operator with the approve role confirms
      *    it. One pending conversion per account at a time.
           MOVE ACCT-NUM TO CVP-ACCT.
           MOVE FROM-CURR TO CVP-FROM-CURR.
           MOVE TO-CURR TO CVP-TO-CURR.
           MOVE REQUESTED-AMOUNT TO CVP-AMOUNT.
           MOVE CONVERT-RATE TO CVP-RATE.
           MOVE EIBUSERID TO CVP-REQUESTED-BY.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                DATESEP('/')
                MMDDYYYY(CNV-TODAY-MDY)
           END-EXEC.
           MOVE CNV-TODAY-MDY TO CVP-REQUEST-DATE.
           EXEC CICS WRITE FILE('DOGECNVP')
                RIDFLD(CVP-ACCT)
                FROM(CONVERSION-PENDING-CHANGE)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
               MOVE 'Conversion already pending for account' TO
                    SNDMSGO
           ELSE
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Pending-conversion write failed' TO SNDMSGO
           ELSE
               MOVE CREDIT-AMOUNT TO CREDIT-AMOUNT-EDIT
               MOVE CREDIT-AMOUNT-EDIT TO CRAMTO
               MOVE 'Staged - approver must confirm rate' TO SNDMSGO
               MOVE 'Override-rate conversion staged' TO WTO-MESSAGE
               PERFORM DOGE-WTO.
      *
       CONFIRM-PENDING-CONVERSION.
      *    The confirming operator has to carry the approve role and
      *    be a different person than the one who keyed the rate.
      *    The balance and the caps are judged again at confirm time
      *    - the account may have moved since the rate was keyed -
      *    and the caps stay charged to the operator who keyed it.
           MOVE ACCT-NUM TO CVP-ACCT.
           EXEC CICS READ FILE('DOGECNVP')
                RIDFLD(CVP-ACCT)
                INTO(CONVERSION-PENDING-CHANGE)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No pending conversion for account' TO SNDMSGO
           ELSE
           IF CVP-REQUESTED-BY EQUAL TO EIBUSERID
               MOVE 'A second operator must confirm this' TO SNDMSGO
               MOVE 'Self-confirm refused' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           PERFORM CHECK-OPERATOR-CAN-APPROVE
           IF APPROVER-NOT-AUTHORIZED
               MOVE 'Approve role required to confirm' TO SNDMSGO
               MOVE 'Convert confirm refused - no role' TO
                    WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           MOVE CVP-ACCT TO ACCT-NUM
           MOVE CVP-FROM-CURR TO FROM-CURR
           MOVE CVP-TO-CURR TO TO-CURR
           MOVE CVP-AMOUNT TO REQUESTED-AMOUNT
           MOVE CVP-RATE TO CONVERT-RATE
           MOVE CVP-REQUESTED-BY TO LIMIT-USERID
           SET RATE-IS-OVERRIDE TO TRUE
           PERFORM CHECK-FROM-AVAILABLE
           IF ACCOUNT-FROZEN
               MOVE 'Sub-account is frozen - no debits' TO SNDMSGO
               MOVE 'Convert confirm refused - frozen' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF REQUESTED-AMOUNT > AVAILABLE-AMOUNT
               MOVE 'Amount now exceeds available balance' TO
                    SNDMSGO
           ELSE
           PERFORM CHECK-SEND-LIMITS
           IF NOT LIMIT-PASSED
               MOVE 'Daily limit exceeded - refused' TO SNDMSGO
               MOVE 'Convert confirm refused - limit' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               PERFORM COMPUTE-CREDIT-AMOUNT
               PERFORM POST-CONVERSION
               IF CONVERT-WRITE-CLEAN
                   EXEC CICS DELETE FILE('DOGECNVP')
                        RIDFLD(CVP-ACCT)
                        RESP(RESPONSE-CODE)
                   END-EXEC
                   MOVE 'Conversion confirmed and posted' TO SNDMSGO
               END-IF.
      *
       CANCEL-PENDING-CONVERSION.
           MOVE ACCT-NUM TO CVP-ACCT.
           EXEC CICS DELETE FILE('DOGECNVP')
                RIDFLD(CVP-ACCT)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE 'Pending conversion cancelled' TO SNDMSGO
               MOVE 'Pending conversion cancelled' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               MOVE 'No pending conversion for account' TO SNDMSGO.
      *
       VALIDATE-AMOUNT.
      *    Same ########.######## slice-check DOGESEND makes.
           SET AMOUNT-IS-VALID TO TRUE.
           IF AMTCHK-DOT NOT EQUAL TO '.'
               SET AMOUNT-IS-INVALID TO TRUE
           ELSE
           IF AMTCHK-INTEGER-N IS NOT NUMERIC
              OR AMTCHK-DECIMAL-N IS NOT NUMERIC
               SET AMOUNT-IS-INVALID TO TRUE
           ELSE
               COMPUTE REQUESTED-AMOUNT = AMTCHK-INTEGER-N
                       + AMTCHK-DECIMAL-N / 100000000.
      *
       CHECK-OPERATOR-AUTHORIZED.
      *    Same EIBUSERID-keyed DOGEOPRS lookup DOGESEND does - a
      *    conversion still moves money, so it takes the same send
      *    authority.
           SET OPERATOR-IS-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO OPR-USERID.
           EXEC CICS READ FILE('DOGEOPRS')
                RIDFLD(OPR-USERID)
                INTO(OPERATOR-AUTH-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET OPERATOR-NOT-AUTHORIZED TO TRUE
           ELSE
           IF OPR-NOT-AUTHORIZED-TO-SEND
               SET OPERATOR-NOT-AUTHORIZED TO TRUE
           ELSE
           IF OPR-ROLE-SEND NOT EQUAL TO SPACES
              AND NOT OPR-CAN-SEND
               SET OPERATOR-NOT-AUTHORIZED TO TRUE.
      *
       CHECK-OPERATOR-CAN-APPROVE.
      *    Same approve-role gate DOGEADJ puts on confirming a staged
      *    adjustment.
           SET APPROVER-IS-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO OPR-USERID.
           EXEC CICS READ FILE('DOGEOPRS')
                RIDFLD(OPR-USERID)
                INTO(OPERATOR-AUTH-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET APPROVER-NOT-AUTHORIZED TO TRUE
           ELSE
           IF OPR-NOT-AUTHORIZED-TO-SEND
               SET APPROVER-NOT-AUTHORIZED TO TRUE
           ELSE
           IF OPR-ROLE-APPROVE NOT EQUAL TO SPACES
              AND NOT OPR-CAN-APPROVE
               SET APPROVER-NOT-AUTHORIZED TO TRUE.
      *
       CHECK-ACCOUNT-PROVISIONED.
           SET ACCOUNT-IS-PROVISIONED TO TRUE.
           COMPUTE BALANCE-RECORD-ID = ACCT-NUM * 10 + 1.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(BALANCE-RECORD-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET ACCOUNT-NOT-PROVISIONED TO TRUE.
      *
       CHECK-FROM-AVAILABLE.
      *    DOGE available is the (n*10)+1 balance less the (n*10)+2
      *    pending aggregate; any other currency is its DOGECBAL
      *    balance less its pending - the same reads DOGESEND's
      *    CHECK-BALANCE makes for a send in that currency. Either
      *    way the currency's active DOGERESV reservations and its
      *    DOGEHOLD legal holds come off, and a frozen sub-account
      *    is flagged for the caller to refuse.
           PERFORM CHECK-ACCOUNT-FROZEN.
           IF FROM-CURR EQUAL TO 'DOGE'
               PERFORM READ-DOGE-AVAILABLE
           ELSE
               PERFORM READ-CURRENCY-AVAILABLE.
           MOVE ACCT-NUM TO RV-ACCT.
           MOVE FROM-CURR TO RV-CURR.
           MOVE SPACES TO RV-REF.
           EXEC CICS READ FILE('DOGERESV')
                RIDFLD(RV-KEY)
                INTO(FUNDS-RESERVATION-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SUBTRACT RV-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       SUBTRACT-LEGAL-HOLDS.
      *    Coins locked by a legal hold stay on the balance but can't
      *    leave it - the DOGEHOLD total row for this sub-account and
      *    currency (RV-CURR, set by the caller) comes off the same
      *    way the reservation total does. No row, nothing held.
           MOVE ACCT-NUM TO HL-ACCT.
           MOVE RV-CURR TO HL-CURR.
           MOVE SPACES TO HL-REF.
           EXEC CICS READ FILE('DOGEHOLD')
                RIDFLD(HL-KEY)
                INTO(ACCOUNT-HOLD-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND HL-HOLD-TOTAL
               SUBTRACT HL-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
      *
       CHECK-ACCOUNT-FROZEN.
      *    A freeze is the sub-account's DOGEHOLD row with currency
      *    and reference blank; while it is ACTIVE nothing goes out.
      *    No row, or no file on site, is not frozen.
           SET ACCOUNT-NOT-FROZEN TO TRUE.
           MOVE ACCT-NUM TO HL-ACCT.
           MOVE SPACES TO HL-CURR.
           MOVE SPACES TO HL-REF.
           EXEC CICS READ FILE('DOGEHOLD')
                RIDFLD(HL-KEY)
                INTO(ACCOUNT-HOLD-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND HL-FREEZE AND HL-ACTIVE
               SET ACCOUNT-FROZEN TO TRUE
           END-IF.
      *
       READ-DOGE-AVAILABLE.
           COMPUTE BALANCE-RECORD-ID = ACCT-NUM * 10 + 1.
           COMPUTE PENDING-AGGREGATE-RECORD-ID = ACCT-NUM * 10 + 2.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(BALANCE-RECORD-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               MOVE THE-AMOUNT TO AVAILABLE-AMOUNT
           ELSE
               MOVE ZERO TO AVAILABLE-AMOUNT
           END-IF.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(PENDING-AGGREGATE-RECORD-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               SUBTRACT THE-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
      *
       READ-CURRENCY-AVAILABLE.
           MOVE ACCT-NUM TO CB-ACCT.
           MOVE FROM-CURR TO CB-CURR.
           EXEC CICS READ FILE('DOGECBAL')
                RIDFLD(CB-KEY)
                INTO(CURRENCY-BALANCE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               COMPUTE AVAILABLE-AMOUNT = CB-BALANCE - CB-PENDING
           ELSE
               MOVE ZERO TO AVAILABLE-AMOUNT
           END-IF.
      *
       CHECK-SEND-LIMITS.
      *    The same DOGELIMS-vs-DOGEUSGE velocity check DOGESEND
      *    makes, operator scope on LIMIT-USERID. No limit record on
      *    file means no cap.
           SET LIMIT-PASSED TO TRUE.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(LIMIT-TODAY)
           END-EXEC.
           MOVE 'O' TO LIM-TYPE.
           MOVE LIMIT-USERID TO LIM-ID.
           PERFORM CHECK-ONE-SEND-LIMIT.
           MOVE 'A' TO LIM-TYPE.
           MOVE SPACES TO LIM-ID.
           MOVE ACCT-NUM TO LIM-ID(1:3).
           PERFORM CHECK-ONE-SEND-LIMIT.
      *
       CHECK-ONE-SEND-LIMIT.
           EXEC CICS READ FILE('DOGELIMS')
                RIDFLD(LIM-KEY)
                INTO(SEND-LIMIT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE ZERO TO LIMIT-USED-AMOUNT
               MOVE ZERO TO LIMIT-USED-COUNT
               MOVE LIM-TYPE TO USG-TYPE
               MOVE LIM-ID TO USG-ID
               MOVE LIMIT-TODAY TO USG-DATE
               EXEC CICS READ FILE('DOGEUSGE')
                    RIDFLD(USG-KEY)
                    INTO(SEND-USAGE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   MOVE USG-USED-AMOUNT TO LIMIT-USED-AMOUNT
                   MOVE USG-USED-COUNT TO LIMIT-USED-COUNT
               END-IF
               IF LIMIT-USED-AMOUNT + REQUESTED-AMOUNT
                      > LIM-DAILY-AMOUNT
                  OR LIMIT-USED-COUNT + 1 > LIM-DAILY-COUNT
      *            A settled conversion has nothing to hold - a
      *            breach under either action refuses it.
                   SET LIMIT-REFUSED TO TRUE
               END-IF
           END-IF.
      *
       UPDATE-SEND-USAGE.
      *    Counted against both caps from the moment it posts.
           MOVE 'O' TO USG-TYPE.
           MOVE LIMIT-USERID TO USG-ID.
           PERFORM UPDATE-ONE-SEND-USAGE.
           MOVE 'A' TO USG-TYPE.
           MOVE SPACES TO USG-ID.
           MOVE ACCT-NUM TO USG-ID(1:3).
           PERFORM UPDATE-ONE-SEND-USAGE.
      *
       UPDATE-ONE-SEND-USAGE.
           MOVE LIMIT-TODAY TO USG-DATE.
           MOVE USG-KEY TO USAGE-KEY-SAVE.
           EXEC CICS READ FILE('DOGEUSGE')
                RIDFLD(USAGE-KEY-SAVE)
                INTO(SEND-USAGE-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               ADD REQUESTED-AMOUNT TO USG-USED-AMOUNT
               ADD 1 TO USG-USED-COUNT
               EXEC CICS REWRITE FILE('DOGEUSGE')
                    FROM(SEND-USAGE-ENTRY)
               END-EXEC
           ELSE
               MOVE USAGE-KEY-SAVE TO USG-KEY
               MOVE REQUESTED-AMOUNT TO USG-USED-AMOUNT
               MOVE 1 TO USG-USED-COUNT
               EXEC CICS WRITE FILE('DOGEUSGE')
                    RIDFLD(USG-KEY)
                    FROM(SEND-USAGE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       WRITE-CONVERT-PAIR.
      *    Debit row out of the from-currency, credit row into the
      *    to-currency - both SETTLED on the spot, same timestamp,
      *    adjacent TSEQ, both memos carrying the codes and the rate.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           SUBTRACT SINCE-EPOCH FROM TEMP-DATE.
           DIVIDE TEMP-DATE BY 1000 GIVING CONVERT-TIMESTAMP.
           MOVE FROM-CURR TO CNV-FROM-CURR.
           MOVE TO-CURR TO CNV-TO-CURR.
           MOVE CONVERT-RATE TO CNV-RATE-EDIT.
           MOVE RATE-SOURCE-FLAG TO CNV-RATE-SOURCE.
           MOVE CONVERT-TIMESTAMP TO NUM-DATE.
           MOVE ZERO TO TSEQ.
           MOVE ACCT-NUM TO TACCT.
           MOVE SPACES TO TADDRSS.
           MOVE 'CONVERT' TO TLABEL.
           MOVE '-' TO TAMT-SIGN.
           MOVE REQUESTED-AMOUNT TO THE-AMOUNT.
           MOVE THE-AMOUNT-INTEGER TO TAMT-INTEGER-PART.
           MOVE '.' TO TAMT-DEC-POINT.
           MOVE THE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART.
           MOVE FROM-CURR TO TCURR.
           SET TRAN-SETTLED TO TRUE.
           MOVE CONVERT-MEMO TO TMEMO.
           SET CONVERT-WRITE-CLEAN TO TRUE.
           PERFORM WRITE-ONE-CONVERT-ROW.
           MOVE TKEY TO DEBIT-ROW-KEY.
      *    Credit side - the next TSEQ slot after wherever the debit
      *    row landed, so the pair reads back together. A debit side
      *    that failed hard stops the pair right here.
           IF CONVERT-WRITE-CLEAN
               ADD 1 TO TSEQ
               MOVE '+' TO TAMT-SIGN
               MOVE CREDIT-AMOUNT TO THE-AMOUNT
               MOVE THE-AMOUNT-INTEGER TO TAMT-INTEGER-PART
               MOVE THE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART
               MOVE TO-CURR TO TCURR
               MOVE CONVERT-MEMO TO TMEMO
               PERFORM WRITE-ONE-CONVERT-ROW
               MOVE TKEY TO CREDIT-ROW-KEY
           END-IF.
      *
       WRITE-ONE-CONVERT-ROW.
      *    Same TSEQ collision-retry DOGESEND's pending write uses.
           SET CONVERT-ROW-NOT-WRITTEN TO TRUE.
           PERFORM WRITE-ONE-CONVERT-ROW-ONCE
               UNTIL CONVERT-ROW-WRITTEN.
      *
       WRITE-ONE-CONVERT-ROW-ONCE.
      *    A DUPREC bumps the within-second half of TKEY, a spent
      *    second rolls to the next one, and anything else is a hard
      *    failure that stops the conversion before balances move.
           EXEC CICS WRITE FILE('DOGEVSAM')
                RIDFLD(TKEY)
                FROM(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET CONVERT-ROW-WRITTEN TO TRUE
               SET CHG-ROW-ADDED TO TRUE
               PERFORM WRITE-CHANGE-LOG
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
               IF TSEQ < 99
                   ADD 1 TO TSEQ
               ELSE
                   ADD 1 TO NUM-DATE
                   MOVE ZERO TO TSEQ
               END-IF
           ELSE
               SET CONVERT-WRITE-FAILED TO TRUE
               SET CONVERT-ROW-WRITTEN TO TRUE
               MOVE 'Convert row write failed hard' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF
           END-IF.
      *
       APPLY-CONVERT-BALANCES.
           MOVE FROM-CURR TO APPLY-CURR.
           SUBTRACT REQUESTED-AMOUNT FROM ZERO GIVING CONVERT-DELTA.
           MOVE DEBIT-ROW-KEY TO SAVED-DRIVER-KEY.
           PERFORM APPLY-ONE-CONVERT-BALANCE.
           MOVE TO-CURR TO APPLY-CURR.
           MOVE CREDIT-AMOUNT TO CONVERT-DELTA.
           MOVE CREDIT-ROW-KEY TO SAVED-DRIVER-KEY.
           PERFORM APPLY-ONE-CONVERT-BALANCE.
      *
       APPLY-ONE-CONVERT-BALANCE.
           IF APPLY-CURR EQUAL TO 'DOGE'
               PERFORM APPLY-DOGE-BALANCE
           ELSE
               PERFORM APPLY-CURRENCY-BALANCE.
      *
       APPLY-DOGE-BALANCE.
      *    Same READ UPDATE/REWRITE of the (account*10)+1 record
      *    DOGEXFER's APPLY-ONE-TRANSFER-BALANCE does.
           COMPUTE BALANCE-RECORD-ID = ACCT-NUM * 10 + 1.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(BALANCE-RECORD-KEY)
                INTO(TRANSACTION)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Balance record missing on convert' TO
                    WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               IF TAMT-SIGN-NEGATIVE
                   SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
               END-IF
               MOVE THE-AMOUNT TO BM-OLD-AMOUNT
               ADD CONVERT-DELTA TO THE-AMOUNT
               MOVE THE-AMOUNT TO BM-NEW-AMOUNT
               IF THE-AMOUNT < ZERO
                   SET TAMT-SIGN-NEGATIVE TO TRUE
                   SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
               ELSE
                   SET TAMT-SIGN-POSITIVE TO TRUE
               END-IF
               MOVE THE-AMOUNT-INTEGER TO TAMT-INTEGER-PART
               MOVE THE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART
               EXEC CICS REWRITE FILE('DOGEVSAM')
                    FROM(TRANSACTION)
               END-EXEC
               MOVE ACCT-NUM TO BM-ACCT
               MOVE 'BAL ' TO BM-RECORD-TYPE
               MOVE 'DOGE' TO BM-CURR
               MOVE SAVED-DRIVER-KEY TO BM-DRIVER-KEY
               PERFORM WRITE-BALANCE-MOVEMENT
           END-IF.
      *
       APPLY-CURRENCY-BALANCE.
      *    READ UPDATE/REWRITE of the currency's DOGECBAL row, or a
      *    fresh row seeded at this amount the first time the
      *    sub-account ever holds the currency - same new-vs-existing
      *    choice DOGESEND's ADD-TO-CURRENCY-PENDING makes.
           MOVE ACCT-NUM TO CB-ACCT.
           MOVE APPLY-CURR TO CB-CURR.
           EXEC CICS READ FILE('DOGECBAL')
                RIDFLD(CB-KEY)
                INTO(CURRENCY-BALANCE-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE CB-BALANCE TO BM-OLD-AMOUNT
               ADD CONVERT-DELTA TO CB-BALANCE
               EXEC CICS REWRITE FILE('DOGECBAL')
                    FROM(CURRENCY-BALANCE-ENTRY)
               END-EXEC
           ELSE
               MOVE ACCT-NUM TO CB-ACCT
               MOVE APPLY-CURR TO CB-CURR
               MOVE ZERO TO CB-PENDING
               MOVE ZERO TO BM-OLD-AMOUNT
               MOVE CONVERT-DELTA TO CB-BALANCE
               EXEC CICS WRITE FILE('DOGECBAL')
                    RIDFLD(CB-KEY)
                    FROM(CURRENCY-BALANCE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           MOVE ACCT-NUM TO BM-ACCT.
           MOVE 'CBAL' TO BM-RECORD-TYPE.
           MOVE APPLY-CURR TO BM-CURR.
           MOVE CB-BALANCE TO BM-NEW-AMOUNT.
           MOVE SAVED-DRIVER-KEY TO BM-DRIVER-KEY.
           PERFORM WRITE-BALANCE-MOVEMENT.
      *
       WRITE-BALANCE-MOVEMENT.
      *    Before/after image of the control-record update just made
      *    - the caller filled the account, record type, currency,
      *    old/new amounts and driving key; this stamps the moment
      *    and the operator and banks the row, bumping the sequence
      *    on a same-second collision.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(BM-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                TIME(BM-TIME-WORK)
           END-EXEC.
           MOVE BM-TIME-WORK(1:6) TO BM-TIME.
           MOVE ZERO TO BM-SEQ.
           MOVE 'DOGECNVT' TO BM-PROGRAM.
           MOVE EIBUSERID TO BM-USERID.
           SET MOVEMENT-NOT-BANKED TO TRUE.
           PERFORM WRITE-MOVEMENT-ONCE
               UNTIL MOVEMENT-BANKED.
      *
       WRITE-MOVEMENT-ONCE.
           EXEC CICS WRITE FILE('DOGEBMOV')
                RIDFLD(BM-KEY)
                FROM(BALANCE-MOVEMENT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET MOVEMENT-BANKED TO TRUE
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
              AND BM-SEQ < 999
               ADD 1 TO BM-SEQ
           ELSE
      *        The update itself already stands - a lost movement
      *        row is an audit gap to shout about, not a reason to
      *        back money out.
               SET MOVEMENT-BANKED TO TRUE
               MOVE 'Movement ledger write failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF
           END-IF.
      *
       WRITE-CHANGE-LOG.
      *    Before/after image of the DOGEVSAM row change just made
      *    - the caller set the action and, for a rewrite or a
      *    delete, the before image; TRANSACTION is the row as it
      *    now stands. This stamps the moment and the operator and
      *    banks the row, bumping the sequence on a same-second
      *    collision.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(CHG-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                TIME(CHG-TIME-WORK)
           END-EXEC.
           MOVE CHG-TIME-WORK(1:6) TO CHG-TIME.
           MOVE ZERO TO CHG-SEQ.
           MOVE 'DOGECNVT' TO CHG-PROGRAM.
           MOVE EIBUSERID TO CHG-USERID.
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
           EXEC CICS WRITE FILE('DOGECHLG')
                RIDFLD(CHG-KEY)
                FROM(CHANGE-LOG-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET CHANGE-BANKED TO TRUE
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
              AND CHG-SEQ < 999
               ADD 1 TO CHG-SEQ
           ELSE
      *        The change itself already stands - a lost log row is
      *        a gap in the roll-forward to shout about, not a
      *        reason to back the change out.
               SET CHANGE-BANKED TO TRUE
               MOVE 'Change log write failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF
           END-IF.
       END PROGRAM DOGECNVT.
