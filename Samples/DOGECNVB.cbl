      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGECNVB:
      *   Batch currency conversion - the DOGECNVT screen for a deck
      *   of cards, so treasury can rebalance a run of sub-accounts
      *   between their currencies without keying each one. Every
      *   card debits one currency's balance of a sub-account and
      *   credits another's, writing the same linked pair of SETTLED
      *   CONVERT detail rows DOGECNVT writes (shared timestamp,
      *   adjacent TSEQ, both memos carrying the pair of codes and
      *   the rate used - see CNVMEMO) followed by the same balance
      *   updates: DOGE on the legacy (n*10)+1 record, every other
      *   currency on its DOGECBAL row.
      *
      *   A card goes through the checks a send does before anything
      *   moves - the requesting userid must hold send authority on
      *   DOGEOPRS, both codes must be active on DOGECURR, the amount
      *   must be covered by the from-currency's available balance
      *   less its pending, its DOGERESV earmarks and any DOGEHOLD
      *   legal hold, a sub-account frozen on DOGEHOLD converts
      *   nothing, and the DOGELIMS daily caps on the
      *   requester and the sub-account are charged the from-currency
      *   amount. A cap breach rejects the card - a settled
      *   conversion has nothing to hold.
      *
      *   The rate is the DOGERATE quote - the from-currency's USD
      *   rate over the to-currency's, each the latest on file on or
      *   before today and no more than RATE-AGE-LIMIT-DAYS old, USD
      *   itself counting as one. A card may carry its own rate
      *   instead, but only with the userid of an approve-role
      *   operator other than the requester - the same second pair
      *   of eyes DOGECNVT's staged override needs.
      *
      * CARD LAYOUT (CNVIN, 80 bytes):
      *   cols 1-3   sub-account
      *   cols 4-7   from currency (blank is DOGE)
      *   cols 8-11  to currency
      *   cols 12-27 amount 9(8)V9(8) implied, in the from currency
      *   cols 28-35 requesting userid
      *   cols 36-51 override rate 9(8)V9(8) implied - to-currency
      *              units per from-currency unit; blank or zero
      *              takes the DOGERATE quote
      *   cols 52-59 approving userid, required with an override rate
      *
      * RC 4 means at least one card was rejected; the rest posted.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGECNVB.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNVIN ASSIGN TO CNVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGEBMOV ASSIGN TO DOGEBMOV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGECBAL ASSIGN TO DOGECBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CBAL-STATUS.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RESV-STATUS.
           SELECT DOGEHOLD ASSIGN TO DOGEHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT DOGECURR ASSIGN TO DOGECURR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CURR-STATUS.
           SELECT DOGERATE ASSIGN TO DOGERATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT DOGEOPRS ASSIGN TO DOGEOPRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-USERID
               FILE STATUS IS WS-OPRS-STATUS.
           SELECT DOGELIMS ASSIGN TO DOGELIMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMS-STATUS.
           SELECT DOGEUSGE ASSIGN TO DOGEUSGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USG-KEY
               FILE STATUS IS WS-USGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CNVIN
           RECORDING MODE IS F.
       01  CONVERT-CARD.
           05  CI-ACCT            PIC X(3).
           05  CI-ACCT-NUM REDEFINES CI-ACCT PIC 9(3).
           05  CI-FROM-CURR       PIC X(4).
           05  CI-TO-CURR         PIC X(4).
           05  CI-AMOUNT          PIC 9(8)V9(8).
           05  CI-REQUESTED-BY    PIC X(8).
           05  CI-RATE            PIC 9(8)V9(8).
           05  CI-RATE-X REDEFINES CI-RATE PIC X(16).
           05  CI-APPROVED-BY     PIC X(8).
           05  FILLER             PIC X(21).
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGECBAL.
       COPY CURBALRC.
       FD  DOGERESV.
       COPY RESVREC.
       FD  DOGEHOLD.
       COPY HOLDREC.
       FD  DOGECURR.
       COPY CURRMST.
       FD  DOGERATE.
       COPY RATEREC.
       FD  DOGEOPRS.
       COPY OPRAUTH.
       FD  DOGELIMS.
       COPY LIMSREC.
       FD  DOGEUSGE.
       COPY USAGEREC.
       WORKING-STORAGE SECTION.
      * Balance-movement ledger, VSAM file DOGEBMOV - every update
      * of a balance or pending control record writes its
      * before/after image here, so a DOGERECN variance hunt is a
      * keyed read instead of an interrogation.
       01  WS-BMOV-STATUS         PIC XX VALUE '00'.
           88  BMOV-NOT-YET-LOADED       VALUE '35'.
       01  BM-ACCEPT-DATE         PIC 9(8).
       01  BM-ACCEPT-TIME         PIC 9(8).
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
       01  SAVED-DRIVER-KEY       PIC X(12) VALUE SPACES.
      * Per-currency balance file DOGECBAL - non-DOGE currencies keep
      * their spendable and pending positions here, per sub-account
      * per currency; the legacy (n*10)+1/+2 records stay DOGE-only.
       01  WS-CBAL-STATUS         PIC XX VALUE '00'.
           88  CBAL-NOT-YET-LOADED       VALUE '35'.
      * Funds reservations, VSAM file DOGERESV - earmarks keyed
      * through DOGERSVM; each sub-account and currency's total row
      * comes off available. No file yet means nothing reserved.
       01  WS-RESV-STATUS         PIC XX VALUE '00'.
           88  RESV-NOT-THERE            VALUE '35'.
       01  RESV-FILE-FLAG         PIC X VALUE 'Y'.
           88  RESV-FILE-PRESENT         VALUE 'Y'.
           88  RESV-FILE-ABSENT          VALUE 'N'.
      * Freezes and legal holds, VSAM file DOGEHOLD - read only; no
      * file yet means nothing has ever been frozen or held.
       01  WS-HOLD-STATUS         PIC XX VALUE '00'.
           88  HOLD-NOT-THERE            VALUE '35'.
       01  HOLD-FILE-FLAG         PIC X VALUE 'Y'.
           88  HOLD-FILE-PRESENT         VALUE 'Y'.
           88  HOLD-FILE-ABSENT          VALUE 'N'.
       01  WS-CARD-STATUS         PIC XX VALUE '00'.
           88  CARD-OK                   VALUE '00'.
           88  CARD-EOF                  VALUE '10'.
       01  WS-VSAM-STATUS         PIC XX VALUE '00'.
       01  WS-CURR-STATUS         PIC XX VALUE '00'.
           88  CURR-OK                   VALUE '00'.
           88  CURR-EOF                  VALUE '10'.
      * No DOGECURR loaded yet just means only DOGE passes the
      * currency edit - and a conversion needs two currencies.
           88  CURR-NOT-THERE            VALUE '35'.
       01  WS-RATE-STATUS         PIC XX VALUE '00'.
           88  RATE-EOF                  VALUE '10'.
           88  RATE-NOT-THERE            VALUE '35'.
       01  WS-OPRS-STATUS         PIC XX VALUE '00'.
           88  OPRS-NOT-THERE            VALUE '35'.
       01  OPRS-FILE-FLAG         PIC X VALUE 'Y'.
           88  OPRS-FILE-PRESENT         VALUE 'Y'.
           88  OPRS-FILE-ABSENT          VALUE 'N'.
       01  WS-LIMS-STATUS         PIC XX VALUE '00'.
           88  LIMS-NOT-THERE            VALUE '35'.
       01  WS-USGE-STATUS         PIC XX VALUE '00'.
           88  USGE-NOT-YET-LOADED       VALUE '35'.
       01  LIMS-FILE-FLAG         PIC X VALUE 'Y'.
           88  LIMS-FILE-PRESENT         VALUE 'Y'.
           88  LIMS-FILE-ABSENT          VALUE 'N'.
       01  USAGE-KEY-SAVE         PIC X(17).
       01  WS-TODAY               PIC 9(8).
       01  WS-TIME-OF-DAY         PIC 9(8).
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HH          PIC 9(2).
           05  WS-TOD-MM          PIC 9(2).
           05  WS-TOD-SS          PIC 9(2).
           05  WS-TOD-CC          PIC 9(2).
      * Active currency codes, loaded once at start-up - the same
      * gate DOGESEND's SET-CURRENCY puts on CURRI.
       01  CURRENCY-TABLE.
           05  KNOWN-CURRENCY OCCURS 50 TIMES PIC X(4).
       01  CURRENCY-COUNT         PIC 9(3) VALUE ZERO.
       01  CUR-IDX                PIC 9(3) VALUE ZERO.
       01  CURR-MATCH-FLAG        PIC X VALUE 'N'.
           88  CURRENCY-KNOWN            VALUE 'Y'.
           88  CURRENCY-UNKNOWN          VALUE 'N'.
       01  CURR-CHECK-CODE        PIC X(4).
      * Latest USD rate per currency on or before today, taken off
      * the DOGERATE history in one front-to-back pass at start-up.
       01  QUOTE-TABLE.
           05  QUOTE-ENTRY OCCURS 50 TIMES.
               10  QT-CURR        PIC X(4).
               10  QT-DATE        PIC 9(8).
               10  QT-RATE        PIC 9(3)V9(4).
       01  QUOTE-COUNT            PIC 9(3) VALUE ZERO.
       01  QT-IDX                 PIC 9(3) VALUE ZERO.
       01  FOUND-QT-IDX           PIC 9(3) VALUE ZERO.
       01  RATE-ROW-DATE          PIC 9(8).
       01  RATE-AGE-LIMIT-DAYS    PIC 9(3) VALUE 7.
       01  RATE-AGE-DAYS          PIC S9(9).
       01  TODAY-DAY-NUM          PIC S9(9).
       01  RATE-CURR-WANTED       PIC X(4).
       01  RATE-FOUND-VALUE       PIC 9(3)V9(4).
       01  RATE-FOUND-FLAG        PIC X VALUE 'N'.
           88  RATE-WAS-FOUND            VALUE 'Y'.
           88  RATE-NOT-FOUND            VALUE 'N'.
       01  FROM-USD-RATE          PIC 9(3)V9(4).
       01  TO-USD-RATE            PIC 9(3)V9(4).
      * This card's conversion, once its edits pass.
       01  CARD-EDIT-FLAG         PIC X VALUE 'Y'.
           88  CARD-EDITS-PASSED         VALUE 'Y'.
           88  CARD-EDITS-FAILED         VALUE 'N'.
       01  ACCT-NUM               PIC 9(3).
       01  FROM-CURR              PIC X(4).
       01  TO-CURR                PIC X(4).
       01  CONVERT-AMOUNT         PIC S9(8)V9(8).
       01  CONVERT-RATE           PIC 9(8)V9(8).
       01  RATE-SOURCE-FLAG       PIC X VALUE 'Q'.
           88  RATE-IS-QUOTED            VALUE 'Q'.
           88  RATE-IS-OVERRIDE          VALUE 'O'.
       01  AVAILABLE-AMOUNT       PIC S9(9)V9(8).
      * Credit side, worked in a field wide enough to see a result
      * that no longer fits the row's ########.######## amount.
       01  CREDIT-WORK            PIC S9(12)V9(8).
       01  CREDIT-AMOUNT          PIC S9(8)V9(8).
       01  CREDIT-LIMIT           PIC S9(12)V9(8)
                                  VALUE 99999999.99999999.
       COPY CNVMEMO.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
      * Pair write controls, same shape DOGEFUND uses - a hard write
      * failure stops the pair before any balance moves.
       01  ROW-WRITE-FLAG         PIC X VALUE 'N'.
           88  CONVERT-ROW-WRITTEN      VALUE 'Y'.
           88  CONVERT-ROW-NOT-WRITTEN  VALUE 'N'.
       01  CONVERT-FAIL-FLAG      PIC X VALUE 'N'.
           88  CONVERT-WRITE-FAILED     VALUE 'Y'.
           88  CONVERT-WRITE-CLEAN      VALUE 'N'.
       01  DEBIT-ROW-KEY          PIC X(12) VALUE SPACES.
       01  CREDIT-ROW-KEY         PIC X(12) VALUE SPACES.
       01  APPLY-CURR             PIC X(4).
       01  CONVERT-DELTA          PIC S9(8)V9(8).
       01  BALANCE-RECORD-KEY.
           05  BALANCE-RECORD-ID  PIC 9(10).
           05  FILLER             PIC X(2) VALUE '00'.
      * Epoch conversion for the pair's shared timestamp, same
      * midnight-plus-wall-clock arithmetic DOGEFUND uses.
       01  CONV-YEAR              PIC 9(4).
       01  CONV-MONTH             PIC 9(2).
       01  CONV-DAY               PIC 9(2).
       01  CONV-SECONDS           PIC S9(10).
       01  DATE-CONV-A            PIC S9(9).
       01  DATE-CONV-Y            PIC S9(9).
       01  DATE-CONV-M            PIC S9(9).
       01  DATE-CONV-JDN          PIC S9(9).
       01  DATE-CONV-DAYS         PIC S9(9).
       01  CARDS-READ             PIC 9(5) VALUE ZERO.
       01  POSTED-COUNT           PIC 9(5) VALUE ZERO.
       01  OVERRIDE-COUNT         PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT         PIC 9(5) VALUE ZERO.
       01  FROZEN-COUNT           PIC 9(5) VALUE ZERO.
       01  DR-AMOUNT              PIC -(7)9.9(8).
       01  DR-CREDIT              PIC -(7)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           MOVE DATE-CONV-DAYS TO TODAY-DAY-NUM.
           PERFORM LOAD-CURRENCY-TABLE.
           PERFORM LOAD-QUOTE-TABLE.
           SET OPRS-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEOPRS.
           IF OPRS-NOT-THERE
               SET OPRS-FILE-ABSENT TO TRUE
               DISPLAY 'DOGECNVB - NO OPERATOR FILE - EVERY CARD '
                       'WILL BE REJECTED'
           END-IF.
           OPEN I-O DOGEVSAM.
           PERFORM OPEN-CURRENCY-BALANCE-FILE.
           PERFORM OPEN-RESERVATION-FILE.
           PERFORM OPEN-HOLD-FILE.
           PERFORM OPEN-LIMIT-FILES.
           PERFORM OPEN-MOVEMENT-FILE.
           PERFORM OPEN-CHANGE-LOG-FILE.
           OPEN INPUT CNVIN.
           PERFORM READ-NEXT-CARD.
           PERFORM UNTIL CARD-EOF
               PERFORM PROCESS-ONE-CARD
               PERFORM READ-NEXT-CARD
           END-PERFORM.
           CLOSE CNVIN.
           CLOSE DOGEVSAM.
           CLOSE DOGECBAL.
           IF RESV-FILE-PRESENT
               CLOSE DOGERESV
           END-IF.
           IF HOLD-FILE-PRESENT
               CLOSE DOGEHOLD
           END-IF.
           IF LIMS-FILE-PRESENT
               CLOSE DOGELIMS
           END-IF.
           CLOSE DOGEUSGE.
           IF OPRS-FILE-PRESENT
               CLOSE DOGEOPRS
           END-IF.
           CLOSE DOGEBMOV.
           CLOSE DOGECHLG.
           PERFORM PRINT-CONVERSION-REPORT.
           STOP RUN.
      *
       READ-NEXT-CARD.
           READ CNVIN
               AT END SET CARD-EOF TO TRUE
           END-READ.
      *
       PROCESS-ONE-CARD.
      *    Every edit a send would face, cheapest first; the first
      *    one to fail rejects the card and says why.
           ADD 1 TO CARDS-READ.
           SET CARD-EDITS-PASSED TO TRUE.
           PERFORM EDIT-CONVERT-CARD.
           IF CARD-EDITS-PASSED
               PERFORM CHECK-REQUESTER-AUTHORIZED
           END-IF.
           IF CARD-EDITS-PASSED
               PERFORM SET-CONVERT-RATE
           END-IF.
           IF CARD-EDITS-PASSED
               PERFORM CHECK-ACCOUNT-FROZEN
           END-IF.
           IF CARD-EDITS-PASSED
               PERFORM CHECK-CONVERT-AVAILABLE
           END-IF.
           IF CARD-EDITS-PASSED
               PERFORM CHECK-CONVERT-LIMITS
           END-IF.
           IF CARD-EDITS-PASSED
               PERFORM POST-CONVERSION
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       EDIT-CONVERT-CARD.
           IF CI-ACCT IS NOT NUMERIC
               SET CARD-EDITS-FAILED TO TRUE
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' REJECTED - SUB-ACCOUNT NOT NUMERIC'
           ELSE
               MOVE CI-ACCT-NUM TO ACCT-NUM
           END-IF.
           IF CARD-EDITS-PASSED
               IF CI-FROM-CURR EQUAL TO SPACES
                   MOVE 'DOGE' TO FROM-CURR
               ELSE
                   MOVE CI-FROM-CURR TO FROM-CURR
               END-IF
               MOVE CI-TO-CURR TO TO-CURR
               MOVE FROM-CURR TO CURR-CHECK-CODE
               PERFORM CHECK-CURRENCY-KNOWN
               IF CURRENCY-UNKNOWN
                   SET CARD-EDITS-FAILED TO TRUE
                   DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                           ' REJECTED - UNKNOWN FROM CURRENCY '
                           FROM-CURR
               END-IF
           END-IF.
           IF CARD-EDITS-PASSED
               MOVE TO-CURR TO CURR-CHECK-CODE
               PERFORM CHECK-CURRENCY-KNOWN
               IF CURRENCY-UNKNOWN
                   SET CARD-EDITS-FAILED TO TRUE
                   DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                           ' REJECTED - UNKNOWN TO CURRENCY '
                           TO-CURR
               END-IF
           END-IF.
           IF CARD-EDITS-PASSED
              AND FROM-CURR EQUAL TO TO-CURR
               SET CARD-EDITS-FAILED TO TRUE
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' REJECTED - FROM AND TO CURRENCY THE SAME'
           END-IF.
           IF CARD-EDITS-PASSED
               IF CI-AMOUNT IS NOT NUMERIC
                   SET CARD-EDITS-FAILED TO TRUE
                   DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                           ' REJECTED - AMOUNT NOT NUMERIC'
               ELSE
               IF CI-AMOUNT EQUAL TO ZERO
                   SET CARD-EDITS-FAILED TO TRUE
                   DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                           ' REJECTED - ZERO AMOUNT'
               ELSE
                   MOVE CI-AMOUNT TO CONVERT-AMOUNT
               END-IF
               END-IF
           END-IF.
           IF CARD-EDITS-PASSED
      *        The (n*10)+1 balance record is the proof the
      *        sub-account was ever provisioned.
               COMPUTE NUM-DATE = ACCT-NUM * 10 + 1
               MOVE ZERO TO TSEQ
               READ DOGEVSAM
                   INVALID KEY
                       SET CARD-EDITS-FAILED TO TRUE
                       DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                               ' REJECTED - SUB-ACCOUNT ' ACCT-NUM
                               ' NOT PROVISIONED'
               END-READ
           END-IF.
      *
       CHECK-CURRENCY-KNOWN.
      *    DOGE itself is always good; anything else has to be an
      *    active DOGECURR code.
           IF CURR-CHECK-CODE EQUAL TO 'DOGE'
               SET CURRENCY-KNOWN TO TRUE
           ELSE
               SET CURRENCY-UNKNOWN TO TRUE
               IF CURRENCY-COUNT > 0
                   PERFORM VARYING CUR-IDX FROM 1 BY 1
                           UNTIL CUR-IDX > CURRENCY-COUNT
                       IF KNOWN-CURRENCY(CUR-IDX) EQUAL TO
                              CURR-CHECK-CODE
                           SET CURRENCY-KNOWN TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *
       CHECK-REQUESTER-AUTHORIZED.
      *    Same send authority DOGESEND checks on the signed-on
      *    userid, judged here on the card's requester.
           IF OPRS-FILE-ABSENT
               SET CARD-EDITS-FAILED TO TRUE
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' REJECTED - NO OPERATOR FILE'
           ELSE
               MOVE CI-REQUESTED-BY TO OPR-USERID
               READ DOGEOPRS
                   INVALID KEY
                       SET CARD-EDITS-FAILED TO TRUE
                       DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                               ' REJECTED - REQUESTER '
                               CI-REQUESTED-BY ' NOT ON FILE'
                   NOT INVALID KEY
                       IF OPR-NOT-AUTHORIZED-TO-SEND
                          OR (OPR-ROLE-SEND NOT EQUAL TO SPACES
                              AND NOT OPR-CAN-SEND)
                           SET CARD-EDITS-FAILED TO TRUE
                           DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                                   ' REJECTED - REQUESTER '
                                   CI-REQUESTED-BY
                                   ' NOT AUTHORIZED TO SEND'
                       END-IF
               END-READ
           END-IF.
      *
       SET-CONVERT-RATE.
      *    A rate on the card is an override and needs a second,
      *    approve-role operator; otherwise the DOGERATE quote,
      *    crossed through USD, or the card is rejected.
           IF CI-RATE-X EQUAL TO SPACES
               MOVE ZERO TO CI-RATE
           END-IF.
           IF CI-RATE IS NOT NUMERIC
               SET CARD-EDITS-FAILED TO TRUE
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' REJECTED - RATE NOT NUMERIC'
           ELSE
           IF CI-RATE > ZERO
               SET RATE-IS-OVERRIDE TO TRUE
               MOVE CI-RATE TO CONVERT-RATE
               PERFORM CHECK-OVERRIDE-APPROVER
           ELSE
               SET RATE-IS-QUOTED TO TRUE
               PERFORM FETCH-QUOTED-RATE
           END-IF
           END-IF.
           IF CARD-EDITS-PASSED
               COMPUTE CREDIT-WORK ROUNDED =
                       CONVERT-AMOUNT * CONVERT-RATE
               IF CREDIT-WORK > CREDIT-LIMIT
                   SET CARD-EDITS-FAILED TO TRUE
                   DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                           ' REJECTED - CONVERTED AMOUNT TOO LARGE'
               ELSE
                   MOVE CREDIT-WORK TO CREDIT-AMOUNT
               END-IF
           END-IF.
      *
       CHECK-OVERRIDE-APPROVER.
      *    The approving userid has to exist on DOGEOPRS, carry the
      *    approve role and be someone other than the requester -
      *    the same two-person rule DOGECNVT's confirm applies.
           IF CI-APPROVED-BY EQUAL TO SPACES
               SET CARD-EDITS-FAILED TO TRUE
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' REJECTED - OVERRIDE RATE NEEDS AN APPROVER'
           ELSE
           IF CI-APPROVED-BY EQUAL TO CI-REQUESTED-BY
               SET CARD-EDITS-FAILED TO TRUE
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' REJECTED - REQUESTER CANNOT APPROVE OWN RATE'
           ELSE
               MOVE CI-APPROVED-BY TO OPR-USERID
               READ DOGEOPRS
                   INVALID KEY
                       SET CARD-EDITS-FAILED TO TRUE
                       DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                               ' REJECTED - APPROVER '
                               CI-APPROVED-BY ' NOT ON FILE'
                   NOT INVALID KEY
                       IF OPR-AUTHORIZED-TO-SEND AND OPR-CAN-APPROVE
                           CONTINUE
                       ELSE
                           SET CARD-EDITS-FAILED TO TRUE
                           DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                                   ' REJECTED - APPROVER '
                                   CI-APPROVED-BY
                                   ' LACKS THE APPROVE ROLE'
                       END-IF
               END-READ
           END-IF
           END-IF.
      *
       FETCH-QUOTED-RATE.
           MOVE FROM-CURR TO RATE-CURR-WANTED.
           PERFORM FIND-USD-RATE.
           MOVE RATE-FOUND-VALUE TO FROM-USD-RATE.
           IF RATE-WAS-FOUND
               MOVE TO-CURR TO RATE-CURR-WANTED
               PERFORM FIND-USD-RATE
               MOVE RATE-FOUND-VALUE TO TO-USD-RATE
           END-IF.
           IF RATE-WAS-FOUND
              AND FROM-USD-RATE > ZERO
              AND TO-USD-RATE > ZERO
               COMPUTE CONVERT-RATE ROUNDED =
                       FROM-USD-RATE / TO-USD-RATE
           ELSE
               SET CARD-EDITS-FAILED TO TRUE
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' REJECTED - NO CURRENT DOGERATE QUOTE FOR '
                       RATE-CURR-WANTED
           END-IF.
      *
       FIND-USD-RATE.
      *    USD needs no row of its own; anything else takes its
      *    latest stored rate, refused once it is older than the
      *    same age limit DOGECOIN's rate look-back stops at.
           MOVE ZERO TO RATE-FOUND-VALUE.
           SET RATE-NOT-FOUND TO TRUE.
           IF RATE-CURR-WANTED EQUAL TO 'USD '
               MOVE 1 TO RATE-FOUND-VALUE
               SET RATE-WAS-FOUND TO TRUE
           ELSE
               PERFORM FIND-QUOTE-ENTRY
               IF FOUND-QT-IDX > 0
                   MOVE QT-DATE(FOUND-QT-IDX) TO RATE-ROW-DATE
                   MOVE RATE-ROW-DATE(1:4) TO CONV-YEAR
                   MOVE RATE-ROW-DATE(5:2) TO CONV-MONTH
                   MOVE RATE-ROW-DATE(7:2) TO CONV-DAY
                   PERFORM CONVERT-YMD-TO-KEY
                   COMPUTE RATE-AGE-DAYS =
                           TODAY-DAY-NUM - DATE-CONV-DAYS
                   IF RATE-AGE-DAYS NOT GREATER THAN
                          RATE-AGE-LIMIT-DAYS
                       MOVE QT-RATE(FOUND-QT-IDX) TO RATE-FOUND-VALUE
                       SET RATE-WAS-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       FIND-QUOTE-ENTRY.
           MOVE ZERO TO FOUND-QT-IDX.
           IF QUOTE-COUNT > 0
               PERFORM VARYING QT-IDX FROM 1 BY 1
                       UNTIL QT-IDX > QUOTE-COUNT
                   IF QT-CURR(QT-IDX) EQUAL TO RATE-CURR-WANTED
                       MOVE QT-IDX TO FOUND-QT-IDX
                   END-IF
               END-PERFORM
           END-IF.
      *
       CHECK-CONVERT-AVAILABLE.
      *    DOGE available is the (n*10)+1 balance less the (n*10)+2
      *    pending aggregate; any other currency is its DOGECBAL
      *    balance less its pending - either way less earmarks and
      *    legal holds, the same reads a send faces.
           MOVE ZERO TO AVAILABLE-AMOUNT.
           IF FROM-CURR EQUAL TO 'DOGE'
               PERFORM READ-DOGE-AVAILABLE
           ELSE
               MOVE ACCT-NUM TO CB-ACCT
               MOVE FROM-CURR TO CB-CURR
               PERFORM READ-CURRENCY-AVAILABLE
           END-IF.
           IF CONVERT-AMOUNT > AVAILABLE-AMOUNT
               SET CARD-EDITS-FAILED TO TRUE
               MOVE CONVERT-AMOUNT TO DR-AMOUNT
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' REJECTED - ' DR-AMOUNT ' ' FROM-CURR
                       ' EXCEEDS AVAILABLE IN ACCT ' ACCT-NUM
           END-IF.
      *
       READ-DOGE-AVAILABLE.
           COMPUTE NUM-DATE = ACCT-NUM * 10 + 1.
           MOVE ZERO TO TSEQ.
           READ DOGEVSAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
                   MOVE THE-AMOUNT TO AVAILABLE-AMOUNT
           END-READ.
           COMPUTE NUM-DATE = ACCT-NUM * 10 + 2.
           MOVE ZERO TO TSEQ.
           READ DOGEVSAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
                   SUBTRACT THE-AMOUNT FROM AVAILABLE-AMOUNT
           END-READ.
           MOVE ACCT-NUM TO RV-ACCT.
           MOVE 'DOGE' TO RV-CURR.
           PERFORM SUBTRACT-ACTIVE-RESERVATIONS.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       READ-CURRENCY-AVAILABLE.
      *    Available = this currency's spendable balance less its own
      *    outstanding pending, off the CB-ACCT/CB-CURR row the
      *    caller keyed. No row means the sub-account never held the
      *    currency: zero available.
           MOVE ZERO TO AVAILABLE-AMOUNT.
           READ DOGECBAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE AVAILABLE-AMOUNT = CB-BALANCE - CB-PENDING
           END-READ.
           MOVE CB-ACCT TO RV-ACCT.
           MOVE CB-CURR TO RV-CURR.
           PERFORM SUBTRACT-ACTIVE-RESERVATIONS.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       OPEN-RESERVATION-FILE.
           SET RESV-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGERESV.
           IF RESV-NOT-THERE
               SET RESV-FILE-ABSENT TO TRUE
           END-IF.
      *
       SUBTRACT-ACTIVE-RESERVATIONS.
      *    Coins earmarked through DOGERSVM are spoken for even though
      *    nothing has been sent - the total row for the RV-ACCT and
      *    RV-CURR the caller keyed comes off AVAILABLE-AMOUNT
      *    alongside the pending figure. No row, nothing reserved.
           IF RESV-FILE-PRESENT
               MOVE SPACES TO RV-REF
               READ DOGERESV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT RV-AMOUNT FROM AVAILABLE-AMOUNT
               END-READ
           END-IF.
      *
       OPEN-HOLD-FILE.
           SET HOLD-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEHOLD.
           IF HOLD-NOT-THERE
               SET HOLD-FILE-ABSENT TO TRUE
           END-IF.
      *
       CHECK-ACCOUNT-FROZEN.
      *    ACCT-NUM's DOGEHOLD freeze row - currency and reference
      *    blank - while ACTIVE stops every debit off the sub-account,
      *    a conversion's from-leg included.
           IF HOLD-FILE-PRESENT
               MOVE ACCT-NUM TO HL-ACCT
               MOVE SPACES TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-FREEZE AND HL-ACTIVE
                           SET CARD-EDITS-FAILED TO TRUE
                           ADD 1 TO FROZEN-COUNT
                           DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                                   ' REJECTED - SUB-ACCOUNT '
                                   ACCT-NUM ' FROZEN'
                       END-IF
               END-READ
           END-IF.
      *
       SUBTRACT-LEGAL-HOLDS.
      *    Coins locked under a legal hold through DOGEHLDM are not
      *    spendable either - the hold total row for the same
      *    RV-ACCT and RV-CURR comes off AVAILABLE-AMOUNT. No row,
      *    nothing held.
           IF HOLD-FILE-PRESENT
               MOVE RV-ACCT TO HL-ACCT
               MOVE RV-CURR TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-HOLD-TOTAL
                           SUBTRACT HL-AMOUNT FROM AVAILABLE-AMOUNT
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-CONVERT-LIMITS.
      *    Same DOGELIMS-vs-DOGEUSGE velocity check DOGESEND makes,
      *    operator scope on the card's requester.
           IF LIMS-FILE-ABSENT
               CONTINUE
           ELSE
               MOVE 'O' TO LIM-TYPE
               MOVE CI-REQUESTED-BY TO LIM-ID
               PERFORM CHECK-ONE-CONVERT-LIMIT
               MOVE 'A' TO LIM-TYPE
               MOVE SPACES TO LIM-ID
               MOVE ACCT-NUM TO LIM-ID(1:3)
               PERFORM CHECK-ONE-CONVERT-LIMIT
           END-IF.
      *
       CHECK-ONE-CONVERT-LIMIT.
           READ DOGELIMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LIM-TYPE TO USG-TYPE
                   MOVE LIM-ID TO USG-ID
                   MOVE WS-TODAY TO USG-DATE
                   READ DOGEUSGE
                       INVALID KEY
                           MOVE ZERO TO USG-USED-AMOUNT
                           MOVE ZERO TO USG-USED-COUNT
                   END-READ
      *            A settled conversion has nothing to hold - a
      *            breach under either action rejects the card.
                   IF USG-USED-AMOUNT + CONVERT-AMOUNT
                          > LIM-DAILY-AMOUNT
                      OR USG-USED-COUNT + 1 > LIM-DAILY-COUNT
                       SET CARD-EDITS-FAILED TO TRUE
                       DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                               ' REJECTED - BREACHES DAILY LIMIT '
                               LIM-ID
                   END-IF
           END-READ.
      *
       POST-CONVERSION.
      *    The same linked pair DOGECNVT writes - debit row out of
      *    the from-currency, credit row into the to-currency, both
      *    SETTLED, shared timestamp, adjacent TSEQ - then the two
      *    balances and the day's usage.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE NUM-DATE = CONV-SECONDS
                   + WS-TOD-HH * 3600 + WS-TOD-MM * 60 + WS-TOD-SS.
           MOVE ZERO TO TSEQ.
           MOVE FROM-CURR TO CNV-FROM-CURR.
           MOVE TO-CURR TO CNV-TO-CURR.
           MOVE CONVERT-RATE TO CNV-RATE-EDIT.
           MOVE RATE-SOURCE-FLAG TO CNV-RATE-SOURCE.
           MOVE ACCT-NUM TO TACCT.
           MOVE SPACES TO TADDRSS.
           MOVE 'CONVERT' TO TLABEL.
           MOVE '-' TO TAMT-SIGN.
           MOVE CONVERT-AMOUNT TO THE-AMOUNT.
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
           IF CONVERT-WRITE-CLEAN
               PERFORM APPLY-CONVERT-BALANCES
               PERFORM UPDATE-CONVERT-USAGE
               ADD 1 TO POSTED-COUNT
               IF RATE-IS-OVERRIDE
                   ADD 1 TO OVERRIDE-COUNT
               END-IF
               MOVE CONVERT-AMOUNT TO DR-AMOUNT
               MOVE CREDIT-AMOUNT TO DR-CREDIT
               DISPLAY 'DOGECNVB - ACCT ' ACCT-NUM ' CONVERTED '
                       DR-AMOUNT ' ' FROM-CURR ' TO ' DR-CREDIT
                       ' ' TO-CURR ' @ ' CNV-RATE-EDIT ' '
                       CNV-RATE-SOURCE
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE 4 TO RETURN-CODE
               DISPLAY 'DOGECNVB - CARD ' CARDS-READ
                       ' ABANDONED - ROW WRITE FAILED'
           END-IF.
      *
       WRITE-ONE-CONVERT-ROW.
           SET CONVERT-ROW-NOT-WRITTEN TO TRUE.
           PERFORM WRITE-ONE-CONVERT-ROW-ONCE
               UNTIL CONVERT-ROW-WRITTEN.
      *
       WRITE-ONE-CONVERT-ROW-ONCE.
      *    Same key-collision handling every batch writer uses - a
      *    22 bumps the within-second half of TKEY, a spent second
      *    rolls to the next one, and anything else is a hard
      *    failure that stops the conversion before balances move.
           WRITE TRANSACTION
               INVALID KEY
                   IF WS-VSAM-STATUS EQUAL TO '22'
                       IF TSEQ < 99
                           ADD 1 TO TSEQ
                       ELSE
                           ADD 1 TO NUM-DATE
                           MOVE ZERO TO TSEQ
                       END-IF
                   ELSE
                       DISPLAY 'DOGECNVB - ROW WRITE FAILED STATUS '
                               WS-VSAM-STATUS
                       SET CONVERT-WRITE-FAILED TO TRUE
                       SET CONVERT-ROW-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET CONVERT-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       APPLY-CONVERT-BALANCES.
           MOVE FROM-CURR TO APPLY-CURR.
           SUBTRACT CONVERT-AMOUNT FROM ZERO GIVING CONVERT-DELTA.
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
               PERFORM APPLY-CURRENCY-BALANCE
           END-IF.
      *
       APPLY-DOGE-BALANCE.
      *    Same READ/REWRITE of the (account*10)+1 record DOGEFUND's
      *    APPLY-ONE-TRANSFER-BALANCE does - CONVERT-DELTA, set by
      *    the caller, says which way this side moves.
           COMPUTE BALANCE-RECORD-ID = ACCT-NUM * 10 + 1.
           MOVE BALANCE-RECORD-KEY TO TKEY.
           READ DOGEVSAM
               INVALID KEY
                   DISPLAY 'DOGECNVB - BALANCE RECORD MISSING FOR '
                           BALANCE-RECORD-ID
               NOT INVALID KEY
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
                   REWRITE TRANSACTION
                       INVALID KEY
                           DISPLAY 'DOGECNVB - BALANCE UPDATE FAILED'
                   END-REWRITE
                   MOVE ACCT-NUM TO BM-ACCT
                   MOVE 'BAL ' TO BM-RECORD-TYPE
                   MOVE 'DOGE' TO BM-CURR
                   MOVE SAVED-DRIVER-KEY TO BM-DRIVER-KEY
                   PERFORM WRITE-BALANCE-MOVEMENT
           END-READ.
      *
       APPLY-CURRENCY-BALANCE.
      *    Read/rewrite the currency's DOGECBAL row, or seed a fresh
      *    one the first time the sub-account ever holds the
      *    currency - same choice DOGEBLKP's ADD-CURRENCY-PENDING
      *    makes.
           MOVE ACCT-NUM TO CB-ACCT.
           MOVE APPLY-CURR TO CB-CURR.
           READ DOGECBAL
               INVALID KEY
                   MOVE ZERO TO CB-PENDING
                   MOVE ZERO TO BM-OLD-AMOUNT
                   MOVE CONVERT-DELTA TO CB-BALANCE
                   WRITE CURRENCY-BALANCE-ENTRY
                       INVALID KEY
                           DISPLAY 'CURRENCY BALANCE SEED FAILED '
                                   CB-ACCT ' ' CB-CURR
                   END-WRITE
               NOT INVALID KEY
                   MOVE CB-BALANCE TO BM-OLD-AMOUNT
                   ADD CONVERT-DELTA TO CB-BALANCE
                   REWRITE CURRENCY-BALANCE-ENTRY
                       INVALID KEY
                           DISPLAY 'CURRENCY BALANCE UPDATE FAILED '
                                   CB-ACCT ' ' CB-CURR
                   END-REWRITE
           END-READ.
           MOVE CB-BALANCE TO BM-NEW-AMOUNT.
           MOVE CB-ACCT TO BM-ACCT.
           MOVE 'CBAL' TO BM-RECORD-TYPE.
           MOVE CB-CURR TO BM-CURR.
           MOVE SAVED-DRIVER-KEY TO BM-DRIVER-KEY.
           PERFORM WRITE-BALANCE-MOVEMENT.
      *
       UPDATE-CONVERT-USAGE.
      *    Counted against both caps from the moment it posts.
           MOVE 'O' TO USG-TYPE.
           MOVE CI-REQUESTED-BY TO USG-ID.
           PERFORM UPDATE-ONE-CONVERT-USAGE.
           MOVE 'A' TO USG-TYPE.
           MOVE SPACES TO USG-ID.
           MOVE ACCT-NUM TO USG-ID(1:3).
           PERFORM UPDATE-ONE-CONVERT-USAGE.
      *
       UPDATE-ONE-CONVERT-USAGE.
           MOVE WS-TODAY TO USG-DATE.
           MOVE USG-KEY TO USAGE-KEY-SAVE.
           READ DOGEUSGE
               INVALID KEY
                   MOVE USAGE-KEY-SAVE TO USG-KEY
                   MOVE CONVERT-AMOUNT TO USG-USED-AMOUNT
                   MOVE 1 TO USG-USED-COUNT
                   WRITE SEND-USAGE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGECNVB - USAGE WRITE FAILED'
                   END-WRITE
               NOT INVALID KEY
                   ADD CONVERT-AMOUNT TO USG-USED-AMOUNT
                   ADD 1 TO USG-USED-COUNT
                   REWRITE SEND-USAGE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGECNVB - USAGE REWRITE FAILED'
                   END-REWRITE
           END-READ.
      *
       LOAD-CURRENCY-TABLE.
           OPEN INPUT DOGECURR.
           IF CURR-NOT-THERE
               DISPLAY 'DOGECNVB - NO CURRENCY MASTER - DOGE ONLY'
           ELSE
               PERFORM READ-NEXT-CURRENCY
               PERFORM UNTIL CURR-EOF OR CURRENCY-COUNT = 50
                   IF CM-ACTIVE
                       ADD 1 TO CURRENCY-COUNT
                       MOVE CM-CODE TO
                           KNOWN-CURRENCY(CURRENCY-COUNT)
                   END-IF
                   PERFORM READ-NEXT-CURRENCY
               END-PERFORM
               CLOSE DOGECURR
           END-IF.
      *
       READ-NEXT-CURRENCY.
           READ DOGECURR NEXT RECORD
               AT END SET CURR-EOF TO TRUE
           END-READ.
      *
       LOAD-QUOTE-TABLE.
      *    One pass over the history keeps, per currency, the latest
      *    rate dated today or earlier - whether it is recent enough
      *    to use is judged card by card.
           OPEN INPUT DOGERATE.
           IF RATE-NOT-THERE
               DISPLAY 'DOGECNVB - NO RATE HISTORY - ONLY OVERRIDE '
                       'RATES CAN POST'
           ELSE
               PERFORM READ-NEXT-RATE-ROW
               PERFORM UNTIL RATE-EOF
                   MOVE XR-DATE TO RATE-ROW-DATE
                   IF RATE-ROW-DATE NOT GREATER THAN WS-TODAY
                       PERFORM KEEP-LATEST-QUOTE
                   END-IF
                   PERFORM READ-NEXT-RATE-ROW
               END-PERFORM
               CLOSE DOGERATE
           END-IF.
      *
       READ-NEXT-RATE-ROW.
           READ DOGERATE NEXT RECORD
               AT END SET RATE-EOF TO TRUE
           END-READ.
      *
       KEEP-LATEST-QUOTE.
           MOVE XR-CURR TO RATE-CURR-WANTED.
           PERFORM FIND-QUOTE-ENTRY.
           IF FOUND-QT-IDX EQUAL TO ZERO
               IF QUOTE-COUNT < 50
                   ADD 1 TO QUOTE-COUNT
                   MOVE QUOTE-COUNT TO FOUND-QT-IDX
                   MOVE XR-CURR TO QT-CURR(FOUND-QT-IDX)
                   MOVE ZERO TO QT-DATE(FOUND-QT-IDX)
               ELSE
                   DISPLAY 'DOGECNVB - QUOTE TABLE FULL - NO RATE '
                           'FOR ' XR-CURR
               END-IF
           END-IF.
           IF FOUND-QT-IDX > 0
              AND RATE-ROW-DATE > QT-DATE(FOUND-QT-IDX)
               MOVE RATE-ROW-DATE TO QT-DATE(FOUND-QT-IDX)
               MOVE XR-USD-RATE TO QT-RATE(FOUND-QT-IDX)
           END-IF.
      *
       OPEN-LIMIT-FILES.
           SET LIMS-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGELIMS.
           IF LIMS-NOT-THERE
               SET LIMS-FILE-ABSENT TO TRUE
           END-IF.
           OPEN I-O DOGEUSGE.
           IF USGE-NOT-YET-LOADED
               OPEN OUTPUT DOGEUSGE
               CLOSE DOGEUSGE
               OPEN I-O DOGEUSGE
           END-IF.
      *
       OPEN-CURRENCY-BALANCE-FILE.
      *    First ever run finds no loaded DOGECBAL cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGECBAL.
           IF CBAL-NOT-YET-LOADED
               OPEN OUTPUT DOGECBAL
               CLOSE DOGECBAL
               OPEN I-O DOGECBAL
           END-IF.
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
       WRITE-BALANCE-MOVEMENT.
      *    Before/after image of the control-record update just made
      *    - the caller filled the account, record type, currency,
      *    old/new amounts and driving key; this stamps the moment
      *    and banks the row, bumping the sequence on a same-second
      *    collision.
           ACCEPT BM-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT BM-ACCEPT-TIME FROM TIME.
           MOVE BM-ACCEPT-DATE TO BM-DATE.
           MOVE BM-ACCEPT-TIME(1:6) TO BM-TIME.
           MOVE ZERO TO BM-SEQ.
           MOVE 'DOGECNVB' TO BM-PROGRAM.
           MOVE SPACES TO BM-USERID.
           SET MOVEMENT-NOT-BANKED TO TRUE.
           PERFORM WRITE-MOVEMENT-ONCE
               UNTIL MOVEMENT-BANKED.
      *
       WRITE-MOVEMENT-ONCE.
      *    The update itself already stands - a lost movement row is
      *    an audit gap to shout about, not a reason to back money
      *    out.
           WRITE BALANCE-MOVEMENT-ENTRY
               INVALID KEY
                   IF WS-BMOV-STATUS EQUAL TO '22' AND BM-SEQ < 999
                       ADD 1 TO BM-SEQ
                   ELSE
                       SET MOVEMENT-BANKED TO TRUE
                       DISPLAY 'DOGECNVB - MOVEMENT LEDGER WRITE FAILED'
                   END-IF
               NOT INVALID KEY
                   SET MOVEMENT-BANKED TO TRUE
           END-WRITE.
      *
       OPEN-MOVEMENT-FILE.
      *    First ever run finds no loaded DOGEBMOV cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEBMOV.
           IF BMOV-NOT-YET-LOADED
               OPEN OUTPUT DOGEBMOV
               CLOSE DOGEBMOV
               OPEN I-O DOGEBMOV
           END-IF.
      *
       PRINT-CONVERSION-REPORT.
           DISPLAY ' '.
           DISPLAY '===== DOGECNVB CURRENCY CONVERSION REPORT ====='.
           DISPLAY 'CARDS READ .................. ' CARDS-READ.
           DISPLAY 'CONVERSIONS POSTED .......... ' POSTED-COUNT.
           DISPLAY 'OF WHICH AT AN OVERRIDE RATE  ' OVERRIDE-COUNT.
           DISPLAY 'CARDS REJECTED .............. ' REJECTED-COUNT.
           DISPLAY 'OF WHICH ACCOUNT FROZEN ..... ' FROZEN-COUNT.
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
           MOVE 'DOGECNVB' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGECNVB - CHANGE LOG WRITE FAILED'
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
       END PROGRAM DOGECNVB.
