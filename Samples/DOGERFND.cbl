      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGERFND:
      *   Deposit refunds. A customer who pays an invoice twice, or
      *   pays more than it was for, or sends coins nobody can place,
      *   used to get their money back through a hand-keyed DOGESEND
      *   to an address somebody dug out of the wallet logs - with
      *   nothing on file to say the send was a refund, which deposit
      *   it was for, or that the expectation it went against still
      *   counted the coins as received. This screen works from the
      *   deposit itself: reached from DOGEDEET or the DOGEWRKQ work
      *   queue with a settled RECV row's key, it shows the deposit,
      *   the address it came from and the expectation it went
      *   against (off DOGERECV's DOGEDEPX cross-reference), how much
      *   has already gone back and how much of it was overpaid.
      *   F refunds whatever of the deposit has not gone back yet; O
      *   refunds only the overpaid portion - the whole deposit for a
      *   duplicate or unmatched one, what the expectation received
      *   over its amount for one that was applied. A reason code
      *   (DUPL, OVPD, UNID or CUST, defaulted from the match) and a
      *   note go with it.
      *
      *   The refund is a send like any other: same DOGEOPRS send
      *   authority, freeze, deny list, counterparty review, new-
      *   payee cooling-off, dormancy, available balance less
      *   pending, reservations, legal holds and fee, daily limits,
      *   duplicate-send window and hold threshold DOGESEND applies,
      *   and the same PENDING or HELD row, queue put and outbox
      *   fallback. The row is labelled
      *   REFUND and its memo carries the deposit key and reason.
      *   The expectation is put right - an applied deposit comes
      *   off what it received, though never below what DOGENETG
      *   settled against it by offset, and an overpaid-part refund
      *   bigger than the coins it actually received is refused; a
      *   duplicate loses its flag - and the
      *   refund is recorded on DOGEDEPX and in the DOGERFRG refund
      *   register DOGERFRP reports from. One refund per deposit is
      *   outstanding at a time; one that FAILED or was VOIDED is
      *   given back to the deposit, expectation and all, the next
      *   time the deposit is shown here. A deposit or refund EOD
      *   has already rolled off the live file is read from DOGEHIST.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGERFND.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Deposit key plus one byte - DOGEDEET and DOGEWRKQ XCTL here
      * with the bare 12-byte key, so a 12-byte commarea is a first
      * arrival and this program's own 13-byte return is not.
       01  DOGECOMMS-AREA.
           05  RFND-DEPOSIT-KEY PIC X(12) VALUE SPACES.
           05  RFND-SHOWN       PIC X VALUE 'Y'.
       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
      * Same DOGESNDQ message DOGESEND puts - dogedcams.py neither
      * knows nor cares that this send is a refund.
       01  TO-SEND.
           05  DOGEID          PIC X(10)B VALUE 'DOGECICS99'.
           05  TEXT-TIMESTAMP  PIC 9(10)B.
           05  TEXT-SEQ        PIC X(2)B.
           05  TO-ADDRESS      PIC X(34)B.
           05  SEND-AMOUNT     PIC X(17).
           05  MSG-SEQ         PIC 9(6).
       01  TO-SEND-LEN         PIC 99 VALUE 83.
       01  SEND-DTAQ-NAME       PIC X(10) VALUE 'DOGESNDQ'.
       01  SEND-LIB-NAME        PIC X(10) VALUE 'MYLIB'.
       01  SEND-DTAQ-MSG-LEN    PIC 9(5) BINARY.
       01  SEND-DTAQ-RETCODE    PIC S9(9) BINARY VALUE 0.
      * Deposits are DOGE, so is every refund of one.
       01  CURR-NUM             PIC X(4) VALUE 'DOGE'.
       01  TEMP-DATE           PIC 9(15) COMP-3.
       01  SINCE-EPOCH         PIC S9(15) COMP-3 VALUE +2208988800000.
      * Control records for the deposit's sub-account, computed by
      * COMPUTE-ACCOUNT-KEYS - the refund comes out of the wallet the
      * deposit was credited to.
       01  BALANCE-RECORD-KEY.
           05  BALANCE-RECORD-ID         PIC 9(10).
           05  FILLER                    PIC X(2) VALUE '00'.
       01  PENDING-AGGREGATE-RECORD-KEY.
           05  PENDING-AGGREGATE-RECORD-ID PIC 9(10).
           05  FILLER                    PIC X(2) VALUE '00'.
       01  DUP-CHECK-RECORD-KEY.
           05  DUP-CHECK-RECORD-ID       PIC 9(10).
           05  FILLER                    PIC X(2) VALUE '00'.
       01  ACCT-NUM             PIC 9(3) VALUE 0.
      * Same second-approver threshold DOGESEND holds a send at.
       01  HOLD-THRESHOLD-AMOUNT            PIC S9(8)V9(8) VALUE 10000.
       01  SEND-WAS-HELD                    PIC X VALUE 'N'.
           88  SEND-HELD                            VALUE 'Y'.
           88  SEND-NOT-HELD                        VALUE 'N'.
       01  PENDING-WRITE-FLAG               PIC X VALUE 'N'.
           88  PENDING-ROW-WRITTEN                  VALUE 'Y'.
           88  PENDING-ROW-NOT-WRITTEN              VALUE 'N'.
       01  PENDING-FAIL-FLAG                PIC X VALUE 'N'.
           88  PENDING-WRITE-FAILED                 VALUE 'Y'.
           88  PENDING-WRITE-CLEAN                  VALUE 'N'.
      * VSAM Record Layout
       COPY TRANXREC.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  AVAILABLE-AMOUNT                 PIC S9(8)V9(8).
      * The refund amount as ########.######## - the REFUND row's
      * TAMOUNT, the DOGESNDQ amount and the duplicate-send compare.
       01  AMOUNT-CHECK.
           05  AMTCHK-INTEGER    PIC X(8).
           05  AMTCHK-DOT        PIC X.
           05  AMTCHK-DECIMAL    PIC X(8).
       01  AMOUNT-CHECK-NUM REDEFINES AMOUNT-CHECK.
           05  AMTCHK-INTEGER-N  PIC 9(8).
           05  FILLER            PIC X.
           05  AMTCHK-DECIMAL-N  PIC 9(8).
       01  REQUESTED-AMOUNT                 PIC S9(8)V9(8).
       01  RESPONSE-CODE                    PIC S9(4) COMP.
       01  DUP-WINDOW-SECONDS               PIC 9(5) VALUE 30.
       01  CURRENT-EPOCH-SECONDS            PIC 9(10).
       01  SECONDS-SINCE-LAST-SEND          PIC S9(10).
       01  DUPLICATE-SEND-FLAG PIC X VALUE 'N'.
           88  DUPLICATE-DETECTED     VALUE 'Y'.
           88  DUPLICATE-NOT-DETECTED VALUE 'N'.
      * Dogecoin address validation working fields - the origin came
      * off the chain, but it is checked the same way a keyed payee
      * is before a single coin goes to it.
       01  BASE58-ALPHABET-PARTS.
           05  FILLER PIC X(29) VALUE '123456789ABCDEFGHJKLMNPQRSTUV'.
           05  FILLER PIC X(29) VALUE 'WXYZabcdefghijkmnopqrstuvwxyz'.
       01  BASE58-ALPHABET REDEFINES BASE58-ALPHABET-PARTS PIC X(58).
       01  CAND-ADDRESS        PIC X(34).
       01  ADDR-CHECK-FLAG     PIC X VALUE 'Y'.
           88  ADDRESS-IS-VALID        VALUE 'Y'.
           88  ADDRESS-IS-INVALID      VALUE 'N'.
       01  ADDR-FAIL-MESSAGE   PIC X(38) VALUE SPACES.
       01  B58-CHAR-IDX        PIC 9(3) COMP.
       01  B58-ALPHA-IDX       PIC 9(3) COMP.
       01  B58-CHAR-VALUE      PIC S9(3) COMP.
       01  B58-BYTE-IDX        PIC 9(3) COMP.
       01  B58-WORK            PIC 9(7) COMP.
       01  B58-CARRY           PIC 9(7) COMP.
       01  B58-PAYLOAD.
           05  B58-BYTE OCCURS 25 TIMES PIC 9(3) COMP.
       01  B58-VERSION-WANTED  PIC 9(3) COMP.
      * Funds reservation total, VSAM file DOGERESV - earmarked coins
      * are no more available to a refund than to a send
       COPY RESVREC.
      * Freeze and legal-hold rows, VSAM file DOGEHOLD - a frozen
      * sub-account refunds nothing, and coins under a hold are no
      * more available to a refund than to a send
       COPY HOLDREC.
       01  FREEZE-CHECK-FLAG PIC X VALUE 'N'.
           88  ACCOUNT-FROZEN      VALUE 'Y'.
           88  ACCOUNT-NOT-FROZEN  VALUE 'N'.
      * Sub-account directory, VSAM file DOGEACTS - a dormant
      * sub-account's refund is written HELD, the same second look
      * DOGESEND gives its sends
       COPY ACCTDIR.
       01  DORMANCY-CHECK-FLAG PIC X VALUE 'N'.
           88  DORMANT-FORCES-HOLD VALUE 'H'.
           88  ACCOUNT-NOT-DORMANT VALUE 'N'.
      * Deny-list entry, VSAM file DOGEDENY - a listed origin gets
      * nothing back from here; compliance decides what happens to
      * the coins
       COPY DENYREC.
       01  DENY-CHECK-FLAG PIC X VALUE 'N'.
           88  ADDRESS-DENIED      VALUE 'Y'.
           88  ADDRESS-NOT-DENIED  VALUE 'N'.
      * Counterparty master and address-link entries, VSAM files
      * DOGECPTY and DOGECPTA
       COPY CPTYREC.
       COPY CPADRREC.
       01  CPTY-REVIEW-FLAG PIC X VALUE 'C'.
           88  CPTY-REVIEW-CURRENT     VALUE 'C'.
           88  CPTY-REVIEW-EXPIRED     VALUE 'E'.
           88  CPTY-FORCES-HOLD        VALUE 'H'.
       01  REVIEW-TODAY         PIC X(8).
      * Payee history, VSAM file DOGEPAYE - an origin we have never
      * paid is a new payee like any other
       COPY PAYEREC.
       01  NEW-PAYEE-FLAG PIC X VALUE 'E'.
           88  PAYEE-ESTABLISHED       VALUE 'E'.
           88  NEW-PAYEE-FORCES-HOLD   VALUE 'H'.
       01  PAYEE-ROW-FLAG PIC X VALUE 'N'.
           88  PAYEE-ROW-ON-FILE       VALUE 'Y'.
           88  PAYEE-ROW-NOT-ON-FILE   VALUE 'N'.
       01  DEFAULT-COOLING-HOURS PIC 9(3) VALUE 48.
       01  COOLING-HOURS        PIC 9(3).
       01  PAYEE-NOW-EPOCH      PIC 9(10).
       01  PAYEE-KNOWN-SINCE    PIC 9(10).
       01  PAYEE-AGE-SECONDS    PIC S9(10).
      * Operator authorization entry, VSAM file DOGEOPRS - sending a
      * refund takes the same send role as any other send
       COPY OPRAUTH.
       01  OPERATOR-AUTH-FLAG PIC X VALUE 'Y'.
           88  OPERATOR-IS-AUTHORIZED  VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED VALUE 'N'.
      * Daily cumulative send limits, VSAM files DOGELIMS/DOGEUSGE -
      * a refund counts against the operator's and the sub-account's
      * day like any other send
       COPY LIMSREC.
       COPY USAGEREC.
       01  LIMIT-CHECK-FLAG PIC X VALUE 'P'.
           88  LIMIT-PASSED            VALUE 'P'.
           88  LIMIT-REFUSED           VALUE 'R'.
           88  LIMIT-FORCES-HOLD       VALUE 'H'.
       01  LIMIT-TODAY          PIC X(8).
       01  LIMIT-USED-AMOUNT    PIC S9(9)V9(8).
       01  LIMIT-USED-COUNT     PIC 9(5).
       01  USAGE-KEY-SAVE       PIC X(17).
      * Balance-movement ledger record, VSAM file DOGEBMOV
       COPY BMOVREC.
       01  BM-TIME-WORK        PIC X(8).
       01  BM-BANK-FLAG        PIC X VALUE 'N'.
           88  MOVEMENT-BANKED         VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED     VALUE 'N'.
      * Per-queue envelope sequencing, VSAM file DOGEQSEQ
       COPY QSEQREC.
      * Outbox entry, VSAM file DOGEOUTB
       COPY OUTBXREC.
      * Network-fee estimate record, VSAM file DOGEFEST
       COPY FESTREC.
       01  SEND-FEE-ESTIMATE    PIC S9(8)V9(8).
       01  DEFAULT-FEE-ESTIMATE PIC S9(8)V9(8) VALUE 1.
       01  AMOUNT-PLUS-FEE      PIC S9(9)V9(8).
       01  FEE-DISPLAY          PIC Z(7)9.9(8).
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Row change log record, VSAM file DOGECHLG
       COPY CHLGREC.
       01  CHG-TIME-WORK       PIC X(8).
       01  CHG-BANK-FLAG       PIC X VALUE 'N'.
           88  CHANGE-BANKED           VALUE 'Y'.
           88  CHANGE-NOT-BANKED       VALUE 'N'.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      * Deposit cross-reference, VSAM file DOGEDEPX - where the
      * deposit came from, what it was matched to, what has gone back
       COPY DEPXREC.
      * Refund register, VSAM file DOGERFRG - one row per refund
       COPY RFNDREC.
      * Expectation the deposit went against, VSAM file DOGEEXPR
       COPY EXPRREC.
      * The deposit row as read - TRANSACTION itself is overlaid by
      * every balance, aggregate and refund-row READ that follows.
       01  DEPOSIT-DETAIL.
           05  DEP-ACCT         PIC 9(3).
           05  DEP-AMOUNT       PIC S9(8)V9(8).
           05  DEP-STATUS       PIC X(7).
       01  REFUND-REMAINING     PIC S9(8)V9(8).
       01  REFUND-OVERPAID      PIC S9(8)V9(8).
       01  GIVE-BACK-AMOUNT     PIC S9(8)V9(8).
      * What the expectation actually received in coins - the part
      * of ER-RECEIVED DOGENETG did not settle by offset, and the
      * most a refund can take back off it.
       01  EXPR-COIN-RECEIVED   PIC S9(9)V9(8).
       01  EXPR-REDUCTION       PIC S9(9)V9(8).
       01  REFUND-ROW-KEY       PIC X(12).
       01  REFUND-KIND-WANTED   PIC X.
           88  REFUND-WHOLE-DEPOSIT    VALUE 'F'.
           88  REFUND-OVERPAID-ONLY    VALUE 'O'.
       01  REFUND-REASON        PIC X(4).
       01  REFUND-REASON-TEXT   PIC X(30).
       01  REFUND-TODAY         PIC X(8).
       01  REFUND-REFUSAL       PIC X(38).
       01  REFUND-CHECK-FLAG    PIC X VALUE 'Y'.
           88  DEPOSIT-REFUNDABLE      VALUE 'Y'.
           88  DEPOSIT-NOT-REFUNDABLE  VALUE 'N'.
       01  REASON-CHECK-FLAG    PIC X VALUE 'Y'.
           88  REASON-IS-VALID         VALUE 'Y'.
           88  REASON-IS-INVALID       VALUE 'N'.
       01  XREF-FLAG            PIC X VALUE 'N'.
           88  XREF-ON-FILE            VALUE 'Y'.
           88  XREF-NOT-ON-FILE        VALUE 'N'.
       01  EXPR-FLAG            PIC X VALUE 'N'.
           88  EXPR-ON-FILE            VALUE 'Y'.
           88  EXPR-NOT-ON-FILE        VALUE 'N'.
       01  LAST-REFUND-FLAG     PIC X VALUE 'C'.
           88  LAST-REFUND-CLOSED      VALUE 'C'.
           88  LAST-REFUND-OUTSTANDING VALUE 'O'.
      * What this refund did to the expectation - same codes as
      * RF-EXPR-ACTION on the register row.
       01  REFUND-EXPR-ACTION   PIC X VALUE SPACES.
           88  EXPR-LEFT-ALONE         VALUE ' '.
           88  EXPR-RECEIVED-REDUCED   VALUE 'R'.
           88  EXPR-DUP-FLAG-CLEARED   VALUE 'C'.
       01  DR-AMOUNT            PIC Z(7)9.9(8).
      *
      *COPY DOGERF.
      *COPY DFHAID.
      *COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                       PIC X(13).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA(1:12) TO RFND-DEPOSIT-KEY.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying Deposit Refunds' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              EXEC CICS SEND MAP('DOGERF1')
                  MAPSET('DOGERF') ERASE
              END-EXEC
           ELSE
           IF EIBCALEN EQUAL TO 12
              MOVE 'Displaying deposit for refund' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              PERFORM LOAD-DEPOSIT
              MOVE REFUND-REFUSAL TO SNDMSGO
              PERFORM FILL-DEPOSIT-SCREEN
              EXEC CICS SEND MAP('DOGERF1')
                  MAPSET('DOGERF') ERASE
              END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHPF3
               EXEC CICS XCTL
                   PROGRAM('DOGEWRKQ')
               END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHENTER
                   PERFORM RECEIVE-OPTION
                   PERFORM PARSE-OPTION.
           EXEC CICS
               RETURN TRANSID('DRFD')
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
           MOVE 'DOGERFND' TO ENTC-PROGRAM.
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
           MOVE RFND-DEPOSIT-KEY(1:10) TO JRNL-KEY.
           MOVE WTO-MESSAGE TO JRNL-TEXT.
           EXEC CICS WRITEQ TD
                QUEUE('DOGJ')
                FROM(JOURNAL-ENTRY)
                LENGTH(JOURNAL-ENTRY-LEN)
           END-EXEC.
      *
       RECEIVE-OPTION.
      * Get the option the user enters
           EXEC CICS
               RECEIVE MAP('DOGERF1')
                       MAPSET('DOGERF')
                       INTO(DOGERF1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    A key typed over the one shown moves to that deposit. F
      *    refunds what is left of the deposit, O the overpaid part
      *    of it; anything else just shows the deposit again.
           IF RFKEYI NOT EQUAL TO SPACES
              AND RFKEYI NOT EQUAL TO LOW-VALUES
               MOVE RFKEYI TO RFND-DEPOSIT-KEY
           END-IF.
           PERFORM LOAD-DEPOSIT.
           MOVE REFUND-REFUSAL TO SNDMSGO.
           IF OPTIONI EQUAL TO 'F' OR OPTIONI EQUAL TO 'f'
               SET REFUND-WHOLE-DEPOSIT TO TRUE
               PERFORM REFUND-DEPOSIT
           ELSE
           IF OPTIONI EQUAL TO 'O' OR OPTIONI EQUAL TO 'o'
               SET REFUND-OVERPAID-ONLY TO TRUE
               PERFORM REFUND-DEPOSIT.
           PERFORM FILL-DEPOSIT-SCREEN.
           EXEC CICS
               SEND MAP('DOGERF1')
                   MAPSET('DOGERF')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
      *
       LOAD-DEPOSIT.
      *    Only a settled incoming DOGE deposit can go back - a
      *    provisional one may yet fail on the chain, and a held one
      *    is compliance's to release or return, not ours.
           SET DEPOSIT-REFUNDABLE TO TRUE.
           MOVE SPACES TO REFUND-REFUSAL.
           SET XREF-NOT-ON-FILE TO TRUE.
           SET EXPR-NOT-ON-FILE TO TRUE.
           SET LAST-REFUND-CLOSED TO TRUE.
           MOVE ZERO TO DEP-ACCT.
           MOVE ZERO TO DEP-AMOUNT.
           MOVE SPACES TO DEP-STATUS.
           MOVE ZERO TO REFUND-REMAINING.
           MOVE ZERO TO REFUND-OVERPAID.
           MOVE SPACES TO DEPOSIT-XREF-ENTRY.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(RFND-DEPOSIT-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
      *    A deposit that settled before last night's DOGEEOD has been
      *    rolled off the live file into DOGEHIST - the same archive
      *    DOGESRCH reads - and is refundable from there all the same.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NOTFND)
               EXEC CICS READ FILE('DOGEHIST')
                    RIDFLD(RFND-DEPOSIT-KEY)
                    INTO(TRANSACTION)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET DEPOSIT-NOT-REFUNDABLE TO TRUE
               MOVE 'No such transaction on file' TO REFUND-REFUSAL
           ELSE
               MOVE TACCT TO DEP-ACCT
               MOVE TSTATUS TO DEP-STATUS
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               MOVE THE-AMOUNT TO DEP-AMOUNT
               IF TLABEL NOT EQUAL TO 'RECV'
                  OR NOT TAMT-SIGN-POSITIVE
                   SET DEPOSIT-NOT-REFUNDABLE TO TRUE
                   MOVE 'Not an incoming deposit' TO REFUND-REFUSAL
               ELSE
               IF NOT TRAN-SETTLED
                   SET DEPOSIT-NOT-REFUNDABLE TO TRUE
                   MOVE 'Deposit has not settled' TO REFUND-REFUSAL
               ELSE
               IF TCURR NOT EQUAL TO SPACES
                  AND NOT CURR-IS-DOGE
                   SET DEPOSIT-NOT-REFUNDABLE TO TRUE
                   MOVE 'Only DOGE deposits can be refunded' TO
                        REFUND-REFUSAL
               END-IF
               END-IF
               END-IF
               PERFORM LOAD-DEPOSIT-XREF
           END-IF.
      *
       LOAD-DEPOSIT-XREF.
      *    No DOGEDEPX row, or one with no origin on it, is a deposit
      *    DOGERECV posted before it kept the address - there is
      *    nowhere to send it back to from here.
           MOVE RFND-DEPOSIT-KEY TO DX-KEY.
           EXEC CICS READ FILE('DOGEDEPX')
                RIDFLD(DX-KEY)
                INTO(DEPOSIT-XREF-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE SPACES TO DEPOSIT-XREF-ENTRY
               IF DEPOSIT-REFUNDABLE
                   SET DEPOSIT-NOT-REFUNDABLE TO TRUE
                   MOVE 'No origin address on file' TO REFUND-REFUSAL
               END-IF
           ELSE
               SET XREF-ON-FILE TO TRUE
               IF NOT DX-NEVER-REFUNDED
                   PERFORM CHECK-LAST-REFUND
               END-IF
               COMPUTE REFUND-REMAINING = DEP-AMOUNT - DX-REFUNDED
               IF REFUND-REMAINING < ZERO
                   MOVE ZERO TO REFUND-REMAINING
               END-IF
               PERFORM LOAD-MATCHED-EXPECTATION
               PERFORM COMPUTE-OVERPAID-PORTION
               IF DEPOSIT-REFUNDABLE
                   IF DX-ORIGIN-UNKNOWN
                       SET DEPOSIT-NOT-REFUNDABLE TO TRUE
                       MOVE 'No origin address on file' TO
                            REFUND-REFUSAL
                   ELSE
                   IF LAST-REFUND-OUTSTANDING
                       SET DEPOSIT-NOT-REFUNDABLE TO TRUE
                       MOVE 'Last refund still outstanding' TO
                            REFUND-REFUSAL
                   ELSE
                   IF REFUND-REMAINING NOT GREATER THAN ZERO
                       SET DEPOSIT-NOT-REFUNDABLE TO TRUE
                       MOVE 'Deposit already refunded in full' TO
                            REFUND-REFUSAL
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-LAST-REFUND.
      *    A refund still PENDING or HELD has to land (or fail) before
      *    another goes out against the same deposit. One that FAILED
      *    on the chain or was VOIDED on DOGEDEET never left - the
      *    deposit gets it back. A refund that failed or was voided
      *    before last night's DOGEEOD is found in DOGEHIST instead.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(DX-LAST-REFUND-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NOTFND)
               EXEC CICS READ FILE('DOGEHIST')
                    RIDFLD(DX-LAST-REFUND-KEY)
                    INTO(TRANSACTION)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               IF TRAN-PENDING OR TRAN-HELD
                   SET LAST-REFUND-OUTSTANDING TO TRUE
               ELSE
               IF TRAN-FAILED OR TRAN-VOIDED
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   MOVE THE-AMOUNT TO GIVE-BACK-AMOUNT
                   PERFORM GIVE-BACK-LAST-REFUND
               END-IF
               END-IF
           END-IF.
      *
       GIVE-BACK-LAST-REFUND.
      *    Undo on the expectation whatever the refund did to it -
      *    once, the register row says whether that already happened
      *    - then take the amount back off the deposit's refunded
      *    total.
           MOVE DX-LAST-REFUND-KEY TO RF-KEY.
           EXEC CICS READ FILE('DOGERFRG')
                RIDFLD(RF-KEY)
                INTO(REFUND-REGISTER-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               IF NOT RF-GIVEN-BACK
                   PERFORM UNDO-EXPECTATION-ADJUSTMENT
                   SET RF-GIVEN-BACK TO TRUE
               END-IF
               EXEC CICS REWRITE FILE('DOGERFRG')
                    FROM(REFUND-REGISTER-ENTRY)
               END-EXEC
           END-IF.
           MOVE RFND-DEPOSIT-KEY TO DX-KEY.
           EXEC CICS READ FILE('DOGEDEPX')
                RIDFLD(DX-KEY)
                INTO(DEPOSIT-XREF-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               IF DX-REFUNDED > GIVE-BACK-AMOUNT
                   SUBTRACT GIVE-BACK-AMOUNT FROM DX-REFUNDED
               ELSE
                   MOVE ZERO TO DX-REFUNDED
               END-IF
               MOVE SPACES TO DX-LAST-REFUND-KEY
               EXEC CICS REWRITE FILE('DOGEDEPX')
                    FROM(DEPOSIT-XREF-ENTRY)
               END-EXEC
               MOVE 'Failed refund given back to deposit' TO
                    WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
      *
       UNDO-EXPECTATION-ADJUSTMENT.
      *    What the received figure lost comes back; a duplicate flag
      *    the refund cleared goes back on, so the item is back on
      *    DOGEWRKQ for someone to deal with again.
           IF RF-EXPR-REDUCED OR RF-EXPR-DUP-CLEARED
               MOVE RF-EXPR-REF TO ER-REFERENCE
               EXEC CICS READ FILE('DOGEEXPR')
                    RIDFLD(ER-REFERENCE)
                    INTO(EXPECTED-RECEIPT-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   IF RF-EXPR-REDUCED
      *                Register rows from before the reduction was
      *                kept took the whole refund off.
                       IF RF-EXPR-REDUCED-BY IS NUMERIC
                           ADD RF-EXPR-REDUCED-BY TO ER-RECEIVED
                       ELSE
                           ADD RF-AMOUNT TO ER-RECEIVED
                       END-IF
                       IF NOT ER-DUPLICATE-FLAGGED
                          AND NOT ER-CANCELLED
                           PERFORM RESTATE-EXPECTATION-STATUS
                       END-IF
                   ELSE
                   IF NOT ER-CANCELLED
                       SET ER-DUPLICATE-FLAGGED TO TRUE
                   END-IF
                   END-IF
                   EXEC CICS REWRITE FILE('DOGEEXPR')
                        FROM(EXPECTED-RECEIPT-ENTRY)
                   END-EXEC
               END-IF
           END-IF.
      *
       LOAD-MATCHED-EXPECTATION.
           IF DX-EXPR-REF NOT EQUAL TO SPACES
               MOVE DX-EXPR-REF TO ER-REFERENCE
               EXEC CICS READ FILE('DOGEEXPR')
                    RIDFLD(ER-REFERENCE)
                    INTO(EXPECTED-RECEIPT-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   SET EXPR-ON-FILE TO TRUE
               END-IF
           END-IF.
      *
       COMPUTE-OVERPAID-PORTION.
      *    A duplicate or unmatched deposit was never owed to us at
      *    all, so all of what is left of it is overpaid. One applied
      *    to an expectation is overpaid by whatever the expectation
      *    has received beyond its amount - never more than this
      *    deposit, nor than what of it has not gone back already.
           MOVE ZERO TO REFUND-OVERPAID.
           IF DX-APPLIED
               IF EXPR-ON-FILE
                  AND ER-RECEIVED > ER-AMOUNT
                   COMPUTE REFUND-OVERPAID = ER-RECEIVED - ER-AMOUNT
               END-IF
           ELSE
               MOVE REFUND-REMAINING TO REFUND-OVERPAID
           END-IF.
           IF REFUND-OVERPAID > DEP-AMOUNT
               MOVE DEP-AMOUNT TO REFUND-OVERPAID
           END-IF.
           IF REFUND-OVERPAID > REFUND-REMAINING
               MOVE REFUND-REMAINING TO REFUND-OVERPAID
           END-IF.
      *
       REFUND-DEPOSIT.
           IF REFUND-WHOLE-DEPOSIT
               MOVE REFUND-REMAINING TO REQUESTED-AMOUNT
           ELSE
               MOVE REFUND-OVERPAID TO REQUESTED-AMOUNT
           END-IF.
           PERFORM SET-REFUND-REASON.
           IF DEPOSIT-NOT-REFUNDABLE
               MOVE DFHREVRS TO RFKEYH
           ELSE
           IF REQUESTED-AMOUNT NOT GREATER THAN ZERO
               MOVE 'Nothing overpaid on this deposit' TO SNDMSGO
           ELSE
           IF REASON-IS-INVALID
               MOVE DFHREVRS TO RFRSNH
               MOVE 'Reason must be DUPL OVPD UNID or CUST' TO
                    SNDMSGO
           ELSE
           IF REFUND-OVERPAID-ONLY
              AND DX-APPLIED
              AND EXPR-ON-FILE
              AND REQUESTED-AMOUNT >
                  ER-RECEIVED - ER-NETTED-AMOUNT
      *        Some of what reads as overpaid was settled by netting,
      *        not by coins - there is nothing to send back for it.
               MOVE 'Overpaid part was settled by netting' TO SNDMSGO
               MOVE 'Refund refused - netted not paid' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               PERFORM SEND-REFUND.
      *
       SET-REFUND-REASON.
      *    A blank reason takes the obvious one from the match; one
      *    keyed has to be a code the register knows.
           SET REASON-IS-VALID TO TRUE.
           MOVE RFRSNI TO REFUND-REASON.
           IF REFUND-REASON EQUAL TO SPACES
              OR REFUND-REASON EQUAL TO LOW-VALUES
               IF DX-DUPLICATE
                   MOVE 'DUPL' TO REFUND-REASON
               ELSE
               IF REFUND-OVERPAID-ONLY
                   MOVE 'OVPD' TO REFUND-REASON
               ELSE
               IF DX-NOT-MATCHED
                   MOVE 'UNID' TO REFUND-REASON
               ELSE
                   MOVE 'CUST' TO REFUND-REASON
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE REFUND-REASON TO RF-REASON
               IF NOT RF-REASON-VALID
                   SET REASON-IS-INVALID TO TRUE
               END-IF
           END-IF.
           MOVE RFTXTI TO REFUND-REASON-TEXT.
           IF REFUND-REASON-TEXT EQUAL TO LOW-VALUES
               MOVE SPACES TO REFUND-REASON-TEXT
           END-IF.
      *
       SEND-REFUND.
      *    Every check a keyed send gets, in the same order, against
      *    the deposit's own sub-account and the address the coins
      *    came from.
           MOVE DEP-ACCT TO ACCT-NUM.
           MOVE 'DOGE' TO CURR-NUM.
           PERFORM COMPUTE-ACCOUNT-KEYS.
           MOVE DX-FROM-ADDRESS TO TO-ADDRESS.
           MOVE REQUESTED-AMOUNT TO THE-AMOUNT.
           MOVE THE-AMOUNT-INTEGER TO AMTCHK-INTEGER.
           MOVE '.' TO AMTCHK-DOT.
           MOVE THE-AMOUNT-DECIMAL TO AMTCHK-DECIMAL-N.
           MOVE AMOUNT-CHECK TO SEND-AMOUNT.
           MOVE 'Refunding deposit to origin' TO WTO-MESSAGE.
           PERFORM DOGE-WTO.
           MOVE TO-ADDRESS TO WTO-MESSAGE.
           PERFORM DOGE-WTO.
           PERFORM GET-FEE-ESTIMATE.
           PERFORM CHECK-OPERATOR-AUTHORIZED.
           PERFORM CHECK-ACCOUNT-FROZEN.
           PERFORM CHECK-ACCOUNT-DORMANT.
           PERFORM CHECK-REFUND-ADDRESS.
           IF OPERATOR-NOT-AUTHORIZED
               MOVE 'Not authorized to send funds' TO SNDMSGO
               MOVE 'Refund refused - not authorized' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF ACCOUNT-FROZEN
               MOVE 'Sub-account is frozen - no sends' TO SNDMSGO
               MOVE 'Refund refused - account frozen' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF ADDRESS-IS-INVALID
               MOVE ADDR-FAIL-MESSAGE TO SNDMSGO
           ELSE
           IF ADDRESS-DENIED
               MOVE 'Origin address is on the deny list' TO SNDMSGO
               MOVE 'Refund refused - address denied' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF CPTY-REVIEW-EXPIRED
               MOVE 'Payee due-diligence review expired' TO SNDMSGO
               MOVE 'Refund refused - KYC review expired' TO
                    WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               PERFORM READ-DOGE-AVAILABLE
               COMPUTE AMOUNT-PLUS-FEE =
                       REQUESTED-AMOUNT + SEND-FEE-ESTIMATE
               IF REQUESTED-AMOUNT > AVAILABLE-AMOUNT
                   MOVE 'Refund exceeds available balance' TO SNDMSGO
               ELSE
               IF AMOUNT-PLUS-FEE > AVAILABLE-AMOUNT
                   MOVE 'Refund plus fee exceeds balance' TO SNDMSGO
               ELSE
               PERFORM CHECK-SEND-LIMITS
               IF LIMIT-REFUSED
                   MOVE 'Daily send limit exceeded' TO SNDMSGO
               ELSE
               PERFORM CHECK-DUPLICATE-SEND
               IF DUPLICATE-DETECTED
                   MOVE 'Duplicate send - please wait' TO SNDMSGO
               ELSE
                   PERFORM WRITE-REFUND-TRANSACTION
                   IF PENDING-WRITE-FAILED
                       MOVE 'Refund failed - nothing written' TO
                            SNDMSGO
                   ELSE
                       PERFORM ADJUST-EXPECTATION
                       PERFORM UPDATE-DEPOSIT-XREF
                       PERFORM WRITE-REFUND-REGISTER
                       MOVE 'Deposit refund issued' TO WTO-MESSAGE
                       PERFORM DOGE-WTO
                       IF SEND-HELD
                           PERFORM SET-HELD-MESSAGE
                       ELSE
                           MOVE 'Refund sent to origin address' TO
                                SNDMSGO
                           PERFORM SEND-TO-QUEUE
                       END-IF
                   END-IF.
      *
       SET-HELD-MESSAGE.
      *    Why the refund is waiting, in DOGESEND's words.
           IF DORMANT-FORCES-HOLD
               MOVE 'Dormant account - held for approval' TO SNDMSGO
               MOVE 'Refund held - account dormant' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF CPTY-FORCES-HOLD
               MOVE 'High-risk payee - held for approval' TO SNDMSGO
           ELSE
           IF NEW-PAYEE-FORCES-HOLD
               MOVE 'New payee - held for cooling-off' TO SNDMSGO
           ELSE
               MOVE 'Refund held for second approval' TO SNDMSGO
           END-IF
           END-IF
           END-IF.
      *
       CHECK-REFUND-ADDRESS.
      *    RESOLVE-PAYEE-ADDRESS in DOGESEND, less the address book -
      *    the address is the deposit's origin, never typed.
           MOVE TO-ADDRESS TO CAND-ADDRESS.
           PERFORM VALIDATE-DOGE-ADDRESS.
           SET ADDRESS-NOT-DENIED TO TRUE.
           IF ADDRESS-IS-VALID
               PERFORM CHECK-ADDRESS-DENIED
           END-IF.
           SET CPTY-REVIEW-CURRENT TO TRUE.
           IF ADDRESS-IS-VALID AND ADDRESS-NOT-DENIED
               PERFORM CHECK-COUNTERPARTY-REVIEW
           END-IF.
           SET PAYEE-ESTABLISHED TO TRUE.
           IF ADDRESS-IS-VALID AND ADDRESS-NOT-DENIED
               PERFORM CHECK-NEW-PAYEE
           END-IF.
      *
       COMPUTE-ACCOUNT-KEYS.
           COMPUTE BALANCE-RECORD-ID = ACCT-NUM * 10 + 1.
           COMPUTE PENDING-AGGREGATE-RECORD-ID = ACCT-NUM * 10 + 2.
           COMPUTE DUP-CHECK-RECORD-ID = ACCT-NUM * 10 + 3.
      *
       WRITE-REFUND-TRANSACTION.
      *    WRITE-PENDING-TRANSACTION in DOGESEND, labelled REFUND,
      *    with the deposit key and reason code in the memo so the
      *    row names what it is giving back without the register.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           SUBTRACT SINCE-EPOCH FROM TEMP-DATE.
           DIVIDE TEMP-DATE BY 1000 GIVING NUM-DATE.
           MOVE ZERO TO TSEQ.
           MOVE NUM-DATE TO TEXT-TIMESTAMP.
           MOVE ACCT-NUM TO TACCT.
           MOVE TO-ADDRESS TO TADDRSS.
           MOVE 'REFUND' TO TLABEL.
           MOVE '-' TO TAMT-SIGN.
           MOVE AMTCHK-INTEGER TO TAMT-INTEGER-PART.
           MOVE '.' TO TAMT-DEC-POINT.
           MOVE AMTCHK-DECIMAL TO TAMT-DECIMAL-PART.
           MOVE CURR-NUM TO TCURR.
           MOVE SPACES TO TMEMO.
           STRING 'RFND ' RFND-DEPOSIT-KEY ' ' REFUND-REASON ' '
                  REFUND-REASON-TEXT(1:17)
               DELIMITED BY SIZE INTO TMEMO.
           IF REQUESTED-AMOUNT NOT LESS THAN HOLD-THRESHOLD-AMOUNT
              OR LIMIT-FORCES-HOLD
              OR CPTY-FORCES-HOLD
              OR NEW-PAYEE-FORCES-HOLD
              OR DORMANT-FORCES-HOLD
               SET TRAN-HELD TO TRUE
               SET SEND-HELD TO TRUE
           ELSE
               SET TRAN-PENDING TO TRUE
               SET SEND-NOT-HELD TO TRUE
           END-IF.
           SET PENDING-ROW-NOT-WRITTEN TO TRUE.
           SET PENDING-WRITE-CLEAN TO TRUE.
           PERFORM WRITE-PENDING-ROW-ONCE
               UNTIL PENDING-ROW-WRITTEN.
           IF PENDING-WRITE-CLEAN
               MOVE NUM-DATE TO TEXT-TIMESTAMP
               MOVE TSEQ TO TEXT-SEQ
               MOVE TKEY TO REFUND-ROW-KEY
               PERFORM UPDATE-DUP-CHECK-RECORD
               PERFORM ADD-TO-DOGE-PENDING-AGGREGATE
               PERFORM UPDATE-SEND-USAGE
               PERFORM WRITE-FEE-ESTIMATE-ROW
               IF NEW-PAYEE-FORCES-HOLD
                   PERFORM RECORD-NEW-PAYEE-HOLD
               END-IF
           END-IF.
      *
       ADJUST-EXPECTATION.
      *    An applied deposit's refund comes off what the expectation
      *    received - never below what DOGENETG settled against it by
      *    offset, since no coins came in for that part - and the
      *    register keeps what actually came off so a give-back puts
      *    back exactly that. The status is restated from what is
      *    left - a
      *    duplicate flag some other deposit raised stays up. A
      *    duplicate's refund leaves the received figure alone (the
      *    duplicate was never added to it) and clears the flag. An
      *    unmatched deposit has no expectation to touch.
           SET EXPR-LEFT-ALONE TO TRUE.
           MOVE ZERO TO EXPR-REDUCTION.
           IF DX-EXPR-REF NOT EQUAL TO SPACES
              AND NOT DX-NOT-MATCHED
               MOVE DX-EXPR-REF TO ER-REFERENCE
               EXEC CICS READ FILE('DOGEEXPR')
                    RIDFLD(ER-REFERENCE)
                    INTO(EXPECTED-RECEIPT-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Refunded expectation not on file' TO
                        WTO-MESSAGE
                   PERFORM DOGE-WTO
               ELSE
                   IF DX-APPLIED
                       COMPUTE EXPR-COIN-RECEIVED =
                               ER-RECEIVED - ER-NETTED-AMOUNT
                       IF EXPR-COIN-RECEIVED < ZERO
                           MOVE ZERO TO EXPR-COIN-RECEIVED
                       END-IF
                       IF REQUESTED-AMOUNT > EXPR-COIN-RECEIVED
                           MOVE EXPR-COIN-RECEIVED TO EXPR-REDUCTION
                       ELSE
                           MOVE REQUESTED-AMOUNT TO EXPR-REDUCTION
                       END-IF
                       SUBTRACT EXPR-REDUCTION FROM ER-RECEIVED
                       SET EXPR-RECEIVED-REDUCED TO TRUE
                       IF NOT ER-DUPLICATE-FLAGGED
                          AND NOT ER-CANCELLED
                           PERFORM RESTATE-EXPECTATION-STATUS
                       END-IF
                   ELSE
                   IF ER-DUPLICATE-FLAGGED
                       PERFORM RESTATE-EXPECTATION-STATUS
                       SET EXPR-DUP-FLAG-CLEARED TO TRUE
                   END-IF
                   END-IF
                   EXEC CICS REWRITE FILE('DOGEEXPR')
                        FROM(EXPECTED-RECEIPT-ENTRY)
                        RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                       SET EXPR-LEFT-ALONE TO TRUE
                       MOVE 'Expectation rewrite failed' TO
                            WTO-MESSAGE
                       PERFORM DOGE-WTO
                   END-IF
               END-IF
           END-IF.
      *
       RESTATE-EXPECTATION-STATUS.
      *    Same reading DOGERECV gives a received figure.
           IF ER-RECEIVED NOT LESS THAN ER-AMOUNT
               SET ER-MATCHED TO TRUE
           ELSE
           IF ER-RECEIVED > ZERO
               SET ER-PARTIAL TO TRUE
           ELSE
               SET ER-OPEN TO TRUE
           END-IF
           END-IF.
      *
       UPDATE-DEPOSIT-XREF.
      *    What has gone back, and which row took it - the next look
      *    at this deposit checks that row before anything else goes.
           MOVE RFND-DEPOSIT-KEY TO DX-KEY.
           EXEC CICS READ FILE('DOGEDEPX')
                RIDFLD(DX-KEY)
                INTO(DEPOSIT-XREF-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               ADD REQUESTED-AMOUNT TO DX-REFUNDED
               MOVE REFUND-ROW-KEY TO DX-LAST-REFUND-KEY
               EXEC CICS REWRITE FILE('DOGEDEPX')
                    FROM(DEPOSIT-XREF-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Deposit xref update failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
           COMPUTE REFUND-REMAINING = DEP-AMOUNT - DX-REFUNDED.
           IF REFUND-REMAINING < ZERO
               MOVE ZERO TO REFUND-REMAINING
           END-IF.
           IF REFUND-OVERPAID > REQUESTED-AMOUNT
               SUBTRACT REQUESTED-AMOUNT FROM REFUND-OVERPAID
           ELSE
               MOVE ZERO TO REFUND-OVERPAID
           END-IF.
           IF REFUND-OVERPAID > REFUND-REMAINING
               MOVE REFUND-REMAINING TO REFUND-OVERPAID
           END-IF.
      *
       WRITE-REFUND-REGISTER.
      *    A lost register row costs DOGERFRP a line, not the refund -
      *    the REFUND row's memo still names the deposit.
           MOVE SPACES TO REFUND-REGISTER-ENTRY.
           MOVE REFUND-ROW-KEY TO RF-KEY.
           MOVE RFND-DEPOSIT-KEY TO RF-DEPOSIT-KEY.
           MOVE DEP-ACCT TO RF-ACCT.
           MOVE TO-ADDRESS TO RF-ADDRESS.
           MOVE REQUESTED-AMOUNT TO RF-AMOUNT.
           MOVE DEP-AMOUNT TO RF-DEPOSIT-AMOUNT.
           MOVE REFUND-KIND-WANTED TO RF-KIND.
           MOVE REFUND-REASON TO RF-REASON.
           MOVE REFUND-REASON-TEXT TO RF-REASON-TEXT.
           MOVE DX-EXPR-REF TO RF-EXPR-REF.
           MOVE REFUND-EXPR-ACTION TO RF-EXPR-ACTION.
           MOVE EXPR-REDUCTION TO RF-EXPR-REDUCED-BY.
           IF SEND-HELD
               SET RF-ISSUED-HELD TO TRUE
           ELSE
               SET RF-ISSUED-PENDING TO TRUE
           END-IF.
           MOVE EIBUSERID TO RF-ISSUED-BY.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(REFUND-TODAY)
           END-EXEC.
           MOVE REFUND-TODAY TO RF-ISSUED-DATE.
           EXEC CICS WRITE FILE('DOGERFRG')
                RIDFLD(RF-KEY)
                FROM(REFUND-REGISTER-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Refund register write failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
      *
       FILL-DEPOSIT-SCREEN.
           MOVE RFND-DEPOSIT-KEY TO RFKEYO.
           MOVE DEP-ACCT TO RFACTO.
           MOVE DEP-AMOUNT TO DR-AMOUNT.
           MOVE DR-AMOUNT TO RFAMTO.
           MOVE DEP-STATUS TO RFSTSO.
           IF XREF-ON-FILE
               MOVE DX-FROM-ADDRESS TO RFORGO
               MOVE DX-EXPR-REF TO RFEXPO
               IF DX-APPLIED
                   MOVE 'APPLIED' TO RFMKO
               ELSE
               IF DX-DUPLICATE
                   MOVE 'DUPLICATE' TO RFMKO
               ELSE
                   MOVE 'UNMATCHED' TO RFMKO
               END-IF
               END-IF
               MOVE DX-REFUNDED TO DR-AMOUNT
               MOVE DR-AMOUNT TO RFDONO
           ELSE
               MOVE SPACES TO RFORGO
               MOVE SPACES TO RFEXPO
               MOVE SPACES TO RFMKO
               MOVE SPACES TO RFDONO
           END-IF.
           MOVE REFUND-REMAINING TO DR-AMOUNT.
           MOVE DR-AMOUNT TO RFREMO.
           MOVE REFUND-OVERPAID TO DR-AMOUNT.
           MOVE DR-AMOUNT TO RFOVPO.
           PERFORM GET-FEE-ESTIMATE.
           MOVE FEE-DISPLAY TO RFFEEO.
      *
       SEND-TO-QUEUE.
           PERFORM ASSIGN-QUEUE-SEQUENCE.
           MOVE LENGTH OF TO-SEND TO SEND-DTAQ-MSG-LEN.
           CALL 'QSNDDTAQ' USING
               BY REFERENCE SEND-DTAQ-NAME
               BY REFERENCE SEND-LIB-NAME
               BY REFERENCE SEND-DTAQ-MSG-LEN
               BY REFERENCE TO-SEND
               BY REFERENCE SEND-DTAQ-RETCODE.
      *    The PENDING row and the pending-aggregate debit are
      *    already written - if the queue put failed and nothing
      *    more happened, this send would sit PENDING forever with
      *    the funds reserved and nobody the wiser. Park it in the
      *    outbox for DOGEOBXR to re-drive instead.
           IF SEND-DTAQ-RETCODE NOT EQUAL TO ZERO
               PERFORM PARK-IN-OUTBOX
               MOVE 'Send queue down - parked for retry' TO SNDMSGO
               MOVE 'Send parked in outbox' TO WTO-MESSAGE
               PERFORM DOGE-WTO
               MOVE ZERO TO SEND-DTAQ-RETCODE
           END-IF.
      *
       ASSIGN-QUEUE-SEQUENCE.
      *    Next envelope sequence off the DOGEQSEQ sender row for
      *    DOGESNDQ - READ UPDATE so two terminals can't hand out
      *    the same number. A first-ever put seeds the row at 1;
      *    999999 wraps back to 1.
           MOVE 'DOGESNDQ' TO QS-QUEUE.
           SET QS-SENDER-SIDE TO TRUE.
           EXEC CICS READ FILE('DOGEQSEQ')
                RIDFLD(QS-KEY)
                INTO(QUEUE-SEQUENCE-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               IF QS-LAST-SEQ < 999999
                   ADD 1 TO QS-LAST-SEQ
               ELSE
                   MOVE 1 TO QS-LAST-SEQ
               END-IF
               ADD 1 TO QS-MSG-COUNT
               EXEC CICS REWRITE FILE('DOGEQSEQ')
                    FROM(QUEUE-SEQUENCE-ENTRY)
               END-EXEC
           ELSE
               MOVE 'DOGESNDQ' TO QS-QUEUE
               SET QS-SENDER-SIDE TO TRUE
               MOVE 1 TO QS-LAST-SEQ
               MOVE 1 TO QS-MSG-COUNT
               MOVE ZERO TO QS-GAP-COUNT
               EXEC CICS WRITE FILE('DOGEQSEQ')
                    RIDFLD(QS-KEY)
                    FROM(QUEUE-SEQUENCE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           MOVE QS-LAST-SEQ TO MSG-SEQ.
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
           MOVE 'DOGERFND' TO BM-PROGRAM.
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
       PARK-IN-OUTBOX.
           MOVE TEXT-TIMESTAMP TO OB-KEY(1:10).
           MOVE TEXT-SEQ TO OB-KEY(11:2).
           MOVE TO-ADDRESS TO OB-ADDRESS.
           MOVE SEND-AMOUNT TO OB-AMOUNT.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                DATESEP('/')
                MMDDYYYY(OB-PARKED-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                TIMESEP(':')
                TIME(OB-PARKED-TIME)
           END-EXEC.
           EXEC CICS WRITE FILE('DOGEOUTB')
                RIDFLD(OB-KEY)
                FROM(OUTBOX-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
              AND RESPONSE-CODE NOT EQUAL TO DFHRESP(DUPREC)
               MOVE 'Outbox park failed - call ops' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
      *
       ADD-TO-DOGE-PENDING-AGGREGATE.
      *    Keeps the per-account outstanding (PENDING+HELD) total
      *    DOGERECN already expects to find at (account*10)+2 up to
      *    date - this row just committed REQUESTED-AMOUNT against the
      *    balance until it settles or fails (see DOGECONF's
      *    SUBTRACT-FROM-PENDING-AGGREGATE for the other side, and
      *    SUBTRACT-OUTSTANDING-PENDING above for why this exists).
      *    READ UPDATE/REWRITE if the record already exists, WRITE a
      *    fresh one seeded at this amount if this account has never
      *    had an outstanding send before - same choice DOGEABK makes
      *    between REWRITE and WRITE for an existing-vs-new label.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(PENDING-AGGREGATE-RECORD-KEY)
                INTO(TRANSACTION)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               IF TAMT-SIGN-NEGATIVE
                   SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
               END-IF
               MOVE THE-AMOUNT TO BM-OLD-AMOUNT
               ADD REQUESTED-AMOUNT TO THE-AMOUNT
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
           ELSE
               MOVE ZERO TO BM-OLD-AMOUNT
               MOVE REQUESTED-AMOUNT TO BM-NEW-AMOUNT
               MOVE PENDING-AGGREGATE-RECORD-ID TO NUM-DATE
               MOVE ZERO TO TSEQ
               MOVE ACCT-NUM TO TACCT
               MOVE SPACES TO TADDRSS
               MOVE 'PENDAGG' TO TLABEL
               MOVE '+' TO TAMT-SIGN
               MOVE REQUESTED-AMOUNT TO THE-AMOUNT
               MOVE THE-AMOUNT-INTEGER TO TAMT-INTEGER-PART
               MOVE '.' TO TAMT-DEC-POINT
               MOVE THE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART
               MOVE 'DOGE' TO TCURR
               MOVE SPACES TO TSTATUS
               MOVE SPACES TO TMEMO
               EXEC CICS WRITE FILE('DOGEVSAM')
                    RIDFLD(TKEY)
                    FROM(TRANSACTION)
               END-EXEC
           END-IF.
           MOVE ACCT-NUM TO BM-ACCT.
           MOVE 'PEND' TO BM-RECORD-TYPE.
           MOVE 'DOGE' TO BM-CURR.
           MOVE TEXT-TIMESTAMP TO BM-DRIVER-KEY(1:10).
           MOVE TEXT-SEQ TO BM-DRIVER-KEY(11:2).
           PERFORM WRITE-BALANCE-MOVEMENT.
      *
       CHECK-ADDRESS-DENIED.
      *    VALIDATE-DOGE-ADDRESS proves an address is well-formed,
      *    not that we're allowed to pay it - a sanctioned or
      *    known-fraud address is refused here before anything
      *    reaches DOGESNDQ. No deny-list file on site reads as an
      *    empty list, so nothing changes until compliance loads
      *    one through DOGEDNYM.
           SET ADDRESS-NOT-DENIED TO TRUE.
           MOVE TO-ADDRESS TO DN-ADDRESS.
           EXEC CICS READ FILE('DOGEDENY')
                RIDFLD(DN-ADDRESS)
                INTO(DENY-LIST-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET ADDRESS-DENIED TO TRUE.
      *
       CHECK-COUNTERPARTY-REVIEW.
      *    An address linked through DOGECPTA belongs to a DOGECPTY
      *    counterparty whose due-diligence review compliance keys on
      *    DOGECPTM. Past its expiry date the send is refused; a
      *    high-risk counterparty inside its review is written HELD
      *    for a second approver. An unlinked address, or a
      *    counterparty with no review recorded yet, passes as
      *    before - DOGEKYCR lists those so the gap gets closed.
           MOVE TO-ADDRESS TO CA-ADDRESS.
           EXEC CICS READ FILE('DOGECPTA')
                RIDFLD(CA-ADDRESS)
                INTO(COUNTERPARTY-ADDRESS-LINK)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE CA-CPTY-ID TO CP-ID
               EXEC CICS READ FILE('DOGECPTY')
                    RIDFLD(CP-ID)
                    INTO(COUNTERPARTY-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   EXEC CICS ASKTIME
                        ABSTIME(TEMP-DATE)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                        YYYYMMDD(REVIEW-TODAY)
                   END-EXEC
                   IF CP-REVIEW-EXPIRY IS NUMERIC
                      AND CP-REVIEW-EXPIRY < REVIEW-TODAY
                       SET CPTY-REVIEW-EXPIRED TO TRUE
                   ELSE
                   IF CP-RISK-HIGH
                       SET CPTY-FORCES-HOLD TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-NEW-PAYEE.
      *    First use of an address - no send to it ever settled, no
      *    approver has whitelisted it, and neither its first keyed
      *    send nor its oldest DOGEADDR label is older than the
      *    cooling-off period - holds the send for a second approver
      *    regardless of amount. A period of zero turns the check off.
           MOVE DEFAULT-COOLING-HOURS TO COOLING-HOURS.
           MOVE SPACES TO PY-KEY.
           SET PY-CONTROL-KEY TO TRUE.
           EXEC CICS READ FILE('DOGEPAYE')
                RIDFLD(PY-KEY)
                INTO(PAYEE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND PY-COOLING-HOURS IS NUMERIC
               MOVE PY-COOLING-HOURS TO COOLING-HOURS
           END-IF.
           SET PAYEE-ROW-NOT-ON-FILE TO TRUE.
           IF COOLING-HOURS > ZERO
               EXEC CICS ASKTIME
                    ABSTIME(TEMP-DATE)
               END-EXEC
               COMPUTE PAYEE-NOW-EPOCH =
                       (TEMP-DATE - SINCE-EPOCH) / 1000
               MOVE SPACES TO PY-KEY
               SET PY-PAYEE-KEY TO TRUE
               MOVE TO-ADDRESS TO PY-KEY-ID
               EXEC CICS READ FILE('DOGEPAYE')
                    RIDFLD(PY-KEY)
                    INTO(PAYEE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   SET NEW-PAYEE-FORCES-HOLD TO TRUE
               ELSE
                   SET PAYEE-ROW-ON-FILE TO TRUE
                   IF PY-SETTLED-COUNT = ZERO
                      AND NOT PY-WHITELISTED
                       PERFORM AGE-KNOWN-PAYEE
                   END-IF
               END-IF
           END-IF.
      *
       AGE-KNOWN-PAYEE.
      *    Known since the earlier of its first keyed send and its
      *    first label - zero on either means that never happened.
           MOVE PY-FIRST-SEEN TO PAYEE-KNOWN-SINCE.
           IF PY-LABEL-SINCE > ZERO
              AND (PAYEE-KNOWN-SINCE = ZERO
                   OR PY-LABEL-SINCE < PAYEE-KNOWN-SINCE)
               MOVE PY-LABEL-SINCE TO PAYEE-KNOWN-SINCE
           END-IF.
           IF PAYEE-KNOWN-SINCE = ZERO
               SET NEW-PAYEE-FORCES-HOLD TO TRUE
           ELSE
               COMPUTE PAYEE-AGE-SECONDS =
                       PAYEE-NOW-EPOCH - PAYEE-KNOWN-SINCE
               IF PAYEE-AGE-SECONDS < COOLING-HOURS * 3600
                   SET NEW-PAYEE-FORCES-HOLD TO TRUE
               END-IF
           END-IF.
      *
       RECORD-NEW-PAYEE-HOLD.
      *    The payee is on file from its first keyed send, which is
      *    when its cooling-off starts; the hold row tells DOGEWRKQ
      *    why this send is waiting and DOGENPRL when it may go.
      *    A lost row costs the worklist its reason, not the hold -
      *    the DOGEVSAM row is HELD either way.
           IF PAYEE-ROW-NOT-ON-FILE
               MOVE SPACES TO PAYEE-ENTRY
               SET PY-PAYEE-KEY TO TRUE
               MOVE TO-ADDRESS TO PY-KEY-ID
               MOVE PAYEE-NOW-EPOCH TO PY-FIRST-SEEN
               MOVE ZERO TO PY-LABEL-SINCE
               MOVE ZERO TO PY-SETTLED-COUNT
               MOVE ZERO TO PY-LAST-SETTLED
               SET PY-NOT-WHITELISTED TO TRUE
               EXEC CICS WRITE FILE('DOGEPAYE')
                    RIDFLD(PY-KEY)
                    FROM(PAYEE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
           IF PY-FIRST-SEEN = ZERO
               MOVE SPACES TO PY-KEY
               SET PY-PAYEE-KEY TO TRUE
               MOVE TO-ADDRESS TO PY-KEY-ID
               EXEC CICS READ FILE('DOGEPAYE')
                    RIDFLD(PY-KEY)
                    INTO(PAYEE-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   MOVE PAYEE-NOW-EPOCH TO PY-FIRST-SEEN
                   EXEC CICS REWRITE FILE('DOGEPAYE')
                        FROM(PAYEE-ENTRY)
                   END-EXEC
               END-IF
           END-IF.
           MOVE SPACES TO PAYEE-ENTRY.
           SET PY-HOLD-KEY TO TRUE.
           MOVE TEXT-TIMESTAMP TO PY-KEY-ID(1:10).
           MOVE TEXT-SEQ TO PY-KEY-ID(11:2).
           MOVE TO-ADDRESS TO PY-HOLD-ADDRESS.
           MOVE ACCT-NUM TO PY-HOLD-ACCT.
           MOVE 'DOGERFND' TO PY-HOLD-SOURCE.
           IF REQUESTED-AMOUNT NOT LESS THAN HOLD-THRESHOLD-AMOUNT
              OR LIMIT-FORCES-HOLD
              OR CPTY-FORCES-HOLD
              OR DORMANT-FORCES-HOLD
               SET PY-HOLD-ALSO-REVIEW TO TRUE
           ELSE
               SET PY-HOLD-PAYEE-ONLY TO TRUE
           END-IF.
           SET PY-HOLD-OPEN TO TRUE.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(PY-HOLD-DATE)
           END-EXEC.
           EXEC CICS WRITE FILE('DOGEPAYE')
                RIDFLD(PY-KEY)
                FROM(PAYEE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'New payee hold row write failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
           MOVE 'Send held - new payee cooling-off' TO WTO-MESSAGE.
           PERFORM DOGE-WTO.
      *
       VALIDATE-DOGE-ADDRESS.
      *    Reads CAND-ADDRESS, leaves ADDRESS-IS-VALID/-INVALID and a
      *    specific ADDR-FAIL-MESSAGE for the screen. An irreversible
      *    payment deserves more than a placeholder-text comparison.
           SET ADDRESS-IS-VALID TO TRUE.
           MOVE SPACES TO ADDR-FAIL-MESSAGE.
           IF CAND-ADDRESS(34:1) EQUAL TO SPACES
              OR CAND-ADDRESS(1:1) EQUAL TO SPACES
               SET ADDRESS-IS-INVALID TO TRUE
               MOVE 'Address must be 34 characters' TO
                    ADDR-FAIL-MESSAGE
           ELSE
           IF CAND-ADDRESS(1:1) EQUAL TO 'D'
               MOVE 30 TO B58-VERSION-WANTED
               PERFORM DECODE-BASE58-ADDRESS
           ELSE
           IF CAND-ADDRESS(1:1) EQUAL TO 'A'
              OR CAND-ADDRESS(1:1) EQUAL TO '9'
               MOVE 22 TO B58-VERSION-WANTED
               PERFORM DECODE-BASE58-ADDRESS
           ELSE
               SET ADDRESS-IS-INVALID TO TRUE
               MOVE 'Address must start with D, A or 9' TO
                    ADDR-FAIL-MESSAGE.
      *
       DECODE-BASE58-ADDRESS.
      *    Base58 big-number decode - multiply the 25-byte payload by
      *    58 and add each character's value. A character outside the
      *    alphabet, or a number that doesn't fit 25 bytes, is a
      *    mistyped address.
           PERFORM VARYING B58-BYTE-IDX FROM 1 BY 1
                   UNTIL B58-BYTE-IDX > 25
               MOVE ZERO TO B58-BYTE(B58-BYTE-IDX)
           END-PERFORM.
           PERFORM VARYING B58-CHAR-IDX FROM 1 BY 1
                   UNTIL B58-CHAR-IDX > 34
                      OR ADDRESS-IS-INVALID
               PERFORM DECODE-ONE-BASE58-CHAR
           END-PERFORM.
           IF ADDRESS-IS-VALID
              AND B58-BYTE(1) NOT EQUAL TO B58-VERSION-WANTED
               SET ADDRESS-IS-INVALID TO TRUE
               MOVE 'Address prefix and payload disagree' TO
                    ADDR-FAIL-MESSAGE.
      *
       DECODE-ONE-BASE58-CHAR.
           MOVE -1 TO B58-CHAR-VALUE.
           PERFORM VARYING B58-ALPHA-IDX FROM 1 BY 1
                   UNTIL B58-ALPHA-IDX > 58
               IF BASE58-ALPHABET(B58-ALPHA-IDX:1) EQUAL TO
                      CAND-ADDRESS(B58-CHAR-IDX:1)
                   COMPUTE B58-CHAR-VALUE = B58-ALPHA-IDX - 1
               END-IF
           END-PERFORM.
           IF B58-CHAR-VALUE < ZERO
               SET ADDRESS-IS-INVALID TO TRUE
               MOVE 'Address has a non-base58 character' TO
                    ADDR-FAIL-MESSAGE
           ELSE
               MOVE B58-CHAR-VALUE TO B58-CARRY
               PERFORM VARYING B58-BYTE-IDX FROM 25 BY -1
                       UNTIL B58-BYTE-IDX < 1
                   COMPUTE B58-WORK =
                           B58-BYTE(B58-BYTE-IDX) * 58 + B58-CARRY
                   DIVIDE B58-WORK BY 256
                       GIVING B58-CARRY
                       REMAINDER B58-BYTE(B58-BYTE-IDX)
               END-PERFORM
               IF B58-CARRY > ZERO
                   SET ADDRESS-IS-INVALID TO TRUE
                   MOVE 'Address does not decode cleanly' TO
                        ADDR-FAIL-MESSAGE
               END-IF
           END-IF.
      *
       CHECK-OPERATOR-AUTHORIZED.
      *    EIBUSERID is the RACF/CICS-signed-on userid - authentication
      *    itself already happened at sign-on, well before this
      *    transaction ever ran, so this is purely an authorization
      *    lookup against the DOGEOPRS list of operators cleared to
      *    spool a send.
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
      *    Blank role bytes are a row from before roles existed - the
      *    one-byte 'Y' keeps meaning what it always meant. A row
      *    DOGEOPRM has written carries explicit roles, and sending
      *    needs the send role.
           IF OPR-ROLE-SEND NOT EQUAL TO SPACES
              AND NOT OPR-CAN-SEND
               SET OPERATOR-NOT-AUTHORIZED TO TRUE.
      *
       READ-DOGE-AVAILABLE.
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
           PERFORM SUBTRACT-OUTSTANDING-PENDING.
           MOVE 'DOGE' TO RV-CURR.
           PERFORM SUBTRACT-ACTIVE-RESERVATIONS.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       GET-FEE-ESTIMATE.
      *    DOGECONF's rolling estimate off the DOGEFEST window row -
      *    until it has banked a first fee, the compiled default.
           MOVE ZEROS TO FE-KEY.
           EXEC CICS READ FILE('DOGEFEST')
                RIDFLD(FE-KEY)
                INTO(FEE-ESTIMATE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND FE-WINDOW-ROW
              AND FE-WINDOW-COUNT > ZERO
               MOVE FE-CURRENT-ESTIMATE TO SEND-FEE-ESTIMATE
           ELSE
               MOVE DEFAULT-FEE-ESTIMATE TO SEND-FEE-ESTIMATE
           END-IF.
           MOVE SEND-FEE-ESTIMATE TO FEE-DISPLAY.
      *
       WRITE-FEE-ESTIMATE-ROW.
      *    Bank the estimate this send was judged with under the
      *    send's own key, for DOGECONF to set the real fee against
      *    and DOGEFEEV to compare. A lost row costs one comparison,
      *    not the send.
           MOVE SPACES TO FEE-ESTIMATE-ENTRY.
           MOVE TEXT-TIMESTAMP TO FE-KEY(1:10).
           MOVE TEXT-SEQ TO FE-KEY(11:2).
           SET FE-SEND-ROW TO TRUE.
           MOVE ACCT-NUM TO FE-ACCT.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(FE-SEND-DATE)
           END-EXEC.
           MOVE 'DOGERFND' TO FE-SOURCE.
           MOVE CURR-NUM TO FE-CURR.
           MOVE SEND-FEE-ESTIMATE TO FE-ESTIMATED-FEE.
           MOVE ZERO TO FE-ACTUAL-FEE.
           MOVE ZERO TO FE-SETTLE-DATE.
           SET FE-AWAITING-FEE TO TRUE.
           EXEC CICS WRITE FILE('DOGEFEST')
                RIDFLD(FE-KEY)
                FROM(FEE-ESTIMATE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Fee estimate row write failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
      *
       SUBTRACT-ACTIVE-RESERVATIONS.
      *    Coins earmarked through DOGERSVM are spoken for even though
      *    nothing has been sent yet - the total row DOGERESV keeps
      *    per sub-account and currency comes off AVAILABLE-AMOUNT
      *    the same way the pending aggregate does. The caller sets
      *    RV-CURR. No total row means nothing is reserved.
           MOVE ACCT-NUM TO RV-ACCT.
           MOVE SPACES TO RV-REF.
           EXEC CICS READ FILE('DOGERESV')
                RIDFLD(RV-KEY)
                INTO(FUNDS-RESERVATION-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SUBTRACT RV-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
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
       CHECK-ACCOUNT-DORMANT.
      *    DOGEDORM marks the sub-account's DOGEACTS row dormant; only
      *    an approver's reactivation on DOGEACCT clears it. No row
      *    is an unprovisioned account, which is not dormant.
           SET ACCOUNT-NOT-DORMANT TO TRUE.
           MOVE ACCT-NUM TO AD-ACCT-NUM.
           EXEC CICS READ FILE('DOGEACTS')
                RIDFLD(AD-ACCT-NUM)
                INTO(ACCOUNT-DIRECTORY-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND AD-ACCT-DORMANT
               SET DORMANT-FORCES-HOLD TO TRUE
           END-IF.
      *
       SUBTRACT-OUTSTANDING-PENDING.
      *    Sends already written PENDING or HELD for this account will
      *    debit this same balance once they settle or get approved -
      *    without this, several sends submitted back-to-back could
      *    each pass the check against the same not-yet-reduced
      *    balance and together overdraw the account once they all
      *    confirm. See ADD-TO-PENDING-AGGREGATE for the write side of
      *    this same (account*10)+2 record.
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
       WRITE-PENDING-ROW-ONCE.
      *    Two terminals keying sends inside the same second used to
      *    collide on TDATE and silently lose the second send - now a
      *    DUPREC bumps TSEQ, the within-second half of TKEY, and a
      *    second whose 00-99 sequences are all spent rolls the key
      *    to the next second. Anything else is a hard failure - the
      *    old no-RESP WRITE would have abended here, and abending
      *    beats queueing a real coin movement for a row that was
      *    never written.
           EXEC CICS WRITE FILE('DOGEVSAM')
                RIDFLD(TKEY)
                FROM(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET PENDING-ROW-WRITTEN TO TRUE
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
               SET PENDING-WRITE-FAILED TO TRUE
               SET PENDING-ROW-WRITTEN TO TRUE
               MOVE 'Pending row write failed hard' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF
           END-IF.
      *
       CHECK-SEND-LIMITS.
      *    Velocity control the auditors flagged as missing - the
      *    day's accumulated sends (DOGEUSGE) plus this one have to
      *    fit under both the operator's and the sub-account's
      *    DOGELIMS caps. No limit record on file means no cap, so
      *    nothing changes for anyone until ops loads one.
           SET LIMIT-PASSED TO TRUE.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(LIMIT-TODAY)
           END-EXEC.
           MOVE 'O' TO LIM-TYPE.
           MOVE EIBUSERID TO LIM-ID.
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
      *            A refuse already set by the other scope's cap must
      *            never be downgraded to a hold by this one.
                   IF LIM-BREACH-REFUSES
                       SET LIMIT-REFUSED TO TRUE
                   ELSE
                   IF NOT LIMIT-REFUSED
                       SET LIMIT-FORCES-HOLD TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *
       UPDATE-SEND-USAGE.
      *    The send was accepted (PENDING or HELD either way) - it
      *    counts against both the operator's and the sub-account's
      *    day from this moment, not from settlement.
           MOVE 'O' TO USG-TYPE.
           MOVE EIBUSERID TO USG-ID.
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
       CHECK-DUPLICATE-SEND.
      *    Record 0000000003 holds the last address/amount sent. If
      *    this send matches it within DUP-WINDOW-SECONDS, it's almost
      *    certainly a double-submitted screen, not a fresh request.
           SET DUPLICATE-NOT-DETECTED TO TRUE.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(DUP-CHECK-RECORD-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND TADDRSS EQUAL TO TO-ADDRESS
              AND TAMT-INTEGER-PART EQUAL TO AMTCHK-INTEGER
              AND TAMT-DECIMAL-PART EQUAL TO AMTCHK-DECIMAL
               EXEC CICS ASKTIME
                    ABSTIME(TEMP-DATE)
               END-EXEC
               SUBTRACT SINCE-EPOCH FROM TEMP-DATE
               DIVIDE TEMP-DATE BY 1000 GIVING CURRENT-EPOCH-SECONDS
               COMPUTE SECONDS-SINCE-LAST-SEND =
                       CURRENT-EPOCH-SECONDS - NUM-DATE
               IF SECONDS-SINCE-LAST-SEND < DUP-WINDOW-SECONDS
                   SET DUPLICATE-DETECTED TO TRUE
               END-IF
           END-IF.
      *
       UPDATE-DUP-CHECK-RECORD.
      *    TRANSACTION still holds the pending row we just wrote -
      *    re-key it onto record 0000000003 as the new fingerprint.
      *    DELETE-then-WRITE instead of READ UPDATE/REWRITE since we'd
      *    just overwrite whatever a same-key READ handed back anyway.
           MOVE DUP-CHECK-RECORD-ID TO NUM-DATE.
           MOVE ZERO TO TSEQ.
           EXEC CICS DELETE FILE('DOGEVSAM')
                RIDFLD(TKEY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           EXEC CICS WRITE FILE('DOGEVSAM')
                RIDFLD(TKEY)
                FROM(TRANSACTION)
           END-EXEC.
           SET CHG-ROW-REPLACED TO TRUE.
           PERFORM WRITE-CHANGE-LOG.
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
           MOVE 'DOGERFND' TO CHG-PROGRAM.
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
       END PROGRAM DOGERFND.
