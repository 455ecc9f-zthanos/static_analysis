      *   record then runs through the same edits DOGESEND's
      *   MOVE-SOME-DOGE applies - payee resolution via DOGEADDR
      *   ('@label' or a raw address), amount format, balance with
      *   the pending aggregate, any DOGERESV earmarks and any
      *   DOGEHOLD legal holds subtracted, a frozen sub-account
      *   refused (a dormant one HELD), DOGELIMS caps (operator
      *   scope on the DOGEBLKP pseudo-id), dup-check fingerprint -
      *   and gets its PENDING (or HELD) row written and its request
      *   queued to DOGESNDQ, with an acceptance/rejection line per
      *   record and batch totals at the end. The balance edit
      *   charges each payment the DOGEFEST network-fee estimate on
      *   top, as DOGESEND does, and each payment written banks its
      *   estimate there for DOGEFEEV.
      *
      * CARD LAYOUT (PAYIN, 80 bytes):
      *   Detail:  col 1 'D', 2-35 address or @label, 36-51 amount
      * the full acceptance/rejection report prints, but no row is
      * written and no message queued, with the cumulative effects
      * a live run would have simulated in storage. Anything else
      * is a live run. A 'G' in col 2 groups the run's DOGE payments
      * that go straight out (not HELD) into multi-output requests -
      * up to SEND-GROUP-MAX payees per on-chain transaction and one
      * network fee between them - each payee still keeping its own
      * PENDING row. The group itself is registered on DOGEGRPS so
      * DOGECONF can settle, or fail, every member together off the
      * one confirmation. A group that would hold a single payment
      * goes out as an ordinary send.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGEADDR ASSIGN TO DOGEADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT DOGEACTS ASSIGN TO DOGEACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-NUM
               FILE STATUS IS WS-ACTS-STATUS.
           SELECT DOGEQSEQ ASSIGN TO DOGEQSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGEFEST ASSIGN TO DOGEFEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEST-STATUS.
           SELECT DOGEPAYE ASSIGN TO DOGEPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT DOGEGRPS ASSIGN TO DOGEGRPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-GRPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYIN
               10  FILLER         PIC X(39).
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEADDR.
       COPY ADDRBOOK.
       FD  DOGELIMS.
       COPY DENYREC.
       FD  DOGECBAL.
       COPY CURBALRC.
       FD  DOGERESV.
       COPY RESVREC.
       FD  DOGEHOLD.
       COPY HOLDREC.
       FD  DOGEACTS.
       COPY ACCTDIR.
       FD  DOGEQSEQ.
       COPY QSEQREC.
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGEFEST.
       COPY FESTREC.
       FD  DOGEPAYE.
       COPY PAYEREC.
       FD  DOGEGRPS.
       COPY GRPSREC.
       WORKING-STORAGE SECTION.
      * Send-group registry, VSAM file DOGEGRPS, and the group being
      * built - the payments a grouped run has written and would
      * otherwise have queued one by one, held here until the group
      * is full or the batch ends. The on-chain total has to fit the
      * ########.######## amount the confirmation echoes back.
       01  WS-GRPS-STATUS            PIC XX VALUE '00'.
           88  GRPS-NOT-YET-LOADED          VALUE '35'.
       01  SEND-GROUP-MAX            PIC 9(3) VALUE 50.
       01  SEND-GROUP-TOTAL-LIMIT    PIC 9(9)V9(8)
                                     VALUE 99999999.99999999.
       01  SEND-GROUP-TABLE.
           05  SEND-GROUP-MEMBER-ENTRY OCCURS 50 TIMES.
               10  GM-TKEY           PIC X(12).
               10  GM-ACCT           PIC 9(3).
               10  GM-ADDRESS        PIC X(34).
               10  GM-AMOUNT         PIC 9(8)V9(8).
       01  GROUP-MEMBER-COUNT        PIC 9(3) VALUE ZERO.
       01  GM-IDX                    PIC 9(3) VALUE ZERO.
       01  GROUP-TOTAL               PIC 9(9)V9(8) VALUE ZERO.
       01  GROUP-KEY-WORK            PIC X(12).
       01  FILLER REDEFINES GROUP-KEY-WORK.
           05  GROUP-KEY-TIMESTAMP   PIC 9(10).
           05  GROUP-KEY-SEQ         PIC X(2).
       01  GROUP-AMOUNT-WORK         PIC 9(8)V9(8).
       01  FILLER REDEFINES GROUP-AMOUNT-WORK.
           05  GROUP-AMOUNT-INTEGER  PIC 9(8).
           05  GROUP-AMOUNT-DECIMAL  PIC 9(8).
       01  GROUP-WRITE-FLAG          PIC X VALUE 'N'.
           88  GROUP-WRITE-FAILED           VALUE 'Y'.
           88  GROUP-WRITE-CLEAN            VALUE 'N'.
       01  GROUPS-QUEUED-COUNT       PIC 9(5) VALUE ZERO.
       01  GROUPED-PAYMENT-COUNT     PIC 9(5) VALUE ZERO.
      * Network-fee estimate file, VSAM file DOGEFEST - DOGECONF's
      * rolling estimate, read once per run, and one row per payment
      * written carrying the estimate it was judged with.
       01  WS-FEST-STATUS            PIC XX VALUE '00'.
           88  FEST-NOT-YET-LOADED          VALUE '35'.
       01  SEND-FEE-ESTIMATE         PIC S9(8)V9(8).
      * Same compiled default DOGESEND uses until DOGECONF has banked
      * a first real fee.
       01  DEFAULT-FEE-ESTIMATE      PIC S9(8)V9(8) VALUE 1.
       01  FEE-COVER-AMOUNT          PIC S9(8)V9(8).
      * Balance-movement ledger, VSAM file DOGEBMOV - every update
      * of a balance or pending control record writes its
      * before/after image here, so a DOGERECN variance hunt is a
       01  BM-BANK-FLAG              PIC X VALUE 'N'.
           88  MOVEMENT-BANKED              VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED          VALUE 'N'.
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
      * Per-queue envelope sequencing, VSAM file DOGEQSEQ.
       01  WS-QSEQ-STATUS            PIC XX VALUE '00'.
           88  QSEQ-NOT-YET-LOADED          VALUE '35'.
      * per currency; the legacy (n*10)+1/+2 records stay DOGE-only.
       01  WS-CBAL-STATUS            PIC XX VALUE '00'.
           88  CBAL-NOT-YET-LOADED          VALUE '35'.
      * Funds reservations, VSAM file DOGERESV - earmarks keyed
      * through DOGERSVM; each sub-account and currency's total row
      * comes off available. No file yet means nothing reserved.
       01  WS-RESV-STATUS            PIC XX VALUE '00'.
           88  RESV-NOT-THERE               VALUE '35'.
       01  RESV-FILE-FLAG            PIC X VALUE 'Y'.
           88  RESV-FILE-PRESENT            VALUE 'Y'.
           88  RESV-FILE-ABSENT             VALUE 'N'.
      * Freezes and legal holds, VSAM file DOGEHOLD - read only; no
      * file yet means nothing has ever been frozen or held.
       01  WS-HOLD-STATUS            PIC XX VALUE '00'.
           88  HOLD-NOT-THERE               VALUE '35'.
       01  HOLD-FILE-FLAG            PIC X VALUE 'Y'.
           88  HOLD-FILE-PRESENT            VALUE 'Y'.
           88  HOLD-FILE-ABSENT             VALUE 'N'.
      * Sub-account directory DOGEACTS - read only; a sub-account
      * DOGEDORM has marked dormant pays nothing without an approver.
       01  WS-ACTS-STATUS            PIC XX VALUE '00'.
           88  ACTS-NOT-THERE               VALUE '35'.
       01  ACTS-FILE-FLAG            PIC X VALUE 'Y'.
           88  ACTS-FILE-PRESENT            VALUE 'Y'.
           88  ACTS-FILE-ABSENT             VALUE 'N'.
       01  CB-WORK-AMOUNT            PIC S9(8)V9(8).
       01  WS-CARD-STATUS            PIC XX VALUE '00'.
           88  CARD-OK                      VALUE '00'.
           88  DENY-FILE-PRESENT            VALUE 'Y'.
           88  DENY-FILE-ABSENT             VALUE 'N'.
       01  DENIED-COUNT              PIC 9(5) VALUE ZERO.
       01  FROZEN-COUNT              PIC 9(5) VALUE ZERO.
       01  DORMANT-HELD-COUNT        PIC 9(5) VALUE ZERO.
      * Rehearsal (validate-only) mode - every edit runs exactly as
      * live, nothing is written or queued, and the cumulative
      * effects a live run would have (aggregate reservations, daily
       01  RUN-MODE-CARD.
           05  RUN-MODE           PIC X.
               88  VALIDATE-ONLY          VALUE 'V'.
           05  RUN-GROUP-OPTION   PIC X.
               88  GROUPED-RUN            VALUE 'G'.
           05  FILLER             PIC X(78).
       01  REHEARSAL-BALANCES.
           05  REHEARSAL-ENTRY OCCURS 20 TIMES.
               10  RH-ACCT        PIC 9(3).
      * Same hold threshold DOGESEND compiles - a bulk payment this
      * large waits for a second approver like a keyed one.
       01  HOLD-THRESHOLD-AMOUNT     PIC S9(8)V9(8) VALUE 10000.
      * Payee history, VSAM file DOGEPAYE - a payment to an address
      * with no settled send, no whitelisting and nothing on file
      * older than the cooling-off period is written HELD whatever
      * the amount, same new-payee rule DOGESEND applies.
       01  WS-PAYE-STATUS            PIC XX VALUE '00'.
           88  PAYE-NOT-YET-LOADED          VALUE '35'.
       01  NEW-PAYEE-FLAG            PIC X VALUE 'E'.
           88  PAYEE-ESTABLISHED            VALUE 'E'.
           88  NEW-PAYEE-FORCES-HOLD        VALUE 'H'.
       01  PAYEE-ROW-FLAG            PIC X VALUE 'N'.
           88  PAYEE-ROW-ON-FILE            VALUE 'Y'.
           88  PAYEE-ROW-NOT-ON-FILE        VALUE 'N'.
       01  OTHER-HOLD-FLAG           PIC X VALUE 'N'.
           88  HELD-FOR-OTHER-REASON        VALUE 'Y'.
           88  NO-OTHER-HOLD-REASON         VALUE 'N'.
      * Same compiled default DOGESEND uses until DOGENPRL has set
      * the period on the control row.
       01  DEFAULT-COOLING-HOURS     PIC 9(3) VALUE 48.
       01  COOLING-HOURS             PIC 9(3).
       01  PAYEE-NOW-EPOCH           PIC 9(10).
       01  PAYEE-KNOWN-SINCE         PIC 9(10).
       01  PAYEE-AGE-SECONDS         PIC S9(10).
       01  NEW-PAYEE-HELD-COUNT      PIC 9(5) VALUE ZERO.
       01  ROBOT-OPERATOR-ID         PIC X(8) VALUE 'DOGEBLKP'.
      * The whole input batch, held until the control card proves the
      * file arrived intact - nothing is queued from a batch that
      * Per-queue envelope sequence, assigned off DOGEQSEQ just
      * before the put - same gap-detection envelope DOGESEND stamps.
           05  MSG-SEQ         PIC 9(6).
      * Multi-output tags - the group id (first member's TKEY), this
      * output's number and the group size. dogedcams.py holds the
      * outputs until all of them have arrived and makes one send;
      * spaces is an ordinary single send.
           05  SEND-GROUP-ID     PIC X(12).
           05  SEND-GROUP-MEMBER PIC X(3).
           05  SEND-GROUP-SIZE   PIC X(3).
       01  SEND-DTAQ-NAME       PIC X(10) VALUE 'DOGESNDQ'.
       01  SEND-LIB-NAME        PIC X(10) VALUE 'MYLIB'.
       01  SEND-DTAQ-MSG-LEN    PIC 9(5) BINARY.
           PERFORM OPEN-DENY-FILE.
           PERFORM OPEN-SEQUENCE-FILE.
           PERFORM OPEN-CURRENCY-BALANCE-FILE.
           PERFORM OPEN-RESERVATION-FILE.
           PERFORM OPEN-HOLD-FILE.
           PERFORM OPEN-DIRECTORY-FILE.
           PERFORM OPEN-MOVEMENT-FILE.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM LOAD-FEE-ESTIMATE.
           PERFORM LOAD-COOLING-PERIOD.
           IF GROUPED-RUN AND NOT VALIDATE-ONLY
               PERFORM OPEN-GROUP-FILE
               DISPLAY 'DOGEBLKP - GROUPED RUN - DOGE PAYMENTS GO '
                       'OUT AS MULTI-OUTPUT SENDS'
           END-IF.
           MOVE LENGTH OF TO-SEND TO SEND-DTAQ-MSG-LEN.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > PAYMENT-COUNT
               PERFORM PROCESS-ONE-PAYMENT
           END-PERFORM.
           IF GROUPED-RUN AND NOT VALIDATE-ONLY
               PERFORM FLUSH-SEND-GROUP
               CLOSE DOGEGRPS
           END-IF.
           CLOSE DOGEVSAM.
           CLOSE DOGEADDR.
           IF LIMS-FILE-PRESENT
           END-IF.
           CLOSE DOGEQSEQ.
           CLOSE DOGECBAL.
           IF RESV-FILE-PRESENT
               CLOSE DOGERESV
           END-IF.
           IF HOLD-FILE-PRESENT
               CLOSE DOGEHOLD
           END-IF.
           IF ACTS-FILE-PRESENT
               CLOSE DOGEACTS
           END-IF.
           CLOSE DOGEBMOV.
           CLOSE DOGECHLG.
           CLOSE DOGEFEST.
           CLOSE DOGEPAYE.
      *
       CHECK-BATCH-REGISTRY.
      *    A batch id already on the registry means this exact file
           SET PAYMENT-NOT-HELD TO TRUE.
           MOVE PT-AMOUNT(PAY-IDX) TO PAY-AMOUNT.
           PERFORM CHECK-PAYMENT-CURRENCY.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYMENT-FROZEN
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYMENT-DORMANT
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM RESOLVE-PAYMENT-PAYEE
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYMENT-DENIED
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYMENT-NEW-PAYEE
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYMENT-BALANCE
           END-IF.
           PERFORM COMMIT-REHEARSAL-EFFECTS.
           IF PAY-AMOUNT NOT LESS THAN HOLD-THRESHOLD-AMOUNT
              OR PAYMENT-IS-HELD
              OR NEW-PAYEE-FORCES-HOLD
               ADD 1 TO WOULD-HOLD-COUNT
               DISPLAY 'WOULD HOLD ' PT-PAYEE(PAY-IDX) ' ' DR-AMOUNT
           ELSE
           ELSE
               MOVE PT-PAYEE(PAY-IDX) TO PAYEE-ADDRESS
           END-IF.
      *
       CHECK-PAYMENT-FROZEN.
      *    The paying sub-account's DOGEHOLD freeze row - currency
      *    and reference blank - while ACTIVE stops every debit off
      *    it, the same refusal DOGESEND gives a keyed send.
           IF HOLD-FILE-PRESENT
               MOVE PT-ACCT(PAY-IDX) TO HL-ACCT
               MOVE SPACES TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-FREEZE AND HL-ACTIVE
                           SET PAYMENT-EDITS-FAILED TO TRUE
                           ADD 1 TO FROZEN-COUNT
                           DISPLAY 'DOGEBLKP - ACCOUNT '
                                   PT-ACCT(PAY-IDX) ' IS FROZEN'
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-PAYMENT-DENIED.
      *    A structurally perfect address can still be one we're
               SET PAYMENT-EDITS-FAILED TO TRUE
               DISPLAY 'DOGEBLKP - EXCEEDS AVAILABLE BALANCE ACCT '
                       PT-ACCT(PAY-IDX)
           ELSE
               PERFORM CHECK-PAYMENT-FEE-COVER
           END-IF.
      *
       CHECK-PAYMENT-FEE-COVER.
      *    The network fee DOGECONF books at settlement comes off
      *    the DOGE balance record - a DOGE payment has to cover
      *    amount plus the estimate, any other currency just the
      *    estimate out of its sub-account's DOGE.
           IF PT-CURR(PAY-IDX) EQUAL TO 'DOGE'
               MOVE PAY-AMOUNT TO FEE-COVER-AMOUNT
           ELSE
               MOVE ZERO TO FEE-COVER-AMOUNT
               PERFORM READ-PAYMENT-DOGE-AVAILABLE
               IF VALIDATE-ONLY
                   MOVE PT-ACCT(PAY-IDX) TO RH-WORK-ACCT
                   MOVE 'DOGE' TO RH-WORK-CURR
                   PERFORM FIND-REHEARSAL-BALANCE
                   IF FOUND-RH-IDX > 0
                       SUBTRACT RH-COMMITTED(FOUND-RH-IDX)
                           FROM AVAILABLE-AMOUNT
                   END-IF
               END-IF
           END-IF.
           IF FEE-COVER-AMOUNT + SEND-FEE-ESTIMATE > AVAILABLE-AMOUNT
               SET PAYMENT-EDITS-FAILED TO TRUE
               DISPLAY 'DOGEBLKP - AMOUNT PLUS NETWORK FEE EXCEEDS '
                       'AVAILABLE BALANCE ACCT ' PT-ACCT(PAY-IDX)
           END-IF.
      *
       LOAD-FEE-ESTIMATE.
      *    DOGECONF's rolling estimate off the DOGEFEST window row,
      *    read once for the whole batch - until it has banked a
      *    first fee, the compiled default. A first-ever run builds
      *    the file fresh, same choice DOGEJRNL makes for DOGEAUDT.
           OPEN I-O DOGEFEST.
           IF FEST-NOT-YET-LOADED
               OPEN OUTPUT DOGEFEST
               CLOSE DOGEFEST
               OPEN I-O DOGEFEST
           END-IF.
           MOVE DEFAULT-FEE-ESTIMATE TO SEND-FEE-ESTIMATE.
           MOVE ZEROS TO FE-KEY.
           READ DOGEFEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FE-WINDOW-ROW AND FE-WINDOW-COUNT > ZERO
                       MOVE FE-CURRENT-ESTIMATE TO SEND-FEE-ESTIMATE
                   END-IF
           END-READ.
           MOVE SEND-FEE-ESTIMATE TO DR-AMOUNT.
           DISPLAY 'DOGEBLKP - NETWORK FEE ESTIMATE ' DR-AMOUNT.
      *
       LOAD-COOLING-PERIOD.
      *    The cooling-off period off the DOGEPAYE control row, read
      *    once for the run, and the run's own clock in the same
      *    epoch seconds the payee history is kept in. A first-ever
      *    run builds the file fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEPAYE.
           IF PAYE-NOT-YET-LOADED
               OPEN OUTPUT DOGEPAYE
               CLOSE DOGEPAYE
               OPEN I-O DOGEPAYE
           END-IF.
           MOVE DEFAULT-COOLING-HOURS TO COOLING-HOURS.
           MOVE SPACES TO PY-KEY.
           SET PY-CONTROL-KEY TO TRUE.
           READ DOGEPAYE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PY-COOLING-HOURS IS NUMERIC
                       MOVE PY-COOLING-HOURS TO COOLING-HOURS
                   END-IF
           END-READ.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE PAYEE-NOW-EPOCH = CONV-SECONDS
                   + WS-TOD-HH * 3600 + WS-TOD-MM * 60 + WS-TOD-SS.
           DISPLAY 'DOGEBLKP - NEW-PAYEE COOLING-OFF ' COOLING-HOURS
                   ' HOURS'.
      *
       CHECK-PAYMENT-NEW-PAYEE.
      *    First use of an address - no send to it ever settled, no
      *    approver has whitelisted it, and neither its first keyed
      *    send nor its oldest DOGEADDR label is older than the
      *    cooling-off period - holds the payment for a second
      *    approver regardless of amount. A period of zero turns the
      *    check off.
           SET PAYEE-ESTABLISHED TO TRUE.
           SET PAYEE-ROW-NOT-ON-FILE TO TRUE.
           IF COOLING-HOURS > ZERO
               MOVE SPACES TO PY-KEY
               SET PY-PAYEE-KEY TO TRUE
               MOVE PAYEE-ADDRESS TO PY-KEY-ID
               READ DOGEPAYE
                   INVALID KEY
                       SET NEW-PAYEE-FORCES-HOLD TO TRUE
                   NOT INVALID KEY
                       SET PAYEE-ROW-ON-FILE TO TRUE
                       IF PY-SETTLED-COUNT = ZERO
                          AND NOT PY-WHITELISTED
                           PERFORM AGE-KNOWN-PAYEE
                       END-IF
               END-READ
           END-IF.
           IF NEW-PAYEE-FORCES-HOLD
               ADD 1 TO NEW-PAYEE-HELD-COUNT
               DISPLAY 'DOGEBLKP - NEW PAYEE ' PAYEE-ADDRESS
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
      *    The payee goes on file at its first keyed send, which is
      *    when its cooling-off starts - a second payment to it later
      *    in the same run finds the row and is held too. The hold
      *    row tells DOGEWRKQ why the payment is waiting and DOGENPRL
      *    when it may go; TEXT-TIMESTAMP/TEXT-SEQ were saved off the
      *    written row.
           MOVE SPACES TO PY-KEY.
           SET PY-PAYEE-KEY TO TRUE.
           MOVE PAYEE-ADDRESS TO PY-KEY-ID.
           READ DOGEPAYE
               INVALID KEY
                   MOVE SPACES TO PAYEE-ENTRY
                   SET PY-PAYEE-KEY TO TRUE
                   MOVE PAYEE-ADDRESS TO PY-KEY-ID
                   MOVE PAYEE-NOW-EPOCH TO PY-FIRST-SEEN
                   MOVE ZERO TO PY-LABEL-SINCE
                   MOVE ZERO TO PY-SETTLED-COUNT
                   MOVE ZERO TO PY-LAST-SETTLED
                   SET PY-NOT-WHITELISTED TO TRUE
                   WRITE PAYEE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEBLKP - PAYEE ROW WRITE FAILED '
                                   PAYEE-ADDRESS
                   END-WRITE
               NOT INVALID KEY
                   IF PY-FIRST-SEEN = ZERO
                       MOVE PAYEE-NOW-EPOCH TO PY-FIRST-SEEN
                       REWRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGEBLKP - PAYEE ROW REWRITE '
                                       'FAILED ' PAYEE-ADDRESS
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE SPACES TO PAYEE-ENTRY.
           SET PY-HOLD-KEY TO TRUE.
           MOVE TEXT-TIMESTAMP TO PY-KEY-ID(1:10).
           MOVE TEXT-SEQ TO PY-KEY-ID(11:2).
           MOVE PAYEE-ADDRESS TO PY-HOLD-ADDRESS.
           MOVE PT-ACCT(PAY-IDX) TO PY-HOLD-ACCT.
           MOVE 'DOGEBLKP' TO PY-HOLD-SOURCE.
           IF HELD-FOR-OTHER-REASON
               SET PY-HOLD-ALSO-REVIEW TO TRUE
           ELSE
               SET PY-HOLD-PAYEE-ONLY TO TRUE
           END-IF.
           SET PY-HOLD-OPEN TO TRUE.
           MOVE WS-TODAY TO PY-HOLD-DATE.
           WRITE PAYEE-ENTRY
               INVALID KEY
                   DISPLAY 'DOGEBLKP - NEW PAYEE HOLD ROW WRITE FAILED '
                           PY-KEY-ID(1:12)
           END-WRITE.
      *
       WRITE-FEE-ESTIMATE-ROW.
      *    Bank the estimate this payment was judged with under its
      *    own key - TEXT-TIMESTAMP/TEXT-SEQ were saved off the
      *    written row - for DOGECONF to set the real fee against.
           MOVE SPACES TO FEE-ESTIMATE-ENTRY.
           MOVE TEXT-TIMESTAMP TO FE-KEY(1:10).
           MOVE TEXT-SEQ TO FE-KEY(11:2).
           SET FE-SEND-ROW TO TRUE.
           MOVE PT-ACCT(PAY-IDX) TO FE-ACCT.
           MOVE WS-TODAY TO FE-SEND-DATE.
           MOVE 'DOGEBLKP' TO FE-SOURCE.
           MOVE PT-CURR(PAY-IDX) TO FE-CURR.
           MOVE SEND-FEE-ESTIMATE TO FE-ESTIMATED-FEE.
           MOVE ZERO TO FE-ACTUAL-FEE.
           MOVE ZERO TO FE-SETTLE-DATE.
           SET FE-AWAITING-FEE TO TRUE.
           WRITE FEE-ESTIMATE-ENTRY
               INVALID KEY
                   DISPLAY 'DOGEBLKP - FEE ESTIMATE ROW WRITE FAILED '
                           FE-KEY
           END-WRITE.
      *
       READ-PAYMENT-DOGE-AVAILABLE.
           MOVE ZERO TO AVAILABLE-AMOUNT.
                   END-IF
                   SUBTRACT THE-AMOUNT FROM AVAILABLE-AMOUNT
           END-READ.
           MOVE PT-ACCT(PAY-IDX) TO RV-ACCT.
           MOVE 'DOGE' TO RV-CURR.
           PERFORM SUBTRACT-ACTIVE-RESERVATIONS.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       CHECK-PAYMENT-LIMITS.
      *    Same DOGELIMS-vs-DOGEUSGE velocity check DOGESEND makes,
           MOVE PT-MEMO(PAY-IDX) TO TMEMO.
           IF PAY-AMOUNT NOT LESS THAN HOLD-THRESHOLD-AMOUNT
              OR PAYMENT-IS-HELD
               SET HELD-FOR-OTHER-REASON TO TRUE
           ELSE
               SET NO-OTHER-HOLD-REASON TO TRUE
           END-IF.
           IF HELD-FOR-OTHER-REASON
              OR NEW-PAYEE-FORCES-HOLD
               SET TRAN-HELD TO TRUE
               SET PAYMENT-IS-HELD TO TRUE
           ELSE
               PERFORM UPDATE-PAYMENT-DUP-CHECK
               PERFORM ADD-PAYMENT-PENDING-AGGREGATE
               PERFORM UPDATE-PAYMENT-USAGE
               PERFORM WRITE-FEE-ESTIMATE-ROW
               IF NEW-PAYEE-FORCES-HOLD
                   PERFORM RECORD-NEW-PAYEE-HOLD
               END-IF
               IF PAYMENT-NOT-HELD
                   PERFORM QUEUE-BULK-PAYMENT
               ELSE
                   END-IF
               NOT INVALID KEY
                   SET PAYMENT-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       UPDATE-PAYMENT-DUP-CHECK.
               INVALID KEY
                   DISPLAY 'DOGEBLKP - DUP-CHECK WRITE FAILED '
                           PT-ACCT(PAY-IDX)
               NOT INVALID KEY
                   SET CHG-ROW-REPLACED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       ADD-PAYMENT-PENDING-AGGREGATE.
      *
       QUEUE-BULK-PAYMENT.
      *    TEXT-TIMESTAMP/TEXT-SEQ were saved off the written row by
      *    UPDATE-PAYMENT-DUP-CHECK before the fingerprint re-key. A
      *    grouped run's DOGE payment waits for its group instead -
      *    a multi-output send moves one currency only.
           IF GROUPED-RUN AND PT-CURR(PAY-IDX) EQUAL TO 'DOGE'
               PERFORM ADD-TO-SEND-GROUP
           ELSE
               MOVE PAYEE-ADDRESS TO TO-ADDRESS
               STRING PAY-AMOUNT-INTEGER '.' PAY-AMOUNT-DECIMAL
                   DELIMITED BY SIZE INTO SEND-AMOUNT
               MOVE SPACES TO SEND-GROUP-ID
               MOVE SPACES TO SEND-GROUP-MEMBER
               MOVE SPACES TO SEND-GROUP-SIZE
               PERFORM PUT-SEND-REQUEST
           END-IF.
      *
       PUT-SEND-REQUEST.
           PERFORM ASSIGN-QUEUE-SEQUENCE.
           CALL 'QSNDDTAQ' USING
               BY REFERENCE SEND-DTAQ-NAME
               BY REFERENCE SEND-DTAQ-RETCODE.
           IF SEND-DTAQ-RETCODE NOT EQUAL TO ZERO
               DISPLAY 'DOGEBLKP - QUEUE PUT FAILED FOR '
                       TO-ADDRESS.
      *
       OPEN-GROUP-FILE.
      *    First ever grouped run finds no loaded DOGEGRPS cluster
      *    behind the DD yet - build it fresh, same choice DOGEJRNL
      *    makes for DOGEAUDT.
           OPEN I-O DOGEGRPS.
           IF GRPS-NOT-YET-LOADED
               OPEN OUTPUT DOGEGRPS
               CLOSE DOGEGRPS
               OPEN I-O DOGEGRPS
           END-IF.
      *
       ADD-TO-SEND-GROUP.
      *    The member's own key is taken before a flush can reuse
      *    TO-SEND for the group going out ahead of it.
           MOVE TEXT-TIMESTAMP TO GROUP-KEY-WORK(1:10).
           MOVE TEXT-SEQ TO GROUP-KEY-WORK(11:2).
           IF GROUP-MEMBER-COUNT NOT LESS THAN SEND-GROUP-MAX
              OR GROUP-TOTAL + PAY-AMOUNT > SEND-GROUP-TOTAL-LIMIT
               PERFORM FLUSH-SEND-GROUP
           END-IF.
           ADD 1 TO GROUP-MEMBER-COUNT.
           MOVE GROUP-KEY-WORK TO GM-TKEY(GROUP-MEMBER-COUNT).
           MOVE PT-ACCT(PAY-IDX) TO GM-ACCT(GROUP-MEMBER-COUNT).
           MOVE PAYEE-ADDRESS TO GM-ADDRESS(GROUP-MEMBER-COUNT).
           MOVE PAY-AMOUNT TO GM-AMOUNT(GROUP-MEMBER-COUNT).
           ADD PAY-AMOUNT TO GROUP-TOTAL.
      *
       FLUSH-SEND-GROUP.
      *    Register the group, then put every member's request with
      *    its group tags. A group of one is just a send; a group
      *    DOGEGRPS would not take goes out as ordinary sends rather
      *    than as a group DOGECONF could never settle.
           IF GROUP-MEMBER-COUNT = 1
               MOVE 1 TO GM-IDX
               PERFORM PUT-GROUP-MEMBER-SINGLY
           ELSE
           IF GROUP-MEMBER-COUNT > 1
               PERFORM WRITE-SEND-GROUP
               IF GROUP-WRITE-FAILED
                   DISPLAY 'DOGEBLKP - GROUP REGISTRY WRITE FAILED - '
                           GROUP-MEMBER-COUNT ' PAYMENTS SENT SINGLY'
                   PERFORM BACK-OUT-SEND-GROUP
                   PERFORM VARYING GM-IDX FROM 1 BY 1
                           UNTIL GM-IDX > GROUP-MEMBER-COUNT
                       PERFORM PUT-GROUP-MEMBER-SINGLY
                   END-PERFORM
               ELSE
                   PERFORM VARYING GM-IDX FROM 1 BY 1
                           UNTIL GM-IDX > GROUP-MEMBER-COUNT
                       PERFORM PUT-GROUP-MEMBER-TAGGED
                   END-PERFORM
                   ADD 1 TO GROUPS-QUEUED-COUNT
                   ADD GROUP-MEMBER-COUNT TO GROUPED-PAYMENT-COUNT
                   MOVE GROUP-TOTAL TO DR-TOTAL
                   DISPLAY 'GROUP    ' GM-TKEY(1) ' '
                           GROUP-MEMBER-COUNT ' PAYMENTS ' DR-TOTAL
               END-IF
           END-IF
           END-IF.
           MOVE ZERO TO GROUP-MEMBER-COUNT.
           MOVE ZERO TO GROUP-TOTAL.
      *
       WRITE-SEND-GROUP.
      *    Header, then a member row and a cross-reference row per
      *    payment, all keyed off the first member's TKEY.
           SET GROUP-WRITE-CLEAN TO TRUE.
           MOVE SPACES TO SEND-GROUP-ENTRY.
           SET SG-GROUP-KEY TO TRUE.
           MOVE GM-TKEY(1) TO SG-KEY-ID.
           MOVE ZERO TO SG-MEMBER-NO.
           SET SG-HEADER-ROW TO TRUE.
           MOVE 'DOGEBLKP' TO SG-SOURCE.
           MOVE GROUP-MEMBER-COUNT TO SG-MEMBER-COUNT.
           MOVE GROUP-TOTAL TO SG-TOTAL-AMOUNT.
           MOVE WS-TODAY TO SG-CREATED-DATE.
           SET SG-AWAITING-CONFIRM TO TRUE.
           MOVE ZERO TO SG-CLOSED-DATE.
           WRITE SEND-GROUP-ENTRY
               INVALID KEY
                   SET GROUP-WRITE-FAILED TO TRUE
           END-WRITE.
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > GROUP-MEMBER-COUNT
                      OR GROUP-WRITE-FAILED
               MOVE SPACES TO SEND-GROUP-ENTRY
               SET SG-GROUP-KEY TO TRUE
               MOVE GM-TKEY(1) TO SG-KEY-ID
               MOVE GM-IDX TO SG-MEMBER-NO
               SET SG-MEMBER-ROW TO TRUE
               MOVE GM-TKEY(GM-IDX) TO SG-MEMBER-TKEY
               MOVE GM-ACCT(GM-IDX) TO SG-MEMBER-ACCT
               MOVE GM-ADDRESS(GM-IDX) TO SG-MEMBER-ADDRESS
               MOVE GM-AMOUNT(GM-IDX) TO SG-MEMBER-AMOUNT
               MOVE ZERO TO SG-MEMBER-FEE
               WRITE SEND-GROUP-ENTRY
                   INVALID KEY
                       SET GROUP-WRITE-FAILED TO TRUE
               END-WRITE
               MOVE SPACES TO SEND-GROUP-ENTRY
               SET SG-XREF-KEY TO TRUE
               MOVE GM-TKEY(GM-IDX) TO SG-KEY-ID
               MOVE ZERO TO SG-MEMBER-NO
               SET SG-XREF-ROW TO TRUE
               MOVE GM-TKEY(1) TO SG-XREF-GROUP-ID
               MOVE GM-IDX TO SG-XREF-MEMBER-NO
               MOVE GROUP-MEMBER-COUNT TO SG-XREF-SIZE
               WRITE SEND-GROUP-ENTRY
                   INVALID KEY
                       SET GROUP-WRITE-FAILED TO TRUE
               END-WRITE
           END-PERFORM.
      *
       BACK-OUT-SEND-GROUP.
      *    Whatever of a half-registered group did make the file
      *    comes off again, so neither DOGECONF nor DOGERTRY ever
      *    treats these payments as members.
           MOVE SPACES TO SEND-GROUP-ENTRY.
           SET SG-GROUP-KEY TO TRUE.
           MOVE GM-TKEY(1) TO SG-KEY-ID.
           MOVE ZERO TO SG-MEMBER-NO.
           DELETE DOGEGRPS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > GROUP-MEMBER-COUNT
               SET SG-GROUP-KEY TO TRUE
               MOVE GM-TKEY(1) TO SG-KEY-ID
               MOVE GM-IDX TO SG-MEMBER-NO
               DELETE DOGEGRPS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               SET SG-XREF-KEY TO TRUE
               MOVE GM-TKEY(GM-IDX) TO SG-KEY-ID
               MOVE ZERO TO SG-MEMBER-NO
               DELETE DOGEGRPS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
      *
       PUT-GROUP-MEMBER-SINGLY.
           MOVE GM-TKEY(GM-IDX) TO GROUP-KEY-WORK.
           MOVE GROUP-KEY-TIMESTAMP TO TEXT-TIMESTAMP.
           MOVE GROUP-KEY-SEQ TO TEXT-SEQ.
           MOVE GM-ADDRESS(GM-IDX) TO TO-ADDRESS.
           MOVE GM-AMOUNT(GM-IDX) TO GROUP-AMOUNT-WORK.
           STRING GROUP-AMOUNT-INTEGER '.' GROUP-AMOUNT-DECIMAL
               DELIMITED BY SIZE INTO SEND-AMOUNT.
           MOVE SPACES TO SEND-GROUP-ID.
           MOVE SPACES TO SEND-GROUP-MEMBER.
           MOVE SPACES TO SEND-GROUP-SIZE.
           PERFORM PUT-SEND-REQUEST.
      *
       PUT-GROUP-MEMBER-TAGGED.
      *    A member whose put fails sits PENDING with the rest of its
      *    group waiting on it - DOGERTRY re-drives it, tags and all,
      *    so the group still completes.
           MOVE GM-TKEY(GM-IDX) TO GROUP-KEY-WORK.
           MOVE GROUP-KEY-TIMESTAMP TO TEXT-TIMESTAMP.
           MOVE GROUP-KEY-SEQ TO TEXT-SEQ.
           MOVE GM-ADDRESS(GM-IDX) TO TO-ADDRESS.
           MOVE GM-AMOUNT(GM-IDX) TO GROUP-AMOUNT-WORK.
           STRING GROUP-AMOUNT-INTEGER '.' GROUP-AMOUNT-DECIMAL
               DELIMITED BY SIZE INTO SEND-AMOUNT.
           MOVE GM-TKEY(1) TO SEND-GROUP-ID.
           MOVE GM-IDX TO SEND-GROUP-MEMBER.
           MOVE GROUP-MEMBER-COUNT TO SEND-GROUP-SIZE.
           PERFORM PUT-SEND-REQUEST.
      *
       CONVERT-YMD-TO-KEY.
           COMPUTE DATE-CONV-A = (14 - CONV-MONTH) / 12.
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
       OPEN-DIRECTORY-FILE.
           SET ACTS-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEACTS.
           IF ACTS-NOT-THERE
               SET ACTS-FILE-ABSENT TO TRUE
           END-IF.
      *
       CHECK-PAYMENT-DORMANT.
      *    A sub-account DOGEDORM has marked dormant still pays, but
      *    HELD for an approver whatever the amount, until DOGEACCT
      *    reactivates it - the same held-for-review row a high-risk
      *    payee gets.
           IF ACTS-FILE-PRESENT
               MOVE PT-ACCT(PAY-IDX) TO AD-ACCT-NUM
               READ DOGEACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-ACCT-DORMANT
                           SET PAYMENT-IS-HELD TO TRUE
                           ADD 1 TO DORMANT-HELD-COUNT
                           DISPLAY 'DOGEBLKP - ACCOUNT '
                                   PT-ACCT(PAY-IDX) ' DORMANT - HELD'
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
       ADD-CURRENCY-PENDING.
      *    CB-WORK-AMOUNT onto the CB-ACCT/CB-CURR row's pending
           END-IF.
           DISPLAY 'PAYMENTS ACCEPTED ........... ' ACCEPTED-COUNT.
           DISPLAY 'OF WHICH HELD FOR APPROVAL .. ' HELD-COUNT.
           DISPLAY 'HELD AS NEW PAYEE ........... '
                   NEW-PAYEE-HELD-COUNT.
           DISPLAY 'HELD AS DORMANT ACCOUNT ..... '
                   DORMANT-HELD-COUNT.
           DISPLAY 'PAYMENTS REJECTED ........... ' REJECTED-COUNT.
           DISPLAY 'OF WHICH DENY-LISTED ........ ' DENIED-COUNT.
           DISPLAY 'OF WHICH ACCOUNT FROZEN ..... ' FROZEN-COUNT.
           DISPLAY 'PAYMENTS DROPPED (WRITE) .... ' DROPPED-COUNT.
           IF GROUPED-RUN AND NOT VALIDATE-ONLY
               DISPLAY 'MULTI-OUTPUT GROUPS QUEUED .. '
                       GROUPS-QUEUED-COUNT
               DISPLAY 'PAYMENTS SENT IN GROUPS ..... '
                       GROUPED-PAYMENT-COUNT
           END-IF.
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
           MOVE 'DOGEBLKP' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGEBLKP - CHANGE LOG WRITE FAILED'
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
       END PROGRAM DOGEBLKP.
