      *   nothing. Rerun in approved mode, the same selection
      *   generates each payment through the same gauntlet DOGEBLKP
      *   puts a bulk record through - currency edit, payee
      *   resolution via DOGEADDR, counterparty due-diligence
      *   review (expired refused, high-risk HELD), balance with the
      *   pending aggregate subtracted, DOGELIMS caps on the DOGEPPRO
      *   pseudo-id, dup-check fingerprint - writes the PENDING (or
      *   HELD) row, maintains the fingerprint/aggregate/usage
      *   records, hands the request to DOGESNDQ, and marks the
      *   payable SENT with today's date so it never pays twice.
      *   The balance test charges each payable the DOGEFEST
      *   network-fee estimate on top, as DOGESEND does, and an
      *   approved run banks each payment's estimate there for
      *   DOGEFEEV. A 'G' in col 10 groups an approved run's DOGE
      *   payments that go straight out (not HELD) into multi-output
      *   requests - up to SEND-GROUP-MAX payees per on-chain
      *   transaction and one network fee between them - each
      *   payable still getting its own PENDING row, the group
      *   registered on DOGEGRPS so DOGECONF settles or fails it
      *   whole.
      *
      *   A sub-account frozen on DOGEHOLD through DOGEHLDM pays
      *   nothing - its payables stay OPEN for the run after the
      *   freeze is lifted - and DOGEHOLD legal holds come off every
      *   available figure alongside reservations. A payable on a
      *   sub-account DOGEDORM has marked dormant is written HELD for
      *   an approver.
      *
      *   Coins earmarked on DOGERESV through DOGERSVM come off
      *   every available figure - except a payable's own linked
      *   reservation, which is what it was earmarked for. Paying
      *   the payable (SENT, whether straight out or HELD) consumes
      *   that reservation and takes it off the total; a proposal
      *   only frees it in storage for the payables after it.
      *
      * PARM CARD (SYSIN, columns 1-9):
      *   cols 1-8  pay-through date (YYYYMMDD)
      *   col  9    mode - P propose only (default), A approved run
      *   col 10    G - send an approved run as multi-output groups
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
               RECORD KEY IS DN-ADDRESS
               FILE STATUS IS WS-DENY-STATUS.
           SELECT DOGECPTA ASSIGN TO DOGECPTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-ADDRESS
               FILE STATUS IS WS-CPTA-STATUS.
           SELECT DOGECPTY ASSIGN TO DOGECPTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-ID
               FILE STATUS IS WS-CPTY-STATUS.
           SELECT DOGECBAL ASSIGN TO DOGECBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CBAL-STATUS.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  DOGEPAYB.
       COPY PAYBREC.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEADDR.
       COPY ADDRBOOK.
       FD  DOGELIMS.
       COPY CURRMST.
       FD  DOGEDENY.
       COPY DENYREC.
       FD  DOGECPTA.
       COPY CPADRREC.
       FD  DOGECPTY.
       COPY CPTYREC.
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
      * built - the payments a grouped approved run has
      * generated and would
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
      * an approved run generates carrying the estimate it was
      * judged with.
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
      * The payable's own linked reservation, found by browsing its
      * sub-account and currency - it doesn't count against the
      * payable it was made for, and is consumed when that pays.
       01  RESV-PAYABLE-CURR         PIC X(4).
       01  OWN-RESV-KEY              PIC X(17).
       01  OWN-RESV-AMOUNT           PIC 9(9)V9(8) VALUE ZERO.
       01  RESV-LINK-FLAG            PIC X VALUE 'N'.
           88  RESV-LINK-FOUND              VALUE 'Y'.
           88  RESV-LINK-NOT-FOUND          VALUE 'N'.
       01  RESV-BROWSE-FLAG          PIC X VALUE 'D'.
           88  RESV-BROWSE-GOING            VALUE 'G'.
           88  RESV-BROWSE-DONE             VALUE 'D'.
       01  RESV-CONSUMED-COUNT       PIC 9(5) VALUE ZERO.
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
       01  WS-PAYB-STATUS            PIC XX VALUE '00'.
           88  PAYB-OK                      VALUE '00'.
           05  PARM-THROUGH-DATE     PIC 9(8).
           05  PARM-MODE             PIC X.
               88  APPROVED-RUN             VALUE 'A'.
           05  PARM-GROUP-OPTION     PIC X.
               88  GROUPED-RUN              VALUE 'G'.
       01  LIMS-FILE-FLAG            PIC X VALUE 'Y'.
           88  LIMS-FILE-PRESENT            VALUE 'Y'.
           88  LIMS-FILE-ABSENT             VALUE 'N'.
           88  DENY-FILE-PRESENT            VALUE 'Y'.
           88  DENY-FILE-ABSENT             VALUE 'N'.
       01  DENIED-COUNT              PIC 9(5) VALUE ZERO.
       01  FROZEN-COUNT              PIC 9(5) VALUE ZERO.
       01  DORMANT-HELD-COUNT        PIC 9(5) VALUE ZERO.
      * Counterparty due-diligence gate - no link file or master on
      * site means no address is linked to anybody, so nothing is
      * enforced until DOGECPTM has been used.
       01  WS-CPTA-STATUS            PIC XX VALUE '00'.
           88  CPTA-NOT-THERE               VALUE '35'.
       01  WS-CPTY-STATUS            PIC XX VALUE '00'.
           88  CPTY-NOT-THERE               VALUE '35'.
       01  CPTY-FILES-FLAG           PIC X VALUE 'Y'.
           88  CPTY-FILES-PRESENT           VALUE 'Y'.
           88  CPTY-FILES-ABSENT            VALUE 'N'.
       01  KYC-EXPIRED-COUNT         PIC 9(5) VALUE ZERO.
       01  KYC-HELD-COUNT            PIC 9(5) VALUE ZERO.
      * Same hold threshold DOGESEND compiles - a payable this large
      * waits for a second approver like a keyed send.
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
       01  ROBOT-OPERATOR-ID         PIC X(8) VALUE 'DOGEPPRO'.
      * Active currency codes, loaded once at start-up, same gate
      * DOGEBLKP puts on a PAYIN card.
               10  PR-ACCT-NUM       PIC 9(3).
               10  PR-CURR           PIC X(4).
               10  PR-COMMITTED      PIC S9(9)V9(8).
               10  PR-RESV-FREED     PIC S9(9)V9(8).
       01  PR-COUNT                  PIC 9(3) VALUE ZERO.
       01  PR-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-PR-IDX              PIC 9(3) VALUE ZERO.
      * Per-queue envelope sequence, assigned off DOGEQSEQ just
      * before the put - same gap-detection envelope DOGESEND stamps.
           05  MSG-SEQ         PIC 9(6).
      * Multi-output tags, same as DOGEBLKP's - group id (first
      * member's TKEY), output number, group size; spaces is an
      * ordinary single send.
           05  SEND-GROUP-ID     PIC X(12).
           05  SEND-GROUP-MEMBER PIC X(3).
           05  SEND-GROUP-SIZE   PIC X(3).
       01  SEND-DTAQ-NAME       PIC X(10) VALUE 'DOGESNDQ'.
       01  SEND-LIB-NAME        PIC X(10) VALUE 'MYLIB'.
       01  SEND-DTAQ-MSG-LEN    PIC 9(5) BINARY.
           OPEN I-O DOGEVSAM.
           OPEN INPUT DOGEADDR.
           PERFORM OPEN-DENY-FILE.
           PERFORM OPEN-COUNTERPARTY-FILES.
           PERFORM OPEN-SEQUENCE-FILE.
           PERFORM OPEN-CURRENCY-BALANCE-FILE.
           PERFORM OPEN-RESERVATION-FILE.
           PERFORM OPEN-HOLD-FILE.
           PERFORM OPEN-DIRECTORY-FILE.
           PERFORM OPEN-MOVEMENT-FILE.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM LOAD-FEE-ESTIMATE.
           PERFORM LOAD-COOLING-PERIOD.
           IF APPROVED-RUN
               PERFORM OPEN-LIMIT-FILES
               MOVE LENGTH OF TO-SEND TO SEND-DTAQ-MSG-LEN
               DISPLAY 'DOGEPPRO - APPROVED RUN - PAYMENTS WILL '
                       'BE GENERATED'
               IF GROUPED-RUN
                   PERFORM OPEN-GROUP-FILE
                   DISPLAY 'DOGEPPRO - GROUPED RUN - DOGE PAYMENTS '
                           'GO OUT AS MULTI-OUTPUT SENDS'
               END-IF
           ELSE
               DISPLAY 'DOGEPPRO - PROPOSAL ONLY - NOTHING WILL '
                       'BE WRITTEN OR QUEUED'
               END-IF
               PERFORM READ-NEXT-PAYABLE
           END-PERFORM.
           IF APPROVED-RUN AND GROUPED-RUN
               PERFORM FLUSH-SEND-GROUP
               CLOSE DOGEGRPS
           END-IF.
           CLOSE DOGEPAYB.
           CLOSE DOGEVSAM.
           CLOSE DOGEADDR.
           IF DENY-FILE-PRESENT
               CLOSE DOGEDENY
           END-IF.
           IF CPTY-FILES-PRESENT
               CLOSE DOGECPTA
               CLOSE DOGECPTY
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
           IF APPROVED-RUN
               IF LIMS-FILE-PRESENT
                   CLOSE DOGELIMS
           IF DENY-NOT-THERE
               SET DENY-FILE-ABSENT TO TRUE
           END-IF.
      *
       OPEN-COUNTERPARTY-FILES.
           SET CPTY-FILES-PRESENT TO TRUE.
           OPEN INPUT DOGECPTA.
           IF CPTA-NOT-THERE
               SET CPTY-FILES-ABSENT TO TRUE
           ELSE
               OPEN INPUT DOGECPTY
               IF CPTY-NOT-THERE
                   CLOSE DOGECPTA
                   SET CPTY-FILES-ABSENT TO TRUE
               END-IF
           END-IF.
      *
       OPEN-LIMIT-FILES.
           SET LIMS-FILE-PRESENT TO TRUE.
           SET PAYMENT-NOT-HELD TO TRUE.
           MOVE PB-AMOUNT TO PAY-AMOUNT.
           PERFORM CHECK-PAYABLE-CURRENCY.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYABLE-FROZEN
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYABLE-DORMANT
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM RESOLVE-PAYABLE-PAYEE
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYABLE-DENIED
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYABLE-NEW-PAYEE
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYABLE-COUNTERPARTY
           END-IF.
           IF PAYMENT-EDITS-PASSED
               PERFORM CHECK-PAYABLE-BALANCE
           END-IF.
           ELSE
               MOVE PB-PAYEE TO PAYEE-ADDRESS
           END-IF.
      *
       CHECK-PAYABLE-FROZEN.
      *    PB-ACCT's DOGEHOLD freeze row - currency and reference
      *    blank - while ACTIVE stops every debit off the sub-account,
      *    checked in proposal mode too. The payable stays OPEN, so
      *    lifting the freeze lets the next run pay it.
           IF HOLD-FILE-PRESENT
               MOVE PB-ACCT TO HL-ACCT
               MOVE SPACES TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-FREEZE AND HL-ACTIVE
                           SET PAYMENT-EDITS-FAILED TO TRUE
                           ADD 1 TO FROZEN-COUNT
                           DISPLAY 'DOGEPPRO - ' PB-REFERENCE
                                   ' SUB-ACCOUNT FROZEN'
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-PAYABLE-DENIED.
      *    A structurally perfect address can still be one we're
                       DISPLAY '  REASON: ' DN-REASON
               END-READ
           END-IF.
      *
       CHECK-PAYABLE-COUNTERPARTY.
      *    Same due-diligence gate DOGESEND applies - a payee address
      *    linked through DOGECPTA to a counterparty whose review has
      *    expired is refused, one linked to a high-risk counterparty
      *    is written HELD for a second approver. An unlinked address,
      *    or a counterparty with no review recorded yet, passes.
           IF CPTY-FILES-ABSENT
               CONTINUE
           ELSE
               MOVE PAYEE-ADDRESS TO CA-ADDRESS
               READ DOGECPTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CA-CPTY-ID TO CP-ID
                       READ DOGECPTY
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM APPLY-PAYABLE-REVIEW
                       END-READ
               END-READ
           END-IF.
      *
       APPLY-PAYABLE-REVIEW.
           IF CP-REVIEW-EXPIRY IS NUMERIC
              AND CP-REVIEW-EXPIRY < WS-TODAY
               SET PAYMENT-EDITS-FAILED TO TRUE
               ADD 1 TO KYC-EXPIRED-COUNT
               DISPLAY 'DOGEPPRO - ' PB-REFERENCE ' COUNTERPARTY '
                       CP-ID ' REVIEW EXPIRED ' CP-REVIEW-EXPIRY
           ELSE
           IF CP-RISK-HIGH
               SET PAYMENT-IS-HELD TO TRUE
               ADD 1 TO KYC-HELD-COUNT
               DISPLAY 'DOGEPPRO - ' PB-REFERENCE ' COUNTERPARTY '
                       CP-ID ' HIGH RISK - HELD FOR APPROVAL'
           END-IF
           END-IF.
      *
       CHECK-PAYABLE-BALANCE.
      *    Available = balance record minus the outstanding pending
      *    nothing on file, so the amounts already proposed for this
      *    sub-account come off in storage instead. A non-DOGE
      *    payable is judged against its own currency's DOGECBAL
      *    row. The reservation total comes off with the pending
      *    figure, but the payable's own linked reservation is
      *    handed back - as is, on a proposal, every reservation a
      *    payable proposed earlier in the run would have consumed.
           IF PB-CURR NOT EQUAL TO 'DOGE'
              AND PB-CURR NOT EQUAL TO SPACES
               MOVE PB-ACCT TO CB-ACCT
           ELSE
               PERFORM READ-PAYABLE-DOGE-AVAILABLE
           END-IF.
           PERFORM FIND-PAYABLE-RESERVATION.
           IF RESV-LINK-FOUND
               ADD OWN-RESV-AMOUNT TO AVAILABLE-AMOUNT
           END-IF.
           IF NOT APPROVED-RUN
               PERFORM FIND-PROPOSED-ENTRY
               IF FOUND-PR-IDX > 0
                   SUBTRACT PR-COMMITTED(FOUND-PR-IDX)
                       FROM AVAILABLE-AMOUNT
                   ADD PR-RESV-FREED(FOUND-PR-IDX)
                       TO AVAILABLE-AMOUNT
               END-IF
           END-IF.
           IF PAY-AMOUNT > AVAILABLE-AMOUNT
               SET PAYMENT-EDITS-FAILED TO TRUE
               DISPLAY 'DOGEPPRO - ' PB-REFERENCE
                       ' EXCEEDS AVAILABLE BALANCE ACCT ' PB-ACCT
           ELSE
               PERFORM CHECK-PAYABLE-FEE-COVER
           END-IF.
      *
       CHECK-PAYABLE-FEE-COVER.
      *    The network fee DOGECONF books at settlement comes off
      *    the DOGE balance record - a DOGE payable has to cover
      *    amount plus the estimate, any other currency just the
      *    estimate out of its sub-account's DOGE. A proposal's
      *    storage commitments are kept per payable currency, so the
      *    fee test on a non-DOGE payable sees the DOGE balance as
      *    it stands on file.
           IF PB-CURR NOT EQUAL TO 'DOGE'
              AND PB-CURR NOT EQUAL TO SPACES
               MOVE ZERO TO FEE-COVER-AMOUNT
               PERFORM READ-PAYABLE-DOGE-AVAILABLE
           ELSE
               MOVE PAY-AMOUNT TO FEE-COVER-AMOUNT
           END-IF.
           IF FEE-COVER-AMOUNT + SEND-FEE-ESTIMATE > AVAILABLE-AMOUNT
               SET PAYMENT-EDITS-FAILED TO TRUE
               DISPLAY 'DOGEPPRO - ' PB-REFERENCE
                       ' AMOUNT PLUS NETWORK FEE EXCEEDS AVAILABLE '
                       'BALANCE ACCT ' PB-ACCT
           END-IF.
      *
       LOAD-FEE-ESTIMATE.
      *    DOGECONF's rolling estimate off the DOGEFEST window row,
      *    read once for the whole run - until it has banked a first
      *    fee, the compiled default. A first-ever run builds the
      *    file fresh, same choice DOGEJRNL makes for DOGEAUDT.
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
           DISPLAY 'DOGEPPRO - NETWORK FEE ESTIMATE ' DR-AMOUNT.
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
           DISPLAY 'DOGEPPRO - NEW-PAYEE COOLING-OFF ' COOLING-HOURS
                   ' HOURS'.
      *
       CHECK-PAYABLE-NEW-PAYEE.
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
               DISPLAY 'DOGEPPRO - NEW PAYEE ' PAYEE-ADDRESS
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
                           DISPLAY 'DOGEPPRO - PAYEE ROW WRITE FAILED '
                                   PAYEE-ADDRESS
                   END-WRITE
               NOT INVALID KEY
                   IF PY-FIRST-SEEN = ZERO
                       MOVE PAYEE-NOW-EPOCH TO PY-FIRST-SEEN
                       REWRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGEPPRO - PAYEE ROW REWRITE '
                                       'FAILED ' PAYEE-ADDRESS
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE SPACES TO PAYEE-ENTRY.
           SET PY-HOLD-KEY TO TRUE.
           MOVE TEXT-TIMESTAMP TO PY-KEY-ID(1:10).
           MOVE TEXT-SEQ TO PY-KEY-ID(11:2).
           MOVE PAYEE-ADDRESS TO PY-HOLD-ADDRESS.
           MOVE PB-ACCT TO PY-HOLD-ACCT.
           MOVE 'DOGEPPRO' TO PY-HOLD-SOURCE.
           IF HELD-FOR-OTHER-REASON
               SET PY-HOLD-ALSO-REVIEW TO TRUE
           ELSE
               SET PY-HOLD-PAYEE-ONLY TO TRUE
           END-IF.
           SET PY-HOLD-OPEN TO TRUE.
           MOVE WS-TODAY TO PY-HOLD-DATE.
           WRITE PAYEE-ENTRY
               INVALID KEY
                   DISPLAY 'DOGEPPRO - NEW PAYEE HOLD ROW WRITE FAILED '
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
           MOVE PB-ACCT TO FE-ACCT.
           MOVE WS-TODAY TO FE-SEND-DATE.
           MOVE 'DOGEPPRO' TO FE-SOURCE.
           IF PB-CURR EQUAL TO SPACES
               MOVE 'DOGE' TO FE-CURR
           ELSE
               MOVE PB-CURR TO FE-CURR
           END-IF.
           MOVE SEND-FEE-ESTIMATE TO FE-ESTIMATED-FEE.
           MOVE ZERO TO FE-ACTUAL-FEE.
           MOVE ZERO TO FE-SETTLE-DATE.
           SET FE-AWAITING-FEE TO TRUE.
           WRITE FEE-ESTIMATE-ENTRY
               INVALID KEY
                   DISPLAY 'DOGEPPRO - FEE ESTIMATE ROW WRITE FAILED '
                           FE-KEY
           END-WRITE.
      *
       READ-PAYABLE-DOGE-AVAILABLE.
           MOVE ZERO TO AVAILABLE-AMOUNT.
                   END-IF
                   SUBTRACT THE-AMOUNT FROM AVAILABLE-AMOUNT
           END-READ.
           MOVE PB-ACCT TO RV-ACCT.
           MOVE 'DOGE' TO RV-CURR.
           PERFORM SUBTRACT-ACTIVE-RESERVATIONS.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       FIND-PROPOSED-ENTRY.
           SET PR-ENTRY-NOT-FOUND TO TRUE.
               MOVE PB-ACCT TO PR-ACCT-NUM(FOUND-PR-IDX)
               MOVE PB-CURR TO PR-CURR(FOUND-PR-IDX)
               MOVE ZERO TO PR-COMMITTED(FOUND-PR-IDX)
               MOVE ZERO TO PR-RESV-FREED(FOUND-PR-IDX)
           END-IF.
           IF FOUND-PR-IDX > 0
               ADD PAY-AMOUNT TO PR-COMMITTED(FOUND-PR-IDX)
               IF RESV-LINK-FOUND
                   ADD OWN-RESV-AMOUNT TO PR-RESV-FREED(FOUND-PR-IDX)
               END-IF
           END-IF.
      *
       FIND-PAYABLE-RESERVATION.
      *    First ACTIVE reservation under the payable's sub-account
      *    and currency that names this payable - browsed from just
      *    past the total row until the account or currency changes.
           SET RESV-LINK-NOT-FOUND TO TRUE.
           MOVE ZERO TO OWN-RESV-AMOUNT.
           IF PB-CURR EQUAL TO SPACES
               MOVE 'DOGE' TO RESV-PAYABLE-CURR
           ELSE
               MOVE PB-CURR TO RESV-PAYABLE-CURR
           END-IF.
           SET RESV-BROWSE-DONE TO TRUE.
           IF RESV-FILE-PRESENT
               MOVE PB-ACCT TO RV-ACCT
               MOVE RESV-PAYABLE-CURR TO RV-CURR
               MOVE SPACES TO RV-REF
               START DOGERESV KEY IS GREATER THAN RV-KEY
                   INVALID KEY
                       SET RESV-BROWSE-DONE TO TRUE
                   NOT INVALID KEY
                       SET RESV-BROWSE-GOING TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL RESV-BROWSE-DONE
               READ DOGERESV NEXT RECORD
                   AT END
                       SET RESV-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RV-ACCT NOT EQUAL TO PB-ACCT
                          OR RV-CURR NOT EQUAL TO RESV-PAYABLE-CURR
                           SET RESV-BROWSE-DONE TO TRUE
                       ELSE
                       IF RV-ACTIVE
                          AND RV-PAYABLE-REF EQUAL TO PB-REFERENCE
                           SET RESV-LINK-FOUND TO TRUE
                           MOVE RV-KEY TO OWN-RESV-KEY
                           MOVE RV-AMOUNT TO OWN-RESV-AMOUNT
                           SET RESV-BROWSE-DONE TO TRUE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       CONSUME-PAYABLE-RESERVATION.
      *    The payable the earmark was for has paid - mark it
      *    CONSUMED and take it off its total row so it stops
      *    counting against the sub-account.
           MOVE OWN-RESV-KEY TO RV-KEY.
           READ DOGERESV
               INVALID KEY
                   DISPLAY 'DOGEPPRO - RESERVATION ' OWN-RESV-KEY
                           ' NOT FOUND - NOT CONSUMED'
               NOT INVALID KEY
                   SET RV-CONSUMED TO TRUE
                   MOVE WS-TODAY TO RV-CLOSED-DATE
                   MOVE ROBOT-OPERATOR-ID TO RV-CLOSED-BY
                   REWRITE FUNDS-RESERVATION-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEPPRO - RESERVATION REWRITE '
                                   'FAILED ' OWN-RESV-KEY
                   END-REWRITE
                   ADD 1 TO RESV-CONSUMED-COUNT
                   PERFORM REDUCE-RESERVATION-TOTAL
           END-READ.
      *
       REDUCE-RESERVATION-TOTAL.
           MOVE SPACES TO RV-REF.
           READ DOGERESV
               INVALID KEY
                   DISPLAY 'DOGEPPRO - NO RESERVATION TOTAL ROW FOR '
                           RV-ACCT ' ' RV-CURR
               NOT INVALID KEY
                   IF OWN-RESV-AMOUNT > RV-AMOUNT
                       MOVE ZERO TO RV-AMOUNT
                   ELSE
                       SUBTRACT OWN-RESV-AMOUNT FROM RV-AMOUNT
                   END-IF
                   REWRITE FUNDS-RESERVATION-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEPPRO - RESERVATION TOTAL '
                                   'REWRITE FAILED ' RV-ACCT ' '
                                   RV-CURR
                   END-REWRITE
           END-READ.
      *
       CHECK-PAYABLE-LIMITS.
      *    Same DOGELIMS-vs-DOGEUSGE velocity check DOGESEND makes,
               DELIMITED BY SIZE INTO TMEMO.
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
               PERFORM UPDATE-PAYABLE-DUP-CHECK
               PERFORM ADD-PAYABLE-PENDING-AGGREGATE
               PERFORM UPDATE-PAYABLE-USAGE
               PERFORM WRITE-FEE-ESTIMATE-ROW
               IF NEW-PAYEE-FORCES-HOLD
                   PERFORM RECORD-NEW-PAYEE-HOLD
               END-IF
               IF PAYMENT-NOT-HELD
                   PERFORM QUEUE-PAYABLE-PAYMENT
                   DISPLAY 'PAID     ' PB-REFERENCE ' '
                       DISPLAY 'DOGEPPRO - PAYABLE REWRITE FAILED '
                               PB-REFERENCE
               END-REWRITE
               IF RESV-LINK-FOUND
                   PERFORM CONSUME-PAYABLE-RESERVATION
               END-IF
           END-IF.
      *
       WRITE-PAYMENT-ROW-ONCE.
                   END-IF
               NOT INVALID KEY
                   SET PAYMENT-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       UPDATE-PAYABLE-DUP-CHECK.
               INVALID KEY
                   DISPLAY 'DOGEPPRO - DUP-CHECK WRITE FAILED '
                           PB-ACCT
               NOT INVALID KEY
                   SET CHG-ROW-REPLACED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       ADD-PAYABLE-PENDING-AGGREGATE.
      *
       QUEUE-PAYABLE-PAYMENT.
      *    TEXT-TIMESTAMP/TEXT-SEQ were saved off the written row by
      *    UPDATE-PAYABLE-DUP-CHECK before the fingerprint re-key. A
      *    grouped run's DOGE payment waits for its group instead -
      *    a multi-output send moves one currency only.
           IF GROUPED-RUN
              AND (PB-CURR EQUAL TO 'DOGE' OR PB-CURR EQUAL TO SPACES)
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
               DISPLAY 'DOGEPPRO - QUEUE PUT FAILED FOR '
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
           MOVE PB-ACCT TO GM-ACCT(GROUP-MEMBER-COUNT).
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
                   DISPLAY 'DOGEPPRO - GROUP REGISTRY WRITE FAILED - '
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
           MOVE 'DOGEPPRO' TO SG-SOURCE.
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
           OPEN I-O DOGERESV.
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
       CHECK-PAYABLE-DORMANT.
      *    A sub-account DOGEDORM has marked dormant still pays, but
      *    HELD for an approver whatever the amount, until DOGEACCT
      *    reactivates it - the same held-for-review row a high-risk
      *    payee gets.
           IF ACTS-FILE-PRESENT
               MOVE PB-ACCT TO AD-ACCT-NUM
               READ DOGEACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-ACCT-DORMANT
                           SET PAYMENT-IS-HELD TO TRUE
                           ADD 1 TO DORMANT-HELD-COUNT
                           DISPLAY 'DOGEPPRO - ' PB-REFERENCE
                                   ' SUB-ACCOUNT DORMANT - HELD'
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
               DISPLAY 'OF WHICH HELD FOR APPROVAL .. ' HELD-COUNT
               DISPLAY 'PAYABLES REJECTED ........... ' REJECTED-COUNT
               DISPLAY 'OF WHICH DENY-LISTED ........ ' DENIED-COUNT
               DISPLAY 'OF WHICH ACCOUNT FROZEN ..... ' FROZEN-COUNT
               DISPLAY 'OF WHICH REVIEW EXPIRED ..... '
                       KYC-EXPIRED-COUNT
               DISPLAY 'HELD AS HIGH-RISK PAYEE ..... ' KYC-HELD-COUNT
               DISPLAY 'HELD AS NEW PAYEE ........... '
                       NEW-PAYEE-HELD-COUNT
               DISPLAY 'HELD AS DORMANT ACCOUNT ..... '
                       DORMANT-HELD-COUNT
               DISPLAY 'PAYABLES DROPPED (WRITE) .... ' DROPPED-COUNT
               DISPLAY 'RESERVATIONS CONSUMED ....... '
                       RESV-CONSUMED-COUNT
               IF GROUPED-RUN
                   DISPLAY 'MULTI-OUTPUT GROUPS QUEUED .. '
                           GROUPS-QUEUED-COUNT
                   DISPLAY 'PAYMENTS SENT IN GROUPS ..... '
                           GROUPED-PAYMENT-COUNT
               END-IF
           ELSE
               DISPLAY 'PAYABLES PROPOSED ........... ' PROPOSED-COUNT
               DISPLAY 'PAYABLES NOT COVERED ........ ' SHORT-COUNT
               DISPLAY 'OF WHICH ACCOUNT FROZEN ..... ' FROZEN-COUNT
               DISPLAY 'OF WHICH REVIEW EXPIRED ..... '
                       KYC-EXPIRED-COUNT
               DISPLAY 'WOULD HOLD AS HIGH-RISK ..... ' KYC-HELD-COUNT
               DISPLAY 'WOULD HOLD AS NEW PAYEE ..... '
                       NEW-PAYEE-HELD-COUNT
               DISPLAY 'WOULD HOLD AS DORMANT ....... '
                       DORMANT-HELD-COUNT
               DISPLAY 'NOTHING WRITTEN, NOTHING QUEUED'
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
           MOVE 'DOGEPPRO' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGEPPRO - CHANGE LOG WRITE FAILED'
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
       END PROGRAM DOGEPPRO.
