      *   Daily standing-order run. Walks DOGESTOS and, for every
      *   active order due on or before today, generates the payment
      *   through the same gauntlet DOGESEND puts a keyed send
      *   through - payee resolved via DOGEADDR, the payee's
      *   counterparty due-diligence review checked (expired refused,
      *   high-risk HELD), balance checked with the pending
      *   aggregate and any DOGERESV earmarks and DOGEHOLD legal
      *   holds subtracted, a frozen sub-account refused (a
      *   dormant one HELD for an approver), DOGELIMS
      *   daily caps checked against
      *   DOGEUSGE (the operator-scope cap applies to the DOGESORN
      *   pseudo-operator id), the dup-check fingerprint consulted -
      *   then writes the PENDING row (HELD above the
      *   same threshold DOGESEND holds at), maintains the dup-check,
      *   pending-aggregate and usage records exactly as DOGESEND
      *   does, and hands the request to DOGESNDQ so DOGECONF settles
      *   it like any keyed send. The balance check charges each
      *   order the DOGEFEST network-fee estimate on top, as DOGESEND
      *   does, and each payment written banks its estimate there
      *   for DOGEFEEV.
      *
      *   An order that fails a check is reported and its next-run
      *   date left alone, so tomorrow's run retries it; an order
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
           SELECT DOGECALN ASSIGN TO DOGECALN
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
       DATA DIVISION.
       FILE SECTION.
       FD  DOGESTOS.
       COPY STORDREC.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEADDR.
       COPY ADDRBOOK.
       FD  DOGELIMS.
       COPY USAGEREC.
       FD  DOGEDENY.
       COPY DENYREC.
       FD  DOGECPTA.
       COPY CPADRREC.
       FD  DOGECPTY.
       COPY CPTYREC.
       FD  DOGECALN.
       COPY CALREC.
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
       WORKING-STORAGE SECTION.
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
      * Processing calendar DOGECALN - a date with a row is a
      * non-processing day; no file loaded means every day
      * processes, exactly as before the calendar existed.
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
      * Rehearsal (validate-only) mode - every edit runs exactly as
      * live, nothing is written or queued, and the cumulative
      * effects a live run would have (aggregate reservations, daily
      * Same hold threshold DOGESEND compiles - a generated payment
      * this large waits for a second approver like a keyed one.
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
      * Operator-scope limit/usage id for payments this job
      * originates - there is no signed-on operator at 3 AM.
       01  ROBOT-OPERATOR-ID         PIC X(8) VALUE 'DOGESORN'.
           OPEN INPUT DOGEADDR.
           PERFORM OPEN-LIMIT-FILES.
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
           MOVE LENGTH OF TO-SEND TO SEND-DTAQ-MSG-LEN.
           PERFORM READ-NEXT-ORDER.
           PERFORM UNTIL STOS-EOF
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
           PERFORM PRINT-ORDER-REPORT.
           STOP RUN.
      *
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
       READ-NEXT-ORDER.
           READ DOGESTOS NEXT RECORD
           SET ORDER-NOT-HELD TO TRUE.
           MOVE SO-AMOUNT TO ORDER-AMOUNT.
           PERFORM RESOLVE-ORDER-PAYEE.
           IF ORDER-EDITS-PASSED
               PERFORM CHECK-ORDER-FROZEN
           END-IF.
           IF ORDER-EDITS-PASSED
               PERFORM CHECK-ORDER-DORMANT
           END-IF.
           IF ORDER-EDITS-PASSED
               PERFORM CHECK-ORDER-DENIED
           END-IF.
           IF ORDER-EDITS-PASSED
               PERFORM CHECK-ORDER-NEW-PAYEE
           END-IF.
           IF ORDER-EDITS-PASSED
               PERFORM CHECK-ORDER-COUNTERPARTY
           END-IF.
           IF ORDER-EDITS-PASSED
               PERFORM CHECK-ORDER-BALANCE
           END-IF.
           PERFORM COMMIT-REHEARSAL-EFFECTS.
           IF ORDER-AMOUNT NOT LESS THAN HOLD-THRESHOLD-AMOUNT
              OR ORDER-IS-HELD
              OR NEW-PAYEE-FORCES-HOLD
               ADD 1 TO WOULD-HOLD-COUNT
               DISPLAY 'WOULD HOLD ORDER ' SO-ID ' ' DR-AMOUNT
           ELSE
                       DISPLAY '  REASON: ' DN-REASON
               END-READ
           END-IF.
      *
       CHECK-ORDER-FROZEN.
      *    SO-ACCT's DOGEHOLD freeze row - currency and reference
      *    blank - while ACTIVE stops every debit off the sub-account,
      *    standing orders included. Like a deny-list hit the order
      *    stays untouched, so lifting the freeze lets the next run
      *    pay it.
           IF HOLD-FILE-PRESENT
               MOVE SO-ACCT TO HL-ACCT
               MOVE SPACES TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-FREEZE AND HL-ACTIVE
                           SET ORDER-EDITS-FAILED TO TRUE
                           ADD 1 TO FROZEN-COUNT
                           DISPLAY 'DOGESORN - ORDER ' SO-ID
                                   ' SUB-ACCOUNT FROZEN'
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-ORDER-COUNTERPARTY.
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
                               PERFORM APPLY-ORDER-REVIEW
                       END-READ
               END-READ
           END-IF.
      *
       APPLY-ORDER-REVIEW.
           IF CP-REVIEW-EXPIRY IS NUMERIC
              AND CP-REVIEW-EXPIRY < WS-TODAY
               SET ORDER-EDITS-FAILED TO TRUE
               ADD 1 TO KYC-EXPIRED-COUNT
               DISPLAY 'DOGESORN - ' SO-ID ' COUNTERPARTY '
                       CP-ID ' REVIEW EXPIRED ' CP-REVIEW-EXPIRY
           ELSE
           IF CP-RISK-HIGH
               SET ORDER-IS-HELD TO TRUE
               ADD 1 TO KYC-HELD-COUNT
               DISPLAY 'DOGESORN - ' SO-ID ' COUNTERPARTY '
                       CP-ID ' HIGH RISK - HELD FOR APPROVAL'
           END-IF
           END-IF.
      *
       CHECK-ORDER-BALANCE.
      *    Available = balance record minus the outstanding pending
               MOVE ORDER-AMOUNT TO DR-AMOUNT
               DISPLAY 'DOGESORN - ORDER ' SO-ID
                       ' EXCEEDS AVAILABLE BALANCE ' DR-AMOUNT
           ELSE
               PERFORM CHECK-ORDER-FEE-COVER
           END-IF.
      *
       CHECK-ORDER-FEE-COVER.
      *    The network fee DOGECONF books at settlement comes off
      *    the DOGE balance record - a DOGE order has to cover
      *    amount plus the estimate, any other currency just the
      *    estimate out of its sub-account's DOGE.
           IF SO-CURR NOT EQUAL TO 'DOGE'
              AND SO-CURR NOT EQUAL TO SPACES
               MOVE ZERO TO FEE-COVER-AMOUNT
               PERFORM READ-ORDER-DOGE-AVAILABLE
               IF VALIDATE-ONLY
                   MOVE SO-ACCT TO RH-WORK-ACCT
                   MOVE 'DOGE' TO RH-WORK-CURR
                   PERFORM FIND-REHEARSAL-BALANCE
                   IF FOUND-RH-IDX > 0
                       SUBTRACT RH-COMMITTED(FOUND-RH-IDX)
                           FROM AVAILABLE-AMOUNT
                   END-IF
               END-IF
           ELSE
               MOVE ORDER-AMOUNT TO FEE-COVER-AMOUNT
           END-IF.
           IF FEE-COVER-AMOUNT + SEND-FEE-ESTIMATE > AVAILABLE-AMOUNT
               SET ORDER-EDITS-FAILED TO TRUE
               MOVE ORDER-AMOUNT TO DR-AMOUNT
               DISPLAY 'DOGESORN - ORDER ' SO-ID
                       ' AMOUNT PLUS NETWORK FEE EXCEEDS AVAILABLE '
                       'BALANCE ' DR-AMOUNT
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
           DISPLAY 'DOGESORN - NETWORK FEE ESTIMATE ' DR-AMOUNT.
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
           DISPLAY 'DOGESORN - NEW-PAYEE COOLING-OFF ' COOLING-HOURS
                   ' HOURS'.
      *
       CHECK-ORDER-NEW-PAYEE.
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
               DISPLAY 'DOGESORN - NEW PAYEE ' PAYEE-ADDRESS
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
                           DISPLAY 'DOGESORN - PAYEE ROW WRITE FAILED '
                                   PAYEE-ADDRESS
                   END-WRITE
               NOT INVALID KEY
                   IF PY-FIRST-SEEN = ZERO
                       MOVE PAYEE-NOW-EPOCH TO PY-FIRST-SEEN
                       REWRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGESORN - PAYEE ROW REWRITE '
                                       'FAILED ' PAYEE-ADDRESS
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE SPACES TO PAYEE-ENTRY.
           SET PY-HOLD-KEY TO TRUE.
           MOVE TEXT-TIMESTAMP TO PY-KEY-ID(1:10).
           MOVE TEXT-SEQ TO PY-KEY-ID(11:2).
           MOVE PAYEE-ADDRESS TO PY-HOLD-ADDRESS.
           MOVE SO-ACCT TO PY-HOLD-ACCT.
           MOVE 'DOGESORN' TO PY-HOLD-SOURCE.
           IF HELD-FOR-OTHER-REASON
               SET PY-HOLD-ALSO-REVIEW TO TRUE
           ELSE
               SET PY-HOLD-PAYEE-ONLY TO TRUE
           END-IF.
           SET PY-HOLD-OPEN TO TRUE.
           MOVE WS-TODAY TO PY-HOLD-DATE.
           WRITE PAYEE-ENTRY
               INVALID KEY
                   DISPLAY 'DOGESORN - NEW PAYEE HOLD ROW WRITE FAILED '
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
           MOVE SO-ACCT TO FE-ACCT.
           MOVE WS-TODAY TO FE-SEND-DATE.
           MOVE 'DOGESORN' TO FE-SOURCE.
           IF SO-CURR EQUAL TO SPACES
               MOVE 'DOGE' TO FE-CURR
           ELSE
               MOVE SO-CURR TO FE-CURR
           END-IF.
           MOVE SEND-FEE-ESTIMATE TO FE-ESTIMATED-FEE.
           MOVE ZERO TO FE-ACTUAL-FEE.
           MOVE ZERO TO FE-SETTLE-DATE.
           SET FE-AWAITING-FEE TO TRUE.
           WRITE FEE-ESTIMATE-ENTRY
               INVALID KEY
                   DISPLAY 'DOGESORN - FEE ESTIMATE ROW WRITE FAILED '
                           FE-KEY
           END-WRITE.
      *
       READ-ORDER-DOGE-AVAILABLE.
           MOVE ZERO TO AVAILABLE-AMOUNT.
                   END-IF
                   SUBTRACT THE-AMOUNT FROM AVAILABLE-AMOUNT
           END-READ.
           MOVE SO-ACCT TO RV-ACCT.
           MOVE 'DOGE' TO RV-CURR.
           PERFORM SUBTRACT-ACTIVE-RESERVATIONS.
           PERFORM SUBTRACT-LEGAL-HOLDS.
      *
       CHECK-ORDER-LIMITS.
      *    Same DOGELIMS-vs-DOGEUSGE velocity check DOGESEND makes -
           MOVE SO-MEMO TO TMEMO.
           IF ORDER-AMOUNT NOT LESS THAN HOLD-THRESHOLD-AMOUNT
              OR ORDER-IS-HELD
               SET HELD-FOR-OTHER-REASON TO TRUE
           ELSE
               SET NO-OTHER-HOLD-REASON TO TRUE
           END-IF.
           IF HELD-FOR-OTHER-REASON
              OR NEW-PAYEE-FORCES-HOLD
               SET TRAN-HELD TO TRUE
               SET ORDER-IS-HELD TO TRUE
           ELSE
               PERFORM UPDATE-ORDER-DUP-CHECK
               PERFORM ADD-ORDER-PENDING-AGGREGATE
               PERFORM UPDATE-ORDER-USAGE
               PERFORM WRITE-FEE-ESTIMATE-ROW
               IF NEW-PAYEE-FORCES-HOLD
                   PERFORM RECORD-NEW-PAYEE-HOLD
               END-IF
               IF ORDER-NOT-HELD
                   PERFORM QUEUE-ORDER-PAYMENT
               ELSE
                   END-IF
               NOT INVALID KEY
                   SET ORDER-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       UPDATE-ORDER-DUP-CHECK.
               INVALID KEY
                   DISPLAY 'DOGESORN - DUP-CHECK WRITE FAILED '
                           SO-ACCT
               NOT INVALID KEY
                   SET CHG-ROW-REPLACED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       ADD-ORDER-PENDING-AGGREGATE.
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
       CHECK-ORDER-DORMANT.
      *    A sub-account DOGEDORM has marked dormant still pays, but
      *    HELD for an approver whatever the amount, until DOGEACCT
      *    reactivates it - the same held-for-review row a high-risk
      *    payee gets.
           IF ACTS-FILE-PRESENT
               MOVE SO-ACCT TO AD-ACCT-NUM
               READ DOGEACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-ACCT-DORMANT
                           SET ORDER-IS-HELD TO TRUE
                           ADD 1 TO DORMANT-HELD-COUNT
                           DISPLAY 'DOGESORN - ' SO-ID
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
           DISPLAY 'OF WHICH HELD FOR APPROVAL .. ' HELD-COUNT.
           DISPLAY 'ORDERS SKIPPED (SEE ABOVE) .. ' SKIPPED-COUNT.
           DISPLAY 'OF WHICH DENY-LISTED ........ ' DENIED-COUNT.
           DISPLAY 'OF WHICH ACCOUNT FROZEN ..... ' FROZEN-COUNT.
           DISPLAY 'OF WHICH REVIEW EXPIRED ..... ' KYC-EXPIRED-COUNT.
           DISPLAY 'HELD AS HIGH-RISK PAYEE ..... ' KYC-HELD-COUNT.
           DISPLAY 'HELD AS NEW PAYEE ........... '
                   NEW-PAYEE-HELD-COUNT.
           DISPLAY 'HELD AS DORMANT ACCOUNT ..... '
                   DORMANT-HELD-COUNT.
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
           MOVE 'DOGESORN' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGESORN - CHANGE LOG WRITE FAILED'
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
       END PROGRAM DOGESORN.
