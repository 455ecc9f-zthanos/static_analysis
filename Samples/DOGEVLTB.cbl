      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEVLTB:
      *   Daily cold-storage vault release. Walks DOGEVREQ and moves
      *   what is ready:
      *
      *   A deposit (hot sub-account to a vault) goes out as a send
      *   from the sub-account's hot wallet to the vault's cold
      *   address - a PENDING detail row labelled VAULT, carrying
      *   'VAULT nnn' in its memo, the (account*10)+2 pending
      *   aggregate and the DOGESNDQ put, exactly as DOGESORN writes
      *   a standing-order payment. It has to clear the sub-
      *   account's available balance (less reservations and legal
      *   holds) and a frozen sub-account waits for the freeze to
      *   lift. The vault's VT-INBOUND carries it until DOGECONF
      *   settles the row and moves it into VT-BALANCE - the coins
      *   leave the hot figures but never the books.
      *
      *   A withdrawal (vault back to a hot sub-account) is only
      *   released once two custodians have signed it on DOGEVLTM
      *   and its release date - never inside the vault's lead time
      *   - has come. It goes on data queue DOGEVLTQ for
      *   dogedcams.py's offline signing side with the cold address
      *   it comes from and the sub-account wallet it goes to, and
      *   waits in VT-OUTBOUND until DOGERECV sees it arrive and
      *   settle. Nothing about a withdrawal is written to DOGEVSAM
      *   here; the arrival is the credit.
      *
      *   A request that cannot go (vault closed, sub-account not
      *   open, not enough available, vault short) is refused - J,
      *   with the reason - and has to be asked for again. Signed-
      *   off withdrawals whose day has not come, and due ones still
      *   short of signatures, are listed for the custodians.
      *
      *   Run daily, before the online day opens (see DOGEVLTB.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEVLTB.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEVREQ ASSIGN TO DOGEVREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-VREQ-STATUS.
           SELECT DOGEVALT ASSIGN TO DOGEVALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VALT-STATUS.
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
           SELECT DOGEQSEQ ASSIGN TO DOGEQSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QS-KEY
               FILE STATUS IS WS-QSEQ-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVREQ.
       COPY VREQREC.
       FD  DOGEVALT.
       COPY VAULTREC.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGEQSEQ.
       COPY QSEQREC.
       FD  DOGERESV.
       COPY RESVREC.
       FD  DOGEHOLD.
       COPY HOLDREC.
       FD  DOGEACTS.
       COPY ACCTDIR.
       WORKING-STORAGE SECTION.
      * Vault movement requests, VSAM file DOGEVREQ - no file yet
      * means nothing has ever been asked for.
       01  WS-VREQ-STATUS            PIC XX VALUE '00'.
           88  VREQ-OK                      VALUE '00'.
           88  VREQ-EOF                     VALUE '10'.
           88  VREQ-NOT-THERE               VALUE '35'.
       01  WS-VALT-STATUS            PIC XX VALUE '00'.
           88  VALT-NOT-THERE               VALUE '35'.
       01  VALT-FILE-FLAG            PIC X VALUE 'Y'.
           88  VALT-FILE-PRESENT            VALUE 'Y'.
           88  VALT-FILE-ABSENT             VALUE 'N'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
      * Balance-movement ledger, VSAM file DOGEBMOV - the pending-
      * aggregate update a deposit makes writes its before/after
      * image here, same as every other sender.
       01  WS-BMOV-STATUS            PIC XX VALUE '00'.
           88  BMOV-NOT-YET-LOADED          VALUE '35'.
       01  BM-ACCEPT-DATE            PIC 9(8).
       01  BM-ACCEPT-TIME            PIC 9(8).
       01  BM-BANK-FLAG              PIC X VALUE 'N'.
           88  MOVEMENT-BANKED              VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED          VALUE 'N'.
      * Row change log, VSAM file DOGECHLG - the VAULT row a deposit
      * adds is logged so DOGEFRCV can roll a restore forward.
       01  WS-CHLG-STATUS         PIC XX VALUE '00'.
           88  CHLG-NOT-YET-LOADED       VALUE '35'.
       01  CHG-ACCEPT-DATE        PIC 9(8).
       01  CHG-ACCEPT-TIME        PIC 9(8).
       01  CHG-BANK-FLAG          PIC X VALUE 'N'.
           88  CHANGE-BANKED             VALUE 'Y'.
           88  CHANGE-NOT-BANKED         VALUE 'N'.
      * Per-queue envelope sequencing, VSAM file DOGEQSEQ - one
      * sender row for DOGESNDQ, shared with every other sender, and
      * one for DOGEVLTQ.
       01  WS-QSEQ-STATUS            PIC XX VALUE '00'.
           88  QSEQ-NOT-YET-LOADED          VALUE '35'.
       01  SEQ-QUEUE-NAME            PIC X(10).
       01  SEQ-ASSIGNED              PIC 9(6).
      * Funds reservations and legal holds come off a deposit's
      * available balance the same as any other debit.
       01  WS-RESV-STATUS            PIC XX VALUE '00'.
           88  RESV-NOT-THERE               VALUE '35'.
       01  RESV-FILE-FLAG            PIC X VALUE 'Y'.
           88  RESV-FILE-PRESENT            VALUE 'Y'.
           88  RESV-FILE-ABSENT             VALUE 'N'.
       01  WS-HOLD-STATUS            PIC XX VALUE '00'.
           88  HOLD-NOT-THERE               VALUE '35'.
       01  HOLD-FILE-FLAG            PIC X VALUE 'Y'.
           88  HOLD-FILE-PRESENT            VALUE 'Y'.
           88  HOLD-FILE-ABSENT             VALUE 'N'.
       01  WS-ACTS-STATUS            PIC XX VALUE '00'.
           88  ACTS-NOT-THERE               VALUE '35'.
       01  ACTS-FILE-FLAG            PIC X VALUE 'Y'.
           88  ACTS-FILE-PRESENT            VALUE 'Y'.
           88  ACTS-FILE-ABSENT             VALUE 'N'.
      * QSNDDTAQ call and TO-SEND message, same shape DOGESORN uses.
       01  TO-SEND.
           05  DOGEID          PIC X(10)B VALUE 'DOGECICS99'.
           05  TEXT-TIMESTAMP  PIC 9(10)B.
           05  TEXT-SEQ        PIC X(2)B.
           05  TO-ADDRESS      PIC X(34)B.
           05  SEND-AMOUNT     PIC X(17).
           05  MSG-SEQ         PIC 9(6).
       01  SEND-DTAQ-NAME       PIC X(10) VALUE 'DOGESNDQ'.
      * A released withdrawal, as dogedcams.py's offline signing
      * side takes it off DOGEVLTQ - which vault and request, the
      * cold address the coins leave and the hot wallet they go to.
       01  VAULT-RELEASE.
           05  VRL-VAULT-NUM   PIC 9(3)B.
           05  VRL-REQ-ID      PIC X(14)B.
           05  VRL-FROM-ADDRESS PIC X(34)B.
           05  VRL-TO-ADDRESS  PIC X(34)B.
           05  VRL-AMOUNT      PIC X(17).
           05  VRL-MSG-SEQ     PIC 9(6).
       01  VAULT-DTAQ-NAME      PIC X(10) VALUE 'DOGEVLTQ'.
       01  SEND-LIB-NAME        PIC X(10) VALUE 'MYLIB'.
       01  SEND-DTAQ-MSG-LEN    PIC 9(5) BINARY.
       01  SEND-DTAQ-RETCODE    PIC S9(9) BINARY VALUE 0.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  MOVE-AMOUNT               PIC S9(8)V9(8).
       01  FILLER REDEFINES MOVE-AMOUNT.
           05  MOVE-AMOUNT-INTEGER   PIC X(8).
           05  MOVE-AMOUNT-DECIMAL   PIC S9(8).
       01  AVAILABLE-AMOUNT          PIC S9(9)V9(8).
       01  VAULT-FREE-AMOUNT         PIC S9(9)V9(8).
       01  WS-TODAY                  PIC 9(8).
       01  WS-TIME-OF-DAY            PIC 9(8).
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HH             PIC 9(2).
           05  WS-TOD-MM             PIC 9(2).
           05  WS-TOD-SS             PIC 9(2).
           05  WS-TOD-CC             PIC 9(2).
       01  RELEASE-CHECK-FLAG        PIC X VALUE 'Y'.
           88  REQUEST-CAN-GO               VALUE 'Y'.
           88  REQUEST-REFUSED              VALUE 'N'.
           88  REQUEST-WAITS                VALUE 'W'.
       01  REFUSAL-REASON            PIC X(30).
       01  WRITE-DONE-FLAG           PIC X VALUE 'N'.
           88  VAULT-ROW-WRITTEN            VALUE 'Y'.
           88  VAULT-ROW-PENDING            VALUE 'N'.
       01  WRITE-FAIL-FLAG           PIC X VALUE 'N'.
           88  VAULT-WRITE-FAILED           VALUE 'Y'.
           88  VAULT-WRITE-CLEAN            VALUE 'N'.
      * Epoch conversion, same days_from_civil formula DOGESORN
      * keys its rows with.
       01  CONV-YEAR                 PIC 9(4).
       01  CONV-MONTH                PIC 9(2).
       01  CONV-DAY                  PIC 9(2).
       01  CONV-SECONDS              PIC S9(10).
       01  DATE-CONV-A               PIC S9(9).
       01  DATE-CONV-Y               PIC S9(9).
       01  DATE-CONV-M               PIC S9(9).
       01  DATE-CONV-JDN             PIC S9(9).
       01  DATE-CONV-DAYS            PIC S9(9).
       01  DEPOSIT-COUNT             PIC 9(5) VALUE ZERO.
       01  WITHDRAWAL-COUNT          PIC 9(5) VALUE ZERO.
       01  REFUSED-COUNT             PIC 9(5) VALUE ZERO.
       01  WAITING-COUNT             PIC 9(5) VALUE ZERO.
       01  NOT-DUE-COUNT             PIC 9(5) VALUE ZERO.
       01  UNSIGNED-DUE-COUNT        PIC 9(5) VALUE ZERO.
       01  DEPOSIT-TOTAL             PIC S9(10)V9(8) VALUE ZERO.
       01  WITHDRAWAL-TOTAL          PIC S9(10)V9(8) VALUE ZERO.
       01  DR-AMOUNT                 PIC -(7)9.9(8).
       01  DR-TOTAL                  PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           DISPLAY '===== DOGEVLTB VAULT RELEASE ====='.
           DISPLAY 'RUN DATE .................... ' WS-TODAY.
           OPEN I-O DOGEVREQ.
           IF VREQ-NOT-THERE
               DISPLAY 'DOGEVLTB - NO VAULT REQUESTS ON FILE'
               STOP RUN
           END-IF.
           PERFORM OPEN-VAULT-FILE.
           OPEN I-O DOGEVSAM.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM OPEN-MOVEMENT-FILE.
           PERFORM OPEN-SEQUENCE-FILE.
           PERFORM OPEN-RESERVATION-FILE.
           PERFORM OPEN-HOLD-FILE.
           PERFORM OPEN-DIRECTORY-FILE.
           PERFORM READ-NEXT-REQUEST.
           PERFORM UNTIL VREQ-EOF
               PERFORM PROCESS-ONE-REQUEST
               PERFORM READ-NEXT-REQUEST
           END-PERFORM.
           CLOSE DOGEVREQ.
           IF VALT-FILE-PRESENT
               CLOSE DOGEVALT
           END-IF.
           CLOSE DOGEVSAM.
           CLOSE DOGECHLG.
           CLOSE DOGEBMOV.
           CLOSE DOGEQSEQ.
           IF RESV-FILE-PRESENT
               CLOSE DOGERESV
           END-IF.
           IF HOLD-FILE-PRESENT
               CLOSE DOGEHOLD
           END-IF.
           IF ACTS-FILE-PRESENT
               CLOSE DOGEACTS
           END-IF.
           PERFORM PRINT-RELEASE-REPORT.
           STOP RUN.
      *
       READ-NEXT-REQUEST.
           READ DOGEVREQ NEXT RECORD
               AT END SET VREQ-EOF TO TRUE
           END-READ.
           IF NOT VREQ-OK AND NOT VREQ-EOF
               DISPLAY 'DOGEVLTB - REQUEST READ FAILED STATUS '
                       WS-VREQ-STATUS
               SET VREQ-EOF TO TRUE
           END-IF.
      *
       PROCESS-ONE-REQUEST.
      *    Only a signed request whose day has come moves; a
      *    withdrawal still short of signatures on its day is listed
      *    for the custodians and left alone.
           IF VR-SIGNED
               IF VR-RELEASE-DATE > WS-TODAY
                   ADD 1 TO NOT-DUE-COUNT
               ELSE
                   PERFORM RELEASE-SIGNED-REQUEST
               END-IF
           ELSE
           IF VR-REQUESTED OR VR-ONE-SIGNATURE
               IF VR-RELEASE-DATE NOT GREATER THAN WS-TODAY
                   ADD 1 TO UNSIGNED-DUE-COUNT
                   DISPLAY 'DOGEVLTB - VAULT ' VR-VAULT-NUM
                           ' REQUEST ' VR-REQ-ID
                           ' DUE BUT NOT YET SIGNED TWICE'
               END-IF
           END-IF
           END-IF.
      *
       RELEASE-SIGNED-REQUEST.
           SET REQUEST-CAN-GO TO TRUE.
           MOVE SPACES TO REFUSAL-REASON.
           MOVE VR-AMOUNT TO MOVE-AMOUNT.
           PERFORM READ-REQUEST-VAULT.
           IF REQUEST-CAN-GO
               PERFORM READ-REQUEST-SUB-ACCOUNT
           END-IF.
           IF REQUEST-CAN-GO
               IF VR-DEPOSIT
                   PERFORM CHECK-DEPOSIT-FUNDS
               ELSE
                   PERFORM CHECK-VAULT-HOLDS-ENOUGH
               END-IF
           END-IF.
           IF REQUEST-CAN-GO
               IF VR-DEPOSIT
                   PERFORM RELEASE-DEPOSIT
               ELSE
                   PERFORM RELEASE-WITHDRAWAL
               END-IF
           END-IF.
           IF REQUEST-REFUSED
               PERFORM REFUSE-REQUEST
           END-IF.
           IF REQUEST-WAITS
               ADD 1 TO WAITING-COUNT
           END-IF.
      *
       READ-REQUEST-VAULT.
           IF VALT-FILE-ABSENT
               SET REQUEST-REFUSED TO TRUE
               MOVE 'VAULT NOT ON FILE' TO REFUSAL-REASON
           ELSE
               MOVE VR-VAULT-NUM TO VT-VAULT-NUM
               READ DOGEVALT
                   INVALID KEY
                       SET REQUEST-REFUSED TO TRUE
                       MOVE 'VAULT NOT ON FILE' TO REFUSAL-REASON
                   NOT INVALID KEY
                       IF NOT VT-OPEN
                           SET REQUEST-REFUSED TO TRUE
                           MOVE 'VAULT IS CLOSED' TO REFUSAL-REASON
                       END-IF
               END-READ
           END-IF.
      *
       READ-REQUEST-SUB-ACCOUNT.
      *    Both directions need the sub-account open - a deposit
      *    spends out of its hot wallet, a withdrawal lands in it.
           IF ACTS-FILE-ABSENT
               SET REQUEST-REFUSED TO TRUE
               MOVE 'SUB-ACCOUNT NOT OPEN' TO REFUSAL-REASON
           ELSE
               MOVE VR-ACCT TO AD-ACCT-NUM
               READ DOGEACTS
                   INVALID KEY
                       SET REQUEST-REFUSED TO TRUE
                       MOVE 'SUB-ACCOUNT NOT OPEN' TO REFUSAL-REASON
                   NOT INVALID KEY
                       IF NOT AD-ACCT-OPEN
                           SET REQUEST-REFUSED TO TRUE
                           MOVE 'SUB-ACCOUNT NOT OPEN'
                               TO REFUSAL-REASON
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-DEPOSIT-FUNDS.
      *    A frozen sub-account pays nothing out, its own vault
      *    included - the request waits, untouched, for the freeze
      *    to lift. Otherwise the deposit has to fit inside the
      *    available balance, the same figure DOGESORN judges a
      *    standing order against.
           IF HOLD-FILE-PRESENT
               MOVE VR-ACCT TO HL-ACCT
               MOVE SPACES TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-FREEZE AND HL-ACTIVE
                           SET REQUEST-WAITS TO TRUE
                           DISPLAY 'DOGEVLTB - VAULT ' VR-VAULT-NUM
                                   ' REQUEST ' VR-REQ-ID
                                   ' SUB-ACCOUNT FROZEN - WAITING'
                       END-IF
               END-READ
           END-IF.
           IF REQUEST-CAN-GO
               PERFORM READ-DOGE-AVAILABLE
               IF MOVE-AMOUNT > AVAILABLE-AMOUNT
                   SET REQUEST-REFUSED TO TRUE
                   MOVE 'NOT ENOUGH AVAILABLE' TO REFUSAL-REASON
               END-IF
           END-IF.
      *
       CHECK-VAULT-HOLDS-ENOUGH.
      *    What the vault holds less what is already on its way out.
           COMPUTE VAULT-FREE-AMOUNT = VT-BALANCE - VT-OUTBOUND.
           IF MOVE-AMOUNT > VAULT-FREE-AMOUNT
               SET REQUEST-REFUSED TO TRUE
               MOVE 'VAULT DOES NOT HOLD IT' TO REFUSAL-REASON
           END-IF.
      *
       READ-DOGE-AVAILABLE.
           MOVE ZERO TO AVAILABLE-AMOUNT.
           COMPUTE NUM-DATE = VR-ACCT * 10 + 1.
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
           COMPUTE NUM-DATE = VR-ACCT * 10 + 2.
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
           IF RESV-FILE-PRESENT
               MOVE VR-ACCT TO RV-ACCT
               MOVE 'DOGE' TO RV-CURR
               MOVE SPACES TO RV-REF
               READ DOGERESV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT RV-AMOUNT FROM AVAILABLE-AMOUNT
               END-READ
           END-IF.
           IF HOLD-FILE-PRESENT
               MOVE VR-ACCT TO HL-ACCT
               MOVE 'DOGE' TO HL-CURR
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
       RELEASE-DEPOSIT.
      *    The VAULT row, keyed by now, written PENDING the way
      *    DOGESORN writes a payment - then the pending aggregate and
      *    the DOGESNDQ put. A row that never made the file leaves
      *    no other trace and the request stays signed for the next
      *    run.
           MOVE WS-TODAY(1:4) TO CONV-YEAR.
           MOVE WS-TODAY(5:2) TO CONV-MONTH.
           MOVE WS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE NUM-DATE = CONV-SECONDS
                   + WS-TOD-HH * 3600 + WS-TOD-MM * 60 + WS-TOD-SS.
           MOVE ZERO TO TSEQ.
           MOVE VR-ACCT TO TACCT.
           MOVE VT-COLD-ADDRESS TO TADDRSS.
           MOVE 'VAULT' TO TLABEL.
           MOVE '-' TO TAMT-SIGN.
           MOVE MOVE-AMOUNT-INTEGER TO TAMT-INTEGER-PART.
           MOVE '.' TO TAMT-DEC-POINT.
           MOVE MOVE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART.
           MOVE 'DOGE' TO TCURR.
           SET TRAN-PENDING TO TRUE.
           MOVE SPACES TO TMEMO.
           STRING 'VAULT ' VR-VAULT-NUM ' DEPOSIT ' VR-REQ-ID
               DELIMITED BY SIZE INTO TMEMO.
           SET VAULT-ROW-PENDING TO TRUE.
           SET VAULT-WRITE-CLEAN TO TRUE.
           PERFORM WRITE-VAULT-ROW-ONCE UNTIL VAULT-ROW-WRITTEN.
           IF VAULT-WRITE-FAILED
               SET REQUEST-WAITS TO TRUE
           ELSE
               MOVE NUM-DATE TO TEXT-TIMESTAMP
               MOVE TSEQ TO TEXT-SEQ
               MOVE TKEY TO VR-TKEY
               PERFORM ADD-DEPOSIT-PENDING-AGGREGATE
               PERFORM QUEUE-DEPOSIT-SEND
               ADD MOVE-AMOUNT TO VT-INBOUND
               PERFORM REWRITE-REQUEST-VAULT
               SET VR-RELEASED TO TRUE
               MOVE WS-TODAY TO VR-RELEASED-DATE
               MOVE 'SENT TO COLD ADDRESS' TO VR-NOTE
               PERFORM REWRITE-REQUEST
               ADD 1 TO DEPOSIT-COUNT
               ADD MOVE-AMOUNT TO DEPOSIT-TOTAL
               MOVE MOVE-AMOUNT TO DR-AMOUNT
               DISPLAY 'DEPOSIT    VAULT ' VR-VAULT-NUM ' FROM '
                       VR-ACCT ' ' DR-AMOUNT ' ' VR-REQ-ID
           END-IF.
      *
       WRITE-VAULT-ROW-ONCE.
      *    A duplicate key bumps TSEQ, then slides to the next second
      *    once the second's sequences are spent, same as DOGESORN;
      *    any other write failure gives up on the row.
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
                       DISPLAY 'DOGEVLTB - ROW WRITE FAILED STATUS '
                               WS-VSAM-STATUS
                       SET VAULT-WRITE-FAILED TO TRUE
                       SET VAULT-ROW-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET VAULT-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       ADD-DEPOSIT-PENDING-AGGREGATE.
      *    Same READ/REWRITE-or-seed-fresh choice DOGESORN's
      *    ADD-ORDER-DOGE-AGGREGATE makes.
           COMPUTE NUM-DATE = VR-ACCT * 10 + 2.
           MOVE ZERO TO TSEQ.
           READ DOGEVSAM
               INVALID KEY
                   MOVE VR-ACCT TO TACCT
                   MOVE SPACES TO TADDRSS
                   MOVE 'PENDAGG' TO TLABEL
                   MOVE '+' TO TAMT-SIGN
                   MOVE MOVE-AMOUNT TO THE-AMOUNT
                   MOVE THE-AMOUNT-INTEGER TO TAMT-INTEGER-PART
                   MOVE '.' TO TAMT-DEC-POINT
                   MOVE THE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART
                   MOVE 'DOGE' TO TCURR
                   MOVE SPACES TO TSTATUS
                   MOVE SPACES TO TMEMO
                   COMPUTE NUM-DATE = VR-ACCT * 10 + 2
                   MOVE ZERO TO TSEQ
                   WRITE TRANSACTION
                       INVALID KEY
                           DISPLAY 'DOGEVLTB - AGGREGATE SEED FAILED'
                   END-WRITE
                   MOVE ZERO TO BM-OLD-AMOUNT
                   MOVE MOVE-AMOUNT TO BM-NEW-AMOUNT
               NOT INVALID KEY
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
                   MOVE THE-AMOUNT TO BM-OLD-AMOUNT
                   ADD MOVE-AMOUNT TO THE-AMOUNT
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
                           DISPLAY
                               'DOGEVLTB - AGGREGATE UPDATE FAILED'
                   END-REWRITE
           END-READ.
           MOVE VR-ACCT TO BM-ACCT.
           MOVE 'PEND' TO BM-RECORD-TYPE.
           MOVE 'DOGE' TO BM-CURR.
           MOVE TEXT-TIMESTAMP TO BM-DRIVER-KEY(1:10).
           MOVE TEXT-SEQ TO BM-DRIVER-KEY(11:2).
           PERFORM WRITE-BALANCE-MOVEMENT.
      *
       QUEUE-DEPOSIT-SEND.
      *    An ordinary send as far as dogedcams.py is concerned - the
      *    hot wallet pays the cold address, and DOGECONF's
      *    confirmation settles the VAULT row like any other.
           MOVE VT-COLD-ADDRESS TO TO-ADDRESS.
           STRING MOVE-AMOUNT-INTEGER '.' MOVE-AMOUNT-DECIMAL
               DELIMITED BY SIZE INTO SEND-AMOUNT.
           MOVE SEND-DTAQ-NAME TO SEQ-QUEUE-NAME.
           PERFORM ASSIGN-QUEUE-SEQUENCE.
           MOVE SEQ-ASSIGNED TO MSG-SEQ.
           MOVE LENGTH OF TO-SEND TO SEND-DTAQ-MSG-LEN.
           CALL 'QSNDDTAQ' USING
               BY REFERENCE SEND-DTAQ-NAME
               BY REFERENCE SEND-LIB-NAME
               BY REFERENCE SEND-DTAQ-MSG-LEN
               BY REFERENCE TO-SEND
               BY REFERENCE SEND-DTAQ-RETCODE.
           IF SEND-DTAQ-RETCODE NOT EQUAL TO ZERO
               DISPLAY 'DOGEVLTB - QUEUE PUT FAILED FOR VAULT '
                       VR-VAULT-NUM ' REQUEST ' VR-REQ-ID.
      *
       RELEASE-WITHDRAWAL.
      *    Onto DOGEVLTQ for the offline signing side. A put that
      *    fails leaves the request signed for the next run and the
      *    vault untouched.
           MOVE VR-VAULT-NUM TO VRL-VAULT-NUM.
           MOVE VR-REQ-ID TO VRL-REQ-ID.
           MOVE VT-COLD-ADDRESS TO VRL-FROM-ADDRESS.
           MOVE AD-WALLET-ADDRESS TO VRL-TO-ADDRESS.
           STRING MOVE-AMOUNT-INTEGER '.' MOVE-AMOUNT-DECIMAL
               DELIMITED BY SIZE INTO VRL-AMOUNT.
           MOVE VAULT-DTAQ-NAME TO SEQ-QUEUE-NAME.
           PERFORM ASSIGN-QUEUE-SEQUENCE.
           MOVE SEQ-ASSIGNED TO VRL-MSG-SEQ.
           MOVE LENGTH OF VAULT-RELEASE TO SEND-DTAQ-MSG-LEN.
           CALL 'QSNDDTAQ' USING
               BY REFERENCE VAULT-DTAQ-NAME
               BY REFERENCE SEND-LIB-NAME
               BY REFERENCE SEND-DTAQ-MSG-LEN
               BY REFERENCE VAULT-RELEASE
               BY REFERENCE SEND-DTAQ-RETCODE.
           IF SEND-DTAQ-RETCODE NOT EQUAL TO ZERO
               SET REQUEST-WAITS TO TRUE
               DISPLAY 'DOGEVLTB - VAULT QUEUE PUT FAILED FOR VAULT '
                       VR-VAULT-NUM ' REQUEST ' VR-REQ-ID
           ELSE
               ADD MOVE-AMOUNT TO VT-OUTBOUND
               PERFORM REWRITE-REQUEST-VAULT
               SET VR-RELEASED TO TRUE
               MOVE WS-TODAY TO VR-RELEASED-DATE
               MOVE 'RELEASED FOR SIGNING' TO VR-NOTE
               PERFORM REWRITE-REQUEST
               ADD 1 TO WITHDRAWAL-COUNT
               ADD MOVE-AMOUNT TO WITHDRAWAL-TOTAL
               MOVE MOVE-AMOUNT TO DR-AMOUNT
               DISPLAY 'WITHDRAWAL VAULT ' VR-VAULT-NUM ' TO   '
                       VR-ACCT ' ' DR-AMOUNT ' ' VR-REQ-ID
           END-IF.
      *
       REWRITE-REQUEST-VAULT.
           REWRITE VAULT-ENTRY
               INVALID KEY
                   DISPLAY 'DOGEVLTB - VAULT REWRITE FAILED '
                           VT-VAULT-NUM
           END-REWRITE.
      *
       REWRITE-REQUEST.
           REWRITE VAULT-REQUEST-ENTRY
               INVALID KEY
                   DISPLAY 'DOGEVLTB - REQUEST REWRITE FAILED '
                           VR-VAULT-NUM ' ' VR-REQ-ID
           END-REWRITE.
      *
       REFUSE-REQUEST.
           SET VR-REFUSED TO TRUE.
           MOVE REFUSAL-REASON TO VR-NOTE.
           PERFORM REWRITE-REQUEST.
           ADD 1 TO REFUSED-COUNT.
           DISPLAY 'DOGEVLTB - VAULT ' VR-VAULT-NUM ' REQUEST '
                   VR-REQ-ID ' REFUSED - ' REFUSAL-REASON.
      *
       OPEN-VAULT-FILE.
           SET VALT-FILE-PRESENT TO TRUE.
           OPEN I-O DOGEVALT.
           IF VALT-NOT-THERE
               SET VALT-FILE-ABSENT TO TRUE
           END-IF.
      *
       OPEN-RESERVATION-FILE.
           SET RESV-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGERESV.
           IF RESV-NOT-THERE
               SET RESV-FILE-ABSENT TO TRUE
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
       OPEN-SEQUENCE-FILE.
      *    First ever run finds no loaded DOGEQSEQ cluster behind the
      *    DD yet - build it fresh, same choice DOGESORN makes.
           OPEN I-O DOGEQSEQ.
           IF QSEQ-NOT-YET-LOADED
               OPEN OUTPUT DOGEQSEQ
               CLOSE DOGEQSEQ
               OPEN I-O DOGEQSEQ
           END-IF.
      *
       ASSIGN-QUEUE-SEQUENCE.
      *    Next envelope sequence off the DOGEQSEQ sender row for
      *    SEQ-QUEUE-NAME - seeded at 1 on first use, wrapping at
      *    999999, same envelope DOGESORN stamps.
           MOVE SEQ-QUEUE-NAME TO QS-QUEUE.
           SET QS-SENDER-SIDE TO TRUE.
           READ DOGEQSEQ
               INVALID KEY
                   MOVE SEQ-QUEUE-NAME TO QS-QUEUE
                   SET QS-SENDER-SIDE TO TRUE
                   MOVE 1 TO QS-LAST-SEQ
                   MOVE 1 TO QS-MSG-COUNT
                   MOVE ZERO TO QS-GAP-COUNT
                   WRITE QUEUE-SEQUENCE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEVLTB - SEQUENCE SEED FAILED'
                   END-WRITE
               NOT INVALID KEY
                   IF QS-LAST-SEQ < 999999
                       ADD 1 TO QS-LAST-SEQ
                   ELSE
                       MOVE 1 TO QS-LAST-SEQ
                   END-IF
                   ADD 1 TO QS-MSG-COUNT
                   REWRITE QUEUE-SEQUENCE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEVLTB - SEQUENCE REWRITE FAILED'
                   END-REWRITE
           END-READ.
           MOVE QS-LAST-SEQ TO SEQ-ASSIGNED.
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
       PRINT-RELEASE-REPORT.
           DISPLAY ' '.
           DISPLAY 'DEPOSITS SENT TO COLD ....... ' DEPOSIT-COUNT.
           MOVE DEPOSIT-TOTAL TO DR-TOTAL.
           DISPLAY '  TOTAL ..................... ' DR-TOTAL.
           DISPLAY 'WITHDRAWALS RELEASED ........ ' WITHDRAWAL-COUNT.
           MOVE WITHDRAWAL-TOTAL TO DR-TOTAL.
           DISPLAY '  TOTAL ..................... ' DR-TOTAL.
           DISPLAY 'REQUESTS REFUSED ............ ' REFUSED-COUNT.
           DISPLAY 'REQUESTS WAITING ............ ' WAITING-COUNT.
           DISPLAY 'SIGNED, NOT YET DUE ......... ' NOT-DUE-COUNT.
           DISPLAY 'DUE, AWAITING SIGNATURES .... ' UNSIGNED-DUE-COUNT.
           IF REFUSED-COUNT > ZERO OR UNSIGNED-DUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE 'DOGEVLTB' TO BM-PROGRAM.
           MOVE SPACES TO BM-USERID.
           SET MOVEMENT-NOT-BANKED TO TRUE.
           PERFORM WRITE-MOVEMENT-ONCE
               UNTIL MOVEMENT-BANKED.
      *
       WRITE-MOVEMENT-ONCE.
           WRITE BALANCE-MOVEMENT-ENTRY
               INVALID KEY
                   IF WS-BMOV-STATUS EQUAL TO '22' AND BM-SEQ < 999
                       ADD 1 TO BM-SEQ
                   ELSE
                       SET MOVEMENT-BANKED TO TRUE
                       DISPLAY 'DOGEVLTB - MOVEMENT LEDGER WRITE FAILED'
                   END-IF
               NOT INVALID KEY
                   SET MOVEMENT-BANKED TO TRUE
           END-WRITE.
      *
       OPEN-MOVEMENT-FILE.
           OPEN I-O DOGEBMOV.
           IF BMOV-NOT-YET-LOADED
               OPEN OUTPUT DOGEBMOV
               CLOSE DOGEBMOV
               OPEN I-O DOGEBMOV
           END-IF.
      *
       WRITE-CHANGE-LOG.
      *    Before/after image of the DOGEVSAM row just added - same
      *    stamp-and-bank shape as the movement ledger.
           ACCEPT CHG-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHG-ACCEPT-TIME FROM TIME.
           MOVE CHG-ACCEPT-DATE TO CHG-DATE.
           MOVE CHG-ACCEPT-TIME(1:6) TO CHG-TIME.
           MOVE ZERO TO CHG-SEQ.
           MOVE 'DOGEVLTB' TO CHG-PROGRAM.
           MOVE SPACES TO CHG-USERID.
           MOVE TKEY TO CHG-TKEY.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           MOVE TRANSACTION TO CHG-AFTER-IMAGE.
           SET CHANGE-NOT-BANKED TO TRUE.
           PERFORM WRITE-CHANGE-ONCE
               UNTIL CHANGE-BANKED.
      *
       WRITE-CHANGE-ONCE.
           WRITE CHANGE-LOG-ENTRY
               INVALID KEY
                   IF WS-CHLG-STATUS EQUAL TO '22' AND CHG-SEQ < 999
                       ADD 1 TO CHG-SEQ
                   ELSE
                       SET CHANGE-BANKED TO TRUE
                       DISPLAY 'DOGEVLTB - CHANGE LOG WRITE FAILED'
                   END-IF
               NOT INVALID KEY
                   SET CHANGE-BANKED TO TRUE
           END-WRITE.
      *
       OPEN-CHANGE-LOG-FILE.
           OPEN I-O DOGECHLG.
           IF CHLG-NOT-YET-LOADED
               OPEN OUTPUT DOGECHLG
               CLOSE DOGECHLG
               OPEN I-O DOGECHLG
           END-IF.
       END PROGRAM DOGEVLTB.
