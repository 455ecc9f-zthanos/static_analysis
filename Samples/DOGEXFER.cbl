      *   with no queue hand-off at all. The operator authorization
      *   check is the same one DOGESEND makes, and the transfer is
      *   refused if the source's available balance minus its pending
      *   aggregate, its active DOGERESV reservations and its
      *   DOGEHOLD legal holds can't cover it. A source sub-account
      *   frozen through DOGEHLDM can't transfer out at all; a frozen
      *   target still takes the credit.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
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
      * Funds reservation total, VSAM file DOGERESV - coins earmarked
      * on the source sub-account through DOGERSVM can't be moved
       COPY RESVREC.
      * Freeze and legal-hold rows, VSAM file DOGEHOLD - placed under
      * dual control through DOGEHLDM; a frozen source moves nothing,
      * and coins under a hold can't be moved
       COPY HOLDREC.
       01  FREEZE-CHECK-FLAG PIC X VALUE 'N'.
           88  ACCOUNT-FROZEN      VALUE 'Y'.
           88  ACCOUNT-NOT-FROZEN  VALUE 'N'.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

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
           MOVE 'DOGEXFER' TO ENTC-PROGRAM.
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
           MOVE XFMEMI TO TRANSFER-MEMO.
           PERFORM VALIDATE-AMOUNT.
           PERFORM CHECK-OPERATOR-AUTHORIZED.
           PERFORM CHECK-SOURCE-FROZEN.
           IF OPERATOR-NOT-AUTHORIZED
               MOVE 'Not authorized to transfer funds' TO SNDMSGO
               MOVE 'Xfer refused - not authorized' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF ACCOUNT-FROZEN
               MOVE DFHREVRS TO FRACTH
               MOVE 'Source sub-account is frozen' TO SNDMSGO
               MOVE 'Xfer refused - account frozen' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF FROM-ACCT-NUM EQUAL TO TO-ACCT-NUM
               MOVE DFHREVRS TO TOACTH
               MOVE 'Source and target are the same' TO SNDMSGO
       CHECK-SOURCE-AVAILABLE.
      *    Available = source balance minus its outstanding pending
      *    aggregate, the same two reads DOGESEND's CHECK-BALANCE and
      *    SUBTRACT-OUTSTANDING-PENDING make, less whatever DOGE is
      *    earmarked on the source's DOGERESV total row and locked
      *    on its DOGEHOLD hold total row.
           COMPUTE BALANCE-RECORD-ID = FROM-ACCT-NUM * 10 + 1.
           COMPUTE PENDING-AGGREGATE-RECORD-ID
                   = FROM-ACCT-NUM * 10 + 2.
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               SUBTRACT THE-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
           MOVE FROM-ACCT-NUM TO RV-ACCT.
           MOVE 'DOGE' TO RV-CURR.
           MOVE SPACES TO RV-REF.
           EXEC CICS READ FILE('DOGERESV')
                RIDFLD(RV-KEY)
                INTO(FUNDS-RESERVATION-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SUBTRACT RV-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
           MOVE FROM-ACCT-NUM TO HL-ACCT.
           MOVE 'DOGE' TO HL-CURR.
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
       CHECK-SOURCE-FROZEN.
      *    The source's DOGEHOLD freeze row - currency and reference
      *    blank - while ACTIVE stops every debit. Credits into a
      *    frozen target still post.
           SET ACCOUNT-NOT-FROZEN TO TRUE.
           MOVE FROM-ACCT-NUM TO HL-ACCT.
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
       WRITE-TRANSFER-PAIR.
      *    Debit row out of the source, credit row into the target -
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET TRANSFER-ROW-WRITTEN TO TRUE
               SET CHG-ROW-ADDED TO TRUE
               PERFORM WRITE-CHANGE-LOG
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
               IF TSEQ < 99
               MOVE SAVED-DRIVER-KEY TO BM-DRIVER-KEY
               PERFORM WRITE-BALANCE-MOVEMENT
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
           MOVE 'DOGEXFER' TO CHG-PROGRAM.
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
       END PROGRAM DOGEXFER.
