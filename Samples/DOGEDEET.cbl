      *   12-byte TKEY commarea, so the short-commarea guard this
      *   program carried through the cutover is gone.
      *
      *   F on a settled incoming deposit opens DOGERFND on it, to
      *   send all or the overpaid part of it back where it came from.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
       01  BM-BANK-FLAG        PIC X VALUE 'N'.
           88  MOVEMENT-BANKED         VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED     VALUE 'N'.
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
       01  FOUND-RECORD PIC X(4).
      * approval release parks the request for DOGEOBXR to re-drive,
      * same blind spot DOGESEND's SEND-TO-QUEUE had
       COPY OUTBXREC.
      * Payee history, VSAM file DOGEPAYE - releasing a send held as
      * a first payment to its address is the approver vouching for
      * the address, so the release whitelists it and closes the
      * hold row DOGEWRKQ showed it under.
       COPY PAYEREC.
       01  PAYEE-TODAY-YMD  PIC X(8).
      *
      *COPY DOGEDT.
      *COPY DFHAID.
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
           MOVE 'DOGEDEET' TO ENTC-PROGRAM.
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
               IF WE-GOT-IT
                   PERFORM PRINT-RECEIPT
               END-IF
           ELSE
           IF OPTIONI EQUAL TO 'F' OR OPTIONI EQUAL TO 'f'
               PERFORM DOGE-START-BROWSE
               PERFORM DOGE-SHOW-TRANSACTION
               IF WE-GOT-IT
                   PERFORM OPEN-DEPOSIT-REFUND
               END-IF
           ELSE
               MOVE KEYI TO RECORD-ID
               MOVE '00' TO RECORD-SEQ
           MOVE SPACES TO WTO-MESSAGE.
      * Shush compiler warnings
           MOVE SPACES TO WTO-MESSAGE.
      *
       OPEN-DEPOSIT-REFUND.
      *    Only a settled RECV credit is a deposit that can go back -
      *    anything else stays on this screen and says why.
           IF TLABEL EQUAL TO 'RECV'
              AND TAMT-SIGN-POSITIVE
              AND TRAN-SETTLED
               MOVE 'Opening deposit refund' TO WTO-MESSAGE
               PERFORM DOGE-WTO
               EXEC CICS XCTL
                   PROGRAM('DOGERFND')
                   COMMAREA(RECORD-KEY)
               END-EXEC
           ELSE
               MOVE 'Not a settled deposit' TO ERRORO
               MOVE 'Refund refused - not a deposit' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
      *
       VOID-TRANSACTION.
      *    Reverses the currently-displayed row instead of just
                        WTO-MESSAGE
                   PERFORM DOGE-WTO
               ELSE
                   MOVE TRANSACTION TO CHG-BEFORE-IMAGE
                   PERFORM SAVE-VOID-DETAILS
                   SET TRAN-VOIDED TO TRUE
                   EXEC CICS REWRITE FILE('DOGEVSAM')
                        FROM(TRANSACTION)
                   END-EXEC
                   SET CHG-ROW-REWRITTEN TO TRUE
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM WRITE-VOID-REVERSAL
                   IF REVERSAL-WRITE-FAILED
      *                The original is marked VOIDED but no make-good
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET REVERSAL-ROW-WRITTEN TO TRUE
               SET CHG-ROW-ADDED TO TRUE
               PERFORM WRITE-CHANGE-LOG
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
               IF TSEQ < 99
                            WTO-MESSAGE
                       PERFORM DOGE-WTO
                   ELSE
                       MOVE TRANSACTION TO CHG-BEFORE-IMAGE
                       SET TRAN-PENDING TO TRUE
                       EXEC CICS REWRITE FILE('DOGEVSAM')
                            FROM(TRANSACTION)
                       END-EXEC
                       SET CHG-ROW-REWRITTEN TO TRUE
                       PERFORM WRITE-CHANGE-LOG
                       PERFORM SEND-APPROVED-TO-QUEUE
                       PERFORM CLOSE-NEW-PAYEE-HOLD
                       PERFORM DOGE-START-BROWSE
                       PERFORM DOGE-SHOW-TRANSACTION
                       MOVE 'Transaction approved and released.' TO
                            WTO-MESSAGE
                       PERFORM DOGE-WTO.
      *
       CLOSE-NEW-PAYEE-HOLD.
      *    Nothing to do unless the sender left an open new-payee hold
      *    row for this send. TRANSACTION still holds the row just
      *    released.
           MOVE SPACES TO PY-KEY.
           SET PY-HOLD-KEY TO TRUE.
           MOVE TKEY TO PY-KEY-ID(1:12).
           EXEC CICS READ FILE('DOGEPAYE')
                RIDFLD(PY-KEY)
                INTO(PAYEE-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               IF PY-HOLD-OPEN
                   EXEC CICS ASKTIME
                        ABSTIME(TEMP-DATE)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                        YYYYMMDD(PAYEE-TODAY-YMD)
                   END-EXEC
                   SET PY-HOLD-APPROVED TO TRUE
                   MOVE PAYEE-TODAY-YMD TO PY-HOLD-CLOSED-DATE
                   MOVE EIBUSERID TO PY-HOLD-CLOSED-BY
                   EXEC CICS REWRITE FILE('DOGEPAYE')
                        FROM(PAYEE-ENTRY)
                        RESP(RESPONSE-CODE)
                   END-EXEC
                   PERFORM WHITELIST-RELEASED-PAYEE
               ELSE
                   EXEC CICS UNLOCK FILE('DOGEPAYE')
                   END-EXEC
               END-IF
           END-IF.
      *
       WHITELIST-RELEASED-PAYEE.
      *    The payee row was written when the send was held; a missing
      *    one (file reloaded since) is written fresh, whitelisted.
           MOVE SPACES TO PY-KEY.
           SET PY-PAYEE-KEY TO TRUE.
           MOVE TADDRSS TO PY-KEY-ID.
           EXEC CICS READ FILE('DOGEPAYE')
                RIDFLD(PY-KEY)
                INTO(PAYEE-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET PY-WHITELISTED TO TRUE
               MOVE EIBUSERID TO PY-WHITELISTED-BY
               MOVE PAYEE-TODAY-YMD TO PY-WHITELISTED-DATE
               EXEC CICS REWRITE FILE('DOGEPAYE')
                    FROM(PAYEE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE SPACES TO PAYEE-ENTRY
               SET PY-PAYEE-KEY TO TRUE
               MOVE TADDRSS TO PY-KEY-ID
               MOVE ZERO TO PY-FIRST-SEEN
               MOVE ZERO TO PY-LABEL-SINCE
               MOVE ZERO TO PY-SETTLED-COUNT
               MOVE ZERO TO PY-LAST-SETTLED
               SET PY-WHITELISTED TO TRUE
               MOVE EIBUSERID TO PY-WHITELISTED-BY
               MOVE PAYEE-TODAY-YMD TO PY-WHITELISTED-DATE
               EXEC CICS WRITE FILE('DOGEPAYE')
                    RIDFLD(PY-KEY)
                    FROM(PAYEE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE 'New payee whitelisted on release.' TO
                    WTO-MESSAGE
           ELSE
               MOVE 'New payee whitelist update failed.' TO
                    WTO-MESSAGE
           END-IF.
           PERFORM DOGE-WTO.
      *
       CHECK-OPERATOR-AUTHORIZED.
      *    Same EIBUSERID-keyed DOGEOPRS lookup DOGESEND does before a
                TOKEN(SYSOUT-TOKEN) FROM(RECEIPT-LINE)
                FLENGTH(RECEIPT-LINE-LEN)
           END-EXEC.
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
           MOVE 'DOGEDEET' TO CHG-PROGRAM.
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
