      *   DOGEOPRM enforces for authorization changes. X cancels a
      *   staged change.
      *
      *   A debit ('-') adjustment honours DOGEHOLD like every other
      *   outbound path: refused outright on a sub-account frozen
      *   through DOGEHLDM, and refused where it would take the DOGE
      *   balance below the coins locked under legal hold. Credits
      *   post regardless - a freeze stops money leaving, not
      *   arriving.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
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
      * Freeze and legal-hold rows, VSAM file DOGEHOLD - placed under
      * dual control through DOGEHLDM; a debit adjustment is the same
      * money leaving as a send
       COPY HOLDREC.
       01  FREEZE-CHECK-FLAG   PIC X VALUE 'N'.
           88  ACCOUNT-FROZEN          VALUE 'Y'.
           88  ACCOUNT-NOT-FROZEN      VALUE 'N'.
       01  HOLD-CHECK-FLAG     PIC X VALUE 'N'.
           88  DEBIT-BREAKS-HOLD       VALUE 'Y'.
           88  DEBIT-CLEAR-OF-HOLD     VALUE 'N'.
       01  HELD-AMOUNT         PIC S9(9)V9(8) VALUE ZERO.
      *
      *COPY DOGEAJ.
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
           MOVE 'DOGEADJ' TO ENTC-PROGRAM.
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
      *        period rather than changing a statement already sent.
               MOVE 'Period closed - wait for new month' TO SNDMSGO
           ELSE
           PERFORM CHECK-DEBIT-HOLDS
           IF ACCOUNT-FROZEN
               MOVE 'Sub-account is frozen - no debits' TO SNDMSGO
               MOVE 'Adj refused - account frozen' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF DEBIT-BREAKS-HOLD
               MOVE DFHREVRS TO ADJAMTH
               MOVE 'Debit would break a legal hold' TO SNDMSGO
               MOVE 'Adj refused - legal hold' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF REQUESTED-AMOUNT NOT LESS THAN DUAL-CONTROL-THRESHOLD
               PERFORM STAGE-PENDING-ADJUSTMENT
           ELSE
                            WTO-MESSAGE
                       PERFORM DOGE-WTO
                   ELSE
      *            A freeze or hold placed while the change sat
      *            staged binds the confirm just the same.
                   PERFORM CHECK-DEBIT-HOLDS
                   IF ACCOUNT-FROZEN
                       MOVE 'Sub-account is frozen - no debits' TO
                            SNDMSGO
                       MOVE 'Adj confirm refused - frozen' TO
                            WTO-MESSAGE
                       PERFORM DOGE-WTO
                   ELSE
                   IF DEBIT-BREAKS-HOLD
                       MOVE 'Debit would break a legal hold' TO
                            SNDMSGO
                       MOVE 'Adj confirm refused - held' TO
                            WTO-MESSAGE
                       PERFORM DOGE-WTO
                   ELSE
                   PERFORM WRITE-STAGED-ADJUSTMENT-ROW
                   IF ADJUST-WRITE-FAILED
                       MOVE 'Confirm failed - nothing posted' TO
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SET ADJUST-ROW-WRITTEN TO TRUE
               SET CHG-ROW-ADDED TO TRUE
               PERFORM WRITE-CHANGE-LOG
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
               IF TSEQ < 99
               MOVE SAVED-DRIVER-KEY TO BM-DRIVER-KEY
               PERFORM WRITE-BALANCE-MOVEMENT
           END-IF.
      *
       CHECK-DEBIT-HOLDS.
      *    Only a '-' adjustment takes money out. The sub-account's
      *    DOGEHOLD freeze row (currency and reference blank) while
      *    ACTIVE refuses it outright; otherwise the DOGE hold total
      *    row is the floor the balance must stay at or above once
      *    the debit lands. No file, no row - nothing to honour.
           SET ACCOUNT-NOT-FROZEN TO TRUE.
           SET DEBIT-CLEAR-OF-HOLD TO TRUE.
           IF ADJ-SIGN EQUAL TO '-'
               MOVE ACCT-NUM TO HL-ACCT
               MOVE SPACES TO HL-CURR
               MOVE SPACES TO HL-REF
               EXEC CICS READ FILE('DOGEHOLD')
                    RIDFLD(HL-KEY)
                    INTO(ACCOUNT-HOLD-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                  AND HL-FREEZE AND HL-ACTIVE
                   SET ACCOUNT-FROZEN TO TRUE
               END-IF
               MOVE ZERO TO HELD-AMOUNT
               MOVE ACCT-NUM TO HL-ACCT
               MOVE 'DOGE' TO HL-CURR
               MOVE SPACES TO HL-REF
               EXEC CICS READ FILE('DOGEHOLD')
                    RIDFLD(HL-KEY)
                    INTO(ACCOUNT-HOLD-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                  AND HL-HOLD-TOTAL
                   MOVE HL-AMOUNT TO HELD-AMOUNT
               END-IF
               IF HELD-AMOUNT > ZERO
                   PERFORM CHECK-BALANCE-ABOVE-HOLD
               END-IF
           END-IF.
      *
       CHECK-BALANCE-ABOVE-HOLD.
           MOVE ZERO TO THE-AMOUNT.
           COMPUTE BALANCE-RECORD-ID = ACCT-NUM * 10 + 1.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(BALANCE-RECORD-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               IF TAMT-SIGN-NEGATIVE
                   SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
               END-IF
           END-IF.
           IF THE-AMOUNT - REQUESTED-AMOUNT < HELD-AMOUNT
               SET DEBIT-BREAKS-HOLD TO TRUE
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
           MOVE 'DOGEADJ' TO CHG-PROGRAM.
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
       END PROGRAM DOGEADJ.
