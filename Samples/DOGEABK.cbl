       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
       01  TEMP-DATE           PIC 9(15) COMP-3.
       01  DOGECOMMS-AREA      PIC X(10) VALUE SPACES.
      * Payee history, VSAM file DOGEPAYE - the first time a label is
      * saved for an address starts its clock toward no longer being
      * a new payee, same as a first keyed send does in DOGESEND.
       COPY PAYEREC.
       01  SINCE-EPOCH         PIC S9(15) COMP-3 VALUE +2208988800000.
       01  PAYEE-NOW-EPOCH     PIC 9(10).
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
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
           MOVE 'DOGEABK' TO ENTC-PROGRAM.
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
               ELSE
                   MOVE 'Address book entry saved' TO SNDMSGO
               END-IF
               PERFORM NOTE-PAYEE-LABELED
           ELSE
               EXEC CICS READ FILE('DOGEADDR')
                    RIDFLD(AB-LABEL)
                   MOVE 'No entry under that label' TO SNDMSGO
               END-IF.
           MOVE SPACES TO WTO-MESSAGE.
      *
       NOTE-PAYEE-LABELED.
      *    Only the first label counts - re-saving or relabeling an
      *    address never restarts or shortens its cooling-off.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           COMPUTE PAYEE-NOW-EPOCH = (TEMP-DATE - SINCE-EPOCH) / 1000.
           MOVE SPACES TO PY-KEY.
           SET PY-PAYEE-KEY TO TRUE.
           MOVE ADDRESSI TO PY-KEY-ID.
           EXEC CICS READ FILE('DOGEPAYE')
                RIDFLD(PY-KEY)
                INTO(PAYEE-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               IF PY-LABEL-SINCE EQUAL TO ZERO
                   MOVE PAYEE-NOW-EPOCH TO PY-LABEL-SINCE
                   EXEC CICS REWRITE FILE('DOGEPAYE')
                        FROM(PAYEE-ENTRY)
                        RESP(RESPONSE-CODE)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK FILE('DOGEPAYE')
                   END-EXEC
               END-IF
           ELSE
           IF RESPONSE-CODE EQUAL TO DFHRESP(NOTFND)
               MOVE SPACES TO PAYEE-ENTRY
               SET PY-PAYEE-KEY TO TRUE
               MOVE ADDRESSI TO PY-KEY-ID
               MOVE ZERO TO PY-FIRST-SEEN
               MOVE PAYEE-NOW-EPOCH TO PY-LABEL-SINCE
               MOVE ZERO TO PY-SETTLED-COUNT
               MOVE ZERO TO PY-LAST-SETTLED
               SET PY-NOT-WHITELISTED TO TRUE
               EXEC CICS WRITE FILE('DOGEPAYE')
                    RIDFLD(PY-KEY)
                    FROM(PAYEE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF
           END-IF.
      *
       VALIDATE-DOGE-ADDRESS.
      *    Reads CAND-ADDRESS, leaves ADDRESS-IS-VALID/-INVALID and a
