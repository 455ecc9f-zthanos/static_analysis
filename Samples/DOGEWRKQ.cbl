      * DOGEWRKQ:
      *   Unified operator work queue - every item in the system that
      *   is actually waiting on a human, on one list, with its age:
      *   HELD sends awaiting a second approval (NEW PAYEE when the
      *   hold is a first send to the address), open DOGESUSP
      *   suspense items, UNMATCHED WALLET deposits sitting on
      *   account 000, DOGEOUTB entries parked longer than an hour,
      *   and expectations DOGERECV flagged as duplicate payments.
      *   row (approve or void it there), U plus a key jumps to the
      *   DOGESUSW worklist positioned on that item - so the morning
      *   exceptions are one screen, not five screens and a notepad.
      *   F plus a deposit key opens DOGERFND to send that deposit
      *   back; a duplicate payment is listed under the key of the
      *   deposit that paid it the second time, so the refund is one
      *   keystroke from the item.
      *
      *   Pages 7 items at a time, walking the sources in a fixed
      *   order (held/unmatched off one DOGEVSAM pass, then suspense,
       COPY SUSPREC.
       COPY OUTBXREC.
       COPY EXPRREC.
      * Payee history - a held send with an open new-payee hold row
      * on DOGEPAYE is shown as NEW PAYEE, so the approver knows the
      * address is the question, not the amount.
       COPY PAYEREC.
       01  RESPONSE-CODE PIC S9(4) COMP.
       01  TEMP-DATE     PIC 9(15) COMP-3.
       01  SINCE-EPOCH   PIC S9(15) COMP-3 VALUE +2208988800000.
       01  SUS-JUMP-NUM  PIC 9(12).
       01  SCAN-SEQ-NUM  PIC 9(2).
       01  SUS-JUMP-KEY  PIC X(12).
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
       01  DOGECOMMS-AREA.
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
           MOVE 'DOGEWRKQ' TO ENTC-PROGRAM.
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
           IF ITEM-AGE-SECONDS < ZERO
               MOVE ZERO TO ITEM-AGE-SECONDS.
           COMPUTE ITEM-AGE-HOURS = ITEM-AGE-SECONDS / 3600.
      *
       CHECK-NEW-PAYEE-HOLD.
      *    Hold row keyed 'H' plus the held row's TKEY - written by
      *    whichever sender held it, closed when it is let go.
           MOVE SPACES TO PY-KEY.
           SET PY-HOLD-KEY TO TRUE.
           MOVE TKEY TO PY-KEY-ID(1:12).
           EXEC CICS READ FILE('DOGEPAYE')
                RIDFLD(PY-KEY)
                INTO(PAYEE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND PY-HOLD-OPEN
               MOVE 'NEW PAYEE' TO WDTYPE
           END-IF.
      *
       SCAN-VSAM-WORK-ITEMS.
      *    One capped pass over the live detail rows picks up both
      *                points the operator at the wrong action.
                       IF TAMT-SIGN EQUAL TO '-'
                           MOVE 'HELD SEND' TO WDTYPE
                           PERFORM CHECK-NEW-PAYEE-HOLD
                       ELSE
                           MOVE 'HELD DEP' TO WDTYPE
                       END-IF
                   IF ER-REFERENCE GREATER THAN LAST-ER-REF
                      AND ER-DUPLICATE-FLAGGED
                       MOVE 'DUP PAYMT' TO WDTYPE
                       MOVE ZERO TO WDAGE
                       MOVE SPACES TO WDAGEU
                       MOVE SPACES TO WDDETAIL
      *                The deposit that paid it twice, where DOGERECV
      *                recorded one - that is the key D and F want.
      *                An older flag only has the expectation.
                       IF ER-LAST-DEP-KEY EQUAL TO SPACES
                          OR ER-LAST-DEP-KEY EQUAL TO LOW-VALUES
                           MOVE SPACES TO WDKEY
                           MOVE ER-REFERENCE TO WDKEY(1:10)
                           STRING 'DUE ' ER-DUE-DATE ' '
                               ER-ADDRESS(1:24)
                               DELIMITED BY SIZE INTO WDDETAIL
                       ELSE
                           MOVE ER-LAST-DEP-KEY TO WDKEY
                           STRING 'EXP ' ER-REFERENCE ' DUE '
                               ER-DUE-DATE ' ' ER-ADDRESS(1:12)
                               DELIMITED BY SIZE INTO WDDETAIL
                       END-IF
                       ADD 1 TO MATCHES-FOUND
                       MOVE DISPLAY-WORK-ITEM TO
                            LINE-OUT(MATCHES-FOUND)
       PARSE-OPTION.
      *    D plus a key opens the details screen on that row (where a
      *    held send is approved or voided); U plus a key opens the
      *    suspense worklist positioned on that item; F plus a key
      *    opens the refund screen on that deposit; anything else
      *    rebuilds the list from the top.
           IF OPTIONI EQUAL TO 'W' OR OPTIONI EQUAL TO 'w'
               MOVE 'Opening Main Menu' TO WTO-MESSAGE
                   PROGRAM('DOGESUSW')
                   COMMAREA(SUS-JUMP-KEY)
               END-EXEC
           ELSE
           IF (OPTIONI EQUAL TO 'F' OR OPTIONI EQUAL TO 'f')
              AND WKEYI IS NUMERIC
               MOVE 'Opening deposit refund' TO WTO-MESSAGE
               PERFORM DOGE-WTO
      *        DOGERFND takes the bare 12-byte deposit key, same as
      *        DOGEDEET, and decides there whether it can go back.
               MOVE WKEYI TO VSAM-SCAN-KEY
               EXEC CICS XCTL
                   PROGRAM('DOGERFND')
                   COMMAREA(VSAM-SCAN-KEY)
               END-EXEC
           ELSE
               PERFORM RESET-WORK-WALK
               PERFORM BUILD-WORK-PAGE.
