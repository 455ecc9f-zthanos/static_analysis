       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
       01  TEMP-DATE           PIC 9(15) COMP-3.
       01  DOGECOMMS-AREA      PIC X(10) VALUE SPACES.
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
           MOVE 'DOGEEXPM' TO ENTC-PROGRAM.
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
      *        update path below re-reads the row first, so an
      *        existing tag survives untouched.
               MOVE SPACES TO ER-CPTY-ID
      *        Nor has it been dunned yet - DOGEDUNN raises the level.
               SET ER-NEVER-DUNNED TO TRUE
               MOVE SPACES TO ER-LAST-DUNNED
      *        Nor netted against anything we owe - DOGENETG does that.
               MOVE SPACES TO ER-NET-REF
               MOVE ZERO TO ER-NETTED-AMOUNT
      *        Nor has any deposit come in against it yet.
               MOVE SPACES TO ER-LAST-DEP-KEY
               EXEC CICS WRITE FILE('DOGEEXPR')
                    RIDFLD(ER-REFERENCE)
                    FROM(EXPECTED-RECEIPT-ENTRY)
