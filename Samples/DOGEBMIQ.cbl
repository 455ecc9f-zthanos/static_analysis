       01  SCAN-COUNT    PIC 9(5) VALUE 0.
       01  TEMP-DATE     PIC 9(15) COMP-3.
       01  WTO-MESSAGE   PIC X(38) VALUE SPACES.
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
           MOVE 'DOGEBMIQ' TO ENTC-PROGRAM.
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
