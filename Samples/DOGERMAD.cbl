      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGERMAD:
      *   Remittance advice run. A supplier paid by DOGEPPRO used to
      *   get coins with no reference at all and phone in asking
      *   which invoice they covered. DOGECONF now banks a DOGERMIT
      *   row for every payable send the moment it settles; this job
      *   takes every row still awaiting an advice, attributes the
      *   payee address to its counterparty through DOGECPTA (an
      *   untagged address stands on its own), and groups the rows
      *   per counterparty per settle day per currency - so several
      *   invoices paid the same day make one advice, not several.
      *
      *   Each advice is printed (reference, memo, amount, on-chain
      *   txid per invoice, and the advice total) and written to the
      *   RMITOUT flat file dogedcams.py forwards to the payee - one
      *   record per invoice, each carrying its advice number and
      *   payee so the Python side can gather an advice back up. A
      *   row is marked advised only once its advice is written, so
      *   a rerun never advises the same payment twice - unless
      *   DOGECONF has since flagged it for reissue, its advised
      *   payment reorged off the chain, when the rebroadcast's
      *   settlement brings it back for a corrected advice.
      *
      *   Run nightly, any time after the listener has settled the
      *   day's payments (see DOGERMAD.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGERMAD.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGERMIT ASSIGN TO DOGERMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RMIT-STATUS.
           SELECT DOGECPTY ASSIGN TO DOGECPTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-ID
               FILE STATUS IS WS-CPTY-STATUS.
           SELECT DOGECPTA ASSIGN TO DOGECPTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-ADDRESS
               FILE STATUS IS WS-CPTA-STATUS.
           SELECT RMITOUT ASSIGN TO RMITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGERMIT.
       COPY RMITREC.
       FD  DOGECPTY.
       COPY CPTYREC.
       FD  DOGECPTA.
       COPY CPADRREC.
      * One record per invoice paid, plain digit text throughout so
      * the Python side never has to decode an overpunched sign.
       FD  RMITOUT
           RECORDING MODE IS F.
       01  ADVICE-RECORD.
           05  RA-ADVICE-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  RA-ADVICE-SEQ      PIC 9(4).
           05  FILLER             PIC X.
           05  RA-CPTY-ID         PIC X(8).
           05  FILLER             PIC X.
           05  RA-PAYEE           PIC X(34).
           05  FILLER             PIC X.
           05  RA-PAYEE-NAME      PIC X(30).
           05  FILLER             PIC X.
           05  RA-SETTLED-DATE    PIC X(8).
           05  FILLER             PIC X.
           05  RA-CURR            PIC X(4).
           05  FILLER             PIC X.
           05  RA-REFERENCE       PIC X(10).
           05  FILLER             PIC X.
           05  RA-MEMO            PIC X(20).
           05  FILLER             PIC X.
           05  RA-AMOUNT          PIC 9(8).9(8).
           05  FILLER             PIC X.
           05  RA-TXID            PIC X(64).
           05  FILLER             PIC X.
           05  RA-SOURCE-KEY      PIC X(12).
           05  FILLER             PIC X(10).
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGERMAD'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE SPACES.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
       01  WS-RMIT-STATUS         PIC XX VALUE '00'.
           88  RMIT-OK                   VALUE '00'.
           88  RMIT-EOF                  VALUE '10'.
           88  RMIT-NOT-THERE            VALUE '35'.
      * No counterparty master or link file loaded yet just means
      * every payee stands on its own address.
       01  WS-CPTY-STATUS         PIC XX VALUE '00'.
           88  CPTY-NOT-THERE            VALUE '35'.
       01  CPTY-FILE-FLAG         PIC X VALUE 'Y'.
           88  CPTY-FILE-PRESENT         VALUE 'Y'.
           88  CPTY-FILE-ABSENT          VALUE 'N'.
       01  WS-CPTA-STATUS         PIC XX VALUE '00'.
           88  CPTA-NOT-THERE            VALUE '35'.
       01  CPTA-FILE-FLAG         PIC X VALUE 'Y'.
           88  CPTA-FILE-PRESENT         VALUE 'Y'.
           88  CPTA-FILE-ABSENT          VALUE 'N'.
       01  WS-OUT-STATUS          PIC XX VALUE '00'.
      * Rows awaiting an advice, loaded front-to-back in key order -
      * same small-OCCURS-by-linear-scan technique DOGERECN uses. A
      * row that doesn't fit waits for the next run.
       01  REMIT-TABLE.
           05  REMIT-ENTRY OCCURS 500 TIMES.
               10  RT-KEY             PIC X(12).
      *        Counterparty id when the address is tagged, else the
      *        address itself - the "same payee" test.
               10  RT-GROUP-KEY       PIC X(34).
               10  RT-CPTY-ID         PIC X(8).
               10  RT-PAYEE-NAME      PIC X(30).
               10  RT-PAYEE           PIC X(34).
               10  RT-SETTLED-DATE    PIC X(8).
               10  RT-CURR            PIC X(4).
               10  RT-REFERENCE       PIC X(10).
               10  RT-MEMO            PIC X(20).
               10  RT-AMOUNT          PIC 9(8)V9(8).
               10  RT-TXID            PIC X(64).
               10  RT-ADVISED-FLAG    PIC X.
                   88  RT-ADVISED             VALUE 'Y'.
                   88  RT-NOT-ADVISED         VALUE 'N'.
       01  REMIT-COUNT            PIC 9(3) VALUE ZERO.
       01  RT-IDX                 PIC 9(3) VALUE ZERO.
       01  GRP-IDX                PIC 9(3) VALUE ZERO.
       01  LEFT-OVER-COUNT        PIC 9(5) VALUE ZERO.
       01  REISSUE-WAITING-COUNT  PIC 9(5) VALUE ZERO.
       01  ADVICE-SEQ             PIC 9(4) VALUE ZERO.
       01  ADVICE-LINE-COUNT      PIC 9(5) VALUE ZERO.
       01  ADVICE-TOTAL           PIC 9(10)V9(8) VALUE ZERO.
       01  ADVISED-ROW-COUNT      PIC 9(5) VALUE ZERO.
       01  MARK-FAILED-COUNT      PIC 9(5) VALUE ZERO.
       01  DR-AMOUNT              PIC -(7)9.9(8).
       01  DR-TOTAL               PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           OPEN I-O DOGERMIT.
           IF RMIT-NOT-THERE
               DISPLAY 'DOGERMAD - NO REMITTANCE FILE YET'
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.
           PERFORM OPEN-COUNTERPARTY-FILES.
           PERFORM LOAD-AWAITING-REMITTANCES.
           IF CPTY-FILE-PRESENT
               CLOSE DOGECPTY.
           IF CPTA-FILE-PRESENT
               CLOSE DOGECPTA.
           OPEN OUTPUT RMITOUT.
           DISPLAY '===== DOGERMAD REMITTANCE ADVICES ====='.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > REMIT-COUNT
               IF RT-NOT-ADVISED(RT-IDX)
                   PERFORM PRODUCE-ONE-ADVICE
               END-IF
           END-PERFORM.
           CLOSE RMITOUT.
           CLOSE DOGERMIT.
           PERFORM PRINT-ADVICE-SUMMARY.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       OPEN-COUNTERPARTY-FILES.
           SET CPTY-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECPTY.
           IF CPTY-NOT-THERE
               SET CPTY-FILE-ABSENT TO TRUE
           END-IF.
           SET CPTA-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECPTA.
           IF CPTA-NOT-THERE
               SET CPTA-FILE-ABSENT TO TRUE
           END-IF.
      *
       LOAD-AWAITING-REMITTANCES.
      *    Advised rows stay on file as the record of what went out;
      *    only the ones still awaiting an advice are picked up. One
      *    whose advised payment was reorged off the chain waits for
      *    the rebroadcast to settle before a corrected advice goes -
      *    it is only counted, so ops can tell the payee meanwhile.
           PERFORM READ-NEXT-REMITTANCE.
           PERFORM UNTIL RMIT-EOF
               IF RM-AWAITING-ADVICE
                   IF REMIT-COUNT < 500
                       ADD 1 TO REMIT-COUNT
                       PERFORM LOAD-ONE-REMITTANCE
                   ELSE
                       ADD 1 TO LEFT-OVER-COUNT
                   END-IF
               END-IF
               IF RM-REISSUE
                   ADD 1 TO REISSUE-WAITING-COUNT
               END-IF
               PERFORM READ-NEXT-REMITTANCE
           END-PERFORM.
           IF LEFT-OVER-COUNT > ZERO
               DISPLAY '*** DOGERMAD - REMITTANCE TABLE FULL - '
                       LEFT-OVER-COUNT ' ROW(S) HELD FOR THE NEXT '
                       'RUN ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       READ-NEXT-REMITTANCE.
           READ DOGERMIT NEXT RECORD
               AT END SET RMIT-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-REMITTANCE.
           MOVE RM-KEY TO RT-KEY(REMIT-COUNT).
           MOVE RM-PAYEE TO RT-PAYEE(REMIT-COUNT).
           MOVE RM-SETTLED-DATE TO RT-SETTLED-DATE(REMIT-COUNT).
           MOVE RM-CURR TO RT-CURR(REMIT-COUNT).
           MOVE RM-REFERENCE TO RT-REFERENCE(REMIT-COUNT).
           MOVE RM-MEMO TO RT-MEMO(REMIT-COUNT).
           MOVE RM-AMOUNT TO RT-AMOUNT(REMIT-COUNT).
           MOVE RM-TXID TO RT-TXID(REMIT-COUNT).
           SET RT-NOT-ADVISED(REMIT-COUNT) TO TRUE.
           PERFORM ATTRIBUTE-PAYEE.
      *
       ATTRIBUTE-PAYEE.
      *    Whose address is this - one keyed read on the link file,
      *    then the master for the name to print on the advice.
           MOVE SPACES TO RT-CPTY-ID(REMIT-COUNT).
           MOVE SPACES TO RT-PAYEE-NAME(REMIT-COUNT).
           MOVE RM-PAYEE TO RT-GROUP-KEY(REMIT-COUNT).
           IF CPTA-FILE-PRESENT
               MOVE RM-PAYEE TO CA-ADDRESS
               READ DOGECPTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CA-CPTY-ID TO RT-CPTY-ID(REMIT-COUNT)
                       MOVE CA-CPTY-ID TO RT-GROUP-KEY(REMIT-COUNT)
               END-READ
           END-IF.
           IF RT-CPTY-ID(REMIT-COUNT) NOT EQUAL TO SPACES
              AND CPTY-FILE-PRESENT
               MOVE RT-CPTY-ID(REMIT-COUNT) TO CP-ID
               READ DOGECPTY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-NAME TO RT-PAYEE-NAME(REMIT-COUNT)
               END-READ
           END-IF.
      *
       PRODUCE-ONE-ADVICE.
      *    RT-IDX is the first row of a new advice; every later row
      *    for the same payee, settle day and currency joins it.
           ADD 1 TO ADVICE-SEQ.
           MOVE ZERO TO ADVICE-LINE-COUNT.
           MOVE ZERO TO ADVICE-TOTAL.
           DISPLAY ' '.
           DISPLAY 'REMITTANCE ADVICE ..... ' RUNS-TODAY '-'
                   ADVICE-SEQ.
           IF RT-CPTY-ID(RT-IDX) NOT EQUAL TO SPACES
               DISPLAY 'PAYEE ................. ' RT-CPTY-ID(RT-IDX)
                       ' ' RT-PAYEE-NAME(RT-IDX)
           ELSE
               DISPLAY 'PAYEE ................. ' RT-PAYEE(RT-IDX)
           END-IF.
           DISPLAY 'SETTLED ............... ' RT-SETTLED-DATE(RT-IDX)
                   '   CURRENCY ' RT-CURR(RT-IDX).
           DISPLAY '  REFERENCE  MEMO                 '
                   '           AMOUNT  ON-CHAIN TXID'.
           PERFORM VARYING GRP-IDX FROM RT-IDX BY 1
                   UNTIL GRP-IDX > REMIT-COUNT
               IF RT-NOT-ADVISED(GRP-IDX)
                  AND RT-GROUP-KEY(GRP-IDX) EQUAL TO
                      RT-GROUP-KEY(RT-IDX)
                  AND RT-SETTLED-DATE(GRP-IDX) EQUAL TO
                      RT-SETTLED-DATE(RT-IDX)
                  AND RT-CURR(GRP-IDX) EQUAL TO RT-CURR(RT-IDX)
                   PERFORM ADVISE-ONE-INVOICE
               END-IF
           END-PERFORM.
           MOVE ADVICE-TOTAL TO DR-TOTAL.
           DISPLAY 'INVOICES PAID ......... ' ADVICE-LINE-COUNT.
           DISPLAY 'ADVICE TOTAL .......... ' DR-TOTAL ' '
                   RT-CURR(RT-IDX).
      *
       ADVISE-ONE-INVOICE.
      *    Print the line, write the outbound record, and only then
      *    mark the row advised on file.
           ADD 1 TO ADVICE-LINE-COUNT.
           ADD RT-AMOUNT(GRP-IDX) TO ADVICE-TOTAL.
           MOVE RT-AMOUNT(GRP-IDX) TO DR-AMOUNT.
           DISPLAY '  ' RT-REFERENCE(GRP-IDX) ' '
                   RT-MEMO(GRP-IDX) ' ' DR-AMOUNT '  '
                   RT-TXID(GRP-IDX).
           MOVE SPACES TO ADVICE-RECORD.
           MOVE RUNS-TODAY TO RA-ADVICE-DATE.
           MOVE ADVICE-SEQ TO RA-ADVICE-SEQ.
           MOVE RT-CPTY-ID(GRP-IDX) TO RA-CPTY-ID.
           MOVE RT-PAYEE(GRP-IDX) TO RA-PAYEE.
           MOVE RT-PAYEE-NAME(GRP-IDX) TO RA-PAYEE-NAME.
           MOVE RT-SETTLED-DATE(GRP-IDX) TO RA-SETTLED-DATE.
           MOVE RT-CURR(GRP-IDX) TO RA-CURR.
           MOVE RT-REFERENCE(GRP-IDX) TO RA-REFERENCE.
           MOVE RT-MEMO(GRP-IDX) TO RA-MEMO.
           MOVE RT-AMOUNT(GRP-IDX) TO RA-AMOUNT.
           MOVE RT-TXID(GRP-IDX) TO RA-TXID.
           MOVE RT-KEY(GRP-IDX) TO RA-SOURCE-KEY.
           WRITE ADVICE-RECORD.
           SET RT-ADVISED(GRP-IDX) TO TRUE.
           PERFORM MARK-REMITTANCE-ADVISED.
      *
       MARK-REMITTANCE-ADVISED.
           MOVE RT-KEY(GRP-IDX) TO RM-KEY.
           READ DOGERMIT
               INVALID KEY
                   ADD 1 TO MARK-FAILED-COUNT
                   DISPLAY 'DOGERMAD - REMITTANCE ROW LOST ' RM-KEY
               NOT INVALID KEY
                   SET RM-ADVISED TO TRUE
                   MOVE RUNS-TODAY TO RM-ADVISED-DATE
                   REWRITE REMITTANCE-ENTRY
                       INVALID KEY
                           ADD 1 TO MARK-FAILED-COUNT
                           DISPLAY 'DOGERMAD - ADVISED MARK FAILED '
                                   RM-KEY
                       NOT INVALID KEY
                           ADD 1 TO ADVISED-ROW-COUNT
                   END-REWRITE
           END-READ.
      *
       PRINT-ADVICE-SUMMARY.
      *    A row advised on the file but not marked would go out
      *    again tomorrow - that needs an operator before the next
      *    run, so it fails the job.
           DISPLAY ' '.
           DISPLAY '===== DOGERMAD ADVICE SUMMARY ====='.
           DISPLAY 'ADVICES PRODUCED ............ ' ADVICE-SEQ.
           DISPLAY 'INVOICES ADVISED ............ ' ADVISED-ROW-COUNT.
           DISPLAY 'ROWS HELD FOR NEXT RUN ...... ' LEFT-OVER-COUNT.
           DISPLAY 'ADVISED, REORGED, AWAITING .. '
                   REISSUE-WAITING-COUNT.
           IF MARK-FAILED-COUNT > ZERO
               DISPLAY '*** DOGERMAD - ' MARK-FAILED-COUNT
                       ' ADVISED ROW(S) NOT MARKED - MARK THEM '
                       'BY HAND BEFORE THE NEXT RUN ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       RECORD-RUN-START.
      *    The day's run-control row goes down as in-progress before
      *    anything else happens - and the prerequisite's row has to
      *    say completed first, or this job refuses to run out of
      *    order.
           OPEN I-O DOGERUNS.
           IF RUNS-NOT-YET-LOADED
               OPEN OUTPUT DOGERUNS
               CLOSE DOGERUNS
               OPEN I-O DOGERUNS
           END-IF.
           ACCEPT RUNS-TODAY FROM DATE YYYYMMDD.
           ACCEPT RUNS-TIME-OF-DAY FROM TIME.
           PERFORM CHECK-PREREQUISITE.
           IF PREREQ-MISSING
               DISPLAY RUNS-JOB-NAME ' - PREREQUISITE '
                       RUNS-PREREQ-NAME
                       ' HAS NOT COMPLETED TODAY - REFUSING'
               MOVE 8 TO RETURN-CODE
               CLOSE DOGERUNS
               STOP RUN
           END-IF.
           MOVE RUNS-JOB-NAME TO RUN-JOB.
           MOVE RUNS-TODAY TO RUN-DATE.
           MOVE RUNS-HHMMSS TO RUN-START-TIME.
           MOVE SPACES TO RUN-END-TIME.
           SET RUN-IN-PROGRESS TO TRUE.
           MOVE ZERO TO RUN-RC.
           WRITE RUN-CONTROL-ENTRY
               INVALID KEY
                   REWRITE RUN-CONTROL-ENTRY
                       INVALID KEY
                           DISPLAY RUNS-JOB-NAME
                                   ' - RUN-CONTROL WRITE FAILED'
                   END-REWRITE
           END-WRITE.
      *
       CHECK-PREREQUISITE.
           SET PREREQ-SATISFIED TO TRUE.
           IF RUNS-PREREQ-NAME NOT EQUAL TO SPACES
               MOVE RUNS-PREREQ-NAME TO RUN-JOB
               MOVE RUNS-TODAY TO RUN-DATE
               READ DOGERUNS
                   INVALID KEY
                       SET PREREQ-MISSING TO TRUE
                   NOT INVALID KEY
                       IF NOT RUN-COMPLETED
                           SET PREREQ-MISSING TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       RECORD-RUN-END.
           ACCEPT RUNS-TIME-OF-DAY FROM TIME.
           MOVE RUNS-JOB-NAME TO RUN-JOB.
           MOVE RUNS-TODAY TO RUN-DATE.
           READ DOGERUNS
               INVALID KEY
                   DISPLAY RUNS-JOB-NAME ' - RUN-CONTROL ROW LOST'
               NOT INVALID KEY
                   MOVE RUNS-HHMMSS TO RUN-END-TIME
                   IF RETURN-CODE > 4
                       SET RUN-FAILED TO TRUE
                   ELSE
                       SET RUN-COMPLETED TO TRUE
                   END-IF
                   MOVE RETURN-CODE TO RUN-RC
                   REWRITE RUN-CONTROL-ENTRY
                       INVALID KEY
                           DISPLAY RUNS-JOB-NAME
                                   ' - RUN-CONTROL REWRITE FAILED'
                   END-REWRITE
           END-READ.
           CLOSE DOGERUNS.
       END PROGRAM DOGERMAD.
