      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGENETG:
      *   Counterparty netting run. Several suppliers are customers
      *   too, so the same week we pay them through DOGEPPRO and wait
      *   on them to pay us through DOGEEXPR - two on-chain movements
      *   and two lots of fees where one net figure would do. This
      *   run pairs each active DOGECPTY counterparty's open DOGEPAYB
      *   payables with what is still owed on their open or partial
      *   DOGEEXPR receivables, currency by currency, and sets the
      *   smaller side off against the larger:
      *
      *     payable    - attributed the same way DOGEAGED does it, the
      *                  '@label' address-book tag or the DOGECPTA
      *                  link for a raw address;
      *     receivable - on its own ER-CPTY-ID tag.
      *
      *   Items nobody has tagged are never netted - we don't set off
      *   money against a relationship we can't prove.
      *
      *   In proposal mode it prints the netting statement each pair
      *   would get, writing nothing. Rerun in approved mode, the
      *   offset is taken off the items in reference order and every
      *   touched row carries the group's netting reference: a
      *   payable covered in full is marked SENT with today's date
      *   (no coins move), one covered in part stays OPEN with
      *   PB-AMOUNT cut to the net difference for DOGEPPRO to send;
      *   a receivable takes the offset into ER-RECEIVED and goes
      *   MATCHED, or stays PARTIAL for the net difference still to
      *   come in. The statement printed is the one to send the
      *   counterparty. A pair is only ever netted once - after an
      *   approved run at most one side of it is left open. A
      *   payable paid in full by offset consumes its linked
      *   DOGERESV reservation the way DOGEPPRO paying it would;
      *   one left open keeps its earmark for the net send.
      *
      * PARM CARD (SYSIN, column 1):
      *   col  1    mode - P propose only (default), A approved run
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGENETG.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEPAYB ASSIGN TO DOGEPAYB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-REFERENCE
               FILE STATUS IS WS-PAYB-STATUS.
           SELECT DOGEEXPR ASSIGN TO DOGEEXPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-REFERENCE
               FILE STATUS IS WS-EXPR-STATUS.
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
           SELECT DOGEADDR ASSIGN TO DOGEADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-LABEL
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RESV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEPAYB.
       COPY PAYBREC.
       FD  DOGEEXPR.
       COPY EXPRREC.
       FD  DOGECPTY.
       COPY CPTYREC.
       FD  DOGECPTA.
       COPY CPADRREC.
       FD  DOGEADDR.
       COPY ADDRBOOK.
       FD  DOGERESV.
       COPY RESVREC.
       WORKING-STORAGE SECTION.
       01  WS-PAYB-STATUS            PIC XX VALUE '00'.
           88  PAYB-OK                      VALUE '00'.
           88  PAYB-EOF                     VALUE '10'.
           88  PAYB-NOT-THERE               VALUE '35'.
       01  WS-EXPR-STATUS            PIC XX VALUE '00'.
           88  EXPR-OK                      VALUE '00'.
           88  EXPR-EOF                     VALUE '10'.
           88  EXPR-NOT-THERE               VALUE '35'.
       01  WS-CPTY-STATUS            PIC XX VALUE '00'.
           88  CPTY-OK                      VALUE '00'.
           88  CPTY-NOT-THERE               VALUE '35'.
      * No link file or address book loaded yet just means no
      * payable resolves through them - nothing of theirs nets.
       01  WS-CPTA-STATUS            PIC XX VALUE '00'.
           88  CPTA-NOT-THERE               VALUE '35'.
       01  CPTA-FILE-FLAG            PIC X VALUE 'Y'.
           88  CPTA-FILE-PRESENT            VALUE 'Y'.
           88  CPTA-FILE-ABSENT             VALUE 'N'.
       01  WS-ADDR-STATUS            PIC XX VALUE '00'.
           88  ADDR-NOT-THERE               VALUE '35'.
       01  ADDR-FILE-FLAG            PIC X VALUE 'Y'.
           88  ADDR-FILE-PRESENT            VALUE 'Y'.
           88  ADDR-FILE-ABSENT             VALUE 'N'.
      * Funds reservations - opened on an approved run only, to
      * consume the earmark of a payable the offset pays in full.
      * No file loaded means nothing was ever earmarked.
       01  WS-RESV-STATUS            PIC XX VALUE '00'.
           88  RESV-NOT-THERE               VALUE '35'.
       01  RESV-FILE-FLAG            PIC X VALUE 'N'.
           88  RESV-FILE-PRESENT            VALUE 'Y'.
           88  RESV-FILE-ABSENT             VALUE 'N'.
       01  RESV-PAYABLE-CURR         PIC X(4).
       01  OWN-RESV-KEY              PIC X(17).
       01  OWN-RESV-AMOUNT           PIC 9(9)V9(8) VALUE ZERO.
       01  RESV-LINK-FLAG            PIC X VALUE 'N'.
           88  RESV-LINK-FOUND              VALUE 'Y'.
           88  RESV-LINK-NOT-FOUND          VALUE 'N'.
       01  RESV-BROWSE-FLAG          PIC X VALUE 'D'.
           88  RESV-BROWSE-GOING            VALUE 'G'.
           88  RESV-BROWSE-DONE             VALUE 'D'.
       01  RESV-CONSUMED-COUNT       PIC 9(5) VALUE ZERO.
       01  NETG-PARM-CARD.
           05  PARM-MODE             PIC X.
               88  APPROVED-RUN             VALUE 'A'.
           05  FILLER                PIC X(79).
       01  WS-TODAY                  PIC 9(8).
      * Candidate items, loaded once, grouped per counterparty per
      * currency in NET-TABLE - same small-OCCURS-by-linear-scan
      * technique DOGERECN uses. Each table keeps file (reference)
      * order, which is the order an offset is taken off the items.
       01  PAY-TABLE.
           05  PAY-ENTRY OCCURS 500 TIMES.
               10  PT-REFERENCE      PIC X(10).
               10  PT-GROUP          PIC 9(3).
               10  PT-AMOUNT         PIC 9(8)V9(8).
               10  PT-OFFSET         PIC 9(8)V9(8).
               10  PT-DUE-DATE       PIC X(8).
               10  PT-MEMO           PIC X(20).
       01  PT-COUNT                  PIC 9(3) VALUE ZERO.
       01  PT-IDX                    PIC 9(3) VALUE ZERO.
       01  RCV-TABLE.
           05  RCV-ENTRY OCCURS 500 TIMES.
               10  RT-REFERENCE      PIC X(10).
               10  RT-GROUP          PIC 9(3).
               10  RT-REMAINING      PIC 9(8)V9(8).
               10  RT-OFFSET         PIC 9(8)V9(8).
               10  RT-DUE-DATE       PIC X(8).
       01  RT-COUNT                  PIC 9(3) VALUE ZERO.
       01  RT-IDX                    PIC 9(3) VALUE ZERO.
       01  NET-TABLE.
           05  NET-ENTRY OCCURS 200 TIMES.
               10  NT-CPTY-ID        PIC X(8).
               10  NT-CPTY-NAME      PIC X(30).
               10  NT-CURR           PIC X(4).
               10  NT-PAY-TOTAL      PIC 9(9)V9(8).
               10  NT-RCV-TOTAL      PIC 9(9)V9(8).
               10  NT-OFFSET         PIC 9(9)V9(8).
               10  NT-NET-REF        PIC X(10).
       01  NT-COUNT                  PIC 9(3) VALUE ZERO.
       01  NT-IDX                    PIC 9(3) VALUE ZERO.
       01  FOUND-NT-IDX              PIC 9(3) VALUE ZERO.
       01  TABLE-FULL-FLAG           PIC X VALUE 'N'.
           88  A-TABLE-FILLED               VALUE 'Y'.
       01  LOOKUP-CPTY-ID            PIC X(8).
       01  LOOKUP-CURR               PIC X(4).
       01  ITEM-AMOUNT               PIC S9(8)V9(8).
       01  OFFSET-LEFT               PIC S9(9)V9(8).
       01  NET-DIFFERENCE            PIC S9(9)V9(8).
      * Netting reference - 'N', the run date YYMMDD and the group's
      * number within the run.
       01  NET-REF-BUILD.
           05  FILLER                PIC X VALUE 'N'.
           05  NRB-DATE              PIC X(6).
           05  NRB-SEQ               PIC 9(3).
       01  NET-SEQ                   PIC 9(3) VALUE ZERO.
       01  APPLY-FAIL-FLAG           PIC X VALUE 'N'.
           88  APPLY-FAILED                 VALUE 'Y'.
           88  APPLY-CLEAN                  VALUE 'N'.
       01  PAYABLE-LOADED-COUNT      PIC 9(5) VALUE ZERO.
       01  RECEIVABLE-LOADED-COUNT   PIC 9(5) VALUE ZERO.
       01  UNTAGGED-SKIP-COUNT       PIC 9(5) VALUE ZERO.
       01  INACTIVE-SKIP-COUNT       PIC 9(5) VALUE ZERO.
       01  GROUPS-NETTED-COUNT       PIC 9(5) VALUE ZERO.
       01  PAYABLES-CLEARED-COUNT    PIC 9(5) VALUE ZERO.
       01  PAYABLES-REDUCED-COUNT    PIC 9(5) VALUE ZERO.
       01  RECEIVABLES-MATCHED-COUNT PIC 9(5) VALUE ZERO.
       01  RECEIVABLES-PARTIAL-COUNT PIC 9(5) VALUE ZERO.
       01  APPLY-FAIL-COUNT          PIC 9(5) VALUE ZERO.
       01  DR-AMOUNT                 PIC -(7)9.9(8).
       01  DR-OFFSET                 PIC -(7)9.9(8).
       01  DR-TOTAL                  PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           MOVE SPACES TO NETG-PARM-CARD.
           ACCEPT NETG-PARM-CARD FROM SYSIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(3:6) TO NRB-DATE.
           MOVE ZERO TO RETURN-CODE.
           IF APPROVED-RUN
               OPEN I-O DOGEPAYB
               OPEN I-O DOGEEXPR
           ELSE
               OPEN INPUT DOGEPAYB
               OPEN INPUT DOGEEXPR
           END-IF.
           OPEN INPUT DOGECPTY.
           IF PAYB-NOT-THERE OR EXPR-NOT-THERE OR CPTY-NOT-THERE
               DISPLAY 'DOGENETG - PAYABLES, EXPECTATIONS OR '
                       'COUNTERPARTY FILE NOT LOADED - NOTHING TO NET'
               STOP RUN
           END-IF.
           PERFORM OPEN-ATTRIBUTION-FILES.
           IF APPROVED-RUN
               PERFORM OPEN-RESERVATION-FILE
           END-IF.
           IF APPROVED-RUN
               DISPLAY 'DOGENETG - APPROVED RUN - OFFSETS WILL BE '
                       'APPLIED'
           ELSE
               DISPLAY 'DOGENETG - PROPOSAL ONLY - NOTHING WILL BE '
                       'WRITTEN'
           END-IF.
           PERFORM LOAD-PAYABLES.
           PERFORM LOAD-RECEIVABLES.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > NT-COUNT
               IF NT-PAY-TOTAL(NT-IDX) > ZERO
                  AND NT-RCV-TOTAL(NT-IDX) > ZERO
                   PERFORM NET-ONE-GROUP
               END-IF
           END-PERFORM.
           CLOSE DOGEPAYB.
           CLOSE DOGEEXPR.
           CLOSE DOGECPTY.
           IF CPTA-FILE-PRESENT
               CLOSE DOGECPTA.
           IF ADDR-FILE-PRESENT
               CLOSE DOGEADDR.
           IF RESV-FILE-PRESENT
               CLOSE DOGERESV.
           PERFORM PRINT-NETTING-SUMMARY.
           STOP RUN.
      *
       OPEN-RESERVATION-FILE.
           SET RESV-FILE-PRESENT TO TRUE.
           OPEN I-O DOGERESV.
           IF RESV-NOT-THERE
               SET RESV-FILE-ABSENT TO TRUE
           END-IF.
      *
       OPEN-ATTRIBUTION-FILES.
           SET CPTA-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECPTA.
           IF CPTA-NOT-THERE
               SET CPTA-FILE-ABSENT TO TRUE
           END-IF.
           SET ADDR-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEADDR.
           IF ADDR-NOT-THERE
               SET ADDR-FILE-ABSENT TO TRUE
           END-IF.
      *
       LOAD-PAYABLES.
           PERFORM READ-NEXT-PAYABLE.
           PERFORM UNTIL PAYB-EOF
               IF PB-OPEN AND PB-AMOUNT > ZERO
                   PERFORM LOAD-ONE-PAYABLE
               END-IF
               PERFORM READ-NEXT-PAYABLE
           END-PERFORM.
      *
       READ-NEXT-PAYABLE.
           READ DOGEPAYB NEXT RECORD
               AT END SET PAYB-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-PAYABLE.
           PERFORM ATTRIBUTE-PAYEE.
           IF PB-CURR EQUAL TO SPACES
               MOVE 'DOGE' TO LOOKUP-CURR
           ELSE
               MOVE PB-CURR TO LOOKUP-CURR
           END-IF.
           PERFORM FIND-NET-GROUP.
           IF FOUND-NT-IDX > 0
               IF PT-COUNT < 500
                   ADD 1 TO PT-COUNT
                   ADD 1 TO PAYABLE-LOADED-COUNT
                   MOVE PB-REFERENCE TO PT-REFERENCE(PT-COUNT)
                   MOVE FOUND-NT-IDX TO PT-GROUP(PT-COUNT)
                   MOVE PB-AMOUNT TO PT-AMOUNT(PT-COUNT)
                   MOVE ZERO TO PT-OFFSET(PT-COUNT)
                   MOVE PB-DUE-DATE TO PT-DUE-DATE(PT-COUNT)
                   MOVE PB-MEMO TO PT-MEMO(PT-COUNT)
                   ADD PB-AMOUNT TO NT-PAY-TOTAL(FOUND-NT-IDX)
               ELSE
                   SET A-TABLE-FILLED TO TRUE
               END-IF
           END-IF.
      *
       ATTRIBUTE-PAYEE.
      *    A payable carries no tag of its own - an '@label' payee
      *    takes its address-book entry's tag, and an untagged label
      *    or a raw address is tried on the DOGECPTA link file, same
      *    attribution DOGEAGED ages payables by.
           MOVE SPACES TO LOOKUP-CPTY-ID.
           MOVE PB-PAYEE TO CA-ADDRESS.
           IF PB-PAYEE(1:1) EQUAL TO '@'
               MOVE SPACES TO CA-ADDRESS
               IF ADDR-FILE-PRESENT
                   MOVE PB-PAYEE(2:9) TO AB-LABEL
                   READ DOGEADDR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AB-CPTY-ID TO LOOKUP-CPTY-ID
                           MOVE AB-ADDRESS TO CA-ADDRESS
                   END-READ
               END-IF
           END-IF.
           IF LOOKUP-CPTY-ID EQUAL TO SPACES
              AND CA-ADDRESS NOT EQUAL TO SPACES
              AND CPTA-FILE-PRESENT
               READ DOGECPTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CA-CPTY-ID TO LOOKUP-CPTY-ID
               END-READ
           END-IF.
      *
       LOAD-RECEIVABLES.
           PERFORM READ-NEXT-EXPECTATION.
           PERFORM UNTIL EXPR-EOF
               IF ER-OPEN OR ER-PARTIAL
                   COMPUTE ITEM-AMOUNT = ER-AMOUNT - ER-RECEIVED
                   IF ITEM-AMOUNT > ZERO
                       PERFORM LOAD-ONE-RECEIVABLE
                   END-IF
               END-IF
               PERFORM READ-NEXT-EXPECTATION
           END-PERFORM.
      *
       READ-NEXT-EXPECTATION.
           READ DOGEEXPR NEXT RECORD
               AT END SET EXPR-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-RECEIVABLE.
           MOVE ER-CPTY-ID TO LOOKUP-CPTY-ID.
           IF ER-CURR EQUAL TO SPACES
               MOVE 'DOGE' TO LOOKUP-CURR
           ELSE
               MOVE ER-CURR TO LOOKUP-CURR
           END-IF.
           PERFORM FIND-NET-GROUP.
           IF FOUND-NT-IDX > 0
               IF RT-COUNT < 500
                   ADD 1 TO RT-COUNT
                   ADD 1 TO RECEIVABLE-LOADED-COUNT
                   MOVE ER-REFERENCE TO RT-REFERENCE(RT-COUNT)
                   MOVE FOUND-NT-IDX TO RT-GROUP(RT-COUNT)
                   MOVE ITEM-AMOUNT TO RT-REMAINING(RT-COUNT)
                   MOVE ZERO TO RT-OFFSET(RT-COUNT)
                   MOVE ER-DUE-DATE TO RT-DUE-DATE(RT-COUNT)
                   ADD ITEM-AMOUNT TO NT-RCV-TOTAL(FOUND-NT-IDX)
               ELSE
                   SET A-TABLE-FILLED TO TRUE
               END-IF
           END-IF.
      *
       FIND-NET-GROUP.
      *    The LOOKUP-CPTY-ID/LOOKUP-CURR group, opened on first
      *    sight. Zero back means the item can't be netted - no tag,
      *    a tag naming no master row, an inactive counterparty, or
      *    no room left.
           MOVE ZERO TO FOUND-NT-IDX.
           IF LOOKUP-CPTY-ID EQUAL TO SPACES
               ADD 1 TO UNTAGGED-SKIP-COUNT
           ELSE
               PERFORM VARYING NT-IDX FROM 1 BY 1
                       UNTIL NT-IDX > NT-COUNT
                   IF FOUND-NT-IDX = ZERO
                      AND NT-CPTY-ID(NT-IDX) EQUAL TO LOOKUP-CPTY-ID
                      AND NT-CURR(NT-IDX) EQUAL TO LOOKUP-CURR
                       MOVE NT-IDX TO FOUND-NT-IDX
                   END-IF
               END-PERFORM
               IF FOUND-NT-IDX = ZERO
                   PERFORM OPEN-NET-GROUP
               END-IF
           END-IF.
      *
       OPEN-NET-GROUP.
           MOVE LOOKUP-CPTY-ID TO CP-ID.
           READ DOGECPTY
               INVALID KEY
                   MOVE SPACES TO CP-STATUS
           END-READ.
           IF NOT CP-ACTIVE
               ADD 1 TO INACTIVE-SKIP-COUNT
           ELSE
           IF NT-COUNT < 200
               ADD 1 TO NT-COUNT
               MOVE NT-COUNT TO FOUND-NT-IDX
               MOVE LOOKUP-CPTY-ID TO NT-CPTY-ID(NT-COUNT)
               MOVE CP-NAME TO NT-CPTY-NAME(NT-COUNT)
               MOVE LOOKUP-CURR TO NT-CURR(NT-COUNT)
               MOVE ZERO TO NT-PAY-TOTAL(NT-COUNT)
               MOVE ZERO TO NT-RCV-TOTAL(NT-COUNT)
               MOVE ZERO TO NT-OFFSET(NT-COUNT)
               MOVE SPACES TO NT-NET-REF(NT-COUNT)
           ELSE
               SET A-TABLE-FILLED TO TRUE
           END-IF
           END-IF.
      *
       NET-ONE-GROUP.
      *    The smaller side is set off in full against the larger,
      *    the offset taken off each side's items in turn.
           ADD 1 TO GROUPS-NETTED-COUNT.
           IF NT-PAY-TOTAL(NT-IDX) < NT-RCV-TOTAL(NT-IDX)
               MOVE NT-PAY-TOTAL(NT-IDX) TO NT-OFFSET(NT-IDX)
           ELSE
               MOVE NT-RCV-TOTAL(NT-IDX) TO NT-OFFSET(NT-IDX)
           END-IF.
           IF APPROVED-RUN
               ADD 1 TO NET-SEQ
               MOVE NET-SEQ TO NRB-SEQ
               MOVE NET-REF-BUILD TO NT-NET-REF(NT-IDX)
           END-IF.
           MOVE NT-OFFSET(NT-IDX) TO OFFSET-LEFT.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               IF PT-GROUP(PT-IDX) = NT-IDX AND OFFSET-LEFT > ZERO
                   IF PT-AMOUNT(PT-IDX) < OFFSET-LEFT
                       MOVE PT-AMOUNT(PT-IDX) TO PT-OFFSET(PT-IDX)
                   ELSE
                       MOVE OFFSET-LEFT TO PT-OFFSET(PT-IDX)
                   END-IF
                   SUBTRACT PT-OFFSET(PT-IDX) FROM OFFSET-LEFT
               END-IF
           END-PERFORM.
           MOVE NT-OFFSET(NT-IDX) TO OFFSET-LEFT.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               IF RT-GROUP(RT-IDX) = NT-IDX AND OFFSET-LEFT > ZERO
                   IF RT-REMAINING(RT-IDX) < OFFSET-LEFT
                       MOVE RT-REMAINING(RT-IDX) TO RT-OFFSET(RT-IDX)
                   ELSE
                       MOVE OFFSET-LEFT TO RT-OFFSET(RT-IDX)
                   END-IF
                   SUBTRACT RT-OFFSET(RT-IDX) FROM OFFSET-LEFT
               END-IF
           END-PERFORM.
           IF APPROVED-RUN
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > PT-COUNT
                   IF PT-GROUP(PT-IDX) = NT-IDX
                      AND PT-OFFSET(PT-IDX) > ZERO
                       PERFORM APPLY-PAYABLE-OFFSET
                   END-IF
               END-PERFORM
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RT-COUNT
                   IF RT-GROUP(RT-IDX) = NT-IDX
                      AND RT-OFFSET(RT-IDX) > ZERO
                       PERFORM APPLY-RECEIVABLE-OFFSET
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM PRINT-NETTING-STATEMENT.
      *
       APPLY-PAYABLE-OFFSET.
      *    Covered in full - paid, by offset. Covered in part - the
      *    net difference is all DOGEPPRO has left to send.
           MOVE PT-REFERENCE(PT-IDX) TO PB-REFERENCE.
           READ DOGEPAYB
               INVALID KEY
                   SET APPLY-FAILED TO TRUE
           END-READ.
           IF APPLY-FAILED OR NOT PB-OPEN
               ADD 1 TO APPLY-FAIL-COUNT
               DISPLAY 'DOGENETG - PAYABLE ' PT-REFERENCE(PT-IDX)
                       ' NO LONGER OPEN - NOT NETTED'
               SET APPLY-CLEAN TO TRUE
           ELSE
               IF PB-NETTED-AMOUNT IS NOT NUMERIC
                   MOVE ZERO TO PB-NETTED-AMOUNT
               END-IF
               SUBTRACT PT-OFFSET(PT-IDX) FROM PB-AMOUNT
               ADD PT-OFFSET(PT-IDX) TO PB-NETTED-AMOUNT
               MOVE NT-NET-REF(NT-IDX) TO PB-NET-REF
               IF PB-AMOUNT = ZERO
                   SET PB-SENT TO TRUE
                   MOVE WS-TODAY TO PB-PAID-DATE
                   ADD 1 TO PAYABLES-CLEARED-COUNT
               ELSE
                   ADD 1 TO PAYABLES-REDUCED-COUNT
               END-IF
               REWRITE PAYABLE-ENTRY
                   INVALID KEY
                       ADD 1 TO APPLY-FAIL-COUNT
                       DISPLAY 'DOGENETG - PAYABLE REWRITE FAILED '
                               PB-REFERENCE
               END-REWRITE
               IF PB-SENT
                   PERFORM FIND-PAYABLE-RESERVATION
                   IF RESV-LINK-FOUND
                       PERFORM CONSUME-PAYABLE-RESERVATION
                   END-IF
               END-IF
           END-IF.
      *
       FIND-PAYABLE-RESERVATION.
      *    First ACTIVE reservation under the payable's sub-account
      *    and currency that names this payable - browsed from just
      *    past the total row until the account or currency changes.
           SET RESV-LINK-NOT-FOUND TO TRUE.
           MOVE ZERO TO OWN-RESV-AMOUNT.
           IF PB-CURR EQUAL TO SPACES
               MOVE 'DOGE' TO RESV-PAYABLE-CURR
           ELSE
               MOVE PB-CURR TO RESV-PAYABLE-CURR
           END-IF.
           SET RESV-BROWSE-DONE TO TRUE.
           IF RESV-FILE-PRESENT
               MOVE PB-ACCT TO RV-ACCT
               MOVE RESV-PAYABLE-CURR TO RV-CURR
               MOVE SPACES TO RV-REF
               START DOGERESV KEY IS GREATER THAN RV-KEY
                   INVALID KEY
                       SET RESV-BROWSE-DONE TO TRUE
                   NOT INVALID KEY
                       SET RESV-BROWSE-GOING TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL RESV-BROWSE-DONE
               READ DOGERESV NEXT RECORD
                   AT END
                       SET RESV-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RV-ACCT NOT EQUAL TO PB-ACCT
                          OR RV-CURR NOT EQUAL TO RESV-PAYABLE-CURR
                           SET RESV-BROWSE-DONE TO TRUE
                       ELSE
                       IF RV-ACTIVE
                          AND RV-PAYABLE-REF EQUAL TO PB-REFERENCE
                           SET RESV-LINK-FOUND TO TRUE
                           MOVE RV-KEY TO OWN-RESV-KEY
                           MOVE RV-AMOUNT TO OWN-RESV-AMOUNT
                           SET RESV-BROWSE-DONE TO TRUE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       CONSUME-PAYABLE-RESERVATION.
      *    Settled by offset is still paid - the earmark is CONSUMED
      *    and comes off its total row.
           MOVE OWN-RESV-KEY TO RV-KEY.
           READ DOGERESV
               INVALID KEY
                   DISPLAY 'DOGENETG - RESERVATION ' OWN-RESV-KEY
                           ' NOT FOUND - NOT CONSUMED'
               NOT INVALID KEY
                   SET RV-CONSUMED TO TRUE
                   MOVE WS-TODAY TO RV-CLOSED-DATE
                   MOVE 'DOGENETG' TO RV-CLOSED-BY
                   REWRITE FUNDS-RESERVATION-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGENETG - RESERVATION REWRITE '
                                   'FAILED ' OWN-RESV-KEY
                   END-REWRITE
                   ADD 1 TO RESV-CONSUMED-COUNT
                   PERFORM REDUCE-RESERVATION-TOTAL
           END-READ.
      *
       REDUCE-RESERVATION-TOTAL.
           MOVE SPACES TO RV-REF.
           READ DOGERESV
               INVALID KEY
                   DISPLAY 'DOGENETG - NO RESERVATION TOTAL ROW FOR '
                           RV-ACCT ' ' RV-CURR
               NOT INVALID KEY
                   IF OWN-RESV-AMOUNT > RV-AMOUNT
                       MOVE ZERO TO RV-AMOUNT
                   ELSE
                       SUBTRACT OWN-RESV-AMOUNT FROM RV-AMOUNT
                   END-IF
                   REWRITE FUNDS-RESERVATION-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGENETG - RESERVATION TOTAL '
                                   'REWRITE FAILED ' RV-ACCT ' '
                                   RV-CURR
                   END-REWRITE
           END-READ.
      *
       APPLY-RECEIVABLE-OFFSET.
      *    The offset counts as received - matched when nothing is
      *    left, partial while the net difference is still to come.
           MOVE RT-REFERENCE(RT-IDX) TO ER-REFERENCE.
           READ DOGEEXPR
               INVALID KEY
                   SET APPLY-FAILED TO TRUE
           END-READ.
           IF APPLY-FAILED OR NOT (ER-OPEN OR ER-PARTIAL)
               ADD 1 TO APPLY-FAIL-COUNT
               DISPLAY 'DOGENETG - EXPECTATION ' RT-REFERENCE(RT-IDX)
                       ' NO LONGER OPEN - NOT NETTED'
               SET APPLY-CLEAN TO TRUE
           ELSE
               IF ER-NETTED-AMOUNT IS NOT NUMERIC
                   MOVE ZERO TO ER-NETTED-AMOUNT
               END-IF
               ADD RT-OFFSET(RT-IDX) TO ER-RECEIVED
               ADD RT-OFFSET(RT-IDX) TO ER-NETTED-AMOUNT
               MOVE NT-NET-REF(NT-IDX) TO ER-NET-REF
               IF ER-RECEIVED NOT LESS THAN ER-AMOUNT
                   SET ER-MATCHED TO TRUE
                   ADD 1 TO RECEIVABLES-MATCHED-COUNT
               ELSE
                   SET ER-PARTIAL TO TRUE
                   ADD 1 TO RECEIVABLES-PARTIAL-COUNT
               END-IF
               REWRITE EXPECTED-RECEIPT-ENTRY
                   INVALID KEY
                       ADD 1 TO APPLY-FAIL-COUNT
                       DISPLAY 'DOGENETG - EXPECTATION REWRITE '
                               'FAILED ' ER-REFERENCE
               END-REWRITE
           END-IF.
      *
       PRINT-NETTING-STATEMENT.
      *    One page per counterparty per currency - the statement we
      *    send them.
           DISPLAY ' '.
           DISPLAY '===== DOGENETG NETTING STATEMENT ====='.
           DISPLAY 'COUNTERPARTY ........ ' NT-CPTY-ID(NT-IDX) ' '
                   NT-CPTY-NAME(NT-IDX).
           DISPLAY 'CURRENCY ............ ' NT-CURR(NT-IDX).
           DISPLAY 'STATEMENT DATE ...... ' WS-TODAY.
           IF APPROVED-RUN
               DISPLAY 'NETTING REFERENCE ... ' NT-NET-REF(NT-IDX)
           ELSE
               DISPLAY 'NETTING REFERENCE ... PROPOSED - NOT APPLIED'
           END-IF.
           DISPLAY 'WHAT WE OWE YOU:'.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               IF PT-GROUP(PT-IDX) = NT-IDX
                   MOVE PT-AMOUNT(PT-IDX) TO DR-AMOUNT
                   MOVE PT-OFFSET(PT-IDX) TO DR-OFFSET
                   DISPLAY '  ' PT-REFERENCE(PT-IDX) ' '
                           PT-MEMO(PT-IDX) ' DUE ' PT-DUE-DATE(PT-IDX)
                           ' ' DR-AMOUNT ' SET OFF ' DR-OFFSET
               END-IF
           END-PERFORM.
           DISPLAY 'WHAT YOU OWE US:'.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               IF RT-GROUP(RT-IDX) = NT-IDX
                   MOVE RT-REMAINING(RT-IDX) TO DR-AMOUNT
                   MOVE RT-OFFSET(RT-IDX) TO DR-OFFSET
                   DISPLAY '  ' RT-REFERENCE(RT-IDX) ' '
                           '                    '
                           ' DUE ' RT-DUE-DATE(RT-IDX)
                           ' ' DR-AMOUNT ' SET OFF ' DR-OFFSET
               END-IF
           END-PERFORM.
           MOVE NT-PAY-TOTAL(NT-IDX) TO DR-TOTAL.
           DISPLAY 'TOTAL WE OWE YOU .... ' DR-TOTAL.
           MOVE NT-RCV-TOTAL(NT-IDX) TO DR-TOTAL.
           DISPLAY 'TOTAL YOU OWE US .... ' DR-TOTAL.
           MOVE NT-OFFSET(NT-IDX) TO DR-TOTAL.
           DISPLAY 'SET OFF ............. ' DR-TOTAL.
           COMPUTE NET-DIFFERENCE = NT-PAY-TOTAL(NT-IDX)
                                  - NT-RCV-TOTAL(NT-IDX).
           IF NET-DIFFERENCE > ZERO
               MOVE NET-DIFFERENCE TO DR-TOTAL
               DISPLAY 'NET - WE PAY YOU .... ' DR-TOTAL
                       ' ON-CHAIN, WITH OUR NEXT PAYMENT RUN'
           ELSE
           IF NET-DIFFERENCE < ZERO
               SUBTRACT NET-DIFFERENCE FROM ZERO GIVING NET-DIFFERENCE
               MOVE NET-DIFFERENCE TO DR-TOTAL
               DISPLAY 'NET - YOU OWE US .... ' DR-TOTAL
                       ' PLEASE REMIT QUOTING THE REFERENCES ABOVE'
           ELSE
               DISPLAY 'NET ................. NOTHING FURTHER DUE '
                       'EITHER WAY'
           END-IF
           END-IF.
      *
       PRINT-NETTING-SUMMARY.
           DISPLAY ' '.
           DISPLAY '===== DOGENETG NETTING RUN SUMMARY ====='.
           DISPLAY 'RUN DATE .................... ' WS-TODAY.
           IF APPROVED-RUN
               DISPLAY 'MODE ........................ APPROVED RUN'
           ELSE
               DISPLAY 'MODE ........................ PROPOSAL ONLY'
           END-IF.
           DISPLAY 'OPEN PAYABLES CONSIDERED .... '
                   PAYABLE-LOADED-COUNT.
           DISPLAY 'OPEN RECEIVABLES CONSIDERED . '
                   RECEIVABLE-LOADED-COUNT.
           DISPLAY 'ITEMS WITH NO COUNTERPARTY .. '
                   UNTAGGED-SKIP-COUNT.
           DISPLAY 'ITEMS OF INACTIVE/UNKNOWN ... '
                   INACTIVE-SKIP-COUNT.
           DISPLAY 'PAIRS NETTED ................ '
                   GROUPS-NETTED-COUNT.
           IF APPROVED-RUN
               DISPLAY 'PAYABLES PAID BY OFFSET ..... '
                       PAYABLES-CLEARED-COUNT
               DISPLAY 'PAYABLES LEFT FOR NET SEND .. '
                       PAYABLES-REDUCED-COUNT
               DISPLAY 'RESERVATIONS CONSUMED ....... '
                       RESV-CONSUMED-COUNT
               DISPLAY 'RECEIVABLES MATCHED ......... '
                       RECEIVABLES-MATCHED-COUNT
               DISPLAY 'RECEIVABLES LEFT PARTIAL .... '
                       RECEIVABLES-PARTIAL-COUNT
               DISPLAY 'OFFSETS NOT APPLIED ......... '
                       APPLY-FAIL-COUNT
           ELSE
               DISPLAY 'NOTHING WRITTEN'
           END-IF.
           IF A-TABLE-FILLED
               DISPLAY '*** DOGENETG - A NETTING TABLE FILLED - SOME '
                       'ITEMS NOT CONSIDERED - ENLARGE IT ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF APPLY-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM DOGENETG.
