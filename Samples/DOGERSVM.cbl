      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGERSVM:
      *   Funds reservation maintenance - earmarks on DOGERESV. When
      *   treasury commits to a payment due next week, nothing used
      *   to stop a send, a transfer or the DOGEFUND sweep spending
      *   those coins today but an operator's memory. A earmarks an
      *   amount on a sub-account and currency under a reference,
      *   with an expiry date and, optionally, the DOGEPAYB payable
      *   it is for; R releases one early; anything else looks one
      *   up, with the sub-account's total reserved in that
      *   currency. Every available-balance check in the system
      *   takes the total off alongside the pending aggregate.
      *
      *   An earmark moves no coins, but it decides what can move,
      *   so adding or releasing one takes the same DOGEOPRS send
      *   authority DOGEXFER asks for, and the amount has to be
      *   covered by what is available right now - an earmark on
      *   coins that aren't there protects nothing. A linked payable
      *   has to be OPEN on the same sub-account and currency.
      *   Changing an earmark is a release and a fresh add - the
      *   reference is never reused. DOGEPPRO consumes the earmark
      *   when it pays the linked payable, and DOGERSVX lapses any
      *   still active the day after its expiry.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGERSVM.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * VSAM Record Layout
       COPY RESVREC.
      * Linked payable, VSAM file DOGEPAYB - has to be OPEN and on
      * the same sub-account and currency as the earmark
       COPY PAYBREC.
      * Operator authorization entry, VSAM file DOGEOPRS - same list
      * DOGESEND checks before a send is ever spooled
       COPY OPRAUTH.
       01  OPERATOR-AUTH-FLAG PIC X VALUE 'Y'.
           88  OPERATOR-IS-AUTHORIZED  VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED VALUE 'N'.
      * Currency master entry, VSAM file DOGECURR - the earmark's
      * currency has to be one we still deal in
       COPY CURRMST.
      * Per-currency balance record, VSAM file DOGECBAL - where a
      * non-DOGE earmark's available position is read
       COPY CURBALRC.
      * DOGEVSAM Record Layout - the DOGE (n*10)+1/+2 pair
       COPY TRANXREC.
       01  BALANCE-RECORD-KEY.
           05  BALANCE-RECORD-ID         PIC 9(10).
           05  FILLER                    PIC X(2) VALUE '00'.
       01  PENDING-AGGREGATE-RECORD-KEY.
           05  PENDING-AGGREGATE-RECORD-ID PIC 9(10).
           05  FILLER                    PIC X(2) VALUE '00'.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  AVAILABLE-AMOUNT                 PIC S9(9)V9(8).
      * Keyed amount - sixteen digits, the last eight decimals, the
      * same shape the payables screen takes an invoice amount in.
       01  RESV-AMOUNT-IN      PIC X(16).
       01  RESV-AMOUNT-DIGITS REDEFINES RESV-AMOUNT-IN
                               PIC 9(8)V9(8).
       01  RESV-WORK-AMOUNT    PIC S9(9)V9(8).
       01  RESV-WORK-ACCT      PIC 9(3).
       01  RESV-WORK-CURR      PIC X(4).
       01  RESV-TODAY          PIC X(8).
       01  RESV-EDIT-FLAG      PIC X VALUE 'Y'.
           88  RESV-EDITS-PASSED       VALUE 'Y'.
           88  RESV-EDITS-FAILED       VALUE 'N'.
       01  RESV-TOTAL-FLAG     PIC X VALUE 'Y'.
           88  RESV-TOTAL-UPDATED      VALUE 'Y'.
           88  RESV-TOTAL-NOT-UPDATED  VALUE 'N'.
       01  DR-AMOUNT           PIC Z(8)9.9(8).
       01  RESPONSE-CODE       PIC S9(4) COMP.
       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
       01  TEMP-DATE           PIC 9(15) COMP-3.
       01  DOGECOMMS-AREA      PIC X(10) VALUE SPACES.
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
      *COPY DOGERV.
      *COPY DFHAID.
      *COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                       PIC X(10).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying Funds Reservations' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              EXEC CICS SEND MAP('DOGERV1')
                  MAPSET('DOGERV') ERASE
              END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHPF3
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
               END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHENTER
                   PERFORM RECEIVE-OPTION
                   PERFORM PARSE-OPTION.
           EXEC CICS
               RETURN TRANSID('DRSV')
                      COMMAREA(DOGECOMMS-AREA)
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
           MOVE 'DOGERSVM' TO ENTC-PROGRAM.
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
               TEXT(WTO-MESSAGE)
           END-EXEC.
           PERFORM DOGE-JOURNAL.
           MOVE SPACES TO WTO-MESSAGE.
      *
       DOGE-JOURNAL.
      *    Same event, written to TD QUEUE 'DOGJ' so it survives
      *    longer than the console scrollback.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                DATESEP('/')
                MMDDYYYY(JRNL-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                TIMESEP(':')
                TIME(JRNL-TIME)
           END-EXEC.
           MOVE EIBTRMID TO JRNL-TERM-ID.
           MOVE EIBUSERID TO JRNL-USER-ID.
           MOVE RV-REF TO JRNL-KEY.
           MOVE WTO-MESSAGE TO JRNL-TEXT.
           EXEC CICS WRITEQ TD
                QUEUE('DOGJ')
                FROM(JOURNAL-ENTRY)
                LENGTH(JOURNAL-ENTRY-LEN)
           END-EXEC.
      *
       RECEIVE-OPTION.
      * Get the option the user enters
           EXEC CICS
               RECEIVE MAP('DOGERV1')
                       MAPSET('DOGERV')
                       INTO(DOGERV1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    A earmarks, R releases, anything else looks the
      *    reservation up. Sub-account, currency and reference are
      *    the key every option needs.
           MOVE SPACES TO FUNDS-RESERVATION-ENTRY.
           IF RVACTI IS NUMERIC
               MOVE RVACTI TO RV-ACCT
           ELSE
               MOVE ZERO TO RV-ACCT
           END-IF.
           IF RVCURI EQUAL TO SPACES
               MOVE 'DOGE' TO RV-CURR
           ELSE
               MOVE RVCURI TO RV-CURR
           END-IF.
           MOVE RVREFI TO RV-REF.
           MOVE RV-ACCT TO RESV-WORK-ACCT.
           MOVE RV-CURR TO RESV-WORK-CURR.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(RESV-TODAY)
           END-EXEC.
           IF RV-TOTAL-ROW
               MOVE DFHREVRS TO RVREFH
               MOVE 'Reference is required' TO SNDMSGO
           ELSE
           IF OPTIONI EQUAL TO 'A' OR OPTIONI EQUAL TO 'a'
               PERFORM ADD-RESERVATION
           ELSE
           IF OPTIONI EQUAL TO 'R' OR OPTIONI EQUAL TO 'r'
               PERFORM RELEASE-RESERVATION
           ELSE
               PERFORM INQUIRE-RESERVATION.
           EXEC CICS
               SEND MAP('DOGERV1')
                   MAPSET('DOGERV')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
      *
       ADD-RESERVATION.
           PERFORM EDIT-NEW-RESERVATION.
           IF RESV-EDITS-PASSED
               SET RV-ACTIVE TO TRUE
               MOVE RESV-TODAY TO RV-CREATED-DATE
               MOVE EIBUSERID TO RV-CREATED-BY
               MOVE SPACES TO RV-CLOSED-DATE
               MOVE SPACES TO RV-CLOSED-BY
               MOVE RV-AMOUNT TO RESV-WORK-AMOUNT
               EXEC CICS WRITE FILE('DOGERESV')
                    RIDFLD(RV-KEY)
                    FROM(FUNDS-RESERVATION-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
                   MOVE DFHREVRS TO RVREFH
                   MOVE 'Reference already used - pick another' TO
                        SNDMSGO
               ELSE
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Reservation write failed' TO SNDMSGO
               ELSE
                   PERFORM ADJUST-RESERVATION-TOTAL
                   MOVE RESV-WORK-AMOUNT TO DR-AMOUNT
                   MOVE DR-AMOUNT TO RVAMTO
                   MOVE 'Funds reserved' TO SNDMSGO
                   MOVE 'Funds reservation added' TO WTO-MESSAGE
                   PERFORM DOGE-WTO.
      *
       EDIT-NEW-RESERVATION.
      *    Each edit only runs while the ones before it passed, so
      *    the screen highlights the first thing wrong.
           SET RESV-EDITS-PASSED TO TRUE.
           PERFORM CHECK-OPERATOR-AUTHORIZED.
           IF OPERATOR-NOT-AUTHORIZED
               SET RESV-EDITS-FAILED TO TRUE
               MOVE 'Not authorized to reserve funds' TO SNDMSGO
               MOVE 'Unauthorized reservation attempt' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF RVACTI IS NOT NUMERIC
               SET RESV-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RVACTH
               MOVE 'Sub-account must be numeric' TO SNDMSGO
           ELSE
               PERFORM CHECK-RESERVATION-CURRENCY
           END-IF.
           IF RESV-EDITS-PASSED
               MOVE RVAMTI TO RESV-AMOUNT-IN
               IF RESV-AMOUNT-IN IS NOT NUMERIC
                   SET RESV-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RVAMTH
                   MOVE 'Amount must be numeric' TO SNDMSGO
               ELSE
               IF RESV-AMOUNT-DIGITS NOT GREATER THAN ZERO
                   SET RESV-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RVAMTH
                   MOVE 'Amount must be more than zero' TO SNDMSGO
               ELSE
                   MOVE RESV-AMOUNT-DIGITS TO RV-AMOUNT
               END-IF
               END-IF
           END-IF.
           IF RESV-EDITS-PASSED
               IF RVEXPI IS NOT NUMERIC
                   SET RESV-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RVEXPH
                   MOVE 'Expiry date must be YYYYMMDD' TO SNDMSGO
               ELSE
               IF RVEXPI NOT GREATER THAN RESV-TODAY
                   SET RESV-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RVEXPH
                   MOVE 'Expiry date must be in the future' TO
                        SNDMSGO
               ELSE
                   MOVE RVEXPI TO RV-EXPIRY-DATE
               END-IF
               END-IF
           END-IF.
           IF RESV-EDITS-PASSED
               MOVE RVPAYI TO RV-PAYABLE-REF
               IF NOT RV-NO-PAYABLE
                   PERFORM CHECK-LINKED-PAYABLE
               END-IF
           END-IF.
           IF RESV-EDITS-PASSED
               PERFORM CHECK-RESERVATION-COVERED
           END-IF.
           MOVE RVMEMI TO RV-MEMO.
      *
       CHECK-OPERATOR-AUTHORIZED.
      *    Same EIBUSERID-keyed DOGEOPRS lookup DOGESEND does - an
      *    earmark decides what money can move, so it takes the same
      *    send authority.
           SET OPERATOR-IS-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO OPR-USERID.
           EXEC CICS READ FILE('DOGEOPRS')
                RIDFLD(OPR-USERID)
                INTO(OPERATOR-AUTH-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET OPERATOR-NOT-AUTHORIZED TO TRUE
           ELSE
           IF OPR-NOT-AUTHORIZED-TO-SEND
               SET OPERATOR-NOT-AUTHORIZED TO TRUE
           ELSE
           IF OPR-ROLE-SEND NOT EQUAL TO SPACES
              AND NOT OPR-CAN-SEND
               SET OPERATOR-NOT-AUTHORIZED TO TRUE.
      *
       CHECK-RESERVATION-CURRENCY.
      *    Same DOGECURR master read DOGESEND's SET-CURRENCY makes.
           MOVE RESV-WORK-CURR TO CM-CODE.
           EXEC CICS READ FILE('DOGECURR')
                RIDFLD(CM-CODE)
                INTO(CURRENCY-MASTER-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET RESV-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RVCURH
               MOVE 'Currency not on file' TO SNDMSGO
           ELSE
           IF CM-INACTIVE
               SET RESV-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RVCURH
               MOVE 'Currency is not active' TO SNDMSGO.
      *
       CHECK-LINKED-PAYABLE.
      *    The earmark is consumed when DOGEPPRO pays this payable -
      *    so it has to exist, still be OPEN, and pay out of the very
      *    balance being earmarked.
           MOVE RV-PAYABLE-REF TO PB-REFERENCE.
           EXEC CICS READ FILE('DOGEPAYB')
                RIDFLD(PB-REFERENCE)
                INTO(PAYABLE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF PB-CURR EQUAL TO SPACES
               MOVE 'DOGE' TO PB-CURR
           END-IF.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET RESV-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RVPAYH
               MOVE 'No payable under that reference' TO SNDMSGO
           ELSE
           IF NOT PB-OPEN
               SET RESV-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RVPAYH
               MOVE 'Payable is not open' TO SNDMSGO
           ELSE
           IF PB-ACCT NOT EQUAL TO RESV-WORK-ACCT
              OR PB-CURR NOT EQUAL TO RESV-WORK-CURR
               SET RESV-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RVPAYH
               MOVE 'Payable is on another acct/currency' TO
                    SNDMSGO.
      *
       CHECK-RESERVATION-COVERED.
      *    Available = the same figure a send in this currency faces:
      *    DOGE off the (n*10)+1 balance less the (n*10)+2 pending
      *    aggregate, any other currency off its DOGECBAL row -
      *    less everything already earmarked.
           IF RESV-WORK-CURR EQUAL TO 'DOGE'
               PERFORM READ-DOGE-AVAILABLE
           ELSE
               PERFORM READ-CURRENCY-AVAILABLE
           END-IF.
           PERFORM READ-RESERVATION-TOTAL.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               SUBTRACT RV-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
      *    READ-RESERVATION-TOTAL borrowed the record area - put the
      *    new earmark's key and amount back.
           MOVE RVREFI TO RV-REF.
           MOVE RESV-AMOUNT-DIGITS TO RV-AMOUNT.
           MOVE RVEXPI TO RV-EXPIRY-DATE.
           MOVE RVPAYI TO RV-PAYABLE-REF.
           IF RV-AMOUNT > AVAILABLE-AMOUNT
               SET RESV-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RVAMTH
               MOVE 'Amount exceeds available balance' TO SNDMSGO.
      *
       READ-DOGE-AVAILABLE.
           COMPUTE BALANCE-RECORD-ID = RESV-WORK-ACCT * 10 + 1.
           COMPUTE PENDING-AGGREGATE-RECORD-ID
                   = RESV-WORK-ACCT * 10 + 2.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(BALANCE-RECORD-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               MOVE THE-AMOUNT TO AVAILABLE-AMOUNT
           ELSE
               MOVE ZERO TO AVAILABLE-AMOUNT
           END-IF.
           EXEC CICS READ FILE('DOGEVSAM')
                RIDFLD(PENDING-AGGREGATE-RECORD-KEY)
                INTO(TRANSACTION)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               SUBTRACT THE-AMOUNT FROM AVAILABLE-AMOUNT
           END-IF.
      *
       READ-CURRENCY-AVAILABLE.
           MOVE RESV-WORK-ACCT TO CB-ACCT.
           MOVE RESV-WORK-CURR TO CB-CURR.
           EXEC CICS READ FILE('DOGECBAL')
                RIDFLD(CB-KEY)
                INTO(CURRENCY-BALANCE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               COMPUTE AVAILABLE-AMOUNT = CB-BALANCE - CB-PENDING
           ELSE
               MOVE ZERO TO AVAILABLE-AMOUNT
           END-IF.
      *
       READ-RESERVATION-TOTAL.
      *    The sub-account and currency's total row, no UPDATE -
      *    RESPONSE-CODE tells the caller whether there is one.
           MOVE RESV-WORK-ACCT TO RV-ACCT.
           MOVE RESV-WORK-CURR TO RV-CURR.
           MOVE SPACES TO RV-REF.
           EXEC CICS READ FILE('DOGERESV')
                RIDFLD(RV-KEY)
                INTO(FUNDS-RESERVATION-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       ADJUST-RESERVATION-TOTAL.
      *    RESV-WORK-AMOUNT (positive for an add, negative for a
      *    release) onto the total row - read UPDATE and rewrite an
      *    existing one, seed it on a sub-account and currency's
      *    first earmark. A total that would go below zero is held
      *    at zero rather than hand back coins nobody earmarked.
           SET RESV-TOTAL-UPDATED TO TRUE.
           MOVE RESV-WORK-ACCT TO RV-ACCT.
           MOVE RESV-WORK-CURR TO RV-CURR.
           MOVE SPACES TO RV-REF.
           EXEC CICS READ FILE('DOGERESV')
                RIDFLD(RV-KEY)
                INTO(FUNDS-RESERVATION-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               IF RESV-WORK-AMOUNT < ZERO
                  AND RV-AMOUNT + RESV-WORK-AMOUNT < ZERO
                   MOVE ZERO TO RV-AMOUNT
               ELSE
                   ADD RESV-WORK-AMOUNT TO RV-AMOUNT
               END-IF
               EXEC CICS REWRITE FILE('DOGERESV')
                    FROM(FUNDS-RESERVATION-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE SPACES TO FUNDS-RESERVATION-ENTRY
               MOVE RESV-WORK-ACCT TO RV-ACCT
               MOVE RESV-WORK-CURR TO RV-CURR
               MOVE SPACES TO RV-REF
               SET RV-TOTAL-STATUS TO TRUE
               IF RESV-WORK-AMOUNT > ZERO
                   MOVE RESV-WORK-AMOUNT TO RV-AMOUNT
               ELSE
                   MOVE ZERO TO RV-AMOUNT
               END-IF
               MOVE RESV-TODAY TO RV-CREATED-DATE
               MOVE EIBUSERID TO RV-CREATED-BY
               EXEC CICS WRITE FILE('DOGERESV')
                    RIDFLD(RV-KEY)
                    FROM(FUNDS-RESERVATION-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET RESV-TOTAL-NOT-UPDATED TO TRUE
               MOVE 'Reservation total update failed' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           END-IF.
           MOVE RV-AMOUNT TO DR-AMOUNT.
           MOVE DR-AMOUNT TO RVTOTO.
           MOVE RVREFI TO RV-REF.
      *
       RELEASE-RESERVATION.
      *    Treasury no longer needs the coins held - the earmark
      *    stops counting and comes off the total. Only an ACTIVE
      *    one can be released; consumed and lapsed ones are history.
           PERFORM CHECK-OPERATOR-AUTHORIZED.
           IF OPERATOR-NOT-AUTHORIZED
               MOVE 'Not authorized to release funds' TO SNDMSGO
               MOVE 'Unauthorized reservation release' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
               EXEC CICS READ FILE('DOGERESV')
                    RIDFLD(RV-KEY)
                    INTO(FUNDS-RESERVATION-ENTRY)
                    UPDATE
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'No reservation under that reference' TO
                        SNDMSGO
               ELSE
               IF NOT RV-ACTIVE
                   MOVE 'Reservation is no longer active' TO SNDMSGO
                   EXEC CICS UNLOCK FILE('DOGERESV')
                   END-EXEC
               ELSE
                   SET RV-RELEASED TO TRUE
                   MOVE RESV-TODAY TO RV-CLOSED-DATE
                   MOVE EIBUSERID TO RV-CLOSED-BY
                   EXEC CICS REWRITE FILE('DOGERESV')
                        FROM(FUNDS-RESERVATION-ENTRY)
                   END-EXEC
                   SUBTRACT RV-AMOUNT FROM ZERO
                       GIVING RESV-WORK-AMOUNT
                   PERFORM ADJUST-RESERVATION-TOTAL
                   MOVE 'Reservation released' TO SNDMSGO
                   MOVE 'Funds reservation released' TO WTO-MESSAGE
                   PERFORM DOGE-WTO.
      *
       INQUIRE-RESERVATION.
           EXEC CICS READ FILE('DOGERESV')
                RIDFLD(RV-KEY)
                INTO(FUNDS-RESERVATION-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE RV-AMOUNT TO DR-AMOUNT
               MOVE DR-AMOUNT TO RVAMTO
               MOVE RV-EXPIRY-DATE TO RVEXPO
               MOVE RV-PAYABLE-REF TO RVPAYO
               MOVE RV-STATUS TO RVSTSO
               MOVE RV-CREATED-BY TO RVBYO
               MOVE RV-CLOSED-DATE TO RVCLDO
               MOVE RV-MEMO TO RVMEMO
               MOVE 'Reservation on file' TO SNDMSGO
           ELSE
               MOVE 'No reservation under that reference' TO SNDMSGO
           END-IF.
           PERFORM READ-RESERVATION-TOTAL.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE RV-AMOUNT TO DR-AMOUNT
           ELSE
               MOVE ZERO TO DR-AMOUNT
           END-IF.
           MOVE DR-AMOUNT TO RVTOTO.
           MOVE RVREFI TO RV-REF.
       END PROGRAM DOGERSVM.
