      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGECPIQ:
      *   Counterparty 360 inquiry - everything the system knows
      *   about one DOGECPTY counterparty on one screen, keyed by its
      *   id, instead of DOGECPTM for the master, DOGEEXPM for what
      *   they owe, DOGEPAYM for what we owe, DOGESOM for the
      *   standing orders and DOGESRCH once per wallet. The header
      *   shows the master row with its due-diligence review and
      *   risk rating; the list below walks, in this fixed order:
      *   every DOGECPTA address linked to the counterparty, its
      *   open and partly paid DOGEEXPR expectations, the open
      *   DOGEPAYB payables attributed to it (an '@label' payee
      *   through its DOGEADDR tag, anything else through the link
      *   file - the same attribution DOGEAGED and DOGENETG use), the
      *   active DOGESTOS standing orders paying one of its labels,
      *   and finally the most recent transactions across all of its
      *   linked addresses, live and rolled-off history alike, with
      *   their status. D plus a line number jumps to DOGEDEET on
      *   that row.
      *
      *   Pages 7 lines at a time with a per-source continuation key
      *   in the commarea - same phase-walking shape DOGEWRKQ uses.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGECPIQ.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * VSAM Record Layouts
       COPY TRANXREC.
       COPY CPTYREC.
       COPY CPADRREC.
       COPY ADDRBOOK.
       COPY EXPRREC.
       COPY PAYBREC.
       COPY STORDREC.
       01  RESPONSE-CODE PIC S9(4) COMP.
       01  TEMP-DATE     PIC 9(15) COMP-3.
       01  SINCE-EPOCH   PIC S9(15) COMP-3 VALUE +2208988800000.
       01  WTO-MESSAGE   PIC X(38) VALUE SPACES.
      * ENQ/DEQ resource name shared by every program that browses
      * DOGEVSAM or its DOGEATDX alternate index, so their browses
      * serialize against each other regardless of which path they use.
       01  BROWSE-LOCK-NAME PIC X(8) VALUE 'DOGEBRWS'.
      * Alternate-index path the transaction phase is browsing -
      * DOGEATDX over live DOGEVSAM, DOGEHADX over the DOGEHIST
      * archive copy, both TADDRSS-keyed, same as DOGESRCH.
       01  SEARCH-FILE-NAME    PIC X(8) VALUE 'DOGEATDX'.
       01  SEARCH-ADDRESS      PIC X(34).
      * Edit to display an amount
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  OPEN-AMOUNT                      PIC 9(8)V9(8).
      * One screenful is 7 lines, same flat/table layout DOGESRCH and
      * DOGEWRKQ use.
       01  DOGECQ1O-LINES.
           05  QLINE1O   PIC X(74).
           05  QLINE2O   PIC X(74).
           05  QLINE3O   PIC X(74).
           05  QLINE4O   PIC X(74).
           05  QLINE5O   PIC X(74).
           05  QLINE6O   PIC X(74).
           05  QLINE7O   PIC X(74).
       01  DOGECQ1O-TAB REDEFINES DOGECQ1O-LINES.
           05  LINE-OUT  OCCURS 7 TIMES PIC X(74).
       01  DISPLAY-360-LINE.
           05  QDTYPE    PIC X(9).
           05  FILLER    PIC X VALUE SPACES.
           05  QDREF     PIC X(12).
           05  FILLER    PIC X VALUE SPACES.
           05  QDDETAIL  PIC X(51).
      * Money lines - expectations, payables, standing orders and
      * transactions all show a date, an amount, a currency and a
      * status in the same columns.
           05  QD-MONEY-DETAIL REDEFINES QDDETAIL.
               10  QDM-DATE-TAG  PIC X(5).
               10  QDM-DATE      PIC X(10).
               10  FILLER        PIC X.
               10  QDM-SIGN      PIC X.
               10  QDM-AMOUNT    PIC Z(7)9.9(8).
               10  FILLER        PIC X.
               10  QDM-CURR      PIC X(4).
               10  FILLER        PIC X.
               10  QDM-STATUS    PIC X(7).
               10  FILLER        PIC X(4).
       01  MATCHES-FOUND PIC 9 VALUE 0.
       01  SCAN-COUNT    PIC 9(5) VALUE 0.
      * An address's rows come back oldest first off the alternate
      * index, so the newest ones are at the end of its group - the
      * cap has to sit well above a normal wallet's history or it
      * would cut off exactly the rows this screen is after.
       01  TXN-SCAN-LIMIT PIC 9(5) VALUE 2000.
       01  SEL-LINE      PIC 9.
       01  LOOKUP-CPTY-ID PIC X(8).
       01  CPTY-CHECK-FLAG PIC X VALUE 'Y'.
           88  CPTY-ON-FILE             VALUE 'Y'.
           88  CPTY-NOT-ON-FILE         VALUE 'N'.
      * The counterparty's linked addresses, gathered once per page
      * for the transaction phase. A counterparty with more wallets
      * than this shows the first ones in address order.
       01  LINKED-ADDRESS-COUNT PIC 9(2) VALUE 0.
       01  LINKED-ADDRESS-TABLE.
           05  LINKED-ADDRESS OCCURS 20 TIMES PIC X(34).
       01  LA-IDX        PIC 9(2).
      * The newest transactions across all linked addresses, newest
      * first, kept by insertion as the browses go - a small-OCCURS
      * linear scan, the same technique DOGERECN uses.
       01  RECENT-COUNT  PIC 9 VALUE 0.
       01  RECENT-TABLE.
           05  RECENT-ENTRY OCCURS 7 TIMES.
               10  RC-KEY     PIC X(12).
               10  RC-DETAIL  PIC X(51).
      *        Which file the row came through - only a live row can
      *        be opened on DOGEDEET.
               10  RC-SOURCE  PIC X.
                   88  RC-FROM-LIVE             VALUE 'L'.
                   88  RC-FROM-HISTORY          VALUE 'H'.
       01  RC-IDX        PIC 9(2).
       01  RC-POS        PIC 9(2).
       01  RC-SHIFT      PIC 9(2).
       01  RC-DUP-FLAG   PIC X VALUE 'N'.
           88  RC-IS-DUPLICATE          VALUE 'Y'.
           88  RC-NOT-DUPLICATE         VALUE 'N'.
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
       01  DOGECOMMS-AREA.
           05  INQ-CPTY-ID     PIC X(8) VALUE SPACES.
      *    Which source the page walk is currently draining - the
      *    sources run in this fixed order, each picking up from its
      *    own saved continuation key.
           05  INQ-PHASE       PIC X VALUE 'A'.
               88  PHASE-ADDRESSES        VALUE 'A'.
               88  PHASE-EXPECTATIONS     VALUE 'E'.
               88  PHASE-PAYABLES         VALUE 'P'.
               88  PHASE-STANDING-ORDERS  VALUE 'S'.
               88  PHASE-TRANSACTIONS     VALUE 'T'.
               88  PHASE-ALL-DONE         VALUE 'Z'.
           05  LAST-CA-ADDRESS PIC X(34) VALUE SPACES.
           05  LAST-ER-REF     PIC X(10) VALUE SPACES.
           05  LAST-PB-REF     PIC X(10) VALUE SPACES.
           05  LAST-SO-ID      PIC 9(5) VALUE ZERO.
      *    How many of the newest transactions earlier pages already
      *    showed - the list is rebuilt each page and picks up after
      *    them.
           05  TXNS-SHOWN      PIC 9 VALUE ZERO.
      *    DOGEVSAM key behind each line on the screen - spaces on a
      *    line that isn't a live transaction - so D plus a line
      *    number can hand DOGEDEET the full 12-byte key of that row.
           05  LINE-KEY-TABLE.
               10  LINE-KEY OCCURS 7 TIMES PIC X(12).
      *    H on a line whose transaction has been rolled off into
      *    DOGEHIST - DOGEDEET positions on the live file, so it would
      *    open the next live row instead.
           05  LINE-SOURCE-TABLE.
               10  LINE-SOURCE OCCURS 7 TIMES PIC X.
                   88  LINE-IS-HISTORY          VALUE 'H'.
      *
      *COPY DOGECQ.
      *COPY DFHAID.
      *COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      * Sized to match DOGECOMMS-AREA - INQ-CPTY-ID X(8) + INQ-PHASE X
      * + LAST-CA-ADDRESS X(34) + LAST-ER-REF X(10) + LAST-PB-REF
      * X(10) + LAST-SO-ID 9(5) + TXNS-SHOWN 9 + LINE-KEY 7 x X(12)
      * + LINE-SOURCE 7 x X = 160 bytes.
       01  DFHCOMMAREA                       PIC X(160).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying Counterparty 360' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              MOVE SPACES TO INQ-CPTY-ID
              PERFORM RESET-INQUIRY-WALK
              EXEC CICS SEND MAP('DOGECQ1')
                  MAPSET('DOGECQ') ERASE
              END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHPF8 AND INQ-CPTY-ID NOT = SPACES
              MOVE 'Continuing counterparty 360' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              PERFORM SHOW-COUNTERPARTY-HEADER
              IF CPTY-ON-FILE
                  PERFORM BUILD-INQUIRY-PAGE
              END-IF
              EXEC CICS SEND MAP('DOGECQ1')
                  MAPSET('DOGECQ') ERASE
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
               RETURN TRANSID('DCPQ')
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
           MOVE 'DOGECPIQ' TO ENTC-PROGRAM.
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
           MOVE INQ-CPTY-ID TO JRNL-KEY.
           MOVE WTO-MESSAGE TO JRNL-TEXT.
           EXEC CICS WRITEQ TD
                QUEUE('DOGJ')
                FROM(JOURNAL-ENTRY)
                LENGTH(JOURNAL-ENTRY-LEN)
           END-EXEC.
      *
      * Serializes VSAM browse access across DOGETRAN/DOGEDEET/
      * DOGESRCH and this inquiry so one screen's STARTBR/READNEXT
      * position can't get disturbed by another screen's browse
      * landing on the same file in between.
       DOGE-ENQ-BROWSE.
           EXEC CICS ENQ
                RESOURCE(BROWSE-LOCK-NAME)
                LENGTH(8)
           END-EXEC.
      *
       DOGE-DEQ-BROWSE.
           EXEC CICS DEQ
                RESOURCE(BROWSE-LOCK-NAME)
                LENGTH(8)
           END-EXEC.
      *
       RESET-INQUIRY-WALK.
           SET PHASE-ADDRESSES TO TRUE.
           MOVE SPACES TO LAST-CA-ADDRESS.
           MOVE SPACES TO LAST-ER-REF.
           MOVE SPACES TO LAST-PB-REF.
           MOVE ZERO TO LAST-SO-ID.
           MOVE ZERO TO TXNS-SHOWN.
           MOVE SPACES TO LINE-KEY-TABLE.
           MOVE SPACES TO LINE-SOURCE-TABLE.
      *
       SHOW-COUNTERPARTY-HEADER.
           SET CPTY-ON-FILE TO TRUE.
           MOVE INQ-CPTY-ID TO CP-ID.
           EXEC CICS READ FILE('DOGECPTY')
                RIDFLD(CP-ID)
                INTO(COUNTERPARTY-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE CP-ID TO CQIDO
               MOVE CP-NAME TO CQNAMO
               MOVE CP-STATUS TO CQSTSO
               MOVE CP-REVIEW-DATE TO CQRVDO
               MOVE CP-REVIEW-EXPIRY TO CQEXPO
               MOVE CP-RISK-RATING TO CQRSKO
           ELSE
               SET CPTY-NOT-ON-FILE TO TRUE
               MOVE DFHREVRS TO CQIDH
               MOVE 'No counterparty under that id' TO SNDMSGO.
      *
       BUILD-INQUIRY-PAGE.
           MOVE SPACES TO DOGECQ1O-LINES.
           MOVE SPACES TO LINE-KEY-TABLE.
           MOVE SPACES TO LINE-SOURCE-TABLE.
           MOVE 0 TO MATCHES-FOUND.
           IF PHASE-ADDRESSES AND MATCHES-FOUND < 7
               PERFORM SCAN-LINKED-ADDRESSES.
           IF PHASE-EXPECTATIONS AND MATCHES-FOUND < 7
               PERFORM SCAN-OPEN-EXPECTATIONS.
           IF PHASE-PAYABLES AND MATCHES-FOUND < 7
               PERFORM SCAN-OPEN-PAYABLES.
           IF PHASE-STANDING-ORDERS AND MATCHES-FOUND < 7
               PERFORM SCAN-STANDING-ORDERS.
           IF PHASE-TRANSACTIONS AND MATCHES-FOUND < 7
               PERFORM SHOW-RECENT-TRANSACTIONS.
           IF MATCHES-FOUND = 0
               MOVE 'Nothing more on file for them' TO SNDMSGO.
      *
       ADD-INQUIRY-LINE.
           ADD 1 TO MATCHES-FOUND.
           MOVE DISPLAY-360-LINE TO LINE-OUT(MATCHES-FOUND).
      *
       SCAN-LINKED-ADDRESSES.
      *    DOGECPTA is keyed by address, so a counterparty's set
      *    comes back from a filtered sequential scan - cheap at this
      *    file's size, as CPADRREC says.
           MOVE 0 TO SCAN-COUNT.
           MOVE LAST-CA-ADDRESS TO CA-ADDRESS.
           EXEC CICS STARTBR FILE('DOGECPTA')
                RIDFLD(CA-ADDRESS)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 500 TO SCAN-COUNT.
           PERFORM UNTIL MATCHES-FOUND = 7 OR SCAN-COUNT = 500
               EXEC CICS READNEXT FILE('DOGECPTA')
                    RIDFLD(CA-ADDRESS)
                    INTO(COUNTERPARTY-ADDRESS-LINK)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 500 TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF CA-ADDRESS GREATER THAN LAST-CA-ADDRESS
                      AND CA-CPTY-ID EQUAL TO INQ-CPTY-ID
                       MOVE 'ADDRESS' TO QDTYPE
                       MOVE SPACES TO QDREF
                       MOVE CA-ADDRESS TO QDDETAIL
                       PERFORM ADD-INQUIRY-LINE
                   END-IF
                   MOVE CA-ADDRESS TO LAST-CA-ADDRESS
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGECPTA')
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF MATCHES-FOUND < 7
               SET PHASE-EXPECTATIONS TO TRUE.
      *
       SCAN-OPEN-EXPECTATIONS.
      *    What they still owe us - open and partly paid expectations
      *    tagged to them, showing what remains outstanding.
           MOVE 0 TO SCAN-COUNT.
           MOVE LAST-ER-REF TO ER-REFERENCE.
           EXEC CICS STARTBR FILE('DOGEEXPR')
                RIDFLD(ER-REFERENCE)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 500 TO SCAN-COUNT.
           PERFORM UNTIL MATCHES-FOUND = 7 OR SCAN-COUNT = 500
               EXEC CICS READNEXT FILE('DOGEEXPR')
                    RIDFLD(ER-REFERENCE)
                    INTO(EXPECTED-RECEIPT-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 500 TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF ER-REFERENCE GREATER THAN LAST-ER-REF
                      AND ER-CPTY-ID EQUAL TO INQ-CPTY-ID
                      AND (ER-OPEN OR ER-PARTIAL)
                       MOVE 'EXPECTED' TO QDTYPE
                       MOVE ER-REFERENCE TO QDREF
                       MOVE SPACES TO QDDETAIL
                       MOVE 'DUE' TO QDM-DATE-TAG
                       MOVE ER-DUE-DATE TO QDM-DATE
                       MOVE '+' TO QDM-SIGN
                       IF ER-RECEIVED IS NOT NUMERIC
                           MOVE ER-AMOUNT TO OPEN-AMOUNT
                       ELSE
                           COMPUTE OPEN-AMOUNT =
                                   ER-AMOUNT - ER-RECEIVED
                       END-IF
                       MOVE OPEN-AMOUNT TO QDM-AMOUNT
                       MOVE ER-CURR TO QDM-CURR
                       IF ER-PARTIAL
                           MOVE 'PARTIAL' TO QDM-STATUS
                       ELSE
                           MOVE 'OPEN' TO QDM-STATUS
                       END-IF
                       PERFORM ADD-INQUIRY-LINE
                   END-IF
                   MOVE ER-REFERENCE TO LAST-ER-REF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGEEXPR')
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF MATCHES-FOUND < 7
               SET PHASE-PAYABLES TO TRUE.
      *
       SCAN-OPEN-PAYABLES.
      *    What we still owe them - open payables, attributed payee
      *    by payee since a payable carries no tag of its own.
           MOVE 0 TO SCAN-COUNT.
           MOVE LAST-PB-REF TO PB-REFERENCE.
           EXEC CICS STARTBR FILE('DOGEPAYB')
                RIDFLD(PB-REFERENCE)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 500 TO SCAN-COUNT.
           PERFORM UNTIL MATCHES-FOUND = 7 OR SCAN-COUNT = 500
               EXEC CICS READNEXT FILE('DOGEPAYB')
                    RIDFLD(PB-REFERENCE)
                    INTO(PAYABLE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 500 TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF PB-REFERENCE GREATER THAN LAST-PB-REF
                      AND PB-OPEN
                       PERFORM ATTRIBUTE-PAYEE
                       IF LOOKUP-CPTY-ID EQUAL TO INQ-CPTY-ID
                           MOVE 'PAYABLE' TO QDTYPE
                           MOVE PB-REFERENCE TO QDREF
                           MOVE SPACES TO QDDETAIL
                           MOVE 'DUE' TO QDM-DATE-TAG
                           MOVE PB-DUE-DATE TO QDM-DATE
                           MOVE '-' TO QDM-SIGN
                           MOVE PB-AMOUNT TO QDM-AMOUNT
                           MOVE PB-CURR TO QDM-CURR
                           MOVE 'OPEN' TO QDM-STATUS
                           PERFORM ADD-INQUIRY-LINE
                       END-IF
                   END-IF
                   MOVE PB-REFERENCE TO LAST-PB-REF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGEPAYB')
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF MATCHES-FOUND < 7
               SET PHASE-STANDING-ORDERS TO TRUE.
      *
       ATTRIBUTE-PAYEE.
      *    An '@label' payee takes its address-book entry's tag, and
      *    an untagged label or a raw address is tried on the
      *    DOGECPTA link file - same order DOGEAGED attributes in.
           MOVE SPACES TO LOOKUP-CPTY-ID.
           MOVE PB-PAYEE TO CA-ADDRESS.
           IF PB-PAYEE(1:1) EQUAL TO '@'
               MOVE SPACES TO CA-ADDRESS
               MOVE PB-PAYEE(2:9) TO AB-LABEL
               PERFORM ATTRIBUTE-LABEL
           ELSE
               PERFORM ATTRIBUTE-ADDRESS.
      *
       ATTRIBUTE-LABEL.
      *    Reads AB-LABEL; leaves LOOKUP-CPTY-ID.
           EXEC CICS READ FILE('DOGEADDR')
                RIDFLD(AB-LABEL)
                INTO(ADDRESS-BOOK-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE AB-CPTY-ID TO LOOKUP-CPTY-ID
               MOVE AB-ADDRESS TO CA-ADDRESS
               IF LOOKUP-CPTY-ID EQUAL TO SPACES
                   PERFORM ATTRIBUTE-ADDRESS.
      *
       ATTRIBUTE-ADDRESS.
      *    Reads CA-ADDRESS; leaves LOOKUP-CPTY-ID.
           IF CA-ADDRESS NOT EQUAL TO SPACES
               EXEC CICS READ FILE('DOGECPTA')
                    RIDFLD(CA-ADDRESS)
                    INTO(COUNTERPARTY-ADDRESS-LINK)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                   MOVE CA-CPTY-ID TO LOOKUP-CPTY-ID.
      *
       SCAN-STANDING-ORDERS.
      *    Active standing orders whose DOGEADDR payee label belongs
      *    to them, by its tag or by its address's link.
           MOVE 0 TO SCAN-COUNT.
           MOVE LAST-SO-ID TO SO-ID.
           EXEC CICS STARTBR FILE('DOGESTOS')
                RIDFLD(SO-ID)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 500 TO SCAN-COUNT.
           PERFORM UNTIL MATCHES-FOUND = 7 OR SCAN-COUNT = 500
               EXEC CICS READNEXT FILE('DOGESTOS')
                    RIDFLD(SO-ID)
                    INTO(STANDING-ORDER-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 500 TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF SO-ID GREATER THAN LAST-SO-ID
                      AND SO-ACTIVE
                       MOVE SPACES TO LOOKUP-CPTY-ID
                       MOVE SPACES TO CA-ADDRESS
                       MOVE SO-PAYEE-LABEL TO AB-LABEL
                       PERFORM ATTRIBUTE-LABEL
                       IF LOOKUP-CPTY-ID EQUAL TO INQ-CPTY-ID
                           MOVE 'STANDORD' TO QDTYPE
                           MOVE SO-ID TO QDREF
                           MOVE SPACES TO QDDETAIL
                           MOVE 'NEXT' TO QDM-DATE-TAG
                           MOVE SO-NEXT-RUN TO QDM-DATE
                           MOVE '-' TO QDM-SIGN
                           MOVE SO-AMOUNT TO QDM-AMOUNT
                           MOVE SO-CURR TO QDM-CURR
                           IF SO-RUNS-DAILY
                               MOVE 'DAILY' TO QDM-STATUS
                           ELSE
                           IF SO-RUNS-WEEKLY
                               MOVE 'WEEKLY' TO QDM-STATUS
                           ELSE
                               MOVE 'MONTHLY' TO QDM-STATUS
                           END-IF
                           END-IF
                           PERFORM ADD-INQUIRY-LINE
                       END-IF
                   END-IF
                   MOVE SO-ID TO LAST-SO-ID
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGESTOS')
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF MATCHES-FOUND < 7
               SET PHASE-TRANSACTIONS TO TRUE.
      *
       SHOW-RECENT-TRANSACTIONS.
      *    The newest transactions across every linked address,
      *    rebuilt on each page - earlier pages' share is skipped
      *    by count. Selecting one of these lines opens it on
      *    DOGEDEET - a live one; a row already rolled off into
      *    DOGEHIST is shown but cannot be opened there.
           PERFORM GATHER-LINKED-ADDRESSES.
           MOVE 0 TO RECENT-COUNT.
           MOVE SPACES TO RECENT-TABLE.
           PERFORM DOGE-ENQ-BROWSE.
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LINKED-ADDRESS-COUNT
               MOVE 'DOGEATDX' TO SEARCH-FILE-NAME
               PERFORM SCAN-ADDRESS-TRANSACTIONS
               MOVE 'DOGEHADX' TO SEARCH-FILE-NAME
               PERFORM SCAN-ADDRESS-TRANSACTIONS
           END-PERFORM.
           PERFORM DOGE-DEQ-BROWSE.
           COMPUTE RC-IDX = TXNS-SHOWN + 1.
           PERFORM UNTIL MATCHES-FOUND = 7 OR RC-IDX > RECENT-COUNT
               MOVE 'TRANSACTN' TO QDTYPE
               MOVE RC-KEY(RC-IDX) TO QDREF
               MOVE RC-DETAIL(RC-IDX) TO QDDETAIL
               PERFORM ADD-INQUIRY-LINE
               IF RC-FROM-LIVE(RC-IDX)
                   MOVE RC-KEY(RC-IDX) TO LINE-KEY(MATCHES-FOUND)
               ELSE
                   MOVE 'H' TO LINE-SOURCE(MATCHES-FOUND)
               END-IF
               ADD 1 TO TXNS-SHOWN
               ADD 1 TO RC-IDX
           END-PERFORM.
           IF RC-IDX > RECENT-COUNT
               SET PHASE-ALL-DONE TO TRUE.
      *
       GATHER-LINKED-ADDRESSES.
           MOVE 0 TO LINKED-ADDRESS-COUNT.
           MOVE 0 TO SCAN-COUNT.
           MOVE SPACES TO CA-ADDRESS.
           EXEC CICS STARTBR FILE('DOGECPTA')
                RIDFLD(CA-ADDRESS)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 500 TO SCAN-COUNT.
           PERFORM UNTIL LINKED-ADDRESS-COUNT = 20 OR SCAN-COUNT = 500
               EXEC CICS READNEXT FILE('DOGECPTA')
                    RIDFLD(CA-ADDRESS)
                    INTO(COUNTERPARTY-ADDRESS-LINK)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 500 TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF CA-CPTY-ID EQUAL TO INQ-CPTY-ID
                       ADD 1 TO LINKED-ADDRESS-COUNT
                       MOVE CA-ADDRESS TO
                            LINKED-ADDRESS(LINKED-ADDRESS-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGECPTA')
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       SCAN-ADDRESS-TRANSACTIONS.
      *    One address's group on the alternate index named in
      *    SEARCH-FILE-NAME - stops the moment TADDRSS no longer
      *    matches, same as DOGESRCH.
           MOVE 0 TO SCAN-COUNT.
           MOVE LINKED-ADDRESS(LA-IDX) TO SEARCH-ADDRESS.
           EXEC CICS STARTBR FILE(SEARCH-FILE-NAME)
                RIDFLD(SEARCH-ADDRESS)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE TXN-SCAN-LIMIT TO SCAN-COUNT.
           PERFORM UNTIL SCAN-COUNT = TXN-SCAN-LIMIT
               EXEC CICS READNEXT FILE(SEARCH-FILE-NAME)
                    RIDFLD(SEARCH-ADDRESS)
                    INTO(TRANSACTION)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE TXN-SCAN-LIMIT TO SCAN-COUNT
               ELSE
               IF TADDRSS NOT EQUAL TO LINKED-ADDRESS(LA-IDX)
                   MOVE TXN-SCAN-LIMIT TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF NUM-DATE NOT LESS THAN 0000100000
                       PERFORM KEEP-IF-RECENT
                   END-IF
               END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE(SEARCH-FILE-NAME)
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       KEEP-IF-RECENT.
      *    Insert the row into RECENT-TABLE (newest first) if it is
      *    newer than the oldest one held, or the table isn't full.
      *    A row already held - the same key seen through the other
      *    file - is skipped.
           SET RC-NOT-DUPLICATE TO TRUE.
           MOVE 0 TO RC-POS.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RECENT-COUNT
               IF RC-KEY(RC-IDX) EQUAL TO TKEY
                   SET RC-IS-DUPLICATE TO TRUE
               END-IF
               IF RC-POS = 0 AND TKEY GREATER THAN RC-KEY(RC-IDX)
                   MOVE RC-IDX TO RC-POS
               END-IF
           END-PERFORM.
           IF RC-POS = 0 AND RECENT-COUNT < 7
               COMPUTE RC-POS = RECENT-COUNT + 1.
           IF RC-NOT-DUPLICATE AND RC-POS > 0
               IF RECENT-COUNT < 7
                   ADD 1 TO RECENT-COUNT
               END-IF
               PERFORM VARYING RC-SHIFT FROM RECENT-COUNT BY -1
                       UNTIL RC-SHIFT NOT GREATER THAN RC-POS
                   MOVE RECENT-ENTRY(RC-SHIFT - 1) TO
                        RECENT-ENTRY(RC-SHIFT)
               END-PERFORM
               PERFORM FORMAT-TRANSACTION-DETAIL
               MOVE TKEY TO RC-KEY(RC-POS)
               MOVE QDDETAIL TO RC-DETAIL(RC-POS)
               IF SEARCH-FILE-NAME EQUAL TO 'DOGEATDX'
                   SET RC-FROM-LIVE(RC-POS) TO TRUE
               ELSE
                   SET RC-FROM-HISTORY(RC-POS) TO TRUE
               END-IF.
      *
       FORMAT-TRANSACTION-DETAIL.
           MOVE SPACES TO QDDETAIL.
           PERFORM CONVERT-DATE.
           MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER.
           MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL.
           IF TAMT-SIGN-NEGATIVE
               SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT.
           MOVE THE-AMOUNT TO QDM-AMOUNT.
           MOVE TAMT-SIGN TO QDM-SIGN.
           IF CURR-IS-DOGE OR TCURR EQUAL TO SPACES
               MOVE 'DOGE' TO QDM-CURR
           ELSE
               MOVE TCURR TO QDM-CURR.
           MOVE TSTATUS TO QDM-STATUS.
      *
       CONVERT-DATE.
      *
      * Converts Linux EPOCH to CICS Absolute Time
      * and places it in QDM-DATE as MM/DD/YYYY
      *
           MOVE NUM-DATE TO TEMP-DATE.
           MULTIPLY 1000 BY TEMP-DATE.
           ADD SINCE-EPOCH TO TEMP-DATE.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                DATESEP('/')
                MMDDYYYY(QDM-DATE)
           END-EXEC.
      *
       RECEIVE-OPTION.
      * Get the option the user enters
           EXEC CICS
               RECEIVE MAP('DOGECQ1')
                       MAPSET('DOGECQ')
                       INTO(DOGECQ1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    D plus a line number opens that line's transaction on the
      *    details screen; a new counterparty id starts the walk over
      *    from the top; anything else re-shows the current one.
           IF OPTIONI EQUAL TO 'W' OR OPTIONI EQUAL TO 'w'
               MOVE 'Opening Main Menu' TO WTO-MESSAGE
               PERFORM DOGE-WTO
               MOVE 'W' TO DOGECOMMS-AREA
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
                   COMMAREA(DOGECOMMS-AREA)
               END-EXEC
           ELSE
           IF OPTIONI EQUAL TO 'D' OR OPTIONI EQUAL TO 'd'
               PERFORM OPEN-SELECTED-LINE
           ELSE
               IF CQIDI NOT EQUAL TO SPACES
                   MOVE CQIDI TO INQ-CPTY-ID
               END-IF
               IF INQ-CPTY-ID EQUAL TO SPACES
                   MOVE 'Counterparty id is required' TO SNDMSGO
               ELSE
                   MOVE 'Counterparty 360 inquiry' TO WTO-MESSAGE
                   PERFORM DOGE-WTO
                   PERFORM RESET-INQUIRY-WALK
                   PERFORM SHOW-COUNTERPARTY-HEADER
                   IF CPTY-ON-FILE
                       PERFORM BUILD-INQUIRY-PAGE
                   END-IF
               END-IF.
           EXEC CICS
               SEND MAP('DOGECQ1')
                   MAPSET('DOGECQ')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
      *
       OPEN-SELECTED-LINE.
      *    Only a transaction line has a DOGEVSAM row behind it - an
      *    address, expectation, payable or standing order is its
      *    own file's record, maintained on its own screen.
           IF SELI IS NOT NUMERIC
               MOVE DFHREVRS TO SELH
               MOVE 'Line number must be 1 to 7' TO SNDMSGO
           ELSE
               MOVE SELI TO SEL-LINE
               IF SEL-LINE < 1 OR SEL-LINE > 7
                   MOVE DFHREVRS TO SELH
                   MOVE 'Line number must be 1 to 7' TO SNDMSGO
               ELSE
               IF LINE-IS-HISTORY(SEL-LINE)
                   MOVE DFHREVRS TO SELH
                   MOVE 'History row - not on live file' TO SNDMSGO
               ELSE
               IF LINE-KEY(SEL-LINE) EQUAL TO SPACES
                   MOVE DFHREVRS TO SELH
                   MOVE 'Not a transaction line' TO SNDMSGO
               ELSE
                   MOVE 'Opening item on details screen' TO
                        WTO-MESSAGE
                   PERFORM DOGE-WTO
      *            Full 12-byte key straight into DOGEDEET's
      *            commarea - same hand-off DOGEWRKQ makes.
                   EXEC CICS XCTL
                       PROGRAM('DOGEDEET')
                       COMMAREA(LINE-KEY(SEL-LINE))
                   END-EXEC
               END-IF
               END-IF
               END-IF.
       END PROGRAM DOGECPIQ.
