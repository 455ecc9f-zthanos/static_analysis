      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGELTIQ:
      *   Tax-lot detail inquiry - the DOGELOTS ledger DOGELOTU keeps
      *   nightly, one sub-account at a time, so "what did account 7
      *   pay for the DOGE it still holds?" is a screen instead of a
      *   DOGEGNLS run. Keyed by sub-account, it lists the open lots
      *   oldest first - the order the next send will consume them
      *   in - with each lot's acquisition date, original and
      *   remaining quantity, acquisition-day USD rate, the USD basis
      *   of what remains, its status and its rate flag (S past-limit
      *   carry-forward, F compiled fallback - both re-priced by
      *   DOGELOTU once a real rate is fed). Option A lists every lot
      *   the sub-account ever had, closed ones included, from the
      *   first.
      *
      *   Pages 7 lines at a time with the last lot key shown held in
      *   the commarea - PF8 picks up after it, same shape DOGECPIQ
      *   pages with.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGELTIQ.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * VSAM Record Layouts
       COPY LOTSREC.
       01  RESPONSE-CODE PIC S9(4) COMP.
       01  TEMP-DATE     PIC 9(15) COMP-3.
       01  WTO-MESSAGE   PIC X(38) VALUE SPACES.
      * Header-row keys - all zeros is the sub-account's header row,
      * all nines on it means no lot is open (see LOTSREC).
       01  LOTS-HEADER-KEY    PIC X(12) VALUE '000000000000'.
       01  LOTS-NONE-OPEN-KEY PIC X(12) VALUE '999999999999'.
       01  WALK-START-KEY     PIC X(12).
      * One screenful is 7 lines, same flat/table layout DOGESRCH and
      * DOGECPIQ use.
       01  DOGELQ1O-LINES.
           05  LQLINE1O  PIC X(74).
           05  LQLINE2O  PIC X(74).
           05  LQLINE3O  PIC X(74).
           05  LQLINE4O  PIC X(74).
           05  LQLINE5O  PIC X(74).
           05  LQLINE6O  PIC X(74).
           05  LQLINE7O  PIC X(74).
       01  DOGELQ1O-TAB REDEFINES DOGELQ1O-LINES.
           05  LINE-OUT  OCCURS 7 TIMES PIC X(74).
       01  DISPLAY-LOT-LINE.
           05  LQD-DATE.
               10  LQD-MM        PIC X(2).
               10  FILLER        PIC X VALUE '/'.
               10  LQD-DD        PIC X(2).
               10  FILLER        PIC X VALUE '/'.
               10  LQD-YYYY      PIC X(4).
           05  FILLER            PIC X VALUE SPACES.
           05  LQD-ORIG          PIC Z(7)9.9(8).
           05  FILLER            PIC X VALUE SPACES.
           05  LQD-REMAIN        PIC Z(7)9.9(8).
           05  FILLER            PIC X VALUE SPACES.
           05  LQD-RATE          PIC ZZ9.9999.
           05  FILLER            PIC X VALUE SPACES.
           05  LQD-BASIS         PIC Z(10)9.99.
           05  FILLER            PIC X VALUE SPACES.
           05  LQD-STATUS        PIC X.
           05  LQD-FLAG          PIC X.
           05  FILLER            PIC X VALUE SPACES.
       01  ACQ-YMD               PIC 9(8).
       01  FILLER REDEFINES ACQ-YMD.
           05  ACQ-YYYY          PIC X(4).
           05  ACQ-MM            PIC X(2).
           05  ACQ-DD            PIC X(2).
       01  MATCHES-FOUND PIC 9 VALUE 0.
       01  SCAN-COUNT    PIC 9(5) VALUE 0.
      * A long-lived account's closed lots sit between its open ones
      * only where a void put quantity back, so the cap is generous
      * for the open walk; the all-lots walk shows every row anyway.
       01  LOT-SCAN-LIMIT PIC 9(5) VALUE 500.
       01  ACCT-CHECK-FLAG PIC X VALUE 'Y'.
           88  ACCT-HAS-LOTS            VALUE 'Y'.
           88  ACCT-HAS-NO-LOTS         VALUE 'N'.
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
       01  DOGECOMMS-AREA.
           05  INQ-ACCT        PIC X(3) VALUE SPACES.
      *    O lists open lots from the oldest, A every lot from the
      *    first.
           05  INQ-MODE        PIC X VALUE 'O'.
               88  MODE-OPEN-LOTS         VALUE 'O'.
               88  MODE-ALL-LOTS          VALUE 'A'.
      *    Key of the last lot on the screen - spaces before the
      *    first page, so the walk starts from the header's pointer
      *    (open) or the sub-account's first lot (all).
           05  LAST-LOT-KEY    PIC X(12) VALUE SPACES.
      *
      *COPY DOGELQ.
      *COPY DFHAID.
      *COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      * Sized to match DOGECOMMS-AREA - INQ-ACCT X(3) + INQ-MODE X
      * + LAST-LOT-KEY X(12) = 16 bytes.
       01  DFHCOMMAREA                       PIC X(16).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying tax-lot inquiry' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              MOVE SPACES TO INQ-ACCT
              SET MODE-OPEN-LOTS TO TRUE
              MOVE SPACES TO LAST-LOT-KEY
              EXEC CICS SEND MAP('DOGELQ1')
                  MAPSET('DOGELQ') ERASE
              END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHPF8 AND INQ-ACCT NOT = SPACES
              MOVE 'Continuing tax-lot inquiry' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              PERFORM SHOW-ACCOUNT-HEADER
              IF ACCT-HAS-LOTS
                  PERFORM BUILD-LOT-PAGE
              END-IF
              EXEC CICS SEND MAP('DOGELQ1')
                  MAPSET('DOGELQ') ERASE
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
               RETURN TRANSID('DLTQ')
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
           MOVE 'DOGELTIQ' TO ENTC-PROGRAM.
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
           MOVE INQ-ACCT TO JRNL-KEY.
           MOVE WTO-MESSAGE TO JRNL-TEXT.
           EXEC CICS WRITEQ TD
                QUEUE('DOGJ')
                FROM(JOURNAL-ENTRY)
                LENGTH(JOURNAL-ENTRY-LEN)
           END-EXEC.
      *
       SHOW-ACCOUNT-HEADER.
      *    The sub-account's header row says whether the ledger has
      *    ever seen it, and where its oldest open lot is.
           SET ACCT-HAS-LOTS TO TRUE.
           MOVE INQ-ACCT TO LT-ACCT.
           MOVE LOTS-HEADER-KEY TO LT-ACQ-KEY.
           EXEC CICS READ FILE('DOGELOTS')
                RIDFLD(LT-KEY)
                INTO(TAX-LOT-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE INQ-ACCT TO LQACTO
               MOVE LT-OLDEST-OPEN-KEY TO WALK-START-KEY
               IF MODE-ALL-LOTS
                   MOVE 'ALL LOTS' TO LQMODO
               ELSE
                   MOVE 'OPEN LOTS' TO LQMODO
               END-IF
           ELSE
               SET ACCT-HAS-NO-LOTS TO TRUE
               MOVE DFHREVRS TO LQACTH
               MOVE 'No tax lots for that sub-account' TO SNDMSGO.
      *
       BUILD-LOT-PAGE.
      *    Open mode with nothing open has nothing to walk; otherwise
      *    start after the last lot shown, or at the first lot the
      *    mode wants on the first page.
           MOVE SPACES TO DOGELQ1O-LINES.
           MOVE 0 TO MATCHES-FOUND.
           MOVE 0 TO SCAN-COUNT.
           IF MODE-OPEN-LOTS
              AND WALK-START-KEY EQUAL TO LOTS-NONE-OPEN-KEY
               MOVE 'No open lots - option A lists all' TO SNDMSGO
           ELSE
               MOVE INQ-ACCT TO LT-ACCT
               IF LAST-LOT-KEY NOT EQUAL TO SPACES
                   MOVE LAST-LOT-KEY TO LT-ACQ-KEY
               ELSE
               IF MODE-OPEN-LOTS
                   MOVE WALK-START-KEY TO LT-ACQ-KEY
               ELSE
                   MOVE LOTS-HEADER-KEY TO LT-ACQ-KEY
               END-IF
               END-IF
               PERFORM WALK-LOTS
               IF MATCHES-FOUND = 0
                   MOVE 'No more lots for this sub-account' TO
                        SNDMSGO
               END-IF
           END-IF.
      *
       WALK-LOTS.
           EXEC CICS STARTBR FILE('DOGELOTS')
                RIDFLD(LT-KEY)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE LOT-SCAN-LIMIT TO SCAN-COUNT.
           PERFORM UNTIL MATCHES-FOUND = 7
                      OR SCAN-COUNT = LOT-SCAN-LIMIT
               EXEC CICS READNEXT FILE('DOGELOTS')
                    RIDFLD(LT-KEY)
                    INTO(TAX-LOT-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE LOT-SCAN-LIMIT TO SCAN-COUNT
               ELSE
               IF LT-ACCT NOT EQUAL TO INQ-ACCT
                   MOVE LOT-SCAN-LIMIT TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF LT-ACQ-KEY GREATER THAN LAST-LOT-KEY
                      AND NOT LT-ACCOUNT-HEADER
                      AND (MODE-ALL-LOTS OR LT-LOT-OPEN)
                       PERFORM ADD-LOT-LINE
                   END-IF
               END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGELOTS')
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       ADD-LOT-LINE.
           MOVE LT-ACQ-DATE TO ACQ-YMD.
           MOVE ACQ-MM TO LQD-MM.
           MOVE ACQ-DD TO LQD-DD.
           MOVE ACQ-YYYY TO LQD-YYYY.
           MOVE LT-ORIG-QTY TO LQD-ORIG.
           MOVE LT-REMAIN-QTY TO LQD-REMAIN.
           MOVE LT-USD-RATE TO LQD-RATE.
           MOVE LT-USD-BASIS TO LQD-BASIS.
           MOVE LT-STATUS TO LQD-STATUS.
           MOVE LT-RATE-FLAG TO LQD-FLAG.
           ADD 1 TO MATCHES-FOUND.
           MOVE DISPLAY-LOT-LINE TO LINE-OUT(MATCHES-FOUND).
           MOVE LT-ACQ-KEY TO LAST-LOT-KEY.
      *
       RECEIVE-OPTION.
      * Get the option the user enters
           EXEC CICS
               RECEIVE MAP('DOGELQ1')
                       MAPSET('DOGELQ')
                       INTO(DOGELQ1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    A sub-account number (re)starts the list from the top -
      *    open lots, or every lot with option A; anything else
      *    re-shows the current one.
           IF OPTIONI EQUAL TO 'W' OR OPTIONI EQUAL TO 'w'
               MOVE 'Opening Main Menu' TO WTO-MESSAGE
               PERFORM DOGE-WTO
               MOVE 'W' TO DOGECOMMS-AREA
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
                   COMMAREA(DOGECOMMS-AREA)
               END-EXEC
           ELSE
               IF LQACTI NOT EQUAL TO SPACES
                   IF LQACTI IS NOT NUMERIC
                       MOVE DFHREVRS TO LQACTH
                       MOVE 'Sub-account must be 3 digits' TO SNDMSGO
                   ELSE
                       MOVE LQACTI TO INQ-ACCT
                   END-IF
               END-IF
               IF OPTIONI EQUAL TO 'A' OR OPTIONI EQUAL TO 'a'
                   SET MODE-ALL-LOTS TO TRUE
               ELSE
                   SET MODE-OPEN-LOTS TO TRUE
               END-IF
               IF INQ-ACCT EQUAL TO SPACES
                   MOVE 'Sub-account is required' TO SNDMSGO
               ELSE
                   MOVE 'Tax-lot inquiry' TO WTO-MESSAGE
                   PERFORM DOGE-WTO
                   MOVE SPACES TO LAST-LOT-KEY
                   PERFORM SHOW-ACCOUNT-HEADER
                   IF ACCT-HAS-LOTS
                       PERFORM BUILD-LOT-PAGE
                   END-IF
               END-IF.
           EXEC CICS
               SEND MAP('DOGELQ1')
                   MAPSET('DOGELQ')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
       END PROGRAM DOGELTIQ.
