      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGECASM:
      *   Case worklist - where compliance works the cases DOGESCAN
      *   opens on DOGECASE each night. ENTER lists the cases still
      *   open or under review 7 at a time, oldest business day
      *   first, the way DOGESUSW pages its suspense items; option A
      *   lists every case, closed ones included. S plus a case key
      *   shows the whole case - subject, sends behind it, the scan's
      *   summary and any review so far. Then, against a case that is
      *   still open:
      *
      *   R  take it under review (a note is optional)
      *   C  clear it - looked at, nothing wrong (note required)
      *   P  reported onward (note required)
      *
      *   Cleared and reported are final. The reviewer is the
      *   signed-on userid and has to hold the DOGEOPRS approve role,
      *   same as releasing a held send on DOGEDEET. Every change is
      *   journaled through DOGE-WTO.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGECASM.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Case record, VSAM file DOGECASE - opened by DOGESCAN
       COPY CASEREC.
      * Operator authorization record, VSAM file DOGEOPRS
       COPY OPRAUTH.
       01  RESPONSE-CODE PIC S9(4) COMP.
      * One screenful is 7 lines, same flat/table layout DOGESRCH
      * and DOGESUSW use.
       01  DOGECS1O-LINES.
           05  CLINE1O   PIC X(74).
           05  CLINE2O   PIC X(74).
           05  CLINE3O   PIC X(74).
           05  CLINE4O   PIC X(74).
           05  CLINE5O   PIC X(74).
           05  CLINE6O   PIC X(74).
           05  CLINE7O   PIC X(74).
       01  DOGECS1O-TAB REDEFINES DOGECS1O-LINES.
           05  LINE-OUT  OCCURS 7 TIMES PIC X(74).
       01  DISPLAY-CASE.
           05  CDKEY     PIC X(12).
           05  FILLER    PIC X VALUE SPACES.
           05  CDRULE    PIC X(4).
           05  FILLER    PIC X VALUE SPACES.
           05  CDSTATUS  PIC X.
           05  FILLER    PIC X VALUE SPACES.
           05  CDTYPE    PIC X.
           05  FILLER    PIC X VALUE SPACES.
           05  CDSUBJECT PIC X(20).
           05  FILLER    PIC X VALUE SPACES.
           05  CDCOUNT   PIC ZZZZ9.
           05  FILLER    PIC X VALUE SPACES.
           05  CDDETAIL  PIC X(24).
      * The single-case view, one layout per screen line.
       01  CASE-VIEW-LINE-1.
           05  FILLER    PIC X(5) VALUE 'CASE '.
           05  CV1-KEY   PIC X(12).
           05  FILLER    PIC X(6) VALUE ' RULE '.
           05  CV1-RULE  PIC X(4).
           05  FILLER    PIC X(8) VALUE ' STATUS '.
           05  CV1-STATUS PIC X(12).
           05  FILLER    PIC X(8) VALUE ' OPENED '.
           05  CV1-OPENED PIC X(8).
           05  FILLER    PIC X(11) VALUE SPACES.
       01  CASE-VIEW-LINE-2.
           05  FILLER    PIC X(8) VALUE 'SUBJECT '.
           05  CV2-TYPE  PIC X(12).
           05  FILLER    PIC X VALUE SPACES.
           05  CV2-SUBJECT PIC X(34).
           05  FILLER    PIC X(19) VALUE SPACES.
       01  CASE-VIEW-LINE-3.
           05  FILLER    PIC X(9) VALUE 'SUB-ACCT '.
           05  CV3-ACCT  PIC X(3).
           05  FILLER    PIC X(7) VALUE ' SENDS '.
           05  CV3-COUNT PIC ZZZZ9.
           05  FILLER    PIC X(7) VALUE ' TOTAL '.
           05  CV3-TOTAL PIC Z(9)9.9(8).
           05  FILLER    PIC X(24) VALUE SPACES.
       01  CASE-VIEW-LINE-4.
           05  FILLER    PIC X(11) VALUE 'SENDS FROM '.
           05  CV4-FIRST PIC X(12).
           05  FILLER    PIC X(4) VALUE ' TO '.
           05  CV4-LAST  PIC X(12).
           05  FILLER    PIC X(35) VALUE SPACES.
       01  CASE-VIEW-LINE-5.
           05  FILLER    PIC X(6) VALUE 'SCAN: '.
           05  CV5-DETAIL PIC X(40).
           05  FILLER    PIC X(28) VALUE SPACES.
       01  CASE-VIEW-LINE-6.
           05  FILLER    PIC X(9) VALUE 'REVIEWER '.
           05  CV6-REVIEWER PIC X(8).
           05  FILLER    PIC X(4) VALUE ' ON '.
           05  CV6-REVIEWED PIC X(8).
           05  FILLER    PIC X(8) VALUE ' CLOSED '.
           05  CV6-CLOSED PIC X(8).
           05  FILLER    PIC X(29) VALUE SPACES.
       01  CASE-VIEW-LINE-7.
           05  FILLER    PIC X(6) VALUE 'NOTE: '.
           05  CV7-NOTE  PIC X(60).
           05  FILLER    PIC X(8) VALUE SPACES.
       01  MATCHES-FOUND PIC 9 VALUE 0.
       01  SCAN-COUNT    PIC 9(5) VALUE 0.
       01  TEMP-DATE     PIC 9(15) COMP-3.
       01  CASE-TODAY    PIC X(8).
       01  WTO-MESSAGE   PIC X(38) VALUE SPACES.
       01  OPERATOR-AUTH-FLAG PIC X VALUE 'Y'.
           88  OPERATOR-IS-AUTHORIZED         VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED        VALUE 'N'.
       01  NEW-STATUS    PIC X.
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
       01  DOGECOMMS-AREA.
           05  LAST-CASE-KEY   PIC X(12) VALUE SPACES.
      *    O lists cases still open or under review, A every case.
           05  CASE-LIST-MODE  PIC X VALUE 'O'.
               88  LIST-OPEN-CASES        VALUE 'O'.
               88  LIST-ALL-CASES         VALUE 'A'.
      *
      *COPY DOGECS.
      *COPY DFHAID.
      *COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      * Sized to match DOGECOMMS-AREA - LAST-CASE-KEY X(12) +
      * CASE-LIST-MODE X = 13 bytes.
       01  DFHCOMMAREA                       PIC X(13).
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           IF EIBCALEN EQUAL TO ZERO
              MOVE 'Displaying case worklist' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              MOVE SPACES TO LAST-CASE-KEY
              SET LIST-OPEN-CASES TO TRUE
              PERFORM LIST-CASES
              EXEC CICS SEND MAP('DOGECS1')
                  MAPSET('DOGECS') ERASE
              END-EXEC
           ELSE
           IF EIBAID EQUAL TO DFHPF8
              MOVE 'Continuing case worklist' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              PERFORM LIST-CASES
              EXEC CICS SEND MAP('DOGECS1')
                  MAPSET('DOGECS') ERASE
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
               RETURN TRANSID('DCAS')
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
           MOVE 'DOGECASM' TO ENTC-PROGRAM.
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
      *    longer than the console scrollback. The journal key is
      *    ten bytes, so a case goes down as YYMMDD plus its
      *    sequence.
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
           MOVE CS-KEY(3:10) TO JRNL-KEY.
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
               RECEIVE MAP('DOGECS1')
                       MAPSET('DOGECS')
                       INTO(DOGECS1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    S shows one case, R/C/P work one; A lists every case and
      *    anything else refreshes the still-open list from the top.
           IF OPTIONI EQUAL TO 'W' OR OPTIONI EQUAL TO 'w'
               MOVE 'Opening Main Menu' TO WTO-MESSAGE
               PERFORM DOGE-WTO
               MOVE 'W' TO DOGECOMMS-AREA
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
                   COMMAREA(DOGECOMMS-AREA)
               END-EXEC
           ELSE
           IF OPTIONI EQUAL TO 'S' OR OPTIONI EQUAL TO 's'
               PERFORM SHOW-CASE
           ELSE
           IF OPTIONI EQUAL TO 'R' OR OPTIONI EQUAL TO 'r'
               MOVE 'R' TO NEW-STATUS
               PERFORM WORK-CASE
           ELSE
           IF OPTIONI EQUAL TO 'C' OR OPTIONI EQUAL TO 'c'
               MOVE 'C' TO NEW-STATUS
               PERFORM WORK-CASE
           ELSE
           IF OPTIONI EQUAL TO 'P' OR OPTIONI EQUAL TO 'p'
               MOVE 'P' TO NEW-STATUS
               PERFORM WORK-CASE
           ELSE
               IF OPTIONI EQUAL TO 'A' OR OPTIONI EQUAL TO 'a'
                   SET LIST-ALL-CASES TO TRUE
               ELSE
                   SET LIST-OPEN-CASES TO TRUE
               END-IF
               MOVE SPACES TO LAST-CASE-KEY
               PERFORM LIST-CASES.
           EXEC CICS
               SEND MAP('DOGECS1')
                   MAPSET('DOGECS')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
      *
      * Pages forward through DOGECASE, 7 to a screen - same
      * remember-the-key continuation idiom DOGESUSW uses over
      * DOGESUSP.
       LIST-CASES.
           MOVE SPACES TO DOGECS1O-LINES.
           MOVE 0 TO MATCHES-FOUND.
           MOVE 0 TO SCAN-COUNT.
           MOVE LAST-CASE-KEY TO CS-KEY.
           IF LAST-CASE-KEY EQUAL TO SPACES
               MOVE LOW-VALUES TO CS-KEY.
           EXEC CICS STARTBR FILE('DOGECASE')
                RIDFLD(CS-KEY)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 500 TO SCAN-COUNT.
           PERFORM UNTIL MATCHES-FOUND = 7 OR SCAN-COUNT = 500
               EXEC CICS READNEXT FILE('DOGECASE')
                    RIDFLD(CS-KEY)
                    INTO(CASE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 500 TO SCAN-COUNT
               ELSE
                   ADD 1 TO SCAN-COUNT
                   IF CS-KEY GREATER THAN LAST-CASE-KEY
                      AND (LIST-ALL-CASES OR CS-STILL-OPEN)
                       ADD 1 TO MATCHES-FOUND
                       MOVE CS-KEY TO CDKEY
                       MOVE CS-RULE TO CDRULE
                       MOVE CS-STATUS TO CDSTATUS
                       MOVE CS-SUBJECT-TYPE TO CDTYPE
                       MOVE CS-SUBJECT TO CDSUBJECT
                       MOVE CS-SEND-COUNT TO CDCOUNT
                       MOVE CS-DETAIL TO CDDETAIL
                       MOVE DISPLAY-CASE TO
                            LINE-OUT(MATCHES-FOUND)
                       MOVE CS-KEY TO LAST-CASE-KEY
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGECASE')
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF MATCHES-FOUND = 0
               IF LIST-ALL-CASES
                   MOVE 'No more cases' TO SNDMSGO
               ELSE
                   MOVE 'No open cases' TO SNDMSGO
               END-IF
               MOVE SPACES TO LAST-CASE-KEY
           END-IF.
      *
       SHOW-CASE.
           MOVE SPACES TO DOGECS1O-LINES.
           MOVE CASEKEYI TO CS-KEY.
           EXEC CICS READ FILE('DOGECASE')
                RIDFLD(CS-KEY)
                INTO(CASE-ENTRY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No case under that key' TO SNDMSGO
           ELSE
               PERFORM BUILD-CASE-VIEW.
      *
       BUILD-CASE-VIEW.
           MOVE CS-KEY TO CV1-KEY.
           MOVE CS-RULE TO CV1-RULE.
           IF CS-OPEN
               MOVE 'OPEN' TO CV1-STATUS
           ELSE
           IF CS-UNDER-REVIEW
               MOVE 'UNDER REVIEW' TO CV1-STATUS
           ELSE
           IF CS-CLEARED
               MOVE 'CLEARED' TO CV1-STATUS
           ELSE
           IF CS-REPORTED
               MOVE 'REPORTED' TO CV1-STATUS
           ELSE
               MOVE CS-STATUS TO CV1-STATUS.
           MOVE CS-OPENED-DATE TO CV1-OPENED.
           IF CS-SUBJECT-ADDRESS
               MOVE 'ADDRESS' TO CV2-TYPE
           ELSE
           IF CS-SUBJECT-CPTY
               MOVE 'COUNTERPARTY' TO CV2-TYPE
           ELSE
               MOVE 'OPERATOR' TO CV2-TYPE.
           MOVE CS-SUBJECT TO CV2-SUBJECT.
           IF CS-ACCT EQUAL TO ZERO
               MOVE 'ALL' TO CV3-ACCT
           ELSE
               MOVE CS-ACCT TO CV3-ACCT.
           MOVE CS-SEND-COUNT TO CV3-COUNT.
           MOVE CS-TOTAL-AMOUNT TO CV3-TOTAL.
           MOVE CS-FIRST-TKEY TO CV4-FIRST.
           MOVE CS-LAST-TKEY TO CV4-LAST.
           MOVE CS-DETAIL TO CV5-DETAIL.
           MOVE CS-REVIEWER TO CV6-REVIEWER.
           MOVE CS-REVIEW-DATE TO CV6-REVIEWED.
           MOVE CS-CLOSED-DATE TO CV6-CLOSED.
           MOVE CS-NOTE TO CV7-NOTE.
           MOVE CASE-VIEW-LINE-1 TO LINE-OUT(1).
           MOVE CASE-VIEW-LINE-2 TO LINE-OUT(2).
           MOVE CASE-VIEW-LINE-3 TO LINE-OUT(3).
           MOVE CASE-VIEW-LINE-4 TO LINE-OUT(4).
           MOVE CASE-VIEW-LINE-5 TO LINE-OUT(5).
           MOVE CASE-VIEW-LINE-6 TO LINE-OUT(6).
           MOVE CASE-VIEW-LINE-7 TO LINE-OUT(7).
      *
       WORK-CASE.
      *    Closing a case takes a reason on record; taking one under
      *    review does not.
           PERFORM CHECK-OPERATOR-AUTHORIZED.
           IF OPERATOR-NOT-AUTHORIZED
               MOVE 'Not authorized to work cases' TO SNDMSGO
               MOVE 'Case update refused - not authorized' TO
                    WTO-MESSAGE
               PERFORM DOGE-WTO
           ELSE
           IF NEW-STATUS NOT EQUAL TO 'R'
              AND NOTEI EQUAL TO SPACES
               MOVE 'A note is required to close a case' TO SNDMSGO
           ELSE
               PERFORM UPDATE-CASE-STATUS.
      *
       UPDATE-CASE-STATUS.
           MOVE CASEKEYI TO CS-KEY.
           EXEC CICS READ FILE('DOGECASE')
                RIDFLD(CS-KEY)
                INTO(CASE-ENTRY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No case under that key' TO SNDMSGO
           ELSE
           IF NOT CS-STILL-OPEN
               EXEC CICS UNLOCK FILE('DOGECASE')
               END-EXEC
               MOVE 'Case is already closed' TO SNDMSGO
               PERFORM BUILD-CASE-VIEW
           ELSE
               EXEC CICS ASKTIME
                    ABSTIME(TEMP-DATE)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                    YYYYMMDD(CASE-TODAY)
               END-EXEC
               MOVE NEW-STATUS TO CS-STATUS
               MOVE EIBUSERID TO CS-REVIEWER
               MOVE CASE-TODAY TO CS-REVIEW-DATE
               IF NOTEI NOT EQUAL TO SPACES
                   MOVE NOTEI TO CS-NOTE
               END-IF
               IF NOT CS-UNDER-REVIEW
                   MOVE CASE-TODAY TO CS-CLOSED-DATE
               END-IF
               EXEC CICS REWRITE FILE('DOGECASE')
                    FROM(CASE-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Case update failed' TO SNDMSGO
                   MOVE 'Case update failed' TO WTO-MESSAGE
               ELSE
               IF CS-UNDER-REVIEW
                   MOVE 'Case taken under review' TO SNDMSGO
                   MOVE 'Case taken under review' TO WTO-MESSAGE
               ELSE
               IF CS-CLEARED
                   MOVE 'Case cleared' TO SNDMSGO
                   MOVE 'Case cleared' TO WTO-MESSAGE
               ELSE
                   MOVE 'Case reported' TO SNDMSGO
                   MOVE 'Case reported' TO WTO-MESSAGE
               END-IF
               END-IF
               END-IF
               PERFORM DOGE-WTO
               PERFORM BUILD-CASE-VIEW.
      *
       CHECK-OPERATOR-AUTHORIZED.
      *    Same EIBUSERID-keyed DOGEOPRS lookup DOGEDEET makes before
      *    releasing a held send - working a case needs the approve
      *    role, and a row from before roles existed still answers
      *    with its one status byte.
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
           IF OPR-ROLE-APPROVE NOT EQUAL TO SPACES
              AND NOT OPR-CAN-APPROVE
               SET OPERATOR-NOT-AUTHORIZED TO TRUE.
       END PROGRAM DOGECASM.
