      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGERQST:
      *   Report request screen. A statement for one sub-account, an
      *   evidence extract or an off-cycle exposure run used to mean
      *   finding someone with TSO to edit a SYSIN card and submit
      *   the JCL by hand. This screen takes the report name and its
      *   parm fields, edits them the way the report itself reads
      *   its cards, and submits the job through the internal
      *   reader - TD queue DRDR, an extrapartition queue on an
      *   INTRDR SYSOUT - off the report's DOGEJSKL skeleton (see
      *   JSKLREC and DOGEJSLD), with the parm cards and the request
      *   stamp filled in.
      *
      *   The parm-driven reports it knows, and what each needs:
      *     DOGESTMT  sub-account, year, month - a finished month
      *               not yet statemented
      *     DOGESTRP  sub-account, year, month of a statemented
      *               period; E reissues the electronic file too
      *     DOGEEVEX  address and/or sub-account, from/to dates,
      *               amount band - any may be left open
      *     DOGECPXP  nothing
      *     DOGELTCY  report day (blank = every row), threshold
      *     DOGEFCST  horizon days 01-60
      *     DOGECATG  from/to dates, roll-up level 0-9 or blank
      *
      *   Every report is also an entry on the DOGEENTL matrix under
      *   its own name, asked of DOGEENTC before anything is
      *   submitted - that is how evidence extracts stay with the
      *   roles allowed to run them, and a refusal is journaled the
      *   same way a refused screen is.
      *
      *   Every request is logged on DOGERQLG (RQLGREC) under the
      *   requester's userid. Anything else but S lists the
      *   requester's own last seven, newest first, each settled
      *   from its job's DOGERUNS row - submitted, running,
      *   completed or failed, with the return code.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGERQST.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Request log entry, VSAM file DOGERQLG
       COPY RQLGREC.
      * JCL skeleton card, VSAM file DOGEJSKL
       COPY JSKLREC.
      * The job's own run-control row, VSAM file DOGERUNS
       COPY RUNCREC.
      * Period-status record, VSAM file DOGEPRDS - a statement is run
      * once per closed month, a reprint only of one
       COPY PERDREC.
      * The reports this screen will submit, in the order the screen
      * lists them.
       01  REPORT-CATALOGUE-VALUES.
           05  FILLER          PIC X(8) VALUE 'DOGESTMT'.
           05  FILLER          PIC X(8) VALUE 'DOGESTRP'.
           05  FILLER          PIC X(8) VALUE 'DOGEEVEX'.
           05  FILLER          PIC X(8) VALUE 'DOGECPXP'.
           05  FILLER          PIC X(8) VALUE 'DOGELTCY'.
           05  FILLER          PIC X(8) VALUE 'DOGEFCST'.
           05  FILLER          PIC X(8) VALUE 'DOGECATG'.
       01  REPORT-CATALOGUE REDEFINES REPORT-CATALOGUE-VALUES.
           05  CATALOGUE-REPORT OCCURS 7 TIMES PIC X(8).
       01  CATALOGUE-IDX       PIC 9 VALUE ZERO.
       01  RQST-REPORT         PIC X(8).
           88  RQST-STATEMENT          VALUE 'DOGESTMT'.
           88  RQST-REPRINT            VALUE 'DOGESTRP'.
           88  RQST-EVIDENCE           VALUE 'DOGEEVEX'.
           88  RQST-EXPOSURE           VALUE 'DOGECPXP'.
           88  RQST-LATENCY            VALUE 'DOGELTCY'.
           88  RQST-FORECAST           VALUE 'DOGEFCST'.
           88  RQST-CATEGORY           VALUE 'DOGECATG'.
      * Parm-card images the way each report's own ACCEPT reads them
       01  STMT-PARM-CARD.
           05  STMT-PARM-ACCT      PIC X(3).
           05  STMT-PARM-YEAR      PIC X(4).
           05  STMT-PARM-MONTH     PIC X(2).
           05  STMT-PARM-REISSUE   PIC X.
           05  FILLER              PIC X(70).
       01  EVEX-PARM-CARD-1.
           05  EVEX-PARM-ADDRESS   PIC X(34).
           05  EVEX-PARM-ACCT      PIC X(3).
           05  FILLER              PIC X(43).
       01  EVEX-PARM-CARD-2.
           05  EVEX-PARM-FROM      PIC X(8).
           05  EVEX-PARM-TO        PIC X(8).
           05  EVEX-PARM-LOW       PIC X(16).
           05  EVEX-PARM-HIGH      PIC X(16).
           05  FILLER              PIC X(32).
       01  LTCY-PARM-CARD.
           05  LTCY-PARM-DAY       PIC X(8).
           05  LTCY-PARM-THRESHOLD PIC X(5).
           05  FILLER              PIC X(67).
       01  FCST-PARM-CARD.
           05  FCST-PARM-HORIZON   PIC X(2).
           05  FILLER              PIC X(78).
       01  CATG-PARM-CARD-1.
           05  CATG-PARM-FROM      PIC X(8).
           05  CATG-PARM-TO        PIC X(8).
           05  FILLER              PIC X(64).
       01  CATG-PARM-CARD-2.
           05  CATG-PARM-LEVEL     PIC X.
           05  FILLER              PIC X(79).
      * Numeric views of the keyed fields for the range edits
       01  RQST-PERIOD.
           05  RQST-PERIOD-YEAR    PIC X(4).
           05  RQST-PERIOD-MONTH   PIC X(2).
       01  RQST-PERIOD-NUM REDEFINES RQST-PERIOD PIC 9(6).
       01  RQST-ACCT           PIC X(3).
       01  RQST-TODAY          PIC X(8).
       01  RQST-TODAY-NUM REDEFINES RQST-TODAY PIC 9(8).
       01  RQST-NOW            PIC X(6).
       01  RQST-THIS-MONTH     PIC 9(6).
       01  RQST-MONTH-NUM      PIC 99.
       01  RQST-HORIZON-NUM    PIC 99.
       01  RQST-FROM-NUM       PIC 9(8).
       01  RQST-TO-NUM         PIC 9(8).
       01  RQST-LOW-IN         PIC X(16).
       01  RQST-LOW-NUM REDEFINES RQST-LOW-IN PIC 9(8)V9(8).
       01  RQST-HIGH-IN        PIC X(16).
       01  RQST-HIGH-NUM REDEFINES RQST-HIGH-IN PIC 9(8)V9(8).
       01  RQST-DATE-IN        PIC X(8).
       01  RQST-DATE-NUM REDEFINES RQST-DATE-IN PIC 9(8).
       01  RQST-EDIT-FLAG      PIC X VALUE 'Y'.
           88  RQST-EDITS-PASSED       VALUE 'Y'.
           88  RQST-EDITS-FAILED       VALUE 'N'.
       01  RQST-LOGGED-FLAG    PIC X VALUE 'N'.
           88  RQST-LOGGED             VALUE 'Y'.
           88  RQST-NOT-LOGGED         VALUE 'N'.
      * One card on its way to the internal reader
       01  SUBMIT-CARD         PIC X(80).
       01  SUBMIT-CARD-LEN     PIC 9(4) COMP VALUE 80.
       01  SUBMIT-CARD-COUNT   PIC 9(4) VALUE ZERO.
       01  SUBMIT-DONE-FLAG    PIC X VALUE 'N'.
           88  SUBMIT-DONE             VALUE 'Y'.
           88  SUBMIT-RUNNING          VALUE 'N'.
      * The requester's last seven request keys, oldest first, kept
      * rolling as the browse walks forward through their rows.
       01  LIST-KEYS.
           05  LIST-KEY OCCURS 7 TIMES PIC X(24).
       01  LIST-COUNT          PIC 9 VALUE ZERO.
       01  LIST-IDX            PIC 9 VALUE ZERO.
       01  LINE-IDX            PIC 9 VALUE ZERO.
       01  LIST-DONE-FLAG      PIC X VALUE 'N'.
           88  LIST-DONE               VALUE 'Y'.
           88  LIST-RUNNING            VALUE 'N'.
       01  RQ-STATE-BEFORE     PIC X.
      * One screenful is 7 requests, same flat/table layout DOGEWRKQ
      * and DOGESRCH use.
       01  DOGERQ1O-LINES.
           05  RLINE1O   PIC X(74).
           05  RLINE2O   PIC X(74).
           05  RLINE3O   PIC X(74).
           05  RLINE4O   PIC X(74).
           05  RLINE5O   PIC X(74).
           05  RLINE6O   PIC X(74).
           05  RLINE7O   PIC X(74).
       01  DOGERQ1O-TAB REDEFINES DOGERQ1O-LINES.
           05  LINE-OUT  OCCURS 7 TIMES PIC X(74).
       01  DISPLAY-REQUEST.
           05  RDSTAMP   PIC X(16).
           05  FILLER    PIC X VALUE SPACES.
           05  RDREPORT  PIC X(8).
           05  FILLER    PIC X VALUE SPACES.
           05  RDSTATE   PIC X(9).
           05  FILLER    PIC X(4) VALUE ' RC '.
           05  RDRC      PIC Z(3)9.
           05  FILLER    PIC X VALUE SPACES.
           05  RDPARM    PIC X(28).
       01  RESPONSE-CODE       PIC S9(4) COMP.
       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
       01  TEMP-DATE           PIC 9(15) COMP-3.
       01  DOGECOMMS-AREA      PIC X(10) VALUE SPACES.
      * Program entitlement check, LINKed to DOGEENTC on entry and
      * again for the report asked for
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
      *COPY DOGERQ.
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
              MOVE 'Displaying Report Requests' TO WTO-MESSAGE
              PERFORM DOGE-WTO
              PERFORM LIST-MY-REQUESTS
              EXEC CICS SEND MAP('DOGERQ1')
                  MAPSET('DOGERQ') ERASE
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
               RETURN TRANSID('DRQS')
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
           MOVE 'DOGERQST' TO ENTC-PROGRAM.
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
           MOVE RQ-REPORT TO JRNL-KEY.
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
               RECEIVE MAP('DOGERQ1')
                       MAPSET('DOGERQ')
                       INTO(DOGERQ1I)
                       ASIS
           END-EXEC.
      *
       PARSE-OPTION.
      *    S submits the named report; anything else lists the
      *    requester's own requests.
           EXEC CICS ASKTIME
                ABSTIME(TEMP-DATE)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TEMP-DATE)
                YYYYMMDD(RQST-TODAY)
                TIME(RQST-NOW)
           END-EXEC.
           MOVE RQRPTI TO RQST-REPORT.
           INSPECT RQST-REPORT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF OPTIONI EQUAL TO 'S' OR OPTIONI EQUAL TO 's'
               PERFORM SUBMIT-REQUEST
           ELSE
               PERFORM LIST-MY-REQUESTS.
           EXEC CICS
               SEND MAP('DOGERQ1')
                   MAPSET('DOGERQ')
           END-EXEC.
           MOVE SPACES TO WTO-MESSAGE.
      *
       SUBMIT-REQUEST.
      *    Each step only runs while the ones before it passed -
      *    the parm edits, the entitlement for the report, a
      *    skeleton to submit from - and the log row goes down
      *    before the first card does, so every job the reader
      *    sees has its request on file.
           SET RQST-EDITS-PASSED TO TRUE.
           MOVE SPACES TO RQ-PARM-CARD-1.
           MOVE SPACES TO RQ-PARM-CARD-2.
           MOVE '000' TO RQST-ACCT.
           MOVE '000000' TO RQST-PERIOD.
           PERFORM FIND-CATALOGUE-REPORT.
           IF RQST-EDITS-PASSED
               PERFORM BUILD-PARM-CARDS.
           IF RQST-EDITS-PASSED
               PERFORM CHECK-REPORT-ENTITLEMENT.
           IF RQST-EDITS-PASSED
               PERFORM CHECK-SKELETON-EXISTS.
           IF RQST-EDITS-PASSED
               PERFORM LOG-REQUEST.
           IF RQST-EDITS-PASSED
               PERFORM STREAM-SKELETON
               MOVE RQ-STAMP TO RQIDO
               MOVE SPACES TO SNDMSGO
               STRING 'Submitted ' RQ-REPORT ' - ' SUBMIT-CARD-COUNT
                      ' cards' DELIMITED BY SIZE INTO SNDMSGO
               MOVE 'Report request submitted' TO WTO-MESSAGE
               PERFORM DOGE-WTO
               PERFORM LIST-MY-REQUESTS.
      *
       FIND-CATALOGUE-REPORT.
           MOVE ZERO TO CATALOGUE-IDX.
           PERFORM VARYING LIST-IDX FROM 1 BY 1 UNTIL LIST-IDX > 7
               IF CATALOGUE-REPORT(LIST-IDX) EQUAL TO RQST-REPORT
                   MOVE LIST-IDX TO CATALOGUE-IDX
               END-IF
           END-PERFORM.
           IF CATALOGUE-IDX EQUAL TO ZERO
               SET RQST-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RQRPTH
               MOVE 'Not a report this screen submits' TO SNDMSGO.
      *
       BUILD-PARM-CARDS.
           IF RQST-STATEMENT OR RQST-REPRINT
               PERFORM EDIT-STATEMENT-PARMS
           ELSE
           IF RQST-EVIDENCE
               PERFORM EDIT-EVIDENCE-PARMS
           ELSE
           IF RQST-LATENCY
               PERFORM EDIT-LATENCY-PARMS
           ELSE
           IF RQST-FORECAST
               PERFORM EDIT-FORECAST-PARMS
           ELSE
           IF RQST-CATEGORY
               PERFORM EDIT-CATEGORY-PARMS.
      *
       EDIT-STATEMENT-PARMS.
      *    A statement only for a finished month that hasn't been
      *    statemented yet - DOGESTMT closes the period as it
      *    finishes, so a run on the current month would shut the
      *    door on the rest of it. A reprint only of one that has.
           MOVE SPACES TO STMT-PARM-CARD.
           IF RQACTI IS NOT NUMERIC
               SET RQST-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RQACTH
               MOVE 'Sub-account must be 3 digits' TO SNDMSGO
           ELSE
           IF RQYRI IS NOT NUMERIC OR RQMOI IS NOT NUMERIC
               SET RQST-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RQYRH
               MOVE 'Year and month must be numeric' TO SNDMSGO
           ELSE
               MOVE RQMOI TO RQST-MONTH-NUM
               IF RQST-MONTH-NUM < 1 OR RQST-MONTH-NUM > 12
                   SET RQST-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RQYRH
                   MOVE 'Month must be 01-12' TO SNDMSGO.
           IF RQST-EDITS-PASSED
               MOVE RQACTI TO RQST-ACCT
               MOVE RQYRI TO RQST-PERIOD-YEAR
               MOVE RQMOI TO RQST-PERIOD-MONTH
               MOVE RQST-TODAY(1:6) TO RQST-THIS-MONTH
               PERFORM READ-PERIOD-STATUS
               IF RQST-STATEMENT
                   IF RQST-PERIOD-NUM NOT LESS THAN RQST-THIS-MONTH
                       SET RQST-EDITS-FAILED TO TRUE
                       MOVE DFHREVRS TO RQYRH
                       MOVE 'Month not finished yet' TO SNDMSGO
                   ELSE
                   IF PS-PERIOD-CLOSED
                       SET RQST-EDITS-FAILED TO TRUE
                       MOVE DFHREVRS TO RQYRH
                       MOVE 'Already statemented - use DOGESTRP' TO
                            SNDMSGO
                   END-IF
                   END-IF
               ELSE
                   IF NOT PS-PERIOD-CLOSED
                       SET RQST-EDITS-FAILED TO TRUE
                       MOVE DFHREVRS TO RQYRH
                       MOVE 'Period never statemented' TO SNDMSGO
                   ELSE
                   IF RQEFI NOT EQUAL TO SPACES
                      AND RQEFI NOT EQUAL TO 'E'
                      AND RQEFI NOT EQUAL TO 'e'
                       SET RQST-EDITS-FAILED TO TRUE
                       MOVE 'Electronic reissue is E or blank' TO
                            SNDMSGO
                   END-IF
                   END-IF
               END-IF.
           IF RQST-EDITS-PASSED
               MOVE RQST-ACCT TO STMT-PARM-ACCT
               MOVE RQST-PERIOD-YEAR TO STMT-PARM-YEAR
               MOVE RQST-PERIOD-MONTH TO STMT-PARM-MONTH
               IF RQST-REPRINT AND RQEFI NOT EQUAL TO SPACES
                   MOVE 'E' TO STMT-PARM-REISSUE
               END-IF
               MOVE STMT-PARM-CARD TO RQ-PARM-CARD-1.
      *
       READ-PERIOD-STATUS.
      *    No row is an open period, the same as DOGEDEET reads it.
           MOVE RQST-ACCT TO PS-ACCT.
           MOVE RQST-PERIOD-YEAR TO PS-YEAR.
           MOVE RQST-PERIOD-MONTH TO PS-MONTH.
           EXEC CICS READ FILE('DOGEPRDS')
                INTO(PERIOD-STATUS-ENTRY)
                RIDFLD(PS-KEY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET PS-PERIOD-OPEN TO TRUE.
      *
       EDIT-EVIDENCE-PARMS.
      *    Every criterion may be left open - blank dates and amounts
      *    go down as zeros, which DOGEEVEX reads as no bound.
           MOVE SPACES TO EVEX-PARM-CARD-1.
           MOVE SPACES TO EVEX-PARM-CARD-2.
           MOVE RQFRMI TO RQST-DATE-IN.
           PERFORM EDIT-OPEN-DATE.
           MOVE RQST-DATE-NUM TO RQST-FROM-NUM.
           IF RQST-EDITS-FAILED
               MOVE DFHREVRS TO RQFRMH
           ELSE
               MOVE RQTOI TO RQST-DATE-IN
               PERFORM EDIT-OPEN-DATE
               MOVE RQST-DATE-NUM TO RQST-TO-NUM
               IF RQST-EDITS-FAILED
                   MOVE DFHREVRS TO RQTOH.
           IF RQST-EDITS-PASSED
               IF RQST-TO-NUM NOT EQUAL TO ZERO
                  AND RQST-FROM-NUM > RQST-TO-NUM
                   SET RQST-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RQFRMH
                   MOVE 'From date is after to date' TO SNDMSGO.
           IF RQST-EDITS-PASSED
               IF RQACTI NOT EQUAL TO SPACES
                  AND RQACTI IS NOT NUMERIC
                   SET RQST-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RQACTH
                   MOVE 'Sub-account is 3 digits or blank' TO
                        SNDMSGO.
           IF RQST-EDITS-PASSED
               IF RQLOWI EQUAL TO SPACES
                   MOVE ZEROS TO RQST-LOW-IN
               ELSE
                   MOVE RQLOWI TO RQST-LOW-IN
               END-IF
               IF RQHIGI EQUAL TO SPACES
                   MOVE ZEROS TO RQST-HIGH-IN
               ELSE
                   MOVE RQHIGI TO RQST-HIGH-IN
               END-IF
               IF RQST-LOW-IN IS NOT NUMERIC
                  OR RQST-HIGH-IN IS NOT NUMERIC
                   SET RQST-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RQLOWH
                   MOVE 'Amounts are 16 digits, 8 decimal' TO SNDMSGO
               ELSE
               IF RQST-HIGH-NUM NOT EQUAL TO ZERO
                  AND RQST-LOW-NUM > RQST-HIGH-NUM
                   SET RQST-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RQLOWH
                   MOVE 'Low amount is above high' TO SNDMSGO.
           IF RQST-EDITS-PASSED
               MOVE RQADRI TO EVEX-PARM-ADDRESS
               MOVE RQACTI TO EVEX-PARM-ACCT
               MOVE RQST-FROM-NUM TO EVEX-PARM-FROM
               MOVE RQST-TO-NUM TO EVEX-PARM-TO
               MOVE RQST-LOW-IN TO EVEX-PARM-LOW
               MOVE RQST-HIGH-IN TO EVEX-PARM-HIGH
               MOVE EVEX-PARM-CARD-1 TO RQ-PARM-CARD-1
               MOVE EVEX-PARM-CARD-2 TO RQ-PARM-CARD-2.
      *
       EDIT-OPEN-DATE.
      *    Blank is an open bound (zeros); anything else has to be a
      *    YYYYMMDD with a real month and day.
           IF RQST-DATE-IN EQUAL TO SPACES
               MOVE ZEROS TO RQST-DATE-IN
           ELSE
           IF RQST-DATE-IN IS NOT NUMERIC
               SET RQST-EDITS-FAILED TO TRUE
               MOVE 'Dates are YYYYMMDD or blank' TO SNDMSGO
           ELSE
           IF RQST-DATE-IN(5:2) < '01' OR RQST-DATE-IN(5:2) > '12'
              OR RQST-DATE-IN(7:2) < '01'
              OR RQST-DATE-IN(7:2) > '31'
               SET RQST-EDITS-FAILED TO TRUE
               MOVE 'Dates are YYYYMMDD or blank' TO SNDMSGO.
      *
       EDIT-LATENCY-PARMS.
           MOVE SPACES TO LTCY-PARM-CARD.
           MOVE RQFRMI TO RQST-DATE-IN.
           PERFORM EDIT-OPEN-DATE.
           IF RQST-EDITS-FAILED
               MOVE DFHREVRS TO RQFRMH
           ELSE
           IF RQTHRI IS NOT NUMERIC
               SET RQST-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RQTHRH
               MOVE 'Threshold is 5 digits of seconds' TO SNDMSGO
           ELSE
               MOVE RQST-DATE-IN TO LTCY-PARM-DAY
               MOVE RQTHRI TO LTCY-PARM-THRESHOLD
               MOVE LTCY-PARM-CARD TO RQ-PARM-CARD-1.
      *
       EDIT-FORECAST-PARMS.
           MOVE SPACES TO FCST-PARM-CARD.
           IF RQHZNI IS NOT NUMERIC
               SET RQST-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RQHZNH
               MOVE 'Horizon is 01-60 days' TO SNDMSGO
           ELSE
               MOVE RQHZNI TO RQST-HORIZON-NUM
               IF RQST-HORIZON-NUM < 1 OR RQST-HORIZON-NUM > 60
                   SET RQST-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RQHZNH
                   MOVE 'Horizon is 01-60 days' TO SNDMSGO
               ELSE
                   MOVE RQHZNI TO FCST-PARM-HORIZON
                   MOVE FCST-PARM-CARD TO RQ-PARM-CARD-1.
      *
       EDIT-CATEGORY-PARMS.
      *    First card for the DOGECATX extract step, second for the
      *    DOGECATG report step.
           MOVE SPACES TO CATG-PARM-CARD-1.
           MOVE SPACES TO CATG-PARM-CARD-2.
           MOVE RQFRMI TO RQST-DATE-IN.
           PERFORM EDIT-OPEN-DATE.
           MOVE RQST-DATE-NUM TO RQST-FROM-NUM.
           IF RQST-EDITS-FAILED
               MOVE DFHREVRS TO RQFRMH
           ELSE
               MOVE RQTOI TO RQST-DATE-IN
               PERFORM EDIT-OPEN-DATE
               MOVE RQST-DATE-NUM TO RQST-TO-NUM
               IF RQST-EDITS-FAILED
                   MOVE DFHREVRS TO RQTOH.
           IF RQST-EDITS-PASSED
               IF RQST-TO-NUM NOT EQUAL TO ZERO
                  AND RQST-FROM-NUM > RQST-TO-NUM
                   SET RQST-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RQFRMH
                   MOVE 'From date is after to date' TO SNDMSGO
               ELSE
               IF RQLVLI NOT EQUAL TO SPACES
                  AND RQLVLI IS NOT NUMERIC
                   SET RQST-EDITS-FAILED TO TRUE
                   MOVE DFHREVRS TO RQLVLH
                   MOVE 'Roll-up level is 0-9 or blank' TO SNDMSGO.
           IF RQST-EDITS-PASSED
               MOVE RQST-FROM-NUM TO CATG-PARM-FROM
               MOVE RQST-TO-NUM TO CATG-PARM-TO
               MOVE RQLVLI TO CATG-PARM-LEVEL
               MOVE CATG-PARM-CARD-1 TO RQ-PARM-CARD-1
               MOVE CATG-PARM-CARD-2 TO RQ-PARM-CARD-2.
      *
       CHECK-REPORT-ENTITLEMENT.
      *    The report's own DOGEENTL entry decides who may run it;
      *    asked in on-entry mode so DOGEENTC journals a refusal the
      *    way it does a refused screen.
           MOVE RQST-REPORT TO ENTC-PROGRAM.
           SET ENTC-ON-ENTRY TO TRUE.
           EXEC CICS LINK PROGRAM('DOGEENTC')
                COMMAREA(ENTITLEMENT-CHECK-AREA)
                LENGTH(ENTITLEMENT-CHECK-LEN)
           END-EXEC.
           IF ENTC-DENIED
               SET RQST-EDITS-FAILED TO TRUE
               MOVE DFHREVRS TO RQRPTH
               MOVE 'Not entitled to run that report' TO SNDMSGO.
      *
       CHECK-SKELETON-EXISTS.
           MOVE RQST-REPORT TO SK-JOB.
           MOVE ZERO TO SK-SEQ.
           EXEC CICS READ FILE('DOGEJSKL')
                INTO(JCL-SKELETON-ENTRY)
                RIDFLD(SK-KEY)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
              OR SK-JOB NOT EQUAL TO RQST-REPORT
               SET RQST-EDITS-FAILED TO TRUE
               MOVE 'No JCL skeleton loaded - see DOGEJSLD' TO
                    SNDMSGO.
      *
       LOG-REQUEST.
      *    Stamp is today, now and a sequence; two requests from one
      *    userid in the same second take the next sequence.
           MOVE EIBUSERID TO RQ-USERID.
           MOVE RQST-TODAY TO RQ-SUBMIT-DATE.
           MOVE RQST-NOW TO RQ-SUBMIT-TIME.
           MOVE ZERO TO RQ-SEQ.
           MOVE RQST-REPORT TO RQ-REPORT.
           MOVE EIBTRMID TO RQ-TERM-ID.
           SET RQ-SUBMITTED TO TRUE.
           MOVE SPACES TO RQ-RUN-START.
           MOVE SPACES TO RQ-RUN-END.
           MOVE ZERO TO RQ-RUN-RC.
           SET RQST-NOT-LOGGED TO TRUE.
           PERFORM UNTIL RQST-LOGGED OR RQ-SEQ = 99
               EXEC CICS WRITE FILE('DOGERQLG')
                    RIDFLD(RQ-KEY)
                    FROM(REPORT-REQUEST-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
                   ADD 1 TO RQ-SEQ
               ELSE
                   SET RQST-LOGGED TO TRUE
               END-IF
           END-PERFORM.
           IF RQST-NOT-LOGGED
              OR RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET RQST-EDITS-FAILED TO TRUE
               MOVE 'Request log write failed - not sent' TO SNDMSGO.
      *
       STREAM-SKELETON.
      *    The report's cards in sequence, placeholders filled, then
      *    /*EOF so the reader releases the job straight away rather
      *    than holding it for the next one.
           MOVE ZERO TO SUBMIT-CARD-COUNT.
           SET SUBMIT-RUNNING TO TRUE.
           MOVE RQST-REPORT TO SK-JOB.
           MOVE ZERO TO SK-SEQ.
           EXEC CICS STARTBR FILE('DOGEJSKL')
                RIDFLD(SK-KEY)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET SUBMIT-DONE TO TRUE.
           PERFORM UNTIL SUBMIT-DONE
               EXEC CICS READNEXT FILE('DOGEJSKL')
                    RIDFLD(SK-KEY)
                    INTO(JCL-SKELETON-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                  OR SK-JOB NOT EQUAL TO RQST-REPORT
                   SET SUBMIT-DONE TO TRUE
               ELSE
                   PERFORM FILL-SKELETON-CARD
                   PERFORM WRITE-READER-CARD
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGEJSKL')
                RESP(RESPONSE-CODE)
           END-EXEC.
           MOVE '/*EOF' TO SUBMIT-CARD.
           PERFORM WRITE-READER-CARD.
      *
       FILL-SKELETON-CARD.
           IF SK-CARD(1:6) EQUAL TO ')PARM1'
               MOVE RQ-PARM-CARD-1 TO SUBMIT-CARD
           ELSE
           IF SK-CARD(1:6) EQUAL TO ')PARM2'
               MOVE RQ-PARM-CARD-2 TO SUBMIT-CARD
           ELSE
               MOVE SK-CARD TO SUBMIT-CARD
               INSPECT SUBMIT-CARD REPLACING
                   ALL '@@@@@@@@@@@@@@@@' BY RQ-STAMP
                   ALL '!!!!!!!!' BY RQ-USERID
                   ALL '###' BY RQST-ACCT
                   ALL '$$$$$$' BY RQST-PERIOD
                   ALL '%%%%%%' BY RQ-SUBMIT-TIME.
      *
       WRITE-READER-CARD.
           EXEC CICS WRITEQ TD
                QUEUE('DRDR')
                FROM(SUBMIT-CARD)
                LENGTH(SUBMIT-CARD-LEN)
                RESP(RESPONSE-CODE)
           END-EXEC.
           ADD 1 TO SUBMIT-CARD-COUNT.
      *
       LIST-MY-REQUESTS.
      *    Walk this userid's rows keeping the last seven keys, then
      *    show them newest first, each settled against DOGERUNS on
      *    the way.
           MOVE SPACES TO DOGERQ1O-LINES.
           MOVE ZERO TO LIST-COUNT.
           SET LIST-RUNNING TO TRUE.
           MOVE EIBUSERID TO RQ-USERID.
           MOVE LOW-VALUES TO RQ-STAMP.
           EXEC CICS STARTBR FILE('DOGERQLG')
                RIDFLD(RQ-KEY)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET LIST-DONE TO TRUE.
           PERFORM UNTIL LIST-DONE
               EXEC CICS READNEXT FILE('DOGERQLG')
                    RIDFLD(RQ-KEY)
                    INTO(REPORT-REQUEST-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                  OR RQ-USERID NOT EQUAL TO EIBUSERID
                   SET LIST-DONE TO TRUE
               ELSE
                   IF LIST-COUNT < 7
                       ADD 1 TO LIST-COUNT
                   ELSE
                       PERFORM VARYING LIST-IDX FROM 1 BY 1
                               UNTIL LIST-IDX > 6
                           MOVE LIST-KEY(LIST-IDX + 1) TO
                                LIST-KEY(LIST-IDX)
                       END-PERFORM
                   END-IF
                   MOVE RQ-KEY TO LIST-KEY(LIST-COUNT)
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGERQLG')
                RESP(RESPONSE-CODE)
           END-EXEC.
           MOVE ZERO TO LINE-IDX.
           PERFORM VARYING LIST-IDX FROM LIST-COUNT BY -1
                   UNTIL LIST-IDX < 1
               PERFORM SHOW-ONE-REQUEST
           END-PERFORM.
           IF LIST-COUNT EQUAL TO ZERO
              AND SNDMSGO EQUAL TO SPACES
               MOVE 'No report requests on file for you' TO SNDMSGO.
      *
       SHOW-ONE-REQUEST.
           MOVE LIST-KEY(LIST-IDX) TO RQ-KEY.
           EXEC CICS READ FILE('DOGERQLG')
                INTO(REPORT-REQUEST-ENTRY)
                RIDFLD(RQ-KEY)
                UPDATE
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE RQ-STATE TO RQ-STATE-BEFORE
               PERFORM SETTLE-REQUEST-STATE
               IF RQ-STATE NOT EQUAL TO RQ-STATE-BEFORE
                   EXEC CICS REWRITE FILE('DOGERQLG')
                        FROM(REPORT-REQUEST-ENTRY)
                        RESP(RESPONSE-CODE)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK FILE('DOGERQLG')
                        RESP(RESPONSE-CODE)
                   END-EXEC
               END-IF
               MOVE RQ-STAMP TO RDSTAMP
               MOVE RQ-REPORT TO RDREPORT
               IF RQ-SUBMITTED
                   MOVE 'SUBMITTED' TO RDSTATE
               ELSE
               IF RQ-RUNNING
                   MOVE 'RUNNING' TO RDSTATE
               ELSE
               IF RQ-COMPLETED
                   MOVE 'COMPLETED' TO RDSTATE
               ELSE
                   MOVE 'FAILED' TO RDSTATE
               END-IF
               END-IF
               END-IF
               MOVE RQ-RUN-RC TO RDRC
               MOVE RQ-PARM-CARD-1 TO RDPARM
               ADD 1 TO LINE-IDX
               MOVE DISPLAY-REQUEST TO LINE-OUT(LINE-IDX).
      *
       SETTLE-REQUEST-STATE.
      *    DOGERUNS holds one row per job per day - the job's latest
      *    run. A row started at or after the submit time is this
      *    request's run (or a later one of the same job); once a
      *    request has ended, its outcome stays as it was first seen.
      *    DOGECATG's report step only runs if its DOGECATX extract
      *    step ended clean, so a failed extract row settles the
      *    request on its own.
           IF RQ-STILL-OPEN
              AND RQ-REPORT EQUAL TO 'DOGECATG'
               PERFORM SETTLE-FROM-CATEGORY-EXTRACT
           END-IF.
           IF RQ-STILL-OPEN
               MOVE RQ-REPORT TO RUN-JOB
               MOVE RQ-SUBMIT-DATE TO RUN-DATE
               EXEC CICS READ FILE('DOGERUNS')
                    INTO(RUN-CONTROL-ENTRY)
                    RIDFLD(RUN-KEY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
                  AND RUN-START-TIME(1:6) NOT LESS THAN
                      RQ-SUBMIT-TIME
                   MOVE RUN-START-TIME TO RQ-RUN-START
                   MOVE RUN-END-TIME TO RQ-RUN-END
                   MOVE RUN-RC TO RQ-RUN-RC
                   IF RUN-COMPLETED
                       SET RQ-COMPLETED TO TRUE
                   ELSE
                   IF RUN-FAILED
                       SET RQ-FAILED TO TRUE
                   ELSE
                       SET RQ-RUNNING TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *
       SETTLE-FROM-CATEGORY-EXTRACT.
           MOVE 'DOGECATX' TO RUN-JOB.
           MOVE RQ-SUBMIT-DATE TO RUN-DATE.
           EXEC CICS READ FILE('DOGERUNS')
                INTO(RUN-CONTROL-ENTRY)
                RIDFLD(RUN-KEY)
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
              AND RUN-START-TIME(1:6) NOT LESS THAN RQ-SUBMIT-TIME
              AND RUN-FAILED
               MOVE RUN-START-TIME TO RQ-RUN-START
               MOVE RUN-END-TIME TO RQ-RUN-END
               MOVE RUN-RC TO RQ-RUN-RC
               SET RQ-FAILED TO TRUE
           END-IF.
       END PROGRAM DOGERQST.
