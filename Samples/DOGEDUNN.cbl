      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEDUNN:
      *   Dunning run over the DOGEEXPR expected receipts. DOGEEXPO
      *   lists what is overdue, but chasing it used to be somebody's
      *   memory and a mailbox. This job walks every open or partial
      *   expectation past its due date, counts how many processing
      *   days it is overdue - a date with a DOGECALN row is a
      *   weekend or holiday and does not count - and moves it one
      *   level at a time through first reminder, second reminder and
      *   final notice as each parm-card offset is reached, stamping
      *   the level and the run date on the row itself. An
      *   expectation already at final notice that reaches the
      *   write-off offset is flagged for write-off review instead of
      *   being chased again.
      *
      *   Each counterparty with a reference raised this run gets one
      *   letter listing all of its overdue references - tagged
      *   expectations group on ER-CPTY-ID, untagged ones stand on
      *   their own address - headed by the highest level on it. A
      *   rerun the same day raises nothing further but prints the
      *   same letters again. Non-processing days are skipped
      *   outright, same as the rest of the nightly window.
      *
      * PARM CARD (SYSIN, columns 1-12) - processing days past due:
      *   cols 1-3   first reminder      (default 005)
      *   cols 4-6   second reminder     (default 015)
      *   cols 7-9   final notice        (default 030)
      *   cols 10-12 write-off review    (default 045)
      *   A blank, non-numeric or out-of-order card runs the
      *   defaults.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEDUNN.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DOGECALN ASSIGN TO DOGECALN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALN-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEEXPR.
       COPY EXPRREC.
       FD  DOGECPTY.
       COPY CPTYREC.
       FD  DOGECALN.
       COPY CALREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGEDUNN'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE SPACES.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
      * Processing calendar DOGECALN - a date with a row is a
      * deliberate non-processing day, and a skipped holiday banks a
      * completed run-control row instead of reading as a missed
      * night. No file loaded means every day processes - and every
      * day past due counts.
       01  WS-CALN-STATUS         PIC XX VALUE '00'.
           88  CALN-NOT-THERE            VALUE '35'.
       01  CALN-FILE-FLAG         PIC X VALUE 'Y'.
           88  CALN-FILE-PRESENT         VALUE 'Y'.
           88  CALN-FILE-ABSENT          VALUE 'N'.
       01  DAY-CHECK-FLAG         PIC X VALUE 'Y'.
           88  DAY-IS-PROCESSING         VALUE 'Y'.
           88  DAY-NOT-PROCESSING        VALUE 'N'.
       01  WS-EXPR-STATUS         PIC XX VALUE '00'.
           88  EXPR-OK                   VALUE '00'.
           88  EXPR-EOF                  VALUE '10'.
           88  EXPR-NOT-THERE            VALUE '35'.
      * No counterparty master loaded yet just means no names on the
      * letters.
       01  WS-CPTY-STATUS         PIC XX VALUE '00'.
           88  CPTY-NOT-THERE            VALUE '35'.
       01  CPTY-FILE-FLAG         PIC X VALUE 'Y'.
           88  CPTY-FILE-PRESENT         VALUE 'Y'.
           88  CPTY-FILE-ABSENT          VALUE 'N'.
       01  DUNN-PARM-CARD.
           05  PARM-OFFSET        PIC 9(3) OCCURS 4 TIMES.
           05  FILLER             PIC X(68).
       01  FILLER REDEFINES DUNN-PARM-CARD.
           05  PARM-OFFSETS-TEXT  PIC X(12).
           05  FILLER             PIC X(68).
      * Processing days past due at which each level is reached -
      * 1 first reminder, 2 second reminder, 3 final notice, 4
      * write-off review.
       01  DUNNING-OFFSETS.
           05  DUNN-OFFSET        PIC 9(3) OCCURS 4 TIMES.
       01  OFS-IDX                PIC 9 VALUE ZERO.
       01  OFFSETS-FLAG           PIC X VALUE 'Y'.
           88  OFFSETS-USABLE            VALUE 'Y'.
           88  OFFSETS-UNUSABLE          VALUE 'N'.
      * Gregorian-date -> day-number conversion (days_from_civil),
      * same formula DOGEEOD uses.
       01  CONV-YEAR              PIC 9(4).
       01  CONV-MONTH             PIC 9(2).
       01  CONV-DAY               PIC 9(2).
       01  DATE-CONV-A            PIC S9(9).
       01  DATE-CONV-Y            PIC S9(9).
       01  DATE-CONV-M            PIC S9(9).
       01  DATE-CONV-JDN          PIC S9(9).
       01  DATE-CONV-DAYS         PIC S9(9).
      * Inverse day-number -> civil conversion (civil_from_days),
      * same formula DOGETRLB carries, to look each day up on the
      * calendar.
       01  CIV-Z                  PIC S9(9).
       01  CIV-ERA                PIC S9(9).
       01  CIV-DOE                PIC S9(9).
       01  CIV-YOE                PIC S9(9).
       01  CIV-Y                  PIC S9(9).
       01  CIV-DOY                PIC S9(9).
       01  CIV-MP                 PIC S9(9).
       01  CIV-D                  PIC S9(9).
       01  CIV-M                  PIC S9(9).
       01  CIV-DAYS-SINCE-EPOCH   PIC S9(9).
       01  SCAN-DATE.
           05  SD-YEAR            PIC 9(4).
           05  SD-MONTH           PIC 9(2).
           05  SD-DAY             PIC 9(2).
       01  TODAY-DAY-NUM          PIC S9(9).
       01  DUE-DAY-NUM            PIC S9(9).
       01  SCAN-DAY-NUM           PIC S9(9).
       01  DAYS-OVERDUE           PIC 9(4).
       01  CURRENT-LEVEL          PIC 9.
       01  NEXT-LEVEL             PIC 9.
       01  STILL-OWED             PIC S9(8)V9(8).
      * Overdue expectations seen this run, in reference order -
      * same small-OCCURS-by-linear-scan technique DOGERECN uses.
       01  DUNNING-TABLE.
           05  DUNNING-ENTRY OCCURS 500 TIMES.
               10  DN-REFERENCE       PIC X(10).
      *        Counterparty id when the expectation is tagged, else
      *        the address itself - the "same letter" test.
               10  DN-GROUP-KEY       PIC X(34).
               10  DN-CPTY-ID         PIC X(8).
               10  DN-ADDRESS         PIC X(34).
               10  DN-DUE-DATE        PIC X(8).
               10  DN-OWED            PIC S9(8)V9(8).
               10  DN-CURR            PIC X(4).
               10  DN-LEVEL           PIC 9.
               10  DN-DAYS            PIC 9(4).
               10  DN-RAISED-FLAG     PIC X.
                   88  DN-RAISED-TODAY        VALUE 'Y'.
                   88  DN-NOT-RAISED          VALUE 'N'.
               10  DN-PRINTED-FLAG    PIC X.
                   88  DN-PRINTED             VALUE 'Y'.
                   88  DN-NOT-PRINTED         VALUE 'N'.
       01  DUNNING-COUNT          PIC 9(3) VALUE ZERO.
       01  DN-IDX                 PIC 9(3) VALUE ZERO.
       01  GRP-IDX                PIC 9(3) VALUE ZERO.
       01  LEFT-OVER-COUNT        PIC 9(5) VALUE ZERO.
       01  LETTER-FLAG            PIC X VALUE 'N'.
           88  LETTER-DUE                VALUE 'Y'.
           88  NO-LETTER-DUE             VALUE 'N'.
       01  LETTER-LEVEL           PIC 9.
       01  LETTER-NAME            PIC X(30).
       01  OVERDUE-COUNT          PIC 9(5) VALUE ZERO.
       01  RAISED-COUNT           PIC 9(5) VALUE ZERO.
       01  LETTER-COUNT           PIC 9(5) VALUE ZERO.
       01  WRITE-OFF-COUNT        PIC 9(5) VALUE ZERO.
       01  DR-AMOUNT              PIC -(7)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           ACCEPT DUNN-PARM-CARD FROM SYSIN.
           PERFORM SET-DUNNING-OFFSETS.
           OPEN I-O DOGEEXPR.
           IF EXPR-NOT-THERE
               DISPLAY 'DOGEDUNN - NO EXPECTATIONS FILE YET'
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.
           IF CALN-FILE-PRESENT
               OPEN INPUT DOGECALN.
           SET CPTY-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECPTY.
           IF CPTY-NOT-THERE
               SET CPTY-FILE-ABSENT TO TRUE
           END-IF.
           MOVE RUNS-TODAY(1:4) TO CONV-YEAR.
           MOVE RUNS-TODAY(5:2) TO CONV-MONTH.
           MOVE RUNS-TODAY(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-DAY-NUM.
           MOVE DATE-CONV-DAYS TO TODAY-DAY-NUM.
           DISPLAY '===== DOGEDUNN DUNNING RUN ====='.
           DISPLAY 'AS OF ...................... ' RUNS-TODAY.
           DISPLAY 'OFFSETS (PROCESSING DAYS) .. '
                   DUNN-OFFSET(1) ' ' DUNN-OFFSET(2) ' '
                   DUNN-OFFSET(3) ' ' DUNN-OFFSET(4).
           PERFORM READ-NEXT-EXPECTATION.
           PERFORM UNTIL EXPR-EOF
               PERFORM DUN-ONE-EXPECTATION
               PERFORM READ-NEXT-EXPECTATION
           END-PERFORM.
           CLOSE DOGEEXPR.
           IF CALN-FILE-PRESENT
               CLOSE DOGECALN.
           PERFORM VARYING DN-IDX FROM 1 BY 1
                   UNTIL DN-IDX > DUNNING-COUNT
               IF DN-NOT-PRINTED(DN-IDX)
                  AND DN-LEVEL(DN-IDX) < 4
                   PERFORM PRODUCE-ONE-LETTER
               END-IF
           END-PERFORM.
           IF CPTY-FILE-PRESENT
               CLOSE DOGECPTY.
           PERFORM PRINT-WRITE-OFF-PAGE.
           PERFORM PRINT-DUNNING-SUMMARY.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       SET-DUNNING-OFFSETS.
      *    Offsets have to be numbers and strictly climbing, or the
      *    levels could be skipped or reached out of order.
           SET OFFSETS-USABLE TO TRUE.
           IF PARM-OFFSETS-TEXT IS NOT NUMERIC
               SET OFFSETS-UNUSABLE TO TRUE
           ELSE
               IF PARM-OFFSET(1) = ZERO
                  OR PARM-OFFSET(2) NOT > PARM-OFFSET(1)
                  OR PARM-OFFSET(3) NOT > PARM-OFFSET(2)
                  OR PARM-OFFSET(4) NOT > PARM-OFFSET(3)
                   SET OFFSETS-UNUSABLE TO TRUE
               END-IF
           END-IF.
           IF OFFSETS-USABLE
               PERFORM VARYING OFS-IDX FROM 1 BY 1 UNTIL OFS-IDX > 4
                   MOVE PARM-OFFSET(OFS-IDX) TO DUNN-OFFSET(OFS-IDX)
               END-PERFORM
           ELSE
               IF PARM-OFFSETS-TEXT NOT EQUAL TO SPACES
                   DISPLAY 'DOGEDUNN - PARM CARD OFFSETS UNUSABLE - '
                           'RUNNING THE DEFAULTS'
               END-IF
               MOVE 5 TO DUNN-OFFSET(1)
               MOVE 15 TO DUNN-OFFSET(2)
               MOVE 30 TO DUNN-OFFSET(3)
               MOVE 45 TO DUNN-OFFSET(4)
           END-IF.
      *
       READ-NEXT-EXPECTATION.
           READ DOGEEXPR NEXT RECORD
               AT END SET EXPR-EOF TO TRUE
           END-READ.
      *
       DUN-ONE-EXPECTATION.
      *    Only money still owed past its due date is chased - a
      *    matched, duplicate-flagged or cancelled row never is.
           IF (ER-OPEN OR ER-PARTIAL)
              AND ER-DUE-DATE IS NUMERIC
              AND ER-DUE-DATE < RUNS-TODAY
               ADD 1 TO OVERDUE-COUNT
               PERFORM COUNT-DAYS-OVERDUE
               IF ER-NEVER-DUNNED
                  OR ER-DUNNING-LEVEL IS NOT NUMERIC
                   MOVE ZERO TO CURRENT-LEVEL
               ELSE
                   MOVE ER-DUNNING-LEVEL TO CURRENT-LEVEL
               END-IF
               IF DUNNING-COUNT < 500
                   ADD 1 TO DUNNING-COUNT
                   SET DN-NOT-RAISED(DUNNING-COUNT) TO TRUE
                   PERFORM RAISE-DUNNING-LEVEL
                   PERFORM REMEMBER-OVERDUE-ROW
               ELSE
                   ADD 1 TO LEFT-OVER-COUNT
               END-IF
           END-IF.
      *
       RAISE-DUNNING-LEVEL.
      *    One level per run, and only once the next level's offset
      *    is reached - an expectation found 40 days late still gets
      *    its first reminder before its final notice. A row already
      *    raised today is a rerun: nothing moves, but its letter is
      *    owed again.
           IF ER-LAST-DUNNED EQUAL TO RUNS-TODAY
              AND CURRENT-LEVEL > ZERO
               SET DN-RAISED-TODAY(DUNNING-COUNT) TO TRUE
           ELSE
           IF CURRENT-LEVEL < 4
               COMPUTE NEXT-LEVEL = CURRENT-LEVEL + 1
               IF DAYS-OVERDUE NOT LESS THAN DUNN-OFFSET(NEXT-LEVEL)
                   MOVE NEXT-LEVEL TO CURRENT-LEVEL
                   MOVE CURRENT-LEVEL TO ER-DUNNING-LEVEL
                   MOVE RUNS-TODAY TO ER-LAST-DUNNED
                   REWRITE EXPECTED-RECEIPT-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEDUNN - LEVEL REWRITE FAILED '
                                   ER-REFERENCE
                       NOT INVALID KEY
                           ADD 1 TO RAISED-COUNT
                           SET DN-RAISED-TODAY(DUNNING-COUNT) TO TRUE
                   END-REWRITE
               END-IF
           END-IF
           END-IF.
      *
       REMEMBER-OVERDUE-ROW.
           MOVE ER-REFERENCE TO DN-REFERENCE(DUNNING-COUNT).
           MOVE ER-CPTY-ID TO DN-CPTY-ID(DUNNING-COUNT).
           IF ER-CPTY-ID EQUAL TO SPACES
               MOVE ER-ADDRESS TO DN-GROUP-KEY(DUNNING-COUNT)
           ELSE
               MOVE ER-CPTY-ID TO DN-GROUP-KEY(DUNNING-COUNT)
           END-IF.
           MOVE ER-ADDRESS TO DN-ADDRESS(DUNNING-COUNT).
           MOVE ER-DUE-DATE TO DN-DUE-DATE(DUNNING-COUNT).
           COMPUTE STILL-OWED = ER-AMOUNT - ER-RECEIVED.
           MOVE STILL-OWED TO DN-OWED(DUNNING-COUNT).
           MOVE ER-CURR TO DN-CURR(DUNNING-COUNT).
           MOVE CURRENT-LEVEL TO DN-LEVEL(DUNNING-COUNT).
           MOVE DAYS-OVERDUE TO DN-DAYS(DUNNING-COUNT).
           SET DN-NOT-PRINTED(DUNNING-COUNT) TO TRUE.
      *
       COUNT-DAYS-OVERDUE.
      *    Processing days after the due date up to and including
      *    today. Counting stops at the write-off offset - nothing
      *    past it changes what happens to the row.
           MOVE ER-DUE-DATE(1:4) TO CONV-YEAR.
           MOVE ER-DUE-DATE(5:2) TO CONV-MONTH.
           MOVE ER-DUE-DATE(7:2) TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-DAY-NUM.
           MOVE DATE-CONV-DAYS TO DUE-DAY-NUM.
           MOVE ZERO TO DAYS-OVERDUE.
           COMPUTE SCAN-DAY-NUM = DUE-DAY-NUM + 1.
           PERFORM UNTIL SCAN-DAY-NUM > TODAY-DAY-NUM
                   OR DAYS-OVERDUE NOT LESS THAN DUNN-OFFSET(4)
               PERFORM COUNT-ONE-DAY
               ADD 1 TO SCAN-DAY-NUM
           END-PERFORM.
      *
       COUNT-ONE-DAY.
           IF CALN-FILE-ABSENT
               ADD 1 TO DAYS-OVERDUE
           ELSE
               MOVE SCAN-DAY-NUM TO CIV-DAYS-SINCE-EPOCH
               PERFORM CONVERT-DAY-NUM-TO-YMD
               MOVE SCAN-DATE TO CAL-DATE
               READ DOGECALN
                   INVALID KEY
                       ADD 1 TO DAYS-OVERDUE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
      *
       PRODUCE-ONE-LETTER.
      *    DN-IDX is the first not-yet-printed row for a payee. A
      *    letter goes out only if something of theirs was raised
      *    this run - and then it lists every overdue reference they
      *    have, at the highest level among them.
           SET NO-LETTER-DUE TO TRUE.
           MOVE ZERO TO LETTER-LEVEL.
           PERFORM VARYING GRP-IDX FROM DN-IDX BY 1
                   UNTIL GRP-IDX > DUNNING-COUNT
               IF DN-GROUP-KEY(GRP-IDX) EQUAL TO DN-GROUP-KEY(DN-IDX)
                  AND DN-LEVEL(GRP-IDX) < 4
                   IF DN-RAISED-TODAY(GRP-IDX)
                       SET LETTER-DUE TO TRUE
                   END-IF
                   IF DN-LEVEL(GRP-IDX) > LETTER-LEVEL
                       MOVE DN-LEVEL(GRP-IDX) TO LETTER-LEVEL
                   END-IF
               END-IF
           END-PERFORM.
           IF LETTER-DUE
               PERFORM PRINT-LETTER-HEADING
           END-IF.
           PERFORM VARYING GRP-IDX FROM DN-IDX BY 1
                   UNTIL GRP-IDX > DUNNING-COUNT
               IF DN-GROUP-KEY(GRP-IDX) EQUAL TO DN-GROUP-KEY(DN-IDX)
                  AND DN-LEVEL(GRP-IDX) < 4
                   IF LETTER-DUE
                       PERFORM PRINT-LETTER-LINE
                   END-IF
                   SET DN-PRINTED(GRP-IDX) TO TRUE
               END-IF
           END-PERFORM.
           IF LETTER-DUE
               DISPLAY ' '
               DISPLAY 'PLEASE REMIT THE AMOUNTS ABOVE QUOTING OUR '
                       'REFERENCE, OR CONTACT US'
               DISPLAY 'IF PAYMENT HAS ALREADY BEEN MADE.'
               ADD 1 TO LETTER-COUNT
           END-IF.
      *
       PRINT-LETTER-HEADING.
           MOVE SPACES TO LETTER-NAME.
           IF DN-CPTY-ID(DN-IDX) NOT EQUAL TO SPACES
              AND CPTY-FILE-PRESENT
               MOVE DN-CPTY-ID(DN-IDX) TO CP-ID
               READ DOGECPTY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-NAME TO LETTER-NAME
               END-READ
           END-IF.
           DISPLAY ' '.
           DISPLAY '----------------------------------------------'
                   '------------------------'.
           IF DN-CPTY-ID(DN-IDX) NOT EQUAL TO SPACES
               DISPLAY 'TO ........................ '
                       DN-CPTY-ID(DN-IDX) ' ' LETTER-NAME
           ELSE
               DISPLAY 'TO ........................ '
                       DN-ADDRESS(DN-IDX)
           END-IF.
           DISPLAY 'DATE ...................... ' RUNS-TODAY.
           IF LETTER-LEVEL = 3
               DISPLAY 'FINAL NOTICE - PAYMENT OF THE INVOICES BELOW '
                       'IS NOW SERIOUSLY OVERDUE'
           ELSE
           IF LETTER-LEVEL = 2
               DISPLAY 'SECOND REMINDER - THE INVOICES BELOW REMAIN '
                       'UNPAID'
           ELSE
               DISPLAY 'REMINDER - THE INVOICES BELOW ARE PAST DUE'
           END-IF
           END-IF.
           DISPLAY ' '.
           DISPLAY '  REFERENCE  DUE DATE           AMOUNT OWED CURR'
                   '  DAYS LEVEL'.
      *
       PRINT-LETTER-LINE.
           MOVE DN-OWED(GRP-IDX) TO DR-AMOUNT.
           DISPLAY '  ' DN-REFERENCE(GRP-IDX) ' '
                   DN-DUE-DATE(GRP-IDX) ' ' DR-AMOUNT ' '
                   DN-CURR(GRP-IDX) ' ' DN-DAYS(GRP-IDX) '     '
                   DN-LEVEL(GRP-IDX).
      *
       PRINT-WRITE-OFF-PAGE.
      *    Past final notice and past the write-off offset - no more
      *    letters; somebody decides whether to write it off.
           DISPLAY ' '.
           DISPLAY '===== DOGEDUNN WRITE-OFF REVIEW ====='.
           PERFORM VARYING DN-IDX FROM 1 BY 1
                   UNTIL DN-IDX > DUNNING-COUNT
               IF DN-LEVEL(DN-IDX) = 4
                   ADD 1 TO WRITE-OFF-COUNT
                   MOVE DN-OWED(DN-IDX) TO DR-AMOUNT
                   DISPLAY 'REVIEW  ' DN-REFERENCE(DN-IDX)
                           ' DUE ' DN-DUE-DATE(DN-IDX)
                           ' OWED ' DR-AMOUNT ' ' DN-CURR(DN-IDX)
                   IF DN-CPTY-ID(DN-IDX) NOT EQUAL TO SPACES
                       DISPLAY '        COUNTERPARTY '
                               DN-CPTY-ID(DN-IDX)
                   ELSE
                       DISPLAY '        ' DN-ADDRESS(DN-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRITE-OFF-COUNT = ZERO
               DISPLAY 'NOTHING PAST FINAL NOTICE'
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PRINT-DUNNING-SUMMARY.
           DISPLAY ' '.
           DISPLAY '===== DOGEDUNN SUMMARY ====='.
           DISPLAY 'EXPECTATIONS OVERDUE ........ ' OVERDUE-COUNT.
           DISPLAY 'LEVELS RAISED THIS RUN ...... ' RAISED-COUNT.
           DISPLAY 'LETTERS PRODUCED ............ ' LETTER-COUNT.
           DISPLAY 'FLAGGED FOR WRITE-OFF REVIEW  ' WRITE-OFF-COUNT.
           IF LEFT-OVER-COUNT > ZERO
               DISPLAY '*** DOGEDUNN - DUNNING TABLE FULL - '
                       LEFT-OVER-COUNT ' OVERDUE ROW(S) NOT DUNNED '
                       '- ENLARGE IT ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       CONVERT-YMD-TO-DAY-NUM.
           COMPUTE DATE-CONV-A = (14 - CONV-MONTH) / 12.
           COMPUTE DATE-CONV-Y = CONV-YEAR + 4800 - DATE-CONV-A.
           COMPUTE DATE-CONV-M = CONV-MONTH + 12 * DATE-CONV-A - 3.
           COMPUTE DATE-CONV-JDN = CONV-DAY
                   + ((153 * DATE-CONV-M + 2) / 5)
                   + (365 * DATE-CONV-Y)
                   + (DATE-CONV-Y / 4)
                   - (DATE-CONV-Y / 100)
                   + (DATE-CONV-Y / 400)
                   - 32045.
           COMPUTE DATE-CONV-DAYS = DATE-CONV-JDN - 2440588.
      *
       CONVERT-DAY-NUM-TO-YMD.
           COMPUTE CIV-Z = CIV-DAYS-SINCE-EPOCH + 719468.
           COMPUTE CIV-ERA = CIV-Z / 146097.
           COMPUTE CIV-DOE = CIV-Z - CIV-ERA * 146097.
           COMPUTE CIV-YOE = (CIV-DOE - CIV-DOE / 1460
                   + CIV-DOE / 36524 - CIV-DOE / 146096) / 365.
           COMPUTE CIV-Y = CIV-YOE + CIV-ERA * 400.
           COMPUTE CIV-DOY = CIV-DOE
                   - (365 * CIV-YOE + CIV-YOE / 4 - CIV-YOE / 100).
           COMPUTE CIV-MP = (5 * CIV-DOY + 2) / 153.
           COMPUTE CIV-D = CIV-DOY - (153 * CIV-MP + 2) / 5 + 1.
           IF CIV-MP < 10
               COMPUTE CIV-M = CIV-MP + 3
           ELSE
               COMPUTE CIV-M = CIV-MP - 9
           END-IF.
           IF CIV-M <= 2
               ADD 1 TO CIV-Y
           END-IF.
           MOVE CIV-Y TO SD-YEAR.
           MOVE CIV-M TO SD-MONTH.
           MOVE CIV-D TO SD-DAY.
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
           PERFORM CHECK-PROCESSING-DAY.
           IF DAY-NOT-PROCESSING
               DISPLAY RUNS-JOB-NAME ' - ' RUNS-TODAY
                       ' IS A NON-PROCESSING DAY - WINDOW '
                       'DELIBERATELY SKIPPED'
               MOVE RUNS-JOB-NAME TO RUN-JOB
               MOVE RUNS-TODAY TO RUN-DATE
               MOVE RUNS-HHMMSS TO RUN-START-TIME
               MOVE RUNS-HHMMSS TO RUN-END-TIME
               SET RUN-COMPLETED TO TRUE
               MOVE ZERO TO RUN-RC
               WRITE RUN-CONTROL-ENTRY
                   INVALID KEY
                       REWRITE RUN-CONTROL-ENTRY
                           INVALID KEY
                               DISPLAY RUNS-JOB-NAME
                                       ' - RUN-CONTROL WRITE FAILED'
                       END-REWRITE
               END-WRITE
               CLOSE DOGERUNS
               STOP RUN
           END-IF.
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
       CHECK-PROCESSING-DAY.
      *    A date with a DOGECALN row is a deliberate non-processing
      *    day; no row (or no calendar at all) is an ordinary night.
           SET DAY-IS-PROCESSING TO TRUE.
           SET CALN-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECALN.
           IF CALN-NOT-THERE
               SET CALN-FILE-ABSENT TO TRUE
           ELSE
               MOVE RUNS-TODAY TO CAL-DATE
               READ DOGECALN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DAY-NOT-PROCESSING TO TRUE
               END-READ
               CLOSE DOGECALN
           END-IF.
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
       END PROGRAM DOGEDUNN.
