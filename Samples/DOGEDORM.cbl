      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEDORM:
      *   Monthly dormancy run. An open sub-account on DOGEACTS that
      *   has gone the configured number of months without a single
      *   settled movement is marked dormant - from then on its sends
      *   are written HELD for an approver (DOGESEND, DOGESORN,
      *   DOGEPPRO, DOGEBLKP) until an approver reactivates it on
      *   DOGEACCT. Credits still post; only an approver clears the
      *   mark, so money arriving does not wake an account up.
      *
      *   Activity is read off the DOGESNAP daily snapshots DOGETRLB
      *   banks - any day with settled debits or credits on any
      *   currency counts - rather than crawling the archive. Where
      *   the snapshots do not reach back to the start of the window
      *   (they began later than that), the gap is covered by a keyed
      *   START into the DOGEHIST archive copy at the window start,
      *   reading SETTLED rows only up to the first snapshot day. The
      *   day an account was opened or last reactivated also restarts
      *   its clock, so neither a new account nor one just woken up
      *   is marked straight back.
      *
      *   The dormant-accounts report follows: every dormant sub-
      *   account with when it was marked, the last activity found,
      *   the DOGE balance on its (n*10)+1 record and any other
      *   currency it holds on DOGECBAL, with totals.
      *
      * PARM CARD (SYSIN, columns 1-3):
      *   cols 1-2   months without settled activity before an
      *              account is marked - blank or zero means 12
      *   col 3      'R' prints the report only, marking nothing
      *
      *   Run monthly, after the month-end DOGETRLB (see
      *   DOGEDORM.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEDORM.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEACTS ASSIGN TO DOGEACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-ACCT-NUM
               FILE STATUS IS WS-ACTS-STATUS.
           SELECT DOGESNAP ASSIGN TO DOGESNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT DOGEHIST ASSIGN TO DOGEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-TKEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECBAL ASSIGN TO DOGECBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CBAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEACTS.
       COPY ACCTDIR.
       FD  DOGESNAP.
       COPY SNAPREC.
      * Keyed archive copy DOGEEOD banks - only the key is named, the
      * rest stays one opaque FILLER so the record moves whole into
      * TRANSACTION without a colliding second COPY TRANXREC, same as
      * DOGEEOD's own FD.
       FD  DOGEHIST.
       01  HIST-TRANSACTION.
           05  HIST-TKEY.
               10  HIST-TDATE        PIC X(10).
               10  HIST-TSEQ         PIC X(2).
           05  FILLER                PIC X(123).
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECBAL.
       COPY CURBALRC.
       WORKING-STORAGE SECTION.
       01  WS-ACTS-STATUS            PIC XX VALUE '00'.
           88  ACTS-OK                      VALUE '00'.
           88  ACTS-EOF                     VALUE '10'.
           88  ACTS-NOT-THERE               VALUE '35'.
      * No snapshots banked yet just means the whole window comes
      * off the archive copy.
       01  WS-SNAP-STATUS            PIC XX VALUE '00'.
           88  SNAP-OK                      VALUE '00'.
           88  SNAP-EOF                     VALUE '10'.
           88  SNAP-NOT-THERE               VALUE '35'.
       01  WS-HIST-STATUS            PIC XX VALUE '00'.
           88  HIST-OK                      VALUE '00'.
           88  HIST-EOF                     VALUE '10'.
           88  HIST-NOT-THERE               VALUE '35'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
       01  WS-CBAL-STATUS            PIC XX VALUE '00'.
           88  CBAL-OK                      VALUE '00'.
           88  CBAL-EOF                     VALUE '10'.
           88  CBAL-NOT-THERE               VALUE '35'.
       01  CBAL-FILE-FLAG            PIC X VALUE 'Y'.
           88  CBAL-FILE-PRESENT            VALUE 'Y'.
           88  CBAL-FILE-ABSENT             VALUE 'N'.
       01  WS-TODAY                  PIC 9(8).
       01  FILLER REDEFINES WS-TODAY.
           05  TODAY-YEAR            PIC 9(4).
           05  TODAY-MONTH           PIC 9(2).
           05  TODAY-DAY             PIC 9(2).
       01  DORM-PARM-CARD.
           05  PARM-MONTHS           PIC X(2).
           05  PARM-MONTHS-NUM REDEFINES PARM-MONTHS PIC 9(2).
           05  PARM-MODE             PIC X.
               88  REPORT-ONLY              VALUE 'R'.
       01  DEFAULT-DORMANT-MONTHS    PIC 9(2) VALUE 12.
       01  DORMANT-MONTHS            PIC 9(2).
      * Window start - today less the months on the card, same day
      * of the month (held to the 28th so every month has it).
       01  CUTOFF-DATE.
           05  CUTOFF-YEAR           PIC 9(4).
           05  CUTOFF-MONTH          PIC 9(2).
           05  CUTOFF-DAY            PIC 9(2).
       01  MONTH-COUNT               PIC S9(7).
      * Last settled activity found per sub-account, YYYYMMDD,
      * subscripted by account number plus one - spaces for none.
       01  LAST-ACTIVITY-TABLE       VALUE SPACES.
           05  LA-DATE OCCURS 1000 TIMES PIC X(8).
       01  LA-IDX                    PIC 9(4).
       01  FIRST-SNAP-DATE           PIC X(8) VALUE SPACES.
       01  ACTIVITY-DATE             PIC X(8).
       01  QUIET-SINCE               PIC X(8).
       01  HIST-FROM-KEY             PIC 9(10).
       01  HIST-TO-KEY               PIC 9(10).
       01  HIST-ROWS-READ            PIC 9(7) VALUE ZERO.
       01  SNAP-ROWS-READ            PIC 9(7) VALUE ZERO.
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
       01  CONTROL-KEY-THRESHOLD     PIC 9(10) VALUE 0000100000.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  OPEN-COUNT                PIC 9(5) VALUE ZERO.
       01  MARKED-COUNT              PIC 9(5) VALUE ZERO.
       01  DORMANT-COUNT             PIC 9(5) VALUE ZERO.
       01  STIRRED-COUNT             PIC 9(5) VALUE ZERO.
       01  DORMANT-DOGE-TOTAL        PIC S9(10)V9(8) VALUE ZERO.
       01  NEW-MARK-TEXT             PIC X(3).
       01  DR-AMOUNT                 PIC -(8)9.9(8).
       01  DR-TOTAL                  PIC -(9)9.9(8).
      * Gregorian-date -> epoch-seconds conversion (days_from_civil),
      * same formula DOGEEOD uses.
       01  CONV-YEAR                 PIC 9(4).
       01  CONV-MONTH                PIC 9(2).
       01  CONV-DAY                  PIC 9(2).
       01  CONV-SECONDS              PIC S9(10).
       01  DATE-CONV-A               PIC S9(9).
       01  DATE-CONV-Y               PIC S9(9).
       01  DATE-CONV-M               PIC S9(9).
       01  DATE-CONV-JDN             PIC S9(9).
       01  DATE-CONV-DAYS            PIC S9(9).
      * Inverse epoch -> civil conversion (civil_from_days), same
      * formula DOGETRLB carries, to date an archived row.
       01  CIV-Z                     PIC S9(9).
       01  CIV-ERA                   PIC S9(9).
       01  CIV-DOE                   PIC S9(9).
       01  CIV-YOE                   PIC S9(9).
       01  CIV-Y                     PIC S9(9).
       01  CIV-DOY                   PIC S9(9).
       01  CIV-MP                    PIC S9(9).
       01  CIV-D                     PIC S9(9).
       01  CIV-M                     PIC S9(9).
       01  CIV-DAYS-SINCE-EPOCH      PIC S9(9).
       01  ROW-DAY-YMD.
           05  RD-YEAR               PIC 9(4).
           05  RD-MONTH              PIC 9(2).
           05  RD-DAY                PIC 9(2).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT DORM-PARM-CARD FROM SYSIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF PARM-MONTHS-NUM IS NUMERIC
              AND PARM-MONTHS-NUM > ZERO
               MOVE PARM-MONTHS-NUM TO DORMANT-MONTHS
           ELSE
               MOVE DEFAULT-DORMANT-MONTHS TO DORMANT-MONTHS
           END-IF.
           PERFORM COMPUTE-CUTOFF-DATE.
           DISPLAY '===== DOGEDORM DORMANT SUB-ACCOUNTS ====='.
           DISPLAY 'AS OF ....................... ' WS-TODAY.
           DISPLAY 'MONTHS WITHOUT ACTIVITY ..... ' DORMANT-MONTHS.
           DISPLAY 'QUIET SINCE BEFORE .......... ' CUTOFF-DATE.
           IF REPORT-ONLY
               DISPLAY 'MODE ........................ REPORT ONLY'
           END-IF.
           PERFORM SNAPSHOT-PASS.
           IF FIRST-SNAP-DATE EQUAL TO SPACES
              OR FIRST-SNAP-DATE > CUTOFF-DATE
               PERFORM HISTORY-PASS
           END-IF.
           OPEN INPUT DOGEVSAM.
           PERFORM OPEN-CURRENCY-BALANCE-FILE.
           PERFORM DIRECTORY-PASS.
           CLOSE DOGEVSAM.
           IF CBAL-FILE-PRESENT
               CLOSE DOGECBAL
           END-IF.
           PERFORM PRINT-DORMANCY-SUMMARY.
           STOP RUN.
      *
       COMPUTE-CUTOFF-DATE.
           COMPUTE MONTH-COUNT = TODAY-YEAR * 12
                   + TODAY-MONTH - 1 - DORMANT-MONTHS.
           DIVIDE MONTH-COUNT BY 12 GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH.
           ADD 1 TO CUTOFF-MONTH.
           MOVE TODAY-DAY TO CUTOFF-DAY.
           IF CUTOFF-DAY > 28
               MOVE 28 TO CUTOFF-DAY
           END-IF.
      *
      * Every snapshot row is one position's business day. A day
      * with settled debits or credits on any currency is activity
      * for the sub-account; the earliest day seen says how far back
      * the snapshots reach.
       SNAPSHOT-PASS.
           OPEN INPUT DOGESNAP.
           IF SNAP-NOT-THERE
               DISPLAY 'DOGEDORM - NO SNAPSHOTS YET - ARCHIVE COPY '
                       'COVERS THE WINDOW'
           ELSE
               PERFORM READ-NEXT-SNAPSHOT
               PERFORM UNTIL SNAP-EOF
                   ADD 1 TO SNAP-ROWS-READ
                   IF FIRST-SNAP-DATE EQUAL TO SPACES
                      OR SN-DATE < FIRST-SNAP-DATE
                       MOVE SN-DATE TO FIRST-SNAP-DATE
                   END-IF
                   IF SN-DAY-DEBITS NOT EQUAL TO ZERO
                      OR SN-DAY-CREDITS NOT EQUAL TO ZERO
                       COMPUTE LA-IDX = SN-ACCT + 1
                       MOVE SN-DATE TO ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY
                   END-IF
                   PERFORM READ-NEXT-SNAPSHOT
               END-PERFORM
               CLOSE DOGESNAP
           END-IF.
      *
       READ-NEXT-SNAPSHOT.
           READ DOGESNAP NEXT RECORD
               AT END SET SNAP-EOF TO TRUE
           END-READ.
           IF NOT SNAP-OK AND NOT SNAP-EOF
               SET SNAP-EOF TO TRUE
           END-IF.
      *
       NOTE-ACTIVITY.
           IF LA-DATE(LA-IDX) EQUAL TO SPACES
              OR ACTIVITY-DATE > LA-DATE(LA-IDX)
               MOVE ACTIVITY-DATE TO LA-DATE(LA-IDX)
           END-IF.
      *
      * The snapshots start inside the window (or there are none) -
      * the part before them comes off DOGEHIST, a keyed START
      * straight at the window's first second and a walk that stops
      * the moment a row dates into the snapshot days.
       HISTORY-PASS.
           MOVE CUTOFF-YEAR TO CONV-YEAR.
           MOVE CUTOFF-MONTH TO CONV-MONTH.
           MOVE CUTOFF-DAY TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           MOVE CONV-SECONDS TO HIST-FROM-KEY.
           IF FIRST-SNAP-DATE EQUAL TO SPACES
               MOVE SENTINEL-NUM TO HIST-TO-KEY
           ELSE
               MOVE FIRST-SNAP-DATE(1:4) TO CONV-YEAR
               MOVE FIRST-SNAP-DATE(5:2) TO CONV-MONTH
               MOVE FIRST-SNAP-DATE(7:2) TO CONV-DAY
               PERFORM CONVERT-YMD-TO-KEY
               COMPUTE HIST-TO-KEY = CONV-SECONDS - 1
           END-IF.
           OPEN INPUT DOGEHIST.
           IF HIST-NOT-THERE
               DISPLAY 'DOGEDORM - NO ARCHIVE COPY YET'
           ELSE
               MOVE HIST-FROM-KEY TO HIST-TDATE
               MOVE '00' TO HIST-TSEQ
               START DOGEHIST KEY NOT LESS THAN HIST-TKEY
                   INVALID KEY
                       SET HIST-EOF TO TRUE
               END-START
               IF NOT HIST-EOF
                   PERFORM READ-NEXT-HISTORY-ROW
               END-IF
               PERFORM UNTIL HIST-EOF
                   MOVE HIST-TRANSACTION TO TRANSACTION
                   IF NUM-DATE NOT LESS THAN SENTINEL-NUM
                      OR NUM-DATE > HIST-TO-KEY
                       SET HIST-EOF TO TRUE
                   ELSE
                       PERFORM TALLY-HISTORY-ROW
                       PERFORM READ-NEXT-HISTORY-ROW
                   END-IF
               END-PERFORM
               CLOSE DOGEHIST
           END-IF.
      *
       READ-NEXT-HISTORY-ROW.
           READ DOGEHIST NEXT RECORD
               AT END SET HIST-EOF TO TRUE
           END-READ.
      *    Anything but clean or end-of-file ends the pass rather
      *    than spinning on an unpositioned browse.
           IF NOT HIST-OK AND NOT HIST-EOF
               SET HIST-EOF TO TRUE
           END-IF.
      *
       TALLY-HISTORY-ROW.
           ADD 1 TO HIST-ROWS-READ.
           IF TRAN-SETTLED
              AND TACCT IS NUMERIC
              AND NUM-DATE NOT LESS THAN CONTROL-KEY-THRESHOLD
               COMPUTE CIV-DAYS-SINCE-EPOCH = NUM-DATE / 86400
               PERFORM CONVERT-DAYS-TO-ROW-YMD
               COMPUTE LA-IDX = TACCT + 1
               MOVE ROW-DAY-YMD TO ACTIVITY-DATE
               PERFORM NOTE-ACTIVITY
           END-IF.
      *
      * One pass of the directory in account order - marks what has
      * gone quiet and reports every dormant account as it goes.
       DIRECTORY-PASS.
           IF REPORT-ONLY
               OPEN INPUT DOGEACTS
           ELSE
               OPEN I-O DOGEACTS
           END-IF.
           IF ACTS-NOT-THERE
               DISPLAY 'DOGEDORM - NO SUB-ACCOUNT DIRECTORY'
           ELSE
               DISPLAY ' '
               DISPLAY '  ACT NAME                 MARKED   LAST ACT'
                       '                   BALANCE CURR NEW'
               PERFORM READ-NEXT-DIRECTORY-ROW
               PERFORM UNTIL ACTS-EOF
                   IF AD-ACCT-OPEN
                       PERFORM CHECK-ONE-ACCOUNT
                   END-IF
                   PERFORM READ-NEXT-DIRECTORY-ROW
               END-PERFORM
               CLOSE DOGEACTS
           END-IF.
      *
       READ-NEXT-DIRECTORY-ROW.
           READ DOGEACTS NEXT RECORD
               AT END SET ACTS-EOF TO TRUE
           END-READ.
           IF NOT ACTS-OK AND NOT ACTS-EOF
               SET ACTS-EOF TO TRUE
           END-IF.
      *
       CHECK-ONE-ACCOUNT.
      *    Quiet since the later of the last settled activity and
      *    the day the clock last restarted (opened or reactivated).
      *    Spaces - nothing inside what history there is, and a row
      *    from before the clock existed - is quiet since forever.
           ADD 1 TO OPEN-COUNT.
           COMPUTE LA-IDX = AD-ACCT-NUM + 1.
           MOVE LA-DATE(LA-IDX) TO QUIET-SINCE.
           IF AD-CLOCK-START IS NUMERIC
              AND (QUIET-SINCE EQUAL TO SPACES
                   OR AD-CLOCK-START > QUIET-SINCE)
               MOVE AD-CLOCK-START TO QUIET-SINCE
           END-IF.
           MOVE SPACES TO NEW-MARK-TEXT.
           IF AD-ACCT-IN-USE
              AND NOT REPORT-ONLY
              AND (QUIET-SINCE EQUAL TO SPACES
                   OR QUIET-SINCE < CUTOFF-DATE)
               SET AD-ACCT-DORMANT TO TRUE
               MOVE WS-TODAY TO AD-DORMANT-SINCE
               MOVE LA-DATE(LA-IDX) TO AD-LAST-ACTIVITY
               REWRITE ACCOUNT-DIRECTORY-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGEDORM - DIRECTORY REWRITE FAILED '
                               AD-ACCT-NUM
                   NOT INVALID KEY
                       ADD 1 TO MARKED-COUNT
                       MOVE 'NEW' TO NEW-MARK-TEXT
               END-REWRITE
           END-IF.
           IF AD-ACCT-DORMANT
               PERFORM REPORT-DORMANT-ACCOUNT
           END-IF.
      *
       REPORT-DORMANT-ACCOUNT.
      *    The last activity shown is what the run finds now - a
      *    settled credit since the mark shows up here without
      *    waking the account, and is counted for someone to look
      *    at.
           ADD 1 TO DORMANT-COUNT.
           IF LA-DATE(LA-IDX) NOT EQUAL TO SPACES
              AND LA-DATE(LA-IDX) NOT LESS THAN AD-DORMANT-SINCE
               ADD 1 TO STIRRED-COUNT
               MOVE 'ACT' TO NEW-MARK-TEXT
           END-IF.
           PERFORM READ-DOGE-BALANCE.
           ADD THE-AMOUNT TO DORMANT-DOGE-TOTAL.
           MOVE THE-AMOUNT TO DR-AMOUNT.
           DISPLAY '  ' AD-ACCT-NUM ' ' AD-NAME ' '
                   AD-DORMANT-SINCE ' ' LA-DATE(LA-IDX) ' '
                   DR-AMOUNT ' DOGE ' NEW-MARK-TEXT.
           IF CBAL-FILE-PRESENT
               PERFORM LIST-OTHER-CURRENCIES
           END-IF.
      *
       READ-DOGE-BALANCE.
      *    The (n*10)+1 balance record - none reads as zero, the
      *    same way DOGESEND treats an unprovisioned sub-account.
           MOVE ZERO TO THE-AMOUNT.
           COMPUTE NUM-DATE = AD-ACCT-NUM * 10 + 1.
           MOVE ZERO TO TSEQ.
           READ DOGEVSAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
           END-READ.
      *
       OPEN-CURRENCY-BALANCE-FILE.
           SET CBAL-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGECBAL.
           IF CBAL-NOT-THERE
               SET CBAL-FILE-ABSENT TO TRUE
           END-IF.
      *
       LIST-OTHER-CURRENCIES.
      *    Every non-DOGE position the account still carries, off
      *    its DOGECBAL rows - a keyed START at the account and a
      *    walk until the account changes.
           MOVE AD-ACCT-NUM TO CB-ACCT.
           MOVE LOW-VALUES TO CB-CURR.
           MOVE '00' TO WS-CBAL-STATUS.
           START DOGECBAL KEY NOT LESS THAN CB-KEY
               INVALID KEY
                   SET CBAL-EOF TO TRUE
           END-START.
           PERFORM UNTIL CBAL-EOF
               READ DOGECBAL NEXT RECORD
                   AT END SET CBAL-EOF TO TRUE
               END-READ
               IF CBAL-OK
                   IF CB-ACCT NOT EQUAL TO AD-ACCT-NUM
                       SET CBAL-EOF TO TRUE
                   ELSE
                   IF CB-BALANCE NOT EQUAL TO ZERO
                       MOVE CB-BALANCE TO DR-AMOUNT
                       DISPLAY '                                   '
                               '                 '
                               DR-AMOUNT ' ' CB-CURR
                   END-IF
                   END-IF
               ELSE
                   SET CBAL-EOF TO TRUE
               END-IF
           END-PERFORM.
      *
       PRINT-DORMANCY-SUMMARY.
           DISPLAY ' '.
           DISPLAY 'SNAPSHOT ROWS READ .......... ' SNAP-ROWS-READ.
           IF FIRST-SNAP-DATE NOT EQUAL TO SPACES
               DISPLAY 'SNAPSHOTS BEGIN ............. ' FIRST-SNAP-DATE
           END-IF.
           DISPLAY 'ARCHIVE ROWS READ ........... ' HIST-ROWS-READ.
           DISPLAY 'OPEN SUB-ACCOUNTS ........... ' OPEN-COUNT.
           DISPLAY 'MARKED DORMANT THIS RUN ..... ' MARKED-COUNT.
           DISPLAY 'DORMANT SUB-ACCOUNTS ........ ' DORMANT-COUNT.
           DISPLAY 'OF WHICH ACTIVE SINCE MARK .. ' STIRRED-COUNT.
           MOVE DORMANT-DOGE-TOTAL TO DR-TOTAL.
           DISPLAY 'DOGE HELD IN DORMANT ........ ' DR-TOTAL.
      *
       CONVERT-YMD-TO-KEY.
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
           COMPUTE CONV-SECONDS = DATE-CONV-DAYS * 86400.
      *
       CONVERT-DAYS-TO-ROW-YMD.
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
           MOVE CIV-Y TO RD-YEAR.
           MOVE CIV-M TO RD-MONTH.
           MOVE CIV-D TO RD-DAY.
       END PROGRAM DOGEDORM.
