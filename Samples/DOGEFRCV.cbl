      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEFRCV:
      *   Forward recovery of DOGEVSAM after a DOGERSTR restore. The
      *   restore only brings the file back to the night's DOGEBKUP
      *   export - every send, deposit, settlement and void since is
      *   gone. This job puts them back from the two logs every
      *   writer keeps as it goes:
      *
      *   1. DOGECHLG (see CHLGREC) - the before/after image of every
      *      row added, rewritten or deleted, replayed in the order
      *      it happened.
      *   2. DOGEBMOV (see BMOVREC) - the old/new amount of every
      *      balance (n*10)+1, pending (n*10)+2 and provisional
      *      (n*10)+4 control record update, replayed in key order,
      *      which is time order within each sub-account. The two
      *      logs never touch the same row's contents, so the row
      *      pass running first costs nothing - and it has to, so a
      *      new sub-account's zero seeds are down before its first
      *      movement lands on them.
      *
      *   Nothing is applied blind. Before each step the row on file
      *   has to be exactly what the log says it was before the
      *   change (a rewrite or delete finds its before image, an add
      *   finds no row, a movement finds its old amount); the first
      *   step that finds anything else stops the run right there,
      *   RC=8, with the expected and found images on the report -
      *   replaying on top of a row nobody can account for would
      *   only bury the problem. A step whose after image is
      *   already on file is counted, not applied: DOGEBKUP reads
      *   the file while the region is still up, so the first few
      *   changes after its start time may already be on the export.
      *   The (n*10)+3 last-send fingerprint has no before image -
      *   its writers replace it blind - so it is replaced blind
      *   here too. Per-currency DOGECBAL movements (CBAL/CPND) are
      *   replayed the same way against the DOGECBAL row DOGEFRST
      *   restored from the same night's family backup - balance or
      *   pending figure has to be the movement's old amount - so
      *   restore DOGECBAL alongside DOGEVSAM before this runs.
      *
      *   A clean replay ends with a DOGERECN-style tie-out - every
      *   DOGE sub-account's detail rows re-totaled against its
      *   balance, pending and provisional control records, and
      *   every other currency's against its DOGECBAL balance and
      *   pending - and the report lists every step reapplied, one
      *   line each.
      *
      * PARM CARD (SYSIN, columns 1-28):
      *   cols 1-8   backup date (YYYYMMDD) - the DOGEBKUP night
      *              DOGERSTR restored
      *   cols 9-14  backup time (HHMMSS) - blank takes the DOGEBKUP
      *              start time off that night's DOGERUNS row
      *   cols 15-22 replay through date (YYYYMMDD) - blank for
      *              everything logged
      *   cols 23-28 replay through time (HHMMSS)
      *
      *   Run straight after DOGERSTR, with the online region's
      *   file still closed (see DOGEFRCV.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEFRCV.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGEBMOV ASSIGN TO DOGEBMOV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
           SELECT DOGECBAL ASSIGN TO DOGECBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CBAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       FD  DOGECBAL.
       COPY CURBALRC.
       WORKING-STORAGE SECTION.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
           88  VSAM-OK                      VALUE '00'.
           88  VSAM-EOF                     VALUE '10'.
       01  WS-CHLG-STATUS            PIC XX VALUE '00'.
           88  CHLG-OK                      VALUE '00'.
           88  CHLG-EOF                     VALUE '10'.
           88  CHLG-NOT-THERE               VALUE '35'.
       01  WS-BMOV-STATUS            PIC XX VALUE '00'.
           88  BMOV-OK                      VALUE '00'.
           88  BMOV-EOF                     VALUE '10'.
           88  BMOV-NOT-THERE               VALUE '35'.
       01  WS-RUNS-STATUS            PIC XX VALUE '00'.
           88  RUNS-NOT-THERE               VALUE '35'.
      * Per-currency balances, VSAM file DOGECBAL - as DOGEFRST left
      * it. No file means no currency other than DOGE was ever held,
      * so any CBAL/CPND movement found stops the run.
       01  WS-CBAL-STATUS            PIC XX VALUE '00'.
           88  CBAL-NOT-THERE               VALUE '35'.
       01  CBAL-FILE-FLAG            PIC X VALUE 'Y'.
           88  CBAL-FILE-PRESENT            VALUE 'Y'.
           88  CBAL-FILE-ABSENT             VALUE 'N'.
       01  FRCV-PARM-CARD.
           05  PARM-BACKUP-DATE      PIC X(8).
           05  PARM-BACKUP-TIME      PIC X(6).
           05  PARM-THROUGH-DATE     PIC X(8).
           05  PARM-THROUGH-TIME     PIC X(6).
      * The replay window, date and time run together so one compare
      * against the log rows' own date/time does.
       01  REPLAY-FROM-STAMP.
           05  REPLAY-FROM-DATE      PIC X(8).
           05  REPLAY-FROM-TIME      PIC X(6).
       01  REPLAY-THROUGH-STAMP.
           05  REPLAY-THROUGH-DATE   PIC X(8).
           05  REPLAY-THROUGH-TIME   PIC X(6).
       01  STEP-STAMP                PIC X(14).
       01  CONTROL-KEY-THRESHOLD     PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
       01  THE-AMOUNT                       PIC S9(8)V9(8).
       01  FILLER REDEFINES THE-AMOUNT.
           05  THE-AMOUNT-INTEGER           PIC X(8).
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  AMOUNT-ON-FILE            PIC S9(9)V9(8) VALUE ZERO.
       01  DR-AMOUNT                 PIC -(8)9.9(8).
       01  DR-OLD-AMOUNT             PIC -(8)9.9(8).
       01  DR-NEW-AMOUNT             PIC -(8)9.9(8).
       01  PARM-VALID-FLAG           PIC X VALUE 'Y'.
           88  PARM-IS-VALID                VALUE 'Y'.
           88  PARM-NOT-VALID               VALUE 'N'.
       01  REPLAY-STOP-FLAG          PIC X VALUE 'N'.
           88  REPLAY-STOPPED               VALUE 'Y'.
           88  REPLAY-RUNNING               VALUE 'N'.
       01  CHLG-DONE-FLAG            PIC X VALUE 'N'.
           88  CHLG-PASS-DONE               VALUE 'Y'.
           88  CHLG-PASS-NOT-DONE           VALUE 'N'.
       01  ROW-FOUND-FLAG            PIC X VALUE 'N'.
           88  ROW-ON-FILE                  VALUE 'Y'.
           88  ROW-NOT-ON-FILE              VALUE 'N'.
      * What the check found - A apply it, P already present on the
      * restored file, M mismatch (stop).
       01  STEP-VERDICT              PIC X VALUE SPACE.
           88  STEP-TO-APPLY                VALUE 'A'.
           88  STEP-ALREADY-PRESENT         VALUE 'P'.
           88  STEP-MISMATCH                VALUE 'M'.
       01  STEP-ACTION-WORD          PIC X(9).
       01  STEP-RESULT-WORD          PIC X(17).
       01  STEP-MISMATCH-REASON      PIC X(40).
       01  CURRENT-ROW-IMAGE         PIC X(135).
       01  EXPECTED-ROW-IMAGE        PIC X(135).
       01  CONTROL-SLOT              PIC 9.
       01  CONTROL-SEED-LABEL        PIC X(10).
      * Which DOGECBAL figure a CBAL/CPND movement moved.
       01  CURRENCY-FIGURE-FLAG      PIC X VALUE SPACE.
           88  CURRENCY-BALANCE-FIGURE      VALUE 'B'.
           88  CURRENCY-PENDING-FIGURE      VALUE 'P'.
           88  NOT-A-CURRENCY-FIGURE        VALUE SPACE.
      * Counters for the closing report.
       01  ROW-STEPS-READ            PIC 9(7) VALUE ZERO.
       01  ROW-STEPS-APPLIED         PIC 9(7) VALUE ZERO.
       01  ROW-STEPS-PRESENT         PIC 9(7) VALUE ZERO.
       01  MOVE-STEPS-READ           PIC 9(7) VALUE ZERO.
       01  MOVE-STEPS-APPLIED        PIC 9(7) VALUE ZERO.
       01  MOVE-STEPS-PRESENT        PIC 9(7) VALUE ZERO.
       01  MOVE-STEPS-SKIPPED        PIC 9(7) VALUE ZERO.
       01  CURRENCY-STEPS-APPLIED    PIC 9(7) VALUE ZERO.
      * Per-sub-account tie-out, same OCCURS-table-by-linear-scan
      * technique DOGERECN and DOGERSTR use.
       01  ACCOUNT-TOTALS.
           05  ACCOUNT-TOTAL-ENTRY OCCURS 50 TIMES.
               10  AT-ACCT-NUM       PIC 9(3).
               10  AT-SETTLED-TOTAL  PIC S9(8)V9(8) VALUE ZERO.
               10  AT-PENDING-TOTAL  PIC S9(8)V9(8) VALUE ZERO.
               10  AT-PROV-TOTAL     PIC S9(8)V9(8) VALUE ZERO.
       01  ACCOUNT-COUNT             PIC 9(3) VALUE ZERO.
      * The same re-total per sub-account and currency for everything
      * that is not DOGE, against DOGECBAL.
       01  CURRENCY-TOTALS.
           05  CURRENCY-TOTAL-ENTRY OCCURS 100 TIMES.
               10  CT-ACCT-NUM       PIC 9(3).
               10  CT-CURR           PIC X(4).
               10  CT-SETTLED-TOTAL  PIC S9(8)V9(8) VALUE ZERO.
               10  CT-PENDING-TOTAL  PIC S9(8)V9(8) VALUE ZERO.
       01  CURRENCY-COUNT            PIC 9(3) VALUE ZERO.
       01  CURR-IDX                  PIC 9(3) VALUE ZERO.
       01  FOUND-CURR-IDX            PIC 9(3) VALUE ZERO.
       01  ACCT-IDX                  PIC 9(3) VALUE ZERO.
       01  FOUND-ACCT-IDX            PIC 9(3) VALUE ZERO.
       01  ACCT-FOUND-FLAG           PIC X VALUE 'N'.
           88  ACCT-ENTRY-FOUND             VALUE 'Y'.
           88  ACCT-ENTRY-NOT-FOUND         VALUE 'N'.
       01  TIE-OUT-FLAG              PIC X VALUE 'Y'.
           88  TIE-OUT-CLEAN                VALUE 'Y'.
           88  TIE-OUT-VARIANCE             VALUE 'N'.
       01  TIE-RECOMPUTED            PIC S9(8)V9(8) VALUE ZERO.
       01  TIE-VARIANCE              PIC S9(9)V9(8) VALUE ZERO.
       01  TIE-CAPTION               PIC X(12).
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT FRCV-PARM-CARD FROM SYSIN.
           PERFORM SET-REPLAY-WINDOW.
           IF PARM-NOT-VALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY '===== DOGEFRCV FORWARD RECOVERY OF DOGEVSAM ====='.
           DISPLAY 'REPLAYING CHANGES FROM ..... ' REPLAY-FROM-DATE
                   ' ' REPLAY-FROM-TIME.
           DISPLAY 'REPLAYING CHANGES THROUGH .. '
                   REPLAY-THROUGH-DATE ' ' REPLAY-THROUGH-TIME.
           OPEN I-O DOGEVSAM.
           SET CBAL-FILE-PRESENT TO TRUE.
           OPEN I-O DOGECBAL.
           IF CBAL-NOT-THERE
               SET CBAL-FILE-ABSENT TO TRUE
           END-IF.
           PERFORM REPLAY-ROW-CHANGES.
           IF REPLAY-RUNNING
               PERFORM REPLAY-BALANCE-MOVEMENTS
           END-IF.
           CLOSE DOGEVSAM.
           IF REPLAY-RUNNING
               PERFORM TIE-OUT-RECOVERED-FILE
           END-IF.
           IF CBAL-FILE-PRESENT
               CLOSE DOGECBAL
           END-IF.
           PERFORM PRINT-RECOVERY-REPORT.
           STOP RUN.
      *
       SET-REPLAY-WINDOW.
      *    No backup time on the card means "from when DOGEBKUP
      *    started that night" - its own DOGERUNS row says when.
           SET PARM-IS-VALID TO TRUE.
           IF PARM-BACKUP-DATE IS NOT NUMERIC
               SET PARM-NOT-VALID TO TRUE
               DISPLAY 'DOGEFRCV - BACKUP DATE MISSING OR NOT NUMERIC'
           ELSE
               MOVE PARM-BACKUP-DATE TO REPLAY-FROM-DATE
               IF PARM-BACKUP-TIME EQUAL TO SPACES
                   PERFORM FIND-BACKUP-START-TIME
               ELSE
               IF PARM-BACKUP-TIME IS NUMERIC
                   MOVE PARM-BACKUP-TIME TO REPLAY-FROM-TIME
               ELSE
                   SET PARM-NOT-VALID TO TRUE
                   DISPLAY 'DOGEFRCV - BACKUP TIME NOT NUMERIC'
               END-IF
               END-IF
           END-IF.
           IF PARM-THROUGH-DATE EQUAL TO SPACES
               MOVE '99999999' TO REPLAY-THROUGH-DATE
               MOVE '999999' TO REPLAY-THROUGH-TIME
           ELSE
               MOVE PARM-THROUGH-DATE TO REPLAY-THROUGH-DATE
               IF PARM-THROUGH-TIME EQUAL TO SPACES
                   MOVE '999999' TO REPLAY-THROUGH-TIME
               ELSE
                   MOVE PARM-THROUGH-TIME TO REPLAY-THROUGH-TIME
               END-IF
               IF REPLAY-THROUGH-STAMP IS NOT NUMERIC
                   SET PARM-NOT-VALID TO TRUE
                   DISPLAY 'DOGEFRCV - REPLAY-THROUGH NOT NUMERIC'
               END-IF
           END-IF.
           IF PARM-IS-VALID
              AND REPLAY-THROUGH-STAMP < REPLAY-FROM-STAMP
               SET PARM-NOT-VALID TO TRUE
               DISPLAY 'DOGEFRCV - REPLAY-THROUGH IS BEFORE THE BACKUP'
           END-IF.
      *
       FIND-BACKUP-START-TIME.
           OPEN INPUT DOGERUNS.
           IF RUNS-NOT-THERE
               SET PARM-NOT-VALID TO TRUE
               DISPLAY 'DOGEFRCV - NO DOGERUNS FILE - PUNCH THE '
                       'BACKUP TIME ON THE CARD'
           ELSE
               MOVE 'DOGEBKUP' TO RUN-JOB
               MOVE PARM-BACKUP-DATE TO RUN-DATE
               READ DOGERUNS
                   INVALID KEY
                       SET PARM-NOT-VALID TO TRUE
                       DISPLAY 'DOGEFRCV - NO DOGEBKUP RUN ON '
                               PARM-BACKUP-DATE
                               ' - PUNCH THE BACKUP TIME ON THE CARD'
                   NOT INVALID KEY
                       MOVE RUN-START-TIME(1:6) TO REPLAY-FROM-TIME
               END-READ
               CLOSE DOGERUNS
           END-IF.
      *
      *///////////////////////////////////////////////////////////////
      * Pass 1 - row changes off DOGECHLG, in the order they were made
      *///////////////////////////////////////////////////////////////
       REPLAY-ROW-CHANGES.
           SET CHLG-PASS-NOT-DONE TO TRUE.
           OPEN INPUT DOGECHLG.
           IF CHLG-NOT-THERE
               DISPLAY 'DOGEFRCV - NO DOGECHLG FILE - NO ROW CHANGES '
                       'TO REPLAY'
           ELSE
               MOVE REPLAY-FROM-DATE TO CHG-DATE
               MOVE REPLAY-FROM-TIME TO CHG-TIME
               MOVE ZERO TO CHG-SEQ
               START DOGECHLG KEY NOT LESS THAN CHG-KEY
                   INVALID KEY
                       SET CHLG-PASS-DONE TO TRUE
               END-START
               PERFORM UNTIL CHLG-PASS-DONE OR REPLAY-STOPPED
                   READ DOGECHLG NEXT RECORD
                       AT END
                           SET CHLG-PASS-DONE TO TRUE
                       NOT AT END
                           MOVE CHG-KEY(1:14) TO STEP-STAMP
                           IF STEP-STAMP > REPLAY-THROUGH-STAMP
                               SET CHLG-PASS-DONE TO TRUE
                           ELSE
                               ADD 1 TO ROW-STEPS-READ
                               PERFORM REPLAY-ONE-ROW-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOGECHLG
           END-IF.
      *
       REPLAY-ONE-ROW-CHANGE.
           MOVE CHG-TKEY TO TKEY.
           READ DOGEVSAM
               INVALID KEY
                   SET ROW-NOT-ON-FILE TO TRUE
                   MOVE SPACES TO CURRENT-ROW-IMAGE
               NOT INVALID KEY
                   SET ROW-ON-FILE TO TRUE
                   MOVE TRANSACTION TO CURRENT-ROW-IMAGE
           END-READ.
           PERFORM CHECK-ROW-CHANGE.
           IF STEP-TO-APPLY
               PERFORM APPLY-ROW-CHANGE
           END-IF.
           IF STEP-TO-APPLY
               ADD 1 TO ROW-STEPS-APPLIED
               MOVE 'REAPPLIED' TO STEP-RESULT-WORD
               PERFORM PRINT-ROW-STEP
           ELSE
           IF STEP-ALREADY-PRESENT
               ADD 1 TO ROW-STEPS-PRESENT
               MOVE 'ALREADY ON BACKUP' TO STEP-RESULT-WORD
               PERFORM PRINT-ROW-STEP
           ELSE
               SET REPLAY-STOPPED TO TRUE
               MOVE 'STOPPED HERE' TO STEP-RESULT-WORD
               PERFORM PRINT-ROW-STEP
               PERFORM PRINT-ROW-MISMATCH
           END-IF
           END-IF.
      *
       CHECK-ROW-CHANGE.
      *    The row on file has to be what the log saw before the
      *    change - or already what it saw after.
           SET STEP-MISMATCH TO TRUE.
           MOVE SPACES TO STEP-MISMATCH-REASON.
           MOVE CHG-BEFORE-IMAGE TO EXPECTED-ROW-IMAGE.
           IF CHG-ROW-ADDED
               MOVE 'ADDED' TO STEP-ACTION-WORD
               MOVE SPACES TO EXPECTED-ROW-IMAGE
               IF ROW-NOT-ON-FILE
                   SET STEP-TO-APPLY TO TRUE
               ELSE
               IF CURRENT-ROW-IMAGE EQUAL TO CHG-AFTER-IMAGE
                   SET STEP-ALREADY-PRESENT TO TRUE
               ELSE
                   MOVE 'ROW TO ADD IS ALREADY ON FILE' TO
                        STEP-MISMATCH-REASON
               END-IF
               END-IF
           ELSE
           IF CHG-ROW-REWRITTEN
               MOVE 'REWRITTEN' TO STEP-ACTION-WORD
               IF ROW-NOT-ON-FILE
                   MOVE 'ROW TO REWRITE IS NOT ON FILE' TO
                        STEP-MISMATCH-REASON
               ELSE
               IF CURRENT-ROW-IMAGE EQUAL TO CHG-BEFORE-IMAGE
                   SET STEP-TO-APPLY TO TRUE
               ELSE
               IF CURRENT-ROW-IMAGE EQUAL TO CHG-AFTER-IMAGE
                   SET STEP-ALREADY-PRESENT TO TRUE
               ELSE
                   MOVE 'ROW ON FILE IS NOT THE BEFORE IMAGE' TO
                        STEP-MISMATCH-REASON
               END-IF
               END-IF
               END-IF
           ELSE
           IF CHG-ROW-DELETED
               MOVE 'DELETED' TO STEP-ACTION-WORD
               IF ROW-NOT-ON-FILE
                   SET STEP-ALREADY-PRESENT TO TRUE
               ELSE
               IF CURRENT-ROW-IMAGE EQUAL TO CHG-BEFORE-IMAGE
                   SET STEP-TO-APPLY TO TRUE
               ELSE
                   MOVE 'ROW ON FILE IS NOT THE BEFORE IMAGE' TO
                        STEP-MISMATCH-REASON
               END-IF
               END-IF
           ELSE
           IF CHG-ROW-REPLACED
      *        The fingerprint carries no before image - nothing to
      *        check it against.
               MOVE 'REPLACED' TO STEP-ACTION-WORD
               IF ROW-ON-FILE
                  AND CURRENT-ROW-IMAGE EQUAL TO CHG-AFTER-IMAGE
                   SET STEP-ALREADY-PRESENT TO TRUE
               ELSE
                   SET STEP-TO-APPLY TO TRUE
               END-IF
           ELSE
               MOVE CHG-ACTION TO STEP-ACTION-WORD
               MOVE 'UNKNOWN ACTION ON CHANGE LOG ROW' TO
                    STEP-MISMATCH-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       APPLY-ROW-CHANGE.
      *    A file that refuses the change is as good as a mismatch -
      *    the run stops on it the same way.
           IF CHG-ROW-DELETED
               DELETE DOGEVSAM RECORD
                   INVALID KEY
                       SET STEP-MISMATCH TO TRUE
                       MOVE 'DELETE FAILED' TO STEP-MISMATCH-REASON
               END-DELETE
           ELSE
               MOVE CHG-AFTER-IMAGE TO TRANSACTION
               IF ROW-ON-FILE
                   REWRITE TRANSACTION
                       INVALID KEY
                           SET STEP-MISMATCH TO TRUE
                           MOVE 'REWRITE FAILED' TO
                                STEP-MISMATCH-REASON
                   END-REWRITE
               ELSE
                   WRITE TRANSACTION
                       INVALID KEY
                           SET STEP-MISMATCH TO TRUE
                           MOVE 'WRITE FAILED' TO STEP-MISMATCH-REASON
                   END-WRITE
               END-IF
           END-IF.
      *
       PRINT-ROW-STEP.
           DISPLAY 'ROW  ' CHG-DATE ' ' CHG-TIME ' ' CHG-PROGRAM
                   ' ' CHG-USERID ' ' CHG-TKEY ' ' STEP-ACTION-WORD
                   ' ' STEP-RESULT-WORD.
      *
       PRINT-ROW-MISMATCH.
           DISPLAY '*** ' STEP-MISMATCH-REASON ' ***'.
           DISPLAY '  EXPECTED: ' EXPECTED-ROW-IMAGE(1:68).
           DISPLAY '            ' EXPECTED-ROW-IMAGE(69:67).
           DISPLAY '  ON FILE:  ' CURRENT-ROW-IMAGE(1:68).
           DISPLAY '            ' CURRENT-ROW-IMAGE(69:67).
           DISPLAY '  LOGGED AFTER: ' CHG-AFTER-IMAGE(1:64).
           DISPLAY '                ' CHG-AFTER-IMAGE(65:71).
      *
      *///////////////////////////////////////////////////////////////
      * Pass 2 - control record amounts off DOGEBMOV
      *///////////////////////////////////////////////////////////////
       REPLAY-BALANCE-MOVEMENTS.
           OPEN INPUT DOGEBMOV.
           IF BMOV-NOT-THERE
               DISPLAY 'DOGEFRCV - NO DOGEBMOV FILE - NO MOVEMENTS '
                       'TO REPLAY'
           ELSE
               PERFORM UNTIL BMOV-EOF OR REPLAY-STOPPED
                   READ DOGEBMOV NEXT RECORD
                       AT END
                           SET BMOV-EOF TO TRUE
                       NOT AT END
                           MOVE BM-KEY(4:14) TO STEP-STAMP
                           IF STEP-STAMP NOT < REPLAY-FROM-STAMP
                              AND STEP-STAMP NOT > REPLAY-THROUGH-STAMP
                               ADD 1 TO MOVE-STEPS-READ
                               PERFORM REPLAY-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOGEBMOV
           END-IF.
      *
       REPLAY-ONE-MOVEMENT.
           MOVE ZERO TO CONTROL-SLOT.
           SET NOT-A-CURRENCY-FIGURE TO TRUE.
           IF BM-RECORD-TYPE EQUAL TO 'BAL'
               MOVE 1 TO CONTROL-SLOT
               MOVE 'BALANCE' TO CONTROL-SEED-LABEL
           ELSE
           IF BM-RECORD-TYPE EQUAL TO 'PEND'
               MOVE 2 TO CONTROL-SLOT
               MOVE 'PENDAGG' TO CONTROL-SEED-LABEL
           ELSE
           IF BM-RECORD-TYPE EQUAL TO 'PROV'
               MOVE 4 TO CONTROL-SLOT
               MOVE 'PROVAGG' TO CONTROL-SEED-LABEL
           ELSE
           IF BM-RECORD-TYPE EQUAL TO 'CBAL'
               SET CURRENCY-BALANCE-FIGURE TO TRUE
           ELSE
           IF BM-RECORD-TYPE EQUAL TO 'CPND'
               SET CURRENCY-PENDING-FIGURE TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF CONTROL-SLOT NOT EQUAL TO ZERO
               PERFORM REPLAY-CONTROL-MOVEMENT
           ELSE
           IF NOT NOT-A-CURRENCY-FIGURE
               PERFORM REPLAY-CURRENCY-MOVEMENT
           ELSE
               ADD 1 TO MOVE-STEPS-SKIPPED
           END-IF
           END-IF.
      *
       REPLAY-CONTROL-MOVEMENT.
           COMPUTE NUM-DATE = BM-ACCT * 10 + CONTROL-SLOT.
           MOVE ZERO TO TSEQ.
           SET STEP-MISMATCH TO TRUE.
           MOVE SPACES TO STEP-MISMATCH-REASON.
           MOVE ZERO TO AMOUNT-ON-FILE.
           READ DOGEVSAM
               INVALID KEY
                   SET ROW-NOT-ON-FILE TO TRUE
      *            A writer seeds a missing control record at the
      *            movement's amount - an old amount of zero is that
      *            seed.
                   IF BM-OLD-AMOUNT EQUAL TO ZERO
                       SET STEP-TO-APPLY TO TRUE
                   ELSE
                       MOVE 'CONTROL RECORD IS NOT ON FILE' TO
                            STEP-MISMATCH-REASON
                   END-IF
               NOT INVALID KEY
                   SET ROW-ON-FILE TO TRUE
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
                   MOVE THE-AMOUNT TO AMOUNT-ON-FILE
                   IF AMOUNT-ON-FILE EQUAL TO BM-OLD-AMOUNT
                       SET STEP-TO-APPLY TO TRUE
                   ELSE
                   IF AMOUNT-ON-FILE EQUAL TO BM-NEW-AMOUNT
                       SET STEP-ALREADY-PRESENT TO TRUE
                   ELSE
                       MOVE 'AMOUNT ON FILE IS NOT THE OLD AMOUNT' TO
                            STEP-MISMATCH-REASON
                   END-IF
                   END-IF
           END-READ.
           IF STEP-TO-APPLY
               PERFORM APPLY-CONTROL-MOVEMENT
           END-IF.
           PERFORM REPORT-MOVEMENT-STEP.
      *
       REPORT-MOVEMENT-STEP.
           IF STEP-TO-APPLY
               ADD 1 TO MOVE-STEPS-APPLIED
               MOVE 'REAPPLIED' TO STEP-RESULT-WORD
               PERFORM PRINT-MOVEMENT-STEP
           ELSE
           IF STEP-ALREADY-PRESENT
               ADD 1 TO MOVE-STEPS-PRESENT
               MOVE 'ALREADY ON BACKUP' TO STEP-RESULT-WORD
               PERFORM PRINT-MOVEMENT-STEP
           ELSE
               SET REPLAY-STOPPED TO TRUE
               MOVE 'STOPPED HERE' TO STEP-RESULT-WORD
               PERFORM PRINT-MOVEMENT-STEP
               DISPLAY '*** ' STEP-MISMATCH-REASON ' ***'
               MOVE BM-OLD-AMOUNT TO DR-AMOUNT
               DISPLAY '  EXPECTED OLD AMOUNT ' DR-AMOUNT
               MOVE AMOUNT-ON-FILE TO DR-AMOUNT
               DISPLAY '  AMOUNT ON FILE .... ' DR-AMOUNT
           END-IF
           END-IF.
      *
       APPLY-CONTROL-MOVEMENT.
      *    Same sign-and-split of the amount back into TAMOUNT every
      *    balance writer does; a missing record goes down the way
      *    the writers seed one.
           MOVE BM-NEW-AMOUNT TO THE-AMOUNT.
           IF THE-AMOUNT < ZERO
               SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
               MOVE '-' TO TAMT-SIGN
           ELSE
               MOVE '+' TO TAMT-SIGN
           END-IF.
           MOVE THE-AMOUNT-INTEGER TO TAMT-INTEGER-PART.
           MOVE '.' TO TAMT-DEC-POINT.
           MOVE THE-AMOUNT-DECIMAL TO TAMT-DECIMAL-PART.
           IF ROW-ON-FILE
               REWRITE TRANSACTION
                   INVALID KEY
                       SET STEP-MISMATCH TO TRUE
                       MOVE 'REWRITE FAILED' TO STEP-MISMATCH-REASON
               END-REWRITE
           ELSE
               COMPUTE NUM-DATE = BM-ACCT * 10 + CONTROL-SLOT
               MOVE ZERO TO TSEQ
               MOVE BM-ACCT TO TACCT
               MOVE SPACES TO TADDRSS
               MOVE CONTROL-SEED-LABEL TO TLABEL
               MOVE 'DOGE' TO TCURR
               MOVE SPACES TO TSTATUS
               MOVE SPACES TO TMEMO
               WRITE TRANSACTION
                   INVALID KEY
                       SET STEP-MISMATCH TO TRUE
                       MOVE 'SEED WRITE FAILED' TO STEP-MISMATCH-REASON
               END-WRITE
           END-IF.
      *
       REPLAY-CURRENCY-MOVEMENT.
      *    The same check against the DOGECBAL row's balance or
      *    pending figure. A writer seeds a missing row at the
      *    movement's amount with the other figure zero - an old
      *    amount of zero is that seed.
           SET STEP-MISMATCH TO TRUE.
           MOVE SPACES TO STEP-MISMATCH-REASON.
           MOVE ZERO TO AMOUNT-ON-FILE.
           IF CBAL-FILE-ABSENT
               MOVE 'DOGECBAL WAS NOT RESTORED' TO
                    STEP-MISMATCH-REASON
           ELSE
               MOVE BM-ACCT TO CB-ACCT
               MOVE BM-CURR TO CB-CURR
               READ DOGECBAL
                   INVALID KEY
                       SET ROW-NOT-ON-FILE TO TRUE
                       IF BM-OLD-AMOUNT EQUAL TO ZERO
                           SET STEP-TO-APPLY TO TRUE
                       ELSE
                           MOVE 'CURRENCY ROW IS NOT ON FILE' TO
                                STEP-MISMATCH-REASON
                       END-IF
                   NOT INVALID KEY
                       SET ROW-ON-FILE TO TRUE
                       IF CURRENCY-BALANCE-FIGURE
                           MOVE CB-BALANCE TO AMOUNT-ON-FILE
                       ELSE
                           MOVE CB-PENDING TO AMOUNT-ON-FILE
                       END-IF
                       IF AMOUNT-ON-FILE EQUAL TO BM-OLD-AMOUNT
                           SET STEP-TO-APPLY TO TRUE
                       ELSE
                       IF AMOUNT-ON-FILE EQUAL TO BM-NEW-AMOUNT
                           SET STEP-ALREADY-PRESENT TO TRUE
                       ELSE
                           MOVE 'AMOUNT ON FILE IS NOT THE OLD AMOUNT'
                               TO STEP-MISMATCH-REASON
                       END-IF
                       END-IF
               END-READ
           END-IF.
           IF STEP-TO-APPLY
               PERFORM APPLY-CURRENCY-MOVEMENT
           END-IF.
           IF STEP-TO-APPLY
               ADD 1 TO CURRENCY-STEPS-APPLIED
           END-IF.
           PERFORM REPORT-MOVEMENT-STEP.
      *
       APPLY-CURRENCY-MOVEMENT.
           IF ROW-NOT-ON-FILE
               MOVE SPACES TO CURRENCY-BALANCE-ENTRY
               MOVE BM-ACCT TO CB-ACCT
               MOVE BM-CURR TO CB-CURR
               MOVE ZERO TO CB-BALANCE
               MOVE ZERO TO CB-PENDING
           END-IF.
           IF CURRENCY-BALANCE-FIGURE
               MOVE BM-NEW-AMOUNT TO CB-BALANCE
           ELSE
               MOVE BM-NEW-AMOUNT TO CB-PENDING
           END-IF.
           IF ROW-ON-FILE
               REWRITE CURRENCY-BALANCE-ENTRY
                   INVALID KEY
                       SET STEP-MISMATCH TO TRUE
                       MOVE 'REWRITE FAILED' TO STEP-MISMATCH-REASON
               END-REWRITE
           ELSE
               WRITE CURRENCY-BALANCE-ENTRY
                   INVALID KEY
                       SET STEP-MISMATCH TO TRUE
                       MOVE 'SEED WRITE FAILED' TO STEP-MISMATCH-REASON
               END-WRITE
           END-IF.
      *
       PRINT-MOVEMENT-STEP.
           MOVE BM-OLD-AMOUNT TO DR-OLD-AMOUNT.
           MOVE BM-NEW-AMOUNT TO DR-NEW-AMOUNT.
           DISPLAY 'MOVE ' BM-DATE ' ' BM-TIME ' ' BM-PROGRAM
                   ' ' BM-USERID ' ACCT ' BM-ACCT ' ' BM-RECORD-TYPE
                   ' ' STEP-RESULT-WORD.
           DISPLAY '       ' DR-OLD-AMOUNT ' -> ' DR-NEW-AMOUNT
                   ' ' BM-CURR ' FOR ' BM-DRIVER-KEY.
      *
      *///////////////////////////////////////////////////////////////
      * Tie-out - DOGERECN's re-total, against the recovered file
      *///////////////////////////////////////////////////////////////
       TIE-OUT-RECOVERED-FILE.
           MOVE '00' TO WS-VSAM-STATUS.
           OPEN INPUT DOGEVSAM.
           PERFORM UNTIL VSAM-EOF
               READ DOGEVSAM NEXT RECORD
                   AT END
                       SET VSAM-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-RECOVERED-ROW
               END-READ
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY '----- TIE-OUT OF THE RECOVERED FILE -----'.
           IF ACCOUNT-COUNT = ZERO
               DISPLAY 'DOGEFRCV - NO DOGE DETAIL ROWS TO TIE OUT'
           ELSE
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > ACCOUNT-COUNT
                   PERFORM TIE-OUT-ONE-ACCOUNT
               END-PERFORM
           END-IF.
           PERFORM VARYING CURR-IDX FROM 1 BY 1
                   UNTIL CURR-IDX > CURRENCY-COUNT
               PERFORM TIE-OUT-ONE-CURRENCY
           END-PERFORM.
           CLOSE DOGEVSAM.
      *
       TALLY-RECOVERED-ROW.
      *    Same row classes DOGERECN's TALLY-ROW/TALLY-SUB-ACCOUNT
      *    total. SETTLED rows other than the VOID reversal rows
      *    against the balance - a voided original and its VOID row
      *    both stay out, and net to nothing - PENDING/HELD debits
      *    against the pending aggregate, PENDING credits against the
      *    provisional one. Every other currency goes to its own
      *    DOGECBAL re-total.
           IF NUM-DATE NOT LESS THAN CONTROL-KEY-THRESHOLD
              AND NUM-DATE NOT EQUAL TO SENTINEL-NUM
              AND NOT (CURR-IS-DOGE OR TCURR EQUAL TO SPACES)
               PERFORM TALLY-CURRENCY-ROW
           END-IF.
           IF NUM-DATE NOT LESS THAN CONTROL-KEY-THRESHOLD
              AND NUM-DATE NOT EQUAL TO SENTINEL-NUM
              AND (CURR-IS-DOGE OR TCURR EQUAL TO SPACES)
               MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
               MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
               IF TAMT-SIGN-NEGATIVE
                   SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
               END-IF
               PERFORM FIND-TIE-OUT-ACCOUNT
               IF FOUND-ACCT-IDX > 0
                   IF TRAN-SETTLED
                       IF TLABEL NOT EQUAL TO 'VOID'
                           ADD THE-AMOUNT TO
                               AT-SETTLED-TOTAL(FOUND-ACCT-IDX)
                       END-IF
                   ELSE
                   IF TRAN-PENDING AND NOT TAMT-SIGN-NEGATIVE
                       ADD THE-AMOUNT TO AT-PROV-TOTAL(FOUND-ACCT-IDX)
                   ELSE
                   IF (TRAN-PENDING OR TRAN-HELD)
                      AND TAMT-SIGN-NEGATIVE
                       ADD THE-AMOUNT TO
                           AT-PENDING-TOTAL(FOUND-ACCT-IDX)
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *
       TALLY-CURRENCY-ROW.
      *    DOGERECN's classes again; DOGECBAL keeps no provisional
      *    figure, so a PENDING credit counts nowhere.
           MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER.
           MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL.
           IF TAMT-SIGN-NEGATIVE
               SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
           END-IF.
           MOVE ZERO TO FOUND-CURR-IDX.
           PERFORM VARYING CURR-IDX FROM 1 BY 1
                   UNTIL CURR-IDX > CURRENCY-COUNT
                      OR FOUND-CURR-IDX > ZERO
               IF CT-ACCT-NUM(CURR-IDX) EQUAL TO TACCT
                  AND CT-CURR(CURR-IDX) EQUAL TO TCURR
                   MOVE CURR-IDX TO FOUND-CURR-IDX
               END-IF
           END-PERFORM.
           IF FOUND-CURR-IDX = ZERO AND CURRENCY-COUNT < 100
               ADD 1 TO CURRENCY-COUNT
               MOVE CURRENCY-COUNT TO FOUND-CURR-IDX
               MOVE TACCT TO CT-ACCT-NUM(FOUND-CURR-IDX)
               MOVE TCURR TO CT-CURR(FOUND-CURR-IDX)
               MOVE ZERO TO CT-SETTLED-TOTAL(FOUND-CURR-IDX)
               MOVE ZERO TO CT-PENDING-TOTAL(FOUND-CURR-IDX)
           END-IF.
           IF FOUND-CURR-IDX > ZERO
               IF TRAN-SETTLED
                   IF TLABEL NOT EQUAL TO 'VOID'
                       ADD THE-AMOUNT TO
                           CT-SETTLED-TOTAL(FOUND-CURR-IDX)
                   END-IF
               ELSE
               IF (TRAN-PENDING OR TRAN-HELD)
                  AND TAMT-SIGN-NEGATIVE
                   ADD THE-AMOUNT TO CT-PENDING-TOTAL(FOUND-CURR-IDX)
               END-IF
               END-IF
           END-IF.
      *
       FIND-TIE-OUT-ACCOUNT.
           SET ACCT-ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO FOUND-ACCT-IDX.
           IF ACCOUNT-COUNT > 0
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > ACCOUNT-COUNT
                   IF ACCT-ENTRY-NOT-FOUND
                      AND AT-ACCT-NUM(ACCT-IDX) EQUAL TO TACCT
                       SET ACCT-ENTRY-FOUND TO TRUE
                       MOVE ACCT-IDX TO FOUND-ACCT-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF ACCT-ENTRY-NOT-FOUND AND ACCOUNT-COUNT < 50
               ADD 1 TO ACCOUNT-COUNT
               MOVE ACCOUNT-COUNT TO FOUND-ACCT-IDX
               MOVE TACCT TO AT-ACCT-NUM(FOUND-ACCT-IDX)
               MOVE ZERO TO AT-SETTLED-TOTAL(FOUND-ACCT-IDX)
               MOVE ZERO TO AT-PENDING-TOTAL(FOUND-ACCT-IDX)
               MOVE ZERO TO AT-PROV-TOTAL(FOUND-ACCT-IDX)
           END-IF.
      *
       TIE-OUT-ONE-ACCOUNT.
      *    No pending or provisional record just means no send or
      *    deposit ever waited on this sub-account - zero against
      *    zero.
           DISPLAY 'SUB-ACCOUNT ................ '
                   AT-ACCT-NUM(ACCT-IDX).
           MOVE 'BALANCE' TO TIE-CAPTION.
           MOVE 1 TO CONTROL-SLOT.
           MOVE AT-SETTLED-TOTAL(ACCT-IDX) TO TIE-RECOMPUTED.
           PERFORM TIE-OUT-ONE-CONTROL.
           MOVE 'PENDING' TO TIE-CAPTION.
           MOVE 2 TO CONTROL-SLOT.
           MOVE AT-PENDING-TOTAL(ACCT-IDX) TO TIE-RECOMPUTED.
           PERFORM TIE-OUT-ONE-CONTROL.
           MOVE 'PROVISIONAL' TO TIE-CAPTION.
           MOVE 4 TO CONTROL-SLOT.
           MOVE AT-PROV-TOTAL(ACCT-IDX) TO TIE-RECOMPUTED.
           PERFORM TIE-OUT-ONE-CONTROL.
      *
       TIE-OUT-ONE-CONTROL.
           MOVE ZERO TO AMOUNT-ON-FILE.
           COMPUTE NUM-DATE = AT-ACCT-NUM(ACCT-IDX) * 10
                   + CONTROL-SLOT.
           MOVE ZERO TO TSEQ.
           READ DOGEVSAM
               INVALID KEY
                   IF CONTROL-SLOT EQUAL TO 1
                       DISPLAY '  *** NO BALANCE RECORD ON FILE ***'
                       SET TIE-OUT-VARIANCE TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER
                   MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL
                   IF TAMT-SIGN-NEGATIVE
                       SUBTRACT THE-AMOUNT FROM ZERO GIVING THE-AMOUNT
                   END-IF
                   MOVE THE-AMOUNT TO AMOUNT-ON-FILE
           END-READ.
           PERFORM TIE-OUT-ONE-FIGURE.
      *
       TIE-OUT-ONE-FIGURE.
           SUBTRACT TIE-RECOMPUTED FROM AMOUNT-ON-FILE
               GIVING TIE-VARIANCE.
           MOVE TIE-RECOMPUTED TO DR-OLD-AMOUNT.
           MOVE AMOUNT-ON-FILE TO DR-NEW-AMOUNT.
           MOVE TIE-VARIANCE TO DR-AMOUNT.
           DISPLAY '  ' TIE-CAPTION ' RECOMPUTED ' DR-OLD-AMOUNT
                   ' ON FILE ' DR-NEW-AMOUNT.
           IF TIE-VARIANCE NOT EQUAL TO ZERO
               SET TIE-OUT-VARIANCE TO TRUE
               DISPLAY '  *** VARIANCE ' DR-AMOUNT ' ***'
           END-IF.
      *
       TIE-OUT-ONE-CURRENCY.
      *    No DOGECBAL row reads as zero on file - a currency with
      *    detail rows and no row shows its whole total as variance.
           DISPLAY 'SUB-ACCOUNT ................ '
                   CT-ACCT-NUM(CURR-IDX) ' ' CT-CURR(CURR-IDX).
           MOVE ZERO TO CB-BALANCE.
           MOVE ZERO TO CB-PENDING.
           IF CBAL-FILE-ABSENT
               DISPLAY '  *** NO DOGECBAL FILE ***'
               SET TIE-OUT-VARIANCE TO TRUE
           ELSE
               MOVE CT-ACCT-NUM(CURR-IDX) TO CB-ACCT
               MOVE CT-CURR(CURR-IDX) TO CB-CURR
               READ DOGECBAL
                   INVALID KEY
                       DISPLAY '  *** NO CURRENCY ROW ON FILE ***'
                       MOVE ZERO TO CB-BALANCE
                       MOVE ZERO TO CB-PENDING
               END-READ
           END-IF.
           MOVE 'BALANCE' TO TIE-CAPTION.
           MOVE CT-SETTLED-TOTAL(CURR-IDX) TO TIE-RECOMPUTED.
           MOVE CB-BALANCE TO AMOUNT-ON-FILE.
           PERFORM TIE-OUT-ONE-FIGURE.
           MOVE 'PENDING' TO TIE-CAPTION.
           MOVE CT-PENDING-TOTAL(CURR-IDX) TO TIE-RECOMPUTED.
           MOVE CB-PENDING TO AMOUNT-ON-FILE.
           PERFORM TIE-OUT-ONE-FIGURE.
      *
       PRINT-RECOVERY-REPORT.
           DISPLAY ' '.
           DISPLAY '===== DOGEFRCV FORWARD RECOVERY REPORT ====='.
           DISPLAY 'ROW CHANGES READ ............ ' ROW-STEPS-READ.
           DISPLAY 'ROW CHANGES REAPPLIED ....... ' ROW-STEPS-APPLIED.
           DISPLAY 'ROW CHANGES ALREADY ON BACKUP ' ROW-STEPS-PRESENT.
           DISPLAY 'MOVEMENTS READ .............. ' MOVE-STEPS-READ.
           DISPLAY 'MOVEMENTS REAPPLIED ......... ' MOVE-STEPS-APPLIED.
           DISPLAY 'MOVEMENTS ALREADY ON BACKUP . ' MOVE-STEPS-PRESENT.
           DISPLAY 'OF WHICH ON DOGECBAL ........ '
                   CURRENCY-STEPS-APPLIED.
           DISPLAY 'MOVEMENTS OF NO KNOWN TYPE .. ' MOVE-STEPS-SKIPPED.
           IF REPLAY-STOPPED
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** ROLL-FORWARD STOPPED AT THE FIRST MISMATCH '
                       '- SEE STOPPED HERE ABOVE ***'
               DISPLAY '*** EVERY STEP BEFORE IT IS ON THE FILE - '
                       'NOTHING AFTER IT IS ***'
               DISPLAY '*** DO NOT REOPEN THE ONLINE FILE ***'
           ELSE
           IF TIE-OUT-VARIANCE
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** REPLAY COMPLETE BUT THE TIE-OUT SHOWS '
                       'VARIANCE ***'
               DISPLAY '*** DO NOT REOPEN THE ONLINE FILE ***'
           ELSE
               IF ROW-STEPS-PRESENT > ZERO
                  OR MOVE-STEPS-PRESENT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'SOME CHANGES WERE ALREADY ON THE BACKUP - '
                           'CHECK THE BACKUP TIME'
               END-IF
               DISPLAY 'ROLL-FORWARD COMPLETE - FILE TIES OUT'
           END-IF
           END-IF.
       END PROGRAM DOGEFRCV.
