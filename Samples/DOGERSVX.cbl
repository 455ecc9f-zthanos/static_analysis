      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGERSVX:
      *   Nightly funds reservation lapse. An earmark keyed through
      *   DOGERSVM holds coins back from every send, transfer and
      *   sweep until its payable is paid or someone releases it - so
      *   one nobody closed would hold them back forever. This job
      *   walks DOGERESV and marks LAPSED every ACTIVE reservation
      *   whose expiry date has passed (the expiry is the last day
      *   it holds), listing each one on the lapse report so
      *   treasury can see what it meant to pay and didn't.
      *
      *   While it walks, it sums what is still ACTIVE under each
      *   sub-account and currency, and then sets every total row to
      *   that sum - the lapsed amounts come off, and a total that
      *   had drifted from its own detail rows (an online update
      *   that never finished, say) is put right and reported.
      *
      *   RC 4 if a total had drifted or the totals table filled.
      *   Run nightly inside the batch window (see DOGERSVX.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGERSVX.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RESV-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGERESV.
       COPY RESVREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGERSVX'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE SPACES.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
       01  WS-RESV-STATUS         PIC XX VALUE '00'.
           88  RESV-OK                   VALUE '00'.
           88  RESV-EOF                  VALUE '10'.
           88  RESV-NOT-THERE            VALUE '35'.
       01  WS-TODAY               PIC 9(8).
       01  WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
      * One entry per sub-account and currency seen - its total row
      * as found, what is still ACTIVE under it after tonight, and
      * what lapsed. Same small-OCCURS-by-linear-scan technique
      * DOGERECN uses.
       01  RESV-TOTAL-TABLE.
           05  RESV-TOTAL-ENTRY OCCURS 200 TIMES.
               10  RT-ACCT            PIC 9(3).
               10  RT-CURR            PIC X(4).
               10  RT-ROW-FLAG        PIC X.
                   88  RT-ROW-PRESENT         VALUE 'Y'.
                   88  RT-ROW-ABSENT          VALUE 'N'.
               10  RT-OLD-TOTAL       PIC 9(9)V9(8).
               10  RT-ACTIVE          PIC 9(9)V9(8).
               10  RT-LAPSED          PIC 9(9)V9(8).
       01  RT-COUNT               PIC 9(3) VALUE ZERO.
       01  RT-IDX                 PIC 9(3) VALUE ZERO.
       01  FOUND-RT-IDX           PIC 9(3) VALUE ZERO.
       01  TABLE-FULL-FLAG        PIC X VALUE 'N'.
           88  TOTALS-TABLE-FILLED       VALUE 'Y'.
       01  EXPECTED-TOTAL         PIC S9(10)V9(8).
       01  RESERVATIONS-READ      PIC 9(7) VALUE ZERO.
       01  ACTIVE-COUNT           PIC 9(7) VALUE ZERO.
       01  LAPSED-COUNT           PIC 9(7) VALUE ZERO.
       01  TOTALS-SET-COUNT       PIC 9(5) VALUE ZERO.
       01  DRIFT-COUNT            PIC 9(5) VALUE ZERO.
       01  REWRITE-FAIL-COUNT     PIC 9(5) VALUE ZERO.
       01  DR-AMOUNT              PIC Z(8)9.9(8).
       01  DR-OLD-AMOUNT          PIC Z(8)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO TO RETURN-CODE.
           OPEN I-O DOGERESV.
           IF RESV-NOT-THERE
               DISPLAY 'DOGERSVX - NO RESERVATIONS FILE - NOTHING '
                       'TO LAPSE'
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.
           DISPLAY '===== DOGERSVX RESERVATION LAPSE REPORT ====='.
           DISPLAY 'RUN DATE .................... ' WS-TODAY.
           DISPLAY ' '.
           PERFORM READ-NEXT-RESERVATION.
           PERFORM UNTIL RESV-EOF
               PERFORM EXAMINE-ONE-RESERVATION
               PERFORM READ-NEXT-RESERVATION
           END-PERFORM.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-COUNT
               PERFORM SET-ONE-TOTAL
           END-PERFORM.
           CLOSE DOGERESV.
           PERFORM PRINT-LAPSE-SUMMARY.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       READ-NEXT-RESERVATION.
           READ DOGERESV NEXT RECORD
               AT END SET RESV-EOF TO TRUE
           END-READ.
      *
       EXAMINE-ONE-RESERVATION.
      *    Total rows are only noted; a detail row still ACTIVE past
      *    its expiry lapses, one still inside it counts toward the
      *    total being rebuilt.
           ADD 1 TO RESERVATIONS-READ.
           PERFORM FIND-TOTAL-ENTRY.
           IF RV-TOTAL-ROW
               IF FOUND-RT-IDX > 0
                   SET RT-ROW-PRESENT(FOUND-RT-IDX) TO TRUE
                   MOVE RV-AMOUNT TO RT-OLD-TOTAL(FOUND-RT-IDX)
               END-IF
           ELSE
           IF RV-ACTIVE
               IF RV-EXPIRY-DATE LESS THAN WS-TODAY-X
                   PERFORM LAPSE-ONE-RESERVATION
               ELSE
                   ADD 1 TO ACTIVE-COUNT
                   IF FOUND-RT-IDX > 0
                       ADD RV-AMOUNT TO RT-ACTIVE(FOUND-RT-IDX)
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       FIND-TOTAL-ENTRY.
      *    Slot for this row's sub-account and currency, opened on
      *    first sight. A full table leaves the rest of the file's
      *    totals alone rather than setting them from half the rows.
           MOVE ZERO TO FOUND-RT-IDX.
           IF RT-COUNT > 0
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RT-COUNT
                   IF FOUND-RT-IDX = ZERO
                      AND RT-ACCT(RT-IDX) EQUAL TO RV-ACCT
                      AND RT-CURR(RT-IDX) EQUAL TO RV-CURR
                       MOVE RT-IDX TO FOUND-RT-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF FOUND-RT-IDX = ZERO
               IF RT-COUNT < 200
                   ADD 1 TO RT-COUNT
                   MOVE RT-COUNT TO FOUND-RT-IDX
                   MOVE RV-ACCT TO RT-ACCT(FOUND-RT-IDX)
                   MOVE RV-CURR TO RT-CURR(FOUND-RT-IDX)
                   SET RT-ROW-ABSENT(FOUND-RT-IDX) TO TRUE
                   MOVE ZERO TO RT-OLD-TOTAL(FOUND-RT-IDX)
                   MOVE ZERO TO RT-ACTIVE(FOUND-RT-IDX)
                   MOVE ZERO TO RT-LAPSED(FOUND-RT-IDX)
               ELSE
                   SET TOTALS-TABLE-FILLED TO TRUE
               END-IF
           END-IF.
      *
       LAPSE-ONE-RESERVATION.
           SET RV-LAPSED TO TRUE.
           MOVE WS-TODAY TO RV-CLOSED-DATE.
           MOVE RUNS-JOB-NAME TO RV-CLOSED-BY.
           REWRITE FUNDS-RESERVATION-ENTRY
               INVALID KEY
                   ADD 1 TO REWRITE-FAIL-COUNT
                   DISPLAY 'DOGERSVX - REWRITE FAILED ' RV-KEY
           END-REWRITE.
           IF WS-RESV-STATUS EQUAL TO '00'
               ADD 1 TO LAPSED-COUNT
               IF FOUND-RT-IDX > 0
                   ADD RV-AMOUNT TO RT-LAPSED(FOUND-RT-IDX)
               END-IF
               MOVE RV-AMOUNT TO DR-AMOUNT
               DISPLAY 'LAPSED   ' RV-ACCT ' ' RV-CURR ' ' RV-REF ' '
                       DR-AMOUNT ' EXPIRED ' RV-EXPIRY-DATE
               DISPLAY '         PAYABLE ' RV-PAYABLE-REF
                       ' BY ' RV-CREATED-BY ' ' RV-MEMO
           END-IF.
      *
       SET-ONE-TOTAL.
      *    The total row becomes what is still ACTIVE under it. The
      *    row as found less tonight's lapses should already say so
      *    - where it doesn't, it had drifted and the report says by
      *    how much it was out.
           COMPUTE EXPECTED-TOTAL = RT-OLD-TOTAL(RT-IDX)
                                  - RT-LAPSED(RT-IDX).
           IF EXPECTED-TOTAL NOT EQUAL TO RT-ACTIVE(RT-IDX)
               ADD 1 TO DRIFT-COUNT
               MOVE RT-OLD-TOTAL(RT-IDX) TO DR-OLD-AMOUNT
               MOVE RT-ACTIVE(RT-IDX) TO DR-AMOUNT
               DISPLAY 'DRIFTED  ' RT-ACCT(RT-IDX) ' '
                       RT-CURR(RT-IDX) ' TOTAL WAS ' DR-OLD-AMOUNT
                       ' NOW ' DR-AMOUNT
           END-IF.
           MOVE RT-ACCT(RT-IDX) TO RV-ACCT.
           MOVE RT-CURR(RT-IDX) TO RV-CURR.
           MOVE SPACES TO RV-REF.
           IF RT-ROW-PRESENT(RT-IDX)
               READ DOGERESV
                   INVALID KEY
                       ADD 1 TO REWRITE-FAIL-COUNT
                       DISPLAY 'DOGERSVX - TOTAL ROW LOST ' RV-KEY
                   NOT INVALID KEY
                       MOVE RT-ACTIVE(RT-IDX) TO RV-AMOUNT
                       REWRITE FUNDS-RESERVATION-ENTRY
                           INVALID KEY
                               ADD 1 TO REWRITE-FAIL-COUNT
                               DISPLAY 'DOGERSVX - TOTAL REWRITE '
                                       'FAILED ' RV-KEY
                           NOT INVALID KEY
                               ADD 1 TO TOTALS-SET-COUNT
                       END-REWRITE
               END-READ
           ELSE
           IF RT-ACTIVE(RT-IDX) > ZERO
               MOVE SPACES TO RV-EXPIRY-DATE
               MOVE SPACES TO RV-PAYABLE-REF
               SET RV-TOTAL-STATUS TO TRUE
               MOVE RUNS-JOB-NAME TO RV-CREATED-BY
               MOVE WS-TODAY TO RV-CREATED-DATE
               MOVE SPACES TO RV-CLOSED-DATE
               MOVE SPACES TO RV-CLOSED-BY
               MOVE SPACES TO RV-MEMO
               MOVE RT-ACTIVE(RT-IDX) TO RV-AMOUNT
               WRITE FUNDS-RESERVATION-ENTRY
                   INVALID KEY
                       ADD 1 TO REWRITE-FAIL-COUNT
                       DISPLAY 'DOGERSVX - TOTAL WRITE FAILED '
                               RV-KEY
                   NOT INVALID KEY
                       ADD 1 TO TOTALS-SET-COUNT
               END-WRITE
           END-IF
           END-IF.
      *
       PRINT-LAPSE-SUMMARY.
           DISPLAY ' '.
           DISPLAY 'RESERVATION ROWS READ ....... ' RESERVATIONS-READ.
           DISPLAY 'RESERVATIONS LAPSED ......... ' LAPSED-COUNT.
           DISPLAY 'RESERVATIONS STILL ACTIVE ... ' ACTIVE-COUNT.
           DISPLAY 'TOTAL ROWS SET .............. ' TOTALS-SET-COUNT.
           DISPLAY 'TOTAL ROWS THAT HAD DRIFTED . ' DRIFT-COUNT.
           IF TOTALS-TABLE-FILLED
               DISPLAY '*** DOGERSVX - TOTALS TABLE FILLED - SOME '
                       'TOTALS NOT SET - ENLARGE IT ***'
           END-IF.
           IF TOTALS-TABLE-FILLED OR DRIFT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF REWRITE-FAIL-COUNT > ZERO
               DISPLAY 'ROWS NOT UPDATED ............ '
                       REWRITE-FAIL-COUNT
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
       END PROGRAM DOGERSVX.
