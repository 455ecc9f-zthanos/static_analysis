      *   (overdue money counts tomorrow, optimistically), and
      *   prints the projected balance day by day - flagging any
      *   day that goes negative, and any day that dips under the
      *   account's DOGEFNDS floor where a band exists. Every
      *   ACTIVE DOGERESV reservation is a committed outflow on its
      *   expiry date (one already at its expiry lands on day 1) -
      *   the earmarked coins can go any day up to then, so the
      *   projection takes them out no later than that; one
      *   expiring past the horizon is reported against the
      *   sub-account rather than dropped.
      *
      *   DOGE positions only - a non-DOGE order or expectation is
      *   counted and reported, never mixed into a DOGE column.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-ACCT
               FILE STATUS IS WS-FNDS-STATUS.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RESV-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY EXPRREC.
       FD  DOGEFNDS.
       COPY FUNDREC.
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
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGEFCST'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE SPACES.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
       01  WS-STOS-STATUS            PIC XX VALUE '00'.
           88  STOS-OK                      VALUE '00'.
           88  EXPR-NOT-THERE               VALUE '35'.
       01  WS-FNDS-STATUS            PIC XX VALUE '00'.
           88  FNDS-NOT-THERE               VALUE '35'.
       01  WS-RESV-STATUS            PIC XX VALUE '00'.
           88  RESV-OK                      VALUE '00'.
           88  RESV-EOF                     VALUE '10'.
           88  RESV-NOT-THERE               VALUE '35'.
       01  FNDS-FILE-FLAG            PIC X VALUE 'Y'.
           88  FNDS-FILE-PRESENT            VALUE 'Y'.
           88  FNDS-FILE-ABSENT             VALUE 'N'.
               10  FC-START          PIC S9(9)V9(8).
               10  FC-FLOOR          PIC S9(8)V9(8).
               10  FC-FLOOR-FLAG     PIC X.
               10  FC-RESERVED       PIC S9(9)V9(8).
               10  FC-RESV-LATER     PIC S9(9)V9(8).
               10  FC-DAY-ENTRY OCCURS 60 TIMES.
                   15  FC-OUT        PIC S9(9)V9(8).
                   15  FC-IN         PIC S9(9)V9(8).
       01  OCCURRENCE-COUNT          PIC 9(3).
       01  NONDOGE-ORDER-COUNT       PIC 9(5) VALUE ZERO.
       01  NONDOGE-EXPR-COUNT        PIC 9(5) VALUE ZERO.
       01  NONDOGE-RESV-COUNT        PIC 9(5) VALUE ZERO.
       01  FLAGGED-DAY-COUNT         PIC 9(5) VALUE ZERO.
      * Epoch conversion (days_from_civil / civil_from_days), same
      * pair DOGESORN uses, for due-date and occurrence arithmetic.
       01  DR-AMOUNT                 PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           ACCEPT FCST-PARM-CARD FROM SYSIN.
           IF PARM-HORIZON-DAYS = ZERO OR PARM-HORIZON-DAYS > 60
               MOVE 14 TO PARM-HORIZON-DAYS
           OPEN INPUT DOGEVSAM.
           PERFORM PROJECT-STANDING-ORDERS.
           PERFORM PROJECT-EXPECTATIONS.
           PERFORM PROJECT-RESERVATIONS.
           PERFORM SEED-STARTING-POSITIONS.
           CLOSE DOGEVSAM.
           IF FNDS-FILE-PRESENT
               CLOSE DOGEFNDS
           END-IF.
           PERFORM PRINT-FORECAST-REPORT.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       LOAD-FUNDING-FLOORS-OPEN.
               MOVE ZERO TO FC-START(FOUND-FC-IDX)
               MOVE ZERO TO FC-FLOOR(FOUND-FC-IDX)
               MOVE 'N' TO FC-FLOOR-FLAG(FOUND-FC-IDX)
               MOVE ZERO TO FC-RESERVED(FOUND-FC-IDX)
               MOVE ZERO TO FC-RESV-LATER(FOUND-FC-IDX)
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > 60
                   MOVE ZERO TO FC-OUT(FOUND-FC-IDX, DAY-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       PROJECT-RESERVATIONS.
      *    ACTIVE earmarks only - the total rows are skipped, the
      *    detail rows carry the dates.
           OPEN INPUT DOGERESV.
           IF RESV-NOT-THERE
               DISPLAY 'DOGEFCST - NO RESERVATIONS FILE'
           ELSE
               PERFORM READ-NEXT-RESERVATION
               PERFORM UNTIL RESV-EOF
                   IF RV-ACTIVE AND NOT RV-TOTAL-ROW
                       IF RV-CURR EQUAL TO 'DOGE'
                           PERFORM PROJECT-ONE-RESERVATION
                       ELSE
                           ADD 1 TO NONDOGE-RESV-COUNT
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-RESERVATION
               END-PERFORM
               CLOSE DOGERESV
           END-IF.
      *
       READ-NEXT-RESERVATION.
           READ DOGERESV NEXT RECORD
               AT END SET RESV-EOF TO TRUE
           END-READ.
      *
       PROJECT-ONE-RESERVATION.
           MOVE RV-ACCT TO FC-ACCT-WANTED.
           PERFORM FIND-FORECAST-ENTRY.
           IF FOUND-FC-IDX = ZERO
               CONTINUE
           ELSE
               ADD RV-AMOUNT TO FC-RESERVED(FOUND-FC-IDX)
               MOVE 1 TO DAY-OFFSET
               IF RV-EXPIRY-DATE IS NUMERIC
                   MOVE RV-EXPIRY-DATE TO WORK-YMD
                   PERFORM CONVERT-WORK-YMD-TO-DAYS
                   COMPUTE DAY-OFFSET =
                           WORK-DAY-NUM - TODAY-DAY-NUM
                   IF DAY-OFFSET < 1
                       MOVE 1 TO DAY-OFFSET
                   END-IF
               END-IF
               IF DAY-OFFSET NOT GREATER THAN PARM-HORIZON-DAYS
                   ADD RV-AMOUNT TO FC-OUT(FOUND-FC-IDX, DAY-OFFSET)
               ELSE
                   ADD RV-AMOUNT TO FC-RESV-LATER(FOUND-FC-IDX)
               END-IF
           END-IF.
      *
       SEED-STARTING-POSITIONS.
      *    Available today = the (n*10)+1 balance less the (n*10)+2
           IF NONDOGE-EXPR-COUNT > ZERO
               DISPLAY 'NON-DOGE RECEIVABLES LEFT OUT '
                       NONDOGE-EXPR-COUNT.
           IF NONDOGE-RESV-COUNT > ZERO
               DISPLAY 'NON-DOGE RESERVATIONS LEFT OUT '
                       NONDOGE-RESV-COUNT.
           DISPLAY ' '.
           IF FC-COUNT = ZERO
               DISPLAY 'NOTHING SCHEDULED ON ANY SUB-ACCOUNT'
           IF FC-FLOOR-FLAG(FC-IDX) EQUAL TO 'Y'
               MOVE FC-FLOOR(FC-IDX) TO DR-AMOUNT
               DISPLAY '  FUNDING FLOOR ............. ' DR-AMOUNT.
           IF FC-RESERVED(FC-IDX) > ZERO
               MOVE FC-RESERVED(FC-IDX) TO DR-AMOUNT
               DISPLAY '  RESERVED (COMMITTED) ...... ' DR-AMOUNT.
           IF FC-RESV-LATER(FC-IDX) > ZERO
               MOVE FC-RESV-LATER(FC-IDX) TO DR-AMOUNT
               DISPLAY '  OF WHICH BEYOND HORIZON ... ' DR-AMOUNT.
           MOVE FC-START(FC-IDX) TO RUNNING-BALANCE.
           MOVE WS-TODAY TO WORK-YMD.
           PERFORM CONVERT-WORK-YMD-TO-DAYS.
           MOVE CIV-Y TO WK-YEAR.
           MOVE CIV-M TO WK-MONTH.
           MOVE CIV-D TO WK-DAY.
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
       END PROGRAM DOGEFCST.
