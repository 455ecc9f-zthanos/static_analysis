      *   exposure to X". Loads the DOGECPTY counterparty master and
      *   the DOGECPTA address links once at start-up, then walks the
      *   full history - the DOGEARCH archive pass first, then live
      *   DOGEVSAM, the same two-pass shape DOGESTMT uses - and
      *   totals, per counterparty across all of its linked
      *   addresses, the settled activity (credits and debits,
      *   voided rows and their VOID reversals held out the way
           SELECT DOGEARCH ASSIGN TO DOGEARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGECPTY.
       FD  DOGEARCH
           RECORDING MODE IS F.
       01  ARCHIVE-TRANSACTION       PIC X(135).
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGECPXP'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE SPACES.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
       01  WS-CPTY-STATUS            PIC XX VALUE '00'.
           88  CPTY-OK                      VALUE '00'.
           88  CPTY-EOF                     VALUE '10'.
       01  DR-AMOUNT                 PIC -(9)9.9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           PERFORM LOAD-COUNTERPARTY-TABLE.
           IF XP-COUNT = ZERO
               DISPLAY 'DOGECPXP - NO COUNTERPARTIES ON FILE'
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.
           PERFORM LOAD-LINK-TABLE.
           END-PERFORM.
           CLOSE DOGEVSAM.
           PERFORM PRINT-EXPOSURE-REPORT.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       LOAD-COUNTERPARTY-TABLE.
               MOVE XP-PENDING(XP-IDX) TO DR-AMOUNT
               DISPLAY '  PENDING/HELD OUTSTANDING . ' DR-AMOUNT
           END-PERFORM.
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
       END PROGRAM DOGECPXP.
