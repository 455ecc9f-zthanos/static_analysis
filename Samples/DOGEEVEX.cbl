           SELECT EVIDOUT ASSIGN TO EVIDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEARCX.
           05  EV-ROW             PIC X(135).
           05  FILLER             PIC X.
           05  EV-TXID            PIC X(64).
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGEEVEX'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE SPACES.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
       01  WS-ARCX-STATUS            PIC XX VALUE '00'.
           88  ARCX-OK                      VALUE '00'.
           88  ARCX-EOF                     VALUE '10'.
       01  PURGED-OVERLAP-COUNT      PIC 9(3) VALUE ZERO.
       01  INDEX-ROW-COUNT           PIC 9(3) VALUE ZERO.
      * Inverse epoch-key -> civil-date conversion (civil_from_days),
      * same formula DOGESTMT uses, to date each row.
       01  CIV-Z                     PIC S9(9).
       01  CIV-ERA                   PIC S9(9).
       01  CIV-DOE                   PIC S9(9).
           88  ROW-DOES-NOT-MATCH           VALUE 'N'.
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           ACCEPT SELECTION-CARD-1 FROM SYSIN.
           ACCEPT SELECTION-CARD-2 FROM SYSIN.
           IF SEL-TO-DATE = ZERO
               CLOSE DOGETXID
           END-IF.
           PERFORM PRINT-EXTRACT-SUMMARY.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       PRINT-SELECTION-CRITERIA.
                       PURGED-OVERLAP-COUNT
               DISPLAY '*** THE RECORD FOR THOSE YEARS WAS '
                       'DESTROYED UNDER RETENTION - STATE SO ***'.
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
       END PROGRAM DOGEEVEX.
