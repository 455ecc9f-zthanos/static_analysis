      *   copy for a fresh statement. A period never statemented
      *   has no banked lines and the run says so with RC 8.
      *
      *   Only the printed lines are reprinted; the electronic
      *   statement records banked beside them (kind E) are skipped.
      *   An E in column 10 also reissues the electronic statement:
      *   those banked records are written to DOGESTEF in file order
      *   exactly as DOGESTMT first wrote them, with the header
      *   marked as a reissue.
      *
      * PARM CARD (SYSIN, columns 1-10):
      *   cols 1-3  sub-account number
      *   cols 4-7  statement year  (YYYY)
      *   cols 8-9  statement month (MM)
      *   col  10   E = reissue the electronic statement too
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-STMA-STATUS.
           SELECT DOGESTEF ASSIGN TO DOGESTEF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEF-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGESTMA.
       COPY STMARREC.
       FD  DOGESTEF
           RECORDING MODE IS F.
       01  ELECTRONIC-STATEMENT-LINE PIC X(120).
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGESTRP'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE SPACES.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
       01  WS-STMA-STATUS            PIC XX VALUE '00'.
           88  STMA-OK                      VALUE '00'.
           88  STMA-EOF                     VALUE '10'.
           05  STRP-ACCT             PIC 9(3).
           05  STRP-YEAR             PIC 9(4).
           05  STRP-MONTH            PIC 9(2).
           05  STRP-REISSUE          PIC X.
               88  STRP-REISSUE-WANTED      VALUE 'E'.
       COPY STEFREC.
       01  WS-STEF-STATUS            PIC XX VALUE '00'.
           88  STEF-OK                      VALUE '00'.
       01  REISSUED-COUNT            PIC 9(5) VALUE ZERO.
       01  EF-PASS-TYPE-1            PIC X(2).
       01  EF-PASS-TYPE-2            PIC X(2).
       01  REPRINTED-COUNT           PIC 9(4) VALUE ZERO.
       01  SCAN-DONE-FLAG            PIC X VALUE 'N'.
           88  REPRINT-DONE                 VALUE 'Y'.
           88  REPRINT-RUNNING              VALUE 'N'.
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           ACCEPT STRP-PARM-CARD FROM SYSIN.
           OPEN INPUT DOGESTMA.
           IF STMA-NOT-THERE
               DISPLAY 'DOGESTRP - NO STATEMENT ARCHIVE ON SITE'
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.
           DISPLAY '***** REPRINT - NOT AN ORIGINAL *****'.
           ELSE
               DISPLAY '***** END OF REPRINT - ' REPRINTED-COUNT
                       ' LINES REPRODUCED VERBATIM *****'.
           IF STRP-REISSUE-WANTED AND REPRINTED-COUNT > ZERO
               PERFORM REISSUE-ELECTRONIC-STATEMENT
           END-IF.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       REPRINT-ONE-LINE.
                  OR SA-MONTH NOT EQUAL TO STRP-MONTH
                   SET REPRINT-DONE TO TRUE
               ELSE
                   IF SA-PRINTED-LINE
                       DISPLAY SA-LINE-TEXT
                       ADD 1 TO REPRINTED-COUNT
                   END-IF
               END-IF
           END-IF.
      *
      * Same three walks DOGESTMT makes - HD OB, the DT/DI pairs,
      * then CB TR - so the reissue is the original file record for
      * record but for the header's issue flag. A period statemented
      * before electronic statements existed has no kind E lines and
      * says so with RC 4.
       REISSUE-ELECTRONIC-STATEMENT.
           OPEN INPUT DOGESTMA.
           OPEN OUTPUT DOGESTEF.
           MOVE 'HD' TO EF-PASS-TYPE-1.
           MOVE 'OB' TO EF-PASS-TYPE-2.
           PERFORM REISSUE-BANKED-RECORDS.
           MOVE 'DT' TO EF-PASS-TYPE-1.
           MOVE 'DI' TO EF-PASS-TYPE-2.
           PERFORM REISSUE-BANKED-RECORDS.
           MOVE 'CB' TO EF-PASS-TYPE-1.
           MOVE 'TR' TO EF-PASS-TYPE-2.
           PERFORM REISSUE-BANKED-RECORDS.
           CLOSE DOGESTEF.
           CLOSE DOGESTMA.
           IF REISSUED-COUNT = ZERO
               DISPLAY 'DOGESTRP - NO ELECTRONIC STATEMENT BANKED '
                       'FOR THAT ACCOUNT AND PERIOD'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY '***** ELECTRONIC STATEMENT REISSUED - '
                       REISSUED-COUNT ' RECORDS *****'
           END-IF.
      *
       REISSUE-BANKED-RECORDS.
           SET REPRINT-RUNNING TO TRUE.
           MOVE STRP-ACCT TO SA-ACCT.
           MOVE STRP-YEAR TO SA-YEAR.
           MOVE STRP-MONTH TO SA-MONTH.
           MOVE ZERO TO SA-LINE-NO.
           START DOGESTMA KEY NOT LESS THAN SA-KEY
               INVALID KEY
                   SET REPRINT-DONE TO TRUE
           END-START.
           PERFORM REISSUE-ONE-RECORD
               UNTIL REPRINT-DONE.
      *
       REISSUE-ONE-RECORD.
           READ DOGESTMA NEXT RECORD
               AT END SET REPRINT-DONE TO TRUE
           END-READ.
           IF REPRINT-RUNNING
               IF SA-ACCT NOT EQUAL TO STRP-ACCT
                  OR SA-YEAR NOT EQUAL TO STRP-YEAR
                  OR SA-MONTH NOT EQUAL TO STRP-MONTH
                   SET REPRINT-DONE TO TRUE
               ELSE
                   IF SA-ELECTRONIC-LINE
                       MOVE SA-LINE-TEXT TO
                            ELECTRONIC-STATEMENT-RECORD
                       IF ES-RECORD-TYPE EQUAL TO EF-PASS-TYPE-1
                          OR ES-RECORD-TYPE EQUAL TO EF-PASS-TYPE-2
                           IF ES-HEADER
                               SET ES-HD-REISSUE TO TRUE
                           END-IF
                           WRITE ELECTRONIC-STATEMENT-LINE
                               FROM ELECTRONIC-STATEMENT-RECORD
                           ADD 1 TO REISSUED-COUNT
                       END-IF
                   END-IF
               END-IF
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
       END PROGRAM DOGESTRP.
