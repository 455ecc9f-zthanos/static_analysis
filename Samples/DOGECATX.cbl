      *   - fine until the file grew more distinct labels than table
      *   slots, at which point totals silently went wrong. This
      *   step writes one flat extract record per qualifying detail
      *   row (label, status class, signed amount, sub-account); the
      *   JCL's sort step orders them by label and the rewritten
      *   DOGECATG takes a classic control break over the sorted
      *   file, so distinct-label cardinality is unbounded - and can
      *   consolidate each label up the sub-account hierarchy off
      *   the account carried on every record. The parm card bounds the
      *   reporting period, and the archive pass ahead of the live
      *   file means the period can reach into rolled-off history
      *   instead of whatever happens to be on the live file.
      *
      *   Keeps its own DOGERUNS row like every other job, so a
      *   DOGERQST request whose extract step failed - and whose
      *   report step the JCL therefore never ran - still settles
      *   as failed instead of sitting submitted.
      *
      * PARM CARD (SYSIN, columns 1-16):
      *   cols 1-8   period from (YYYYMMDD, 00000000 = open)
      *   cols 9-16  period to   (YYYYMMDD, 99999999 = open)
           SELECT CATGOUT ASSIGN TO CATGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
           05  EX-SIGN            PIC X.
           05  EX-AMOUNT          PIC 9(8)V9(8).
           05  FILLER             PIC X(2).
           05  EX-ACCT            PIC 9(3).
           05  FILLER             PIC X.
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGECATX'.
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
           88  VSAM-OK                      VALUE '00'.
           88  VSAM-EOF                     VALUE '10'.
           88  ARCH-EOF                     VALUE '10'.
           88  ARCH-NOT-THERE               VALUE '35'.
       01  WS-OUT-STATUS             PIC XX VALUE '00'.
           88  OUT-OK                       VALUE '00'.
       01  CATX-PARM-CARD.
           05  PARM-FROM-DATE        PIC 9(8).
           05  PARM-TO-DATE          PIC 9(8).
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
       01  EXTRACTED-COUNT           PIC 9(7) VALUE ZERO.
      * Inverse epoch-key -> civil-date conversion (civil_from_days),
      * same formula DOGESTMT uses, to date each row for the period
      * test.
       01  CIV-Z                     PIC S9(9).
       01  CIV-ERA                   PIC S9(9).
           05  AMOUNT-WORK-DECIMAL   PIC 9(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           ACCEPT CATX-PARM-CARD FROM SYSIN.
           IF PARM-TO-DATE = ZERO
               MOVE 99999999 TO PARM-TO-DATE
           END-IF.
           OPEN OUTPUT CATGOUT.
           IF NOT OUT-OK
               DISPLAY 'DOGECATX - CATGOUT OPEN FAILED, STATUS '
                       WS-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.
           PERFORM ARCHIVE-PASS.
           OPEN INPUT DOGEVSAM.
           PERFORM READ-NEXT-ROW.
           DISPLAY 'DOGECATX - ' EXTRACTED-COUNT
                   ' ROWS EXTRACTED FOR ' PARM-FROM-DATE ' - '
                   PARM-TO-DATE.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       ARCHIVE-PASS.
      *    Rolled-off history first, so a period reaching back past
      *    the last DOGEEOD run still comes out whole - same pass
      *    order DOGESTMT uses.
           OPEN INPUT DOGEARCH.
           IF ARCH-NOT-THERE
               DISPLAY 'DOGECATX - NO ARCHIVE YET - LIVE ROWS ONLY'
                   MOVE TAMT-INTEGER-PART TO AMOUNT-WORK-INTEGER
                   MOVE TAMT-DECIMAL-PART TO AMOUNT-WORK-DECIMAL
                   MOVE AMOUNT-WORK TO EX-AMOUNT
                   MOVE TACCT TO EX-ACCT
                   WRITE CATEGORY-EXTRACT-RECORD
                   ADD 1 TO EXTRACTED-COUNT
               END-IF
               ADD 1 TO CIV-Y
           END-IF.
           COMPUTE ROW-YMD = CIV-Y * 10000 + CIV-M * 100 + CIV-D.
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
       END PROGRAM DOGECATX.
