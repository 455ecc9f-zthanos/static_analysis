               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGEARCH ASSIGN TO DOGEARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
      * Flat archive copy of TRANSACTION - kept as one opaque PIC X
      * field instead of a second COPY TRANXREC so the archive record's
      * elementary names never collide with DOGEVSAM's; WRITE ... FROM
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGEEOD'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE 'DOGELOTU'.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
       01  STRAGGLER-COUNT           PIC 9(7) VALUE ZERO.
       01  ARCHIVED-COUNT            PIC 9(7) VALUE ZERO.
       01  DR-AMOUNT                 PIC -(7)9.9(8).
      * Row change log, VSAM file DOGECHLG - every DOGEVSAM row
      * this job adds, rewrites or deletes writes its before/after
      * image here, so DOGEFRCV can roll a restore forward.
       01  WS-CHLG-STATUS         PIC XX VALUE '00'.
           88  CHLG-NOT-YET-LOADED       VALUE '35'.
       01  CHG-ACCEPT-DATE        PIC 9(8).
       01  CHG-ACCEPT-TIME        PIC 9(8).
       01  CHG-BANK-FLAG          PIC X VALUE 'N'.
           88  CHANGE-BANKED             VALUE 'Y'.
           88  CHANGE-NOT-BANKED         VALUE 'N'.
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE CUTOFF-KEY = CONV-SECONDS.
           OPEN I-O DOGEVSAM.
           PERFORM OPEN-CHANGE-LOG-FILE.
           OPEN EXTEND DOGEARCH.
           PERFORM OPEN-HISTORY-FILE.
           PERFORM OPEN-AND-CHECK-CHECKPOINT.
               PERFORM READ-NEXT-ROW
           END-PERFORM.
           CLOSE DOGEVSAM.
           CLOSE DOGECHLG.
           CLOSE DOGEARCH.
           CLOSE DOGEHIST.
           PERFORM RETIRE-CHECKPOINT.
                           INVALID KEY
                               DISPLAY 'DOGEEOD - RESTART DELETE '
                                       'FAILED ' EC-LAST-KEY
                           NOT INVALID KEY
                               SET CHG-ROW-DELETED TO TRUE
                               MOVE TRANSACTION TO CHG-BEFORE-IMAGE
                               PERFORM WRITE-CHANGE-LOG
                       END-DELETE
                       ADD 1 TO ARCHIVED-COUNT
               END-READ
               INVALID KEY
                   DISPLAY 'DOGEEOD - ARCHIVE DELETE FAILED FOR '
                           NUM-DATE
               NOT INVALID KEY
                   SET CHG-ROW-DELETED TO TRUE
                   MOVE TRANSACTION TO CHG-BEFORE-IMAGE
                   PERFORM WRITE-CHANGE-LOG
           END-DELETE.
           SET EC-ROW-COMPLETE TO TRUE.
           PERFORM SAVE-CHECKPOINT.
                   END-REWRITE
           END-READ.
           CLOSE DOGERUNS.
      *
       WRITE-CHANGE-LOG.
      *    Before/after image of the DOGEVSAM row change just made
      *    - the caller set the action and, for a rewrite or a
      *    delete, the before image; TRANSACTION is the row as it
      *    now stands. Same stamp-and-bank shape as the movement
      *    ledger.
           ACCEPT CHG-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHG-ACCEPT-TIME FROM TIME.
           MOVE CHG-ACCEPT-DATE TO CHG-DATE.
           MOVE CHG-ACCEPT-TIME(1:6) TO CHG-TIME.
           MOVE ZERO TO CHG-SEQ.
           MOVE 'DOGEEOD' TO CHG-PROGRAM.
           MOVE SPACES TO CHG-USERID.
           MOVE TKEY TO CHG-TKEY.
           IF CHG-ROW-ADDED OR CHG-ROW-REPLACED
               MOVE SPACES TO CHG-BEFORE-IMAGE
           END-IF.
           IF CHG-ROW-DELETED
               MOVE SPACES TO CHG-AFTER-IMAGE
           ELSE
               MOVE TRANSACTION TO CHG-AFTER-IMAGE
           END-IF.
           SET CHANGE-NOT-BANKED TO TRUE.
           PERFORM WRITE-CHANGE-ONCE
               UNTIL CHANGE-BANKED.
      *
       WRITE-CHANGE-ONCE.
      *    The change itself already stands - a lost log row is a
      *    gap in the roll-forward to shout about, not a reason to
      *    back the change out.
           WRITE CHANGE-LOG-ENTRY
               INVALID KEY
                   IF WS-CHLG-STATUS EQUAL TO '22' AND CHG-SEQ < 999
                       ADD 1 TO CHG-SEQ
                   ELSE
                       SET CHANGE-BANKED TO TRUE
                       DISPLAY 'DOGEEOD - CHANGE LOG WRITE FAILED'
                   END-IF
               NOT INVALID KEY
                   SET CHANGE-BANKED TO TRUE
           END-WRITE.
      *
       OPEN-CHANGE-LOG-FILE.
      *    First ever run finds no loaded DOGECHLG cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGECHLG.
           IF CHLG-NOT-YET-LOADED
               OPEN OUTPUT DOGECHLG
               CLOSE DOGECHLG
               OPEN I-O DOGECHLG
           END-IF.
       END PROGRAM DOGEEOD.
