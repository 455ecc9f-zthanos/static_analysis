      *     exactly what DOGECONF does for a failed confirmation -
      *     never an invented settlement.
      *
      *   A row that went out as one output of a grouped DOGEBLKP or
      *   DOGEPPRO send is re-driven with its group tags, so
      *   dogedcams.py rebuilds the same multi-output send. A row
      *   whose group DOGECONF parked is left alone - neither
      *   re-driven nor expired - until an operator resolves the
      *   group.
      *
      *   The retry limit comes from the SYSIN parm card so ops can
      *   tune it without a recompile.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGERTRS ASSIGN TO DOGERTRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGEGRPS ASSIGN TO DOGEGRPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-GRPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGERTRS.
       COPY RTRYREC.
       FD  DOGEGRPS.
       COPY GRPSREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       FD  DOGECBAL.
       01  BM-BANK-FLAG           PIC X VALUE 'N'.
           88  MOVEMENT-BANKED           VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED       VALUE 'N'.
      * Row change log, VSAM file DOGECHLG - every DOGEVSAM row
      * this job adds, rewrites or deletes (other than the amount
      * updates DOGEBMOV already carries) writes its before/after
      * image here, so DOGEFRCV can roll a restore forward.
       01  WS-CHLG-STATUS         PIC XX VALUE '00'.
           88  CHLG-NOT-YET-LOADED       VALUE '35'.
       01  CHG-ACCEPT-DATE        PIC 9(8).
       01  CHG-ACCEPT-TIME        PIC 9(8).
       01  CHG-BANK-FLAG          PIC X VALUE 'N'.
           88  CHANGE-BANKED             VALUE 'Y'.
           88  CHANGE-NOT-BANKED         VALUE 'N'.
      * Per-queue envelope sequencing, VSAM file DOGEQSEQ.
       01  WS-QSEQ-STATUS            PIC XX VALUE '00'.
           88  QSEQ-NOT-YET-LOADED          VALUE '35'.
      * Per-queue envelope sequence, assigned off DOGEQSEQ just
      * before the put - same gap-detection envelope DOGESEND stamps.
           05  MSG-SEQ         PIC 9(6).
      * Group tags of a multi-output send - the group id, this
      * output's number and the group size, same as DOGEBLKP and
      * DOGEPPRO put them; spaces is an ordinary single send.
           05  SEND-GROUP-ID     PIC X(12).
           05  SEND-GROUP-MEMBER PIC X(3).
           05  SEND-GROUP-SIZE   PIC X(3).
       01  SEND-DTAQ-NAME       PIC X(10) VALUE 'DOGESNDQ'.
       01  SEND-LIB-NAME        PIC X(10) VALUE 'MYLIB'.
       01  SEND-DTAQ-MSG-LEN    PIC 9(5) BINARY.
       01  XA-FOUND-FLAG             PIC X VALUE 'N'.
           88  XA-ENTRY-FOUND               VALUE 'Y'.
           88  XA-ENTRY-NOT-FOUND           VALUE 'N'.
       01  WS-GRPS-STATUS            PIC XX VALUE '00'.
           88  GRPS-NOT-YET-LOADED          VALUE '35'.
       01  GRPS-OPEN-FLAG            PIC X VALUE 'N'.
           88  GRPS-FILE-OPEN               VALUE 'Y'.
           88  GRPS-FILE-ABSENT             VALUE 'N'.
       01  ROW-GROUP-FLAG            PIC X VALUE 'S'.
           88  ROW-SENT-SINGLY              VALUE 'S'.
           88  ROW-IN-OPEN-GROUP            VALUE 'O'.
           88  ROW-IN-CLOSED-GROUP          VALUE 'C'.
       01  ROW-GROUP-ID              PIC X(12).
       01  ROW-GROUP-MEMBER          PIC 9(3).
       01  ROW-GROUP-SIZE            PIC 9(3).
       01  RETRIED-COUNT             PIC 9(7) VALUE ZERO.
       01  GROUP-HELD-COUNT          PIC 9(7) VALUE ZERO.
       01  EXPIRED-COUNT             PIC 9(7) VALUE ZERO.
       01  DR-AMOUNT                 PIC -(7)9.9(8).
       PROCEDURE DIVISION.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE CUTOFF-KEY = CONV-SECONDS.
           OPEN I-O DOGEVSAM.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM OPEN-SEQUENCE-FILE.
           PERFORM OPEN-RETRY-FILE.
           PERFORM OPEN-GROUP-FILE.
           MOVE LENGTH OF TO-SEND TO SEND-DTAQ-MSG-LEN.
           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL VSAM-EOF
               PERFORM READ-NEXT-ROW
           END-PERFORM.
           CLOSE DOGEVSAM.
           CLOSE DOGECHLG.
           CLOSE DOGERTRS.
           CLOSE DOGEQSEQ.
           IF GRPS-FILE-OPEN
               CLOSE DOGEGRPS
           END-IF.
           PERFORM APPLY-EXPIRED-AGGREGATES.
           PERFORM PRINT-RETRY-REPORT.
           PERFORM RECORD-RUN-END.
               CLOSE DOGERTRS
               OPEN I-O DOGERTRS
           END-IF.
      *
       OPEN-GROUP-FILE.
      *    No DOGEGRPS cluster loaded yet just means no grouped send
      *    has ever been made - every straggler is a single send.
           OPEN INPUT DOGEGRPS.
           IF WS-GRPS-STATUS EQUAL TO '00'
               SET GRPS-FILE-OPEN TO TRUE
           ELSE
               SET GRPS-FILE-ABSENT TO TRUE
           END-IF.
      *
       READ-NEXT-ROW.
           READ DOGEVSAM NEXT RECORD
           END-IF.
      *
       HANDLE-STRAGGLER.
           PERFORM FIND-ROW-GROUP.
           IF ROW-IN-CLOSED-GROUP
               ADD 1 TO GROUP-HELD-COUNT
               DISPLAY 'DOGERTRY - LEFT FOR OPERATOR ' NUM-DATE
                       ' - SEND GROUP ' ROW-GROUP-ID ' IS NOT OPEN'
           ELSE
               PERFORM RETRY-OR-EXPIRE
           END-IF.
      *
       FIND-ROW-GROUP.
      *    Cross-reference row says whether this straggler was one
      *    output of a group; the group's header says whether that
      *    group is still waiting on its one confirmation.
           SET ROW-SENT-SINGLY TO TRUE.
           IF GRPS-FILE-OPEN
               SET SG-XREF-KEY TO TRUE
               MOVE TKEY TO SG-KEY-ID
               MOVE ZERO TO SG-MEMBER-NO
               READ DOGEGRPS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ROW-IN-OPEN-GROUP TO TRUE
                       MOVE SG-XREF-GROUP-ID TO ROW-GROUP-ID
                       MOVE SG-XREF-MEMBER-NO TO ROW-GROUP-MEMBER
                       MOVE SG-XREF-SIZE TO ROW-GROUP-SIZE
               END-READ
           END-IF.
           IF ROW-IN-OPEN-GROUP
               SET SG-GROUP-KEY TO TRUE
               MOVE ROW-GROUP-ID TO SG-KEY-ID
               MOVE ZERO TO SG-MEMBER-NO
               READ DOGEGRPS
                   INVALID KEY
                       SET ROW-IN-CLOSED-GROUP TO TRUE
                   NOT INVALID KEY
                       IF NOT SG-AWAITING-CONFIRM
                           SET ROW-IN-CLOSED-GROUP TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       RETRY-OR-EXPIRE.
           MOVE TKEY TO RTY-KEY.
           READ DOGERTRS
               INVALID KEY
           MOVE TADDRSS TO TO-ADDRESS.
           STRING TAMT-INTEGER-PART TAMT-DEC-POINT TAMT-DECIMAL-PART
               DELIMITED BY SIZE INTO SEND-AMOUNT.
           IF ROW-IN-OPEN-GROUP
               MOVE ROW-GROUP-ID TO SEND-GROUP-ID
               MOVE ROW-GROUP-MEMBER TO SEND-GROUP-MEMBER
               MOVE ROW-GROUP-SIZE TO SEND-GROUP-SIZE
           ELSE
               MOVE SPACES TO SEND-GROUP-ID
               MOVE SPACES TO SEND-GROUP-MEMBER
               MOVE SPACES TO SEND-GROUP-SIZE
           END-IF.
           PERFORM ASSIGN-QUEUE-SEQUENCE.
           CALL 'QSNDDTAQ' USING
               BY REFERENCE SEND-DTAQ-NAME
           MOVE TAMT-INTEGER-PART TO THE-AMOUNT-INTEGER.
           MOVE TAMT-DECIMAL-PART TO THE-AMOUNT-DECIMAL.
           PERFORM ACCUMULATE-EXPIRED-AGGREGATE.
           MOVE TRANSACTION TO CHG-BEFORE-IMAGE.
           SET TRAN-FAILED TO TRUE.
           REWRITE TRANSACTION
               INVALID KEY
                   DISPLAY 'DOGERTRY - FAIL REWRITE FAILED FOR '
                           NUM-DATE
               NOT INVALID KEY
                   SET CHG-ROW-REWRITTEN TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-REWRITE.
           ADD 1 TO EXPIRED-COUNT.
           MOVE TKEY TO RTY-KEY.
           DISPLAY 'RETRY LIMIT ................. ' MAX-RETRIES.
           DISPLAY 'STRAGGLERS RE-DRIVEN ........ ' RETRIED-COUNT.
           DISPLAY 'STRAGGLERS EXPIRED TO FAILED  ' EXPIRED-COUNT.
           DISPLAY 'LEFT FOR OPERATOR (GROUP) ... ' GROUP-HELD-COUNT.
      *
       RECORD-RUN-START.
      *    The day's run-control row goes down as in-progress before
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
           MOVE 'DOGERTRY' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGERTRY - CHANGE LOG WRITE FAILED'
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
       END PROGRAM DOGERTRY.
