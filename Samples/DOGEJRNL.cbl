      *   sequence number assigned here, since two screens can easily
      *   journal inside the same second.
      *
      *   DOGEAUDT is an ordinary KSDS - anyone with update access to
      *   the cluster could change or delete a row and nothing would
      *   notice. So once the load is done this job seals every row
      *   not yet chained (its own, and the ones DOGENPRL and
      *   DOGERCRT journal straight onto the file): each gets today's
      *   chain day, its place in the day's chain, the previous
      *   sealed row's hash, and a hash of its own content seeded
      *   with that (AUDTCHN). The day's last hash goes down as the
      *   DOGEANCH anchor and out on data queue DOGEANCQ, where
      *   dogedcams.py keeps a copy off the host - rewriting history
      *   here would have to rewrite that copy too. DOGEAVFY walks
      *   DOGEAUDT and the AUDTARCH archive and recomputes the lot.
      *
      *   Run nightly, after the online day closes (see DOGEJRNL.jcl).
      *
      * AUTHOR:
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT DOGEAUDT ASSIGN TO DOGEAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDT-KEY
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT DOGEANCH ASSIGN TO DOGEANCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-ANCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Raw drained journal entries - one opaque field, same reasoning
       01  JOURNAL-INPUT-ENTRY       PIC X(84).
       FD  DOGEAUDT.
       COPY AUDTREC.
       FD  DOGEANCH.
       COPY ANCHREC.
       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS            PIC XX VALUE '00'.
           88  JRNL-OK                      VALUE '00'.
           88  JRNL-EOF                     VALUE '10'.
       01  WS-AUDT-STATUS            PIC XX VALUE '00'.
           88  AUDT-OK                      VALUE '00'.
           88  AUDT-EOF                     VALUE '10'.
           88  AUDT-NOT-YET-LOADED          VALUE '35'.
       01  WS-ANCH-STATUS            PIC XX VALUE '00'.
           88  ANCH-OK                      VALUE '00'.
           88  ANCH-EOF                     VALUE '10'.
           88  ANCH-NOT-YET-LOADED          VALUE '35'.
      * Journal entry layout, as written to DOGJ by every DOGE-JOURNAL
       COPY JRNLREC.
      * Sequence within one date/time - restarts at 1 whenever the
       01  WRITE-DONE-FLAG           PIC X VALUE 'N'.
           88  ENTRY-WRITE-DONE             VALUE 'Y'.
           88  ENTRY-WRITE-PENDING          VALUE 'N'.
      * Chain hash constants and work areas, shared with DOGEAVFY.
       COPY AUDTCHN.
       01  WS-TODAY                  PIC 9(8).
       01  WS-TIME-OF-DAY            PIC 9(8).
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HHMMSS         PIC 9(6).
           05  WS-TOD-CC             PIC 9(2).
      * Where the chain stands - the latest anchor on file before
      * this run, then the running hash as rows are sealed.
       01  LAST-ANCHOR-DAY           PIC X(8) VALUE SPACES.
       01  LAST-ANCHOR-COUNT         PIC 9(7) VALUE ZERO.
       01  LAST-ANCHOR-OPEN          PIC X(40).
       01  LAST-ANCHOR-CLOSE         PIC X(40).
       01  DAY-OPEN-HASH             PIC X(40).
       01  RUNNING-HASH              PIC X(40).
       01  RUNNING-SEQ               PIC 9(7) VALUE ZERO.
       01  SEALED-COUNT              PIC 9(7) VALUE ZERO.
       01  ANCHORS-RESENT            PIC 9(5) VALUE ZERO.
      * QSNDDTAQ call, same shape every sender uses - the anchor
      * queue dogedcams.py drains and copies off the host.
       01  ANCHOR-DISPATCH-MESSAGE.
           05  ADM-DAY               PIC X(8).
           05  ADM-ROW-COUNT         PIC 9(7).
           05  ADM-OPEN-HASH         PIC X(40).
           05  ADM-CLOSE-HASH        PIC X(40).
           05  ADM-SEALED-TIME       PIC X(6).
       01  SEND-DTAQ-NAME            PIC X(10) VALUE 'DOGEANCQ'.
       01  SEND-LIB-NAME             PIC X(10) VALUE 'MYLIB'.
       01  SEND-DTAQ-MSG-LEN         PIC 9(5) BINARY.
       01  SEND-DTAQ-RETCODE         PIC S9(9) BINARY VALUE 0.
       PROCEDURE DIVISION.
       00000-MAIN.
           OPEN INPUT DOGEJRNL.
               PERFORM READ-NEXT-ENTRY
           END-PERFORM.
           CLOSE DOGEJRNL.
           PERFORM SEAL-AUDIT-CHAIN.
           CLOSE DOGEAUDT.
           PERFORM PRINT-LOAD-REPORT.
           STOP RUN.
           END-READ.
      *
       LOAD-ONE-ENTRY.
      *    The record area is cleared first so the chain fields go
      *    down as spaces - unsealed until SEAL-AUDIT-CHAIN.
           MOVE SPACES TO AUDIT-ENTRY.
           STRING JRNL-DATE JRNL-TIME DELIMITED BY SIZE
               INTO THIS-DATE-TIME.
           IF THIS-DATE-TIME EQUAL TO PREV-DATE-TIME
                   ADD 1 TO LOADED-COUNT
                   SET ENTRY-WRITE-DONE TO TRUE
           END-WRITE.
      *
       SEAL-AUDIT-CHAIN.
      *    Picks the chain up where the last anchor left it - a
      *    rerun the same day carries on today's chain - and walks
      *    the whole file for rows not yet sealed, the same full
      *    pass DOGEHKPG makes. A row's hash field only ever holds
      *    digits once sealed, so anything else is a row waiting.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE LENGTH OF ANCHOR-DISPATCH-MESSAGE
               TO SEND-DTAQ-MSG-LEN.
           PERFORM OPEN-ANCHOR-FILE.
           PERFORM FIND-LAST-ANCHOR.
           IF LAST-ANCHOR-DAY EQUAL TO SPACES
               MOVE CHAIN-GENESIS-HASH TO DAY-OPEN-HASH
               MOVE CHAIN-GENESIS-HASH TO RUNNING-HASH
               MOVE ZERO TO RUNNING-SEQ
           ELSE
           IF LAST-ANCHOR-DAY EQUAL TO WS-TODAY
               MOVE LAST-ANCHOR-OPEN TO DAY-OPEN-HASH
               MOVE LAST-ANCHOR-CLOSE TO RUNNING-HASH
               MOVE LAST-ANCHOR-COUNT TO RUNNING-SEQ
           ELSE
               MOVE LAST-ANCHOR-CLOSE TO DAY-OPEN-HASH
               MOVE LAST-ANCHOR-CLOSE TO RUNNING-HASH
               MOVE ZERO TO RUNNING-SEQ
           END-IF
           END-IF.
           MOVE LOW-VALUES TO AUDT-KEY.
           START DOGEAUDT KEY NOT LESS THAN AUDT-KEY
               INVALID KEY
                   SET AUDT-EOF TO TRUE
           END-START.
           IF NOT AUDT-EOF
               PERFORM READ-NEXT-AUDIT
           END-IF.
           PERFORM UNTIL AUDT-EOF
               IF AUDT-CHAIN-HASH IS NOT NUMERIC
                   PERFORM SEAL-ONE-ROW
               END-IF
               PERFORM READ-NEXT-AUDIT
           END-PERFORM.
           PERFORM WRITE-TODAYS-ANCHOR.
           CLOSE DOGEANCH.
      *
       OPEN-ANCHOR-FILE.
      *    First ever run finds no loaded DOGEANCH cluster behind the
      *    DD yet - build it fresh, same as OPEN-AUDIT-FILE.
           OPEN I-O DOGEANCH.
           IF ANCH-NOT-YET-LOADED
               OPEN OUTPUT DOGEANCH
               CLOSE DOGEANCH
               OPEN I-O DOGEANCH
           END-IF.
      *
       FIND-LAST-ANCHOR.
      *    One row a day, keyed YYYYMMDD, so the last one read is the
      *    latest. An earlier day whose anchor never made it onto
      *    the queue goes again on the way past.
           PERFORM READ-NEXT-ANCHOR.
           PERFORM UNTIL ANCH-EOF
               IF AN-NOT-SENT AND AN-DAY NOT EQUAL TO WS-TODAY
                   PERFORM DISPATCH-ANCHOR
                   IF AN-SENT
                       ADD 1 TO ANCHORS-RESENT
                   END-IF
               END-IF
               MOVE AN-DAY TO LAST-ANCHOR-DAY
               MOVE AN-ROW-COUNT TO LAST-ANCHOR-COUNT
               MOVE AN-OPEN-HASH TO LAST-ANCHOR-OPEN
               MOVE AN-CLOSE-HASH TO LAST-ANCHOR-CLOSE
               PERFORM READ-NEXT-ANCHOR
           END-PERFORM.
      *
       READ-NEXT-ANCHOR.
           READ DOGEANCH NEXT RECORD
               AT END SET ANCH-EOF TO TRUE
           END-READ.
      *
       READ-NEXT-AUDIT.
           READ DOGEAUDT NEXT RECORD
               AT END SET AUDT-EOF TO TRUE
           END-READ.
      *
       SEAL-ONE-ROW.
           ADD 1 TO RUNNING-SEQ.
           MOVE WS-TODAY TO AUDT-CHAIN-DAY.
           MOVE RUNNING-SEQ TO AUDT-CHAIN-SEQ.
           MOVE RUNNING-HASH TO AUDT-PREV-HASH.
           PERFORM HASH-AUDIT-ROW.
           MOVE CHAIN-HASH-TEXT TO AUDT-CHAIN-HASH.
           REWRITE AUDIT-ENTRY
               INVALID KEY
                   DISPLAY 'DOGEJRNL - CHAIN SEAL FAILED ' AUDT-KEY
                   SUBTRACT 1 FROM RUNNING-SEQ
               NOT INVALID KEY
                   MOVE AUDT-CHAIN-HASH TO RUNNING-HASH
                   ADD 1 TO SEALED-COUNT
           END-REWRITE.
      *
       HASH-AUDIT-ROW.
      *    AUDTCHN's lanes over bytes 1-102 of the row, seeded with
      *    AUDT-PREV-HASH. DOGEAVFY carries this same paragraph - a
      *    change to one is a change to both.
           MOVE AUDT-PREV-HASH TO CHAIN-HASH-TEXT.
           MOVE AUDIT-ENTRY(1:102) TO CHAIN-INPUT.
           PERFORM VARYING CHAIN-POS FROM 1 BY 1
                   UNTIL CHAIN-POS > CHAIN-INPUT-LEN
               MOVE CHAIN-INPUT(CHAIN-POS:1) TO CHAIN-BYTE
               PERFORM VARYING CHAIN-LANE-IDX FROM 1 BY 1
                       UNTIL CHAIN-LANE-IDX > 4
                   COMPUTE CHAIN-PRODUCT =
                           CHAIN-LANE(CHAIN-LANE-IDX)
                         * CHAIN-MULTIPLIER(CHAIN-LANE-IDX)
                         + CHAIN-BYTE-VALUE + 1
                   DIVIDE CHAIN-PRODUCT
                       BY CHAIN-MODULUS(CHAIN-LANE-IDX)
                       GIVING CHAIN-QUOTIENT
                       REMAINDER CHAIN-LANE(CHAIN-LANE-IDX)
               END-PERFORM
           END-PERFORM.
      *
       WRITE-TODAYS-ANCHOR.
      *    Every run leaves today's anchor, rows sealed or not, so a
      *    day with no anchor is a day taken out of the chain. A
      *    rerun moves today's close on and sends it again.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE SPACES TO AUDIT-ANCHOR-ENTRY.
           MOVE WS-TODAY TO AN-DAY.
           MOVE RUNNING-SEQ TO AN-ROW-COUNT.
           MOVE DAY-OPEN-HASH TO AN-OPEN-HASH.
           MOVE RUNNING-HASH TO AN-CLOSE-HASH.
           MOVE WS-TOD-HHMMSS TO AN-SEALED-TIME.
           SET AN-NOT-SENT TO TRUE.
           IF LAST-ANCHOR-DAY EQUAL TO WS-TODAY
               REWRITE AUDIT-ANCHOR-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGEJRNL - ANCHOR REWRITE FAILED '
                               AN-DAY
               END-REWRITE
           ELSE
               WRITE AUDIT-ANCHOR-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGEJRNL - ANCHOR WRITE FAILED '
                               AN-DAY
               END-WRITE
           END-IF.
           PERFORM DISPATCH-ANCHOR.
      *
       DISPATCH-ANCHOR.
      *    The anchor row in the record area goes on the queue and,
      *    once it is there, is marked sent. A queue that is down
      *    leaves it N for the next run to send.
           MOVE AN-DAY TO ADM-DAY.
           MOVE AN-ROW-COUNT TO ADM-ROW-COUNT.
           MOVE AN-OPEN-HASH TO ADM-OPEN-HASH.
           MOVE AN-CLOSE-HASH TO ADM-CLOSE-HASH.
           MOVE AN-SEALED-TIME TO ADM-SEALED-TIME.
           CALL 'QSNDDTAQ' USING
               BY REFERENCE SEND-DTAQ-NAME
               BY REFERENCE SEND-LIB-NAME
               BY REFERENCE SEND-DTAQ-MSG-LEN
               BY REFERENCE ANCHOR-DISPATCH-MESSAGE
               BY REFERENCE SEND-DTAQ-RETCODE.
           IF SEND-DTAQ-RETCODE NOT EQUAL TO ZERO
               DISPLAY '*** DOGEJRNL - ANCHOR QUEUE DOWN - ' AN-DAY
                       ' NOT YET OFF-HOST ***'
           ELSE
               ACCEPT WS-TIME-OF-DAY FROM TIME
               SET AN-SENT TO TRUE
               ACCEPT AN-SENT-DATE FROM DATE YYYYMMDD
               MOVE WS-TOD-HHMMSS TO AN-SENT-TIME
               REWRITE AUDIT-ANCHOR-ENTRY
                   INVALID KEY
                       DISPLAY 'DOGEJRNL - ANCHOR REWRITE FAILED '
                               AN-DAY
               END-REWRITE
           END-IF.
      *
       PRINT-LOAD-REPORT.
           DISPLAY '===== DOGEJRNL AUDIT JOURNAL LOAD REPORT ====='.
           DISPLAY 'ENTRIES LOADED TO DOGEAUDT .. ' LOADED-COUNT.
           DISPLAY 'KEY COLLISIONS RESEQUENCED .. ' DUPLICATE-COUNT.
           DISPLAY 'ROWS SEALED INTO THE CHAIN .. ' SEALED-COUNT.
           DISPLAY 'CHAIN DAY ................... ' WS-TODAY
                   ' ROWS ' RUNNING-SEQ.
           DISPLAY 'CLOSING HASH ................ ' RUNNING-HASH.
           IF ANCHORS-RESENT > ZERO
               DISPLAY 'EARLIER ANCHORS RESENT ...... ' ANCHORS-RESENT
           END-IF.
       END PROGRAM DOGEJRNL.
