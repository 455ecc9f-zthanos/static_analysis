      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGENPRL:
      *   New-payee release job. DOGESEND, DOGEBLKP, DOGEPPRO and
      *   DOGESORN write a send to an address this shop has never
      *   paid HELD, whatever the amount, and leave an open hold row
      *   for it on DOGEPAYE. An approver can release it early on
      *   DOGEDEET (which whitelists the address); otherwise this job
      *   lets it go once the address has aged past the cooling-off
      *   period:
      *
      *   - The payee is established once a send to it has settled,
      *     an approver has whitelisted it, or the earliest of its
      *     first keyed send, its first DOGEADDR label and the held
      *     send's own key time is older than the period.
      *   - The address is screened against DOGEDENY again - a
      *     listing made while the send sat held still stops it.
      *   - A released row goes back to PENDING and onto DOGESNDQ
      *     keyed by its own TKEY, the same hand-off DOGEDEET's
      *     approval makes, and the release is journaled straight to
      *     DOGEAUDT. A queue put that fails leaves the row PENDING
      *     for DOGERTRY to re-drive.
      *   - A send also held for its amount, a daily limit or a
      *     high-risk counterparty is left for the approver - age
      *     only settles the payee question, not the others.
      *   - A hold whose row is no longer HELD (voided, or released
      *     some other way) is simply closed.
      *
      *   The cooling-off period lives on the DOGEPAYE control row;
      *   a numeric parm card replaces it for this run and every
      *   sender after it. Zero turns the new-payee hold off.
      *
      * PARM CARD (SYSIN, columns 1-3):
      *   cols 1-3  cooling-off period in hours, blank to keep the
      *             period on file (48 if none was ever set)
      *
      * Run hourly through the business day (see DOGENPRL.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGENPRL.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEPAYE ASSIGN TO DOGEPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGEDENY ASSIGN TO DOGEDENY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-ADDRESS
               FILE STATUS IS WS-DENY-STATUS.
           SELECT DOGEQSEQ ASSIGN TO DOGEQSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QS-KEY
               FILE STATUS IS WS-QSEQ-STATUS.
           SELECT DOGEAUDT ASSIGN TO DOGEAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDT-KEY
               FILE STATUS IS WS-AUDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEPAYE.
       COPY PAYEREC.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEDENY.
       COPY DENYREC.
       FD  DOGEQSEQ.
       COPY QSEQREC.
       FD  DOGEAUDT.
       COPY AUDTREC.
       WORKING-STORAGE SECTION.
       01  WS-PAYE-STATUS            PIC XX VALUE '00'.
           88  PAYE-OK                      VALUE '00'.
           88  PAYE-EOF                     VALUE '10'.
           88  PAYE-NOT-YET-LOADED          VALUE '35'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
       01  WS-DENY-STATUS            PIC XX VALUE '00'.
           88  DENY-NOT-THERE               VALUE '35'.
       01  DENY-FILE-FLAG            PIC X VALUE 'Y'.
           88  DENY-FILE-PRESENT            VALUE 'Y'.
           88  DENY-FILE-ABSENT             VALUE 'N'.
       01  WS-QSEQ-STATUS            PIC XX VALUE '00'.
           88  QSEQ-NOT-YET-LOADED          VALUE '35'.
       01  WS-AUDT-STATUS            PIC XX VALUE '00'.
           88  AUDT-NOT-YET-LOADED          VALUE '35'.
       01  COOLING-PARM-CARD.
           05  PARM-COOLING-HOURS    PIC X(3).
           05  FILLER                PIC X(77).
      * Same compiled default the senders use until a parm card has
      * put a period on the control row.
       01  DEFAULT-COOLING-HOURS     PIC 9(3) VALUE 48.
       01  COOLING-HOURS             PIC 9(3).
       01  COOLING-SECONDS           PIC 9(7).
       01  NOW-EPOCH                 PIC 9(10).
       01  PAYEE-KNOWN-SINCE         PIC 9(10).
       01  PAYEE-AGE-SECONDS         PIC S9(10).
       01  HOLD-ROW-KEY              PIC X(35).
       01  HOLD-TKEY                 PIC X(12).
       01  FILLER REDEFINES HOLD-TKEY.
           05  HOLD-TKEY-DATE        PIC 9(10).
           05  HOLD-TKEY-SEQ         PIC 9(2).
       01  HOLD-ADDRESS              PIC X(34).
       01  PAYEE-CHECK-FLAG          PIC X VALUE 'N'.
           88  PAYEE-NOW-ESTABLISHED        VALUE 'Y'.
           88  PAYEE-STILL-NEW              VALUE 'N'.
       01  HOLD-OUTCOME-FLAG         PIC X VALUE 'K'.
           88  HOLD-KEPT                    VALUE 'K'.
           88  HOLD-RELEASED                VALUE 'R'.
           88  HOLD-CLOSED-GONE             VALUE 'X'.
       01  RELEASE-CHECK-FLAG        PIC X VALUE 'Y'.
           88  RELEASE-ALLOWED              VALUE 'Y'.
           88  RELEASE-BLOCKED              VALUE 'N'.
       01  AUDIT-WRITE-FLAG          PIC X VALUE 'N'.
           88  AUDIT-WRITE-DONE             VALUE 'Y'.
           88  AUDIT-WRITE-PENDING          VALUE 'N'.
       01  AUDIT-TEXT-WORK           PIC X(38).
       01  WS-TODAY                  PIC 9(8).
       01  FILLER REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR         PIC 9(4).
           05  WS-TODAY-MONTH        PIC 9(2).
           05  WS-TODAY-DAY          PIC 9(2).
       01  WS-TIME-OF-DAY            PIC 9(8).
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HH             PIC 9(2).
           05  WS-TOD-MM             PIC 9(2).
           05  WS-TOD-SS             PIC 9(2).
           05  WS-TOD-CC             PIC 9(2).
      * Gregorian-date -> epoch-seconds conversion (days_from_civil),
      * same formula DOGEEOD uses for its own cutoff.
       01  CONV-YEAR                 PIC 9(4).
       01  CONV-MONTH                PIC 9(2).
       01  CONV-DAY                  PIC 9(2).
       01  CONV-SECONDS              PIC S9(10).
       01  DATE-CONV-A               PIC S9(9).
       01  DATE-CONV-Y               PIC S9(9).
       01  DATE-CONV-M               PIC S9(9).
       01  DATE-CONV-JDN             PIC S9(9).
       01  DATE-CONV-DAYS            PIC S9(9).
      * QSNDDTAQ call and TO-SEND message, same shape DOGEDEET puts
      * for an approved held send - DOGECONF settles the same row.
       01  TO-SEND.
           05  DOGEID          PIC X(10)B VALUE 'DOGECICS99'.
           05  TEXT-TIMESTAMP  PIC 9(10)B.
           05  TEXT-SEQ        PIC X(2)B.
           05  TO-ADDRESS      PIC X(34)B.
           05  SEND-AMOUNT     PIC X(17).
      * Per-queue envelope sequence, assigned off DOGEQSEQ just
      * before the put - same gap-detection envelope DOGESEND stamps.
           05  MSG-SEQ         PIC 9(6).
       01  SEND-DTAQ-NAME       PIC X(10) VALUE 'DOGESNDQ'.
       01  SEND-LIB-NAME        PIC X(10) VALUE 'MYLIB'.
       01  SEND-DTAQ-MSG-LEN    PIC 9(5) BINARY.
       01  SEND-DTAQ-RETCODE    PIC S9(9) BINARY VALUE 0.
       01  HOLDS-SEEN-COUNT          PIC 9(7) VALUE ZERO.
       01  RELEASED-COUNT            PIC 9(7) VALUE ZERO.
       01  STILL-COOLING-COUNT       PIC 9(7) VALUE ZERO.
       01  LEFT-FOR-APPROVER-COUNT   PIC 9(7) VALUE ZERO.
       01  DENIED-COUNT              PIC 9(7) VALUE ZERO.
       01  GONE-COUNT                PIC 9(7) VALUE ZERO.
       01  QUEUE-FAILED-COUNT        PIC 9(7) VALUE ZERO.
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
           ACCEPT COOLING-PARM-CARD FROM SYSIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TODAY-YEAR TO CONV-YEAR.
           MOVE WS-TODAY-MONTH TO CONV-MONTH.
           MOVE WS-TODAY-DAY TO CONV-DAY.
           PERFORM CONVERT-YMD-TO-KEY.
           COMPUTE NOW-EPOCH = CONV-SECONDS
                   + WS-TOD-HH * 3600 + WS-TOD-MM * 60 + WS-TOD-SS.
           PERFORM OPEN-PAYEE-FILE.
           PERFORM SET-COOLING-PERIOD.
           OPEN I-O DOGEVSAM.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM OPEN-DENY-FILE.
           PERFORM OPEN-SEQUENCE-FILE.
           PERFORM OPEN-AUDIT-FILE.
           MOVE LENGTH OF TO-SEND TO SEND-DTAQ-MSG-LEN.
      *    The hold rows all sort under 'H'. Each one is worked with
      *    random reads and rewrites of its own and its payee's row,
      *    which moves the file position - so the walk re-STARTs past
      *    the last hold key every time round.
           MOVE SPACES TO PY-KEY.
           SET PY-HOLD-KEY TO TRUE.
           MOVE PY-KEY TO HOLD-ROW-KEY.
           START DOGEPAYE KEY NOT LESS THAN PY-KEY
               INVALID KEY
                   SET PAYE-EOF TO TRUE
           END-START.
           IF NOT PAYE-EOF
               PERFORM READ-NEXT-HOLD
           END-IF.
           PERFORM UNTIL PAYE-EOF
               MOVE PY-KEY TO HOLD-ROW-KEY
               IF PY-HOLD-OPEN
                   PERFORM WORK-ONE-HOLD
               END-IF
               MOVE HOLD-ROW-KEY TO PY-KEY
               START DOGEPAYE KEY GREATER THAN PY-KEY
                   INVALID KEY
                       SET PAYE-EOF TO TRUE
               END-START
               IF NOT PAYE-EOF
                   PERFORM READ-NEXT-HOLD
               END-IF
           END-PERFORM.
           CLOSE DOGEPAYE.
           CLOSE DOGEVSAM.
           CLOSE DOGECHLG.
           IF DENY-FILE-PRESENT
               CLOSE DOGEDENY
           END-IF.
           CLOSE DOGEQSEQ.
           CLOSE DOGEAUDT.
           PERFORM PRINT-RELEASE-REPORT.
           STOP RUN.
      *
       OPEN-PAYEE-FILE.
      *    First ever run finds no loaded DOGEPAYE cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEPAYE.
           IF PAYE-NOT-YET-LOADED
               OPEN OUTPUT DOGEPAYE
               CLOSE DOGEPAYE
               OPEN I-O DOGEPAYE
           END-IF.
      *
       SET-COOLING-PERIOD.
      *    A numeric parm card becomes the period on file; otherwise
      *    whatever is on file stands, and the compiled default if
      *    nothing ever was.
           MOVE DEFAULT-COOLING-HOURS TO COOLING-HOURS.
           MOVE SPACES TO PY-KEY.
           SET PY-CONTROL-KEY TO TRUE.
           READ DOGEPAYE
               INVALID KEY
                   IF PARM-COOLING-HOURS IS NUMERIC
                       MOVE SPACES TO PAYEE-ENTRY
                       SET PY-CONTROL-KEY TO TRUE
                       MOVE PARM-COOLING-HOURS TO PY-COOLING-HOURS
                       MOVE WS-TODAY TO PY-CONTROL-UPDATED
                       MOVE PARM-COOLING-HOURS TO COOLING-HOURS
                       WRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGENPRL - CONTROL ROW WRITE '
                                       'FAILED'
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF PARM-COOLING-HOURS IS NUMERIC
                       MOVE PARM-COOLING-HOURS TO PY-COOLING-HOURS
                       MOVE WS-TODAY TO PY-CONTROL-UPDATED
                       REWRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGENPRL - CONTROL ROW '
                                       'REWRITE FAILED'
                       END-REWRITE
                   END-IF
                   IF PY-COOLING-HOURS IS NUMERIC
                       MOVE PY-COOLING-HOURS TO COOLING-HOURS
                   END-IF
           END-READ.
           COMPUTE COOLING-SECONDS = COOLING-HOURS * 3600.
           IF PARM-COOLING-HOURS IS NUMERIC
               DISPLAY 'DOGENPRL - COOLING-OFF PERIOD SET TO '
                       COOLING-HOURS ' HOURS'
           ELSE
               DISPLAY 'DOGENPRL - COOLING-OFF PERIOD ' COOLING-HOURS
                       ' HOURS'
           END-IF.
      *
       OPEN-DENY-FILE.
           SET DENY-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEDENY.
           IF DENY-NOT-THERE
               SET DENY-FILE-ABSENT TO TRUE
           END-IF.
      *
       OPEN-SEQUENCE-FILE.
      *    First ever run finds no loaded DOGEQSEQ cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEQSEQ.
           IF QSEQ-NOT-YET-LOADED
               OPEN OUTPUT DOGEQSEQ
               CLOSE DOGEQSEQ
               OPEN I-O DOGEQSEQ
           END-IF.
      *
       OPEN-AUDIT-FILE.
      *    No DOGEAUDT yet means DOGEJRNL has never loaded - build it
      *    fresh, the same choice DOGEJRNL itself makes.
           OPEN I-O DOGEAUDT.
           IF AUDT-NOT-YET-LOADED
               OPEN OUTPUT DOGEAUDT
               CLOSE DOGEAUDT
               OPEN I-O DOGEAUDT
           END-IF.
      *
       READ-NEXT-HOLD.
           READ DOGEPAYE NEXT RECORD
               AT END SET PAYE-EOF TO TRUE
           END-READ.
           IF NOT PAYE-EOF
              AND NOT PY-HOLD-KEY
               SET PAYE-EOF TO TRUE
           END-IF.
      *
       CONVERT-YMD-TO-KEY.
           COMPUTE DATE-CONV-A = (14 - CONV-MONTH) / 12.
           COMPUTE DATE-CONV-Y = CONV-YEAR + 4800 - DATE-CONV-A.
           COMPUTE DATE-CONV-M = CONV-MONTH + 12 * DATE-CONV-A - 3.
           COMPUTE DATE-CONV-JDN = CONV-DAY
                   + ((153 * DATE-CONV-M + 2) / 5)
                   + (365 * DATE-CONV-Y)
                   + (DATE-CONV-Y / 4)
                   - (DATE-CONV-Y / 100)
                   + (DATE-CONV-Y / 400)
                   - 32045.
           COMPUTE DATE-CONV-DAYS = DATE-CONV-JDN - 2440588.
           COMPUTE CONV-SECONDS = DATE-CONV-DAYS * 86400.
      *
       WORK-ONE-HOLD.
      *    PAYEE-ENTRY holds an open hold row. Its own fields are
      *    saved before the payee row is read over it.
           ADD 1 TO HOLDS-SEEN-COUNT.
           SET HOLD-KEPT TO TRUE.
           MOVE PY-KEY-ID(1:12) TO HOLD-TKEY.
           MOVE PY-HOLD-ADDRESS TO HOLD-ADDRESS.
           MOVE HOLD-TKEY TO TKEY.
           READ DOGEVSAM
               INVALID KEY
                   SET HOLD-CLOSED-GONE TO TRUE
               NOT INVALID KEY
                   IF NOT TRAN-HELD
                       SET HOLD-CLOSED-GONE TO TRUE
                   END-IF
           END-READ.
           IF HOLD-CLOSED-GONE
               ADD 1 TO GONE-COUNT
               DISPLAY 'DOGENPRL - ' HOLD-TKEY-DATE
                       ' NO LONGER HELD - HOLD CLOSED'
           ELSE
           IF PY-HOLD-ALSO-REVIEW
               ADD 1 TO LEFT-FOR-APPROVER-COUNT
           ELSE
               PERFORM CHECK-PAYEE-ESTABLISHED
               IF PAYEE-STILL-NEW
                   ADD 1 TO STILL-COOLING-COUNT
               ELSE
                   PERFORM RELEASE-HELD-SEND
               END-IF
           END-IF
           END-IF.
           IF NOT HOLD-KEPT
               PERFORM CLOSE-HOLD-ROW
           END-IF.
      *
       CHECK-PAYEE-ESTABLISHED.
      *    Same test the senders apply, with the held send's own key
      *    time standing in when the payee row is missing or has no
      *    first-seen of its own - the send itself is when the
      *    address was first used. A zero period has switched the
      *    check off, so everything still held on it goes.
           SET PAYEE-STILL-NEW TO TRUE.
           MOVE HOLD-TKEY-DATE TO PAYEE-KNOWN-SINCE.
           MOVE SPACES TO PY-KEY.
           SET PY-PAYEE-KEY TO TRUE.
           MOVE HOLD-ADDRESS TO PY-KEY-ID.
           READ DOGEPAYE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PY-SETTLED-COUNT > ZERO
                      OR PY-WHITELISTED
                       SET PAYEE-NOW-ESTABLISHED TO TRUE
                   END-IF
                   IF PY-FIRST-SEEN > ZERO
                      AND PY-FIRST-SEEN < PAYEE-KNOWN-SINCE
                       MOVE PY-FIRST-SEEN TO PAYEE-KNOWN-SINCE
                   END-IF
                   IF PY-LABEL-SINCE > ZERO
                      AND PY-LABEL-SINCE < PAYEE-KNOWN-SINCE
                       MOVE PY-LABEL-SINCE TO PAYEE-KNOWN-SINCE
                   END-IF
           END-READ.
           COMPUTE PAYEE-AGE-SECONDS = NOW-EPOCH - PAYEE-KNOWN-SINCE.
           IF PAYEE-AGE-SECONDS NOT LESS THAN COOLING-SECONDS
               SET PAYEE-NOW-ESTABLISHED TO TRUE
           END-IF.
      *
       RELEASE-HELD-SEND.
      *    TRANSACTION still holds the HELD row read in WORK-ONE-HOLD.
      *    A deny-listed address stays held and goes to the approver
      *    - the release is the last gate before DOGESNDQ.
           SET RELEASE-ALLOWED TO TRUE.
           IF DENY-FILE-PRESENT
               MOVE TADDRSS TO DN-ADDRESS
               READ DOGEDENY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RELEASE-BLOCKED TO TRUE
                       ADD 1 TO DENIED-COUNT
                       DISPLAY 'DOGENPRL - ' HOLD-TKEY-DATE
                               ' ADDRESS ON DENY LIST - LEFT HELD'
               END-READ
           END-IF.
           IF RELEASE-ALLOWED
               MOVE TRANSACTION TO CHG-BEFORE-IMAGE
               SET TRAN-PENDING TO TRUE
               REWRITE TRANSACTION
                   INVALID KEY
                       SET RELEASE-BLOCKED TO TRUE
                       DISPLAY 'DOGENPRL - RELEASE REWRITE FAILED FOR '
                               HOLD-TKEY-DATE
                   NOT INVALID KEY
                       SET CHG-ROW-REWRITTEN TO TRUE
                       PERFORM WRITE-CHANGE-LOG
               END-REWRITE
           END-IF.
           IF RELEASE-ALLOWED
               SET HOLD-RELEASED TO TRUE
               ADD 1 TO RELEASED-COUNT
               PERFORM QUEUE-RELEASED-SEND
               MOVE 'New payee aged out - send released' TO
                    AUDIT-TEXT-WORK
               PERFORM JOURNAL-RELEASE
           END-IF.
      *
       QUEUE-RELEASED-SEND.
           MOVE NUM-DATE TO TEXT-TIMESTAMP.
           MOVE TSEQ TO TEXT-SEQ.
           MOVE TADDRSS TO TO-ADDRESS.
           STRING TAMT-INTEGER-PART TAMT-DEC-POINT TAMT-DECIMAL-PART
               DELIMITED BY SIZE INTO SEND-AMOUNT.
           PERFORM ASSIGN-QUEUE-SEQUENCE.
           CALL 'QSNDDTAQ' USING
               BY REFERENCE SEND-DTAQ-NAME
               BY REFERENCE SEND-LIB-NAME
               BY REFERENCE SEND-DTAQ-MSG-LEN
               BY REFERENCE TO-SEND
               BY REFERENCE SEND-DTAQ-RETCODE.
           IF SEND-DTAQ-RETCODE NOT EQUAL TO ZERO
               ADD 1 TO QUEUE-FAILED-COUNT
               DISPLAY 'DOGENPRL - QUEUE PUT FAILED FOR '
                       HOLD-TKEY-DATE ' - LEFT PENDING FOR DOGERTRY'
           ELSE
               DISPLAY 'DOGENPRL - RELEASED ' HOLD-TKEY-DATE
                       ' TO ' TADDRSS
           END-IF.
      *
       CLOSE-HOLD-ROW.
      *    Re-read the hold row - the payee read has been over the
      *    record area since.
           MOVE HOLD-ROW-KEY TO PY-KEY.
           READ DOGEPAYE
               INVALID KEY
                   DISPLAY 'DOGENPRL - HOLD ROW LOST ' HOLD-TKEY-DATE
               NOT INVALID KEY
                   IF HOLD-RELEASED
                       SET PY-HOLD-AGED-OUT TO TRUE
                   ELSE
                       SET PY-HOLD-GONE TO TRUE
                   END-IF
                   MOVE WS-TODAY TO PY-HOLD-CLOSED-DATE
                   MOVE 'DOGENPRL' TO PY-HOLD-CLOSED-BY
                   REWRITE PAYEE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGENPRL - HOLD ROW REWRITE FAILED '
                                   HOLD-TKEY-DATE
                   END-REWRITE
           END-READ.
      *
       JOURNAL-RELEASE.
      *    Batch has no DOGJ queue to write to - the entry goes
      *    straight onto DOGEAUDT in the shape DOGEJRNL loads, so
      *    DOGEJINQ shows the release next to the online approvals.
      *    A same-second collision bumps the sequence the way
      *    DOGEJRNL's WRITE-AUDIT-ENTRY does.
           MOVE SPACES TO AUDIT-ENTRY.
           STRING WS-TODAY-MONTH '/' WS-TODAY-DAY '/' WS-TODAY-YEAR
               DELIMITED BY SIZE INTO AUDT-DATE.
           STRING WS-TOD-HH ':' WS-TOD-MM ':' WS-TOD-SS
               DELIMITED BY SIZE INTO AUDT-TIME.
           MOVE ZERO TO AUDT-SEQ.
           MOVE 'BTCH' TO AUDT-TERM-ID.
           MOVE 'DOGENPRL' TO AUDT-USER-ID.
           MOVE HOLD-TKEY(1:10) TO AUDT-REC-KEY.
           MOVE AUDIT-TEXT-WORK TO AUDT-TEXT.
           SET AUDIT-WRITE-PENDING TO TRUE.
           PERFORM WRITE-AUDIT-ONCE UNTIL AUDIT-WRITE-DONE.
      *
       WRITE-AUDIT-ONCE.
           WRITE AUDIT-ENTRY
               INVALID KEY
                   IF AUDT-SEQ < 999
                       ADD 1 TO AUDT-SEQ
                   ELSE
                       DISPLAY 'DOGENPRL - AUDIT WRITE FAILED FOR '
                               HOLD-TKEY-DATE
                       SET AUDIT-WRITE-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET AUDIT-WRITE-DONE TO TRUE
           END-WRITE.
      *
       ASSIGN-QUEUE-SEQUENCE.
      *    Next envelope sequence off the DOGEQSEQ sender row for
      *    DOGESNDQ - seeded at 1 on first use, wrapping at 999999,
      *    same envelope DOGESEND stamps on a keyed send.
           MOVE 'DOGESNDQ' TO QS-QUEUE.
           SET QS-SENDER-SIDE TO TRUE.
           READ DOGEQSEQ
               INVALID KEY
                   MOVE 'DOGESNDQ' TO QS-QUEUE
                   SET QS-SENDER-SIDE TO TRUE
                   MOVE 1 TO QS-LAST-SEQ
                   MOVE 1 TO QS-MSG-COUNT
                   MOVE ZERO TO QS-GAP-COUNT
                   WRITE QUEUE-SEQUENCE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGENPRL - SEQUENCE SEED FAILED'
                   END-WRITE
               NOT INVALID KEY
                   IF QS-LAST-SEQ < 999999
                       ADD 1 TO QS-LAST-SEQ
                   ELSE
                       MOVE 1 TO QS-LAST-SEQ
                   END-IF
                   ADD 1 TO QS-MSG-COUNT
                   REWRITE QUEUE-SEQUENCE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGENPRL - SEQUENCE REWRITE FAILED'
                   END-REWRITE
           END-READ.
           MOVE QS-LAST-SEQ TO MSG-SEQ.
      *
       PRINT-RELEASE-REPORT.
           DISPLAY '===== DOGENPRL NEW-PAYEE RELEASE REPORT ====='.
           DISPLAY 'COOLING-OFF PERIOD (HOURS) .. ' COOLING-HOURS.
           DISPLAY 'OPEN NEW-PAYEE HOLDS ........ ' HOLDS-SEEN-COUNT.
           DISPLAY 'RELEASED - PAYEE AGED OUT ... ' RELEASED-COUNT.
           DISPLAY 'OF WHICH QUEUE PUT FAILED ... ' QUEUE-FAILED-COUNT.
           DISPLAY 'STILL COOLING OFF ........... ' STILL-COOLING-COUNT.
           DISPLAY 'LEFT FOR APPROVER (OTHER) ... '
                   LEFT-FOR-APPROVER-COUNT.
           DISPLAY 'LEFT HELD - DENY-LISTED ..... ' DENIED-COUNT.
           DISPLAY 'CLOSED - NO LONGER HELD ..... ' GONE-COUNT.
           IF QUEUE-FAILED-COUNT > ZERO OR DENIED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE 'DOGENPRL' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGENPRL - CHANGE LOG WRITE FAILED'
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
       END PROGRAM DOGENPRL.
