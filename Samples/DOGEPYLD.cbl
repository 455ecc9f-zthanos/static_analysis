      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEPYLD:
      *   Payee history load. DOGEPAYE only learns about a payee as
      *   sends to it are keyed, labeled or settled - on the day the
      *   new-payee hold goes in, every address this shop has paid
      *   for years would look brand new and every send would hold.
      *   This job seeds the file from what is already on record:
      *
      *   - Every SETTLED outgoing SENT row counts toward its
      *     address, exactly as DOGECONF counts one as it settles.
      *     DOGEEOD rolls settled rows off the live file every night,
      *     so the DOGEHIST archive copy is walked first and live
      *     DOGEVSAM after it, each in key (time) order, and a row is
      *     only counted when it is newer than the last settled send
      *     already on the payee row - so a rerun, or a run after
      *     DOGECONF has already counted some sends, adds nothing
      *     twice.
      *   - Every DOGEADDR label with no label date on its payee row
      *     is stamped as labeled before the payee file existed
      *     (epoch second 1) - the address book was built by hand
      *     long before this, so its addresses are not new.
      *
      *   Safe to rerun. Run once before the senders first pick up
      *   the new-payee check (see DOGEPYLD.jcl), and again after a
      *   DOGEPAYE reload.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEPYLD.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGEHIST ASSIGN TO DOGEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-TKEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DOGEADDR ASSIGN TO DOGEADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-LABEL
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT DOGEPAYE ASSIGN TO DOGEPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEVSAM.
       COPY TRANXREC.
      * Keyed archive copy DOGEEOD banks - only the key is named, the
      * rest stays one opaque FILLER so the record moves whole into
      * TRANSACTION without a colliding second COPY TRANXREC, same as
      * DOGEEOD's own FD.
       FD  DOGEHIST.
       01  HIST-TRANSACTION.
           05  HIST-TKEY.
               10  HIST-TDATE        PIC X(10).
               10  HIST-TSEQ         PIC X(2).
           05  FILLER                PIC X(123).
       FD  DOGEADDR.
       COPY ADDRBOOK.
       FD  DOGEPAYE.
       COPY PAYEREC.
       WORKING-STORAGE SECTION.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
           88  VSAM-OK                      VALUE '00'.
           88  VSAM-EOF                     VALUE '10'.
       01  WS-HIST-STATUS            PIC XX VALUE '00'.
           88  HIST-OK                      VALUE '00'.
           88  HIST-EOF                     VALUE '10'.
           88  HIST-NOT-THERE               VALUE '35'.
       01  WS-ADDR-STATUS            PIC XX VALUE '00'.
           88  ADDR-OK                      VALUE '00'.
           88  ADDR-EOF                     VALUE '10'.
           88  ADDR-NOT-THERE               VALUE '35'.
       01  WS-PAYE-STATUS            PIC XX VALUE '00'.
           88  PAYE-NOT-YET-LOADED          VALUE '35'.
       01  CONTROL-KEY-THRESHOLD     PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM              PIC 9(10) VALUE 9999999999.
      * Stands for "labeled before the payee file existed" - older
      * than any cooling-off period, and still nonzero.
       01  LABEL-PREDATES-FILE       PIC 9(10) VALUE 1.
       01  HIST-ROWS-READ            PIC 9(7) VALUE ZERO.
       01  ROWS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01  SENDS-COUNTED-COUNT       PIC 9(7) VALUE ZERO.
       01  SENDS-ALREADY-COUNT       PIC 9(7) VALUE ZERO.
       01  PAYEES-ADDED-COUNT        PIC 9(7) VALUE ZERO.
       01  LABELS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01  LABELS-STAMPED-COUNT      PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM OPEN-PAYEE-FILE.
           OPEN INPUT DOGEVSAM.
           PERFORM HISTORY-PASS.
           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL VSAM-EOF
               PERFORM PROCESS-ROW
               PERFORM READ-NEXT-ROW
           END-PERFORM.
           CLOSE DOGEVSAM.
           OPEN INPUT DOGEADDR.
           IF ADDR-NOT-THERE
               DISPLAY 'DOGEPYLD - NO ADDRESS BOOK - LABELS SKIPPED'
           ELSE
               PERFORM READ-NEXT-LABEL
               PERFORM UNTIL ADDR-EOF
                   PERFORM PROCESS-LABEL
                   PERFORM READ-NEXT-LABEL
               END-PERFORM
               CLOSE DOGEADDR
           END-IF.
           CLOSE DOGEPAYE.
           PERFORM PRINT-LOAD-REPORT.
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
      * Everything DOGEEOD has rolled off the live file, oldest first
      * - a keyed START past the control keys and a walk to the end,
      * the same shape as DOGEDORM's history pass. Each row goes
      * through the same test a live row does.
       HISTORY-PASS.
           OPEN INPUT DOGEHIST.
           IF HIST-NOT-THERE
               DISPLAY 'DOGEPYLD - NO ARCHIVE COPY YET'
           ELSE
               MOVE CONTROL-KEY-THRESHOLD TO HIST-TDATE
               MOVE '00' TO HIST-TSEQ
               START DOGEHIST KEY NOT LESS THAN HIST-TKEY
                   INVALID KEY
                       SET HIST-EOF TO TRUE
               END-START
               IF NOT HIST-EOF
                   PERFORM READ-NEXT-HISTORY-ROW
               END-IF
               PERFORM UNTIL HIST-EOF
                   MOVE HIST-TRANSACTION TO TRANSACTION
                   IF NUM-DATE NOT LESS THAN SENTINEL-NUM
                       SET HIST-EOF TO TRUE
                   ELSE
                       ADD 1 TO HIST-ROWS-READ
                       PERFORM CHECK-SETTLED-SEND
                       PERFORM READ-NEXT-HISTORY-ROW
                   END-IF
               END-PERFORM
               CLOSE DOGEHIST
           END-IF.
      *
       READ-NEXT-HISTORY-ROW.
           READ DOGEHIST NEXT RECORD
               AT END SET HIST-EOF TO TRUE
           END-READ.
      *    Anything but clean or end-of-file ends the pass rather
      *    than spinning on an unpositioned browse.
           IF NOT HIST-OK AND NOT HIST-EOF
               SET HIST-EOF TO TRUE
           END-IF.
      *
       READ-NEXT-ROW.
           READ DOGEVSAM NEXT RECORD
               AT END SET VSAM-EOF TO TRUE
           END-READ.
      *
       READ-NEXT-LABEL.
           READ DOGEADDR NEXT RECORD
               AT END SET ADDR-EOF TO TRUE
           END-READ.
      *
       PROCESS-ROW.
           ADD 1 TO ROWS-READ-COUNT.
           PERFORM CHECK-SETTLED-SEND.
      *
       CHECK-SETTLED-SEND.
      *    Control records are always small keys - under 100,000 -
      *    same threshold check as DOGERECN/DOGEEOD. Only a settled
      *    outgoing send proves the address was paid; fee and
      *    aggregate rows are not sends to anyone.
           IF NUM-DATE NOT LESS THAN CONTROL-KEY-THRESHOLD
              AND NUM-DATE NOT EQUAL TO SENTINEL-NUM
              AND TRAN-SETTLED
              AND TAMT-SIGN-NEGATIVE
              AND TLABEL EQUAL TO 'SENT'
               PERFORM COUNT-SETTLED-SEND
           END-IF.
      *
       COUNT-SETTLED-SEND.
           MOVE SPACES TO PY-KEY.
           SET PY-PAYEE-KEY TO TRUE.
           MOVE TADDRSS TO PY-KEY-ID.
           READ DOGEPAYE
               INVALID KEY
                   MOVE SPACES TO PAYEE-ENTRY
                   SET PY-PAYEE-KEY TO TRUE
                   MOVE TADDRSS TO PY-KEY-ID
                   MOVE NUM-DATE TO PY-FIRST-SEEN
                   MOVE ZERO TO PY-LABEL-SINCE
                   MOVE 1 TO PY-SETTLED-COUNT
                   MOVE NUM-DATE TO PY-LAST-SETTLED
                   SET PY-NOT-WHITELISTED TO TRUE
                   WRITE PAYEE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEPYLD - PAYEE ROW WRITE FAILED '
                                   TADDRSS
                       NOT INVALID KEY
                           ADD 1 TO PAYEES-ADDED-COUNT
                           ADD 1 TO SENDS-COUNTED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF NUM-DATE > PY-LAST-SETTLED
                       IF PY-SETTLED-COUNT < 9999999
                           ADD 1 TO PY-SETTLED-COUNT
                       END-IF
                       MOVE NUM-DATE TO PY-LAST-SETTLED
                       IF PY-FIRST-SEEN = ZERO
                          OR NUM-DATE < PY-FIRST-SEEN
                           MOVE NUM-DATE TO PY-FIRST-SEEN
                       END-IF
                       REWRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGEPYLD - PAYEE ROW REWRITE '
                                       'FAILED ' TADDRSS
                           NOT INVALID KEY
                               ADD 1 TO SENDS-COUNTED-COUNT
                       END-REWRITE
                   ELSE
                       ADD 1 TO SENDS-ALREADY-COUNT
                   END-IF
           END-READ.
      *
       PROCESS-LABEL.
      *    A label saved since the payee file went in already carries
      *    its real date from DOGEABK and is left alone.
           ADD 1 TO LABELS-READ-COUNT.
           MOVE SPACES TO PY-KEY.
           SET PY-PAYEE-KEY TO TRUE.
           MOVE AB-ADDRESS TO PY-KEY-ID.
           READ DOGEPAYE
               INVALID KEY
                   MOVE SPACES TO PAYEE-ENTRY
                   SET PY-PAYEE-KEY TO TRUE
                   MOVE AB-ADDRESS TO PY-KEY-ID
                   MOVE ZERO TO PY-FIRST-SEEN
                   MOVE LABEL-PREDATES-FILE TO PY-LABEL-SINCE
                   MOVE ZERO TO PY-SETTLED-COUNT
                   MOVE ZERO TO PY-LAST-SETTLED
                   SET PY-NOT-WHITELISTED TO TRUE
                   WRITE PAYEE-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEPYLD - PAYEE ROW WRITE FAILED '
                                   AB-ADDRESS
                       NOT INVALID KEY
                           ADD 1 TO PAYEES-ADDED-COUNT
                           ADD 1 TO LABELS-STAMPED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF PY-LABEL-SINCE = ZERO
                       MOVE LABEL-PREDATES-FILE TO PY-LABEL-SINCE
                       REWRITE PAYEE-ENTRY
                           INVALID KEY
                               DISPLAY 'DOGEPYLD - PAYEE ROW REWRITE '
                                       'FAILED ' AB-ADDRESS
                           NOT INVALID KEY
                               ADD 1 TO LABELS-STAMPED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.
      *
       PRINT-LOAD-REPORT.
           DISPLAY '===== DOGEPYLD PAYEE HISTORY LOAD REPORT ====='.
           DISPLAY 'DOGEHIST ROWS READ .......... ' HIST-ROWS-READ.
           DISPLAY 'DOGEVSAM ROWS READ .......... ' ROWS-READ-COUNT.
           DISPLAY 'SETTLED SENDS COUNTED ....... '
                   SENDS-COUNTED-COUNT.
           DISPLAY 'SETTLED SENDS ALREADY ON FILE '
                   SENDS-ALREADY-COUNT.
           DISPLAY 'ADDRESS BOOK LABELS READ .... ' LABELS-READ-COUNT.
           DISPLAY 'LABELS STAMPED AS EXISTING .. '
                   LABELS-STAMPED-COUNT.
           DISPLAY 'PAYEE ROWS ADDED ............ ' PAYEES-ADDED-COUNT.
       END PROGRAM DOGEPYLD.
