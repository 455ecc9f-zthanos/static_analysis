      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEREOR:
      *   Chain-reorganization report. A send settles on its first
      *   confirmation, and a reorg can still drop that transaction
      *   off the chain afterwards. DOGECONF unwinds such a send on
      *   dogedcams.py's reorg notice - row back to PENDING, balance
      *   and fee credited back, the dropped hash moved aside on the
      *   send's DOGETXID row - and the rebroadcast then settles the
      *   same row under a new hash. This job walks DOGETXID and
      *   lists every send that has ever been reorged: the hash that
      *   was dropped, the hash it stands on now, how many times it
      *   has happened, and the row as DOGEVSAM has it today.
      *
      *   A send still waiting for its rebroadcast to confirm - row
      *   PENDING, no new hash yet - is the one someone has to watch,
      *   so any of those ends the job RC 4.
      *
      * PARM CARD (SYSIN, columns 1-8):
      *   cols 1-8   reorg day (YYYYMMDD) - only sends reorged on
      *              this day list; 00000000 lists them all
      *
      * Run daily with the batch window (see DOGEREOR.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEREOR.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGETXID ASSIGN TO DOGETXID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TXID-STATUS.
           SELECT DOGEVSAM ASSIGN TO DOGEVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGETXID.
       COPY TXIDREC.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
      * check that keeps the nightly window in order.
       01  WS-RUNS-STATUS         PIC XX VALUE '00'.
           88  RUNS-OK                   VALUE '00'.
           88  RUNS-NOT-YET-LOADED       VALUE '35'.
       01  RUNS-JOB-NAME          PIC X(8) VALUE 'DOGEREOR'.
       01  RUNS-PREREQ-NAME       PIC X(8) VALUE SPACES.
       01  RUNS-TODAY             PIC 9(8).
       01  RUNS-TIME-OF-DAY       PIC 9(8).
       01  FILLER REDEFINES RUNS-TIME-OF-DAY.
           05  RUNS-HHMMSS        PIC 9(6).
           05  RUNS-CC            PIC 9(2).
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
       01  WS-TXID-STATUS            PIC XX VALUE '00'.
           88  TXID-OK                      VALUE '00'.
           88  TXID-EOF                     VALUE '10'.
           88  TXID-NOT-THERE               VALUE '35'.
       01  WS-VSAM-STATUS            PIC XX VALUE '00'.
           88  VSAM-OK                      VALUE '00'.
       01  REOR-PARM-CARD.
           05  PARM-REORG-DAY        PIC 9(8).
       01  ROW-FOUND-FLAG            PIC X VALUE 'N'.
           88  SEND-ROW-FOUND               VALUE 'Y'.
           88  SEND-ROW-GONE                VALUE 'N'.
       01  REORG-STATE-TEXT          PIC X(20).
       01  ROW-STATUS-TEXT           PIC X(8).
       01  ROW-AMOUNT-TEXT           PIC X(17).
       01  TXID-ROWS-READ            PIC 9(7) VALUE ZERO.
       01  REORGED-LISTED            PIC 9(7) VALUE ZERO.
       01  AWAITING-REBROADCAST      PIC 9(7) VALUE ZERO.
       01  REBROADCAST-SETTLED       PIC 9(7) VALUE ZERO.
       01  ROWS-ARCHIVED             PIC 9(7) VALUE ZERO.
       01  REPEAT-REORGS             PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           ACCEPT REOR-PARM-CARD FROM SYSIN.
           IF PARM-REORG-DAY IS NOT NUMERIC
               MOVE ZERO TO PARM-REORG-DAY
           END-IF.
           OPEN INPUT DOGETXID.
           IF TXID-NOT-THERE
               DISPLAY 'DOGEREOR - NO TXID FILE - NOTHING SETTLED '
                       'YET'
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT DOGEVSAM.
           DISPLAY '===== DOGEREOR CHAIN-REORGANIZED SENDS ====='.
           IF PARM-REORG-DAY EQUAL TO ZERO
               DISPLAY 'REPORT SCOPE ................ EVERY REORG'
           ELSE
               DISPLAY 'REORGED ON .................. '
                       PARM-REORG-DAY
           END-IF.
           DISPLAY ' '.
           PERFORM READ-NEXT-TXID.
           PERFORM UNTIL TXID-EOF
               ADD 1 TO TXID-ROWS-READ
               PERFORM LIST-ONE-REORG
               PERFORM READ-NEXT-TXID
           END-PERFORM.
           CLOSE DOGETXID.
           CLOSE DOGEVSAM.
           PERFORM PRINT-REORG-SUMMARY.
           PERFORM RECORD-RUN-END.
           STOP RUN.
      *
       READ-NEXT-TXID.
           READ DOGETXID NEXT RECORD
               AT END SET TXID-EOF TO TRUE
           END-READ.
      *
       LIST-ONE-REORG.
      *    Rows banked before reorgs were tracked carry spaces (or
      *    low-values off an old unload) where the state now sits -
      *    only S and B are reorged sends.
           IF TX-REORGED-OUT OR TX-REBROADCAST
               IF PARM-REORG-DAY EQUAL TO ZERO
                  OR TX-REORG-DATE EQUAL TO PARM-REORG-DAY
                   PERFORM PRINT-ONE-REORG
               END-IF
           END-IF.
      *
       PRINT-ONE-REORG.
           ADD 1 TO REORGED-LISTED.
           IF TX-REORG-COUNT IS NUMERIC
              AND TX-REORG-COUNT > 1
               ADD 1 TO REPEAT-REORGS
           END-IF.
           MOVE TX-KEY TO TKEY.
           READ DOGEVSAM
               INVALID KEY
                   SET SEND-ROW-GONE TO TRUE
               NOT INVALID KEY
                   SET SEND-ROW-FOUND TO TRUE
           END-READ.
           IF SEND-ROW-FOUND
               MOVE TSTATUS TO ROW-STATUS-TEXT
               MOVE TAMT-INTEGER-PART TO ROW-AMOUNT-TEXT(1:8)
               MOVE '.' TO ROW-AMOUNT-TEXT(9:1)
               MOVE TAMT-DECIMAL-PART TO ROW-AMOUNT-TEXT(10:8)
           ELSE
               ADD 1 TO ROWS-ARCHIVED
               MOVE 'ARCHIVED' TO ROW-STATUS-TEXT
               MOVE SPACES TO ROW-AMOUNT-TEXT
           END-IF.
      *    A send whose row has reopened and whose rebroadcast has
      *    not yet confirmed is the open exposure; once the new hash
      *    is banked DOGECONF flips the state to B.
           IF TX-REORGED-OUT
               IF SEND-ROW-FOUND AND TRAN-PENDING
                   ADD 1 TO AWAITING-REBROADCAST
                   MOVE 'AWAITING REBROADCAST' TO REORG-STATE-TEXT
               ELSE
                   MOVE 'REORGED - SEE ROW' TO REORG-STATE-TEXT
               END-IF
           ELSE
               ADD 1 TO REBROADCAST-SETTLED
               MOVE 'REBROADCAST SETTLED' TO REORG-STATE-TEXT
           END-IF.
           DISPLAY 'SEND ' TX-KEY(1:10) '-' TX-KEY(11:2)
                   ' ' REORG-STATE-TEXT
                   ' REORGED ' TX-REORG-DATE ' ' TX-REORG-TIME
                   ' TIMES ' TX-REORG-COUNT.
           IF SEND-ROW-FOUND
               DISPLAY '    ACCT ' TACCT ' TO ' TADDRSS
                       ' AMOUNT ' ROW-AMOUNT-TEXT
                       ' ROW ' ROW-STATUS-TEXT
           ELSE
               DISPLAY '    ROW NO LONGER ON THE LIVE FILE - '
                       'SEE THE ARCHIVE'
           END-IF.
           DISPLAY '    DROPPED HASH ' TX-SUPERSEDED-HASH.
           IF TX-REBROADCAST
               DISPLAY '    CURRENT HASH ' TX-HASH
           END-IF.
      *
       PRINT-REORG-SUMMARY.
           DISPLAY ' '.
           DISPLAY 'TXID ROWS READ .............. ' TXID-ROWS-READ.
           DISPLAY 'REORGED SENDS LISTED ........ ' REORGED-LISTED.
           DISPLAY 'REBROADCAST AND SETTLED ..... '
                   REBROADCAST-SETTLED.
           DISPLAY 'AWAITING REBROADCAST ........ '
                   AWAITING-REBROADCAST.
           DISPLAY 'REORGED MORE THAN ONCE ...... ' REPEAT-REORGS.
           DISPLAY 'ROW ALREADY ARCHIVED ........ ' ROWS-ARCHIVED.
           IF REORGED-LISTED EQUAL TO ZERO
               DISPLAY 'NO REORGED SENDS'
           END-IF.
           IF AWAITING-REBROADCAST > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY '*** REORGED SENDS STILL UNCONFIRMED - CHECK '
                       'THE WALLET SIDE ***'
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
       END PROGRAM DOGEREOR.
