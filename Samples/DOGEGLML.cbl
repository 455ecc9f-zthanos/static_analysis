      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEGLML:
      *   Loads the DOGEGLMP chart-of-accounts mapping file from
      *   cards - one card per movement type, ADJUST reason code,
      *   sub-account and currency, naming the GL accounts that kind
      *   of movement debits and credits. Re-running a load just
      *   REWRITEs the same keys, so a changed mapping is one card
      *   and one run, same re-runnable shape as DOGELMLD's limit
      *   load. DOGEGLIF picks a mapping up the next night it runs;
      *   deleting one is the D action card, and anything left
      *   unmapped lands on DOGEGLIF's exceptions page rather than
      *   in the journal.
      *
      * CARD LAYOUT (GLMAPIN, columns 1-66):
      *   col  1     action - L load/replace, D delete
      *   cols 2-11  movement type - SENT, RECV, FEE, TRANSFER,
      *              ADJUST, VOID, CONVERT, REVAL (any TLABEL may be
      *              mapped)
      *   cols 12-15 ADJUST reason code, spaces for other types
      *   cols 16-18 sub-account, or *** for any sub-account
      *   cols 19-22 currency code (DOGE for the DOGE book)
      *   cols 23-34 GL account debited by a money-in (+) row
      *   cols 35-46 GL account credited by a money-in (+) row
      *   cols 47-66 description carried onto the journal line
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEGLML.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAPIN ASSIGN TO GLMAPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DOGEGLMP ASSIGN TO DOGEGLMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLMAPIN
           RECORDING MODE IS F.
       01  MAPPING-CARD.
           05  MC-ACTION          PIC X.
           05  MC-MOVE-TYPE       PIC X(10).
           05  MC-REASON          PIC X(4).
           05  MC-ACCT            PIC X(3).
           05  MC-CURR            PIC X(4).
           05  MC-DEBIT-GL        PIC X(12).
           05  MC-CREDIT-GL       PIC X(12).
           05  MC-DESC            PIC X(20).
           05  FILLER             PIC X(14).
       FD  DOGEGLMP.
       COPY GLMAPREC.
       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS         PIC XX VALUE '00'.
           88  CARD-OK                   VALUE '00'.
           88  CARD-EOF                  VALUE '10'.
       01  WS-GLMP-STATUS         PIC XX VALUE '00'.
           88  GLMP-OK                   VALUE '00'.
           88  GLMP-NOT-YET-LOADED       VALUE '35'.
       01  LOADED-COUNT           PIC 9(5) VALUE ZERO.
       01  DELETED-COUNT          PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT         PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       00000-MAIN.
           OPEN INPUT GLMAPIN.
           PERFORM OPEN-MAPPING-FILE.
           PERFORM READ-NEXT-CARD.
           PERFORM UNTIL CARD-EOF
               PERFORM LOAD-ONE-MAPPING
               PERFORM READ-NEXT-CARD
           END-PERFORM.
           CLOSE GLMAPIN.
           CLOSE DOGEGLMP.
           PERFORM PRINT-LOAD-REPORT.
           STOP RUN.
      *
       OPEN-MAPPING-FILE.
      *    First ever run finds no loaded DOGEGLMP cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEGLMP.
           IF GLMP-NOT-YET-LOADED
               OPEN OUTPUT DOGEGLMP
               CLOSE DOGEGLMP
               OPEN I-O DOGEGLMP
           END-IF.
      *
       READ-NEXT-CARD.
           READ GLMAPIN
               AT END SET CARD-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-MAPPING.
      *    The sub-account is either the catch-all or three digits -
      *    anything else could never match a row's TACCT and would
      *    sit in the file doing nothing.
           IF (MC-ACTION NOT EQUAL TO 'L'
               AND MC-ACTION NOT EQUAL TO 'D')
              OR MC-MOVE-TYPE EQUAL TO SPACES
              OR MC-CURR EQUAL TO SPACES
              OR (MC-ACCT NOT EQUAL TO '***'
                  AND MC-ACCT IS NOT NUMERIC)
               ADD 1 TO REJECTED-COUNT
               DISPLAY 'DOGEGLML - BAD CARD ' MC-ACTION
                       MC-MOVE-TYPE ' ' MC-ACCT ' ' MC-CURR
           ELSE
               MOVE MC-MOVE-TYPE TO GM-MOVE-TYPE
               MOVE MC-REASON TO GM-REASON
               MOVE MC-ACCT TO GM-ACCT
               MOVE MC-CURR TO GM-CURR
               IF MC-ACTION EQUAL TO 'D'
                   PERFORM DELETE-ONE-MAPPING
               ELSE
               IF MC-DEBIT-GL EQUAL TO SPACES
                  OR MC-CREDIT-GL EQUAL TO SPACES
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGEGLML - GL ACCOUNT MISSING FOR '
                           MC-MOVE-TYPE ' ' MC-ACCT ' ' MC-CURR
               ELSE
                   PERFORM WRITE-ONE-MAPPING
               END-IF
               END-IF
           END-IF.
      *
       WRITE-ONE-MAPPING.
           MOVE MC-DEBIT-GL TO GM-DEBIT-GL.
           MOVE MC-CREDIT-GL TO GM-CREDIT-GL.
           MOVE MC-DESC TO GM-DESC.
           WRITE GL-MAPPING-ENTRY
               INVALID KEY
                   REWRITE GL-MAPPING-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEGLML - REWRITE FAILED '
                                   GM-KEY
                   END-REWRITE
           END-WRITE.
           ADD 1 TO LOADED-COUNT.
      *
       DELETE-ONE-MAPPING.
           DELETE DOGEGLMP RECORD
               INVALID KEY
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGEGLML - NO MAPPING TO DELETE FOR '
                           GM-KEY
               NOT INVALID KEY
                   ADD 1 TO DELETED-COUNT
           END-DELETE.
      *
       PRINT-LOAD-REPORT.
           DISPLAY '===== DOGEGLML GL MAPPING LOAD REPORT ====='.
           DISPLAY 'MAPPINGS LOADED/REPLACED .... ' LOADED-COUNT.
           DISPLAY 'MAPPINGS DELETED ............ ' DELETED-COUNT.
           DISPLAY 'CARDS REJECTED .............. ' REJECTED-COUNT.
       END PROGRAM DOGEGLML.
