      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEJSLD:
      *   Loads the DOGEJSKL JCL skeleton file DOGERQST submits
      *   screen-requested reports from. The deck is one block per
      *   report - a )SKEL card naming it, then its JCL card images
      *   exactly as they should reach the internal reader, with the
      *   )PARM1/)PARM2 placeholder cards and substitution symbols
      *   JSKLREC describes. A block replaces the report's whole
      *   skeleton - every old card for it goes first, so a shorter
      *   skeleton never keeps a stale tail - and a report not in
      *   the deck is left as it is, so a DSN change is one block
      *   and one run.
      *
      * CARD LAYOUT (SKELIN, 80 columns):
      *   )SKEL card: cols 1-5  ')SKEL'
      *               cols 7-14 report (job) name
      *   any other card is the next JCL card image of that report
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEJSLD.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKELIN ASSIGN TO SKELIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DOGEJSKL ASSIGN TO DOGEJSKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-JSKL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SKELIN
           RECORDING MODE IS F.
       01  SKELETON-CARD.
           05  SC-CONTROL         PIC X(5).
               88  SC-NEW-SKELETON       VALUE ')SKEL'.
           05  FILLER             PIC X.
           05  SC-JOB             PIC X(8).
           05  FILLER             PIC X(66).
       FD  DOGEJSKL.
       COPY JSKLREC.
       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS         PIC XX VALUE '00'.
           88  CARD-OK                   VALUE '00'.
           88  CARD-EOF                  VALUE '10'.
       01  WS-JSKL-STATUS         PIC XX VALUE '00'.
           88  JSKL-OK                   VALUE '00'.
           88  JSKL-NOT-YET-LOADED       VALUE '35'.
       01  CURRENT-JOB            PIC X(8) VALUE SPACES.
       01  CURRENT-SEQ            PIC 9(4) VALUE ZERO.
       01  PURGE-DONE-FLAG        PIC X VALUE 'N'.
           88  PURGE-DONE                VALUE 'Y'.
           88  PURGE-RUNNING             VALUE 'N'.
       01  SKELETON-COUNT         PIC 9(5) VALUE ZERO.
       01  LOADED-COUNT           PIC 9(5) VALUE ZERO.
       01  PURGED-COUNT           PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT         PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       00000-MAIN.
           OPEN INPUT SKELIN.
           PERFORM OPEN-SKELETON-FILE.
           PERFORM READ-NEXT-CARD.
           PERFORM UNTIL CARD-EOF
               PERFORM LOAD-ONE-CARD
               PERFORM READ-NEXT-CARD
           END-PERFORM.
           CLOSE SKELIN.
           CLOSE DOGEJSKL.
           PERFORM PRINT-LOAD-REPORT.
           IF REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-SKELETON-FILE.
      *    First ever run finds no loaded DOGEJSKL cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEJSKL.
           IF JSKL-NOT-YET-LOADED
               OPEN OUTPUT DOGEJSKL
               CLOSE DOGEJSKL
               OPEN I-O DOGEJSKL
           END-IF.
      *
       READ-NEXT-CARD.
           READ SKELIN
               AT END SET CARD-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-CARD.
           IF SC-NEW-SKELETON
               PERFORM START-NEW-SKELETON
           ELSE
           IF CURRENT-JOB EQUAL TO SPACES
      *        A card ahead of the first )SKEL belongs to nobody.
               ADD 1 TO REJECTED-COUNT
               DISPLAY 'DOGEJSLD - CARD BEFORE ANY )SKEL - '
                       SKELETON-CARD(1:40)
           ELSE
               ADD 1 TO CURRENT-SEQ
               MOVE CURRENT-JOB TO SK-JOB
               MOVE CURRENT-SEQ TO SK-SEQ
               MOVE SKELETON-CARD TO SK-CARD
               WRITE JCL-SKELETON-ENTRY
                   INVALID KEY
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY 'DOGEJSLD - WRITE FAILED ' SK-KEY
                   NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
               END-WRITE
           END-IF
           END-IF.
      *
       START-NEW-SKELETON.
           IF SC-JOB EQUAL TO SPACES
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO CURRENT-JOB
               DISPLAY 'DOGEJSLD - )SKEL CARD WITH NO REPORT NAME'
           ELSE
               MOVE SC-JOB TO CURRENT-JOB
               MOVE ZERO TO CURRENT-SEQ
               ADD 1 TO SKELETON-COUNT
               PERFORM PURGE-OLD-SKELETON
               DISPLAY 'DOGEJSLD - LOADING ' CURRENT-JOB
           END-IF.
      *
       PURGE-OLD-SKELETON.
           SET PURGE-RUNNING TO TRUE.
           MOVE CURRENT-JOB TO SK-JOB.
           MOVE ZERO TO SK-SEQ.
           START DOGEJSKL KEY NOT LESS THAN SK-KEY
               INVALID KEY
                   SET PURGE-DONE TO TRUE
           END-START.
           PERFORM PURGE-ONE-OLD-CARD
               UNTIL PURGE-DONE.
      *
       PURGE-ONE-OLD-CARD.
           READ DOGEJSKL NEXT RECORD
               AT END SET PURGE-DONE TO TRUE
           END-READ.
           IF PURGE-RUNNING
               IF SK-JOB NOT EQUAL TO CURRENT-JOB
                   SET PURGE-DONE TO TRUE
               ELSE
                   DELETE DOGEJSKL RECORD
                       INVALID KEY
                           DISPLAY 'DOGEJSLD - OLD CARD DELETE '
                                   'FAILED ' SK-KEY
                       NOT INVALID KEY
                           ADD 1 TO PURGED-COUNT
                   END-DELETE
               END-IF
           END-IF.
      *
       PRINT-LOAD-REPORT.
           DISPLAY '===== DOGEJSLD JCL SKELETON LOAD REPORT ====='.
           DISPLAY 'SKELETONS LOADED ............ ' SKELETON-COUNT.
           DISPLAY 'CARDS LOADED ................ ' LOADED-COUNT.
           DISPLAY 'OLD CARDS REPLACED .......... ' PURGED-COUNT.
           DISPLAY 'CARDS REJECTED .............. ' REJECTED-COUNT.
       END PROGRAM DOGEJSLD.
