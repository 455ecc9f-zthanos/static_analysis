      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEENLD:
      *   Loads the DOGEENTL program entitlement matrix from cards -
      *   one card per grant, to one operator ('U' + userid) or to a
      *   role ('R' + ALL, SEND, APPROVE or ADMIN). Re-running a load
      *   just REWRITEs the same keys, so a change is one card and
      *   one run, the same re-runnable shape as DOGELMLD's limit
      *   load; taking a grant away is the D action card. DOGEENTC
      *   enforces a row the moment it exists, and DOGEENTR lists
      *   who the matrix now lets in where.
      *
      * CARD LAYOUT (ENTLIN, columns 1-27):
      *   col  1     action - L load/replace, D delete
      *   col  2     scope - U userid, R role
      *   cols 3-10  userid, or ALL / SEND / APPROVE / ADMIN
      *   cols 11-18 program name
      *   col  19    G grant, D deny (deny is for a userid only)
      *   cols 20-27 requested by - the approver on the access form
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEENLD.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTLIN ASSIGN TO ENTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DOGEENTL ASSIGN TO DOGEENTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-ENTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTLIN
           RECORDING MODE IS F.
       01  ENTITLEMENT-CARD.
           05  EC-ACTION          PIC X.
           05  EC-SCOPE           PIC X.
           05  EC-ID              PIC X(8).
           05  EC-PROGRAM         PIC X(8).
           05  EC-ACCESS          PIC X.
           05  EC-REQUESTED-BY    PIC X(8).
           05  FILLER             PIC X(53).
       FD  DOGEENTL.
       COPY ENTLREC.
       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS         PIC XX VALUE '00'.
           88  CARD-OK                   VALUE '00'.
           88  CARD-EOF                  VALUE '10'.
       01  WS-ENTL-STATUS         PIC XX VALUE '00'.
           88  ENTL-OK                   VALUE '00'.
           88  ENTL-NOT-YET-LOADED       VALUE '35'.
       01  WS-TODAY               PIC 9(8).
       01  CARD-VALID-FLAG        PIC X VALUE 'Y'.
           88  CARD-IS-VALID             VALUE 'Y'.
           88  CARD-NOT-VALID            VALUE 'N'.
       01  LOADED-COUNT           PIC 9(5) VALUE ZERO.
       01  DELETED-COUNT          PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT         PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ENTLIN.
           PERFORM OPEN-ENTITLEMENT-FILE.
           PERFORM READ-NEXT-CARD.
           PERFORM UNTIL CARD-EOF
               PERFORM LOAD-ONE-ENTITLEMENT
               PERFORM READ-NEXT-CARD
           END-PERFORM.
           CLOSE ENTLIN.
           CLOSE DOGEENTL.
           PERFORM PRINT-LOAD-REPORT.
           IF REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-ENTITLEMENT-FILE.
      *    First ever run finds no loaded DOGEENTL cluster behind the
      *    DD yet - build it fresh, same choice DOGEJRNL makes for
      *    DOGEAUDT.
           OPEN I-O DOGEENTL.
           IF ENTL-NOT-YET-LOADED
               OPEN OUTPUT DOGEENTL
               CLOSE DOGEENTL
               OPEN I-O DOGEENTL
           END-IF.
      *
       READ-NEXT-CARD.
           READ ENTLIN
               AT END SET CARD-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-ENTITLEMENT.
           PERFORM EDIT-CARD.
           IF CARD-NOT-VALID
               ADD 1 TO REJECTED-COUNT
               DISPLAY 'DOGEENLD - BAD CARD ' EC-ACTION EC-SCOPE
                       ' ' EC-ID ' ' EC-PROGRAM ' ' EC-ACCESS
           ELSE
               MOVE EC-SCOPE TO ENT-SCOPE
               MOVE EC-ID TO ENT-ID
               MOVE EC-PROGRAM TO ENT-PROGRAM
               IF EC-ACTION EQUAL TO 'D'
                   PERFORM DELETE-ONE-ENTITLEMENT
               ELSE
                   PERFORM WRITE-ONE-ENTITLEMENT
               END-IF
           END-IF.
      *
       EDIT-CARD.
      *    Role rows only ever grant - keeping one operator out is a
      *    userid deny, not a hole punched in a role.
           SET CARD-IS-VALID TO TRUE.
           IF EC-ACTION NOT EQUAL TO 'L'
              AND EC-ACTION NOT EQUAL TO 'D'
               SET CARD-NOT-VALID TO TRUE
           END-IF.
           IF EC-ID EQUAL TO SPACES
              OR EC-PROGRAM EQUAL TO SPACES
               SET CARD-NOT-VALID TO TRUE
           END-IF.
           IF EC-SCOPE EQUAL TO 'U'
               IF EC-ACTION EQUAL TO 'L'
                  AND EC-ACCESS NOT EQUAL TO 'G'
                  AND EC-ACCESS NOT EQUAL TO 'D'
                   SET CARD-NOT-VALID TO TRUE
               END-IF
           ELSE
           IF EC-SCOPE EQUAL TO 'R'
               IF EC-ID NOT EQUAL TO 'ALL'
                  AND EC-ID NOT EQUAL TO 'SEND'
                  AND EC-ID NOT EQUAL TO 'APPROVE'
                  AND EC-ID NOT EQUAL TO 'ADMIN'
                   SET CARD-NOT-VALID TO TRUE
               END-IF
               IF EC-ACTION EQUAL TO 'L'
                  AND EC-ACCESS NOT EQUAL TO 'G'
                   SET CARD-NOT-VALID TO TRUE
               END-IF
           ELSE
               SET CARD-NOT-VALID TO TRUE
           END-IF
           END-IF.
      *
       WRITE-ONE-ENTITLEMENT.
           MOVE EC-ACCESS TO ENT-ACCESS.
           MOVE EC-REQUESTED-BY TO ENT-REQUESTED-BY.
           MOVE WS-TODAY TO ENT-LOAD-DATE.
           WRITE ENTITLEMENT-ENTRY
               INVALID KEY
                   REWRITE ENTITLEMENT-ENTRY
                       INVALID KEY
                           DISPLAY 'DOGEENLD - REWRITE FAILED '
                                   ENT-KEY
                   END-REWRITE
           END-WRITE.
           ADD 1 TO LOADED-COUNT.
      *
       DELETE-ONE-ENTITLEMENT.
           DELETE DOGEENTL RECORD
               INVALID KEY
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGEENLD - NO ENTITLEMENT TO DELETE FOR '
                           ENT-KEY
               NOT INVALID KEY
                   ADD 1 TO DELETED-COUNT
           END-DELETE.
      *
       PRINT-LOAD-REPORT.
           DISPLAY '===== DOGEENLD ENTITLEMENT LOAD REPORT ====='.
           DISPLAY 'ENTITLEMENTS LOADED/REPLACED  ' LOADED-COUNT.
           DISPLAY 'ENTITLEMENTS DELETED ........ ' DELETED-COUNT.
           DISPLAY 'CARDS REJECTED .............. ' REJECTED-COUNT.
           DISPLAY 'RUN DOGEENTR FOR THE RESULTING ACCESS LISTING'.
       END PROGRAM DOGEENLD.
