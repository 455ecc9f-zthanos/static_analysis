      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEENTR:
      *   Entitlement listing - who can reach what. Reads the
      *   DOGEENTL matrix DOGEENLD loads and prints it as loaded,
      *   then resolves every DOGEOPRS operator (and every userid
      *   with a row of its own but no DOGEOPRS entry) against every
      *   program the matrix names, by the same rules DOGEENTC
      *   applies online:
      *
      *   1. a 'U' row for the userid and program settles it;
      *   2. an 'R' ALL row grants to every signed-on userid;
      *   3. an 'R' row for a role held on DOGEOPRS grants - a
      *      legacy blank-role row holds SEND and APPROVE, a
      *      suspended operator holds no role;
      *   4. otherwise refused.
      *
      *   DOGECOIN and DOGEQUIT are open to everyone and not listed.
      *   Read-only - run whenever the access reviewers want it, and
      *   after every DOGEENLD load.
      *
      *   Run on request (see DOGEENTR.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEENTR.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEENTL ASSIGN TO DOGEENTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-ENTL-STATUS.
           SELECT DOGEOPRS ASSIGN TO DOGEOPRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USERID
               FILE STATUS IS WS-OPRS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEENTL.
       COPY ENTLREC.
       FD  DOGEOPRS.
       COPY OPRAUTH.
       WORKING-STORAGE SECTION.
       01  WS-ENTL-STATUS            PIC XX VALUE '00'.
           88  ENTL-OK                      VALUE '00'.
           88  ENTL-EOF                     VALUE '10'.
           88  ENTL-NOT-THERE               VALUE '35'.
       01  WS-OPRS-STATUS            PIC XX VALUE '00'.
           88  OPRS-OK                      VALUE '00'.
           88  OPRS-EOF                     VALUE '10'.
           88  OPRS-NOT-THERE               VALUE '35'.
      * Every program the matrix names, and every userid with a row
      * of its own, off the first pass.
       01  PROGRAM-TABLE.
           05  PT-PROGRAM OCCURS 200 TIMES PIC X(8).
       01  PROGRAM-COUNT             PIC 9(3) VALUE ZERO.
       01  PT-IDX                    PIC 9(3) VALUE ZERO.
       01  USERID-TABLE.
           05  UT-USERID OCCURS 500 TIMES PIC X(8).
       01  USERID-COUNT              PIC 9(3) VALUE ZERO.
       01  UT-IDX                    PIC 9(3) VALUE ZERO.
       01  TABLE-FOUND-FLAG          PIC X VALUE 'N'.
           88  TABLE-ENTRY-FOUND            VALUE 'Y'.
           88  TABLE-ENTRY-NOT-FOUND        VALUE 'N'.
       01  TABLE-OVERFLOW-COUNT      PIC 9(5) VALUE ZERO.
      * The userid being resolved and the roles it holds.
       01  CHECK-USERID              PIC X(8).
       01  CHECK-PROGRAM             PIC X(8).
       01  CHECK-ON-FILE-FLAG        PIC X VALUE 'N'.
           88  CHECK-ON-OPRS                VALUE 'Y'.
           88  CHECK-NOT-ON-OPRS            VALUE 'N'.
       01  HOLDS-SEND-FLAG           PIC X VALUE 'N'.
           88  HOLDS-SEND                   VALUE 'Y'.
       01  HOLDS-APPROVE-FLAG        PIC X VALUE 'N'.
           88  HOLDS-APPROVE                VALUE 'Y'.
       01  HOLDS-ADMIN-FLAG          PIC X VALUE 'N'.
           88  HOLDS-ADMIN                  VALUE 'Y'.
       01  ROLE-TO-TRY               PIC X(8).
       01  RESOLVE-RESULT            PIC X VALUE 'N'.
           88  RESOLVE-ALLOWED              VALUE 'Y'.
           88  RESOLVE-DENIED               VALUE 'N'.
       01  RESOLVED-BY               PIC X(8).
       01  USER-ALLOWED-COUNT        PIC 9(3) VALUE ZERO.
       01  MATRIX-ROW-COUNT          PIC 9(5) VALUE ZERO.
       01  USERIDS-LISTED            PIC 9(5) VALUE ZERO.
       01  GRANTS-LISTED             PIC 9(5) VALUE ZERO.
       01  DENIES-LISTED             PIC 9(5) VALUE ZERO.
       01  MATRIX-LINE.
           05  ML-SCOPE              PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ML-ID                 PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ML-PROGRAM            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ML-ACCESS             PIC X(5).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ML-REQUESTED-BY       PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ML-LOAD-DATE          PIC X(8).
       01  USER-HEADER-LINE.
           05  FILLER                PIC X(7) VALUE 'USERID '.
           05  UH-USERID             PIC X(8).
           05  FILLER                PIC X(8) VALUE ' STATUS '.
           05  UH-STATUS             PIC X.
           05  FILLER                PIC X(7) VALUE ' ROLES '.
           05  UH-SEND               PIC X.
           05  UH-APPROVE            PIC X.
           05  UH-ADMIN              PIC X.
           05  FILLER                PIC X VALUE SPACES.
           05  UH-NOTE               PIC X(24).
       01  ACCESS-LINE.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  AL-PROGRAM            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AL-RESULT             PIC X(7).
           05  FILLER                PIC X(5) VALUE ' VIA '.
           05  AL-VIA                PIC X(8).
       PROCEDURE DIVISION.
       00000-MAIN.
           OPEN INPUT DOGEENTL.
           IF ENTL-NOT-THERE
               DISPLAY 'DOGEENTR - NO ENTITLEMENT FILE - NOTHING IS '
                       'GRANTED BEYOND THE MENU'
           ELSE
               OPEN INPUT DOGEOPRS
               PERFORM PRINT-MATRIX
               PERFORM LIST-OPERATOR-ACCESS
               PERFORM LIST-USERID-ONLY-ACCESS
               PERFORM PRINT-TOTALS
               IF NOT OPRS-NOT-THERE
                   CLOSE DOGEOPRS
               END-IF
               CLOSE DOGEENTL
           END-IF.
           STOP RUN.
      *
      *///////////////////////////////////////////////////////////////
      * The matrix as loaded, and the tables the listing walks.
      *///////////////////////////////////////////////////////////////
       PRINT-MATRIX.
           DISPLAY '===== DOGEENTR ENTITLEMENT MATRIX ====='.
           DISPLAY 'SCOPE   ID        PROGRAM   ACCESS REQUESTED '
                   'LOADED'.
           PERFORM READ-NEXT-ENTITLEMENT.
           PERFORM UNTIL ENTL-EOF
               ADD 1 TO MATRIX-ROW-COUNT
               IF ENT-FOR-USERID
                   MOVE 'USERID' TO ML-SCOPE
                   PERFORM NOTE-MATRIX-USERID
               ELSE
                   MOVE 'ROLE' TO ML-SCOPE
               END-IF
               MOVE ENT-ID TO ML-ID
               MOVE ENT-PROGRAM TO ML-PROGRAM
               IF ENT-GRANTED
                   MOVE 'GRANT' TO ML-ACCESS
               ELSE
                   MOVE 'DENY' TO ML-ACCESS
               END-IF
               MOVE ENT-REQUESTED-BY TO ML-REQUESTED-BY
               MOVE ENT-LOAD-DATE TO ML-LOAD-DATE
               DISPLAY MATRIX-LINE
               PERFORM NOTE-MATRIX-PROGRAM
               PERFORM READ-NEXT-ENTITLEMENT
           END-PERFORM.
           DISPLAY ' '.
      *
       READ-NEXT-ENTITLEMENT.
           READ DOGEENTL NEXT RECORD
               AT END SET ENTL-EOF TO TRUE
           END-READ.
           IF NOT ENTL-OK AND NOT ENTL-EOF
               SET ENTL-EOF TO TRUE.
      *
       NOTE-MATRIX-PROGRAM.
           SET TABLE-ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PROGRAM-COUNT
               IF PT-PROGRAM(PT-IDX) EQUAL TO ENT-PROGRAM
                   SET TABLE-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF TABLE-ENTRY-NOT-FOUND
               IF PROGRAM-COUNT < 200
                   ADD 1 TO PROGRAM-COUNT
                   MOVE ENT-PROGRAM TO PT-PROGRAM(PROGRAM-COUNT)
               ELSE
                   ADD 1 TO TABLE-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       NOTE-MATRIX-USERID.
           SET TABLE-ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > USERID-COUNT
               IF UT-USERID(UT-IDX) EQUAL TO ENT-ID
                   SET TABLE-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF TABLE-ENTRY-NOT-FOUND
               IF USERID-COUNT < 500
                   ADD 1 TO USERID-COUNT
                   MOVE ENT-ID TO UT-USERID(USERID-COUNT)
               ELSE
                   ADD 1 TO TABLE-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
      *///////////////////////////////////////////////////////////////
      * Who can reach what.
      *///////////////////////////////////////////////////////////////
       LIST-OPERATOR-ACCESS.
           DISPLAY '===== DOGEENTR ACCESS BY OPERATOR ====='.
           IF OPRS-NOT-THERE
               DISPLAY 'NO OPERATOR FILE - NO ROLE GRANTS APPLY'
           ELSE
               PERFORM READ-NEXT-OPERATOR
               PERFORM UNTIL OPRS-EOF
                   MOVE OPR-USERID TO CHECK-USERID
                   SET CHECK-ON-OPRS TO TRUE
                   PERFORM SET-ROLES-HELD
                   MOVE OPR-USERID TO UH-USERID
                   MOVE OPR-STATUS TO UH-STATUS
                   MOVE OPR-ROLE-SEND TO UH-SEND
                   MOVE OPR-ROLE-APPROVE TO UH-APPROVE
                   MOVE OPR-ROLE-ADMIN TO UH-ADMIN
                   IF OPR-NOT-AUTHORIZED-TO-SEND
                       MOVE 'SUSPENDED - NO ROLES' TO UH-NOTE
                   ELSE
                       MOVE SPACES TO UH-NOTE
                   END-IF
                   DISPLAY USER-HEADER-LINE
                   PERFORM LIST-ONE-USERID
                   PERFORM READ-NEXT-OPERATOR
               END-PERFORM
           END-IF.
           DISPLAY ' '.
      *
       READ-NEXT-OPERATOR.
           READ DOGEOPRS NEXT RECORD
               AT END SET OPRS-EOF TO TRUE
           END-READ.
           IF NOT OPRS-OK AND NOT OPRS-EOF
               SET OPRS-EOF TO TRUE.
      *
       LIST-USERID-ONLY-ACCESS.
      *    Userids with a row of their own but no DOGEOPRS entry -
      *    inquiry staff, typically - hold no role.
           DISPLAY '===== DOGEENTR ACCESS BY USERID ROW ONLY ====='.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > USERID-COUNT
               MOVE UT-USERID(UT-IDX) TO CHECK-USERID
               SET CHECK-NOT-ON-OPRS TO TRUE
               IF NOT OPRS-NOT-THERE
                   MOVE CHECK-USERID TO OPR-USERID
                   READ DOGEOPRS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET CHECK-ON-OPRS TO TRUE
                   END-READ
               END-IF
               IF CHECK-NOT-ON-OPRS
                   MOVE 'N' TO HOLDS-SEND-FLAG
                   MOVE 'N' TO HOLDS-APPROVE-FLAG
                   MOVE 'N' TO HOLDS-ADMIN-FLAG
                   MOVE CHECK-USERID TO UH-USERID
                   MOVE SPACES TO UH-STATUS
                   MOVE SPACES TO UH-SEND
                   MOVE SPACES TO UH-APPROVE
                   MOVE SPACES TO UH-ADMIN
                   MOVE 'NOT ON DOGEOPRS' TO UH-NOTE
                   DISPLAY USER-HEADER-LINE
                   PERFORM LIST-ONE-USERID
               END-IF
           END-PERFORM.
           DISPLAY ' '.
      *
       SET-ROLES-HELD.
           MOVE 'N' TO HOLDS-SEND-FLAG.
           MOVE 'N' TO HOLDS-APPROVE-FLAG.
           MOVE 'N' TO HOLDS-ADMIN-FLAG.
           IF OPR-AUTHORIZED-TO-SEND
               IF OPR-CAN-SEND OR OPR-ROLE-SEND EQUAL TO SPACES
                   MOVE 'Y' TO HOLDS-SEND-FLAG
               END-IF
               IF OPR-CAN-APPROVE OR OPR-ROLE-APPROVE EQUAL TO SPACES
                   MOVE 'Y' TO HOLDS-APPROVE-FLAG
               END-IF
               IF OPR-CAN-ADMINISTER
                   MOVE 'Y' TO HOLDS-ADMIN-FLAG
               END-IF
           END-IF.
      *
       LIST-ONE-USERID.
           ADD 1 TO USERIDS-LISTED.
           MOVE ZERO TO USER-ALLOWED-COUNT.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PROGRAM-COUNT
               MOVE PT-PROGRAM(PT-IDX) TO CHECK-PROGRAM
               PERFORM RESOLVE-ONE-PROGRAM
               MOVE CHECK-PROGRAM TO AL-PROGRAM
               MOVE RESOLVED-BY TO AL-VIA
               IF RESOLVE-ALLOWED
                   MOVE 'ALLOWED' TO AL-RESULT
                   ADD 1 TO USER-ALLOWED-COUNT
                   ADD 1 TO GRANTS-LISTED
                   DISPLAY ACCESS-LINE
               ELSE
               IF RESOLVED-BY EQUAL TO 'USERID'
                   MOVE 'DENIED' TO AL-RESULT
                   ADD 1 TO DENIES-LISTED
                   DISPLAY ACCESS-LINE
               END-IF
               END-IF
           END-PERFORM.
           IF USER-ALLOWED-COUNT EQUAL TO ZERO
               DISPLAY '    MAIN MENU AND SIGN-OFF ONLY'
           END-IF.
      *
       RESOLVE-ONE-PROGRAM.
      *    DOGEENTC's order, step for step.
           SET RESOLVE-DENIED TO TRUE.
           MOVE SPACES TO RESOLVED-BY.
           MOVE SPACES TO ENT-KEY.
           SET ENT-FOR-USERID TO TRUE.
           MOVE CHECK-USERID TO ENT-ID.
           MOVE CHECK-PROGRAM TO ENT-PROGRAM.
           READ DOGEENTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'USERID' TO RESOLVED-BY
                   IF ENT-GRANTED
                       SET RESOLVE-ALLOWED TO TRUE
                   END-IF
           END-READ.
           IF RESOLVED-BY EQUAL TO SPACES
               MOVE 'ALL' TO ROLE-TO-TRY
               PERFORM TRY-ONE-ROLE
               IF RESOLVE-DENIED AND HOLDS-SEND
                   MOVE 'SEND' TO ROLE-TO-TRY
                   PERFORM TRY-ONE-ROLE
               END-IF
               IF RESOLVE-DENIED AND HOLDS-APPROVE
                   MOVE 'APPROVE' TO ROLE-TO-TRY
                   PERFORM TRY-ONE-ROLE
               END-IF
               IF RESOLVE-DENIED AND HOLDS-ADMIN
                   MOVE 'ADMIN' TO ROLE-TO-TRY
                   PERFORM TRY-ONE-ROLE
               END-IF
           END-IF.
      *
       TRY-ONE-ROLE.
           MOVE SPACES TO ENT-KEY.
           SET ENT-FOR-ROLE TO TRUE.
           MOVE ROLE-TO-TRY TO ENT-ID.
           MOVE CHECK-PROGRAM TO ENT-PROGRAM.
           READ DOGEENTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENT-GRANTED
                       SET RESOLVE-ALLOWED TO TRUE
                       MOVE ROLE-TO-TRY TO RESOLVED-BY
                   END-IF
           END-READ.
      *
       PRINT-TOTALS.
           DISPLAY '===== DOGEENTR TOTALS ====='.
           DISPLAY 'MATRIX ROWS ................. ' MATRIX-ROW-COUNT.
           DISPLAY 'PROGRAMS NAMED .............. ' PROGRAM-COUNT.
           DISPLAY 'USERIDS LISTED .............. ' USERIDS-LISTED.
           DISPLAY 'PROGRAM GRANTS LISTED ....... ' GRANTS-LISTED.
           DISPLAY 'USERID DENIES LISTED ........ ' DENIES-LISTED.
           IF TABLE-OVERFLOW-COUNT > ZERO
               DISPLAY 'ROWS PAST THE LISTING TABLES  '
                       TABLE-OVERFLOW-COUNT
           END-IF.
           DISPLAY 'ANY OTHER SIGNED-ON USERID REACHES ONLY THE ALL '
                   'GRANTS'.
       END PROGRAM DOGEENTR.
