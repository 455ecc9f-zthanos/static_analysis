      *   records in DOGEVSAM, zero-seeded the same way DOGESEND's
      *   ADD-TO-PENDING-AGGREGATE seeds a fresh one.
      *
      *   A parent on the card puts the new sub-account under it for
      *   the consolidated reports, edited the way DOGEACCT edits
      *   one: on file, open, and no loop or chain past ten levels
      *   on the way up from it. Cards run in deck order, so a parent
      *   opened in the same run goes ahead of its children.
      *
      * CARD LAYOUT (ACCTIN, columns 1-60):
      *   cols 1-3   sub-account number
      *   cols 4-23  display name
      *   cols 24-57 watched wallet address
      *   cols 58-60 parent sub-account - blank for a top-level one
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGEACTS ASSIGN TO DOGEACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  CARD-ACCT          PIC X(3).
           05  CARD-NAME          PIC X(20).
           05  CARD-WALLET        PIC X(34).
           05  CARD-PARENT        PIC X(3).
               88  CARD-NO-PARENT        VALUE SPACES.
           05  CARD-PARENT-NUM REDEFINES CARD-PARENT PIC 9(3).
           05  FILLER             PIC X(20).
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGEACTS.
       COPY ACCTDIR.
       WORKING-STORAGE SECTION.
           05  THE-AMOUNT-DECIMAL           PIC S9(8).
       01  OPENED-COUNT           PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT         PIC 9(5) VALUE ZERO.
      * A new sub-account starts its dormancy clock the day it opens.
       01  OPEN-DATE              PIC 9(8).
      * Parent edit - the chain from the card's parent up to the top
      * of its group, one directory read a level.
       01  PARENT-WALK-ACCT       PIC 9(3).
       01  PARENT-WALK-STEPS      PIC 9(2).
       01  PARENT-DEPTH-LIMIT     PIC 9(2) VALUE 10.
       01  PARENT-WALK-FLAG       PIC X VALUE 'N'.
           88  PARENT-WALK-GOING         VALUE 'G'.
           88  PARENT-WALK-DONE          VALUE 'D'.
       01  PARENT-EDIT-FLAG       PIC X VALUE 'Y'.
           88  PARENT-IS-VALID           VALUE 'Y'.
           88  PARENT-NOT-VALID          VALUE 'N'.
       01  PARENT-EDIT-MESSAGE    PIC X(22).
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
           ACCEPT OPEN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ACCTIN.
           OPEN I-O DOGEVSAM.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM OPEN-DIRECTORY-FILE.
           PERFORM READ-NEXT-CARD.
           PERFORM UNTIL CARD-EOF
           END-PERFORM.
           CLOSE ACCTIN.
           CLOSE DOGEVSAM.
           CLOSE DOGECHLG.
           CLOSE DOGEACTS.
           PERFORM PRINT-PROVISION-REPORT.
           STOP RUN.
                       CARD-ACCT
           ELSE
               MOVE CARD-ACCT TO ACCT-NUM
               PERFORM EDIT-CARD-PARENT
               IF PARENT-NOT-VALID
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGEACTB - ' PARENT-EDIT-MESSAGE ' '
                           ACCT-NUM ' PARENT ' CARD-PARENT
               ELSE
                   PERFORM WRITE-DIRECTORY-ENTRY
               END-IF
           END-IF.
      *
       WRITE-DIRECTORY-ENTRY.
           MOVE ACCT-NUM TO AD-ACCT-NUM.
           MOVE CARD-NAME TO AD-NAME.
           MOVE CARD-WALLET TO AD-WALLET-ADDRESS.
           SET AD-ACCT-OPEN TO TRUE.
           MOVE CARD-PARENT TO AD-PARENT-ACCT.
           MOVE SPACE TO AD-DORMANCY.
           MOVE SPACES TO AD-DORMANT-SINCE.
           MOVE SPACES TO AD-LAST-ACTIVITY.
           MOVE OPEN-DATE TO AD-CLOCK-START.
           MOVE SPACES TO AD-REACTIVATED-BY.
           WRITE ACCOUNT-DIRECTORY-ENTRY
               INVALID KEY
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'DOGEACTB - SUB-ACCOUNT EXISTS '
                           ACCT-NUM
               NOT INVALID KEY
                   PERFORM WRITE-CONTROL-RECORDS
                   ADD 1 TO OPENED-COUNT
                   DISPLAY 'DOGEACTB - OPENED SUB-ACCOUNT '
                           ACCT-NUM ' ' CARD-NAME
           END-WRITE.
      *
       EDIT-CARD-PARENT.
      *    The chain is walked through the directory record area, so
      *    this runs before the new entry is built in it.
           SET PARENT-IS-VALID TO TRUE.
           IF CARD-NO-PARENT
               CONTINUE
           ELSE
               IF CARD-PARENT IS NOT NUMERIC
                   SET PARENT-NOT-VALID TO TRUE
                   MOVE 'BAD PARENT NUMBER FOR'
                       TO PARENT-EDIT-MESSAGE
               ELSE
                   MOVE CARD-PARENT-NUM TO PARENT-WALK-ACCT
                   MOVE ZERO TO PARENT-WALK-STEPS
                   SET PARENT-WALK-GOING TO TRUE
                   PERFORM WALK-ONE-PARENT-LEVEL
                       UNTIL PARENT-WALK-DONE
               END-IF
           END-IF.
      *
       WALK-ONE-PARENT-LEVEL.
           IF PARENT-WALK-ACCT EQUAL TO ACCT-NUM
               SET PARENT-NOT-VALID TO TRUE
               SET PARENT-WALK-DONE TO TRUE
               MOVE 'PARENT WOULD LOOP FOR' TO PARENT-EDIT-MESSAGE
           ELSE
               MOVE PARENT-WALK-ACCT TO AD-ACCT-NUM
               READ DOGEACTS
                   INVALID KEY
                       SET PARENT-WALK-DONE TO TRUE
                       IF PARENT-WALK-STEPS = ZERO
                           SET PARENT-NOT-VALID TO TRUE
                           MOVE 'PARENT NOT ON FILE FOR'
                               TO PARENT-EDIT-MESSAGE
                       END-IF
                   NOT INVALID KEY
                       PERFORM CHECK-PARENT-LEVEL
               END-READ
           END-IF.
      *
       CHECK-PARENT-LEVEL.
           IF PARENT-WALK-STEPS = ZERO AND AD-ACCT-CLOSED
               SET PARENT-NOT-VALID TO TRUE
               SET PARENT-WALK-DONE TO TRUE
               MOVE 'PARENT IS CLOSED FOR' TO PARENT-EDIT-MESSAGE
           ELSE
           IF AD-TOP-LEVEL
               SET PARENT-WALK-DONE TO TRUE
           ELSE
           IF PARENT-WALK-STEPS + 3 > PARENT-DEPTH-LIMIT
               SET PARENT-NOT-VALID TO TRUE
               SET PARENT-WALK-DONE TO TRUE
               MOVE 'HIERARCHY TOO DEEP FOR' TO PARENT-EDIT-MESSAGE
           ELSE
               MOVE AD-PARENT-NUM TO PARENT-WALK-ACCT
               ADD 1 TO PARENT-WALK-STEPS
           END-IF
           END-IF
           END-IF.
      *
       WRITE-CONTROL-RECORDS.
               INVALID KEY
                   DISPLAY 'DOGEACTB - CONTROL RECORD EXISTS '
                           CONTROL-RECORD-ID
               NOT INVALID KEY
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       PRINT-PROVISION-REPORT.
           DISPLAY '===== DOGEACTB PROVISIONING REPORT ====='.
           DISPLAY 'SUB-ACCOUNTS OPENED ......... ' OPENED-COUNT.
           DISPLAY 'CARDS REJECTED .............. ' REJECTED-COUNT.
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
           MOVE 'DOGEACTB' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGEACTB - CHANGE LOG WRITE FAILED'
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
       END PROGRAM DOGEACTB.
