      *   recompute - archaeology is now the exception, not the
      *   daily business.
      *
      *   Alongside the keyed sub-account's own figures the screen
      *   shows its group figures - the same day's close, pending
      *   and debit/credit totals summed over it and every sub-
      *   account that rolls up into it on the DOGEACTS parent
      *   hierarchy, each member walked back to its own last close
      *   the same way. Key a top-level account for the whole
      *   group's total, or any parent below it for its subtotal.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
           88  SNAPSHOT-FOUND          VALUE 'Y'.
           88  SNAPSHOT-NOT-FOUND      VALUE 'N'.
       01  ASOF-MESSAGE        PIC X(40).
       01  ASOF-ACCT           PIC 9(3).
       01  ASOF-BASE-DAY-NUM   PIC S9(9).
      * Sub-account directory, browsed whole into storage so every
      * row's parent chain can be walked up to see whether it rolls
      * into the keyed account - a few hundred rows at most.
       COPY ACCTDIR.
       01  DIR-TABLE.
           05  DIR-ENTRY OCCURS 200 TIMES.
               10  DIR-ACCT        PIC 9(3).
               10  DIR-PARENT      PIC X(3).
                   88  DIR-TOP-LEVEL       VALUE SPACES.
               10  DIR-PARENT-NUM REDEFINES DIR-PARENT PIC 9(3).
       01  DIR-COUNT           PIC 9(3) VALUE ZERO.
       01  DIR-IDX             PIC 9(3).
       01  DIR-SCAN-IDX        PIC 9(3).
       01  DIR-FOUND-IDX       PIC 9(3).
       01  DIR-WALK-IDX        PIC 9(3).
       01  DIR-WALK-STEPS      PIC 9(2).
       01  DIR-WALK-LIMIT      PIC 9(2) VALUE 10.
       01  DIR-WANTED          PIC 9(3).
       01  DIR-WALK-FLAG       PIC X VALUE 'N'.
           88  DIR-WALK-GOING          VALUE 'G'.
           88  DIR-IN-GROUP            VALUE 'Y'.
           88  DIR-OUTSIDE-GROUP       VALUE 'N'.
       01  DIR-BROWSE-FLAG     PIC X VALUE 'N'.
           88  DIR-BROWSE-MORE         VALUE 'Y'.
           88  DIR-BROWSE-DONE         VALUE 'N'.
       01  GROUP-FIGURES.
           05  GROUP-CLOSING       PIC S9(9)V9(8).
           05  GROUP-PENDING       PIC S9(9)V9(8).
           05  GROUP-DAY-DEBITS    PIC S9(9)V9(8).
           05  GROUP-DAY-CREDITS   PIC S9(9)V9(8).
       01  GROUP-MEMBER-COUNT  PIC 9(3).
      * Gregorian <-> day-number conversion pair (days_from_civil /
      * civil_from_days), the standalone arithmetic the batch side
      * carries - the probe date is operator-keyed, so ABSTIME
       01  CIV-MP              PIC S9(9).
       01  CIV-D               PIC S9(9).
       01  CIV-M               PIC S9(9).
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
       01  DOGECOMMS-AREA PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       DOGE-MAIN.
      *
           PERFORM CHECK-ENTITLEMENT.
           IF EIBCALEN > ZERO THEN
               MOVE DFHCOMMAREA TO DOGECOMMS-AREA.

           END-EXEC.
       DOGE-EXIT.
           GOBACK.
      *
       CHECK-ENTITLEMENT.
      *    DOGEENTC resolves the signed-on userid against the
      *    DOGEENTL matrix on every entry, so neither an XCTL nor
      *    the bare transaction id gets round it. A refusal is
      *    journaled there and the operator lands back on the
      *    main menu, which says why.
           MOVE 'DOGEASOF' TO ENTC-PROGRAM.
           SET ENTC-ON-ENTRY TO TRUE.
           EXEC CICS LINK PROGRAM('DOGEENTC')
                COMMAREA(ENTITLEMENT-CHECK-AREA)
                LENGTH(ENTITLEMENT-CHECK-LEN)
           END-EXEC.
           IF ENTC-DENIED
               EXEC CICS XCTL
                   PROGRAM('DOGECOIN')
                   COMMAREA(ENTITLEMENT-DENIED-COMMS)
               END-EXEC.
      *
       DOGE-WTO.
           EXEC CICS WRITE OPERATOR
               MOVE SPACES TO AOPNDO
               MOVE SPACES TO AODBTO
               MOVE SPACES TO AOCRDO
               PERFORM CLEAR-GROUP-FIGURES
               MOVE 'Date must be numeric YYYYMMDD' TO SNDMSGO
           ELSE
               PERFORM LOOK-UP-SNAPSHOT.
               MOVE AOACTI TO SN-ACCT
           ELSE
               MOVE ZERO TO SN-ACCT.
           MOVE SN-ACCT TO ASOF-ACCT.
           IF AOCURI EQUAL TO SPACES
               MOVE 'DOGE' TO SN-CURR
           ELSE
               MOVE AOCURI TO SN-CURR.
           MOVE AODTEI TO WORK-YMD.
           PERFORM CONVERT-WORK-YMD-TO-DAYS.
           MOVE WORK-DAY-NUM TO ASOF-BASE-DAY-NUM.
           SET SNAPSHOT-NOT-FOUND TO TRUE.
           MOVE ZERO TO ASOF-PROBE-DAYS.
           PERFORM PROBE-ONE-SNAPSHOT-DAY
                    SNDMSGO
               MOVE 'As-of date predates snapshots' TO WTO-MESSAGE
               PERFORM DOGE-WTO.
           PERFORM CONSOLIDATE-GROUP.
      *
       CONSOLIDATE-GROUP.
      *    The keyed account and everything under it, each member's
      *    snapshot probed for the same day with the same walk-back.
      *    An account with no directory row (account 0 predates
      *    DOGEACTS) is a group of one.
           MOVE ZERO TO GROUP-CLOSING.
           MOVE ZERO TO GROUP-PENDING.
           MOVE ZERO TO GROUP-DAY-DEBITS.
           MOVE ZERO TO GROUP-DAY-CREDITS.
           MOVE ZERO TO GROUP-MEMBER-COUNT.
           PERFORM LOAD-DIRECTORY.
           MOVE ASOF-ACCT TO DIR-WANTED.
           PERFORM FIND-DIRECTORY-ENTRY.
           IF DIR-FOUND-IDX = ZERO
               MOVE ASOF-ACCT TO SN-ACCT
               PERFORM ADD-MEMBER-SNAPSHOT
           ELSE
               PERFORM VARYING DIR-IDX FROM 1 BY 1
                       UNTIL DIR-IDX > DIR-COUNT
                   PERFORM CHECK-IN-GROUP
                   IF DIR-IN-GROUP
                       MOVE DIR-ACCT(DIR-IDX) TO SN-ACCT
                       PERFORM ADD-MEMBER-SNAPSHOT
                   END-IF
               END-PERFORM.
           IF GROUP-MEMBER-COUNT = ZERO
               PERFORM CLEAR-GROUP-FIGURES
           ELSE
               MOVE GROUP-CLOSING TO DR-AMOUNT
               MOVE DR-AMOUNT TO AOGCLO
               MOVE GROUP-PENDING TO DR-AMOUNT
               MOVE DR-AMOUNT TO AOGPNO
               MOVE GROUP-DAY-DEBITS TO DR-AMOUNT
               MOVE DR-AMOUNT TO AOGDBO
               MOVE GROUP-DAY-CREDITS TO DR-AMOUNT
               MOVE DR-AMOUNT TO AOGCRO
               MOVE GROUP-MEMBER-COUNT TO AOGCNO.
      *
       CLEAR-GROUP-FIGURES.
           MOVE SPACES TO AOGCLO.
           MOVE SPACES TO AOGPNO.
           MOVE SPACES TO AOGDBO.
           MOVE SPACES TO AOGCRO.
           MOVE SPACES TO AOGCNO.
      *
       LOAD-DIRECTORY.
           MOVE ZERO TO DIR-COUNT.
           MOVE ZERO TO AD-ACCT-NUM.
           SET DIR-BROWSE-MORE TO TRUE.
           EXEC CICS STARTBR FILE('DOGEACTS')
                RIDFLD(AD-ACCT-NUM)
                GTEQ
                RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
               SET DIR-BROWSE-DONE TO TRUE.
           PERFORM UNTIL DIR-BROWSE-DONE
               EXEC CICS READNEXT FILE('DOGEACTS')
                    RIDFLD(AD-ACCT-NUM)
                    INTO(ACCOUNT-DIRECTORY-ENTRY)
                    RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT EQUAL TO DFHRESP(NORMAL)
                  OR DIR-COUNT = 200
                   SET DIR-BROWSE-DONE TO TRUE
               ELSE
                   ADD 1 TO DIR-COUNT
                   MOVE AD-ACCT-NUM TO DIR-ACCT(DIR-COUNT)
                   MOVE AD-PARENT-ACCT TO DIR-PARENT(DIR-COUNT)
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('DOGEACTS')
                RESP(RESPONSE-CODE)
           END-EXEC.
      *
       FIND-DIRECTORY-ENTRY.
           MOVE ZERO TO DIR-FOUND-IDX.
           PERFORM VARYING DIR-SCAN-IDX FROM 1 BY 1
                   UNTIL DIR-SCAN-IDX > DIR-COUNT
               IF DIR-FOUND-IDX = ZERO
                  AND DIR-ACCT(DIR-SCAN-IDX) EQUAL TO DIR-WANTED
                   MOVE DIR-SCAN-IDX TO DIR-FOUND-IDX
               END-IF
           END-PERFORM.
      *
       CHECK-IN-GROUP.
      *    Up DIR-IDX's parent chain until it meets the keyed account
      *    or runs out. A chain that loops or runs deeper than the
      *    limit is left out rather than walked forever.
           MOVE DIR-IDX TO DIR-WALK-IDX.
           MOVE ZERO TO DIR-WALK-STEPS.
           SET DIR-WALK-GOING TO TRUE.
           PERFORM UNTIL NOT DIR-WALK-GOING
               IF DIR-ACCT(DIR-WALK-IDX) EQUAL TO ASOF-ACCT
                   SET DIR-IN-GROUP TO TRUE
               ELSE
               IF DIR-TOP-LEVEL(DIR-WALK-IDX)
                  OR DIR-WALK-STEPS NOT LESS THAN DIR-WALK-LIMIT
                   SET DIR-OUTSIDE-GROUP TO TRUE
               ELSE
                   MOVE DIR-PARENT-NUM(DIR-WALK-IDX) TO DIR-WANTED
                   PERFORM FIND-DIRECTORY-ENTRY
                   IF DIR-FOUND-IDX = ZERO
                       SET DIR-OUTSIDE-GROUP TO TRUE
                   ELSE
                       MOVE DIR-FOUND-IDX TO DIR-WALK-IDX
                       ADD 1 TO DIR-WALK-STEPS
                   END-IF
               END-IF
               END-IF
           END-PERFORM.
      *
       ADD-MEMBER-SNAPSHOT.
      *    SN-ACCT and SN-CURR are set - probe from the keyed day.
           MOVE ASOF-BASE-DAY-NUM TO WORK-DAY-NUM.
           SET SNAPSHOT-NOT-FOUND TO TRUE.
           MOVE ZERO TO ASOF-PROBE-DAYS.
           PERFORM PROBE-ONE-SNAPSHOT-DAY
               UNTIL SNAPSHOT-FOUND
                  OR ASOF-PROBE-DAYS > ASOF-WALK-LIMIT.
           IF SNAPSHOT-FOUND
               ADD SN-CLOSING TO GROUP-CLOSING
               ADD SN-PENDING TO GROUP-PENDING
               ADD SN-DAY-DEBITS TO GROUP-DAY-DEBITS
               ADD SN-DAY-CREDITS TO GROUP-DAY-CREDITS
               ADD 1 TO GROUP-MEMBER-COUNT.
      *
       PROBE-ONE-SNAPSHOT-DAY.
      *    One keyed read at the asked-for day minus the probe
