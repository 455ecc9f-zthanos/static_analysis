      *   DOGEFNDS funding bands (loaded by DOGEFBLD) and, for every
      *   active band, measures the account's available balance -
      *   the (n*10)+1 record less its (n*10)+2 pending aggregate,
      *   the same two reads DOGESEND's balance check makes - less
      *   whatever DOGE is earmarked on its DOGERESV reservation
      *   total, so a sweep never takes coins treasury has already
      *   committed and a top-up counts them as spoken for, and
      *   less any DOGEHOLD legal hold the same way. Under
      *   the floor, it tops the account up to the floor from its
      *   funding source; over the ceiling, it sweeps the excess
      *   back to the source. Every movement is the same linked pair
      *   A top-up bigger than the source's own available balance is
      *   skipped and reported rather than overdrawing the source -
      *   robbing the main account to dress a sub-account is a
      *   decision for a human. A sub-account frozen through
      *   DOGEHLDM is never debited - a top-up from a frozen source
      *   and a sweep out of a frozen account are skipped and
      *   reported the same way.
      *
      *   Run nightly inside the batch window (see DOGEFUND.jcl).
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT DOGERUNS ASSIGN TO DOGERUNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BMOV-STATUS.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RESV-STATUS.
           SELECT DOGEHOLD ASSIGN TO DOGEHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEFNDS.
       COPY FUNDREC.
       FD  DOGEVSAM.
       COPY TRANXREC.
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  DOGERUNS.
       COPY RUNCREC.
       FD  DOGEBMOV.
       COPY BMOVREC.
       FD  DOGERESV.
       COPY RESVREC.
       FD  DOGEHOLD.
       COPY HOLDREC.
       WORKING-STORAGE SECTION.
      * Balance-movement ledger, VSAM file DOGEBMOV - every update
      * of a balance or pending control record writes its
       01  BM-BANK-FLAG           PIC X VALUE 'N'.
           88  MOVEMENT-BANKED           VALUE 'Y'.
           88  MOVEMENT-NOT-BANKED       VALUE 'N'.
      * Row change log, VSAM file DOGECHLG - every DOGEVSAM row
      * this job adds, rewrites or deletes (other than the amount
      * updates DOGEBMOV already carries) writes its before/after
      * image here, so DOGEFRCV can roll a restore forward.
       01  WS-CHLG-STATUS         PIC XX VALUE '00'.
           88  CHLG-NOT-YET-LOADED       VALUE '35'.
       01  CHG-ACCEPT-DATE        PIC 9(8).
       01  CHG-ACCEPT-TIME        PIC 9(8).
       01  CHG-BANK-FLAG          PIC X VALUE 'N'.
           88  CHANGE-BANKED             VALUE 'Y'.
           88  CHANGE-NOT-BANKED         VALUE 'N'.
       01  SAVED-DRIVER-KEY       PIC X(12) VALUE SPACES.
      * Nightly run-control bookkeeping, VSAM file DOGERUNS - this
      * job's own start/end/RC row for the day, and the prerequisite
       01  PREREQ-FLAG            PIC X VALUE 'Y'.
           88  PREREQ-SATISFIED          VALUE 'Y'.
           88  PREREQ-MISSING            VALUE 'N'.
      * Funds reservations, VSAM file DOGERESV - read only; no file
      * yet means nothing has ever been earmarked.
       01  WS-RESV-STATUS         PIC XX VALUE '00'.
           88  RESV-NOT-THERE            VALUE '35'.
       01  RESV-FILE-FLAG         PIC X VALUE 'Y'.
           88  RESV-FILE-PRESENT         VALUE 'Y'.
           88  RESV-FILE-ABSENT          VALUE 'N'.
      * Freezes and legal holds, VSAM file DOGEHOLD - read only; no
      * file yet means nothing has ever been frozen or held.
       01  WS-HOLD-STATUS         PIC XX VALUE '00'.
           88  HOLD-NOT-THERE            VALUE '35'.
       01  HOLD-FILE-FLAG         PIC X VALUE 'Y'.
           88  HOLD-FILE-PRESENT         VALUE 'Y'.
           88  HOLD-FILE-ABSENT          VALUE 'N'.
       01  FREEZE-CHECK-FLAG      PIC X VALUE 'N'.
           88  ACCOUNT-FROZEN            VALUE 'Y'.
           88  ACCOUNT-NOT-FROZEN        VALUE 'N'.
       01  WS-FNDS-STATUS         PIC XX VALUE '00'.
           88  FNDS-OK                   VALUE '00'.
           88  FNDS-EOF                  VALUE '10'.
           END-IF.
           OPEN I-O DOGEVSAM.
           PERFORM OPEN-MOVEMENT-FILE.
           PERFORM OPEN-CHANGE-LOG-FILE.
           PERFORM OPEN-RESERVATION-FILE.
           PERFORM OPEN-HOLD-FILE.
           PERFORM READ-NEXT-BAND.
           PERFORM UNTIL FNDS-EOF
               IF FB-BAND-ACTIVE
           END-PERFORM.
           CLOSE DOGEVSAM.
           CLOSE DOGEBMOV.
           CLOSE DOGECHLG.
           CLOSE DOGEFNDS.
           IF RESV-FILE-PRESENT
               CLOSE DOGERESV
           END-IF.
           IF HOLD-FILE-PRESENT
               CLOSE DOGEHOLD
           END-IF.
           PERFORM PRINT-FUNDING-REPORT.
           PERFORM RECORD-RUN-END.
           STOP RUN.
           READ DOGEFNDS NEXT RECORD
               AT END SET FNDS-EOF TO TRUE
           END-READ.
      *
       OPEN-RESERVATION-FILE.
           SET RESV-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGERESV.
           IF RESV-NOT-THERE
               SET RESV-FILE-ABSENT TO TRUE
           END-IF.
      *
       OPEN-HOLD-FILE.
           SET HOLD-FILE-PRESENT TO TRUE.
           OPEN INPUT DOGEHOLD.
           IF HOLD-NOT-THERE
               SET HOLD-FILE-ABSENT TO TRUE
           END-IF.
      *
       PROCESS-ONE-BAND.
           MOVE FB-ACCT TO XFER-TO-ACCT.
      *    Reads XFER-FROM-ACCT's available position into
      *    SOURCE-AVAILABLE. No balance record at all reads as zero,
      *    same as DOGESEND treats an unprovisioned sub-account.
      *    DOGE earmarked on the account's DOGERESV total row comes
      *    off too - reserved coins are neither sweepable nor
      *    available to fund anyone else - and so does DOGE locked on
      *    its DOGEHOLD hold total row.
           MOVE ZERO TO SOURCE-AVAILABLE.
           COMPUTE NUM-DATE = XFER-FROM-ACCT * 10 + 1.
           MOVE ZERO TO TSEQ.
                   END-IF
                   SUBTRACT THE-AMOUNT FROM SOURCE-AVAILABLE
           END-READ.
           IF RESV-FILE-PRESENT
               MOVE XFER-FROM-ACCT TO RV-ACCT
               MOVE 'DOGE' TO RV-CURR
               MOVE SPACES TO RV-REF
               READ DOGERESV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT RV-AMOUNT FROM SOURCE-AVAILABLE
               END-READ
           END-IF.
           IF HOLD-FILE-PRESENT
               MOVE XFER-FROM-ACCT TO HL-ACCT
               MOVE 'DOGE' TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-HOLD-TOTAL
                           SUBTRACT HL-AMOUNT FROM SOURCE-AVAILABLE
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-SOURCE-FROZEN.
      *    XFER-FROM-ACCT's DOGEHOLD freeze row - currency and
      *    reference blank - while ACTIVE stops every debit.
           SET ACCOUNT-NOT-FROZEN TO TRUE.
           IF HOLD-FILE-PRESENT
               MOVE XFER-FROM-ACCT TO HL-ACCT
               MOVE SPACES TO HL-CURR
               MOVE SPACES TO HL-REF
               READ DOGEHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-FREEZE AND HL-ACTIVE
                           SET ACCOUNT-FROZEN TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       TOP-UP-ACCOUNT.
      *    Bring the account back up to its floor - the minimal
           MOVE FB-SOURCE-ACCT TO XFER-FROM-ACCT.
           MOVE FB-ACCT TO XFER-TO-ACCT.
           PERFORM READ-AVAILABLE-BALANCE.
           PERFORM CHECK-SOURCE-FROZEN.
           IF ACCOUNT-FROZEN
               ADD 1 TO SKIPPED-COUNT
               DISPLAY 'DOGEFUND - ACCT ' FB-ACCT ' TOP-UP SKIPPED - '
                       'SOURCE ' FB-SOURCE-ACCT ' IS FROZEN'
           ELSE
           IF MOVE-AMOUNT > SOURCE-AVAILABLE
               ADD 1 TO SKIPPED-COUNT
               MOVE MOVE-AMOUNT TO DR-AMOUNT
                   DISPLAY 'DOGEFUND - ACCT ' FB-ACCT ' TOPPED UP '
                           DR-AMOUNT ' FROM ' FB-SOURCE-ACCT
               END-IF
           END-IF
           END-IF.
      *
       SWEEP-ACCOUNT.
           MOVE FB-ACCT TO XFER-FROM-ACCT.
           MOVE FB-SOURCE-ACCT TO XFER-TO-ACCT.
           MOVE 'AUTO SWEEP' TO XFER-MEMO-TEXT.
           PERFORM CHECK-SOURCE-FROZEN.
           IF ACCOUNT-FROZEN
               ADD 1 TO SKIPPED-COUNT
               DISPLAY 'DOGEFUND - ACCT ' FB-ACCT ' SWEEP SKIPPED - '
                       'ACCOUNT IS FROZEN'
           ELSE
               PERFORM POST-INTERNAL-TRANSFER
               IF TRANSFER-WRITE-CLEAN
                   ADD 1 TO SWEPT-COUNT
                   MOVE MOVE-AMOUNT TO DR-AMOUNT
                   DISPLAY 'DOGEFUND - ACCT ' FB-ACCT ' SWEPT '
                           DR-AMOUNT ' BACK TO ' FB-SOURCE-ACCT
               END-IF
           END-IF.
      *
       POST-INTERNAL-TRANSFER.
                   END-IF
               NOT INVALID KEY
                   SET TRANSFER-ROW-WRITTEN TO TRUE
                   SET CHG-ROW-ADDED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.
      *
       APPLY-TRANSFER-BALANCES.
                   END-REWRITE
           END-READ.
           CLOSE DOGERUNS.
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
           MOVE 'DOGEFUND' TO CHG-PROGRAM.
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
                       DISPLAY 'DOGEFUND - CHANGE LOG WRITE FAILED'
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
       END PROGRAM DOGEFUND.
