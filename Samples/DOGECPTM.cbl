      *   address passes the same structural Base58 checks DOGEABK
      *   applies before storing a label. The DOGECPXP batch totals
      *   exposure per counterparty across all its linked addresses.
      *   A also records compliance's due-diligence review - review
      *   date, expiry date and risk rating - which DOGESEND,
      *   DOGEPPRO and DOGESORN enforce on every linked address; a
      *   review field left blank on an update keeps what is on
      *   file.
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
       01  B58-PAYLOAD.
           05  B58-BYTE OCCURS 25 TIMES PIC 9(3) COMP.
       01  B58-VERSION-WANTED  PIC 9(3) COMP.
      * Risk rating as keyed - upper-cased before it is edited.
       01  RISK-ENTRY          PIC X.
           88  RISK-ENTRY-BLANK        VALUE ' '.
           88  RISK-ENTRY-VALID        VALUE 'L' 'M' 'H'.
       01  CPTY-CHECK-FLAG     PIC X VALUE 'Y'.
           88  CPTY-ON-FILE            VALUE 'Y'.
           88  CPTY-NOT-ON-FILE        VALUE 'N'.
       01  WTO-MESSAGE         PIC X(38) VALUE SPACES.
       01  TEMP-DATE           PIC 9(15) COMP-3.
       01  DOGECOMMS-AREA      PIC X(10) VALUE SPACES.
      * Program entitlement check, LINKed to DOGEENTC on entry
       COPY ENTLCHK.
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
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
           MOVE 'DOGECPTM' TO ENTC-PROGRAM.
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
           MOVE SPACES TO WTO-MESSAGE.
      *
       STORE-COUNTERPARTY.
           MOVE CPRSKI TO RISK-ENTRY.
           INSPECT RISK-ENTRY CONVERTING 'lmh' TO 'LMH'.
           IF CP-ID EQUAL TO SPACES
               MOVE 'Counterparty id is required' TO SNDMSGO
           ELSE
           IF CPRVDI NOT EQUAL TO SPACES AND CPRVDI IS NOT NUMERIC
               MOVE DFHREVRS TO CPRVDH
               MOVE 'Review date must be YYYYMMDD' TO SNDMSGO
           ELSE
           IF CPEXPI NOT EQUAL TO SPACES AND CPEXPI IS NOT NUMERIC
               MOVE DFHREVRS TO CPEXPH
               MOVE 'Review expiry must be YYYYMMDD' TO SNDMSGO
           ELSE
           IF CPRVDI IS NUMERIC AND CPEXPI IS NUMERIC
              AND CPEXPI NOT GREATER THAN CPRVDI
               MOVE DFHREVRS TO CPEXPH
               MOVE 'Expiry must be after the review' TO SNDMSGO
           ELSE
           IF NOT RISK-ENTRY-BLANK AND NOT RISK-ENTRY-VALID
               MOVE DFHREVRS TO CPRSKH
               MOVE 'Risk rating must be L, M or H' TO SNDMSGO
           ELSE
               MOVE CPNAMI TO CP-NAME
               SET CP-ACTIVE TO TRUE
               MOVE CPRVDI TO CP-REVIEW-DATE
               MOVE CPEXPI TO CP-REVIEW-EXPIRY
               MOVE RISK-ENTRY TO CP-RISK-RATING
               EXEC CICS WRITE FILE('DOGECPTY')
                    RIDFLD(CP-ID)
                    FROM(COUNTERPARTY-ENTRY)
               END-EXEC
               IF RESPONSE-CODE EQUAL TO DFHRESP(DUPREC)
      *            Same re-read-UPDATE-then-REWRITE order DOGEABK
      *            uses for an existing label. A review field left
      *            blank keeps the one on file - renaming a
      *            counterparty must not wipe its review.
                   EXEC CICS READ FILE('DOGECPTY')
                        RIDFLD(CP-ID)
                        INTO(COUNTERPARTY-ENTRY)
                        RESP(RESPONSE-CODE)
                   END-EXEC
                   MOVE CPNAMI TO CP-NAME
                   IF CPRVDI NOT EQUAL TO SPACES
                       MOVE CPRVDI TO CP-REVIEW-DATE
                   END-IF
                   IF CPEXPI NOT EQUAL TO SPACES
                       MOVE CPEXPI TO CP-REVIEW-EXPIRY
                   END-IF
                   IF NOT RISK-ENTRY-BLANK
                       MOVE RISK-ENTRY TO CP-RISK-RATING
                   END-IF
                   EXEC CICS REWRITE FILE('DOGECPTY')
                        FROM(COUNTERPARTY-ENTRY)
                   END-EXEC
               ELSE
                   MOVE 'Counterparty added' TO SNDMSGO
               END-IF
      *        A review keyed is a compliance event in its own right -
      *        journaled distinctly so the trail shows who vouched for
      *        whom, and when.
               IF CPRVDI NOT EQUAL TO SPACES
                  OR CPEXPI NOT EQUAL TO SPACES
                  OR NOT RISK-ENTRY-BLANK
                   MOVE 'Counterparty review recorded' TO WTO-MESSAGE
               ELSE
                   MOVE 'Counterparty stored' TO WTO-MESSAGE
               END-IF
               PERFORM DOGE-WTO.
      *
       CHECK-COUNTERPARTY-EXISTS.
           IF RESPONSE-CODE EQUAL TO DFHRESP(NORMAL)
               MOVE CP-NAME TO CPNAMO
               MOVE CP-STATUS TO CPSTSO
               MOVE CP-REVIEW-DATE TO CPRVDO
               MOVE CP-REVIEW-EXPIRY TO CPEXPO
               MOVE CP-RISK-RATING TO CPRSKO
               MOVE 'Counterparty on file' TO SNDMSGO
           ELSE
               MOVE 'No counterparty under that id' TO SNDMSGO.
