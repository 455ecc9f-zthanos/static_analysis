      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEAVFY:
      *   Audit-trail chain verifier. DOGEJRNL seals every DOGEAUDT
      *   row into a hash chain - each row carries the previous
      *   sealed row's hash and a hash of its own content seeded with
      *   it (AUDTCHN) - and leaves one DOGEANCH anchor a day with
      *   the day's opening and closing hash and row count. This job
      *   proves nobody has been at the trail since:
      *     - the anchors have to link end to end, each day opening
      *       on the day before's close - an anchor gone from the
      *       file is a missing day;
      *     - every sealed row, in the AUDTARCH archive DOGEHKPG
      *       rolls aged rows into as well as on DOGEAUDT itself, is
      *       rehashed - a row whose hash no longer matches its
      *       content has been altered;
      *     - each day's rows have to be all there, once each, and
      *       link one to the next: the count and the positions have
      *       to tie to the anchor, the first row has to open on the
      *       anchor's opening hash and the last close on its closing
      *       one, and the hashes the rows link back to have to be
      *       exactly the hashes the rows carry. Rows come off two
      *       files in key order, not chain order, so that last check
      *       is made on totals - summed over a whole day, every link
      *       cancels against the row it points at and what is left
      *       is the anchor's open less its close. A deleted, added
      *       or re-linked row leaves a remainder;
      *     - a sealed row under a day with no anchor is a missing
      *       day too.
      *   Rows journaled before the chain existed carry no hash and
      *   are only counted. An anchor not yet copied off the host
      *   through DOGEANCQ is listed - that copy is what a rewrite
      *   of the whole chain cannot reach. Exceptions print one line
      *   each; any exception ends the run RC=8, an anchor still to
      *   go off-host alone RC=4.
      *
      *   Run in the batch window after DOGEJRNL and DOGEHKPG (see
      *   DOGEAVFY.jcl).
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEAVFY.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEANCH ASSIGN TO DOGEANCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-ANCH-STATUS.
           SELECT DOGEAUDT ASSIGN TO DOGEAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDT-KEY
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT AUDTARCH ASSIGN TO AUDTARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AARC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOGEANCH.
       COPY ANCHREC.
       FD  DOGEAUDT.
       COPY AUDTREC.
      * Archived rows are AUDIT-ENTRY verbatim - READ INTO the
      * copybook's own layout, same as the live rows.
       FD  AUDTARCH
           RECORDING MODE IS F.
       01  ARCHIVED-AUDIT-ROW     PIC X(184).
       WORKING-STORAGE SECTION.
       01  WS-ANCH-STATUS            PIC XX VALUE '00'.
           88  ANCH-OK                      VALUE '00'.
           88  ANCH-EOF                     VALUE '10'.
           88  ANCH-NOT-THERE               VALUE '35'.
       01  WS-AUDT-STATUS            PIC XX VALUE '00'.
           88  AUDT-OK                      VALUE '00'.
           88  AUDT-EOF                     VALUE '10'.
           88  AUDT-NOT-THERE               VALUE '35'.
       01  WS-AARC-STATUS            PIC XX VALUE '00'.
           88  AARC-OK                      VALUE '00'.
           88  AARC-EOF                     VALUE '10'.
           88  AARC-NOT-THERE               VALUE '35'.
      * Chain hash constants and work areas, shared with DOGEJRNL.
       COPY AUDTCHN.
      * Every anchor on file, in day order, with what the row pass
      * finds against it. Ten years of nightly runs fit.
       01  ANCHOR-TABLE.
           05  ANCHOR-SLOT OCCURS 1 TO 3660 TIMES
                   DEPENDING ON ANCHOR-COUNT
                   ASCENDING KEY IS AT-DAY
                   INDEXED BY AT-IX.
               10  AT-DAY            PIC X(8).
               10  AT-ROW-COUNT      PIC 9(7).
               10  AT-OPEN-HASH      PIC X(40).
               10  AT-CLOSE-HASH     PIC X(40).
               10  AT-SENT-STATE     PIC X.
               10  AT-ROWS-FOUND     PIC 9(7).
               10  AT-SEQ-TOTAL      PIC 9(15).
               10  AT-LINK-TOTAL-1   PIC S9(18).
               10  AT-LINK-TOTAL-2   PIC S9(18).
               10  AT-FIRST-FLAG     PIC X.
                   88  AT-FIRST-LINKED      VALUE 'Y'.
               10  AT-LAST-FLAG      PIC X.
                   88  AT-LAST-LINKED       VALUE 'Y'.
       01  ANCHOR-COUNT              PIC 9(5) VALUE ZERO.
       01  ANCHOR-MAX                PIC 9(5) VALUE 3660.
       01  ANCHOR-IDX                PIC 9(5).
       01  PRIOR-CLOSE-HASH          PIC X(40).
       01  PRIOR-DAY                 PIC X(8).
      * The lanes of a hash, to total on.
       01  LINK-HASH.
           05  LINK-LANE             PIC 9(10) OCCURS 4 TIMES.
       01  LINK-HASH-TEXT REDEFINES LINK-HASH PIC X(40).
       01  EXPECTED-LINK-1           PIC S9(18).
       01  EXPECTED-LINK-2           PIC S9(18).
       01  EXPECTED-SEQ-TOTAL        PIC 9(15).
       01  ROW-SOURCE                PIC X(8).
       01  ROWS-READ                 PIC 9(9) VALUE ZERO.
       01  ROWS-PRE-CHAIN            PIC 9(9) VALUE ZERO.
       01  ROWS-VERIFIED             PIC 9(9) VALUE ZERO.
       01  ANCHORS-NOT-SENT          PIC 9(5) VALUE ZERO.
       01  EXCEPTION-COUNT           PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM LOAD-ANCHOR-TABLE.
           PERFORM VERIFY-ANCHOR-LINKS.
           PERFORM VERIFY-ARCHIVED-ROWS.
           PERFORM VERIFY-LIVE-ROWS.
           PERFORM VARYING ANCHOR-IDX FROM 1 BY 1
                   UNTIL ANCHOR-IDX > ANCHOR-COUNT
               PERFORM VERIFY-ONE-DAY
           END-PERFORM.
           PERFORM PRINT-VERIFY-REPORT.
           STOP RUN.
      *
       LOAD-ANCHOR-TABLE.
           OPEN INPUT DOGEANCH.
           IF ANCH-NOT-THERE
               DISPLAY 'DOGEAVFY - NO ANCHOR FILE - NOTHING SEALED '
                       'YET'
           ELSE
               PERFORM READ-NEXT-ANCHOR
               PERFORM UNTIL ANCH-EOF OR ANCHOR-COUNT = ANCHOR-MAX
                   ADD 1 TO ANCHOR-COUNT
                   MOVE AN-DAY TO AT-DAY(ANCHOR-COUNT)
                   MOVE AN-ROW-COUNT TO AT-ROW-COUNT(ANCHOR-COUNT)
                   MOVE AN-OPEN-HASH TO AT-OPEN-HASH(ANCHOR-COUNT)
                   MOVE AN-CLOSE-HASH TO AT-CLOSE-HASH(ANCHOR-COUNT)
                   MOVE AN-SENT-STATE TO AT-SENT-STATE(ANCHOR-COUNT)
                   MOVE ZERO TO AT-ROWS-FOUND(ANCHOR-COUNT)
                   MOVE ZERO TO AT-SEQ-TOTAL(ANCHOR-COUNT)
                   MOVE ZERO TO AT-LINK-TOTAL-1(ANCHOR-COUNT)
                   MOVE ZERO TO AT-LINK-TOTAL-2(ANCHOR-COUNT)
                   MOVE 'N' TO AT-FIRST-FLAG(ANCHOR-COUNT)
                   MOVE 'N' TO AT-LAST-FLAG(ANCHOR-COUNT)
                   PERFORM READ-NEXT-ANCHOR
               END-PERFORM
               IF NOT ANCH-EOF
                   DISPLAY 'DOGEAVFY - MORE THAN ' ANCHOR-MAX
                           ' ANCHORS - LATER DAYS NOT CHECKED'
               END-IF
               CLOSE DOGEANCH
           END-IF.
      *
       READ-NEXT-ANCHOR.
           READ DOGEANCH NEXT RECORD
               AT END SET ANCH-EOF TO TRUE
           END-READ.
      *
       VERIFY-ANCHOR-LINKS.
      *    The first day has to open on the genesis hash - anything
      *    else means earlier anchors have gone - and every later day
      *    on the day before's close.
           MOVE CHAIN-GENESIS-HASH TO PRIOR-CLOSE-HASH.
           MOVE 'GENESIS' TO PRIOR-DAY.
           PERFORM VARYING ANCHOR-IDX FROM 1 BY 1
                   UNTIL ANCHOR-IDX > ANCHOR-COUNT
               IF AT-OPEN-HASH(ANCHOR-IDX) NOT EQUAL TO
                  PRIOR-CLOSE-HASH
                   PERFORM FLAG-EXCEPTION
                   DISPLAY '  MISSING DAY .............. BETWEEN '
                           PRIOR-DAY ' AND ' AT-DAY(ANCHOR-IDX)
                           ' - CHAIN DOES NOT LINK'
               END-IF
               IF AT-SENT-STATE(ANCHOR-IDX) NOT EQUAL TO 'S'
                   ADD 1 TO ANCHORS-NOT-SENT
                   DISPLAY '  ANCHOR NOT YET OFF-HOST .. '
                           AT-DAY(ANCHOR-IDX)
               END-IF
               MOVE AT-CLOSE-HASH(ANCHOR-IDX) TO PRIOR-CLOSE-HASH
               MOVE AT-DAY(ANCHOR-IDX) TO PRIOR-DAY
           END-PERFORM.
      *
       VERIFY-ARCHIVED-ROWS.
           MOVE 'AUDTARCH' TO ROW-SOURCE.
           OPEN INPUT AUDTARCH.
           IF AARC-NOT-THERE
               DISPLAY 'DOGEAVFY - NO AUDIT ARCHIVE - NOTHING '
                       'ROLLED YET'
           ELSE
               PERFORM READ-NEXT-ARCHIVED
               PERFORM UNTIL AARC-EOF
                   PERFORM VERIFY-ONE-ROW
                   PERFORM READ-NEXT-ARCHIVED
               END-PERFORM
               CLOSE AUDTARCH
           END-IF.
      *
       READ-NEXT-ARCHIVED.
           READ AUDTARCH INTO AUDIT-ENTRY
               AT END SET AARC-EOF TO TRUE
           END-READ.
      *
       VERIFY-LIVE-ROWS.
           MOVE 'DOGEAUDT' TO ROW-SOURCE.
           OPEN INPUT DOGEAUDT.
           IF AUDT-NOT-THERE
               DISPLAY 'DOGEAVFY - NO AUDIT FILE'
           ELSE
               PERFORM READ-NEXT-AUDIT
               PERFORM UNTIL AUDT-EOF
                   PERFORM VERIFY-ONE-ROW
                   PERFORM READ-NEXT-AUDIT
               END-PERFORM
               CLOSE DOGEAUDT
           END-IF.
      *
       READ-NEXT-AUDIT.
           READ DOGEAUDT NEXT RECORD
               AT END SET AUDT-EOF TO TRUE
           END-READ.
      *
       VERIFY-ONE-ROW.
      *    A row never sealed has no hash to check. A sealed one
      *    has to rehash to what it carries, and goes into its day's
      *    totals whether it does or not.
           ADD 1 TO ROWS-READ.
           IF AUDT-CHAIN-HASH EQUAL TO SPACES
              AND AUDT-CHAIN-DAY EQUAL TO SPACES
               ADD 1 TO ROWS-PRE-CHAIN
           ELSE
           IF AUDT-CHAIN-HASH IS NOT NUMERIC
              OR AUDT-PREV-HASH IS NOT NUMERIC
              OR AUDT-CHAIN-SEQ IS NOT NUMERIC
               PERFORM FLAG-EXCEPTION
               DISPLAY '  ALTERED ROW .............. ' ROW-SOURCE
                       ' ' AUDT-KEY ' - CHAIN FIELDS DAMAGED'
           ELSE
               ADD 1 TO ROWS-VERIFIED
               PERFORM HASH-AUDIT-ROW
               IF CHAIN-HASH-TEXT NOT EQUAL TO AUDT-CHAIN-HASH
                   PERFORM FLAG-EXCEPTION
                   DISPLAY '  ALTERED ROW .............. ' ROW-SOURCE
                           ' ' AUDT-KEY ' - HASH DOES NOT MATCH'
               END-IF
               PERFORM TOTAL-ROW-INTO-DAY
           END-IF
           END-IF.
      *
       TOTAL-ROW-INTO-DAY.
           SET AT-IX TO 1.
           SEARCH ALL ANCHOR-SLOT
               AT END
                   PERFORM FLAG-EXCEPTION
                   DISPLAY '  MISSING DAY .............. '
                           AUDT-CHAIN-DAY ' - NO ANCHOR FOR ROW '
                           ROW-SOURCE ' ' AUDT-KEY
               WHEN AT-DAY(AT-IX) EQUAL TO AUDT-CHAIN-DAY
                   ADD 1 TO AT-ROWS-FOUND(AT-IX)
                   ADD AUDT-CHAIN-SEQ TO AT-SEQ-TOTAL(AT-IX)
                   MOVE AUDT-PREV-HASH TO LINK-HASH-TEXT
                   ADD LINK-LANE(1) TO AT-LINK-TOTAL-1(AT-IX)
                   ADD LINK-LANE(2) TO AT-LINK-TOTAL-2(AT-IX)
                   MOVE AUDT-CHAIN-HASH TO LINK-HASH-TEXT
                   SUBTRACT LINK-LANE(1) FROM AT-LINK-TOTAL-1(AT-IX)
                   SUBTRACT LINK-LANE(2) FROM AT-LINK-TOTAL-2(AT-IX)
                   IF AUDT-CHAIN-SEQ = 1
                      AND AUDT-PREV-HASH EQUAL TO AT-OPEN-HASH(AT-IX)
                       SET AT-FIRST-LINKED(AT-IX) TO TRUE
                   END-IF
                   IF AUDT-CHAIN-SEQ = AT-ROW-COUNT(AT-IX)
                      AND AUDT-CHAIN-HASH EQUAL TO
                          AT-CLOSE-HASH(AT-IX)
                       SET AT-LAST-LINKED(AT-IX) TO TRUE
                   END-IF
           END-SEARCH.
      *
       VERIFY-ONE-DAY.
      *    Positions 1 to n, each once, total n(n+1)/2; the links
      *    total the anchor's open less its close.
           IF AT-ROW-COUNT(ANCHOR-IDX) > ZERO
              AND AT-ROWS-FOUND(ANCHOR-IDX) = ZERO
               PERFORM FLAG-EXCEPTION
               DISPLAY '  MISSING DAY .............. '
                       AT-DAY(ANCHOR-IDX) ' - NONE OF ITS '
                       AT-ROW-COUNT(ANCHOR-IDX) ' ROWS ON EITHER FILE'
           ELSE
               COMPUTE EXPECTED-SEQ-TOTAL =
                       AT-ROW-COUNT(ANCHOR-IDX)
                     * (AT-ROW-COUNT(ANCHOR-IDX) + 1) / 2
               IF AT-ROWS-FOUND(ANCHOR-IDX) NOT EQUAL TO
                  AT-ROW-COUNT(ANCHOR-IDX)
                  OR AT-SEQ-TOTAL(ANCHOR-IDX) NOT EQUAL TO
                     EXPECTED-SEQ-TOTAL
                   PERFORM FLAG-EXCEPTION
                   DISPLAY '  ROWS MISSING OR ADDED .... '
                           AT-DAY(ANCHOR-IDX) ' ANCHORED '
                           AT-ROW-COUNT(ANCHOR-IDX) ' FOUND '
                           AT-ROWS-FOUND(ANCHOR-IDX)
               END-IF
               MOVE AT-OPEN-HASH(ANCHOR-IDX) TO LINK-HASH-TEXT
               MOVE LINK-LANE(1) TO EXPECTED-LINK-1
               MOVE LINK-LANE(2) TO EXPECTED-LINK-2
               MOVE AT-CLOSE-HASH(ANCHOR-IDX) TO LINK-HASH-TEXT
               SUBTRACT LINK-LANE(1) FROM EXPECTED-LINK-1
               SUBTRACT LINK-LANE(2) FROM EXPECTED-LINK-2
               IF AT-LINK-TOTAL-1(ANCHOR-IDX) NOT EQUAL TO
                  EXPECTED-LINK-1
                  OR AT-LINK-TOTAL-2(ANCHOR-IDX) NOT EQUAL TO
                     EXPECTED-LINK-2
                   PERFORM FLAG-EXCEPTION
                   DISPLAY '  BROKEN LINK .............. '
                           AT-DAY(ANCHOR-IDX)
                           ' - ROWS DO NOT CHAIN END TO END'
               END-IF
               IF AT-ROW-COUNT(ANCHOR-IDX) > ZERO
                  AND (NOT AT-FIRST-LINKED(ANCHOR-IDX)
                       OR NOT AT-LAST-LINKED(ANCHOR-IDX))
                   PERFORM FLAG-EXCEPTION
                   DISPLAY '  BROKEN LINK .............. '
                           AT-DAY(ANCHOR-IDX)
                           ' - DAY DOES NOT OPEN AND CLOSE ON '
                           'ITS ANCHOR'
               END-IF
           END-IF.
      *
       HASH-AUDIT-ROW.
      *    AUDTCHN's lanes over bytes 1-102 of the row, seeded with
      *    AUDT-PREV-HASH. DOGEJRNL carries this same paragraph - a
      *    change to one is a change to both.
           MOVE AUDT-PREV-HASH TO CHAIN-HASH-TEXT.
           MOVE AUDIT-ENTRY(1:102) TO CHAIN-INPUT.
           PERFORM VARYING CHAIN-POS FROM 1 BY 1
                   UNTIL CHAIN-POS > CHAIN-INPUT-LEN
               MOVE CHAIN-INPUT(CHAIN-POS:1) TO CHAIN-BYTE
               PERFORM VARYING CHAIN-LANE-IDX FROM 1 BY 1
                       UNTIL CHAIN-LANE-IDX > 4
                   COMPUTE CHAIN-PRODUCT =
                           CHAIN-LANE(CHAIN-LANE-IDX)
                         * CHAIN-MULTIPLIER(CHAIN-LANE-IDX)
                         + CHAIN-BYTE-VALUE + 1
                   DIVIDE CHAIN-PRODUCT
                       BY CHAIN-MODULUS(CHAIN-LANE-IDX)
                       GIVING CHAIN-QUOTIENT
                       REMAINDER CHAIN-LANE(CHAIN-LANE-IDX)
               END-PERFORM
           END-PERFORM.
      *
       FLAG-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
      *
       PRINT-VERIFY-REPORT.
           DISPLAY ' '.
           DISPLAY '===== DOGEAVFY AUDIT CHAIN REPORT ====='.
           DISPLAY 'ANCHORED DAYS ............... ' ANCHOR-COUNT.
           DISPLAY 'AUDIT ROWS READ ............. ' ROWS-READ.
           DISPLAY 'ROWS FROM BEFORE THE CHAIN .. ' ROWS-PRE-CHAIN.
           DISPLAY 'SEALED ROWS REHASHED ........ ' ROWS-VERIFIED.
           DISPLAY 'ANCHORS NOT YET OFF-HOST .... ' ANCHORS-NOT-SENT.
           DISPLAY 'EXCEPTIONS FOUND ............ ' EXCEPTION-COUNT.
           IF EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** THE AUDIT TRAIL HAS BEEN TAMPERED WITH - '
                       'CHECK IT AGAINST THE OFF-HOST ANCHORS ***'
           ELSE
           IF ANCHORS-NOT-SENT > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY 'CHAIN INTACT - SOME ANCHORS STILL TO GO '
                       'OFF-HOST'
           ELSE
               DISPLAY 'CHAIN INTACT'
           END-IF
           END-IF.
       END PROGRAM DOGEAVFY.
