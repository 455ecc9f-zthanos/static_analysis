      *   marked ABSENT must not be reloaded from stale data, and a
      *   file missing from the manifest entirely fails the run.
      *   DOGEVSAM itself stays with the DOGEBKUP/DOGERSTR pair.
      *   DOGEOPRS, DOGEDENY, DOGEDADR, DOGECPTA, DOGEENTL and
      *   DOGEPAYE load by key rather than in sequence: they are
      *   keyed on a userid or an address, and the DOGEMASK test
      *   copy of them arrives out of key order. DOGECHLG is only
      *   reloaded when named on its own - for a lost cluster - and
      *   never under ALL: DOGEFRCV needs the live log to roll the
      *   restored set forward.
      *
      * PARM CARD (SYSIN, columns 1-8):
      *   cols 1-8  file tag (ADDR, ACTS, OPRS, LIMS, USGE, STOS,
      *             EXPR, RATE, AUDT, DENY, CBAL, FNDS, PAYB, CALN,
      *             TXID, PRDS, SUSP, OUTB, DADR, CPTY, CPTA, BREG,
      *             ADJP, STMA, HOLD, HLDP, RESV, VALT, VREQ, LOTS,
      *             LOTD, ENTL, PAYE, GLMP, CHGS, BUDG, FEST, GRPS,
      *             CASE, DEPX, RFRG, CHLG, ANCH, GLPK) or ALL
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
               FILE STATUS IS WS-ACTS-IN-STAT.
           SELECT DOGEOPRS ASSIGN TO DOGEOPRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-USERID
               FILE STATUS IS WS-OPRS-STATUS.
           SELECT OPRSIN ASSIGN TO OPRSIN
               FILE STATUS IS WS-AUDT-IN-STAT.
           SELECT DOGEDENY ASSIGN TO DOGEDENY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-ADDRESS
               FILE STATUS IS WS-DENY-STATUS.
           SELECT DENYIN ASSIGN TO DENYIN
               FILE STATUS IS WS-OUTB-IN-STAT.
           SELECT DOGEDADR ASSIGN TO DOGEDADR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-ADDRESS
               FILE STATUS IS WS-DADR-STATUS.
           SELECT DADRIN ASSIGN TO DADRIN
               FILE STATUS IS WS-CPTY-IN-STAT.
           SELECT DOGECPTA ASSIGN TO DOGECPTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-ADDRESS
               FILE STATUS IS WS-CPTA-STATUS.
           SELECT CPTAIN ASSIGN TO CPTAIN
           SELECT STMAIN ASSIGN TO STMAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMA-IN-STAT.
           SELECT DOGEHOLD ASSIGN TO DOGEHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLDIN ASSIGN TO HOLDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STAT.
           SELECT DOGEHLDP ASSIGN TO DOGEHLDP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HP-KEY
               FILE STATUS IS WS-HLDP-STATUS.
           SELECT HLDPIN ASSIGN TO HLDPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDP-IN-STAT.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RESV-STATUS.
           SELECT RESVIN ASSIGN TO RESVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESV-IN-STAT.
           SELECT DOGEVALT ASSIGN TO DOGEVALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VALT-STATUS.
           SELECT VALTIN ASSIGN TO VALTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALT-IN-STAT.
           SELECT DOGEVREQ ASSIGN TO DOGEVREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-VREQ-STATUS.
           SELECT VREQIN ASSIGN TO VREQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VREQ-IN-STAT.
           SELECT DOGELOTS ASSIGN TO DOGELOTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT LOTSIN ASSIGN TO LOTSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOTS-IN-STAT.
           SELECT DOGELOTD ASSIGN TO DOGELOTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LOTD-STATUS.
           SELECT LOTDIN ASSIGN TO LOTDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOTD-IN-STAT.
           SELECT DOGEENTL ASSIGN TO DOGEENTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-ENTL-STATUS.
           SELECT ENTLIN ASSIGN TO ENTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTL-IN-STAT.
           SELECT DOGEPAYE ASSIGN TO DOGEPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT PAYEIN ASSIGN TO PAYEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYE-IN-STAT.
           SELECT DOGEGLMP ASSIGN TO DOGEGLMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMP-STATUS.
           SELECT GLMPIN ASSIGN TO GLMPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMP-IN-STAT.
           SELECT DOGECHGS ASSIGN TO DOGECHGS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-ACCT
                   OF CHARGE-SCHEDULE-ENTRY
               FILE STATUS IS WS-CHGS-STATUS.
           SELECT CHGSIN ASSIGN TO CHGSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGS-IN-STAT.
           SELECT DOGEBUDG ASSIGN TO DOGEBUDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT BUDGIN ASSIGN TO BUDGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDG-IN-STAT.
           SELECT DOGEFEST ASSIGN TO DOGEFEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEST-STATUS.
           SELECT FESTIN ASSIGN TO FESTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEST-IN-STAT.
           SELECT DOGEGRPS ASSIGN TO DOGEGRPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-GRPS-STATUS.
           SELECT GRPSIN ASSIGN TO GRPSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPS-IN-STAT.
           SELECT DOGECASE ASSIGN TO DOGECASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASEIN ASSIGN TO CASEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-IN-STAT.
           SELECT DOGEDEPX ASSIGN TO DOGEDEPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DEPX-STATUS.
           SELECT DEPXIN ASSIGN TO DEPXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPX-IN-STAT.
           SELECT DOGERFRG ASSIGN TO DOGERFRG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-RFRG-STATUS.
           SELECT RFRGIN ASSIGN TO RFRGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFRG-IN-STAT.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT CHLGIN ASSIGN TO CHLGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHLG-IN-STAT.
           SELECT DOGEANCH ASSIGN TO DOGEANCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-ANCH-STATUS.
           SELECT ANCHIN ASSIGN TO ANCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANCH-IN-STAT.
           SELECT DOGEGLPK ASSIGN TO DOGEGLPK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-GLPK-STATUS.
           SELECT GLPKIN ASSIGN TO GLPKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPK-IN-STAT.
           SELECT DOGEMANF ASSIGN TO DOGEMANF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANF-STATUS.
       FD  STMAIN
           RECORDING MODE IS F.
       01  STMA-FLAT-RECORD        PIC X(200).
       FD  DOGEHOLD.
       COPY HOLDREC.
       FD  HOLDIN
           RECORDING MODE IS F.
       01  HOLD-FLAT-RECORD        PIC X(200).
       FD  DOGEHLDP.
       COPY HLDPREC.
       FD  HLDPIN
           RECORDING MODE IS F.
       01  HLDP-FLAT-RECORD        PIC X(200).
       FD  DOGERESV.
       COPY RESVREC.
       FD  RESVIN
           RECORDING MODE IS F.
       01  RESV-FLAT-RECORD        PIC X(200).
       FD  DOGEVALT.
       COPY VAULTREC.
       FD  VALTIN
           RECORDING MODE IS F.
       01  VALT-FLAT-RECORD        PIC X(400).
       FD  DOGEVREQ.
       COPY VREQREC.
       FD  VREQIN
           RECORDING MODE IS F.
       01  VREQ-FLAT-RECORD        PIC X(200).
       FD  DOGELOTS.
       COPY LOTSREC.
       FD  LOTSIN
           RECORDING MODE IS F.
       01  LOTS-FLAT-RECORD        PIC X(200).
       FD  DOGELOTD.
       COPY LOTDREC.
       FD  LOTDIN
           RECORDING MODE IS F.
       01  LOTD-FLAT-RECORD        PIC X(200).
       FD  DOGEENTL.
       COPY ENTLREC.
       FD  ENTLIN
           RECORDING MODE IS F.
       01  ENTL-FLAT-RECORD        PIC X(200).
       FD  DOGEPAYE.
       COPY PAYEREC.
       FD  PAYEIN
           RECORDING MODE IS F.
       01  PAYE-FLAT-RECORD        PIC X(200).
       FD  DOGEGLMP.
       COPY GLMAPREC.
       FD  GLMPIN
           RECORDING MODE IS F.
       01  GLMP-FLAT-RECORD        PIC X(200).
       FD  DOGECHGS.
       COPY CHRGREC.
       FD  CHGSIN
           RECORDING MODE IS F.
       01  CHGS-FLAT-RECORD        PIC X(200).
       FD  DOGEBUDG.
       COPY BUDGREC.
       FD  BUDGIN
           RECORDING MODE IS F.
       01  BUDG-FLAT-RECORD        PIC X(200).
       FD  DOGEFEST.
       COPY FESTREC.
       FD  FESTIN
           RECORDING MODE IS F.
       01  FEST-FLAT-RECORD        PIC X(400).
       FD  DOGEGRPS.
       COPY GRPSREC.
       FD  GRPSIN
           RECORDING MODE IS F.
       01  GRPS-FLAT-RECORD        PIC X(400).
       FD  DOGECASE.
       COPY CASEREC.
       FD  CASEIN
           RECORDING MODE IS F.
       01  CASE-FLAT-RECORD        PIC X(400).
       FD  DOGEDEPX.
       COPY DEPXREC.
       FD  DEPXIN
           RECORDING MODE IS F.
       01  DEPX-FLAT-RECORD        PIC X(200).
       FD  DOGERFRG.
       COPY RFNDREC.
       FD  RFRGIN
           RECORDING MODE IS F.
       01  RFRG-FLAT-RECORD        PIC X(200).
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  CHLGIN
           RECORDING MODE IS F.
       01  CHLG-FLAT-RECORD        PIC X(400).
       FD  DOGEANCH.
       COPY ANCHREC.
       FD  ANCHIN
           RECORDING MODE IS F.
       01  ANCH-FLAT-RECORD        PIC X(200).
       FD  DOGEGLPK.
       COPY GLPKREC.
       FD  GLPKIN
           RECORDING MODE IS F.
       01  GLPK-FLAT-RECORD        PIC X(200).
       FD  DOGEMANF
           RECORDING MODE IS F.
       COPY MANFREC.
      * The manifest, loaded front to back - one slot per family
      * file plus the SET stamp.
       01  MANIFEST-TABLE.
           05  MANIFEST-SLOT OCCURS 50 TIMES.
               10  MT-FILE        PIC X(8).
               10  MT-STATUS      PIC X.
               10  MT-COUNT       PIC 9(7).
           88  STMA-IN-OK                VALUE '00'.
           88  STMA-IN-EOF               VALUE '10'.
           88  STMA-IN-NOT-THERE         VALUE '35'.
       01  WS-HOLD-STATUS         PIC XX VALUE '00'.
       01  WS-HOLD-IN-STAT        PIC XX VALUE '00'.
           88  HOLD-IN-OK                VALUE '00'.
           88  HOLD-IN-EOF               VALUE '10'.
           88  HOLD-IN-NOT-THERE         VALUE '35'.
       01  WS-HLDP-STATUS         PIC XX VALUE '00'.
       01  WS-HLDP-IN-STAT        PIC XX VALUE '00'.
           88  HLDP-IN-OK                VALUE '00'.
           88  HLDP-IN-EOF               VALUE '10'.
           88  HLDP-IN-NOT-THERE         VALUE '35'.
       01  WS-RESV-STATUS         PIC XX VALUE '00'.
       01  WS-RESV-IN-STAT        PIC XX VALUE '00'.
           88  RESV-IN-OK                VALUE '00'.
           88  RESV-IN-EOF               VALUE '10'.
           88  RESV-IN-NOT-THERE         VALUE '35'.
       01  WS-VALT-STATUS         PIC XX VALUE '00'.
       01  WS-VALT-IN-STAT        PIC XX VALUE '00'.
           88  VALT-IN-OK                VALUE '00'.
           88  VALT-IN-EOF               VALUE '10'.
           88  VALT-IN-NOT-THERE         VALUE '35'.
       01  WS-VREQ-STATUS         PIC XX VALUE '00'.
       01  WS-VREQ-IN-STAT        PIC XX VALUE '00'.
           88  VREQ-IN-OK                VALUE '00'.
           88  VREQ-IN-EOF               VALUE '10'.
           88  VREQ-IN-NOT-THERE         VALUE '35'.
       01  WS-LOTS-STATUS         PIC XX VALUE '00'.
       01  WS-LOTS-IN-STAT        PIC XX VALUE '00'.
           88  LOTS-IN-OK                VALUE '00'.
           88  LOTS-IN-EOF               VALUE '10'.
           88  LOTS-IN-NOT-THERE         VALUE '35'.
       01  WS-LOTD-STATUS         PIC XX VALUE '00'.
       01  WS-LOTD-IN-STAT        PIC XX VALUE '00'.
           88  LOTD-IN-OK                VALUE '00'.
           88  LOTD-IN-EOF               VALUE '10'.
           88  LOTD-IN-NOT-THERE         VALUE '35'.
       01  WS-ENTL-STATUS         PIC XX VALUE '00'.
       01  WS-ENTL-IN-STAT        PIC XX VALUE '00'.
           88  ENTL-IN-OK                VALUE '00'.
           88  ENTL-IN-EOF               VALUE '10'.
           88  ENTL-IN-NOT-THERE         VALUE '35'.
       01  WS-PAYE-STATUS         PIC XX VALUE '00'.
       01  WS-PAYE-IN-STAT        PIC XX VALUE '00'.
           88  PAYE-IN-OK                VALUE '00'.
           88  PAYE-IN-EOF               VALUE '10'.
           88  PAYE-IN-NOT-THERE         VALUE '35'.
       01  WS-GLMP-STATUS         PIC XX VALUE '00'.
       01  WS-GLMP-IN-STAT        PIC XX VALUE '00'.
           88  GLMP-IN-OK                VALUE '00'.
           88  GLMP-IN-EOF               VALUE '10'.
           88  GLMP-IN-NOT-THERE         VALUE '35'.
       01  WS-CHGS-STATUS         PIC XX VALUE '00'.
       01  WS-CHGS-IN-STAT        PIC XX VALUE '00'.
           88  CHGS-IN-OK                VALUE '00'.
           88  CHGS-IN-EOF               VALUE '10'.
           88  CHGS-IN-NOT-THERE         VALUE '35'.
       01  WS-BUDG-STATUS         PIC XX VALUE '00'.
       01  WS-BUDG-IN-STAT        PIC XX VALUE '00'.
           88  BUDG-IN-OK                VALUE '00'.
           88  BUDG-IN-EOF               VALUE '10'.
           88  BUDG-IN-NOT-THERE         VALUE '35'.
       01  WS-FEST-STATUS         PIC XX VALUE '00'.
       01  WS-FEST-IN-STAT        PIC XX VALUE '00'.
           88  FEST-IN-OK                VALUE '00'.
           88  FEST-IN-EOF               VALUE '10'.
           88  FEST-IN-NOT-THERE         VALUE '35'.
       01  WS-GRPS-STATUS         PIC XX VALUE '00'.
       01  WS-GRPS-IN-STAT        PIC XX VALUE '00'.
           88  GRPS-IN-OK                VALUE '00'.
           88  GRPS-IN-EOF               VALUE '10'.
           88  GRPS-IN-NOT-THERE         VALUE '35'.
       01  WS-CASE-STATUS         PIC XX VALUE '00'.
       01  WS-CASE-IN-STAT        PIC XX VALUE '00'.
           88  CASE-IN-OK                VALUE '00'.
           88  CASE-IN-EOF               VALUE '10'.
           88  CASE-IN-NOT-THERE         VALUE '35'.
       01  WS-DEPX-STATUS         PIC XX VALUE '00'.
       01  WS-DEPX-IN-STAT        PIC XX VALUE '00'.
           88  DEPX-IN-OK                VALUE '00'.
           88  DEPX-IN-EOF               VALUE '10'.
           88  DEPX-IN-NOT-THERE         VALUE '35'.
       01  WS-RFRG-STATUS         PIC XX VALUE '00'.
       01  WS-RFRG-IN-STAT        PIC XX VALUE '00'.
           88  RFRG-IN-OK                VALUE '00'.
           88  RFRG-IN-EOF               VALUE '10'.
           88  RFRG-IN-NOT-THERE         VALUE '35'.
       01  WS-CHLG-STATUS         PIC XX VALUE '00'.
       01  WS-CHLG-IN-STAT        PIC XX VALUE '00'.
           88  CHLG-IN-OK                VALUE '00'.
           88  CHLG-IN-EOF               VALUE '10'.
           88  CHLG-IN-NOT-THERE         VALUE '35'.
       01  WS-ANCH-STATUS         PIC XX VALUE '00'.
       01  WS-ANCH-IN-STAT        PIC XX VALUE '00'.
           88  ANCH-IN-OK                VALUE '00'.
           88  ANCH-IN-EOF               VALUE '10'.
           88  ANCH-IN-NOT-THERE         VALUE '35'.
       01  WS-GLPK-STATUS         PIC XX VALUE '00'.
       01  WS-GLPK-IN-STAT        PIC XX VALUE '00'.
           88  GLPK-IN-OK                VALUE '00'.
           88  GLPK-IN-EOF               VALUE '10'.
           88  GLPK-IN-NOT-THERE         VALUE '35'.
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT FRST-PARM-CARD FROM SYSIN.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'STMA    '
               PERFORM RESTORE-STMA-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'HOLD    '
               PERFORM RESTORE-HOLD-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'HLDP    '
               PERFORM RESTORE-HLDP-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'RESV    '
               PERFORM RESTORE-RESV-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'VALT    '
               PERFORM RESTORE-VALT-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'VREQ    '
               PERFORM RESTORE-VREQ-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'LOTS    '
               PERFORM RESTORE-LOTS-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'LOTD    '
               PERFORM RESTORE-LOTD-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'ENTL    '
               PERFORM RESTORE-ENTL-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'PAYE    '
               PERFORM RESTORE-PAYE-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'GLMP    '
               PERFORM RESTORE-GLMP-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'CHGS    '
               PERFORM RESTORE-CHGS-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'BUDG    '
               PERFORM RESTORE-BUDG-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'FEST    '
               PERFORM RESTORE-FEST-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'GRPS    '
               PERFORM RESTORE-GRPS-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'CASE    '
               PERFORM RESTORE-CASE-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'DEPX    '
               PERFORM RESTORE-DEPX-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'RFRG    '
               PERFORM RESTORE-RFRG-FILE
           END-IF.
      *    Never under ALL - DOGEFRCV rolls the restored set forward
      *    off the live change log, and putting the backup's copy
      *    over it would lose every change since.
           IF PARM-FILE-TAG EQUAL TO 'CHLG    '
               PERFORM RESTORE-CHLG-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'ANCH    '
               PERFORM RESTORE-ANCH-FILE
           END-IF.
           IF RESTORE-WHOLE-SET OR PARM-FILE-TAG EQUAL TO 'GLPK    '
               PERFORM RESTORE-GLPK-FILE
           END-IF.
           DISPLAY '===== DOGEFRST FAMILY RESTORE REPORT ====='.
           DISPLAY 'FILES RESTORED .............. ' FILES-RESTORED.
           DISPLAY 'FILES FAILED ................ ' FILES-FAILED.
               STOP RUN
           END-IF.
           PERFORM READ-NEXT-MANIFEST-ROW.
           PERFORM UNTIL MANF-EOF OR MANIFEST-COUNT = 50
               ADD 1 TO MANIFEST-COUNT
               MOVE MF-FILE TO MT-FILE(MANIFEST-COUNT)
               MOVE MF-STATUS TO MT-STATUS(MANIFEST-COUNT)
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-HOLD-FILE.
           MOVE 'HOLD    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEHOLD NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEHOLD WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT HOLDIN
               IF HOLD-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEHOLD EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEHOLD
                   PERFORM RELOAD-ONE-HOLD
                       UNTIL HOLD-IN-EOF
                   CLOSE DOGEHOLD
                   CLOSE HOLDIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEHOLD RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEHOLD COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-HOLD.
           READ HOLDIN
               AT END SET HOLD-IN-EOF TO TRUE
               NOT AT END
                   MOVE HOLD-FLAT-RECORD TO ACCOUNT-HOLD-ENTRY
                   WRITE ACCOUNT-HOLD-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEHOLD RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-HLDP-FILE.
           MOVE 'HLDP    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEHLDP NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEHLDP WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT HLDPIN
               IF HLDP-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEHLDP EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEHLDP
                   PERFORM RELOAD-ONE-HLDP
                       UNTIL HLDP-IN-EOF
                   CLOSE DOGEHLDP
                   CLOSE HLDPIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEHLDP RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEHLDP COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-HLDP.
           READ HLDPIN
               AT END SET HLDP-IN-EOF TO TRUE
               NOT AT END
                   MOVE HLDP-FLAT-RECORD TO HOLD-PENDING-CHANGE
                   WRITE HOLD-PENDING-CHANGE
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEHLDP RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-RESV-FILE.
           MOVE 'RESV    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGERESV NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGERESV WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT RESVIN
               IF RESV-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGERESV EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGERESV
                   PERFORM RELOAD-ONE-RESV
                       UNTIL RESV-IN-EOF
                   CLOSE DOGERESV
                   CLOSE RESVIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGERESV RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGERESV COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-RESV.
           READ RESVIN
               AT END SET RESV-IN-EOF TO TRUE
               NOT AT END
                   MOVE RESV-FLAT-RECORD TO FUNDS-RESERVATION-ENTRY
                   WRITE FUNDS-RESERVATION-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGERESV RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-VALT-FILE.
           MOVE 'VALT    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEVALT NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEVALT WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT VALTIN
               IF VALT-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEVALT EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEVALT
                   PERFORM RELOAD-ONE-VALT
                       UNTIL VALT-IN-EOF
                   CLOSE DOGEVALT
                   CLOSE VALTIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEVALT RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEVALT COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-VALT.
           READ VALTIN
               AT END SET VALT-IN-EOF TO TRUE
               NOT AT END
                   MOVE VALT-FLAT-RECORD TO VAULT-ENTRY
                   WRITE VAULT-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEVALT RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-VREQ-FILE.
           MOVE 'VREQ    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEVREQ NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEVREQ WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT VREQIN
               IF VREQ-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEVREQ EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEVREQ
                   PERFORM RELOAD-ONE-VREQ
                       UNTIL VREQ-IN-EOF
                   CLOSE DOGEVREQ
                   CLOSE VREQIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEVREQ RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEVREQ COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-VREQ.
           READ VREQIN
               AT END SET VREQ-IN-EOF TO TRUE
               NOT AT END
                   MOVE VREQ-FLAT-RECORD TO VAULT-REQUEST-ENTRY
                   WRITE VAULT-REQUEST-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEVREQ RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-LOTS-FILE.
           MOVE 'LOTS    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGELOTS NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGELOTS WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT LOTSIN
               IF LOTS-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGELOTS EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGELOTS
                   PERFORM RELOAD-ONE-LOTS
                       UNTIL LOTS-IN-EOF
                   CLOSE DOGELOTS
                   CLOSE LOTSIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGELOTS RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGELOTS COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-LOTS.
           READ LOTSIN
               AT END SET LOTS-IN-EOF TO TRUE
               NOT AT END
                   MOVE LOTS-FLAT-RECORD TO TAX-LOT-ENTRY
                   WRITE TAX-LOT-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGELOTS RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-LOTD-FILE.
           MOVE 'LOTD    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGELOTD NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGELOTD WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT LOTDIN
               IF LOTD-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGELOTD EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGELOTD
                   PERFORM RELOAD-ONE-LOTD
                       UNTIL LOTD-IN-EOF
                   CLOSE DOGELOTD
                   CLOSE LOTDIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGELOTD RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGELOTD COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-LOTD.
           READ LOTDIN
               AT END SET LOTD-IN-EOF TO TRUE
               NOT AT END
                   MOVE LOTD-FLAT-RECORD TO LOT-DISPOSAL-ENTRY
                   WRITE LOT-DISPOSAL-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGELOTD RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-ENTL-FILE.
           MOVE 'ENTL    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEENTL NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEENTL WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT ENTLIN
               IF ENTL-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEENTL EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEENTL
                   PERFORM RELOAD-ONE-ENTL
                       UNTIL ENTL-IN-EOF
                   CLOSE DOGEENTL
                   CLOSE ENTLIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEENTL RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEENTL COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-ENTL.
           READ ENTLIN
               AT END SET ENTL-IN-EOF TO TRUE
               NOT AT END
                   MOVE ENTL-FLAT-RECORD TO ENTITLEMENT-ENTRY
                   WRITE ENTITLEMENT-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEENTL RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-PAYE-FILE.
           MOVE 'PAYE    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEPAYE NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEPAYE WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT PAYEIN
               IF PAYE-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEPAYE EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEPAYE
                   PERFORM RELOAD-ONE-PAYE
                       UNTIL PAYE-IN-EOF
                   CLOSE DOGEPAYE
                   CLOSE PAYEIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEPAYE RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEPAYE COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-PAYE.
           READ PAYEIN
               AT END SET PAYE-IN-EOF TO TRUE
               NOT AT END
                   MOVE PAYE-FLAT-RECORD TO PAYEE-ENTRY
                   WRITE PAYEE-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEPAYE RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-GLMP-FILE.
           MOVE 'GLMP    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEGLMP NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEGLMP WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT GLMPIN
               IF GLMP-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEGLMP EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEGLMP
                   PERFORM RELOAD-ONE-GLMP
                       UNTIL GLMP-IN-EOF
                   CLOSE DOGEGLMP
                   CLOSE GLMPIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEGLMP RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEGLMP COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-GLMP.
           READ GLMPIN
               AT END SET GLMP-IN-EOF TO TRUE
               NOT AT END
                   MOVE GLMP-FLAT-RECORD TO GL-MAPPING-ENTRY
                   WRITE GL-MAPPING-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEGLMP RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-CHGS-FILE.
           MOVE 'CHGS    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGECHGS NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGECHGS WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT CHGSIN
               IF CHGS-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGECHGS EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGECHGS
                   PERFORM RELOAD-ONE-CHGS
                       UNTIL CHGS-IN-EOF
                   CLOSE DOGECHGS
                   CLOSE CHGSIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGECHGS RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGECHGS COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-CHGS.
           READ CHGSIN
               AT END SET CHGS-IN-EOF TO TRUE
               NOT AT END
                   MOVE CHGS-FLAT-RECORD TO CHARGE-SCHEDULE-ENTRY
                   WRITE CHARGE-SCHEDULE-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGECHGS RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-BUDG-FILE.
           MOVE 'BUDG    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEBUDG NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEBUDG WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT BUDGIN
               IF BUDG-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEBUDG EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEBUDG
                   PERFORM RELOAD-ONE-BUDG
                       UNTIL BUDG-IN-EOF
                   CLOSE DOGEBUDG
                   CLOSE BUDGIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEBUDG RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEBUDG COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-BUDG.
           READ BUDGIN
               AT END SET BUDG-IN-EOF TO TRUE
               NOT AT END
                   MOVE BUDG-FLAT-RECORD TO BUDGET-ENTRY
                   WRITE BUDGET-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEBUDG RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-FEST-FILE.
           MOVE 'FEST    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEFEST NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEFEST WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT FESTIN
               IF FEST-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEFEST EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEFEST
                   PERFORM RELOAD-ONE-FEST
                       UNTIL FEST-IN-EOF
                   CLOSE DOGEFEST
                   CLOSE FESTIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEFEST RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEFEST COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-FEST.
           READ FESTIN
               AT END SET FEST-IN-EOF TO TRUE
               NOT AT END
                   MOVE FEST-FLAT-RECORD TO FEE-ESTIMATE-ENTRY
                   WRITE FEE-ESTIMATE-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEFEST RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-GRPS-FILE.
           MOVE 'GRPS    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEGRPS NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEGRPS WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT GRPSIN
               IF GRPS-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEGRPS EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEGRPS
                   PERFORM RELOAD-ONE-GRPS
                       UNTIL GRPS-IN-EOF
                   CLOSE DOGEGRPS
                   CLOSE GRPSIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEGRPS RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEGRPS COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-GRPS.
           READ GRPSIN
               AT END SET GRPS-IN-EOF TO TRUE
               NOT AT END
                   MOVE GRPS-FLAT-RECORD TO SEND-GROUP-ENTRY
                   WRITE SEND-GROUP-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEGRPS RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-CASE-FILE.
           MOVE 'CASE    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGECASE NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGECASE WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT CASEIN
               IF CASE-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGECASE EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGECASE
                   PERFORM RELOAD-ONE-CASE
                       UNTIL CASE-IN-EOF
                   CLOSE DOGECASE
                   CLOSE CASEIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGECASE RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGECASE COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-CASE.
           READ CASEIN
               AT END SET CASE-IN-EOF TO TRUE
               NOT AT END
                   MOVE CASE-FLAT-RECORD TO CASE-ENTRY
                   WRITE CASE-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGECASE RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-DEPX-FILE.
           MOVE 'DEPX    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEDEPX NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEDEPX WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT DEPXIN
               IF DEPX-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEDEPX EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEDEPX
                   PERFORM RELOAD-ONE-DEPX
                       UNTIL DEPX-IN-EOF
                   CLOSE DOGEDEPX
                   CLOSE DEPXIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEDEPX RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEDEPX COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-DEPX.
           READ DEPXIN
               AT END SET DEPX-IN-EOF TO TRUE
               NOT AT END
                   MOVE DEPX-FLAT-RECORD TO DEPOSIT-XREF-ENTRY
                   WRITE DEPOSIT-XREF-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEDEPX RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-RFRG-FILE.
           MOVE 'RFRG    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGERFRG NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGERFRG WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT RFRGIN
               IF RFRG-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGERFRG EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGERFRG
                   PERFORM RELOAD-ONE-RFRG
                       UNTIL RFRG-IN-EOF
                   CLOSE DOGERFRG
                   CLOSE RFRGIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGERFRG RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGERFRG COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-RFRG.
           READ RFRGIN
               AT END SET RFRG-IN-EOF TO TRUE
               NOT AT END
                   MOVE RFRG-FLAT-RECORD TO REFUND-REGISTER-ENTRY
                   WRITE REFUND-REGISTER-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGERFRG RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-CHLG-FILE.
           MOVE 'CHLG    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGECHLG NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGECHLG WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT CHLGIN
               IF CHLG-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGECHLG EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGECHLG
                   PERFORM RELOAD-ONE-CHLG
                       UNTIL CHLG-IN-EOF
                   CLOSE DOGECHLG
                   CLOSE CHLGIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGECHLG RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGECHLG COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-CHLG.
           READ CHLGIN
               AT END SET CHLG-IN-EOF TO TRUE
               NOT AT END
                   MOVE CHLG-FLAT-RECORD TO CHANGE-LOG-ENTRY
                   WRITE CHANGE-LOG-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGECHLG RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-ANCH-FILE.
           MOVE 'ANCH    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEANCH NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEANCH WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT ANCHIN
               IF ANCH-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEANCH EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEANCH
                   PERFORM RELOAD-ONE-ANCH
                       UNTIL ANCH-IN-EOF
                   CLOSE DOGEANCH
                   CLOSE ANCHIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEANCH RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEANCH COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-ANCH.
           READ ANCHIN
               AT END SET ANCH-IN-EOF TO TRUE
               NOT AT END
                   MOVE ANCH-FLAT-RECORD TO AUDIT-ANCHOR-ENTRY
                   WRITE AUDIT-ANCHOR-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEANCH RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       RESTORE-GLPK-FILE.
           MOVE 'GLPK    ' TO WANTED-TAG.
           PERFORM FIND-MANIFEST-SLOT.
           IF FOUND-MT-IDX = ZERO
               SET VERIFY-FAILED TO TRUE
               ADD 1 TO FILES-FAILED
               DISPLAY 'DOGEFRST - DOGEGLPK NOT IN THE MANIFEST'
           ELSE
           IF MT-STATUS(FOUND-MT-IDX) EQUAL TO 'A'
               DISPLAY 'DOGEFRST - DOGEGLPK WAS ABSENT AT BACKUP '
                       'TIME - NOTHING TO RELOAD'
           ELSE
               MOVE ZERO TO RELOAD-COUNT
               OPEN INPUT GLPKIN
               IF GLPK-IN-NOT-THERE
                   SET VERIFY-FAILED TO TRUE
                   ADD 1 TO FILES-FAILED
                   DISPLAY 'DOGEFRST - DOGEGLPK EXPORT DATASET '
                           'MISSING'
               ELSE
                   OPEN OUTPUT DOGEGLPK
                   PERFORM RELOAD-ONE-GLPK
                       UNTIL GLPK-IN-EOF
                   CLOSE DOGEGLPK
                   CLOSE GLPKIN
                   IF RELOAD-COUNT EQUAL TO MT-COUNT(FOUND-MT-IDX)
                       ADD 1 TO FILES-RESTORED
                       DISPLAY 'DOGEFRST - DOGEGLPK RESTORED - '
                               RELOAD-COUNT ' ROWS TIE TO THE '
                               'MANIFEST OF ' MT-DATE(FOUND-MT-IDX)
                   ELSE
                       SET VERIFY-FAILED TO TRUE
                       ADD 1 TO FILES-FAILED
                       DISPLAY 'DOGEFRST - DOGEGLPK COUNT MISMATCH - '
                               RELOAD-COUNT ' RELOADED VS '
                               MT-COUNT(FOUND-MT-IDX) ' MANIFESTED'
                   END-IF
               END-IF
           END-IF
           END-IF.
      *
       RELOAD-ONE-GLPK.
           READ GLPKIN
               AT END SET GLPK-IN-EOF TO TRUE
               NOT AT END
                   MOVE GLPK-FLAT-RECORD TO GL-POSTED-KEY-ENTRY
                   WRITE GL-POSTED-KEY-ENTRY
                       INVALID KEY
                           SET VERIFY-FAILED TO TRUE
                           DISPLAY 'DOGEFRST - DOGEGLPK RELOAD WRITE '
                                   'FAILED'
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
       END PROGRAM DOGEFRST.
