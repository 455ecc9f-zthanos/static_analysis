      *   usage, standing orders, expectations, rates, the audit
      *   file, the on-chain proof-of-payment hashes, the period
      *   statuses, the banked statements, the suspense and outbox
      *   work in flight, the holds, reservations and vaults, the
      *   tax lots, the payee history, the GL map and posted keys,
      *   the entitlement matrix, the change log and the audit
      *   anchors and the rest - had no backup at all, and
      *   restoring
      *   DOGEVSAM alone left balances that disagreed with files
      *   captured hours apart. Each file exports verbatim to its
      *   own sequential dataset - 200-byte records, 400 for the
      *   wide ones (DOGEVALT, DOGEFEST, DOGEGRPS, DOGECASE,
      *   DOGECHLG) - and writes a manifest row (file,
      *   count, timestamp) to DOGEMANF, closed out by one SET row
      *   stamping the set; DOGEFRST reloads any or all of them and
      *   proves each against the manifest. A file not yet loaded
           SELECT STMAOUT ASSIGN TO STMAOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMA-OUT-STAT.
           SELECT DOGEHOLD ASSIGN TO DOGEHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLDOUT ASSIGN TO HOLDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-OUT-STAT.
           SELECT DOGEHLDP ASSIGN TO DOGEHLDP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HP-KEY
               FILE STATUS IS WS-HLDP-STATUS.
           SELECT HLDPOUT ASSIGN TO HLDPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDP-OUT-STAT.
           SELECT DOGERESV ASSIGN TO DOGERESV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RESV-STATUS.
           SELECT RESVOUT ASSIGN TO RESVOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESV-OUT-STAT.
           SELECT DOGEVALT ASSIGN TO DOGEVALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VALT-STATUS.
           SELECT VALTOUT ASSIGN TO VALTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALT-OUT-STAT.
           SELECT DOGEVREQ ASSIGN TO DOGEVREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-VREQ-STATUS.
           SELECT VREQOUT ASSIGN TO VREQOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VREQ-OUT-STAT.
           SELECT DOGELOTS ASSIGN TO DOGELOTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT LOTSOUT ASSIGN TO LOTSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOTS-OUT-STAT.
           SELECT DOGELOTD ASSIGN TO DOGELOTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LOTD-STATUS.
           SELECT LOTDOUT ASSIGN TO LOTDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOTD-OUT-STAT.
           SELECT DOGEENTL ASSIGN TO DOGEENTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-ENTL-STATUS.
           SELECT ENTLOUT ASSIGN TO ENTLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTL-OUT-STAT.
           SELECT DOGEPAYE ASSIGN TO DOGEPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT PAYEOUT ASSIGN TO PAYEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYE-OUT-STAT.
           SELECT DOGEGLMP ASSIGN TO DOGEGLMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMP-STATUS.
           SELECT GLMPOUT ASSIGN TO GLMPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMP-OUT-STAT.
           SELECT DOGECHGS ASSIGN TO DOGECHGS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-ACCT
                   OF CHARGE-SCHEDULE-ENTRY
               FILE STATUS IS WS-CHGS-STATUS.
           SELECT CHGSOUT ASSIGN TO CHGSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGS-OUT-STAT.
           SELECT DOGEBUDG ASSIGN TO DOGEBUDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT BUDGOUT ASSIGN TO BUDGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDG-OUT-STAT.
           SELECT DOGEFEST ASSIGN TO DOGEFEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEST-STATUS.
           SELECT FESTOUT ASSIGN TO FESTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEST-OUT-STAT.
           SELECT DOGEGRPS ASSIGN TO DOGEGRPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-GRPS-STATUS.
           SELECT GRPSOUT ASSIGN TO GRPSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPS-OUT-STAT.
           SELECT DOGECASE ASSIGN TO DOGECASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASEOUT ASSIGN TO CASEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-OUT-STAT.
           SELECT DOGEDEPX ASSIGN TO DOGEDEPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DEPX-STATUS.
           SELECT DEPXOUT ASSIGN TO DEPXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPX-OUT-STAT.
           SELECT DOGERFRG ASSIGN TO DOGERFRG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-RFRG-STATUS.
           SELECT RFRGOUT ASSIGN TO RFRGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFRG-OUT-STAT.
           SELECT DOGECHLG ASSIGN TO DOGECHLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT CHLGOUT ASSIGN TO CHLGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHLG-OUT-STAT.
           SELECT DOGEANCH ASSIGN TO DOGEANCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-ANCH-STATUS.
           SELECT ANCHOUT ASSIGN TO ANCHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANCH-OUT-STAT.
           SELECT DOGEGLPK ASSIGN TO DOGEGLPK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-GLPK-STATUS.
           SELECT GLPKOUT ASSIGN TO GLPKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPK-OUT-STAT.
           SELECT DOGEMANF ASSIGN TO DOGEMANF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANF-STATUS.
       FD  STMAOUT
           RECORDING MODE IS F.
       01  STMA-FLAT-RECORD        PIC X(200).
       FD  DOGEHOLD.
       COPY HOLDREC.
       FD  HOLDOUT
           RECORDING MODE IS F.
       01  HOLD-FLAT-RECORD        PIC X(200).
       FD  DOGEHLDP.
       COPY HLDPREC.
       FD  HLDPOUT
           RECORDING MODE IS F.
       01  HLDP-FLAT-RECORD        PIC X(200).
       FD  DOGERESV.
       COPY RESVREC.
       FD  RESVOUT
           RECORDING MODE IS F.
       01  RESV-FLAT-RECORD        PIC X(200).
       FD  DOGEVALT.
       COPY VAULTREC.
       FD  VALTOUT
           RECORDING MODE IS F.
       01  VALT-FLAT-RECORD        PIC X(400).
       FD  DOGEVREQ.
       COPY VREQREC.
       FD  VREQOUT
           RECORDING MODE IS F.
       01  VREQ-FLAT-RECORD        PIC X(200).
       FD  DOGELOTS.
       COPY LOTSREC.
       FD  LOTSOUT
           RECORDING MODE IS F.
       01  LOTS-FLAT-RECORD        PIC X(200).
       FD  DOGELOTD.
       COPY LOTDREC.
       FD  LOTDOUT
           RECORDING MODE IS F.
       01  LOTD-FLAT-RECORD        PIC X(200).
       FD  DOGEENTL.
       COPY ENTLREC.
       FD  ENTLOUT
           RECORDING MODE IS F.
       01  ENTL-FLAT-RECORD        PIC X(200).
       FD  DOGEPAYE.
       COPY PAYEREC.
       FD  PAYEOUT
           RECORDING MODE IS F.
       01  PAYE-FLAT-RECORD        PIC X(200).
       FD  DOGEGLMP.
       COPY GLMAPREC.
       FD  GLMPOUT
           RECORDING MODE IS F.
       01  GLMP-FLAT-RECORD        PIC X(200).
       FD  DOGECHGS.
       COPY CHRGREC.
       FD  CHGSOUT
           RECORDING MODE IS F.
       01  CHGS-FLAT-RECORD        PIC X(200).
       FD  DOGEBUDG.
       COPY BUDGREC.
       FD  BUDGOUT
           RECORDING MODE IS F.
       01  BUDG-FLAT-RECORD        PIC X(200).
       FD  DOGEFEST.
       COPY FESTREC.
       FD  FESTOUT
           RECORDING MODE IS F.
       01  FEST-FLAT-RECORD        PIC X(400).
       FD  DOGEGRPS.
       COPY GRPSREC.
       FD  GRPSOUT
           RECORDING MODE IS F.
       01  GRPS-FLAT-RECORD        PIC X(400).
       FD  DOGECASE.
       COPY CASEREC.
       FD  CASEOUT
           RECORDING MODE IS F.
       01  CASE-FLAT-RECORD        PIC X(400).
       FD  DOGEDEPX.
       COPY DEPXREC.
       FD  DEPXOUT
           RECORDING MODE IS F.
       01  DEPX-FLAT-RECORD        PIC X(200).
       FD  DOGERFRG.
       COPY RFNDREC.
       FD  RFRGOUT
           RECORDING MODE IS F.
       01  RFRG-FLAT-RECORD        PIC X(200).
       FD  DOGECHLG.
       COPY CHLGREC.
       FD  CHLGOUT
           RECORDING MODE IS F.
       01  CHLG-FLAT-RECORD        PIC X(400).
       FD  DOGEANCH.
       COPY ANCHREC.
       FD  ANCHOUT
           RECORDING MODE IS F.
       01  ANCH-FLAT-RECORD        PIC X(200).
       FD  DOGEGLPK.
       COPY GLPKREC.
       FD  GLPKOUT
           RECORDING MODE IS F.
       01  GLPK-FLAT-RECORD        PIC X(200).
       FD  DOGEMANF
           RECORDING MODE IS F.
       COPY MANFREC.
           88  STMA-EOF                  VALUE '10'.
           88  STMA-NOT-THERE            VALUE '35'.
       01  WS-STMA-OUT-STAT       PIC XX VALUE '00'.
       01  WS-HOLD-STATUS         PIC XX VALUE '00'.
           88  HOLD-OK                   VALUE '00'.
           88  HOLD-EOF                  VALUE '10'.
           88  HOLD-NOT-THERE            VALUE '35'.
       01  WS-HOLD-OUT-STAT       PIC XX VALUE '00'.
       01  WS-HLDP-STATUS         PIC XX VALUE '00'.
           88  HLDP-OK                   VALUE '00'.
           88  HLDP-EOF                  VALUE '10'.
           88  HLDP-NOT-THERE            VALUE '35'.
       01  WS-HLDP-OUT-STAT       PIC XX VALUE '00'.
       01  WS-RESV-STATUS         PIC XX VALUE '00'.
           88  RESV-OK                   VALUE '00'.
           88  RESV-EOF                  VALUE '10'.
           88  RESV-NOT-THERE            VALUE '35'.
       01  WS-RESV-OUT-STAT       PIC XX VALUE '00'.
       01  WS-VALT-STATUS         PIC XX VALUE '00'.
           88  VALT-OK                   VALUE '00'.
           88  VALT-EOF                  VALUE '10'.
           88  VALT-NOT-THERE            VALUE '35'.
       01  WS-VALT-OUT-STAT       PIC XX VALUE '00'.
       01  WS-VREQ-STATUS         PIC XX VALUE '00'.
           88  VREQ-OK                   VALUE '00'.
           88  VREQ-EOF                  VALUE '10'.
           88  VREQ-NOT-THERE            VALUE '35'.
       01  WS-VREQ-OUT-STAT       PIC XX VALUE '00'.
       01  WS-LOTS-STATUS         PIC XX VALUE '00'.
           88  LOTS-OK                   VALUE '00'.
           88  LOTS-EOF                  VALUE '10'.
           88  LOTS-NOT-THERE            VALUE '35'.
       01  WS-LOTS-OUT-STAT       PIC XX VALUE '00'.
       01  WS-LOTD-STATUS         PIC XX VALUE '00'.
           88  LOTD-OK                   VALUE '00'.
           88  LOTD-EOF                  VALUE '10'.
           88  LOTD-NOT-THERE            VALUE '35'.
       01  WS-LOTD-OUT-STAT       PIC XX VALUE '00'.
       01  WS-ENTL-STATUS         PIC XX VALUE '00'.
           88  ENTL-OK                   VALUE '00'.
           88  ENTL-EOF                  VALUE '10'.
           88  ENTL-NOT-THERE            VALUE '35'.
       01  WS-ENTL-OUT-STAT       PIC XX VALUE '00'.
       01  WS-PAYE-STATUS         PIC XX VALUE '00'.
           88  PAYE-OK                   VALUE '00'.
           88  PAYE-EOF                  VALUE '10'.
           88  PAYE-NOT-THERE            VALUE '35'.
       01  WS-PAYE-OUT-STAT       PIC XX VALUE '00'.
       01  WS-GLMP-STATUS         PIC XX VALUE '00'.
           88  GLMP-OK                   VALUE '00'.
           88  GLMP-EOF                  VALUE '10'.
           88  GLMP-NOT-THERE            VALUE '35'.
       01  WS-GLMP-OUT-STAT       PIC XX VALUE '00'.
       01  WS-CHGS-STATUS         PIC XX VALUE '00'.
           88  CHGS-OK                   VALUE '00'.
           88  CHGS-EOF                  VALUE '10'.
           88  CHGS-NOT-THERE            VALUE '35'.
       01  WS-CHGS-OUT-STAT       PIC XX VALUE '00'.
       01  WS-BUDG-STATUS         PIC XX VALUE '00'.
           88  BUDG-OK                   VALUE '00'.
           88  BUDG-EOF                  VALUE '10'.
           88  BUDG-NOT-THERE            VALUE '35'.
       01  WS-BUDG-OUT-STAT       PIC XX VALUE '00'.
       01  WS-FEST-STATUS         PIC XX VALUE '00'.
           88  FEST-OK                   VALUE '00'.
           88  FEST-EOF                  VALUE '10'.
           88  FEST-NOT-THERE            VALUE '35'.
       01  WS-FEST-OUT-STAT       PIC XX VALUE '00'.
       01  WS-GRPS-STATUS         PIC XX VALUE '00'.
           88  GRPS-OK                   VALUE '00'.
           88  GRPS-EOF                  VALUE '10'.
           88  GRPS-NOT-THERE            VALUE '35'.
       01  WS-GRPS-OUT-STAT       PIC XX VALUE '00'.
       01  WS-CASE-STATUS         PIC XX VALUE '00'.
           88  CASE-OK                   VALUE '00'.
           88  CASE-EOF                  VALUE '10'.
           88  CASE-NOT-THERE            VALUE '35'.
       01  WS-CASE-OUT-STAT       PIC XX VALUE '00'.
       01  WS-DEPX-STATUS         PIC XX VALUE '00'.
           88  DEPX-OK                   VALUE '00'.
           88  DEPX-EOF                  VALUE '10'.
           88  DEPX-NOT-THERE            VALUE '35'.
       01  WS-DEPX-OUT-STAT       PIC XX VALUE '00'.
       01  WS-RFRG-STATUS         PIC XX VALUE '00'.
           88  RFRG-OK                   VALUE '00'.
           88  RFRG-EOF                  VALUE '10'.
           88  RFRG-NOT-THERE            VALUE '35'.
       01  WS-RFRG-OUT-STAT       PIC XX VALUE '00'.
       01  WS-CHLG-STATUS         PIC XX VALUE '00'.
           88  CHLG-OK                   VALUE '00'.
           88  CHLG-EOF                  VALUE '10'.
           88  CHLG-NOT-THERE            VALUE '35'.
       01  WS-CHLG-OUT-STAT       PIC XX VALUE '00'.
       01  WS-ANCH-STATUS         PIC XX VALUE '00'.
           88  ANCH-OK                   VALUE '00'.
           88  ANCH-EOF                  VALUE '10'.
           88  ANCH-NOT-THERE            VALUE '35'.
       01  WS-ANCH-OUT-STAT       PIC XX VALUE '00'.
       01  WS-GLPK-STATUS         PIC XX VALUE '00'.
           88  GLPK-OK                   VALUE '00'.
           88  GLPK-EOF                  VALUE '10'.
           88  GLPK-NOT-THERE            VALUE '35'.
       01  WS-GLPK-OUT-STAT       PIC XX VALUE '00'.
       PROCEDURE DIVISION.
       00000-MAIN.
           PERFORM RECORD-RUN-START.
           PERFORM EXPORT-BREG-FILE.
           PERFORM EXPORT-ADJP-FILE.
           PERFORM EXPORT-STMA-FILE.
           PERFORM EXPORT-HOLD-FILE.
           PERFORM EXPORT-HLDP-FILE.
           PERFORM EXPORT-RESV-FILE.
           PERFORM EXPORT-VALT-FILE.
           PERFORM EXPORT-VREQ-FILE.
           PERFORM EXPORT-LOTS-FILE.
           PERFORM EXPORT-LOTD-FILE.
           PERFORM EXPORT-ENTL-FILE.
           PERFORM EXPORT-PAYE-FILE.
           PERFORM EXPORT-GLMP-FILE.
           PERFORM EXPORT-CHGS-FILE.
           PERFORM EXPORT-BUDG-FILE.
           PERFORM EXPORT-FEST-FILE.
           PERFORM EXPORT-GRPS-FILE.
           PERFORM EXPORT-CASE-FILE.
           PERFORM EXPORT-DEPX-FILE.
           PERFORM EXPORT-RFRG-FILE.
           PERFORM EXPORT-CHLG-FILE.
           PERFORM EXPORT-ANCH-FILE.
           PERFORM EXPORT-GLPK-FILE.
           PERFORM WRITE-SET-STAMP.
           CLOSE DOGEMANF.
           DISPLAY '===== DOGEFBKP FAMILY BACKUP REPORT ====='.
           READ DOGESTMA NEXT RECORD
               AT END SET STMA-EOF TO TRUE
           END-READ.
      *
       EXPORT-HOLD-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEHOLD.
           IF HOLD-NOT-THERE
               PERFORM NOTE-HOLD-ABSENT
           ELSE
               OPEN OUTPUT HOLDOUT
               PERFORM READ-NEXT-HOLD
               PERFORM UNTIL HOLD-EOF
                   MOVE SPACES TO HOLD-FLAT-RECORD
                   MOVE ACCOUNT-HOLD-ENTRY
                       TO HOLD-FLAT-RECORD(1:
                          LENGTH OF ACCOUNT-HOLD-ENTRY)
                   WRITE HOLD-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-HOLD
               END-PERFORM
               CLOSE HOLDOUT
               CLOSE DOGEHOLD
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEHOLD' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-HOLD-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEHOLD' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-HOLD.
           READ DOGEHOLD NEXT RECORD
               AT END SET HOLD-EOF TO TRUE
           END-READ.
      *
       EXPORT-HLDP-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEHLDP.
           IF HLDP-NOT-THERE
               PERFORM NOTE-HLDP-ABSENT
           ELSE
               OPEN OUTPUT HLDPOUT
               PERFORM READ-NEXT-HLDP
               PERFORM UNTIL HLDP-EOF
                   MOVE SPACES TO HLDP-FLAT-RECORD
                   MOVE HOLD-PENDING-CHANGE
                       TO HLDP-FLAT-RECORD(1:
                          LENGTH OF HOLD-PENDING-CHANGE)
                   WRITE HLDP-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-HLDP
               END-PERFORM
               CLOSE HLDPOUT
               CLOSE DOGEHLDP
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEHLDP' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-HLDP-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEHLDP' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-HLDP.
           READ DOGEHLDP NEXT RECORD
               AT END SET HLDP-EOF TO TRUE
           END-READ.
      *
       EXPORT-RESV-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGERESV.
           IF RESV-NOT-THERE
               PERFORM NOTE-RESV-ABSENT
           ELSE
               OPEN OUTPUT RESVOUT
               PERFORM READ-NEXT-RESV
               PERFORM UNTIL RESV-EOF
                   MOVE SPACES TO RESV-FLAT-RECORD
                   MOVE FUNDS-RESERVATION-ENTRY
                       TO RESV-FLAT-RECORD(1:
                          LENGTH OF FUNDS-RESERVATION-ENTRY)
                   WRITE RESV-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-RESV
               END-PERFORM
               CLOSE RESVOUT
               CLOSE DOGERESV
               ADD 1 TO FILES-BACKED
               MOVE 'DOGERESV' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-RESV-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGERESV' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-RESV.
           READ DOGERESV NEXT RECORD
               AT END SET RESV-EOF TO TRUE
           END-READ.
      *
       EXPORT-VALT-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEVALT.
           IF VALT-NOT-THERE
               PERFORM NOTE-VALT-ABSENT
           ELSE
               OPEN OUTPUT VALTOUT
               PERFORM READ-NEXT-VALT
               PERFORM UNTIL VALT-EOF
                   MOVE SPACES TO VALT-FLAT-RECORD
                   MOVE VAULT-ENTRY
                       TO VALT-FLAT-RECORD(1:
                          LENGTH OF VAULT-ENTRY)
                   WRITE VALT-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-VALT
               END-PERFORM
               CLOSE VALTOUT
               CLOSE DOGEVALT
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEVALT' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-VALT-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEVALT' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-VALT.
           READ DOGEVALT NEXT RECORD
               AT END SET VALT-EOF TO TRUE
           END-READ.
      *
       EXPORT-VREQ-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEVREQ.
           IF VREQ-NOT-THERE
               PERFORM NOTE-VREQ-ABSENT
           ELSE
               OPEN OUTPUT VREQOUT
               PERFORM READ-NEXT-VREQ
               PERFORM UNTIL VREQ-EOF
                   MOVE SPACES TO VREQ-FLAT-RECORD
                   MOVE VAULT-REQUEST-ENTRY
                       TO VREQ-FLAT-RECORD(1:
                          LENGTH OF VAULT-REQUEST-ENTRY)
                   WRITE VREQ-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-VREQ
               END-PERFORM
               CLOSE VREQOUT
               CLOSE DOGEVREQ
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEVREQ' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-VREQ-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEVREQ' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-VREQ.
           READ DOGEVREQ NEXT RECORD
               AT END SET VREQ-EOF TO TRUE
           END-READ.
      *
       EXPORT-LOTS-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGELOTS.
           IF LOTS-NOT-THERE
               PERFORM NOTE-LOTS-ABSENT
           ELSE
               OPEN OUTPUT LOTSOUT
               PERFORM READ-NEXT-LOTS
               PERFORM UNTIL LOTS-EOF
                   MOVE SPACES TO LOTS-FLAT-RECORD
                   MOVE TAX-LOT-ENTRY
                       TO LOTS-FLAT-RECORD(1:
                          LENGTH OF TAX-LOT-ENTRY)
                   WRITE LOTS-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-LOTS
               END-PERFORM
               CLOSE LOTSOUT
               CLOSE DOGELOTS
               ADD 1 TO FILES-BACKED
               MOVE 'DOGELOTS' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-LOTS-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGELOTS' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-LOTS.
           READ DOGELOTS NEXT RECORD
               AT END SET LOTS-EOF TO TRUE
           END-READ.
      *
       EXPORT-LOTD-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGELOTD.
           IF LOTD-NOT-THERE
               PERFORM NOTE-LOTD-ABSENT
           ELSE
               OPEN OUTPUT LOTDOUT
               PERFORM READ-NEXT-LOTD
               PERFORM UNTIL LOTD-EOF
                   MOVE SPACES TO LOTD-FLAT-RECORD
                   MOVE LOT-DISPOSAL-ENTRY
                       TO LOTD-FLAT-RECORD(1:
                          LENGTH OF LOT-DISPOSAL-ENTRY)
                   WRITE LOTD-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-LOTD
               END-PERFORM
               CLOSE LOTDOUT
               CLOSE DOGELOTD
               ADD 1 TO FILES-BACKED
               MOVE 'DOGELOTD' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-LOTD-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGELOTD' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-LOTD.
           READ DOGELOTD NEXT RECORD
               AT END SET LOTD-EOF TO TRUE
           END-READ.
      *
       EXPORT-ENTL-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEENTL.
           IF ENTL-NOT-THERE
               PERFORM NOTE-ENTL-ABSENT
           ELSE
               OPEN OUTPUT ENTLOUT
               PERFORM READ-NEXT-ENTL
               PERFORM UNTIL ENTL-EOF
                   MOVE SPACES TO ENTL-FLAT-RECORD
                   MOVE ENTITLEMENT-ENTRY
                       TO ENTL-FLAT-RECORD(1:
                          LENGTH OF ENTITLEMENT-ENTRY)
                   WRITE ENTL-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-ENTL
               END-PERFORM
               CLOSE ENTLOUT
               CLOSE DOGEENTL
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEENTL' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-ENTL-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEENTL' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-ENTL.
           READ DOGEENTL NEXT RECORD
               AT END SET ENTL-EOF TO TRUE
           END-READ.
      *
       EXPORT-PAYE-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEPAYE.
           IF PAYE-NOT-THERE
               PERFORM NOTE-PAYE-ABSENT
           ELSE
               OPEN OUTPUT PAYEOUT
               PERFORM READ-NEXT-PAYE
               PERFORM UNTIL PAYE-EOF
                   MOVE SPACES TO PAYE-FLAT-RECORD
                   MOVE PAYEE-ENTRY
                       TO PAYE-FLAT-RECORD(1:
                          LENGTH OF PAYEE-ENTRY)
                   WRITE PAYE-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-PAYE
               END-PERFORM
               CLOSE PAYEOUT
               CLOSE DOGEPAYE
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEPAYE' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-PAYE-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEPAYE' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-PAYE.
           READ DOGEPAYE NEXT RECORD
               AT END SET PAYE-EOF TO TRUE
           END-READ.
      *
       EXPORT-GLMP-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEGLMP.
           IF GLMP-NOT-THERE
               PERFORM NOTE-GLMP-ABSENT
           ELSE
               OPEN OUTPUT GLMPOUT
               PERFORM READ-NEXT-GLMP
               PERFORM UNTIL GLMP-EOF
                   MOVE SPACES TO GLMP-FLAT-RECORD
                   MOVE GL-MAPPING-ENTRY
                       TO GLMP-FLAT-RECORD(1:
                          LENGTH OF GL-MAPPING-ENTRY)
                   WRITE GLMP-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-GLMP
               END-PERFORM
               CLOSE GLMPOUT
               CLOSE DOGEGLMP
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEGLMP' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-GLMP-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEGLMP' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-GLMP.
           READ DOGEGLMP NEXT RECORD
               AT END SET GLMP-EOF TO TRUE
           END-READ.
      *
       EXPORT-CHGS-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGECHGS.
           IF CHGS-NOT-THERE
               PERFORM NOTE-CHGS-ABSENT
           ELSE
               OPEN OUTPUT CHGSOUT
               PERFORM READ-NEXT-CHGS
               PERFORM UNTIL CHGS-EOF
                   MOVE SPACES TO CHGS-FLAT-RECORD
                   MOVE CHARGE-SCHEDULE-ENTRY
                       TO CHGS-FLAT-RECORD(1:
                          LENGTH OF CHARGE-SCHEDULE-ENTRY)
                   WRITE CHGS-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-CHGS
               END-PERFORM
               CLOSE CHGSOUT
               CLOSE DOGECHGS
               ADD 1 TO FILES-BACKED
               MOVE 'DOGECHGS' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-CHGS-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGECHGS' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-CHGS.
           READ DOGECHGS NEXT RECORD
               AT END SET CHGS-EOF TO TRUE
           END-READ.
      *
       EXPORT-BUDG-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEBUDG.
           IF BUDG-NOT-THERE
               PERFORM NOTE-BUDG-ABSENT
           ELSE
               OPEN OUTPUT BUDGOUT
               PERFORM READ-NEXT-BUDG
               PERFORM UNTIL BUDG-EOF
                   MOVE SPACES TO BUDG-FLAT-RECORD
                   MOVE BUDGET-ENTRY
                       TO BUDG-FLAT-RECORD(1:
                          LENGTH OF BUDGET-ENTRY)
                   WRITE BUDG-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-BUDG
               END-PERFORM
               CLOSE BUDGOUT
               CLOSE DOGEBUDG
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEBUDG' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-BUDG-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEBUDG' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-BUDG.
           READ DOGEBUDG NEXT RECORD
               AT END SET BUDG-EOF TO TRUE
           END-READ.
      *
       EXPORT-FEST-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEFEST.
           IF FEST-NOT-THERE
               PERFORM NOTE-FEST-ABSENT
           ELSE
               OPEN OUTPUT FESTOUT
               PERFORM READ-NEXT-FEST
               PERFORM UNTIL FEST-EOF
                   MOVE SPACES TO FEST-FLAT-RECORD
                   MOVE FEE-ESTIMATE-ENTRY
                       TO FEST-FLAT-RECORD(1:
                          LENGTH OF FEE-ESTIMATE-ENTRY)
                   WRITE FEST-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-FEST
               END-PERFORM
               CLOSE FESTOUT
               CLOSE DOGEFEST
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEFEST' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-FEST-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEFEST' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-FEST.
           READ DOGEFEST NEXT RECORD
               AT END SET FEST-EOF TO TRUE
           END-READ.
      *
       EXPORT-GRPS-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEGRPS.
           IF GRPS-NOT-THERE
               PERFORM NOTE-GRPS-ABSENT
           ELSE
               OPEN OUTPUT GRPSOUT
               PERFORM READ-NEXT-GRPS
               PERFORM UNTIL GRPS-EOF
                   MOVE SPACES TO GRPS-FLAT-RECORD
                   MOVE SEND-GROUP-ENTRY
                       TO GRPS-FLAT-RECORD(1:
                          LENGTH OF SEND-GROUP-ENTRY)
                   WRITE GRPS-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-GRPS
               END-PERFORM
               CLOSE GRPSOUT
               CLOSE DOGEGRPS
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEGRPS' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-GRPS-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEGRPS' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-GRPS.
           READ DOGEGRPS NEXT RECORD
               AT END SET GRPS-EOF TO TRUE
           END-READ.
      *
       EXPORT-CASE-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGECASE.
           IF CASE-NOT-THERE
               PERFORM NOTE-CASE-ABSENT
           ELSE
               OPEN OUTPUT CASEOUT
               PERFORM READ-NEXT-CASE
               PERFORM UNTIL CASE-EOF
                   MOVE SPACES TO CASE-FLAT-RECORD
                   MOVE CASE-ENTRY
                       TO CASE-FLAT-RECORD(1:
                          LENGTH OF CASE-ENTRY)
                   WRITE CASE-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-CASE
               END-PERFORM
               CLOSE CASEOUT
               CLOSE DOGECASE
               ADD 1 TO FILES-BACKED
               MOVE 'DOGECASE' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-CASE-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGECASE' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-CASE.
           READ DOGECASE NEXT RECORD
               AT END SET CASE-EOF TO TRUE
           END-READ.
      *
       EXPORT-DEPX-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEDEPX.
           IF DEPX-NOT-THERE
               PERFORM NOTE-DEPX-ABSENT
           ELSE
               OPEN OUTPUT DEPXOUT
               PERFORM READ-NEXT-DEPX
               PERFORM UNTIL DEPX-EOF
                   MOVE SPACES TO DEPX-FLAT-RECORD
                   MOVE DEPOSIT-XREF-ENTRY
                       TO DEPX-FLAT-RECORD(1:
                          LENGTH OF DEPOSIT-XREF-ENTRY)
                   WRITE DEPX-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-DEPX
               END-PERFORM
               CLOSE DEPXOUT
               CLOSE DOGEDEPX
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEDEPX' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-DEPX-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEDEPX' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-DEPX.
           READ DOGEDEPX NEXT RECORD
               AT END SET DEPX-EOF TO TRUE
           END-READ.
      *
       EXPORT-RFRG-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGERFRG.
           IF RFRG-NOT-THERE
               PERFORM NOTE-RFRG-ABSENT
           ELSE
               OPEN OUTPUT RFRGOUT
               PERFORM READ-NEXT-RFRG
               PERFORM UNTIL RFRG-EOF
                   MOVE SPACES TO RFRG-FLAT-RECORD
                   MOVE REFUND-REGISTER-ENTRY
                       TO RFRG-FLAT-RECORD(1:
                          LENGTH OF REFUND-REGISTER-ENTRY)
                   WRITE RFRG-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-RFRG
               END-PERFORM
               CLOSE RFRGOUT
               CLOSE DOGERFRG
               ADD 1 TO FILES-BACKED
               MOVE 'DOGERFRG' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-RFRG-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGERFRG' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-RFRG.
           READ DOGERFRG NEXT RECORD
               AT END SET RFRG-EOF TO TRUE
           END-READ.
      *
       EXPORT-CHLG-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGECHLG.
           IF CHLG-NOT-THERE
               PERFORM NOTE-CHLG-ABSENT
           ELSE
               OPEN OUTPUT CHLGOUT
               PERFORM READ-NEXT-CHLG
               PERFORM UNTIL CHLG-EOF
                   MOVE SPACES TO CHLG-FLAT-RECORD
                   MOVE CHANGE-LOG-ENTRY
                       TO CHLG-FLAT-RECORD(1:
                          LENGTH OF CHANGE-LOG-ENTRY)
                   WRITE CHLG-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-CHLG
               END-PERFORM
               CLOSE CHLGOUT
               CLOSE DOGECHLG
               ADD 1 TO FILES-BACKED
               MOVE 'DOGECHLG' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-CHLG-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGECHLG' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-CHLG.
           READ DOGECHLG NEXT RECORD
               AT END SET CHLG-EOF TO TRUE
           END-READ.
      *
       EXPORT-ANCH-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEANCH.
           IF ANCH-NOT-THERE
               PERFORM NOTE-ANCH-ABSENT
           ELSE
               OPEN OUTPUT ANCHOUT
               PERFORM READ-NEXT-ANCH
               PERFORM UNTIL ANCH-EOF
                   MOVE SPACES TO ANCH-FLAT-RECORD
                   MOVE AUDIT-ANCHOR-ENTRY
                       TO ANCH-FLAT-RECORD(1:
                          LENGTH OF AUDIT-ANCHOR-ENTRY)
                   WRITE ANCH-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-ANCH
               END-PERFORM
               CLOSE ANCHOUT
               CLOSE DOGEANCH
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEANCH' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-ANCH-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEANCH' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-ANCH.
           READ DOGEANCH NEXT RECORD
               AT END SET ANCH-EOF TO TRUE
           END-READ.
      *
       EXPORT-GLPK-FILE.
           MOVE ZERO TO EXPORT-COUNT.
           OPEN INPUT DOGEGLPK.
           IF GLPK-NOT-THERE
               PERFORM NOTE-GLPK-ABSENT
           ELSE
               OPEN OUTPUT GLPKOUT
               PERFORM READ-NEXT-GLPK
               PERFORM UNTIL GLPK-EOF
                   MOVE SPACES TO GLPK-FLAT-RECORD
                   MOVE GL-POSTED-KEY-ENTRY
                       TO GLPK-FLAT-RECORD(1:
                          LENGTH OF GL-POSTED-KEY-ENTRY)
                   WRITE GLPK-FLAT-RECORD
                   ADD 1 TO EXPORT-COUNT
                   PERFORM READ-NEXT-GLPK
               END-PERFORM
               CLOSE GLPKOUT
               CLOSE DOGEGLPK
               ADD 1 TO FILES-BACKED
               MOVE 'DOGEGLPK' TO MF-FILE
               SET MF-FILE-BACKED TO TRUE
               PERFORM WRITE-MANIFEST-ROW
           END-IF.
      *
       NOTE-GLPK-ABSENT.
           ADD 1 TO FILES-ABSENT.
           MOVE 'DOGEGLPK' TO MF-FILE.
           SET MF-FILE-ABSENT TO TRUE.
           PERFORM WRITE-MANIFEST-ROW.
      *
       READ-NEXT-GLPK.
           READ DOGEGLPK NEXT RECORD
               AT END SET GLPK-EOF TO TRUE
           END-READ.
      *
       WRITE-MANIFEST-ROW.
           MOVE EXPORT-COUNT TO MF-COUNT.
