      *///////////////////////////////////////////////////////////////
      * DOGE Coin CICS/KICKS Application
      * DOGEMASK:
      *   Masked test-data build. Reads one DOGEBKUP generation and
      *   the DOGEFBKP family generations that carry customer or
      *   operator detail, and writes masked copies in exactly the
      *   same flat shapes, so DOGERSTR and DOGEFRST load them into
      *   the test region's clusters the same way they would restore
      *   production (see DOGEMASK.jcl). Nothing real leaves:
      *     - every wallet address - TADDRSS, and the addresses on
      *       DOGEADDR, DOGEACTS, DOGEEXPR, DOGEDENY, DOGEPAYB,
      *       DOGESUSP, DOGEOUTB, DOGEDADR, DOGECPTA, DOGEVALT,
      *       DOGEPAYE, DOGEGRPS, DOGECASE, DOGEDEPX and DOGERFRG -
      *       becomes a fake one. The fake is keyed off the masking
      *       key on the SYSIN card, so the same real address becomes
      *       the same fake in every file and every row, and the
      *       links between files (a sub-account's wallet, a deposit
      *       address, a counterparty's addresses, the deny list, a
      *       payee's history) still join.
      *       It keeps the real one's prefix and version byte and
      *       passes DOGEABK's length, alphabet and version screen,
      *       but its checksum is made up - dogedcams.py will refuse
      *       to send to it, so no test run can pay anybody;
      *     - sub-account and counterparty names become 'SUB-ACCOUNT
      *       nnn' and 'COUNTERPARTY id';
      *     - operator userids become 'T' and seven keyed characters,
      *       again the same for the same operator everywhere -
      *       DOGEOPRS, the audit trail, deny-list, batch override,
      *       adjustment and reactivation stamps, the entitlement
      *       matrix, vault custodians and signers, and the hold,
      *       reservation, payee, case and refund stamps;
      *     - memo and free text has its letters scrambled. Digits,
      *       spaces and punctuation stand, and so do the fixed
      *       leads the batch jobs read back out of TMEMO - the
      *       ADJUST reason code, 'XFER TO/FROM nnn', a CHARGEBACK
      *       period, 'AP ref', 'RFND key reason', and the wholly
      *       system-written VAULT, NETWORK FEE, BLOCKED ORIGIN and
      *       UNMATCHED WALLET memos.
      *   Amounts, statuses, dates, account numbers, references and
      *   every key that is not itself an address or a userid pass
      *   through untouched, and DOGEVSAM's control records are not
      *   touched at all - the masked copy still ties under DOGEVRFY
      *   and DOGERECN, and row counts still tie to the production
      *   DOGEMANF manifest when DOGEFRST loads them. Family files
      *   with nothing to mask (DOGELIMS, DOGEUSGE, DOGERATE,
      *   DOGECBAL, DOGEFNDS, DOGECALN, DOGETXID, DOGEPRDS,
      *   DOGELOTS, DOGELOTD, DOGEGLMP, DOGECHGS, DOGEBUDG,
      *   DOGEFEST, DOGEANCH, DOGEGLPK) are loaded straight from
      *   their production generations. DOGECHLG is not carried
      *   into test at all - DOGEFRST never reloads it under ALL.
      *
      *   The run ends with a certificate for the security file:
      *   what was read, what was written, what was masked and how
      *   many of each, and the source set's manifest stamp. The
      *   masking key itself is never printed. A write failure, a
      *   short file or a fake that fails the address screen ends
      *   the run RC=8 and the copy must not be loaded.
      *
      * PARM CARD (SYSIN):
      *   cols 1-32  masking key - keep it out of the test region;
      *              the same key gives the same fakes build to build
      *
      * AUTHOR:
      *   Philip Young aka Soldier of FORTRAN
      *
      * 08/30/2020
      * License GPL v3
      *///////////////////////////////////////////////////////////////
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOGEMASK.
       AUTHOR. SOLDIER OF FORTRAN.
       INSTALLATION. DOGE BANK.
       DATE-WRITTEN. 08/30/20.
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOGEBKUP ASSIGN TO DOGEBKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-IN-STAT.
           SELECT BKUPOUT ASSIGN TO BKUPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ADDRIN ASSIGN TO ADDRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDR-IN-STAT.
           SELECT ADDROUT ASSIGN TO ADDROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ACTSIN ASSIGN TO ACTSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTS-IN-STAT.
           SELECT ACTSOUT ASSIGN TO ACTSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OPRSIN ASSIGN TO OPRSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRS-IN-STAT.
           SELECT OPRSOUT ASSIGN TO OPRSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT STOSIN ASSIGN TO STOSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOS-IN-STAT.
           SELECT STOSOUT ASSIGN TO STOSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT EXPRIN ASSIGN TO EXPRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPR-IN-STAT.
           SELECT EXPROUT ASSIGN TO EXPROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT AUDTIN ASSIGN TO AUDTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-IN-STAT.
           SELECT AUDTOUT ASSIGN TO AUDTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT DENYIN ASSIGN TO DENYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DENY-IN-STAT.
           SELECT DENYOUT ASSIGN TO DENYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PAYBIN ASSIGN TO PAYBIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYB-IN-STAT.
           SELECT PAYBOUT ASSIGN TO PAYBOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SUSPIN ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-IN-STAT.
           SELECT SUSPOUT ASSIGN TO SUSPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUTBIN ASSIGN TO OUTBIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTB-IN-STAT.
           SELECT OUTBOUT ASSIGN TO OUTBOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT DADRIN ASSIGN TO DADRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DADR-IN-STAT.
           SELECT DADROUT ASSIGN TO DADROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CPTYIN ASSIGN TO CPTYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPTY-IN-STAT.
           SELECT CPTYOUT ASSIGN TO CPTYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CPTAIN ASSIGN TO CPTAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPTA-IN-STAT.
           SELECT CPTAOUT ASSIGN TO CPTAOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT BREGIN ASSIGN TO BREGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREG-IN-STAT.
           SELECT BREGOUT ASSIGN TO BREGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ADJPIN ASSIGN TO ADJPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJP-IN-STAT.
           SELECT ADJPOUT ASSIGN TO ADJPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT STMAIN ASSIGN TO STMAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMA-IN-STAT.
           SELECT STMAOUT ASSIGN TO STMAOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HOLDIN ASSIGN TO HOLDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STAT.
           SELECT HOLDOUT ASSIGN TO HOLDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HLDPIN ASSIGN TO HLDPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDP-IN-STAT.
           SELECT HLDPOUT ASSIGN TO HLDPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RESVIN ASSIGN TO RESVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESV-IN-STAT.
           SELECT RESVOUT ASSIGN TO RESVOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT VALTIN ASSIGN TO VALTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALT-IN-STAT.
           SELECT VALTOUT ASSIGN TO VALTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT VREQIN ASSIGN TO VREQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VREQ-IN-STAT.
           SELECT VREQOUT ASSIGN TO VREQOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ENTLIN ASSIGN TO ENTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTL-IN-STAT.
           SELECT ENTLOUT ASSIGN TO ENTLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PAYEIN ASSIGN TO PAYEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYE-IN-STAT.
           SELECT PAYEOUT ASSIGN TO PAYEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT GRPSIN ASSIGN TO GRPSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPS-IN-STAT.
           SELECT GRPSOUT ASSIGN TO GRPSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CASEIN ASSIGN TO CASEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-IN-STAT.
           SELECT CASEOUT ASSIGN TO CASEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT DEPXIN ASSIGN TO DEPXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPX-IN-STAT.
           SELECT DEPXOUT ASSIGN TO DEPXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RFRGIN ASSIGN TO RFRGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFRG-IN-STAT.
           SELECT RFRGOUT ASSIGN TO RFRGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT DOGEMANF ASSIGN TO DOGEMANF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Flat DOGEBKUP copy of TRANSACTION - READ INTO and WRITE FROM
      * move it byte for byte, same as DOGERSTR.
       FD  DOGEBKUP
           RECORDING MODE IS F.
       01  BACKUP-TRANSACTION        PIC X(135).
       FD  BKUPOUT
           RECORDING MODE IS F.
       01  MASKED-TRANSACTION        PIC X(135).
       FD  ADDRIN
           RECORDING MODE IS F.
       01  ADDR-FLAT-RECORD        PIC X(200).
       FD  ADDROUT
           RECORDING MODE IS F.
       01  ADDR-MASKED-RECORD      PIC X(200).
       FD  ACTSIN
           RECORDING MODE IS F.
       01  ACTS-FLAT-RECORD        PIC X(200).
       FD  ACTSOUT
           RECORDING MODE IS F.
       01  ACTS-MASKED-RECORD      PIC X(200).
       FD  OPRSIN
           RECORDING MODE IS F.
       01  OPRS-FLAT-RECORD        PIC X(200).
       FD  OPRSOUT
           RECORDING MODE IS F.
       01  OPRS-MASKED-RECORD      PIC X(200).
       FD  STOSIN
           RECORDING MODE IS F.
       01  STOS-FLAT-RECORD        PIC X(200).
       FD  STOSOUT
           RECORDING MODE IS F.
       01  STOS-MASKED-RECORD      PIC X(200).
       FD  EXPRIN
           RECORDING MODE IS F.
       01  EXPR-FLAT-RECORD        PIC X(200).
       FD  EXPROUT
           RECORDING MODE IS F.
       01  EXPR-MASKED-RECORD      PIC X(200).
       FD  AUDTIN
           RECORDING MODE IS F.
       01  AUDT-FLAT-RECORD        PIC X(200).
       FD  AUDTOUT
           RECORDING MODE IS F.
       01  AUDT-MASKED-RECORD      PIC X(200).
       FD  DENYIN
           RECORDING MODE IS F.
       01  DENY-FLAT-RECORD        PIC X(200).
       FD  DENYOUT
           RECORDING MODE IS F.
       01  DENY-MASKED-RECORD      PIC X(200).
       FD  PAYBIN
           RECORDING MODE IS F.
       01  PAYB-FLAT-RECORD        PIC X(200).
       FD  PAYBOUT
           RECORDING MODE IS F.
       01  PAYB-MASKED-RECORD      PIC X(200).
       FD  SUSPIN
           RECORDING MODE IS F.
       01  SUSP-FLAT-RECORD        PIC X(200).
       FD  SUSPOUT
           RECORDING MODE IS F.
       01  SUSP-MASKED-RECORD      PIC X(200).
       FD  OUTBIN
           RECORDING MODE IS F.
       01  OUTB-FLAT-RECORD        PIC X(200).
       FD  OUTBOUT
           RECORDING MODE IS F.
       01  OUTB-MASKED-RECORD      PIC X(200).
       FD  DADRIN
           RECORDING MODE IS F.
       01  DADR-FLAT-RECORD        PIC X(200).
       FD  DADROUT
           RECORDING MODE IS F.
       01  DADR-MASKED-RECORD      PIC X(200).
       FD  CPTYIN
           RECORDING MODE IS F.
       01  CPTY-FLAT-RECORD        PIC X(200).
       FD  CPTYOUT
           RECORDING MODE IS F.
       01  CPTY-MASKED-RECORD      PIC X(200).
       FD  CPTAIN
           RECORDING MODE IS F.
       01  CPTA-FLAT-RECORD        PIC X(200).
       FD  CPTAOUT
           RECORDING MODE IS F.
       01  CPTA-MASKED-RECORD      PIC X(200).
       FD  BREGIN
           RECORDING MODE IS F.
       01  BREG-FLAT-RECORD        PIC X(200).
       FD  BREGOUT
           RECORDING MODE IS F.
       01  BREG-MASKED-RECORD      PIC X(200).
       FD  ADJPIN
           RECORDING MODE IS F.
       01  ADJP-FLAT-RECORD        PIC X(200).
       FD  ADJPOUT
           RECORDING MODE IS F.
       01  ADJP-MASKED-RECORD      PIC X(200).
       FD  STMAIN
           RECORDING MODE IS F.
       01  STMA-FLAT-RECORD        PIC X(200).
       FD  STMAOUT
           RECORDING MODE IS F.
       01  STMA-MASKED-RECORD      PIC X(200).
       FD  HOLDIN
           RECORDING MODE IS F.
       01  HOLD-FLAT-RECORD        PIC X(200).
       FD  HOLDOUT
           RECORDING MODE IS F.
       01  HOLD-MASKED-RECORD      PIC X(200).
       FD  HLDPIN
           RECORDING MODE IS F.
       01  HLDP-FLAT-RECORD        PIC X(200).
       FD  HLDPOUT
           RECORDING MODE IS F.
       01  HLDP-MASKED-RECORD      PIC X(200).
       FD  RESVIN
           RECORDING MODE IS F.
       01  RESV-FLAT-RECORD        PIC X(200).
       FD  RESVOUT
           RECORDING MODE IS F.
       01  RESV-MASKED-RECORD      PIC X(200).
       FD  VALTIN
           RECORDING MODE IS F.
       01  VALT-FLAT-RECORD        PIC X(400).
       FD  VALTOUT
           RECORDING MODE IS F.
       01  VALT-MASKED-RECORD      PIC X(400).
       FD  VREQIN
           RECORDING MODE IS F.
       01  VREQ-FLAT-RECORD        PIC X(200).
       FD  VREQOUT
           RECORDING MODE IS F.
       01  VREQ-MASKED-RECORD      PIC X(200).
       FD  ENTLIN
           RECORDING MODE IS F.
       01  ENTL-FLAT-RECORD        PIC X(200).
       FD  ENTLOUT
           RECORDING MODE IS F.
       01  ENTL-MASKED-RECORD      PIC X(200).
       FD  PAYEIN
           RECORDING MODE IS F.
       01  PAYE-FLAT-RECORD        PIC X(200).
       FD  PAYEOUT
           RECORDING MODE IS F.
       01  PAYE-MASKED-RECORD      PIC X(200).
       FD  GRPSIN
           RECORDING MODE IS F.
       01  GRPS-FLAT-RECORD        PIC X(400).
       FD  GRPSOUT
           RECORDING MODE IS F.
       01  GRPS-MASKED-RECORD      PIC X(400).
       FD  CASEIN
           RECORDING MODE IS F.
       01  CASE-FLAT-RECORD        PIC X(400).
       FD  CASEOUT
           RECORDING MODE IS F.
       01  CASE-MASKED-RECORD      PIC X(400).
       FD  DEPXIN
           RECORDING MODE IS F.
       01  DEPX-FLAT-RECORD        PIC X(200).
       FD  DEPXOUT
           RECORDING MODE IS F.
       01  DEPX-MASKED-RECORD      PIC X(200).
       FD  RFRGIN
           RECORDING MODE IS F.
       01  RFRG-FLAT-RECORD        PIC X(200).
       FD  RFRGOUT
           RECORDING MODE IS F.
       01  RFRG-MASKED-RECORD      PIC X(200).
       FD  DOGEMANF
           RECORDING MODE IS F.
       COPY MANFREC.
       WORKING-STORAGE SECTION.
       01  WS-BKUP-IN-STAT        PIC XX VALUE '00'.
           88  BKUP-IN-EOF               VALUE '10'.
           88  BKUP-IN-NOT-THERE         VALUE '35'.
       01  WS-ADDR-IN-STAT        PIC XX VALUE '00'.
           88  ADDR-IN-EOF               VALUE '10'.
           88  ADDR-IN-NOT-THERE         VALUE '35'.
       01  WS-ACTS-IN-STAT        PIC XX VALUE '00'.
           88  ACTS-IN-EOF               VALUE '10'.
           88  ACTS-IN-NOT-THERE         VALUE '35'.
       01  WS-OPRS-IN-STAT        PIC XX VALUE '00'.
           88  OPRS-IN-EOF               VALUE '10'.
           88  OPRS-IN-NOT-THERE         VALUE '35'.
       01  WS-STOS-IN-STAT        PIC XX VALUE '00'.
           88  STOS-IN-EOF               VALUE '10'.
           88  STOS-IN-NOT-THERE         VALUE '35'.
       01  WS-EXPR-IN-STAT        PIC XX VALUE '00'.
           88  EXPR-IN-EOF               VALUE '10'.
           88  EXPR-IN-NOT-THERE         VALUE '35'.
       01  WS-AUDT-IN-STAT        PIC XX VALUE '00'.
           88  AUDT-IN-EOF               VALUE '10'.
           88  AUDT-IN-NOT-THERE         VALUE '35'.
       01  WS-DENY-IN-STAT        PIC XX VALUE '00'.
           88  DENY-IN-EOF               VALUE '10'.
           88  DENY-IN-NOT-THERE         VALUE '35'.
       01  WS-PAYB-IN-STAT        PIC XX VALUE '00'.
           88  PAYB-IN-EOF               VALUE '10'.
           88  PAYB-IN-NOT-THERE         VALUE '35'.
       01  WS-SUSP-IN-STAT        PIC XX VALUE '00'.
           88  SUSP-IN-EOF               VALUE '10'.
           88  SUSP-IN-NOT-THERE         VALUE '35'.
       01  WS-OUTB-IN-STAT        PIC XX VALUE '00'.
           88  OUTB-IN-EOF               VALUE '10'.
           88  OUTB-IN-NOT-THERE         VALUE '35'.
       01  WS-DADR-IN-STAT        PIC XX VALUE '00'.
           88  DADR-IN-EOF               VALUE '10'.
           88  DADR-IN-NOT-THERE         VALUE '35'.
       01  WS-CPTY-IN-STAT        PIC XX VALUE '00'.
           88  CPTY-IN-EOF               VALUE '10'.
           88  CPTY-IN-NOT-THERE         VALUE '35'.
       01  WS-CPTA-IN-STAT        PIC XX VALUE '00'.
           88  CPTA-IN-EOF               VALUE '10'.
           88  CPTA-IN-NOT-THERE         VALUE '35'.
       01  WS-BREG-IN-STAT        PIC XX VALUE '00'.
           88  BREG-IN-EOF               VALUE '10'.
           88  BREG-IN-NOT-THERE         VALUE '35'.
       01  WS-ADJP-IN-STAT        PIC XX VALUE '00'.
           88  ADJP-IN-EOF               VALUE '10'.
           88  ADJP-IN-NOT-THERE         VALUE '35'.
       01  WS-STMA-IN-STAT        PIC XX VALUE '00'.
           88  STMA-IN-EOF               VALUE '10'.
           88  STMA-IN-NOT-THERE         VALUE '35'.
       01  WS-HOLD-IN-STAT        PIC XX VALUE '00'.
           88  HOLD-IN-EOF               VALUE '10'.
           88  HOLD-IN-NOT-THERE         VALUE '35'.
       01  WS-HLDP-IN-STAT        PIC XX VALUE '00'.
           88  HLDP-IN-EOF               VALUE '10'.
           88  HLDP-IN-NOT-THERE         VALUE '35'.
       01  WS-RESV-IN-STAT        PIC XX VALUE '00'.
           88  RESV-IN-EOF               VALUE '10'.
           88  RESV-IN-NOT-THERE         VALUE '35'.
       01  WS-VALT-IN-STAT        PIC XX VALUE '00'.
           88  VALT-IN-EOF               VALUE '10'.
           88  VALT-IN-NOT-THERE         VALUE '35'.
       01  WS-VREQ-IN-STAT        PIC XX VALUE '00'.
           88  VREQ-IN-EOF               VALUE '10'.
           88  VREQ-IN-NOT-THERE         VALUE '35'.
       01  WS-ENTL-IN-STAT        PIC XX VALUE '00'.
           88  ENTL-IN-EOF               VALUE '10'.
           88  ENTL-IN-NOT-THERE         VALUE '35'.
       01  WS-PAYE-IN-STAT        PIC XX VALUE '00'.
           88  PAYE-IN-EOF               VALUE '10'.
           88  PAYE-IN-NOT-THERE         VALUE '35'.
       01  WS-GRPS-IN-STAT        PIC XX VALUE '00'.
           88  GRPS-IN-EOF               VALUE '10'.
           88  GRPS-IN-NOT-THERE         VALUE '35'.
       01  WS-CASE-IN-STAT        PIC XX VALUE '00'.
           88  CASE-IN-EOF               VALUE '10'.
           88  CASE-IN-NOT-THERE         VALUE '35'.
       01  WS-DEPX-IN-STAT        PIC XX VALUE '00'.
           88  DEPX-IN-EOF               VALUE '10'.
           88  DEPX-IN-NOT-THERE         VALUE '35'.
       01  WS-RFRG-IN-STAT        PIC XX VALUE '00'.
           88  RFRG-IN-EOF               VALUE '10'.
           88  RFRG-IN-NOT-THERE         VALUE '35'.
       01  WS-OUT-STATUS          PIC XX VALUE '00'.
           88  OUT-OK                    VALUE '00'.
       01  WS-MANF-STATUS         PIC XX VALUE '00'.
           88  MANF-EOF                  VALUE '10'.
           88  MANF-NOT-THERE            VALUE '35'.
       01  WS-TODAY               PIC 9(8).
       01  WS-TIME-OF-DAY         PIC 9(8).
       01  FILLER REDEFINES WS-TIME-OF-DAY.
           05  WS-TOD-HHMMSS      PIC 9(6).
           05  FILLER             PIC 9(2).
       01  MASK-PARM-CARD.
           05  PARM-MASK-KEY      PIC X(32).
           05  FILLER             PIC X(48).
      * The records being masked - each file's copybook, read INTO
      * off the flat export and written back FROM once masked.
       COPY TRANXREC.
       COPY ADDRBOOK.
       COPY ACCTDIR.
       COPY OPRAUTH.
       COPY STORDREC.
       COPY EXPRREC.
       COPY AUDTREC.
       COPY DENYREC.
       COPY PAYBREC.
       COPY SUSPREC.
       COPY OUTBXREC.
       COPY DEPADREC.
       COPY CPTYREC.
       COPY CPADRREC.
       COPY BREGREC.
       COPY ADJPREC.
       COPY STMARREC.
       COPY HOLDREC.
       COPY HLDPREC.
       COPY RESVREC.
       COPY VAULTREC.
       COPY VREQREC.
       COPY ENTLREC.
       COPY PAYEREC.
       COPY GRPSREC.
       COPY CASEREC.
       COPY DEPXREC.
       COPY RFNDREC.
       01  CONTROL-KEY-THRESHOLD  PIC 9(10) VALUE 0000100000.
       01  SENTINEL-NUM           PIC 9(10) VALUE 9999999999.
      * The keyed hash the fakes come from - six lanes, each a
      * running
      *     lane = (lane * multiplier + byte value + 1) mod prime
      * over a kind byte, the masking key, the real value and a
      * tail of spaces that spreads a one-character difference
      * through every lane. Byte values come off the halfword
      * REDEFINES, same as AUDTCHN's.
       01  MASK-LANE-CONSTANTS.
           05  FILLER             PIC 9(8)  VALUE 00000131.
           05  FILLER             PIC 9(10) VALUE 9999999851.
           05  FILLER             PIC 9(8)  VALUE 00065537.
           05  FILLER             PIC 9(10) VALUE 9999999833.
           05  FILLER             PIC 9(8)  VALUE 00786433.
           05  FILLER             PIC 9(10) VALUE 9999999817.
           05  FILLER             PIC 9(8)  VALUE 01313131.
           05  FILLER             PIC 9(10) VALUE 9999999787.
           05  FILLER             PIC 9(8)  VALUE 00999983.
           05  FILLER             PIC 9(10) VALUE 9999999781.
           05  FILLER             PIC 9(8)  VALUE 00524287.
           05  FILLER             PIC 9(10) VALUE 9999999769.
       01  FILLER REDEFINES MASK-LANE-CONSTANTS.
           05  MASK-LANE-CONSTANT OCCURS 6 TIMES.
               10  MASK-MULTIPLIER PIC 9(8).
               10  MASK-MODULUS   PIC 9(10).
       01  MASK-HASH.
           05  MASK-LANE          PIC 9(10) OCCURS 6 TIMES.
       01  MASK-HASH-INPUT.
           05  MASK-HASH-KIND     PIC X.
               88  HASHING-ADDRESS        VALUE 'A'.
               88  HASHING-USERID         VALUE 'U'.
               88  HASHING-SCRAMBLE-SEED  VALUE 'M'.
           05  MASK-HASH-KEY      PIC X(32).
           05  MASK-HASH-VALUE    PIC X(34).
           05  FILLER             PIC X(16) VALUE SPACES.
       01  MASK-HASH-LEN          PIC 9(3) BINARY VALUE 83.
       01  MASK-POS               PIC 9(3) BINARY.
       01  MASK-LANE-IDX          PIC 9(1) BINARY.
       01  MASK-PRODUCT           PIC 9(18) BINARY.
       01  MASK-QUOTIENT          PIC 9(18) BINARY.
       01  MASK-BYTE-HALFWORD.
           05  FILLER             PIC X VALUE LOW-VALUE.
           05  MASK-BYTE          PIC X.
       01  MASK-BYTE-VALUE REDEFINES MASK-BYTE-HALFWORD
                                  PIC 9(4) BINARY.
      * Fake address build - a 25-byte payload (version byte, then
      * twenty-four keyed bytes standing in for the key hash and the
      * checksum) Base58-encoded to 34 characters, and decoded again
      * the way DOGEABK screens an address before it is used.
       01  BASE58-ALPHABET-PARTS.
           05  FILLER PIC X(29) VALUE '123456789ABCDEFGHJKLMNPQRSTUV'.
           05  FILLER PIC X(29) VALUE 'WXYZabcdefghijkmnopqrstuvwxyz'.
       01  BASE58-ALPHABET REDEFINES BASE58-ALPHABET-PARTS PIC X(58).
       01  MASK-ADDRESS           PIC X(34).
       01  FAKE-ADDRESS           PIC X(34).
       01  FAKE-CHECK-FLAG        PIC X VALUE 'Y'.
           88  FAKE-IS-VALID             VALUE 'Y'.
           88  FAKE-IS-INVALID           VALUE 'N'.
       01  B58-CHAR-IDX           PIC 9(3) COMP.
       01  B58-ALPHA-IDX          PIC 9(3) COMP.
       01  B58-CHAR-VALUE         PIC S9(3) COMP.
       01  B58-BYTE-IDX           PIC 9(3) COMP.
       01  B58-WORK               PIC 9(7) COMP.
       01  B58-CARRY              PIC 9(7) COMP.
       01  B58-PAYLOAD.
           05  B58-BYTE OCCURS 25 TIMES PIC 9(3) COMP.
       01  B58-VERSION-WANTED     PIC 9(3) COMP.
       01  LANE-WORK              PIC 9(10).
       01  LANE-QUOTIENT          PIC 9(10).
      * Fake userids - 'T' and seven characters off the first two
      * lanes.
       01  USERID-SYMBOLS         PIC X(36)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  MASK-USERID            PIC X(8).
       01  CUSTODIAN-IDX          PIC 9(1) BINARY.
       01  MASK-DIGIT             PIC 9(3) COMP.
      * Letter scramble - a Lehmer generator seeded off the masking
      * key, one draw per letter.
       01  UPPER-LETTERS          PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  LOWER-LETTERS          PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  SCRAMBLE-SEED          PIC 9(10) BINARY.
       01  SCRAMBLE-PRODUCT       PIC 9(18) BINARY.
       01  SCRAMBLE-QUOTIENT      PIC 9(18) BINARY.
       01  SCRAMBLE-LETTER        PIC 9(3) COMP.
       01  MASK-TEXT              PIC X(120).
       01  MASK-CHAR              PIC X.
       01  SCRAMBLE-FROM          PIC 9(3) BINARY.
       01  SCRAMBLE-LAST          PIC 9(3) BINARY.
       01  TEXT-CHANGE-FLAG       PIC X VALUE 'N'.
           88  TEXT-CHANGED              VALUE 'Y'.
           88  TEXT-UNCHANGED            VALUE 'N'.
      * Certificate - one row per file taken in, and the tallies.
       01  CERTIFICATE-TABLE.
           05  CERT-ROW OCCURS 30 TIMES.
               10  CR-FILE        PIC X(8).
               10  CR-STATE       PIC X(6).
               10  CR-READ        PIC 9(7).
               10  CR-WRITTEN     PIC 9(7).
       01  CERT-COUNT             PIC 9(3) VALUE ZERO.
       01  CERT-IDX               PIC 9(3).
       01  CERT-FILE-WANTED       PIC X(8).
       01  FILE-STATE-FLAG        PIC X VALUE 'M'.
           88  FILE-WAS-MASKED           VALUE 'M'.
           88  FILE-WAS-ABSENT           VALUE 'A'.
       01  FILE-READ-COUNT        PIC 9(7).
       01  FILE-WRITE-COUNT       PIC 9(7).
       01  FILES-MASKED           PIC 9(3) VALUE ZERO.
       01  ADDRESSES-MASKED       PIC 9(7) VALUE ZERO.
       01  NAMES-MASKED           PIC 9(7) VALUE ZERO.
       01  MEMOS-MASKED           PIC 9(7) VALUE ZERO.
       01  USERIDS-MASKED         PIC 9(7) VALUE ZERO.
       01  CONTROL-RECORDS-KEPT   PIC 9(7) VALUE ZERO.
       01  FAKES-REJECTED         PIC 9(7) VALUE ZERO.
       01  SOURCE-SET-DATE        PIC X(8) VALUE SPACES.
       01  SOURCE-SET-TIME        PIC X(6) VALUE SPACES.
       01  MASK-FAIL-FLAG         PIC X VALUE 'N'.
           88  MASK-FAILED               VALUE 'Y'.
           88  MASK-CLEAN                VALUE 'N'.
       PROCEDURE DIVISION.
       00000-MAIN.
           ACCEPT MASK-PARM-CARD FROM SYSIN.
      *    No key, no run - a blank key would make every fake the
      *    same for anyone who has this program.
           IF PARM-MASK-KEY EQUAL TO SPACES
               DISPLAY 'DOGEMASK - NO MASKING KEY ON SYSIN - REFUSING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           PERFORM SEED-SCRAMBLE.
           PERFORM READ-SOURCE-MANIFEST.
           PERFORM MASK-BKUP-FILE.
           PERFORM MASK-ADDR-FILE.
           PERFORM MASK-ACTS-FILE.
           PERFORM MASK-OPRS-FILE.
           PERFORM MASK-STOS-FILE.
           PERFORM MASK-EXPR-FILE.
           PERFORM MASK-AUDT-FILE.
           PERFORM MASK-DENY-FILE.
           PERFORM MASK-PAYB-FILE.
           PERFORM MASK-SUSP-FILE.
           PERFORM MASK-OUTB-FILE.
           PERFORM MASK-DADR-FILE.
           PERFORM MASK-CPTY-FILE.
           PERFORM MASK-CPTA-FILE.
           PERFORM MASK-BREG-FILE.
           PERFORM MASK-ADJP-FILE.
           PERFORM MASK-STMA-FILE.
           PERFORM MASK-HOLD-FILE.
           PERFORM MASK-HLDP-FILE.
           PERFORM MASK-RESV-FILE.
           PERFORM MASK-VALT-FILE.
           PERFORM MASK-VREQ-FILE.
           PERFORM MASK-ENTL-FILE.
           PERFORM MASK-PAYE-FILE.
           PERFORM MASK-GRPS-FILE.
           PERFORM MASK-CASE-FILE.
           PERFORM MASK-DEPX-FILE.
           PERFORM MASK-RFRG-FILE.
           PERFORM PRINT-MASK-CERTIFICATE.
           STOP RUN.
      *
       READ-SOURCE-MANIFEST.
      *    Only for the certificate - the SET stamp names the vintage
      *    the copy was built from. DOGEFRST proves the counts.
           OPEN INPUT DOGEMANF.
           IF NOT MANF-NOT-THERE
               PERFORM READ-NEXT-MANIFEST-ROW
               PERFORM UNTIL MANF-EOF
                   IF MF-FILE EQUAL TO 'SET     '
                       MOVE MF-DATE TO SOURCE-SET-DATE
                       MOVE MF-TIME TO SOURCE-SET-TIME
                   END-IF
                   PERFORM READ-NEXT-MANIFEST-ROW
               END-PERFORM
               CLOSE DOGEMANF
           END-IF.
      *
       READ-NEXT-MANIFEST-ROW.
           READ DOGEMANF
               AT END SET MANF-EOF TO TRUE
           END-READ.
      *
       MASK-BKUP-FILE.
      *    DOGEVSAM is the one file a test region cannot do without,
      *    so a missing backup fails the build.
           MOVE 'DOGEVSAM' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT DOGEBKUP.
           IF BKUP-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
               SET MASK-FAILED TO TRUE
               DISPLAY 'DOGEMASK - NO DOGEBKUP GENERATION TO MASK'
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT BKUPOUT
               PERFORM MASK-ONE-TRANSACTION
                   UNTIL BKUP-IN-EOF
               CLOSE BKUPOUT
               CLOSE DOGEBKUP
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-TRANSACTION.
      *    Control records - balance, pending, dup-check and the
      *    sentinel - are always small keys, same threshold DOGERECN
      *    and DOGERSTR use, and go across exactly as they are.
           READ DOGEBKUP INTO TRANSACTION
               AT END SET BKUP-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   IF NUM-DATE NOT LESS THAN CONTROL-KEY-THRESHOLD
                      AND NUM-DATE NOT EQUAL TO SENTINEL-NUM
                       PERFORM MASK-TRANSACTION-FIELDS
                   ELSE
                       ADD 1 TO CONTROL-RECORDS-KEPT
                   END-IF
                   WRITE MASKED-TRANSACTION FROM TRANSACTION
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-TRANSACTION-FIELDS.
           MOVE TADDRSS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO TADDRSS.
      *    The batch jobs read fixed leads back out of TMEMO, so those
      *    stand and only what follows them is scrambled: the ADJUST
      *    reason code (DOGEGLIF), 'XFER TO/FROM nnn ' and a whole
      *    'CHARGEBACK yyyymm' tag (DOGECHBK), 'AP ' and the payable
      *    reference (DOGECONF), 'RFND key reason '. VAULT, NETWORK
      *    FEE, BLOCKED ORIGIN and UNMATCHED WALLET memos are written
      *    by the system alone (DOGEWRKQ reads the last) and hold
      *    nothing to hide.
           MOVE SPACES TO MASK-TEXT.
           MOVE TMEMO TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 40 TO SCRAMBLE-LAST.
           IF TLABEL EQUAL TO 'ADJUST'
               MOVE 6 TO SCRAMBLE-FROM
           ELSE
           IF TMEMO(1:8) EQUAL TO 'XFER TO '
               IF TMEMO(13:11) EQUAL TO 'CHARGEBACK '
                   MOVE 41 TO SCRAMBLE-FROM
               ELSE
                   MOVE 13 TO SCRAMBLE-FROM
               END-IF
           ELSE
           IF TMEMO(1:10) EQUAL TO 'XFER FROM '
               IF TMEMO(15:11) EQUAL TO 'CHARGEBACK '
                   MOVE 41 TO SCRAMBLE-FROM
               ELSE
                   MOVE 15 TO SCRAMBLE-FROM
               END-IF
           ELSE
           IF TMEMO(1:3) EQUAL TO 'AP '
               MOVE 15 TO SCRAMBLE-FROM
           ELSE
           IF TMEMO(1:5) EQUAL TO 'RFND '
               MOVE 24 TO SCRAMBLE-FROM
           ELSE
           IF TMEMO(1:6) EQUAL TO 'VAULT '
              OR TMEMO(1:11) EQUAL TO 'NETWORK FEE'
              OR TMEMO(1:14) EQUAL TO 'BLOCKED ORIGIN'
              OR TMEMO(1:16) EQUAL TO 'UNMATCHED WALLET'
               MOVE 41 TO SCRAMBLE-FROM.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:40) TO TMEMO.
      *
       MASK-ADDR-FILE.
           MOVE 'DOGEADDR' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT ADDRIN.
           IF ADDR-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT ADDROUT
               PERFORM MASK-ONE-ADDR
                   UNTIL ADDR-IN-EOF
               CLOSE ADDROUT
               CLOSE ADDRIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-ADDR.
           READ ADDRIN INTO ADDRESS-BOOK-ENTRY
               AT END SET ADDR-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-ADDR-FIELDS
                   WRITE ADDR-MASKED-RECORD FROM ADDRESS-BOOK-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-ACTS-FILE.
           MOVE 'DOGEACTS' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT ACTSIN.
           IF ACTS-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT ACTSOUT
               PERFORM MASK-ONE-ACTS
                   UNTIL ACTS-IN-EOF
               CLOSE ACTSOUT
               CLOSE ACTSIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-ACTS.
           READ ACTSIN INTO ACCOUNT-DIRECTORY-ENTRY
               AT END SET ACTS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-ACTS-FIELDS
                   WRITE ACTS-MASKED-RECORD FROM ACCOUNT-DIRECTORY-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-OPRS-FILE.
           MOVE 'DOGEOPRS' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT OPRSIN.
           IF OPRS-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT OPRSOUT
               PERFORM MASK-ONE-OPRS
                   UNTIL OPRS-IN-EOF
               CLOSE OPRSOUT
               CLOSE OPRSIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-OPRS.
           READ OPRSIN INTO OPERATOR-AUTH-ENTRY
               AT END SET OPRS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-OPRS-FIELDS
                   WRITE OPRS-MASKED-RECORD FROM OPERATOR-AUTH-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-STOS-FILE.
           MOVE 'DOGESTOS' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT STOSIN.
           IF STOS-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT STOSOUT
               PERFORM MASK-ONE-STOS
                   UNTIL STOS-IN-EOF
               CLOSE STOSOUT
               CLOSE STOSIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-STOS.
           READ STOSIN INTO STANDING-ORDER-ENTRY
               AT END SET STOS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-STOS-FIELDS
                   WRITE STOS-MASKED-RECORD FROM STANDING-ORDER-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-EXPR-FILE.
           MOVE 'DOGEEXPR' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT EXPRIN.
           IF EXPR-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT EXPROUT
               PERFORM MASK-ONE-EXPR
                   UNTIL EXPR-IN-EOF
               CLOSE EXPROUT
               CLOSE EXPRIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-EXPR.
           READ EXPRIN INTO EXPECTED-RECEIPT-ENTRY
               AT END SET EXPR-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-EXPR-FIELDS
                   WRITE EXPR-MASKED-RECORD FROM EXPECTED-RECEIPT-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-AUDT-FILE.
           MOVE 'DOGEAUDT' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT AUDTIN.
           IF AUDT-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT AUDTOUT
               PERFORM MASK-ONE-AUDT
                   UNTIL AUDT-IN-EOF
               CLOSE AUDTOUT
               CLOSE AUDTIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-AUDT.
           READ AUDTIN INTO AUDIT-ENTRY
               AT END SET AUDT-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-AUDT-FIELDS
                   WRITE AUDT-MASKED-RECORD FROM AUDIT-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-DENY-FILE.
           MOVE 'DOGEDENY' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT DENYIN.
           IF DENY-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT DENYOUT
               PERFORM MASK-ONE-DENY
                   UNTIL DENY-IN-EOF
               CLOSE DENYOUT
               CLOSE DENYIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-DENY.
           READ DENYIN INTO DENY-LIST-ENTRY
               AT END SET DENY-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-DENY-FIELDS
                   WRITE DENY-MASKED-RECORD FROM DENY-LIST-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-PAYB-FILE.
           MOVE 'DOGEPAYB' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT PAYBIN.
           IF PAYB-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT PAYBOUT
               PERFORM MASK-ONE-PAYB
                   UNTIL PAYB-IN-EOF
               CLOSE PAYBOUT
               CLOSE PAYBIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-PAYB.
           READ PAYBIN INTO PAYABLE-ENTRY
               AT END SET PAYB-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-PAYB-FIELDS
                   WRITE PAYB-MASKED-RECORD FROM PAYABLE-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-SUSP-FILE.
           MOVE 'DOGESUSP' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT SUSPIN.
           IF SUSP-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT SUSPOUT
               PERFORM MASK-ONE-SUSP
                   UNTIL SUSP-IN-EOF
               CLOSE SUSPOUT
               CLOSE SUSPIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-SUSP.
           READ SUSPIN INTO SUSPENSE-ENTRY
               AT END SET SUSP-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-SUSP-FIELDS
                   WRITE SUSP-MASKED-RECORD FROM SUSPENSE-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-OUTB-FILE.
           MOVE 'DOGEOUTB' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT OUTBIN.
           IF OUTB-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT OUTBOUT
               PERFORM MASK-ONE-OUTB
                   UNTIL OUTB-IN-EOF
               CLOSE OUTBOUT
               CLOSE OUTBIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-OUTB.
           READ OUTBIN INTO OUTBOX-ENTRY
               AT END SET OUTB-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-OUTB-FIELDS
                   WRITE OUTB-MASKED-RECORD FROM OUTBOX-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-DADR-FILE.
           MOVE 'DOGEDADR' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT DADRIN.
           IF DADR-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT DADROUT
               PERFORM MASK-ONE-DADR
                   UNTIL DADR-IN-EOF
               CLOSE DADROUT
               CLOSE DADRIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-DADR.
           READ DADRIN INTO DEPOSIT-ADDRESS-ENTRY
               AT END SET DADR-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-DADR-FIELDS
                   WRITE DADR-MASKED-RECORD FROM DEPOSIT-ADDRESS-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-CPTY-FILE.
           MOVE 'DOGECPTY' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT CPTYIN.
           IF CPTY-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT CPTYOUT
               PERFORM MASK-ONE-CPTY
                   UNTIL CPTY-IN-EOF
               CLOSE CPTYOUT
               CLOSE CPTYIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-CPTY.
           READ CPTYIN INTO COUNTERPARTY-ENTRY
               AT END SET CPTY-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-CPTY-FIELDS
                   WRITE CPTY-MASKED-RECORD FROM COUNTERPARTY-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-CPTA-FILE.
           MOVE 'DOGECPTA' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT CPTAIN.
           IF CPTA-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT CPTAOUT
               PERFORM MASK-ONE-CPTA
                   UNTIL CPTA-IN-EOF
               CLOSE CPTAOUT
               CLOSE CPTAIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-CPTA.
           READ CPTAIN
               INTO COUNTERPARTY-ADDRESS-LINK
               AT END SET CPTA-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-CPTA-FIELDS
                   WRITE CPTA-MASKED-RECORD
                       FROM COUNTERPARTY-ADDRESS-LINK
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-BREG-FILE.
           MOVE 'DOGEBREG' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT BREGIN.
           IF BREG-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT BREGOUT
               PERFORM MASK-ONE-BREG
                   UNTIL BREG-IN-EOF
               CLOSE BREGOUT
               CLOSE BREGIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-BREG.
           READ BREGIN INTO BATCH-REGISTRY-ENTRY
               AT END SET BREG-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-BREG-FIELDS
                   WRITE BREG-MASKED-RECORD FROM BATCH-REGISTRY-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-ADJP-FILE.
           MOVE 'DOGEADJP' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT ADJPIN.
           IF ADJP-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT ADJPOUT
               PERFORM MASK-ONE-ADJP
                   UNTIL ADJP-IN-EOF
               CLOSE ADJPOUT
               CLOSE ADJPIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-ADJP.
           READ ADJPIN
               INTO ADJUSTMENT-PENDING-CHANGE
               AT END SET ADJP-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-ADJP-FIELDS
                   WRITE ADJP-MASKED-RECORD
                       FROM ADJUSTMENT-PENDING-CHANGE
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-STMA-FILE.
           MOVE 'DOGESTMA' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT STMAIN.
           IF STMA-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT STMAOUT
               PERFORM MASK-ONE-STMA
                   UNTIL STMA-IN-EOF
               CLOSE STMAOUT
               CLOSE STMAIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-STMA.
           READ STMAIN INTO STATEMENT-ARCHIVE-ENTRY
               AT END SET STMA-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-STMA-FIELDS
                   WRITE STMA-MASKED-RECORD FROM STATEMENT-ARCHIVE-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-HOLD-FILE.
           MOVE 'DOGEHOLD' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT HOLDIN.
           IF HOLD-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT HOLDOUT
               PERFORM MASK-ONE-HOLD
                   UNTIL HOLD-IN-EOF
               CLOSE HOLDOUT
               CLOSE HOLDIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-HOLD.
           READ HOLDIN INTO ACCOUNT-HOLD-ENTRY
               AT END SET HOLD-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-HOLD-FIELDS
                   WRITE HOLD-MASKED-RECORD FROM ACCOUNT-HOLD-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-HLDP-FILE.
           MOVE 'DOGEHLDP' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT HLDPIN.
           IF HLDP-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT HLDPOUT
               PERFORM MASK-ONE-HLDP
                   UNTIL HLDP-IN-EOF
               CLOSE HLDPOUT
               CLOSE HLDPIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-HLDP.
           READ HLDPIN INTO HOLD-PENDING-CHANGE
               AT END SET HLDP-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-HLDP-FIELDS
                   WRITE HLDP-MASKED-RECORD FROM HOLD-PENDING-CHANGE
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-RESV-FILE.
           MOVE 'DOGERESV' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT RESVIN.
           IF RESV-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT RESVOUT
               PERFORM MASK-ONE-RESV
                   UNTIL RESV-IN-EOF
               CLOSE RESVOUT
               CLOSE RESVIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-RESV.
           READ RESVIN INTO FUNDS-RESERVATION-ENTRY
               AT END SET RESV-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-RESV-FIELDS
                   WRITE RESV-MASKED-RECORD FROM FUNDS-RESERVATION-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-VALT-FILE.
           MOVE 'DOGEVALT' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT VALTIN.
           IF VALT-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT VALTOUT
               PERFORM MASK-ONE-VALT
                   UNTIL VALT-IN-EOF
               CLOSE VALTOUT
               CLOSE VALTIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-VALT.
           READ VALTIN INTO VAULT-ENTRY
               AT END SET VALT-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-VALT-FIELDS
                   WRITE VALT-MASKED-RECORD FROM VAULT-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-VREQ-FILE.
           MOVE 'DOGEVREQ' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT VREQIN.
           IF VREQ-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT VREQOUT
               PERFORM MASK-ONE-VREQ
                   UNTIL VREQ-IN-EOF
               CLOSE VREQOUT
               CLOSE VREQIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-VREQ.
           READ VREQIN INTO VAULT-REQUEST-ENTRY
               AT END SET VREQ-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-VREQ-FIELDS
                   WRITE VREQ-MASKED-RECORD FROM VAULT-REQUEST-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-ENTL-FILE.
           MOVE 'DOGEENTL' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT ENTLIN.
           IF ENTL-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT ENTLOUT
               PERFORM MASK-ONE-ENTL
                   UNTIL ENTL-IN-EOF
               CLOSE ENTLOUT
               CLOSE ENTLIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-ENTL.
           READ ENTLIN INTO ENTITLEMENT-ENTRY
               AT END SET ENTL-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-ENTL-FIELDS
                   WRITE ENTL-MASKED-RECORD FROM ENTITLEMENT-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-PAYE-FILE.
           MOVE 'DOGEPAYE' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT PAYEIN.
           IF PAYE-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT PAYEOUT
               PERFORM MASK-ONE-PAYE
                   UNTIL PAYE-IN-EOF
               CLOSE PAYEOUT
               CLOSE PAYEIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-PAYE.
           READ PAYEIN INTO PAYEE-ENTRY
               AT END SET PAYE-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-PAYE-FIELDS
                   WRITE PAYE-MASKED-RECORD FROM PAYEE-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-GRPS-FILE.
           MOVE 'DOGEGRPS' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT GRPSIN.
           IF GRPS-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT GRPSOUT
               PERFORM MASK-ONE-GRPS
                   UNTIL GRPS-IN-EOF
               CLOSE GRPSOUT
               CLOSE GRPSIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-GRPS.
           READ GRPSIN INTO SEND-GROUP-ENTRY
               AT END SET GRPS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-GRPS-FIELDS
                   WRITE GRPS-MASKED-RECORD FROM SEND-GROUP-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-CASE-FILE.
           MOVE 'DOGECASE' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT CASEIN.
           IF CASE-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT CASEOUT
               PERFORM MASK-ONE-CASE
                   UNTIL CASE-IN-EOF
               CLOSE CASEOUT
               CLOSE CASEIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-CASE.
           READ CASEIN INTO CASE-ENTRY
               AT END SET CASE-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-CASE-FIELDS
                   WRITE CASE-MASKED-RECORD FROM CASE-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-DEPX-FILE.
           MOVE 'DOGEDEPX' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT DEPXIN.
           IF DEPX-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT DEPXOUT
               PERFORM MASK-ONE-DEPX
                   UNTIL DEPX-IN-EOF
               CLOSE DEPXOUT
               CLOSE DEPXIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-DEPX.
           READ DEPXIN INTO DEPOSIT-XREF-ENTRY
               AT END SET DEPX-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-DEPX-FIELDS
                   WRITE DEPX-MASKED-RECORD FROM DEPOSIT-XREF-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-RFRG-FILE.
           MOVE 'DOGERFRG' TO CERT-FILE-WANTED.
           MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT.
           OPEN INPUT RFRGIN.
           IF RFRG-IN-NOT-THERE
               SET FILE-WAS-ABSENT TO TRUE
           ELSE
               SET FILE-WAS-MASKED TO TRUE
               OPEN OUTPUT RFRGOUT
               PERFORM MASK-ONE-RFRG
                   UNTIL RFRG-IN-EOF
               CLOSE RFRGOUT
               CLOSE RFRGIN
           END-IF.
           PERFORM NOTE-FILE-RESULT.
      *
       MASK-ONE-RFRG.
           READ RFRGIN INTO REFUND-REGISTER-ENTRY
               AT END SET RFRG-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FILE-READ-COUNT
                   PERFORM MASK-RFRG-FIELDS
                   WRITE RFRG-MASKED-RECORD FROM REFUND-REGISTER-ENTRY
                   PERFORM CHECK-MASKED-WRITE
           END-READ.
      *
       MASK-ADDR-FIELDS.
      *    The label is the key and what standing orders pay by -
      *    it stays; the address it names does not.
           MOVE AB-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO AB-ADDRESS.
      *
       MASK-ACTS-FIELDS.
           IF AD-NAME NOT EQUAL TO SPACES
               MOVE SPACES TO AD-NAME
               STRING 'SUB-ACCOUNT ' AD-ACCT-NUM
                   DELIMITED BY SIZE INTO AD-NAME
               ADD 1 TO NAMES-MASKED
           END-IF.
           MOVE AD-WALLET-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO AD-WALLET-ADDRESS.
           MOVE AD-REACTIVATED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO AD-REACTIVATED-BY.
      *
       MASK-OPRS-FIELDS.
           MOVE OPR-USERID TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO OPR-USERID.
      *
       MASK-STOS-FIELDS.
           MOVE SPACES TO MASK-TEXT.
           MOVE SO-MEMO TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 40 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:40) TO SO-MEMO.
      *
       MASK-EXPR-FIELDS.
           MOVE ER-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO ER-ADDRESS.
      *
       MASK-AUDT-FIELDS.
           MOVE AUDT-USER-ID TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO AUDT-USER-ID.
           MOVE SPACES TO MASK-TEXT.
           MOVE AUDT-TEXT TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 38 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:38) TO AUDT-TEXT.
      *
       MASK-DENY-FIELDS.
      *    The address is the key - the masked copy comes out of key
      *    order, which is why DOGEFRST loads this file by key.
           MOVE DN-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO DN-ADDRESS.
           MOVE DN-LISTED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO DN-LISTED-BY.
      *
       MASK-PAYB-FIELDS.
           MOVE PB-PAYEE TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO PB-PAYEE.
           MOVE SPACES TO MASK-TEXT.
           MOVE PB-MEMO TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 20 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:20) TO PB-MEMO.
      *
       MASK-SUSP-FIELDS.
           MOVE SUS-MSG-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO SUS-MSG-ADDRESS.
           MOVE SUS-ROW-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO SUS-ROW-ADDRESS.
      *
       MASK-OUTB-FIELDS.
           MOVE OB-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO OB-ADDRESS.
      *
       MASK-DADR-FIELDS.
           MOVE DA-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO DA-ADDRESS.
      *
       MASK-CPTY-FIELDS.
           IF CP-NAME NOT EQUAL TO SPACES
               MOVE SPACES TO CP-NAME
               STRING 'COUNTERPARTY ' CP-ID
                   DELIMITED BY SIZE INTO CP-NAME
               ADD 1 TO NAMES-MASKED
           END-IF.
      *
       MASK-CPTA-FIELDS.
           MOVE CA-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO CA-ADDRESS.
      *
       MASK-BREG-FIELDS.
           MOVE BR-OVERRIDE-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO BR-OVERRIDE-BY.
      *
       MASK-ADJP-FIELDS.
           MOVE SPACES TO MASK-TEXT.
           MOVE ADP-MEMO TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 40 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:40) TO ADP-MEMO.
           MOVE ADP-REQUESTED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO ADP-REQUESTED-BY.
      *
       MASK-STMA-FIELDS.
      *    An archived statement line is print - names, addresses and
      *    memos run together - so every letter on it goes.
           MOVE SA-LINE-TEXT TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 120 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT TO SA-LINE-TEXT.
      *
       MASK-HOLD-FIELDS.
           MOVE SPACES TO MASK-TEXT.
           MOVE HL-REASON TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 20 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:20) TO HL-REASON.
           MOVE HL-PLACED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO HL-PLACED-BY.
           MOVE HL-PLACED-CONFIRM TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO HL-PLACED-CONFIRM.
           MOVE HL-LIFTED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO HL-LIFTED-BY.
           MOVE HL-LIFTED-CONFIRM TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO HL-LIFTED-CONFIRM.
      *
       MASK-HLDP-FIELDS.
           MOVE SPACES TO MASK-TEXT.
           MOVE HP-REASON TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 20 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:20) TO HP-REASON.
           MOVE HP-REQUESTED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO HP-REQUESTED-BY.
      *
       MASK-RESV-FIELDS.
           MOVE SPACES TO MASK-TEXT.
           MOVE RV-MEMO TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 20 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:20) TO RV-MEMO.
           MOVE RV-CREATED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO RV-CREATED-BY.
           MOVE RV-CLOSED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO RV-CLOSED-BY.
      *
       MASK-VALT-FIELDS.
           MOVE VT-COLD-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO VT-COLD-ADDRESS.
           MOVE VT-OPENED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO VT-OPENED-BY.
           PERFORM VARYING CUSTODIAN-IDX FROM 1 BY 1
                   UNTIL CUSTODIAN-IDX > 4
               MOVE VT-CUSTODIAN(CUSTODIAN-IDX) TO MASK-USERID
               PERFORM MASK-ONE-USERID
               MOVE MASK-USERID TO VT-CUSTODIAN(CUSTODIAN-IDX)
           END-PERFORM.
      *
       MASK-VREQ-FIELDS.
           MOVE VR-REQUESTED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO VR-REQUESTED-BY.
           MOVE VR-SIGNED-BY-1 TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO VR-SIGNED-BY-1.
           MOVE VR-SIGNED-BY-2 TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO VR-SIGNED-BY-2.
           MOVE SPACES TO MASK-TEXT.
           MOVE VR-NOTE TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 30 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:30) TO VR-NOTE.
      *
       MASK-ENTL-FIELDS.
      *    A userid row's key carries the userid - masked the same
      *    way DOGEOPRS is so the grants still join, and out of key
      *    order for it, which is why DOGEFRST loads this file by
      *    key. Role rows name a role and stand.
           IF ENT-FOR-USERID
               MOVE ENT-ID TO MASK-USERID
               PERFORM MASK-ONE-USERID
               MOVE MASK-USERID TO ENT-ID
           END-IF.
           MOVE ENT-REQUESTED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO ENT-REQUESTED-BY.
      *
       MASK-PAYE-FIELDS.
      *    A payee row is keyed on its address - the masked copy
      *    comes out of key order, which is why DOGEFRST loads this
      *    file by key. The control row carries nothing to hide.
           IF PY-PAYEE-KEY
               MOVE PY-KEY-ID TO MASK-ADDRESS
               PERFORM MASK-ONE-ADDRESS
               MOVE MASK-ADDRESS TO PY-KEY-ID
               MOVE PY-WHITELISTED-BY TO MASK-USERID
               PERFORM MASK-ONE-USERID
               MOVE MASK-USERID TO PY-WHITELISTED-BY
           ELSE
           IF PY-HOLD-KEY
               MOVE PY-HOLD-ADDRESS TO MASK-ADDRESS
               PERFORM MASK-ONE-ADDRESS
               MOVE MASK-ADDRESS TO PY-HOLD-ADDRESS
               MOVE PY-HOLD-CLOSED-BY TO MASK-USERID
               PERFORM MASK-ONE-USERID
               MOVE MASK-USERID TO PY-HOLD-CLOSED-BY
           END-IF
           END-IF.
      *
       MASK-GRPS-FIELDS.
      *    Only a member row names an address; the header's txid
      *    is on the chain already and stands, as on DOGETXID.
           IF SG-MEMBER-ROW
               MOVE SG-MEMBER-ADDRESS TO MASK-ADDRESS
               PERFORM MASK-ONE-ADDRESS
               MOVE MASK-ADDRESS TO SG-MEMBER-ADDRESS
           END-IF.
      *
       MASK-CASE-FIELDS.
      *    The subject is an address, a counterparty id or a userid
      *    by CS-SUBJECT-TYPE; the counterparty id is a reference and
      *    stands.
           IF CS-SUBJECT-ADDRESS
               MOVE CS-SUBJECT TO MASK-ADDRESS
               PERFORM MASK-ONE-ADDRESS
               MOVE MASK-ADDRESS TO CS-SUBJECT
           ELSE
           IF CS-SUBJECT-OPERATOR
               MOVE CS-SUBJECT(1:8) TO MASK-USERID
               PERFORM MASK-ONE-USERID
               MOVE MASK-USERID TO CS-SUBJECT(1:8)
           END-IF
           END-IF.
           MOVE SPACES TO MASK-TEXT.
           MOVE CS-DETAIL TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 40 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:40) TO CS-DETAIL.
           MOVE SPACES TO MASK-TEXT.
           MOVE CS-NOTE TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 60 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:60) TO CS-NOTE.
           MOVE CS-REVIEWER TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO CS-REVIEWER.
      *
       MASK-DEPX-FIELDS.
           MOVE DX-FROM-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO DX-FROM-ADDRESS.
      *
       MASK-RFRG-FIELDS.
           MOVE RF-ADDRESS TO MASK-ADDRESS.
           PERFORM MASK-ONE-ADDRESS.
           MOVE MASK-ADDRESS TO RF-ADDRESS.
           MOVE SPACES TO MASK-TEXT.
           MOVE RF-REASON-TEXT TO MASK-TEXT.
           MOVE 1 TO SCRAMBLE-FROM.
           MOVE 30 TO SCRAMBLE-LAST.
           PERFORM SCRAMBLE-MASK-TEXT.
           MOVE MASK-TEXT(1:30) TO RF-REASON-TEXT.
           MOVE RF-ISSUED-BY TO MASK-USERID.
           PERFORM MASK-ONE-USERID.
           MOVE MASK-USERID TO RF-ISSUED-BY.
      *
       MASK-ONE-ADDRESS.
      *    MASK-ADDRESS in, its fake back in MASK-ADDRESS. A blank
      *    address stays blank. The version byte follows the real
      *    prefix - A or 9 is 22, anything else 30 - and the other
      *    twenty-four bytes come four to a lane off the keyed hash,
      *    so the same address always gives the same fake.
           IF MASK-ADDRESS NOT EQUAL TO SPACES
               SET HASHING-ADDRESS TO TRUE
               MOVE MASK-ADDRESS TO MASK-HASH-VALUE
               PERFORM HASH-MASK-INPUT
               IF MASK-ADDRESS(1:1) EQUAL TO 'A'
                  OR MASK-ADDRESS(1:1) EQUAL TO '9'
                   MOVE 22 TO B58-BYTE(1)
               ELSE
                   MOVE 30 TO B58-BYTE(1)
               END-IF
               MOVE 2 TO B58-BYTE-IDX
               PERFORM VARYING MASK-LANE-IDX FROM 1 BY 1
                       UNTIL MASK-LANE-IDX > 6
                   MOVE MASK-LANE(MASK-LANE-IDX) TO LANE-WORK
                   PERFORM 4 TIMES
                       DIVIDE LANE-WORK BY 256
                           GIVING LANE-QUOTIENT
                           REMAINDER B58-BYTE(B58-BYTE-IDX)
                       MOVE LANE-QUOTIENT TO LANE-WORK
                       ADD 1 TO B58-BYTE-IDX
                   END-PERFORM
               END-PERFORM
               PERFORM ENCODE-FAKE-ADDRESS
               PERFORM CHECK-FAKE-ADDRESS
               MOVE FAKE-ADDRESS TO MASK-ADDRESS
               ADD 1 TO ADDRESSES-MASKED
           END-IF.
      *
       ENCODE-FAKE-ADDRESS.
      *    Base58 big-number encode - divide the 25-byte payload by
      *    58 thirty-four times, each remainder the next character
      *    from the right. The version byte puts the number between
      *    58**33 and 58**34, so it is always 34 characters.
           MOVE SPACES TO FAKE-ADDRESS.
           PERFORM VARYING B58-CHAR-IDX FROM 34 BY -1
                   UNTIL B58-CHAR-IDX < 1
               MOVE ZERO TO B58-CARRY
               PERFORM VARYING B58-BYTE-IDX FROM 1 BY 1
                       UNTIL B58-BYTE-IDX > 25
                   COMPUTE B58-WORK =
                           B58-CARRY * 256 + B58-BYTE(B58-BYTE-IDX)
                   DIVIDE B58-WORK BY 58
                       GIVING B58-BYTE(B58-BYTE-IDX)
                       REMAINDER B58-CARRY
               END-PERFORM
               MOVE BASE58-ALPHABET(B58-CARRY + 1:1)
                 TO FAKE-ADDRESS(B58-CHAR-IDX:1)
           END-PERFORM.
      *
       CHECK-FAKE-ADDRESS.
      *    DOGEABK's screen, run over every fake before it is used -
      *    prefix, alphabet, a clean 25-byte decode and the version
      *    byte - and a fake that came out the same as the real
      *    address is no mask at all.
           SET FAKE-IS-VALID TO TRUE.
           IF FAKE-ADDRESS(1:1) EQUAL TO 'D'
               MOVE 30 TO B58-VERSION-WANTED
           ELSE
           IF FAKE-ADDRESS(1:1) EQUAL TO 'A'
              OR FAKE-ADDRESS(1:1) EQUAL TO '9'
               MOVE 22 TO B58-VERSION-WANTED
           ELSE
               SET FAKE-IS-INVALID TO TRUE
           END-IF
           END-IF.
           PERFORM VARYING B58-BYTE-IDX FROM 1 BY 1
                   UNTIL B58-BYTE-IDX > 25
               MOVE ZERO TO B58-BYTE(B58-BYTE-IDX)
           END-PERFORM.
           PERFORM VARYING B58-CHAR-IDX FROM 1 BY 1
                   UNTIL B58-CHAR-IDX > 34
                      OR FAKE-IS-INVALID
               PERFORM DECODE-ONE-BASE58-CHAR
           END-PERFORM.
           IF FAKE-IS-VALID
              AND B58-BYTE(1) NOT EQUAL TO B58-VERSION-WANTED
               SET FAKE-IS-INVALID TO TRUE
           END-IF.
           IF FAKE-ADDRESS EQUAL TO MASK-ADDRESS
               SET FAKE-IS-INVALID TO TRUE
           END-IF.
           IF FAKE-IS-INVALID
               ADD 1 TO FAKES-REJECTED
               SET MASK-FAILED TO TRUE
               DISPLAY 'DOGEMASK - FAKE ADDRESS FAILED THE SCREEN ON '
                       CERT-FILE-WANTED ' ROW ' FILE-READ-COUNT
           END-IF.
      *
       DECODE-ONE-BASE58-CHAR.
           MOVE -1 TO B58-CHAR-VALUE.
           PERFORM VARYING B58-ALPHA-IDX FROM 1 BY 1
                   UNTIL B58-ALPHA-IDX > 58
               IF BASE58-ALPHABET(B58-ALPHA-IDX:1) EQUAL TO
                      FAKE-ADDRESS(B58-CHAR-IDX:1)
                   COMPUTE B58-CHAR-VALUE = B58-ALPHA-IDX - 1
               END-IF
           END-PERFORM.
           IF B58-CHAR-VALUE < ZERO
               SET FAKE-IS-INVALID TO TRUE
           ELSE
               MOVE B58-CHAR-VALUE TO B58-CARRY
               PERFORM VARYING B58-BYTE-IDX FROM 25 BY -1
                       UNTIL B58-BYTE-IDX < 1
                   COMPUTE B58-WORK =
                           B58-BYTE(B58-BYTE-IDX) * 58 + B58-CARRY
                   DIVIDE B58-WORK BY 256
                       GIVING B58-CARRY
                       REMAINDER B58-BYTE(B58-BYTE-IDX)
               END-PERFORM
               IF B58-CARRY > ZERO
                   SET FAKE-IS-INVALID TO TRUE
               END-IF
           END-IF.
      *
       MASK-ONE-USERID.
      *    MASK-USERID in, 'T' and seven keyed characters back - three
      *    off the first lane, four off the second. Blank stays blank.
           IF MASK-USERID NOT EQUAL TO SPACES
               SET HASHING-USERID TO TRUE
               MOVE MASK-USERID TO MASK-HASH-VALUE
               PERFORM HASH-MASK-INPUT
               MOVE 'T' TO MASK-USERID(1:1)
               MOVE MASK-LANE(1) TO LANE-WORK
               PERFORM VARYING MASK-POS FROM 2 BY 1
                       UNTIL MASK-POS > 8
                   IF MASK-POS EQUAL TO 5
                       MOVE MASK-LANE(2) TO LANE-WORK
                   END-IF
                   DIVIDE LANE-WORK BY 36
                       GIVING LANE-QUOTIENT
                       REMAINDER MASK-DIGIT
                   MOVE LANE-QUOTIENT TO LANE-WORK
                   MOVE USERID-SYMBOLS(MASK-DIGIT + 1:1)
                     TO MASK-USERID(MASK-POS:1)
               END-PERFORM
               ADD 1 TO USERIDS-MASKED
           END-IF.
      *
       HASH-MASK-INPUT.
      *    Lanes start on their own number, then take the kind byte,
      *    the key, the value and the space tail in turn.
           MOVE PARM-MASK-KEY TO MASK-HASH-KEY.
           PERFORM VARYING MASK-LANE-IDX FROM 1 BY 1
                   UNTIL MASK-LANE-IDX > 6
               MOVE MASK-LANE-IDX TO MASK-LANE(MASK-LANE-IDX)
           END-PERFORM.
           PERFORM VARYING MASK-POS FROM 1 BY 1
                   UNTIL MASK-POS > MASK-HASH-LEN
               MOVE MASK-HASH-INPUT(MASK-POS:1) TO MASK-BYTE
               PERFORM VARYING MASK-LANE-IDX FROM 1 BY 1
                       UNTIL MASK-LANE-IDX > 6
                   COMPUTE MASK-PRODUCT =
                           MASK-LANE(MASK-LANE-IDX)
                         * MASK-MULTIPLIER(MASK-LANE-IDX)
                         + MASK-BYTE-VALUE + 1
                   DIVIDE MASK-PRODUCT
                       BY MASK-MODULUS(MASK-LANE-IDX)
                       GIVING MASK-QUOTIENT
                       REMAINDER MASK-LANE(MASK-LANE-IDX)
               END-PERFORM
           END-PERFORM.
      *
       SEED-SCRAMBLE.
      *    The scramble starts from the key too, so a rebuild from the
      *    same generation with the same key comes out the same.
           SET HASHING-SCRAMBLE-SEED TO TRUE.
           MOVE SPACES TO MASK-HASH-VALUE.
           PERFORM HASH-MASK-INPUT.
           DIVIDE MASK-LANE(1) BY 2147483646
               GIVING SCRAMBLE-QUOTIENT
               REMAINDER SCRAMBLE-SEED.
           ADD 1 TO SCRAMBLE-SEED.
      *
       SCRAMBLE-MASK-TEXT.
      *    Letters in MASK-TEXT from SCRAMBLE-FROM to SCRAMBLE-LAST
      *    become drawn letters of the same case; digits, spaces and
      *    punctuation stay where they are, so amounts, references
      *    and the shape of the text survive.
           SET TEXT-UNCHANGED TO TRUE.
           PERFORM VARYING MASK-POS FROM SCRAMBLE-FROM BY 1
                   UNTIL MASK-POS > SCRAMBLE-LAST
               MOVE MASK-TEXT(MASK-POS:1) TO MASK-CHAR
               IF MASK-CHAR NOT EQUAL TO SPACE
                   IF MASK-CHAR IS ALPHABETIC-UPPER
                       PERFORM DRAW-SCRAMBLE-LETTER
                       MOVE UPPER-LETTERS(SCRAMBLE-LETTER:1)
                         TO MASK-TEXT(MASK-POS:1)
                       SET TEXT-CHANGED TO TRUE
                   ELSE
                   IF MASK-CHAR IS ALPHABETIC-LOWER
                       PERFORM DRAW-SCRAMBLE-LETTER
                       MOVE LOWER-LETTERS(SCRAMBLE-LETTER:1)
                         TO MASK-TEXT(MASK-POS:1)
                       SET TEXT-CHANGED TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF TEXT-CHANGED
               ADD 1 TO MEMOS-MASKED
           END-IF.
      *
       DRAW-SCRAMBLE-LETTER.
           COMPUTE SCRAMBLE-PRODUCT = SCRAMBLE-SEED * 16807.
           DIVIDE SCRAMBLE-PRODUCT BY 2147483647
               GIVING SCRAMBLE-QUOTIENT
               REMAINDER SCRAMBLE-SEED.
           DIVIDE SCRAMBLE-SEED BY 26
               GIVING SCRAMBLE-QUOTIENT
               REMAINDER SCRAMBLE-LETTER.
           ADD 1 TO SCRAMBLE-LETTER.
      *
       CHECK-MASKED-WRITE.
           IF OUT-OK
               ADD 1 TO FILE-WRITE-COUNT
           ELSE
               SET MASK-FAILED TO TRUE
               DISPLAY 'DOGEMASK - WRITE FAILED ON ' CERT-FILE-WANTED
                       ' STATUS ' WS-OUT-STATUS
           END-IF.
      *
       NOTE-FILE-RESULT.
           ADD 1 TO CERT-COUNT.
           MOVE CERT-FILE-WANTED TO CR-FILE(CERT-COUNT).
           MOVE FILE-READ-COUNT TO CR-READ(CERT-COUNT).
           MOVE FILE-WRITE-COUNT TO CR-WRITTEN(CERT-COUNT).
           IF FILE-WAS-ABSENT
               MOVE 'ABSENT' TO CR-STATE(CERT-COUNT)
           ELSE
               ADD 1 TO FILES-MASKED
               IF FILE-WRITE-COUNT EQUAL TO FILE-READ-COUNT
                   MOVE 'MASKED' TO CR-STATE(CERT-COUNT)
               ELSE
                   MOVE 'SHORT ' TO CR-STATE(CERT-COUNT)
                   SET MASK-FAILED TO TRUE
               END-IF
           END-IF.
      *
       PRINT-MASK-CERTIFICATE.
           DISPLAY ' '.
           DISPLAY '===== DOGEMASK TEST-DATA MASKING CERTIFICATE ====='.
           DISPLAY 'MASKED ON ................... ' WS-TODAY ' '
                   WS-TOD-HHMMSS.
           IF SOURCE-SET-DATE EQUAL TO SPACES
               DISPLAY 'SOURCE FAMILY SET ........... NO MANIFEST READ'
           ELSE
               DISPLAY 'SOURCE FAMILY SET ........... '
                       SOURCE-SET-DATE ' ' SOURCE-SET-TIME
           END-IF.
           DISPLAY 'MASKING KEY ................. SUPPLIED - NOT '
                   'PRINTED'.
           DISPLAY ' '.
           DISPLAY 'FILE     STATE     READ    WRITTEN'.
           PERFORM VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > CERT-COUNT
               DISPLAY CR-FILE(CERT-IDX) ' ' CR-STATE(CERT-IDX) ' '
                       CR-READ(CERT-IDX) ' ' CR-WRITTEN(CERT-IDX)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'FILES MASKED ................ ' FILES-MASKED.
           DISPLAY 'ADDRESSES REPLACED .......... ' ADDRESSES-MASKED.
           DISPLAY '  TADDRSS AB-ADDRESS AD-WALLET-ADDRESS ER-ADDRESS'.
           DISPLAY '  DN-ADDRESS PB-PAYEE SUS-MSG-ADDRESS'.
           DISPLAY '  SUS-ROW-ADDRESS OB-ADDRESS DA-ADDRESS CA-ADDRESS'.
           DISPLAY '  VT-COLD-ADDRESS PY-KEY-ID PY-HOLD-ADDRESS'.
           DISPLAY '  SG-MEMBER-ADDRESS CS-SUBJECT DX-FROM-ADDRESS'.
           DISPLAY '  RF-ADDRESS'.
           DISPLAY 'NAMES REPLACED .............. ' NAMES-MASKED.
           DISPLAY '  AD-NAME CP-NAME'.
           DISPLAY 'USERIDS REPLACED ............ ' USERIDS-MASKED.
           DISPLAY '  OPR-USERID AUDT-USER-ID DN-LISTED-BY'.
           DISPLAY '  BR-OVERRIDE-BY ADP-REQUESTED-BY'.
           DISPLAY '  AD-REACTIVATED-BY HL-PLACED-BY HL-LIFTED-BY'.
           DISPLAY '  HL-PLACED-CONFIRM HL-LIFTED-CONFIRM'.
           DISPLAY '  HP-REQUESTED-BY RV-CREATED-BY RV-CLOSED-BY'.
           DISPLAY '  VT-OPENED-BY VT-CUSTODIAN VR-REQUESTED-BY'.
           DISPLAY '  VR-SIGNED-BY-1 VR-SIGNED-BY-2 ENT-ID'.
           DISPLAY '  ENT-REQUESTED-BY PY-WHITELISTED-BY'.
           DISPLAY '  PY-HOLD-CLOSED-BY CS-REVIEWER RF-ISSUED-BY'.
           DISPLAY 'MEMOS AND TEXT SCRAMBLED .... ' MEMOS-MASKED.
           DISPLAY '  TMEMO SO-MEMO PB-MEMO ADP-MEMO AUDT-TEXT'.
           DISPLAY '  SA-LINE-TEXT HL-REASON HP-REASON RV-MEMO'.
           DISPLAY '  VR-NOTE CS-DETAIL CS-NOTE RF-REASON-TEXT'.
           DISPLAY 'CONTROL RECORDS PASSED AS IS  '
                   CONTROL-RECORDS-KEPT.
           DISPLAY 'FAKES FAILING ADDRESS SCREEN  ' FAKES-REJECTED.
           DISPLAY 'AMOUNTS, STATUSES, DATES AND NON-ADDRESS KEYS '
                   'UNCHANGED'.
           IF MASK-FAILED
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** MASKING DID NOT COMPLETE CLEANLY ***'
               DISPLAY '*** DO NOT LOAD THIS COPY ***'
           ELSE
               DISPLAY 'EVERY ROW READ WAS MASKED AND WRITTEN'.
       END PROGRAM DOGEMASK.
