      *///////////////////////////////////////////////////////////////
      * VREQREC:
      *   Vault movement request for VSAM file DOGEVREQ, keyed by
      *   vault number and the moment it was asked for (YYYYMMDD-
      *   HHMMSS off the CICS clock). Written on DOGEVLTM, released
      *   by the daily DOGEVLTB run:
      *     deposit     hot sub-account to the vault's cold address;
      *                 ready at once (S) - the coins stay ours, and
      *                 DOGEVLTB sends them as a VAULT row through
      *                 same queue and checks as any other send
      *     withdrawal  cold address back to a hot sub-account's
      *                 wallet; R when asked, A once one custodian
      *                 has signed, S once a second, different one
      *                 has - and DOGEVLTB only puts it on the vault
      *                 release queue for dogedcams.py on or after
      *                 VR-RELEASE-DATE, which DOGEVLTM will not let
      *                 be sooner than the vault's lead time
      *   Q is released, X cancelled, J refused by DOGEVLTB (the
      *   reason in VR-NOTE). A released or refused request stays on
      *   file as the record of who asked and who signed.
      *///////////////////////////////////////////////////////////////
       01  VAULT-REQUEST-ENTRY.
           05  VR-KEY.
               10  VR-VAULT-NUM   PIC 9(3).
               10  VR-REQ-ID      PIC X(14).
           05  FILLER             PIC X.
           05  VR-TYPE            PIC X.
               88  VR-DEPOSIT             VALUE 'D'.
               88  VR-WITHDRAWAL          VALUE 'W'.
           05  FILLER             PIC X.
      * Hot sub-account the coins come from (deposit) or go back to
      * (withdrawal).
           05  VR-ACCT            PIC 9(3).
           05  FILLER             PIC X.
           05  VR-AMOUNT          PIC 9(8)V9(8).
           05  FILLER             PIC X.
           05  VR-STATUS          PIC X.
               88  VR-REQUESTED           VALUE 'R'.
               88  VR-ONE-SIGNATURE       VALUE 'A'.
               88  VR-SIGNED              VALUE 'S'.
               88  VR-RELEASED            VALUE 'Q'.
               88  VR-CANCELLED           VALUE 'X'.
               88  VR-REFUSED             VALUE 'J'.
               88  VR-STILL-OPEN          VALUE 'R' 'A' 'S'.
           05  FILLER             PIC X.
           05  VR-RELEASE-DATE    PIC X(8).
           05  FILLER             PIC X.
           05  VR-REQUESTED-BY    PIC X(8).
           05  FILLER             PIC X.
           05  VR-REQUEST-DATE    PIC X(8).
           05  FILLER             PIC X.
           05  VR-SIGNED-BY-1     PIC X(8).
           05  FILLER             PIC X.
           05  VR-SIGNED-DATE-1   PIC X(8).
           05  FILLER             PIC X.
           05  VR-SIGNED-BY-2     PIC X(8).
           05  FILLER             PIC X.
           05  VR-SIGNED-DATE-2   PIC X(8).
           05  FILLER             PIC X.
           05  VR-RELEASED-DATE   PIC X(8).
           05  FILLER             PIC X.
      * DOGEVSAM key of the VAULT send row a released deposit wrote.
           05  VR-TKEY            PIC X(12).
           05  FILLER             PIC X.
           05  VR-NOTE            PIC X(30).
