      *///////////////////////////////////////////////////////////////
      * FESTREC:
      *   Network-fee estimate record for VSAM file DOGEFEST. Two
      *   kinds of row share the file:
      *
      *   The window row, key all zeros (below any real timestamp
      *   key), holds the miner fees DOGECONF banked for the most
      *   recent settled sends - a ring of FE-RECENT-FEE slots,
      *   FE-NEXT-SLOT the one the next fee overwrites - and
      *   FE-CURRENT-ESTIMATE, their average plus DOGECONF's safety
      *   margin. DOGESEND, DOGEBLKP, DOGEPPRO and DOGESORN read it
      *   to charge a send's fee against the balance up front.
      *
      *   A send row, keyed by the DOGEVSAM key of the PENDING/HELD
      *   row it belongs to, is written by whichever of those wrote
      *   the send, carrying the estimate it was judged with.
      *   DOGECONF fills in the fee the chain actually charged when
      *   the confirmation comes back, and DOGEFEEV compares the two
      *   every day so the margin can be tuned.
      *///////////////////////////////////////////////////////////////
       01  FEE-ESTIMATE-ENTRY.
           05  FE-KEY                 PIC X(12).
           05  FILLER                 PIC X.
           05  FE-ROW-TYPE            PIC X.
               88  FE-WINDOW-ROW             VALUE 'W'.
               88  FE-SEND-ROW               VALUE 'S'.
           05  FILLER                 PIC X.
           05  FE-SEND-PART.
               10  FE-ACCT            PIC 9(3).
               10  FILLER             PIC X.
               10  FE-SEND-DATE       PIC 9(8).
               10  FILLER             PIC X.
      *        Program that wrote the send - DOGESEND, DOGEBLKP,
      *        DOGEPPRO or DOGESORN.
               10  FE-SOURCE          PIC X(8).
               10  FILLER             PIC X.
               10  FE-CURR            PIC X(4).
               10  FILLER             PIC X.
               10  FE-ESTIMATED-FEE   PIC 9(8)V9(8).
               10  FILLER             PIC X.
               10  FE-ACTUAL-FEE      PIC 9(8)V9(8).
               10  FILLER             PIC X.
               10  FE-SETTLE-DATE     PIC 9(8).
               10  FILLER             PIC X.
               10  FE-STATE           PIC X.
                   88  FE-AWAITING-FEE       VALUE 'E'.
                   88  FE-FEE-BANKED         VALUE 'A'.
                   88  FE-SEND-FAILED        VALUE 'F'.
                   88  FE-FEE-NOT-REPORTED   VALUE 'N'.
               10  FILLER             PIC X(279).
           05  FE-WINDOW-PART REDEFINES FE-SEND-PART.
               10  FE-WINDOW-COUNT    PIC 9(3).
               10  FE-NEXT-SLOT       PIC 9(3).
               10  FE-CURRENT-ESTIMATE PIC 9(8)V9(8).
               10  FE-WINDOW-UPDATED  PIC 9(8).
               10  FE-RECENT-FEE OCCURS 20 TIMES
                                      PIC 9(8)V9(8).
