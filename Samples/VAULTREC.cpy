      *///////////////////////////////////////////////////////////////
      * VAULTREC:
      *   Cold-storage vault record for VSAM file DOGEVALT - one row
      *   per offline vault, keyed by vault number. The coins in a
      *   vault sit on a cold address dogedcams.py holds no hot key
      *   for, so they never show on a DOGEACTS wallet; this row is
      *   what keeps them on the books. Set up on DOGEVLTM by an
      *   administrator; the figures are only ever moved by the jobs
      *   that move the coins:
      *     VT-BALANCE   settled cold holdings - a deposit adds once
      *                  DOGECONF settles its VAULT send, a
      *                  withdrawal comes off once DOGERECV settles
      *                  its arrival in the hot wallet
      *     VT-INBOUND   deposits DOGEVLTB has released to the hot
      *                  wallet that have not yet settled
      *     VT-OUTBOUND  withdrawals DOGEVLTB has released for
      *                  signing that have not yet arrived - still
      *                  in VT-BALANCE until they do
      *   VT-CUSTODIAN holds the userids who may sign a withdrawal
      *   off this vault (DOGEVREQ); two different ones, neither the
      *   requester, must sign before DOGEVLTB will release it.
      *///////////////////////////////////////////////////////////////
       01  VAULT-ENTRY.
           05  VT-KEY.
               10  VT-VAULT-NUM   PIC 9(3).
           05  FILLER             PIC X.
           05  VT-NAME            PIC X(20).
           05  FILLER             PIC X.
           05  VT-COLD-ADDRESS    PIC X(34).
           05  FILLER             PIC X.
           05  VT-STATUS          PIC X.
               88  VT-OPEN                VALUE 'O'.
               88  VT-CLOSED              VALUE 'C'.
           05  FILLER             PIC X.
      * Minimum days between a withdrawal being asked for and the
      * day it may be released - time for both custodians to get to
      * the offline signing kit.
           05  VT-LEAD-DAYS       PIC 9(3).
           05  FILLER             PIC X.
           05  VT-BALANCE         PIC 9(9)V9(8).
           05  FILLER             PIC X.
           05  VT-INBOUND         PIC 9(9)V9(8).
           05  FILLER             PIC X.
           05  VT-OUTBOUND        PIC 9(9)V9(8).
           05  FILLER             PIC X.
           05  VT-CUSTODIAN       PIC X(8) OCCURS 4 TIMES.
           05  FILLER             PIC X.
           05  VT-OPENED-BY       PIC X(8).
           05  FILLER             PIC X.
           05  VT-OPENED-DATE     PIC X(8).
           05  FILLER             PIC X.
      * Last chain snapshot DOGEWRCN compared this vault against -
      * the day and the balance the chain reported.
           05  VT-CHAIN-DATE      PIC X(8).
           05  FILLER             PIC X.
           05  VT-CHAIN-BALANCE   PIC 9(9)V9(8).
           05  FILLER             PIC X(10).
