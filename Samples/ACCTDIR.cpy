      *   shown next to the bare TACCT number on screen, the wallet
      *   address dogedcams.py watches for that sub-account (which is
      *   how DOGERECV resolves an incoming deposit to the right
      *   TACCT), an open/closed flag, and the parent sub-account it
      *   rolls up into - so a handful of business units can each own
      *   a tree of sub-accounts and the reports can subtotal them
      *   (see ACCTHIER). One row per sub-account, written when the
      *   account is provisioned.
      *
      *   An open sub-account that goes the configured number of
      *   months with no settled activity is marked dormant by the
      *   monthly DOGEDORM run; its sends are written HELD until an
      *   approver reactivates it on DOGEACCT.
      *///////////////////////////////////////////////////////////////
       01  ACCOUNT-DIRECTORY-ENTRY.
           05  AD-ACCT-NUM        PIC 9(3).
           05  AD-STATUS          PIC X.
               88  AD-ACCT-OPEN           VALUE 'O'.
               88  AD-ACCT-CLOSED         VALUE 'C'.
           05  FILLER             PIC X.
      * Parent sub-account - spaces for one at the top of its own
      * group, which is every row written before parents existed.
           05  AD-PARENT-ACCT     PIC X(3).
               88  AD-TOP-LEVEL           VALUE SPACES.
           05  AD-PARENT-NUM REDEFINES AD-PARENT-ACCT PIC 9(3).
      * Dormancy marking - all spaces on every row written before
      * DOGEDORM existed, which reads as an account in use.
           05  FILLER             PIC X.
           05  AD-DORMANCY        PIC X.
               88  AD-ACCT-DORMANT        VALUE 'D'.
               88  AD-ACCT-IN-USE         VALUE ' ' 'R'.
               88  AD-ACCT-REACTIVATED    VALUE 'R'.
           05  FILLER             PIC X.
      * YYYYMMDD DOGEDORM marked it, and the last settled activity it
      * found then - spaces for none inside what history it had.
           05  AD-DORMANT-SINCE   PIC X(8).
           05  FILLER             PIC X.
           05  AD-LAST-ACTIVITY   PIC X(8).
           05  FILLER             PIC X.
      * YYYYMMDD the dormancy clock last restarted - the day the
      * account was opened or reactivated - and the approver who
      * reactivated it.
           05  AD-CLOCK-START     PIC X(8).
           05  FILLER             PIC X.
           05  AD-REACTIVATED-BY  PIC X(8).
