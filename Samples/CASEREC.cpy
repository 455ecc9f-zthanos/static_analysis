      *///////////////////////////////////////////////////////////////
      * CASEREC:
      *   Pattern-scan case record for VSAM file DOGECASE - one row
      *   per suspicious pattern DOGESCAN finds in a business day's
      *   sends, keyed by that business day plus a sequence, so a
      *   month's cases are one keyed range for DOGECASR. What
      *   tripped (the rule), who or what it is about (an address, a
      *   counterparty or a signed-on operator), the sends behind it
      *   and the scan's one-line summary go down when the case is
      *   opened; the reviewer, the disposition and a note go down
      *   as the case is worked on DOGECASM. A cleared or reported
      *   case is closed for good - only open and under-review cases
      *   are still anyone's job.
      *///////////////////////////////////////////////////////////////
       01  CASE-ENTRY.
           05  CS-KEY.
               10  CS-BUSINESS-DATE   PIC 9(8).
               10  CS-SEQ             PIC 9(4).
           05  FILLER                 PIC X.
      * STRC repeated sends just below the large-send hold, JUMP a
      * send far above the address's usual, BRST too many sends by
      * one operator inside an hour, HOUR online sends outside
      * business hours or on a non-processing day.
           05  CS-RULE                PIC X(4).
               88  CS-RULE-STRUCTURING       VALUE 'STRC'.
               88  CS-RULE-JUMP              VALUE 'JUMP'.
               88  CS-RULE-BURST             VALUE 'BRST'.
               88  CS-RULE-OFF-HOURS         VALUE 'HOUR'.
           05  FILLER                 PIC X.
           05  CS-STATUS              PIC X.
               88  CS-OPEN                   VALUE 'O'.
               88  CS-UNDER-REVIEW           VALUE 'R'.
               88  CS-CLEARED                VALUE 'C'.
               88  CS-REPORTED               VALUE 'P'.
               88  CS-STILL-OPEN             VALUE 'O' 'R'.
           05  FILLER                 PIC X.
           05  CS-SUBJECT-TYPE        PIC X.
               88  CS-SUBJECT-ADDRESS        VALUE 'A'.
               88  CS-SUBJECT-CPTY           VALUE 'C'.
               88  CS-SUBJECT-OPERATOR       VALUE 'O'.
           05  FILLER                 PIC X.
      * The 34-byte address, the 8-byte DOGECPTY id or the 8-byte
      * EIBUSERID, left-justified.
           05  CS-SUBJECT             PIC X(34).
           05  FILLER                 PIC X.
      * Sub-account of the sends - zero when they came from more
      * than one.
           05  CS-ACCT                PIC 9(3).
           05  FILLER                 PIC X.
           05  CS-SEND-COUNT          PIC 9(5).
           05  FILLER                 PIC X.
      * Sum of the sends behind the case, each in its own currency's
      * units - the same units the hold threshold is tested in.
           05  CS-TOTAL-AMOUNT        PIC 9(10)V9(8).
           05  FILLER                 PIC X.
      * DOGEVSAM keys of the first and last send behind the case.
           05  CS-FIRST-TKEY          PIC X(12).
           05  FILLER                 PIC X.
           05  CS-LAST-TKEY           PIC X(12).
           05  FILLER                 PIC X.
           05  CS-DETAIL              PIC X(40).
           05  FILLER                 PIC X.
      * YYYYMMDD dates; spaces until they happen.
           05  CS-OPENED-DATE         PIC X(8).
           05  FILLER                 PIC X.
           05  CS-REVIEWER            PIC X(8).
           05  FILLER                 PIC X.
           05  CS-REVIEW-DATE         PIC X(8).
           05  FILLER                 PIC X.
           05  CS-CLOSED-DATE         PIC X(8).
           05  FILLER                 PIC X.
           05  CS-NOTE                PIC X(60).
           05  FILLER                 PIC X(10).
