      *   also tags DOGEADDR labels and DOGEEXPR expectations with
      *   the id; the DOGECPXP exposure report totals settled and
      *   pending activity per counterparty across all its
      *   addresses. Compliance's due-diligence (KYC) review rides
      *   on the same row - DOGESEND, DOGEPPRO and DOGESORN refuse
      *   a send to any linked address once the review has expired,
      *   and hold one for a high-risk counterparty; DOGEKYCR lists
      *   the reviews coming due.
      *///////////////////////////////////////////////////////////////
       01  COUNTERPARTY-ENTRY.
           05  CP-ID              PIC X(8).
           05  CP-STATUS          PIC X.
               88  CP-ACTIVE              VALUE 'A'.
               88  CP-INACTIVE            VALUE 'I'.
           05  FILLER             PIC X.
      * Due-diligence review, keyed on DOGECPTM by compliance - the
      * day the review was done and the last day it is good for
      * (YYYYMMDD). Spaces (every row written before reviews were
      * recorded) means no review on file yet: nothing is enforced,
      * and DOGEKYCR lists the row so the gap gets closed.
           05  CP-REVIEW-DATE     PIC X(8).
           05  FILLER             PIC X.
           05  CP-REVIEW-EXPIRY   PIC X(8).
           05  FILLER             PIC X.
      * Risk rating the review concluded - a send to a high-risk
      * counterparty is written HELD for a second approver even
      * while its review is current.
           05  CP-RISK-RATING     PIC X.
               88  CP-RISK-NOT-RATED      VALUE ' '.
               88  CP-RISK-LOW            VALUE 'L'.
               88  CP-RISK-MEDIUM         VALUE 'M'.
               88  CP-RISK-HIGH           VALUE 'H'.
               88  CP-RISK-VALID          VALUE 'L' 'M' 'H'.
