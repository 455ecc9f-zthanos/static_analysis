      *///////////////////////////////////////////////////////////////
      * CHLGREC:
      *   Row change-log record for VSAM file DOGECHLG - one row per
      *   WRITE, REWRITE or DELETE of a DOGEVSAM row, written by
      *   whichever program made the change at the moment it made
      *   it, carrying the whole 135-byte row before and after. The
      *   balance, pending and provisional amount updates of the
      *   (n*10)+1/+2/+4 control records are NOT logged here - the
      *   DOGEBMOV movement ledger already carries their old and new
      *   amounts - but every other row change is, detail rows and
      *   the zero-balance seeds of a new sub-account alike. Between
      *   the two, DOGEFRCV can roll a DOGERSTR restore forward to
      *   the moment of the failure. Keyed by date/time plus a
      *   collision sequence, so a keyed browse is the order the
      *   changes were made in.
      *///////////////////////////////////////////////////////////////
       01  CHANGE-LOG-ENTRY.
           05  CHG-KEY.
               10  CHG-DATE       PIC X(8).
               10  CHG-TIME       PIC X(6).
               10  CHG-SEQ        PIC 9(3).
           05  FILLER             PIC X.
      * A - row added (WRITE), R - row rewritten, D - row deleted,
      * F - the (n*10)+3 last-send fingerprint replaced blind (its
      * writers DELETE and re-WRITE it without reading it first, so
      * there is no before image to carry).
           05  CHG-ACTION         PIC X.
               88  CHG-ROW-ADDED          VALUE 'A'.
               88  CHG-ROW-REWRITTEN      VALUE 'R'.
               88  CHG-ROW-DELETED        VALUE 'D'.
               88  CHG-ROW-REPLACED       VALUE 'F'.
           05  FILLER             PIC X.
           05  CHG-PROGRAM        PIC X(8).
           05  FILLER             PIC X.
      * Signed-on userid for an online change, spaces for a batch
      * job (CHG-PROGRAM says which one).
           05  CHG-USERID         PIC X(8).
           05  FILLER             PIC X.
           05  CHG-TKEY           PIC X(12).
           05  FILLER             PIC X.
      * Spaces for an add or a fingerprint replace.
           05  CHG-BEFORE-IMAGE   PIC X(135).
           05  FILLER             PIC X.
      * Spaces for a delete.
           05  CHG-AFTER-IMAGE    PIC X(135).
