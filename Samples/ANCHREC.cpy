      *///////////////////////////////////////////////////////////////
      * ANCHREC:
      *   Daily anchor of the DOGEAUDT hash chain, VSAM file
      *   DOGEANCH, keyed by the day (YYYYMMDD) DOGEJRNL sealed the
      *   rows under. The day's chain opens on the previous anchor's
      *   closing hash (zeros for the very first day) and closes on
      *   the hash of the last row sealed that day, so consecutive
      *   anchors link end to end - a day gone from the file breaks
      *   that link. DOGEJRNL writes one every run, rows or not, and
      *   puts it on data queue DOGEANCQ for dogedcams.py to copy off
      *   the host; AN-SENT-STATE stays N until the put succeeds and
      *   the next run tries again. Checked by DOGEAVFY.
      *///////////////////////////////////////////////////////////////
       01  AUDIT-ANCHOR-ENTRY.
           05  AN-KEY.
               10  AN-DAY         PIC X(8).
           05  FILLER             PIC X.
           05  AN-ROW-COUNT       PIC 9(7).
           05  FILLER             PIC X.
           05  AN-OPEN-HASH       PIC X(40).
           05  FILLER             PIC X.
           05  AN-CLOSE-HASH      PIC X(40).
           05  FILLER             PIC X.
           05  AN-SEALED-TIME     PIC X(6).
           05  FILLER             PIC X.
           05  AN-SENT-STATE      PIC X.
               88  AN-SENT                VALUE 'S'.
               88  AN-NOT-SENT            VALUE 'N'.
           05  FILLER             PIC X.
           05  AN-SENT-DATE       PIC X(8).
           05  FILLER             PIC X.
           05  AN-SENT-TIME       PIC X(6).
           05  FILLER             PIC X(10).
