      *   byte for byte from these rows, flagged REPRINT; DOGESTMT
      *   refuses to re-statement a period that is already closed
      *   and banked.
      *
      *   The electronic statement rides in the same store: each
      *   STEFREC record DOGESTMT builds is banked as a line of kind
      *   E in line-number order with the printed lines, and the
      *   DOGESTEF file is written back off those banked rows - so
      *   the file, the printed statement and any reprint or reissue
      *   are all the one frozen original. Printed lines are kind
      *   space (every line banked before electronic statements
      *   existed); DOGESTRP prints only those.
      *///////////////////////////////////////////////////////////////
       01  STATEMENT-ARCHIVE-ENTRY.
           05  SA-KEY.
               10  SA-YEAR        PIC 9(4).
               10  SA-MONTH       PIC 9(2).
               10  SA-LINE-NO     PIC 9(4).
           05  SA-LINE-KIND       PIC X.
               88  SA-PRINTED-LINE       VALUE SPACE.
               88  SA-ELECTRONIC-LINE    VALUE 'E'.
           05  SA-LINE-TEXT       PIC X(120).
