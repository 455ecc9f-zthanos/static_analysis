      *///////////////////////////////////////////////////////////////
      * GLPKREC:
      *   Posted-key record for VSAM file DOGEGLPK, keyed by the
      *   source row's own TKEY. DOGEGLIF journals a row the night its
      *   settlement is first seen, whatever day it was keyed, and
      *   banks its key here once the journal carrying it has been
      *   released - so a row settling days after it was keyed still
      *   reaches the GL, and is never journaled twice. A journaled
      *   row later found back out of SETTLED (reopened by a chain
      *   reorg, or FAILED when the rebroadcast never confirmed) is
      *   journaled back out and marked reversed, and posts again if
      *   it settles again.
      *
      *   The one control row, key all zeros, carries where the next
      *   night's DOGEHIST pass has to start so nothing archived
      *   since the last run can be missed, and the business day the
      *   file was first kept.
      *///////////////////////////////////////////////////////////////
       01  GL-POSTED-KEY-ENTRY.
           05  PK-KEY                 PIC X(12).
           05  FILLER                 PIC X.
           05  PK-STATE               PIC X.
               88  PK-POSTED                  VALUE 'P'.
               88  PK-REVERSED                VALUE 'R'.
               88  PK-CONTROL                 VALUE 'C'.
           05  FILLER                 PIC X.
      *    Business day of the journal that last moved the row.
           05  PK-BUSINESS-DATE       PIC X(8).
           05  FILLER                 PIC X.
      *    Control row only.
           05  PK-HISTORY-FROM        PIC 9(10).
           05  FILLER                 PIC X.
           05  PK-CUTOVER-DATE        PIC X(8).
           05  FILLER                 PIC X(21).
