      *///////////////////////////////////////////////////////////////
      * ACCTHIER:
      *   In-storage sub-account hierarchy, loaded off the DOGEACTS
      *   directory by each report that rolls sub-accounts up to
      *   their parents (DOGETRLB, DOGECATG, DOGEURGL). One entry per
      *   sub-account: the parent it names, its depth below the top
      *   of its group (0 = a group of its own), and its path - the
      *   account numbers from the top of the group down to itself,
      *   three digits each - so sorting the table by path puts
      *   every parent straight ahead of its own children, the order
      *   the roll-up reports print in. A parent chain that loops or
      *   runs deeper than HIER-DEPTH-LIMIT is reported as a group of
      *   its own rather than walked forever.
      *///////////////////////////////////////////////////////////////
       01  ACCOUNT-HIERARCHY.
           05  HIER-ENTRY OCCURS 200 TIMES.
               10  HR-ACCT            PIC 9(3).
               10  HR-PARENT          PIC X(3).
                   88  HR-TOP-LEVEL           VALUE SPACES.
               10  HR-PARENT-NUM REDEFINES HR-PARENT PIC 9(3).
               10  HR-DEPTH           PIC 9(2).
               10  HR-PATH            PIC X(30).
               10  HR-CHILD-COUNT     PIC 9(3).
       01  HIER-COUNT                 PIC 9(3) VALUE ZERO.
       01  HIER-IDX                   PIC 9(3) VALUE ZERO.
       01  HIER-SCAN-IDX              PIC 9(3) VALUE ZERO.
       01  FOUND-HR-IDX               PIC 9(3) VALUE ZERO.
       01  NODE-HR-IDX                PIC 9(3) VALUE ZERO.
       01  ROLL-HR-IDX                PIC 9(3) VALUE ZERO.
       01  HR-ACCT-WANTED             PIC 9(3).
       01  HIER-OVERFLOW-COUNT        PIC 9(5) VALUE ZERO.
       01  HIER-BROKEN-COUNT          PIC 9(3) VALUE ZERO.
      * Roll-up level off the parm card - anything deeper is folded
      * into its ancestor at this depth.
       01  HIER-ROLL-LEVEL            PIC 9(2) VALUE ZERO.
       01  HIER-DEPTH-LIMIT           PIC 9(2) VALUE 10.
      * Parent-chain walk, one sub-account at a time.
       01  HIER-CHAIN-TABLE.
           05  HIER-CHAIN             PIC 9(3) OCCURS 10 TIMES.
       01  HIER-WALK-IDX              PIC 9(3).
       01  HIER-WALK-STEPS            PIC 9(2).
       01  HIER-STEP                  PIC 9(2).
       01  HIER-CHAIN-POS             PIC 9(2).
       01  HIER-PATH-POS              PIC 9(2).
       01  HIER-WALK-FLAG             PIC X VALUE 'N'.
           88  HIER-WALK-GOING               VALUE 'G'.
           88  HIER-WALK-DONE                VALUE 'D'.
           88  HIER-WALK-BROKEN              VALUE 'B'.
       01  HIER-SWAP-ENTRY            PIC X(41).
       01  HIER-SORT-FLAG             PIC X VALUE 'N'.
           88  HIER-SORT-SWAPPED             VALUE 'Y'.
           88  HIER-SORT-NOT-SWAPPED         VALUE 'N'.
      * Parents whose subtotal is still to print - the deepest last.
       01  HIER-OPEN-TABLE.
           05  HIER-OPEN-PARENT       PIC 9(3) OCCURS 10 TIMES.
       01  HIER-OPEN-COUNT            PIC 9(2) VALUE ZERO.
       01  HIER-TOP-IDX               PIC 9(3).
       01  HIER-PREFIX-LEN            PIC 9(2).
       01  HIER-CLOSE-FLAG            PIC X VALUE 'N'.
           88  HIER-CLOSING                  VALUE 'Y'.
           88  HIER-NOT-CLOSING              VALUE 'N'.
       01  HIER-CLOSE-ALL-FLAG        PIC X VALUE 'N'.
           88  HIER-CLOSE-ALL                VALUE 'Y'.
           88  HIER-CLOSE-FINISHED           VALUE 'N'.
       01  HIER-INDENT                PIC X(20) VALUE SPACES.
       01  HIER-INDENT-LEN            PIC 9(2).
