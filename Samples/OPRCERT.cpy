      *///////////////////////////////////////////////////////////////
      * OPRCERT:
      *   Operator recertification record for VSAM file DOGEOPRC -
      *   the periodic check that everyone DOGEOPRS lets send,
      *   approve or administer still needs to. DOGERCRT opens a
      *   cycle by copying every DOGEOPRS row in; each one then waits
      *   for an administrator other than the operator to confirm or
      *   revoke it on DOGERCRM, and whatever is still waiting at the
      *   deadline is suspended by DOGERCRT's close. Three kinds of
      *   row share the file:
      *
      *   Pointer row, key '000000' + spaces - which cycle is the
      *   current one, so the screen and the close never have to be
      *   told.
      *
      *   Cycle row, key cycle id (YYYYQn) + spaces - when it opened,
      *   its deadline, the activity period the dormancy check looks
      *   at, when it closed and who signed the completion off.
      *
      *   Operator row, key cycle id + userid - the roles the
      *   operator held when the cycle opened, the decision and who
      *   made it, and the operator's last DOGEAUDT activity in the
      *   period as found at the close.
      *///////////////////////////////////////////////////////////////
       01  RECERT-ENTRY.
           05  RCT-KEY.
               10  RCT-CYCLE          PIC X(6).
               10  RCT-USERID         PIC X(8).
           05  FILLER                 PIC X.
           05  RCT-OPERATOR-PART.
      *        DOGEOPRS status byte and role flags as the cycle found
      *        them.
               10  RCT-OPEN-STATUS    PIC X.
               10  RCT-OPEN-SEND      PIC X.
               10  RCT-OPEN-APPROVE   PIC X.
               10  RCT-OPEN-ADMIN     PIC X.
               10  FILLER             PIC X.
               10  RCT-DECISION       PIC X.
                   88  RCT-AWAITING          VALUE 'W'.
                   88  RCT-CONFIRMED         VALUE 'C'.
                   88  RCT-REVOKED           VALUE 'R'.
                   88  RCT-AUTO-SUSPENDED    VALUE 'S'.
      *            The DOGEOPRS row was deleted before anyone decided.
                   88  RCT-OPERATOR-GONE     VALUE 'X'.
               10  FILLER             PIC X.
      *        An administrator's userid, or DOGERCRT for the close.
               10  RCT-DECIDED-BY     PIC X(8).
               10  FILLER             PIC X.
               10  RCT-DECIDED-DATE   PIC X(8).
               10  FILLER             PIC X.
      *        YYYYMMDD of the last DOGEAUDT entry under the userid in
      *        the period - spaces for none.
               10  RCT-LAST-ACTIVITY  PIC X(8).
               10  FILLER             PIC X.
               10  RCT-DORMANT-FLAG   PIC X.
                   88  RCT-DORMANT           VALUE 'Y'.
                   88  RCT-ACTIVE            VALUE 'N'.
               10  FILLER             PIC X.
      *        A revoke or deadline suspend staged on DOGEOPRP for a
      *        second administrator, the way DOGEOPRM stages an S.
               10  RCT-SUSPEND-STAGED PIC X.
                   88  RCT-STAGED            VALUE 'Y'.
                   88  RCT-NOT-STAGED        VALUE 'N'.
               10  FILLER             PIC X(20).
           05  RCT-CYCLE-PART REDEFINES RCT-OPERATOR-PART.
               10  RCT-CYCLE-STATE    PIC X.
                   88  RCT-CYCLE-OPEN        VALUE 'O'.
                   88  RCT-CYCLE-CLOSED      VALUE 'C'.
               10  FILLER             PIC X.
      *        YYYYMMDD dates throughout.
               10  RCT-OPENED-DATE    PIC X(8).
               10  FILLER             PIC X.
               10  RCT-DEADLINE       PIC X(8).
               10  FILLER             PIC X.
               10  RCT-PERIOD-FROM    PIC X(8).
               10  FILLER             PIC X.
               10  RCT-CLOSED-DATE    PIC X(8).
               10  FILLER             PIC X.
               10  RCT-SIGNED-OFF-BY  PIC X(8).
               10  FILLER             PIC X.
               10  RCT-SIGNED-OFF-DATE PIC X(8).
               10  FILLER             PIC X(2).
           05  RCT-POINTER-PART REDEFINES RCT-OPERATOR-PART.
               10  RCT-CURRENT-CYCLE  PIC X(6).
               10  FILLER             PIC X(51).
