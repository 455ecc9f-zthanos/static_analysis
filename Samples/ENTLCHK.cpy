      *///////////////////////////////////////////////////////////////
      * ENTLCHK:
      *   COMMAREA passed on EXEC CICS LINK to DOGEENTC, which
      *   resolves the signed-on userid against the DOGEENTL
      *   entitlement matrix for one program. Every online DOGE
      *   program makes the check on entry (ENTC-ON-ENTRY - a
      *   refusal is journaled by DOGEENTC) and, when refused, XCTLs
      *   to DOGECOIN with ENTITLEMENT-DENIED-COMMS so the main menu
      *   says why. DOGECOIN asks the same question for each menu
      *   option (ENTC-MENU-QUERY - not journaled) to decide what to
      *   show.
      *///////////////////////////////////////////////////////////////
       01  ENTITLEMENT-CHECK-AREA.
           05  ENTC-PROGRAM       PIC X(8).
           05  ENTC-MODE          PIC X.
               88  ENTC-ON-ENTRY          VALUE 'E'.
               88  ENTC-MENU-QUERY        VALUE 'Q'.
           05  ENTC-RESULT        PIC X.
               88  ENTC-ALLOWED           VALUE 'Y'.
               88  ENTC-DENIED            VALUE 'N'.
      * USERID, the role that granted it, EXEMPT, or spaces.
           05  ENTC-GRANTED-BY    PIC X(8).
       01  ENTITLEMENT-CHECK-LEN  PIC 9(4) COMP VALUE 18.
      * DOGECOIN's own 10-byte COMMAREA - flag 'N', sub-account 000.
       01  ENTITLEMENT-DENIED-COMMS.
           05  FILLER             PIC X VALUE 'N'.
           05  FILLER             PIC X(3) VALUE '000'.
           05  FILLER             PIC X(6) VALUE SPACES.
