               88  WOW-MENU                         VALUE 'W'.
               88  SUCH-SEND                        VALUE 'S'.
               88  SUCH-HISTORY                     VALUE 'T'.
      *        Sent back here by a program the operator is not
      *        entitled to - see ENTLCHK.
               88  SUCH-DENIED                      VALUE 'N'.
           05  COMMS-ACCT-NUM                       PIC 9(3) VALUE 0.
           05  FILLER PIC X(6).
       01  WTO-MESSAGE PIC X(38) VALUE SPACES.
      * Sub-account directory entry, VSAM file DOGEACTS - carries the
      * human-readable name shown next to the bare account number
       COPY ACCTDIR.
      * Program entitlement check, LINKed to DOGEENTC - asked once
      * per menu option so the menu offers only what the operator
      * may enter.
       COPY ENTLCHK.
      * The menu's options and the programs behind them, in the
      * order PARSE-OPTION has always tested them.
       01  MENU-OPTION-VALUES.
           05  FILLER PIC X(31) VALUE 'TDOGETRANTransaction History'.
           05  FILLER PIC X(31) VALUE 'DDOGEDEETTransaction Details'.
           05  FILLER PIC X(31) VALUE 'SDOGESENDSuch Send'.
           05  FILLER PIC X(31) VALUE 'ADOGESRCHAddress Search'.
           05  FILLER PIC X(31) VALUE 'JDOGEJINQAudit Inquiry'.
           05  FILLER PIC X(31) VALUE 'XDOGEXFERInternal Transfer'.
           05  FILLER PIC X(31) VALUE 'RDOGERUNIRun Status'.
           05  FILLER PIC X(31) VALUE 'ODOGEDASHOps Dashboard'.
           05  FILLER PIC X(31) VALUE 'CDOGECNVTCurrency Conversion'.
       01  MENU-OPTION-TABLE REDEFINES MENU-OPTION-VALUES.
           05  MENU-OPTION OCCURS 9 TIMES.
               10  MO-LETTER    PIC X.
               10  MO-PROGRAM   PIC X(8).
               10  MO-LABEL     PIC X(22).
       01  MENU-IDX                         PIC 9(2).
       01  MENU-SLOT-COUNT                  PIC 9(2).
       01  MENU-SLOT-TEXT.
           05  MS-LETTER    PIC X.
           05  FILLER       PIC X(3) VALUE ' - '.
           05  MS-LABEL     PIC X(22).
           05  FILLER       PIC X(11) VALUE SPACES.
      * Five menu lines of two options each, same flat/table layout
      * DOGESRCH uses for its result lines.
       01  DOGEMN1O-MENU.
           05  MENU1O       PIC X(74).
           05  MENU2O       PIC X(74).
           05  MENU3O       PIC X(74).
           05  MENU4O       PIC X(74).
           05  MENU5O       PIC X(74).
       01  DOGEMN1O-MENU-TAB REDEFINES DOGEMN1O-MENU.
           05  MENU-SLOT    OCCURS 10 TIMES PIC X(37).
      * Durable audit trail record, written alongside every WTO
       COPY JRNLREC.
      *
                         ERASE
               END-EXEC
           ELSE
           IF SUCH-DENIED
               MOVE 'T' TO DOGE-FLAG
               MOVE 'Not entitled to that program' TO MENUMSGO
               PERFORM DOGE-MAIN-SCREEN
           ELSE
           IF EIBAID EQUAL TO DFHPF3
               EXEC CICS XCTL 
                   PROGRAM('DOGEQUIT')
                   PROGRAM('DOGEDASH')
               END-EXEC
           ELSE
           IF OPTIONI EQUAL TO 'C'
               MOVE 'Opening Currency Conversion' TO WTO-MESSAGE
               PERFORM DOGE-WTO
               EXEC CICS XCTL
                   PROGRAM('DOGECNVT')
               END-EXEC
           ELSE
           IF OPTIONI EQUAL TO 'V'
               MOVE 'Switching sub-account' TO WTO-MESSAGE
               PERFORM DOGE-WTO
           EXEC CICS ENDBR 
               FILE('DOGEVSAM')
           END-EXEC.
           PERFORM BUILD-ENTITLED-MENU.

           EXEC CICS
                SEND MAP('DOGEMN1')
                     ERASE
           END-EXEC.
      *    
       BUILD-ENTITLED-MENU.
      *    Only the options DOGEENTC says this operator may enter are
      *    shown - anything else typed in is still refused by the
      *    program itself. Switching sub-account is always offered.
           MOVE SPACES TO DOGEMN1O-MENU.
           MOVE ZERO TO MENU-SLOT-COUNT.
           PERFORM VARYING MENU-IDX FROM 1 BY 1 UNTIL MENU-IDX > 9
               MOVE MO-PROGRAM(MENU-IDX) TO ENTC-PROGRAM
               SET ENTC-MENU-QUERY TO TRUE
               EXEC CICS LINK PROGRAM('DOGEENTC')
                    COMMAREA(ENTITLEMENT-CHECK-AREA)
                    LENGTH(ENTITLEMENT-CHECK-LEN)
               END-EXEC
               IF ENTC-ALLOWED
                   MOVE MO-LETTER(MENU-IDX) TO MS-LETTER
                   MOVE MO-LABEL(MENU-IDX) TO MS-LABEL
                   PERFORM ADD-MENU-SLOT
               END-IF
           END-PERFORM.
           MOVE 'V' TO MS-LETTER.
           MOVE 'Switch Sub-Account' TO MS-LABEL.
           PERFORM ADD-MENU-SLOT.
      *
       ADD-MENU-SLOT.
           ADD 1 TO MENU-SLOT-COUNT.
           MOVE MENU-SLOT-TEXT TO MENU-SLOT(MENU-SLOT-COUNT).
      *
       RAISE-LOW-BALANCE-ALERT.
      *    Available balance for this sub-account is under the floor -
      *    flag it in reverse video and journal it the same way every
