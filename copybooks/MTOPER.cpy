000254*                      MAINTENANCE PROGRAM (PROGRAM8).  RECORDS  *
000255*                      FROM THE OLD LAYOUT HAVE A SPACE HERE AND *
000256*                      ARE TREATED AS NOT AUTHORIZED.            *
00025A*    2026-10-15  DLW  ADDED THE SIGN-ON PASSWORD FIELDS (IN THE  *
00025B*                      OLD FILLER AREA) - THE PASSWORD, HELD     *
00025C*                      ONLY IN ONE-WAY ENCODED FORM (SEE         *
00025D*                      PROGRAM17), THE DATE IT WAS LAST CHANGED, *
00025E*                      THE FORCED-CHANGE INTERVAL IN DAYS (ZERO  *
00025F*                      TAKES THE 90-DAY DEFAULT), THE COUNT OF   *
00025G*                      BAD TRIES SINCE THE LAST GOOD SIGN-ON AND *
00025H*                      THE LOCKED FLAG.  A CHANGED DATE OF ZERO  *
00025I*                      (A NEW OR RESET PASSWORD) MUST BE CHANGED *
00025J*                      AT THE NEXT SIGN-ON.  RECORDS FROM THE    *
00025K*                      OLD LAYOUT HAVE NO PASSWORD AND CANNOT    *
00025L*                      SIGN ON UNTIL SECURITY FILES ONE.         *
00025M*    2026-10-15  DLW  ADDED THE MAY-APPROVE FLAG (IN THE OLD     *
00025N*                      FILLER AREA) - AN OPERATOR WITH THIS FLAG *
00025O*                      MAY APPROVE OR REJECT ANOTHER OPERATOR'S  *
00025P*                      PENDING CARD CATALOG CHANGES THROUGH      *
00025Q*                      PROGRAM10.  RECORDS FROM THE OLD LAYOUT   *
00025R*                      HAVE A SPACE HERE AND MAY NOT APPROVE.    *
00025S*    2026-10-15  DLW  ADDED THE CHANGE COUNT (IN THE OLD FILLER  *
00025T*                      AREA) - ADDED TO BY ONE EVERY TIME THE    *
00025U*                      RECORD IS REWRITTEN, SO A MAINTENANCE     *
00025V*                      SESSION CAN TELL THAT SOMEONE ELSE HAS    *
00025W*                      CHANGED THE RECORD SINCE IT WAS READ AND  *
00025X*                      REFUSE TO OVERLAY THE OTHER CHANGE.       *
00025Y*                      RECORDS FROM THE OLD LAYOUT HAVE SPACES   *
00025Z*                      HERE, WHICH COUNTS AS ZERO.               *
0002AA*    2026-10-15  DLW  ADDED THE DEPARTMENT / COST CENTER CODE    *
0002AB*                      (IN THE OLD FILLER AREA), MAINTAINED BY   *
0002AC*                      PROGRAM8.  THE MONTH-END CHARGEBACK       *
0002AD*                      (PROGRAM25) BILLS EACH OPERATOR'S USE TO  *
0002AE*                      IT.  RECORDS FROM THE OLD LAYOUT HAVE     *
0002AF*                      SPACES HERE AND ARE BILLED AS UNASSIGNED. *
0002AG*    2026-10-15  DLW  ADDED THE MUST-CHANGE FLAG (IN THE OLD     *
0002AH*                      FILLER AREA) - SET BY SECURITY            *
0002AI*                      MAINTENANCE (PROGRAM8) WHEN IT FILES A    *
0002AJ*                      TEMPORARY PASSWORD ON AN ADD OR AN UNLOCK *
0002AK*                      / RESET, AND CLEARED WHEN THE OPERATOR    *
0002AL*                      SETS THEIR OWN PASSWORD AT SIGN-ON        *
0002AM*                      (PROGRAM17).  A RECORD WITH NO PASSWORD   *
0002AN*                      ON FILE CANNOT SIGN ON UNTIL SECURITY     *
0002AO*                      FILES A TEMPORARY PASSWORD FOR IT.        *
0002AP*    2026-10-15  DLW  THE PASSWORD SEED UTILITY (PROGRAM28)      *
0002AQ*                      FILES A TEMPORARY, MUST-CHANGE PASSWORD   *
0002AR*                      ON A RECORD THAT HAS NONE, FROM CONTROL   *
0002AS*                      CARDS RAISED BY A SECURITY ADMINISTRATOR  *
0002AT*                      - THE WAY THE FIRST PASSWORDS ARE FILED   *
0002AU*                      WHILE NO ONE CAN YET SIGN ON TO PROGRAM8. *
000257*                                                                *
000260*----------------------------------------------------------------*
000270    01  MT-OPER-RECORD.
000350            88  MT-OPER-DECIMAL-OK             VALUE "Y".
000352        05  MT-OPER-MAY-MAINT-SEC    PIC X(01).
000354            88  MT-OPER-MAINT-OK               VALUE "Y".
000360        05  MT-OPER-PASSWORD         PIC X(10).
00036A        05  MT-OPER-PWD-CHANGED      PIC 9(08).
00036B        05  MT-OPER-PWD-INTERVAL     PIC 9(03).
00036C        05  MT-OPER-FAILED-TRIES     PIC 9(02).
00036D        05  MT-OPER-LOCKED           PIC X(01).
00036E            88  MT-OPER-IS-LOCKED              VALUE "Y".
00036F        05  MT-OPER-MAY-APPROVE      PIC X(01).
00036G            88  MT-OPER-APPROVE-OK             VALUE "Y".
00036H        05  MT-OPER-CHANGE-COUNT     PIC 9(05).
00036I        05  MT-OPER-CHANGE-COUNT-X REDEFINES MT-OPER-CHANGE-COUNT
00036J                                     PIC X(05).
00036K        05  MT-OPER-DEPT-CODE        PIC X(06).
00036L        05  MT-OPER-MUST-CHANGE      PIC X(01).
00036M            88  MT-OPER-MUST-CHANGE-PWD        VALUE "Y".
00036N        05  FILLER                   PIC X(11).
