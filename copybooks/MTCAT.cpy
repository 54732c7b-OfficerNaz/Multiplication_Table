000250*                                                                *
000260*    MOD LOG                                                     *
000270*    2026-09-02  DLW  ORIGINAL LAYOUT.                           *
00027A*    2026-10-15  DLW  ADDED THE APPROVAL FIELDS (IN THE OLD      *
00027B*                      FILLER AREA).  A CATALOG CHANGE NOW GOES  *
00027C*                      IN PENDING UNTIL A SECOND OPERATOR WITH   *
00027D*                      THE MAY-APPROVE FLAG (MTOPER) APPROVES IT *
00027E*                      THROUGH PROGRAM10 -                       *
00027F*                      "A" A NEW CARD NOT YET APPROVED.          *
00027G*                      "C" A PROPOSED REPLACEMENT FOR THE LIVE   *
00027H*                      CARD OF THE SAME SET, EFFECTIVE-FROM AND  *
00027I*                      SEQUENCE; THE LIVE CARD STAYS IN USE      *
00027J*                      UNTIL IT IS APPROVED.                     *
00027K*                      "R" A LIVE CARD WHOSE REMOVAL IS AWAITING *
00027L*                      APPROVAL; IT STAYS IN USE UNTIL THEN.     *
00027M*                      SPACE IS A LIVE, APPROVED CARD - RECORDS  *
00027N*                      FROM THE OLD LAYOUT ARE LIVE.  PROGRAM1   *
00027O*                      NEVER RUNS AN "A" OR "C" CARD.  THE       *
00027P*                      CHANGED-BY ID IS THE OPERATOR WHO MADE    *
00027Q*                      THE PENDING CHANGE, WHO MAY NOT APPROVE   *
00027R*                      IT; THE APPROVED-BY ID IS THE OPERATOR    *
00027S*                      WHO LAST APPROVED THE CARD.               *
00027T*    2026-10-15  DLW  ADDED THE CHANGE COUNT (IN THE OLD FILLER  *
00027U*                      AREA) - ADDED TO BY ONE EVERY TIME THE    *
00027V*                      RECORD IS REWRITTEN, SO A MAINTENANCE     *
00027W*                      SESSION CAN TELL THAT SOMEONE ELSE HAS    *
00027X*                      CHANGED THE CARD SINCE IT WAS READ AND    *
00027Y*                      REFUSE TO OVERLAY THE OTHER CHANGE.  OLD  *
00027Z*                      LAYOUT RECORDS HAVE SPACES (ZERO) HERE.   *
000280*                                                                *
000290*----------------------------------------------------------------*
000300    01  MT-CAT-RECORD.
000420            10  MT-CAT-UNIT-PRICE-X REDEFINES MT-CAT-UNIT-PRICE
000430                                     PIC X(07).
000440            10  MT-CAT-RERUN-FLAG    PIC X(01).
000450        05  MT-CAT-PENDING-ACTION    PIC X(01).
00045A            88  MT-CAT-LIVE                    VALUE SPACE.
00045B            88  MT-CAT-PENDING-ADD             VALUE "A".
00045C            88  MT-CAT-PENDING-CHANGE          VALUE "C".
00045D            88  MT-CAT-PENDING-REMOVE          VALUE "R".
00045E            88  MT-CAT-NOT-YET-APPROVED        VALUE "A" "C".
00045F        05  MT-CAT-CHANGED-BY        PIC X(08).
00045G        05  MT-CAT-APPROVED-BY       PIC X(08).
00045H        05  MT-CAT-CHANGE-COUNT      PIC 9(05).
00045I        05  MT-CAT-CHANGE-COUNT-X REDEFINES MT-CAT-CHANGE-COUNT
00045J                                     PIC X(05).
00045K        05  FILLER                   PIC X(05).
