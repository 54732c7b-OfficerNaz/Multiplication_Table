000220*                                                                *
000230*    MOD LOG                                                     *
000240*    2026-09-02  DLW  ORIGINAL LAYOUT.                           *
00024A*    2026-10-15  DLW  ADDED THE CARD SET NAME AND EFFECTIVE-FROM *
00024B*                      DATE CARRIED BY THE CARD CATALOG ACTIONS  *
00024C*                      (SEE MTAUD).                              *
000250*                                                                *
000260*----------------------------------------------------------------*
000270    01  MT-AUDK-RECORD.
000390            88  MT-AUDK-ACCEPTED               VALUE "A".
000400            88  MT-AUDK-REJECTED               VALUE "R".
000410        05  MT-AUDK-ACTION           PIC X(01).
000430        05  MT-AUDK-SET-NAME         PIC X(08).
00043A        05  MT-AUDK-EFF-FROM         PIC 9(08).
00043B        05  FILLER                   PIC X(10).
