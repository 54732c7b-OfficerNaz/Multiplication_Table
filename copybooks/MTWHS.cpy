000220*                                                                *
000230*    MOD LOG                                                     *
000240*    2026-08-23  DLW  ORIGINAL LAYOUT.                           *
00024A*    2026-10-15  DLW  ADDED THE RESEND FLAG AND RESEND DATE TO   *
00024B*                      THE HEADER (IN THE OLD FILLER AREA).  THE *
00024C*                      BATCH JOB LEAVES THEM BLANK ON A FIRST    *
00024D*                      SEND; THE EXTRACT RESEND UTILITY          *
00024E*                      (PROGRAM18) SETS "R" AND THE DATE IT      *
00024F*                      REBUILT THE SECTION, SO THE WAREHOUSE CAN *
00024G*                      TELL A RESEND FROM A FIRST SEND.  ALL     *
00024H*                      OTHER HEADER VALUES ARE THE ORIGINAL      *
00024I*                      RUN'S.                                    *
000250*                                                                *
000260*----------------------------------------------------------------*
000270    01  MT-WHS-RECORD.
000390            10  MT-WHS-HDR-ROW-COUNT     PIC 9(03).
000400            10  MT-WHS-HDR-MODE-FLAG     PIC X(01).
000410            10  MT-WHS-HDR-UNIT-PRICE    PIC 9(05)V99.
00041A            10  MT-WHS-HDR-RESEND-FLAG   PIC X(01).
00041B                88  MT-WHS-HDR-RESEND              VALUE "R".
00041C            10  MT-WHS-HDR-RESEND-DATE   PIC X(08).
00041D            10  MT-WHS-HDR-RESEND-DATE-9 REDEFINES
00041E                MT-WHS-HDR-RESEND-DATE   PIC 9(08).
000420            10  FILLER                   PIC X(29).
000430        05  MT-WHS-DETAIL-DATA REDEFINES MT-WHS-DATA.
000440            10  MT-WHS-DET-ROW-NUMBER    PIC 9(03).
000450            10  MT-WHS-DET-MULTIPLIER    PIC 9(03).
