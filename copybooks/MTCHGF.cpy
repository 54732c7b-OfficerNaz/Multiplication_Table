000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTCHGF  --  DEPARTMENT CHARGEBACK FEED RECORD (CHRGFEED),   *
000130*                WRITTEN BY THE MONTH-END CHARGEBACK REPORT      *
000140*                (PROGRAM25) FOR THE BILLING SYSTEM:  ONE "H"    *
000150*                HEADER CARRYING THE BILLING MONTH AND WHEN THE  *
000160*                FEED WAS BUILT, ONE "D" DETAIL PER DEPARTMENT   *
000170*                AND OPERATOR WITH THE MONTH'S USAGE COUNTS,     *
000180*                AND ONE "T" TRAILER WITH THE DETAIL RECORD      *
000190*                COUNT AND THE SUM OF EACH USAGE COUNT ACROSS    *
000200*                ALL DETAILS, SO BILLING CAN BALANCE THE FILE    *
000210*                BEFORE POSTING IT.  AN OPERATOR WITH NO         *
000220*                DEPARTMENT ON THE SECURITY FILE (OR NO LONGER   *
000230*                ON IT) IS BILLED TO DEPARTMENT "*NONE*".        *
000240*                                                                *
000250*    MOD LOG                                                     *
000260*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
000270*                                                                *
000280*----------------------------------------------------------------*
000290    01  MT-CHGF-RECORD.
000300        05  MT-CHGF-RECORD-TYPE      PIC X(01).
000310            88  MT-CHGF-HEADER                 VALUE "H".
000320            88  MT-CHGF-DETAIL                 VALUE "D".
000330            88  MT-CHGF-TRAILER                VALUE "T".
000340        05  MT-CHGF-DATA             PIC X(79).
000350        05  MT-CHGF-HEADER-DATA REDEFINES MT-CHGF-DATA.
000360            10  MT-CHGF-HDR-FEED-ID      PIC X(08).
000370            10  MT-CHGF-HDR-PERIOD       PIC 9(06).
000380            10  MT-CHGF-HDR-CREATED-DATE PIC 9(08).
000390            10  MT-CHGF-HDR-CREATED-TIME PIC 9(06).
000400            10  FILLER                   PIC X(51).
000410        05  MT-CHGF-DETAIL-DATA REDEFINES MT-CHGF-DATA.
000420            10  MT-CHGF-DET-PERIOD       PIC 9(06).
000430            10  MT-CHGF-DET-DEPT-CODE    PIC X(06).
000440            10  MT-CHGF-DET-OPERATOR-ID  PIC X(08).
000450            10  MT-CHGF-DET-BATCH-RUNS   PIC 9(05).
000460            10  MT-CHGF-DET-CARDS-RUN    PIC 9(07).
000470            10  MT-CHGF-DET-ROWS         PIC 9(09).
000480            10  MT-CHGF-DET-DECIMAL-RUNS PIC 9(05).
000490            10  MT-CHGF-DET-INQUIRIES    PIC 9(07).
000500            10  FILLER                   PIC X(26).
000510        05  MT-CHGF-TRAILER-DATA REDEFINES MT-CHGF-DATA.
000520            10  MT-CHGF-TRL-DETAIL-COUNT PIC 9(07).
000530            10  MT-CHGF-TRL-BATCH-RUNS   PIC 9(07).
000540            10  MT-CHGF-TRL-CARDS-RUN    PIC 9(09).
000550            10  MT-CHGF-TRL-ROWS         PIC 9(11).
000560            10  MT-CHGF-TRL-DECIMAL-RUNS PIC 9(07).
000570            10  MT-CHGF-TRL-INQUIRIES    PIC 9(09).
000580            10  FILLER                   PIC X(29).
