000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTRSNC  --  WAREHOUSE EXTRACT RESEND REQUEST CARD           *
000130*                (RSNDCARD), READ BY THE EXTRACT RESEND UTILITY  *
000140*                (PROGRAM18).  AN "S" CARD ASKS FOR ONE SECTION  *
000150*                BY RUN DATE AND CARD SEQUENCE - THE RUN TIME    *
000160*                (HHMMSS) PICKS WHICH RUN OF THE DATE, ZERO OR   *
000170*                BLANK TAKES THE LATEST RUN THAT PROCESSED THE   *
000180*                CARD.  AN "X" CARD ASKS FOR EVERY OVERDUE OR    *
000190*                REFUSED SECTION ON THE ACKNOWLEDGMENT MATCH     *
000200*                JOB'S EXCEPTION FILE (ACKEXCF, SEE MTAKX).  NO  *
000210*                CARDS AT ALL MEANS THE SAME AS ONE "X" CARD.    *
000220*                THE OPERATOR ID IS RECORDED ON THE RESEND LOG   *
000230*                (WHSRLOG, SEE MTRSND) AS THE REQUESTER.         *
000240*                                                                *
000250*    MOD LOG                                                     *
000260*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
000270*                                                                *
000280*----------------------------------------------------------------*
000290    01  MT-RSNC-RECORD.
000300        05  MT-RSNC-REQUEST-TYPE     PIC X(01).
000310            88  MT-RSNC-ONE-SECTION            VALUE "S".
000320            88  MT-RSNC-FROM-EXCEPTIONS        VALUE "X".
000330        05  MT-RSNC-RUN-DATE         PIC X(08).
000340        05  MT-RSNC-RUN-DATE-9 REDEFINES MT-RSNC-RUN-DATE
000350                                     PIC 9(08).
000360        05  MT-RSNC-CARD-SEQ         PIC X(03).
000370        05  MT-RSNC-CARD-SEQ-9 REDEFINES MT-RSNC-CARD-SEQ
000380                                     PIC 9(03).
000390        05  MT-RSNC-RUN-TIME         PIC X(06).
000400        05  MT-RSNC-RUN-TIME-9 REDEFINES MT-RSNC-RUN-TIME
000410                                     PIC 9(06).
000420        05  MT-RSNC-OPERATOR-ID      PIC X(08).
000430        05  FILLER                   PIC X(54).
