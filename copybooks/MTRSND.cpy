000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTRSND  --  WAREHOUSE EXTRACT RESEND LOG RECORD (WHSRLOG).  *
000130*                THE EXTRACT RESEND UTILITY (PROGRAM18) APPENDS  *
000140*                ONE RECORD PER SECTION IT REBUILDS, CARRYING    *
000150*                THE ORIGINAL RUN DATE, RUN TIME AND CARD        *
000160*                SEQUENCE, WHEN IT WAS RESENT AND BY WHOM, THE   *
000170*                RE-BALANCED DETAIL COUNT AND HASH TOTAL, AND    *
000180*                WHICH FILE OF RECORD THE ROWS CAME FROM ("K"    *
000190*                THE KEYED HISTORY FILE, "A" THE HISTORY         *
000200*                ARCHIVE).  THE ACKNOWLEDGMENT MATCH JOB         *
000210*                (PROGRAM11) AGES A RESENT SECTION FROM ITS      *
000220*                LATEST RESEND DATE INSTEAD OF THE RUN DATE.     *
000230*                                                                *
000240*    MOD LOG                                                     *
000250*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
000260*                                                                *
000270*----------------------------------------------------------------*
000280    01  MT-RSND-RECORD.
000290        05  MT-RSND-RUN-DATE         PIC 9(08).
000300        05  MT-RSND-RUN-TIME         PIC 9(08).
000310        05  MT-RSND-CARD-SEQ         PIC 9(03).
000320        05  MT-RSND-RESEND-DATE      PIC 9(08).
000330        05  MT-RSND-RESEND-TIME      PIC 9(08).
000340        05  MT-RSND-OPERATOR-ID      PIC X(08).
000350        05  MT-RSND-DETAIL-COUNT     PIC 9(09).
000360        05  MT-RSND-HASH-TOTAL       PIC 9(13).
000370        05  MT-RSND-SOURCE           PIC X(01).
000380            88  MT-RSND-FROM-KSDS              VALUE "K".
000390            88  MT-RSND-FROM-ARCHIVE           VALUE "A".
000400        05  FILLER                   PIC X(14).
