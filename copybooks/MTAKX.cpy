000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTAKX  --  WAREHOUSE ACKNOWLEDGMENT EXCEPTION RECORD        *
000130*                (ACKEXCF).  THE ACKNOWLEDGMENT MATCH JOB        *
000140*                (PROGRAM11) WRITES ONE RECORD PER EXTRACT       *
000150*                SECTION IT REPORTS ON ITS EXCEPTION PAGE (ANY   *
000160*                SECTION WITHOUT A CLEAN ACK), SO THE EXTRACT    *
000170*                RESEND UTILITY (PROGRAM18) CAN PICK UP THE      *
000180*                OVERDUE AND REFUSED SECTIONS WITHOUT THE CREW   *
000190*                RE-KEYING THEM FROM THE PRINTED REPORT.  THE    *
000200*                FILE IS REWRITTEN EVERY MATCH RUN, SO IT        *
000210*                ALWAYS HOLDS THE LATEST MORNING'S EXCEPTIONS.   *
000220*                THE EXCEPTION CODE IS THE MATCH RESULT: "N" NO  *
000230*                ACK YET, "C" ACK COUNT MISMATCH, "H" ACK HASH   *
000240*                MISMATCH, "R" LOAD REFUSED.                     *
000250*                                                                *
000260*    MOD LOG                                                     *
000270*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
000280*                                                                *
000290*----------------------------------------------------------------*
000300    01  MT-AKX-RECORD.
000310        05  MT-AKX-RUN-DATE          PIC 9(08).
000320        05  MT-AKX-RUN-TIME          PIC 9(08).
000330        05  MT-AKX-CARD-SEQ          PIC 9(03).
000340        05  MT-AKX-DETAIL-COUNT      PIC 9(09).
000350        05  MT-AKX-HASH-TOTAL        PIC 9(13).
000360        05  MT-AKX-EXCEPTION         PIC X(01).
000370            88  MT-AKX-NO-ACK                  VALUE "N".
000380            88  MT-AKX-COUNT-MISMATCH          VALUE "C".
000390            88  MT-AKX-HASH-MISMATCH           VALUE "H".
000400            88  MT-AKX-REFUSED                 VALUE "R".
000410        05  MT-AKX-DAYS-OUT          PIC 9(03).
000420        05  MT-AKX-OVERDUE-SW        PIC X(01).
000430            88  MT-AKX-OVERDUE                 VALUE "Y".
000440        05  MT-AKX-MATCH-DATE        PIC 9(08).
000450        05  FILLER                   PIC X(26).
