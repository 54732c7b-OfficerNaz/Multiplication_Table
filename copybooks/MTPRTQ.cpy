000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTPRTQ  --  PRINT REQUEST QUEUE RECORD (PRTQUEUE).  ONE     *
000130*                RECORD PER TABLE AN OPERATOR QUEUES FOR PRINT   *
000140*                FROM THE INQUIRY (PROGRAM2), APPENDED AS IT IS  *
000150*                QUEUED.  THE PRINT QUEUE STEP (PROGRAM27) RUNS  *
000160*                EACH PENDING REQUEST AND REWRITES IT IN PLACE   *
000170*                AS COMPLETED OR FAILED, WITH WHEN IT RAN, ITS   *
000180*                RESULT CODE AND ITS SEQUENCE WITHIN THAT RUN -  *
000190*                THE SAME RUN STAMP AND SEQUENCE ARE ON ITS      *
000200*                AUDIT RECORD (ACTION "T", SEE MTAUD) AND, FOR   *
000210*                FILE DELIVERY, ON ITS ROWS IN THE OUTPUT FILE   *
000220*                (QREQOUT, SEE MTOUTR) AS THE CARD SEQUENCE.     *
000230*                                                                *
000240*                MODE "I" IS A WHOLE-NUMBER TABLE OF THE         *
000250*                MULTIPLIER RANGE AGAINST THE COLUMN RANGE (AT   *
000260*                MOST 10 COLUMNS).  MODE "D" EXTENDS THE UNIT    *
000270*                PRICE BY EACH QUANTITY IN THE COLUMN RANGE (AT  *
000280*                MOST 8) AND HAS NO MULTIPLIER RANGE.  DELIVERY  *
000290*                "P" IS THE PRINTED REPORT ONLY, "F" THE REPORT  *
000300*                AND THE ROWS IN THE OUTPUT FILE (WHOLE-NUMBER   *
000310*                TABLES ONLY).                                   *
000320*                                                                *
000330*                RESULT CODES - 00 PRINTED, 04 PRINTED WITH      *
000340*                OVERFLOWED CELLS, 12 REFUSED (THE REQUEST OR    *
000350*                THE OPERATOR IS NO LONGER VALID), 16 THE        *
000360*                OUTPUT FILE COULD NOT BE WRITTEN.               *
000370*                                                                *
000380*    MOD LOG                                                     *
000390*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
000400*                                                                *
000410*----------------------------------------------------------------*
000420    01  MT-PRTQ-RECORD.
000430        05  MT-PRTQ-REQUEST-NO       PIC 9(05).
000440        05  MT-PRTQ-REQUEST-DATE     PIC 9(08).
000450        05  MT-PRTQ-REQUEST-TIME     PIC 9(08).
000460        05  MT-PRTQ-OPERATOR-ID      PIC X(08).
000470        05  MT-PRTQ-STATUS           PIC X(01).
000480            88  MT-PRTQ-PENDING                VALUE "P".
000490            88  MT-PRTQ-COMPLETED              VALUE "C".
000500            88  MT-PRTQ-FAILED                 VALUE "F".
000510        05  MT-PRTQ-START-MULT       PIC 9(03).
000520        05  MT-PRTQ-END-MULT         PIC 9(03).
000530        05  MT-PRTQ-START-COL        PIC 9(03).
000540        05  MT-PRTQ-END-COL          PIC 9(03).
000550        05  MT-PRTQ-MODE-FLAG        PIC X(01).
000560            88  MT-PRTQ-MODE-INTEGER           VALUE "I".
000570            88  MT-PRTQ-MODE-DECIMAL           VALUE "D".
000580        05  MT-PRTQ-UNIT-PRICE       PIC 9(05)V99.
000590        05  MT-PRTQ-DELIVERY         PIC X(01).
000600            88  MT-PRTQ-PRINT-ONLY             VALUE "P".
000610            88  MT-PRTQ-PRINT-AND-FILE         VALUE "F".
000620        05  MT-PRTQ-DONE-DATE        PIC 9(08).
000630        05  MT-PRTQ-DONE-TIME        PIC 9(08).
000640        05  MT-PRTQ-RESULT-CODE      PIC 9(02).
000650        05  MT-PRTQ-RUN-SEQ          PIC 9(03).
000660        05  FILLER                   PIC X(08).
