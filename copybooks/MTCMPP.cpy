000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTCMPP  --  RUN COMPARISON REQUEST PASSED TO PROGRAM20, THE *
000130*                CALLABLE SUBPROGRAM THAT COMPARES TWO STORED    *
000140*                RUNS, SO THE COMPARISON SCREEN (PROGRAM21) AND  *
000150*                THE BATCH COMPARISON REPORT (PROGRAM22) FIND,   *
000160*                MATCH AND COMPARE THE RUNS THE SAME WAY.        *
000170*                                                                *
000180*                THE CALLER FILLS IN THE TWO RUN KEYS - A RUN    *
000190*                DATE AND A RUN TIME (HHMMSS), ZERO TIME TAKING  *
000200*                THE LATEST RUN OF THE DATE.  PROGRAM20 WRITES   *
000210*                ONE TYPE "R" RECORD (SEE MTRECX) PER DIFFERENCE *
000220*                TO A FRESH COMPARISON EXCEPTION FILE (CMPREXC)  *
000230*                AND RETURNS THE RUN TIMES IT ACTUALLY USED,     *
000240*                WHERE EACH RUN CAME FROM, AND THE COUNTS.  ANY  *
000250*                RESULT BUT "Y" CARRIES ITS REASON IN THE        *
000260*                MESSAGE AND LEAVES NO EXCEPTION FILE TO READ.   *
000270*                                                                *
000280*    MOD LOG                                                     *
000290*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
000300*                                                                *
000310*----------------------------------------------------------------*
000320    01  MT-CMPP-PARMS.
000330        05  MT-CMPP-FIRST-DATE       PIC 9(08).
000340        05  MT-CMPP-FIRST-TIME       PIC 9(06).
000350        05  MT-CMPP-SECOND-DATE      PIC 9(08).
000360        05  MT-CMPP-SECOND-TIME      PIC 9(06).
000370        05  MT-CMPP-FIRST-SOURCE     PIC X(01).
000380            88  MT-CMPP-FIRST-FROM-KSDS        VALUE "K".
000390            88  MT-CMPP-FIRST-FROM-ARCHIVE     VALUE "A".
000400        05  MT-CMPP-SECOND-SOURCE    PIC X(01).
000410            88  MT-CMPP-SECOND-FROM-KSDS       VALUE "K".
000420            88  MT-CMPP-SECOND-FROM-ARCHIVE    VALUE "A".
000430        05  MT-CMPP-FIRST-ROWS       PIC 9(03).
000440        05  MT-CMPP-SECOND-ROWS      PIC 9(03).
000450        05  MT-CMPP-MATCHED-ROWS     PIC 9(03).
000460        05  MT-CMPP-CELL-DIFFS       PIC 9(05).
000470        05  MT-CMPP-FIRST-ONLY       PIC 9(03).
000480        05  MT-CMPP-SECOND-ONLY      PIC 9(03).
000490        05  MT-CMPP-RESULT           PIC X(01).
000500            88  MT-CMPP-COMPARED               VALUE "Y".
000510            88  MT-CMPP-FIRST-NOT-FOUND        VALUE "1".
000520            88  MT-CMPP-SECOND-NOT-FOUND       VALUE "2".
000530            88  MT-CMPP-FILE-ERROR             VALUE "F".
000540        05  MT-CMPP-MESSAGE          PIC X(60).
