000248*                      THE PRIOR VALUE CARRIES WHAT IS STORED    *
000249*                      AND THE CURRENT VALUE WHAT WAS            *
000251*                      RECOMPUTED.                               *
000252*    2026-10-15  DLW  ADDED TYPE "R" - WRITTEN BY THE RUN        *
000253*                      COMPARISON (PROGRAM20, FOR THE PROGRAM21  *
000254*                      SCREEN AND THE PROGRAM22 REPORT) FOR A    *
000255*                      CELL THAT DIFFERS BETWEEN TWO STORED RUNS *
000256*                      AND FOR A ROW STORED IN ONLY ONE OF THEM. *
000257*                      THE RUN DATE AND RUN TIME ARE THE FIRST   *
000258*                      RUN'S, THE OTHER DATE AND TIME THE        *
000259*                      SECOND'S; THE PRIOR VALUE IS THE FIRST    *
00025A*                      RUN'S AND THE CURRENT VALUE THE SECOND'S. *
00025B*                      ROWS ARE MATCHED ON ROW NUMBER AND CARD   *
00025C*                      SEQUENCE.  A ROW IN ONLY ONE RUN HAS      *
00025D*                      COLUMN ZERO, THE ONLY-IN FLAG SET, AND    *
00025E*                      THAT RUN'S MULTIPLIER AS ITS VALUE.  THE  *
00025F*                      FIELDS AFTER THE CURRENT VALUE ARE ONLY   *
00025G*                      USED BY TYPE "R" RECORDS.                 *
000250*                                                                *
000260*----------------------------------------------------------------*
000270    01  MT-RECX-RECORD.
000300            88  MT-RECX-CELL-DIFF              VALUE "C".
000310            88  MT-RECX-PRIOR-ONLY             VALUE "U".
000315            88  MT-RECX-VERIFY-DIFF            VALUE "V".
000316            88  MT-RECX-RUN-COMPARE            VALUE "R".
000320        05  MT-RECX-ROW-NUMBER       PIC 9(03).
000330        05  MT-RECX-COLUMN-NUMBER    PIC 9(03).
000340        05  MT-RECX-PRIOR-VALUE      PIC 9(05).
000350        05  MT-RECX-CURRENT-VALUE    PIC 9(05).
000352        05  MT-RECX-RUN-TIME         PIC 9(06).
000354        05  MT-RECX-CARD-SEQ         PIC 9(03).
000356        05  MT-RECX-OTHER-DATE       PIC 9(08).
000357        05  MT-RECX-OTHER-TIME       PIC 9(06).
000358        05  MT-RECX-ONLY-IN          PIC X(01).
000359            88  MT-RECX-FIRST-RUN-ONLY         VALUE "1".
00035A            88  MT-RECX-SECOND-RUN-ONLY        VALUE "2".
000360        05  FILLER                   PIC X(31).
