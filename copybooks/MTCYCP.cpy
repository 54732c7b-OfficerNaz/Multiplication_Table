000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTCYCP  --  STEP CONTROL REQUEST PASSED TO PROGRAM16, THE   *
000130*                CALLABLE SUBPROGRAM THAT OWNS THE JOB-CHAIN     *
000140*                STEP CONTROL FILE (CYCLCTL, SEE MTCYCL), SO     *
000150*                EVERY STEP OF THE NIGHTLY CHAIN CHECKS ITS      *
000160*                PREDECESSORS AND RECORDS ITS OWN START AND END  *
000170*                THE SAME WAY.                                   *
000180*                                                                *
000190*                FUNCTION "B" (BEGIN) - THE CALLER NAMES ITS     *
000200*                STEP.  THE CYCLE DATE, THE START STAMP AND THE  *
000210*                PREREQUISITE SWITCH COME BACK; WHEN A           *
000220*                PREDECESSOR HAS NOT COMPLETED FOR THE CYCLE,    *
000230*                THE SWITCH COMES BACK "N" WITH THE MISSING      *
000240*                STEP AND ITS STATE, AND A BLOCKED RECORD IS     *
000250*                ALREADY ON FILE - THE CALLER ENDS WITH          *
000260*                CONDITION CODE 20 WITHOUT TOUCHING ANYTHING.    *
000270*                FUNCTION "E" (END) - THE CALLER SETS THE STEP   *
000280*                STATUS ("C" OR "F"), ITS COMPLETION CODE AND    *
000290*                (PROGRAM1 ONLY) ITS RUN STATUS, AND PASSES THE  *
000300*                BEGIN STAMP BACK UNCHANGED.                     *
00030A*                BEGIN ALSO ZEROES THE CARDS RUN AND ROWS RUN    *
00030B*                AND SETS THE RESTART FLAG "N"; THE BATCH JOB    *
00030C*                FILLS THEM IN BEFORE ITS END.  END RETURNS THE  *
00030D*                ELAPSED SECONDS IT RECORDED.                    *
000310*                FUNCTION "I" (INQUIRE) - THE STATE OF EVERY     *
000320*                STEP OF THE LATEST CYCLE COMES BACK IN THE      *
000330*                STEP TABLE, IN CHAIN ORDER.  A SPACE STATUS     *
000340*                MEANS THE STEP HAS NOT RUN FOR THE CYCLE.       *
000350*                                                                *
000360*    MOD LOG                                                     *
000370*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
00037A*    2026-10-15  DLW  ADDED THE ELAPSED SECONDS, CARDS RUN, ROWS *
00037B*                      RUN AND RESTART FLAG (SEE MTCYCL).        *
000380*                                                                *
000390*----------------------------------------------------------------*
000400    01  MT-CYCP-PARMS.
000410        05  MT-CYCP-FUNCTION         PIC X(01).
000420            88  MT-CYCP-BEGIN                  VALUE "B".
000430            88  MT-CYCP-END                    VALUE "E".
000440            88  MT-CYCP-INQUIRE                VALUE "I".
000450        05  MT-CYCP-STEP-NAME        PIC X(09).
000460        05  MT-CYCP-CYCLE-DATE       PIC 9(08).
000470        05  MT-CYCP-START-DATE       PIC 9(08).
000480        05  MT-CYCP-START-TIME       PIC 9(08).
000490        05  MT-CYCP-STEP-STATUS      PIC X(01).
000500        05  MT-CYCP-COMPLETION-CODE  PIC 9(02).
000510        05  MT-CYCP-RUN-STATUS       PIC X(09).
00051A        05  MT-CYCP-ELAPSED-SECS     PIC 9(06).
00051B        05  MT-CYCP-CARDS-RUN        PIC 9(03).
00051C        05  MT-CYCP-ROWS-RUN         PIC 9(05).
00051D        05  MT-CYCP-RESTART-FLAG     PIC X(01).
000520        05  MT-CYCP-PREREQ-SW        PIC X(01).
000530            88  MT-CYCP-PREREQ-OK              VALUE "Y".
000540        05  MT-CYCP-MISSING-STEP     PIC X(09).
000550        05  MT-CYCP-MISSING-STATUS   PIC X(01).
000560        05  MT-CYCP-STEP-COUNT       PIC 9(02).
000570        05  MT-CYCP-STEP-ENTRY OCCURS 6 TIMES.
000580            10  MT-CYCP-TAB-STEP         PIC X(09).
000590            10  MT-CYCP-TAB-STATUS       PIC X(01).
000600            10  MT-CYCP-TAB-START-DATE   PIC 9(08).
000610            10  MT-CYCP-TAB-START-TIME   PIC 9(08).
000620            10  MT-CYCP-TAB-END-DATE     PIC 9(08).
000630            10  MT-CYCP-TAB-END-TIME     PIC 9(08).
000640            10  MT-CYCP-TAB-RC           PIC 9(02).
000650            10  MT-CYCP-TAB-RUN-STATUS   PIC X(09).
