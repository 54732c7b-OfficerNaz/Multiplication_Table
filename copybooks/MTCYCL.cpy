000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTCYCL  --  NIGHTLY JOB-CHAIN STEP CONTROL RECORD           *
000130*                (CYCLCTL).  EVERY STEP OF THE NIGHTLY CHAIN -   *
000140*                THE BATCH JOB (PROGRAM1), THE KEYED HISTORY     *
000150*                LOAD (PROGRAM7), THE KEYED AUDIT LOAD           *
000160*                (PROGRAM14), THE ACK MATCH (PROGRAM11), THE     *
000170*                INTEGRITY SWEEP (PROGRAM13) AND THE RETENTION   *
000180*                PURGE (PROGRAM5) - APPENDS ONE RECORD WHEN IT   *
000190*                STARTS AND ONE WHEN IT ENDS, ALL THROUGH THE    *
000200*                STEP CONTROL SUBPROGRAM (PROGRAM16).  THE       *
000210*                CYCLE DATE IS THE RUN DATE OF THE BATCH JOB     *
000220*                THAT OPENED THE CYCLE.  THE LAST RECORD OF A    *
000230*                STEP FOR THE CYCLE DATE IS THAT STEP'S STATE:   *
000240*                "S" STARTED (STILL RUNNING, OR DIED WITHOUT     *
000250*                AN END RECORD), "C" COMPLETE, "F" FAILED, "B"   *
000260*                BLOCKED BECAUSE A PREDECESSOR STEP HAD NOT      *
000270*                COMPLETED.  THE RUN STATUS CARRIES THE BATCH    *
000280*                JOB'S RUNSTAT STATUS (SEE MTSTAT) ON ITS END    *
000290*                RECORD AND THE MISSING PREDECESSOR'S NAME ON A  *
000300*                BLOCKED RECORD.                                 *
000310*                                                                *
000320*    MOD LOG                                                     *
000330*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
00033A*    2026-10-15  DLW  ADDED THE ELAPSED SECONDS (END RECORDS -   *
00033B*                      START TO END, WORKED OUT BY PROGRAM16),   *
00033C*                      AND THE BATCH JOB'S CARDS RUN, ROWS       *
00033D*                      WRITTEN AND AUTOMATIC RESTART FLAG ("Y"   *
00033E*                      WHEN THE RUN RESUMED FROM CHKPTFIL), IN   *
00033F*                      THE OLD FILLER AREA, FOR THE BATCH WINDOW *
00033G*                      REPORT (PROGRAM26).  OTHER STEPS LEAVE    *
00033H*                      THE COUNTS ZERO.  RECORDS FROM BEFORE THE *
00033I*                      CHANGE HAVE SPACES HERE.                  *
000340*                                                                *
000350*----------------------------------------------------------------*
000360    01  MT-CYCL-RECORD.
000370        05  MT-CYCL-CYCLE-DATE       PIC 9(08).
000380        05  MT-CYCL-STEP-NAME        PIC X(09).
000390        05  MT-CYCL-STEP-STATUS      PIC X(01).
000400            88  MT-CYCL-STARTED                VALUE "S".
000410            88  MT-CYCL-COMPLETE               VALUE "C".
000420            88  MT-CYCL-FAILED                 VALUE "F".
000430            88  MT-CYCL-BLOCKED                VALUE "B".
000440        05  MT-CYCL-START-DATE       PIC 9(08).
000450        05  MT-CYCL-START-TIME       PIC 9(08).
000460        05  MT-CYCL-END-DATE         PIC 9(08).
000470        05  MT-CYCL-END-TIME         PIC 9(08).
000480        05  MT-CYCL-COMPLETION-CODE  PIC 9(02).
000490        05  MT-CYCL-RUN-STATUS       PIC X(09).
00049A        05  MT-CYCL-ELAPSED-SECS     PIC 9(06).
00049B        05  MT-CYCL-CARDS-RUN        PIC 9(03).
00049C        05  MT-CYCL-ROWS-RUN         PIC 9(05).
00049D        05  MT-CYCL-RESTART-FLAG     PIC X(01).
00049E            88  MT-CYCL-AUTO-RESTART           VALUE "Y".
00049F        05  FILLER                   PIC X(04).
