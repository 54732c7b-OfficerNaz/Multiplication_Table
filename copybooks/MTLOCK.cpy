000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTLOCK  --  RUN LOCK RECORD (RUNLOCK).  THE BATCH JOB       *
000130*                (PROGRAM1), THE HISTORY LOAD (PROGRAM7) AND THE *
000140*                RETENTION PURGE (PROGRAM5) ALL UPDATE CHKPTFIL, *
000150*                PRIORRES AND HISTFILE, SO ONLY ONE OF THEM MAY  *
000160*                RUN AT A TIME.  EACH TAKES THE LOCK AT START    *
000170*                AND GIVES IT BACK AT END THROUGH THE RUN LOCK   *
000180*                SUBPROGRAM (PROGRAM23), WHICH APPENDS ONE       *
000190*                RECORD EACH TIME.  THE LAST RECORD FOR A LOCK   *
000200*                NAME IS THE LOCK'S STATE: "H" HELD (BY THE      *
000210*                PROGRAM AND OPERATOR ON THE RECORD, SINCE ITS   *
000220*                DATE AND TIME), "R" RELEASED, "B" BROKEN BY     *
000230*                HAND (PROGRAM24) AFTER THE HOLDER ENDED         *
000240*                WITHOUT RELEASING IT.                           *
000250*                                                                *
000260*    MOD LOG                                                     *
000270*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
000280*                                                                *
000290*----------------------------------------------------------------*
000300    01  MT-LOCK-RECORD.
000310        05  MT-LOCK-NAME             PIC X(08).
000320        05  MT-LOCK-ACTION           PIC X(01).
000330            88  MT-LOCK-HELD                   VALUE "H".
000340            88  MT-LOCK-RELEASED               VALUE "R".
000350            88  MT-LOCK-BROKEN                 VALUE "B".
000360        05  MT-LOCK-PROGRAM          PIC X(09).
000370        05  MT-LOCK-OPERATOR-ID      PIC X(08).
000380        05  MT-LOCK-DATE             PIC 9(08).
000390        05  MT-LOCK-TIME             PIC 9(08).
000400        05  FILLER                   PIC X(38).
