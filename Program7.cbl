000335*                      (LOADSTAT, SEE MTLOAD) SO THE MORNING     *
000337*                      STATUS REPORT (PROGRAM12) CAN SEE THAT    *
000338*                      THE LOAD RAN AFTER THE BATCH JOB.         *
00033A*    2026-10-15  DLW  THE LOAD IS NOW A CONTROLLED STEP OF THE   *
00033B*                      NIGHTLY CHAIN (CYCLCTL, SEE MTCYCL,       *
00033C*                      THROUGH PROGRAM16).  IT REFUSES TO LOAD   *
00033D*                      ANYTHING UNLESS THE BATCH JOB (PROGRAM1)  *
00033E*                      COMPLETED FOR THE CYCLE - A REJECTED RUN  *
00033F*                      IS A FAILED STEP - AND ENDS WITH          *
00033G*                      CONDITION CODE 20 WHEN IT DOES.  THE LOAD *
00033H*                      NOW ALSO SETS A COMPLETION CODE OF ITS    *
00033I*                      OWN - 16 WHEN HISTFILE OR HISTKSDS CANNOT *
00033J*                      BE OPENED, 08 WHEN ANY RECORD FAILED TO   *
00033K*                      LOAD - AND ONLY A CLEAN 00 LOAD COUNTS AS *
00033L*                      COMPLETE FOR THE STEPS BEHIND IT.         *
00033M*    2026-10-15  DLW  THE LOAD NOW TAKES THE BATCH FILE RUN      *
00033N*                      LOCK (SEE MTLOKP, THROUGH PROGRAM23)      *
00033O*                      BEFORE ITS STEP BEGINS AND GIVES IT BACK  *
00033P*                      ON EVERY WAY OUT.  WHILE ANOTHER BATCH    *
00033Q*                      JOB, HISTORY LOAD OR PURGE HOLDS IT, THE  *
00033R*                      RUN ENDS AT ONCE WITH CONDITION CODE 24,  *
00033S*                      NAMING THE OPERATOR AND THE TIME IT WAS   *
00033T*                      TAKEN.                                    *
000330*                                                                *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000729 01  WS-DATE-WORK.
000731     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
000732     05  WS-RUN-TIME-HHMMSS   PIC 9(08).
00073A
00073B*----------------------------------------------------------------*
00073C*    JOB-CHAIN STEP CONTROL REQUEST (SEE PROGRAM16), THE OPEN    *
00073D*    SWITCH AND THE COMPLETION CODE THE STEP ENDS WITH.          *
00073E*----------------------------------------------------------------*
00073F     COPY MTCYCP.
00073G
00073H 01  WS-FILES-OPEN-SW         PIC X(01)  VALUE "N".
00073I     88  WS-FILES-OPEN                   VALUE "Y".
00073J 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
000730
000740*----------------------------------------------------------------*
000750*    LOAD COUNTS                                                 *
000790 77  WS-RECORDS-REPLACED      PIC 9(07)  COMP  VALUE ZERO.
000800 77  WS-RECORDS-IN-ERROR      PIC 9(07)  COMP  VALUE ZERO.
000810
00081A*----------------------------------------------------------------*
00081B*    RUN LOCK REQUEST (SEE PROGRAM23)                            *
00081C*----------------------------------------------------------------*
00081D     COPY MTLOKP.
00081E
000820 PROCEDURE DIVISION.
000830
000840 0000-MAIN-HISTORY-LOAD.
000850
00085A     PERFORM 0050-TAKE-RUN-LOCK.
00085B     IF NOT MT-LOKP-GRANTED
00085C         PERFORM 9970-ABORT-RUN-LOCKED
00085D     END-IF.
00085E     PERFORM 0100-BEGIN-CHAIN-STEP.
00085F     IF NOT MT-CYCP-PREREQ-OK
00085G         PERFORM 9900-ABORT-PREREQ-MISSING
00085H     END-IF.
000860     PERFORM 1000-OPEN-FILES.
000870     IF WS-HSEQ-FILE-STATUS = "00" AND WS-KSDS-FILE-STATUS = "00"
00087A         SET WS-FILES-OPEN TO TRUE
000880         PERFORM 2000-LOAD-ONE-RECORD
000890             UNTIL WS-HSEQ-FILE-STATUS NOT = "00"
000900     END-IF.
000910     PERFORM 9000-END-PROGRAM.
000920
00092A*----------------------------------------------------------------*
00092B*    JOB-CHAIN STEP CONTROL - THE BATCH JOB MUST HAVE COMPLETED  *
00092C*    FOR THE CYCLE BEFORE ITS HISTFILE IS LOADED.                *
00092D*----------------------------------------------------------------*
00092E 0100-BEGIN-CHAIN-STEP.
00092F
00092G     MOVE "B" TO MT-CYCP-FUNCTION.
00092H     MOVE "PROGRAM7" TO MT-CYCP-STEP-NAME.
00092I     CALL "Program16" USING MT-CYCP-PARMS.
00092J
000930 1000-OPEN-FILES.
000940
000950     OPEN INPUT HIST-SEQ-FILE.
001470         " REPLACED ", WS-RECORDS-REPLACED,
001480         " IN ERROR ", WS-RECORDS-IN-ERROR.
001482     PERFORM 8000-WRITE-LOAD-STATUS.
00148A     IF NOT WS-FILES-OPEN
00148B         MOVE 16 TO WS-FINAL-RC
00148C     ELSE
00148D         IF WS-RECORDS-IN-ERROR > ZERO
00148E             MOVE 8 TO WS-FINAL-RC
00148F         ELSE
00148G             MOVE ZERO TO WS-FINAL-RC
00148H         END-IF
00148I     END-IF.
00148J     IF WS-FINAL-RC = ZERO
00148K         MOVE "C" TO MT-CYCP-STEP-STATUS
00148L     ELSE
00148M         MOVE "F" TO MT-CYCP-STEP-STATUS
00148N     END-IF.
00148O     PERFORM 8900-END-CHAIN-STEP.
00148P     PERFORM 8950-GIVE-BACK-RUN-LOCK.
00148Q     MOVE WS-FINAL-RC TO RETURN-CODE.
001490     GOBACK.
001492
001494*----------------------------------------------------------------*
001519         DISPLAY "LOADSTAT NOT AVAILABLE - STATUS ",
001521             WS-LOAD-FILE-STATUS
001522     END-IF.
00152A
00152B 8900-END-CHAIN-STEP.
00152C
00152D     MOVE "E" TO MT-CYCP-FUNCTION.
00152E     MOVE WS-FINAL-RC TO MT-CYCP-COMPLETION-CODE.
00152F     MOVE SPACES TO MT-CYCP-RUN-STATUS.
00152G     CALL "Program16" USING MT-CYCP-PARMS.
00152H
00152I*----------------------------------------------------------------*
00152J*    A PREDECESSOR STEP HAS NOT COMPLETED FOR THE CYCLE -        *
00152K*    NOTHING IS OPENED OR LOADED.  PROGRAM16 HAS ALREADY         *
00152L*    RECORDED THE STEP AS BLOCKED.                               *
00152M*----------------------------------------------------------------*
00152N 9900-ABORT-PREREQ-MISSING.
00152O
00152P     DISPLAY "PREREQUISITE STEP ", MT-CYCP-MISSING-STEP,
00152Q         " NOT COMPLETE (STATE '", MT-CYCP-MISSING-STATUS,
00152R         "') FOR CYCLE ", MT-CYCP-CYCLE-DATE,
00152S         " - HISTORY LOAD NOT RUN".
00152T     PERFORM 8950-GIVE-BACK-RUN-LOCK.
00152U     MOVE 20 TO RETURN-CODE.
00152V     GOBACK.
00152W
00152X*----------------------------------------------------------------*
00152Y*    THE BATCH FILE RUN LOCK.  THE STEP HAS NO OPERATOR OF ITS   *
00152Z*    OWN, SO IT RUNS FOR THE ONE WHO LAST RAN THE BATCH JOB.     *
001530*----------------------------------------------------------------*
001540 0050-TAKE-RUN-LOCK.
001550
001560     MOVE "A" TO MT-LOKP-FUNCTION.
001570     MOVE "BATCHRUN" TO MT-LOKP-LOCK-NAME.
001580     MOVE "PROGRAM7" TO MT-LOKP-PROGRAM.
001590     MOVE SPACES TO MT-LOKP-OPERATOR-ID.
001600     CALL "Program23" USING MT-LOKP-PARMS.
001610
001620 8950-GIVE-BACK-RUN-LOCK.
001630
001640     MOVE "R" TO MT-LOKP-FUNCTION.
001650     CALL "Program23" USING MT-LOKP-PARMS.
001660
001670*----------------------------------------------------------------*
001680*    ANOTHER RUN HOLDS THE BATCH FILES - NOTHING IS OPENED AND   *
001690*    NO STEP RECORD GOES ON CYCLCTL.                             *
001700*----------------------------------------------------------------*
001710 9970-ABORT-RUN-LOCKED.
001720
001730     DISPLAY "PROGRAM7 IN USE BY OPERATOR ",
001740         MT-LOKP-HOLDER-OPERATOR, " SINCE ", MT-LOKP-HELD-HHMM,
001750         " (", MT-LOKP-HOLDER-PROGRAM, " ON ",
001760         MT-LOKP-HELD-DATE, ") - HISTORY LOAD NOT RUN".
001770     MOVE 24 TO RETURN-CODE.
001780     GOBACK.
001790
001800 END PROGRAM PROGRAM7.
