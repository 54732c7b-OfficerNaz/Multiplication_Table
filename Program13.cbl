000420*                                                                *
000430*    MOD LOG                                                     *
000440*    2026-09-02  DLW  ORIGINAL VERSION.                          *
00044A*    2026-10-15  DLW  THE SWEEP IS NOW A CONTROLLED STEP OF THE  *
00044B*                      NIGHTLY CHAIN (CYCLCTL, SEE MTCYCL,       *
00044C*                      THROUGH PROGRAM16) - IT ONLY RUNS ONCE    *
00044D*                      THE BATCH JOB, BOTH LOADS AND THE ACK     *
00044E*                      MATCH HAVE COMPLETED FOR THE CYCLE, ELSE  *
00044F*                      IT ENDS WITH CONDITION CODE 20.  AN       *
00044G*                      UNAVAILABLE HISTORY KSDS NOW ENDS THE     *
00044H*                      STEP FAILED WITH CODE 16.                 *
000450*                                                                *
000460*----------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
001750     05  FILLER               PIC X(06)  VALUE SPACES.
001760
001770 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
00177A
00177B*----------------------------------------------------------------*
00177C*    JOB-CHAIN STEP CONTROL REQUEST (SEE PROGRAM16)              *
00177D*----------------------------------------------------------------*
00177E     COPY MTCYCP.
00177F 01  WS-KSDS-OPEN-SW          PIC X(01)  VALUE "Y".
00177G     88  WS-KSDS-NOT-OPEN                VALUE "N".
001780
001790*----------------------------------------------------------------*
001800*    REPORT RUN DATE (TODAY) FOR THE PAGE TITLE                  *
001910
001920 0000-MAIN-INTEGRITY-SWEEP.
001930
00193A     PERFORM 0100-BEGIN-CHAIN-STEP.
00193B     IF NOT MT-CYCP-PREREQ-OK
00193C         PERFORM 9900-ABORT-PREREQ-MISSING
00193D     END-IF.
001940     PERFORM 1000-INITIALIZE.
001950     IF NOT WS-SWEEP-DONE
001960         PERFORM 2000-SWEEP-ONE-RECORD
001980     END-IF.
001990     PERFORM 9000-END-PROGRAM.
002000
00200A*----------------------------------------------------------------*
00200B*    JOB-CHAIN STEP CONTROL - EVERY STEP AHEAD OF THIS ONE MUST  *
00200C*    HAVE COMPLETED FOR THE CYCLE.                               *
00200D*----------------------------------------------------------------*
00200E 0100-BEGIN-CHAIN-STEP.
00200F
00200G     MOVE "B" TO MT-CYCP-FUNCTION.
00200H     MOVE "PROGRAM13" TO MT-CYCP-STEP-NAME.
00200I     CALL "Program16" USING MT-CYCP-PARMS.
00200J
002010 1000-INITIALIZE.
002020
002030     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002120     IF WS-KSDS-FILE-STATUS NOT = "00"
002130         DISPLAY "HISTORY KSDS NOT AVAILABLE - STATUS ",
002140             WS-KSDS-FILE-STATUS
00214A         SET WS-KSDS-NOT-OPEN TO TRUE
002150         SET WS-SWEEP-DONE TO TRUE
002160     ELSE
002170         MOVE ZERO TO MT-HIST-RUN-DATE
003880     MOVE WS-RECORDS-UNVERIFIED TO WS-TOT-UNVER.
003890     WRITE PRINT-RECORD FROM WS-VFY-TOTAL-LINE.
003900     CLOSE PRINT-FILE.
00390A     IF WS-KSDS-NOT-OPEN
00390B         MOVE 16 TO WS-FINAL-RC
00390C     ELSE
003910         IF WS-RECORDS-FAILED > ZERO
003920             MOVE 4 TO WS-FINAL-RC
003930         ELSE
003940             MOVE ZERO TO WS-FINAL-RC
00394A         END-IF
003950     END-IF.
003960     DISPLAY "INTEGRITY SWEEP - READ ", WS-RECORDS-READ,
003970         " VERIFIED ", WS-RECORDS-VERIFIED,
003980         " FAILED ", WS-RECORDS-FAILED,
003990         " CELLS ", WS-CELLS-FAILED,
004000         " RC ", WS-FINAL-RC.
00400A     IF WS-FINAL-RC = 16
00400B         MOVE "F" TO MT-CYCP-STEP-STATUS
00400C     ELSE
00400D         MOVE "C" TO MT-CYCP-STEP-STATUS
00400E     END-IF.
00400F     PERFORM 8900-END-CHAIN-STEP.
004010     MOVE WS-FINAL-RC TO RETURN-CODE.
004020     GOBACK.
00402A
00402B 8900-END-CHAIN-STEP.
00402C
00402D     MOVE "E" TO MT-CYCP-FUNCTION.
00402E     MOVE WS-FINAL-RC TO MT-CYCP-COMPLETION-CODE.
00402F     MOVE SPACES TO MT-CYCP-RUN-STATUS.
00402G     CALL "Program16" USING MT-CYCP-PARMS.
00402H
00402I*----------------------------------------------------------------*
00402J*    A PREDECESSOR STEP HAS NOT COMPLETED FOR THE CYCLE - NO     *
00402K*    FILE IS OPENED.  PROGRAM16 HAS ALREADY RECORDED THE STEP    *
00402L*    AS BLOCKED.                                                 *
00402M*----------------------------------------------------------------*
00402N 9900-ABORT-PREREQ-MISSING.
00402O
00402P     DISPLAY "PREREQUISITE STEP ", MT-CYCP-MISSING-STEP,
00402Q         " NOT COMPLETE (STATE '", MT-CYCP-MISSING-STATUS,
00402R         "') FOR CYCLE ", MT-CYCP-CYCLE-DATE,
00402S         " - INTEGRITY SWEEP NOT RUN".
00402T     MOVE 20 TO RETURN-CODE.
00402U     GOBACK.
004030
004040 END PROGRAM PROGRAM13.
