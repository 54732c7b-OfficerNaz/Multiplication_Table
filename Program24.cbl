000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM24 AS "Program24".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM24 --  RUN LOCK RELEASE UTILITY.  A BATCH JOB        *
000190*                  (PROGRAM1), HISTORY LOAD (PROGRAM7) OR        *
000200*                  RETENTION PURGE (PROGRAM5) THAT ENDS          *
000210*                  ABNORMALLY NEVER GIVES ITS RUN LOCK BACK, SO  *
000220*                  EVERY LATER RUN IS REFUSED AS "IN USE" UNTIL  *
000230*                  THE LOCK IS CLEARED.  ONCE SOMEONE HAS MADE   *
000240*                  SURE THE HOLDER IS REALLY GONE (AND HAS SEEN  *
000250*                  TO ITS RESTART), THIS UTILITY CLEARS THE      *
000260*                  LOCK THROUGH THE RUN LOCK SUBPROGRAM          *
000270*                  (PROGRAM23), WHICH RECORDS WHO CLEARED IT ON  *
000280*                  THE LOCK FILE.  RUN ON DEMAND ONLY - IT IS    *
000290*                  NOT A STEP OF THE NIGHTLY CHAIN.              *
000300*                                                                *
000310*                  THE CONTROL CARD (LOCKCARD) CARRIES THE LOCK  *
000320*                  NAME IN COLUMNS 1-8 (BLANK MEANS THE BATCH    *
000330*                  FILE LOCK, BATCHRUN) AND THE OPERATOR ID IN   *
000340*                  COLUMNS 9-16.  THE OPERATOR MUST BE ON THE    *
000350*                  SECURITY FILE (OPERSEC) WITH THE MAY-RESTART  *
000360*                  PERMISSION - THE SAME PEOPLE WHO MAY RESTART  *
000370*                  THE BATCH JOB.                                *
000380*                                                                *
000390*    COMPLETION CODES - 00 THE LOCK WAS CLEARED, 04 THE LOCK WAS *
000400*    NOT HELD, 12 THE CARD IS MISSING OR INVALID OR THE          *
000410*    OPERATOR MAY NOT CLEAR LOCKS, 16 OPERSEC OR RUNLOCK COULD   *
000420*    NOT BE READ.                                                *
000430*                                                                *
000440*    MOD LOG                                                     *
000450*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000460*                                                                *
000470*----------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  IBM-370.
000510 OBJECT-COMPUTER.  IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CONTROL-CARD-FILE ASSIGN TO "LOCKCARD"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-CTL-FILE-STATUS.
000570     SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-OPER-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CONTROL-CARD-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  LOCK-CONTROL-CARD.
000670     05  LOCK-NAME-IN             PIC X(08).
000680     05  LOCK-OPERATOR-IN         PIC X(08).
000690     05  FILLER                   PIC X(64).
000700
000710 FD  OPERATOR-SEC-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY MTOPER.
000750
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------*
000780*    FILE STATUS FIELDS AND SWITCHES                             *
000790*----------------------------------------------------------------*
000800 01  WS-CTL-FILE-STATUS       PIC X(02).
000810 01  WS-OPER-FILE-STATUS      PIC X(02).
000820 01  WS-SWITCHES.
000830     05  WS-OPER-FOUND-SW     PIC X(01)  VALUE "N".
000840         88  WS-OPER-FOUND               VALUE "Y".
000850     05  WS-OPER-OK-SW        PIC X(01)  VALUE "N".
000860         88  WS-OPER-OK                  VALUE "Y".
000870
000880 01  WS-CARD-REASON           PIC X(50)  VALUE SPACES.
000890 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
000900 01  WS-DEFAULT-LOCK          PIC X(08)  VALUE "BATCHRUN".
000910
000920*----------------------------------------------------------------*
000930*    RUN LOCK REQUEST (SEE PROGRAM23)                            *
000940*----------------------------------------------------------------*
000950     COPY MTLOKP.
000960
000970 PROCEDURE DIVISION.
000980
000990 0000-MAIN-LOCK-RELEASE.
001000
001010     PERFORM 1100-READ-CONTROL-CARD.
001020     IF WS-CARD-REASON = SPACES
001030         PERFORM 2000-CHECK-OPERATOR
001040     END-IF.
001050     IF WS-CARD-REASON NOT = SPACES
001060         IF WS-FINAL-RC = ZERO
001070             MOVE 12 TO WS-FINAL-RC
001080         END-IF
001090         DISPLAY "NO LOCK CLEARED - ", WS-CARD-REASON
001100     ELSE
001110         PERFORM 3000-BREAK-LOCK
001120     END-IF.
001130     MOVE WS-FINAL-RC TO RETURN-CODE.
001140     GOBACK.
001150
001160*----------------------------------------------------------------*
001170*    THE CONTROL CARD - THE OPERATOR ID IS REQUIRED.  ONLY THE   *
001180*    FIRST CARD IS USED.                                         *
001190*----------------------------------------------------------------*
001200 1100-READ-CONTROL-CARD.
001210
001220     OPEN INPUT CONTROL-CARD-FILE.
001230     IF WS-CTL-FILE-STATUS NOT = "00"
001240         MOVE "NO LOCKCARD CONTROL CARD" TO WS-CARD-REASON
001250     ELSE
001260         READ CONTROL-CARD-FILE
001270         IF WS-CTL-FILE-STATUS NOT = "00"
001280             MOVE "LOCKCARD IS EMPTY" TO WS-CARD-REASON
001290         ELSE
001300             IF LOCK-OPERATOR-IN = SPACES
001310                 MOVE "OPERATOR ID (COLUMNS 9-16) IS REQUIRED"
001320                     TO WS-CARD-REASON
001330             ELSE
001340                 MOVE LOCK-NAME-IN TO MT-LOKP-LOCK-NAME
001350                 IF LOCK-NAME-IN = SPACES
001360                     MOVE WS-DEFAULT-LOCK TO MT-LOKP-LOCK-NAME
001370                 END-IF
001380                 MOVE LOCK-OPERATOR-IN TO MT-LOKP-OPERATOR-ID
001390             END-IF
001400         END-IF
001410         CLOSE CONTROL-CARD-FILE
001420     END-IF.
001430
001440*----------------------------------------------------------------*
001450*    THE OPERATOR MUST BE ON OPERSEC WITH MAY-RESTART, AND NOT   *
001460*    LOCKED OUT.  A MISSING SECURITY FILE REFUSES EVERYONE.      *
001470*----------------------------------------------------------------*
001480 2000-CHECK-OPERATOR.
001490
001500     OPEN INPUT OPERATOR-SEC-FILE.
001510     IF WS-OPER-FILE-STATUS NOT = "00"
001520         MOVE 16 TO WS-FINAL-RC
001530         MOVE "SECURITY FILE (OPERSEC) NOT AVAILABLE"
001540             TO WS-CARD-REASON
001550     ELSE
001560         PERFORM 2100-READ-ONE-OPERATOR
001570             UNTIL WS-OPER-FOUND
001580                 OR WS-OPER-FILE-STATUS NOT = "00"
001590         CLOSE OPERATOR-SEC-FILE
001600         IF NOT WS-OPER-FOUND
001610             MOVE "OPERATOR NOT ON THE SECURITY FILE"
001620                 TO WS-CARD-REASON
001630         ELSE
001640             IF NOT WS-OPER-OK
001650                 MOVE "OPERATOR MAY NOT CLEAR RUN LOCKS"
001660                     TO WS-CARD-REASON
001670             END-IF
001680         END-IF
001690     END-IF.
001700
001710 2100-READ-ONE-OPERATOR.
001720
001730     READ OPERATOR-SEC-FILE.
001740     IF WS-OPER-FILE-STATUS = "00"
001750         AND MT-OPER-ID = MT-LOKP-OPERATOR-ID
001760         SET WS-OPER-FOUND TO TRUE
001770         IF MT-OPER-RESTART-OK
001780             AND NOT MT-OPER-IS-LOCKED
001790             SET WS-OPER-OK TO TRUE
001800         END-IF
001810     END-IF.
001820
001830*----------------------------------------------------------------*
001840*    CLEAR THE LOCK, SAYING WHO HELD IT AND SINCE WHEN.          *
001850*----------------------------------------------------------------*
001860 3000-BREAK-LOCK.
001870
001880     MOVE "B" TO MT-LOKP-FUNCTION.
001890     MOVE "PROGRAM24" TO MT-LOKP-PROGRAM.
001900     CALL "Program23" USING MT-LOKP-PARMS.
001910     IF MT-LOKP-GRANTED
001920         DISPLAY "LOCK ", MT-LOKP-LOCK-NAME, " CLEARED BY ",
001930             MT-LOKP-OPERATOR-ID
001940         DISPLAY "IT WAS HELD BY ", MT-LOKP-HOLDER-PROGRAM,
001950             " FOR OPERATOR ", MT-LOKP-HOLDER-OPERATOR,
001960             " SINCE ", MT-LOKP-HELD-HHMM,
001970             " ON ", MT-LOKP-HELD-DATE
001980     ELSE
001990         IF MT-LOKP-FILE-ERROR
002000             MOVE 16 TO WS-FINAL-RC
002010             DISPLAY "RUNLOCK NOT AVAILABLE - LOCK ",
002020                 MT-LOKP-LOCK-NAME, " NOT CLEARED"
002030         ELSE
002040             MOVE 4 TO WS-FINAL-RC
002050             DISPLAY "LOCK ", MT-LOKP-LOCK-NAME,
002060                 " IS NOT HELD - NOTHING TO CLEAR"
002070         END-IF
002080     END-IF.
002090
002100 END PROGRAM PROGRAM24.
