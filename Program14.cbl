000320*                                                                *
000330*    MOD LOG                                                     *
000340*    2026-09-02  DLW  ORIGINAL VERSION.                          *
00034A*    2026-10-15  DLW  THE LOAD IS NOW A CONTROLLED STEP OF THE   *
00034B*                      NIGHTLY CHAIN (CYCLCTL, SEE MTCYCL,       *
00034C*                      THROUGH PROGRAM16) - IT ONLY RUNS ONCE    *
00034D*                      THE BATCH JOB AND THE HISTORY LOAD HAVE   *
00034E*                      COMPLETED FOR THE CYCLE, ELSE IT ENDS     *
00034F*                      WITH CONDITION CODE 20.  IT NOW SETS A    *
00034G*                      COMPLETION CODE OF ITS OWN - 16 WHEN      *
00034H*                      AUDITLOG OR AUDKSDS CANNOT BE OPENED, 08  *
00034I*                      WHEN ANY RECORD FAILED TO LOAD.           *
00034J*    2026-10-15  DLW  CARRIES THE CARD SET NAME AND EFFECTIVE-   *
00034K*                      FROM DATE OF A CARD CATALOG ACTION INTO   *
00034L*                      AUDKSDS.  OTHER RECORDS LEAVE THEM EMPTY. *
000350*                                                                *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000740 77  WS-RECORDS-LOADED        PIC 9(07)  COMP  VALUE ZERO.
000750 77  WS-RECORDS-REPLACED      PIC 9(07)  COMP  VALUE ZERO.
000760 77  WS-RECORDS-IN-ERROR      PIC 9(07)  COMP  VALUE ZERO.
00076A
00076B*----------------------------------------------------------------*
00076C*    JOB-CHAIN STEP CONTROL REQUEST (SEE PROGRAM16), THE OPEN    *
00076D*    SWITCH AND THE COMPLETION CODE THE STEP ENDS WITH.          *
00076E*----------------------------------------------------------------*
00076F     COPY MTCYCP.
00076G
00076H 01  WS-FILES-OPEN-SW         PIC X(01)  VALUE "N".
00076I     88  WS-FILES-OPEN                   VALUE "Y".
00076J 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
000770
000780 PROCEDURE DIVISION.
000790
000800 0000-MAIN-AUDIT-LOAD.
000810
00081A     PERFORM 0100-BEGIN-CHAIN-STEP.
00081B     IF NOT MT-CYCP-PREREQ-OK
00081C         PERFORM 9900-ABORT-PREREQ-MISSING
00081D     END-IF.
000820     PERFORM 1000-OPEN-FILES.
000830     IF WS-AUD-FILE-STATUS = "00" AND WS-KSDS-FILE-STATUS = "00"
00083A         SET WS-FILES-OPEN TO TRUE
000840         PERFORM 2000-LOAD-ONE-RECORD
000850             UNTIL WS-AUD-FILE-STATUS NOT = "00"
000860     END-IF.
000870     PERFORM 9000-END-PROGRAM.
000880
00088A*----------------------------------------------------------------*
00088B*    JOB-CHAIN STEP CONTROL - EVERY STEP AHEAD OF THIS ONE MUST  *
00088C*    HAVE COMPLETED FOR THE CYCLE.                               *
00088D*----------------------------------------------------------------*
00088E 0100-BEGIN-CHAIN-STEP.
00088F
00088G     MOVE "B" TO MT-CYCP-FUNCTION.
00088H     MOVE "PROGRAM14" TO MT-CYCP-STEP-NAME.
00088I     CALL "Program16" USING MT-CYCP-PARMS.
00088J
000890 1000-OPEN-FILES.
000900
000910     OPEN INPUT AUDIT-FILE.
001400     MOVE MT-AUD-STATUS TO MT-AUDK-STATUS.
001410     MOVE MT-AUD-ACTION TO MT-AUDK-ACTION.
001420     MOVE MT-AUD-TARGET-ID TO MT-AUDK-TARGET-ID.
00142A     IF MT-AUD-CATALOG-ACTION
00142B         MOVE MT-AUD-SET-NAME TO MT-AUDK-SET-NAME
00142C         MOVE MT-AUD-EFF-FROM TO MT-AUDK-EFF-FROM
00142D     ELSE
00142E         MOVE ZERO TO MT-AUDK-EFF-FROM
00142F     END-IF.
001430
001440 2100-REPLACE-ONE-RECORD.
001450
001640         " LOADED ", WS-RECORDS-LOADED,
001650         " REPLACED ", WS-RECORDS-REPLACED,
001660         " IN ERROR ", WS-RECORDS-IN-ERROR.
00166A     IF NOT WS-FILES-OPEN
00166B         MOVE 16 TO WS-FINAL-RC
00166C     ELSE
00166D         IF WS-RECORDS-IN-ERROR > ZERO
00166E             MOVE 8 TO WS-FINAL-RC
00166F         ELSE
00166G             MOVE ZERO TO WS-FINAL-RC
00166H         END-IF
00166I     END-IF.
00166J     IF WS-FINAL-RC = ZERO
00166K         MOVE "C" TO MT-CYCP-STEP-STATUS
00166L     ELSE
00166M         MOVE "F" TO MT-CYCP-STEP-STATUS
00166N     END-IF.
00166O     PERFORM 8900-END-CHAIN-STEP.
00166P     MOVE WS-FINAL-RC TO RETURN-CODE.
001670     GOBACK.
00167A
00167B 8900-END-CHAIN-STEP.
00167C
00167D     MOVE "E" TO MT-CYCP-FUNCTION.
00167E     MOVE WS-FINAL-RC TO MT-CYCP-COMPLETION-CODE.
00167F     MOVE SPACES TO MT-CYCP-RUN-STATUS.
00167G     CALL "Program16" USING MT-CYCP-PARMS.
00167H
00167I*----------------------------------------------------------------*
00167J*    A PREDECESSOR STEP HAS NOT COMPLETED FOR THE CYCLE -        *
00167K*    NOTHING IS OPENED OR LOADED.  PROGRAM16 HAS ALREADY         *
00167L*    RECORDED THE STEP AS BLOCKED.                               *
00167M*----------------------------------------------------------------*
00167N 9900-ABORT-PREREQ-MISSING.
00167O
00167P     DISPLAY "PREREQUISITE STEP ", MT-CYCP-MISSING-STEP,
00167Q         " NOT COMPLETE (STATE '", MT-CYCP-MISSING-STATUS,
00167R         "') FOR CYCLE ", MT-CYCP-CYCLE-DATE,
00167S         " - AUDIT LOAD NOT RUN".
00167T     MOVE 20 TO RETURN-CODE.
00167U     GOBACK.
001680
001690 END PROGRAM PROGRAM14.
