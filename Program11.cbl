000360*    THE GRACE DAYS WITHOUT A CLEAN ACK), 04 WHEN THERE ARE      *
000370*    EXCEPTIONS BUT NONE OVERDUE YET, ELSE 00, SO THE            *
000380*    SCHEDULER CAN HOLD OR ALERT ON THE CONDITION CODE.          *
00038A*    16 WHEN THE EXTRACT, THE ACK FILE OR EITHER OUTPUT FILE     *
00038B*    CANNOT BE OPENED - THE STEP IS THEN RECORDED AS FAILED.     *
000390*                                                                *
000400*    MOD LOG                                                     *
000410*    2026-09-02  DLW  ORIGINAL VERSION - 2 GRACE DAYS.           *
00041A*    2026-10-15  DLW  THE MATCH IS NOW A CONTROLLED STEP OF THE  *
00041B*                      NIGHTLY CHAIN (CYCLCTL, SEE MTCYCL,       *
00041C*                      THROUGH PROGRAM16) - IT ONLY RUNS ONCE    *
00041D*                      THE BATCH JOB AND BOTH LOADS HAVE         *
00041E*                      COMPLETED FOR THE CYCLE, ELSE IT ENDS     *
00041F*                      WITH CONDITION CODE 20.  OVERDUE AND      *
00041G*                      EXCEPTION CODES ARE BUSINESS RESULTS, SO  *
00041H*                      THE STEP IS RECORDED COMPLETE WITH THEM.  *
00041I*    2026-10-15  DLW  EVERY SECTION ON THE EXCEPTION PAGE IS NOW *
00041J*                      ALSO WRITTEN TO A MACHINE-READABLE        *
00041K*                      EXCEPTION FILE (ACKEXCF, SEE MTAKX) WITH  *
00041L*                      ITS RUN TIME, SO THE EXTRACT RESEND       *
00041M*                      UTILITY (PROGRAM18) CAN REBUILD THE       *
00041N*                      OVERDUE AND REFUSED SECTIONS DIRECTLY.    *
00041O*                      A RESENT SECTION (ON THE RESEND LOG,      *
00041P*                      WHSRLOG, SEE MTRSND, OR FLAGGED AS A      *
00041Q*                      RESEND ON ITS EXTRACT HEADER) IS NOW AGED *
00041R*                      FROM ITS LATEST RESEND DATE INSTEAD OF    *
00041S*                      THE ORIGINAL RUN DATE, AND SHOWS AS       *
00041T*                      RESENT ON THE REPORT.                     *
00041U*    2026-10-15  DLW  A WHSEXTR, WHSEACK, ACKEXCP OR ACKEXCF     *
00041V*                      OPEN FAILURE NOW ENDS THE STEP WITH       *
00041W*                      CONDITION CODE 16 AND RECORDS IT FAILED   *
00041X*                      ON THE CYCLE CONTROL FILE, SO THE CHAIN   *
00041Y*                      NO LONGER TREATS A MATCH THAT NEVER SAW   *
00041Z*                      ITS INPUT AS COMPLETE.                    *
000420*                                                                *
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000560     SELECT PRINT-FILE ASSIGN TO "ACKEXCP"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PRINT-FILE-STATUS.
00058A     SELECT EXCEPTION-FILE ASSIGN TO "ACKEXCF"
00058B         ORGANIZATION IS SEQUENTIAL
00058C         FILE STATUS IS WS-AKX-FILE-STATUS.
00058D     SELECT RESEND-LOG-FILE ASSIGN TO "WHSRLOG"
00058E         ORGANIZATION IS SEQUENTIAL
00058F         FILE STATUS IS WS-RSND-FILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  PRINT-RECORD                 PIC X(80).
00075A
00075B FD  EXCEPTION-FILE
00075C     RECORDING MODE IS F
00075D     LABEL RECORDS ARE STANDARD.
00075E     COPY MTAKX.
00075F
00075G FD  RESEND-LOG-FILE
00075H     RECORDING MODE IS F
00075I     LABEL RECORDS ARE STANDARD.
00075J     COPY MTRSND.
000760
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------*
000810 01  WS-WHS-FILE-STATUS       PIC X(02).
000820 01  WS-ACK-FILE-STATUS       PIC X(02).
000830 01  WS-PRINT-FILE-STATUS     PIC X(02).
00083A 01  WS-AKX-FILE-STATUS       PIC X(02).
00083B 01  WS-RSND-FILE-STATUS      PIC X(02).
000840
000850*----------------------------------------------------------------*
000860*    AGING CONTROL - AN EXTRACT WITHOUT A CLEAN ACK IS OVERDUE   *
000940*    ACCUMULATED FROM THE "D" RECORDS THAT FOLLOW IT.  THE ACK   *
000950*    SWITCH SAYS HOW THE SECTION MATCHED: "N" NO ACK YET, "Y"    *
000960*    ACKED CLEAN, "C" ACK COUNT MISMATCH, "H" ACK HASH           *
000970*    MISMATCH, "R" ACK SAYS THE LOAD WAS REFUSED.  THE RESEND    *
00097A*    DATE IS THE LATEST DATE THE SECTION WAS REBUILT AND SENT    *
00097B*    AGAIN (ZERO WHEN NEVER RESENT) - AGING RUNS FROM IT.        *
000980*----------------------------------------------------------------*
000990 01  WS-SEC-COUNT             PIC 9(03)  COMP  VALUE ZERO.
001000 01  WS-SEC-IDX               PIC 9(03)  COMP.
001040     05  WS-SEC-ENTRY OCCURS 100 TIMES.
001050         10  WS-SEC-RUN-DATE      PIC 9(08).
001060         10  WS-SEC-CARD-SEQ      PIC 9(03).
00106A         10  WS-SEC-RUN-TIME      PIC 9(08).
001070         10  WS-SEC-DETAIL-COUNT  PIC 9(09).
001080         10  WS-SEC-HASH-TOTAL    PIC 9(13).
001090         10  WS-SEC-ACK-SW        PIC X(01).
001110             88  WS-SEC-ACKED-CLEAN          VALUE "Y".
001120         10  WS-SEC-DAYS-OUT      PIC 9(03).
001130         10  WS-SEC-ACK-COUNT     PIC 9(09).
001135         10  WS-SEC-RESEND-DATE   PIC 9(08).
001130
001140*----------------------------------------------------------------*
001150*    ACKS WITH NO MATCHING EXTRACT SECTION - REPORTED TOO, SO    *
002360     05  FILLER               PIC X(33)  VALUE SPACES.
002370
002380 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
00238A
00238B*----------------------------------------------------------------*
00238C*    JOB-CHAIN STEP CONTROL REQUEST (SEE PROGRAM16)              *
00238D*----------------------------------------------------------------*
00238E     COPY MTCYCP.
002390
002400*----------------------------------------------------------------*
002410*    REPORT RUN DATE (TODAY) FOR THE PAGE TITLE AND AGING        *
002520
002530 0000-MAIN-ACK-MATCH.
002540
00254A     PERFORM 0100-BEGIN-CHAIN-STEP.
00254B     IF NOT MT-CYCP-PREREQ-OK
00254C         PERFORM 9900-ABORT-PREREQ-MISSING
00254D     END-IF.
002550     PERFORM 1000-INITIALIZE.
002560     PERFORM 2000-LOAD-EXTRACT-SECTIONS.
00256A     PERFORM 2500-LOAD-RESEND-LOG.
002570     PERFORM 3000-MATCH-ACK-FILE.
002580     PERFORM 4000-AGE-OPEN-SECTIONS.
002590     PERFORM 5000-PRINT-EXCEPTION-REPORT.
002600     PERFORM 9000-END-PROGRAM.
002610
00261A*----------------------------------------------------------------*
00261B*    JOB-CHAIN STEP CONTROL - EVERY STEP AHEAD OF THIS ONE MUST  *
00261C*    HAVE COMPLETED FOR THE CYCLE.                               *
00261D*----------------------------------------------------------------*
00261E 0100-BEGIN-CHAIN-STEP.
00261F
00261G     MOVE "B" TO MT-CYCP-FUNCTION.
00261H     MOVE "PROGRAM11" TO MT-CYCP-STEP-NAME.
00261I     CALL "Program16" USING MT-CYCP-PARMS.
00261J
002620 1000-INITIALIZE.
002630
002640     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002660         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
002670     END-STRING.
002680     OPEN OUTPUT PRINT-FILE.
002681     IF WS-PRINT-FILE-STATUS NOT = "00"
002682         DISPLAY "ACKEXCP NOT AVAILABLE - STATUS ",
002683             WS-PRINT-FILE-STATUS
002684         MOVE 16 TO WS-FINAL-RC
002685     END-IF.
00268A     OPEN OUTPUT EXCEPTION-FILE.
00268B     IF WS-AKX-FILE-STATUS NOT = "00"
00268C         DISPLAY "ACKEXCF NOT AVAILABLE - STATUS ",
00268D             WS-AKX-FILE-STATUS
00268E         MOVE 16 TO WS-FINAL-RC
00268F     END-IF.
002690
002700*----------------------------------------------------------------*
002710*    LOAD THE EXTRACT - ONE TABLE ENTRY PER HEADER, DETAIL       *
002780     IF WS-WHS-FILE-STATUS NOT = "00"
002790         DISPLAY "WHSEXTR NOT AVAILABLE - STATUS ",
002800             WS-WHS-FILE-STATUS
00280A         MOVE 16 TO WS-FINAL-RC
002810     ELSE
002820         PERFORM 2100-READ-ONE-WHS-RECORD
002830             UNTIL WS-WHS-FILE-STATUS NOT = "00"
003230             TO WS-SEC-RUN-DATE (WS-SEC-COUNT)
003240         MOVE MT-WHS-HDR-CARD-SEQ
003250             TO WS-SEC-CARD-SEQ (WS-SEC-COUNT)
00325A         MOVE MT-WHS-HDR-RUN-TIME
00325B             TO WS-SEC-RUN-TIME (WS-SEC-COUNT)
00325C         MOVE ZERO TO WS-SEC-RESEND-DATE (WS-SEC-COUNT)
00325D         IF MT-WHS-HDR-RESEND
00325E             AND MT-WHS-HDR-RESEND-DATE-9 NUMERIC
00325F             MOVE MT-WHS-HDR-RESEND-DATE-9
00325G                 TO WS-SEC-RESEND-DATE (WS-SEC-COUNT)
00325H         END-IF
003260         MOVE ZERO TO WS-SEC-DETAIL-COUNT (WS-SEC-COUNT)
003270         MOVE ZERO TO WS-SEC-HASH-TOTAL (WS-SEC-COUNT)
003280         MOVE "N" TO WS-SEC-ACK-SW (WS-SEC-COUNT)
003530         ADD MT-WHS-DET-RESULT (WS-SEC-IDX)
003540             TO WS-SEC-HASH-TOTAL (WS-SEC-COUNT)
003550     END-IF.
00355A
00355B*----------------------------------------------------------------*
00355C*    RESEND LOG - EVERY SECTION THE RESEND UTILITY (PROGRAM18)   *
00355D*    REBUILT.  THE LATEST RESEND DATE ON FILE FOR A SECTION      *
00355E*    REPLACES THE RUN DATE AS THE START OF ITS AGING.  NO LOG    *
00355F*    MEANS NOTHING HAS EVER BEEN RESENT.                         *
00355G*----------------------------------------------------------------*
00355H 2500-LOAD-RESEND-LOG.
00355I
00355J     OPEN INPUT RESEND-LOG-FILE.
00355K     IF WS-RSND-FILE-STATUS = "00"
00355L         PERFORM 2600-APPLY-ONE-RESEND
00355M             UNTIL WS-RSND-FILE-STATUS NOT = "00"
00355N         CLOSE RESEND-LOG-FILE
00355O     END-IF.
00355P
00355Q 2600-APPLY-ONE-RESEND.
00355R
00355S     READ RESEND-LOG-FILE.
00355T     IF WS-RSND-FILE-STATUS = "00"
00355U         MOVE ZERO TO WS-SEC-FOUND
00355V         PERFORM 2650-FIND-RESENT-SECTION
00355W             VARYING WS-SEC-IDX FROM 1 BY 1
00355X             UNTIL WS-SEC-IDX > WS-SEC-COUNT
00355Y                 OR WS-SEC-FOUND > ZERO
00355Z         IF WS-SEC-FOUND > ZERO
0035AA             IF MT-RSND-RESEND-DATE
0035AB                     > WS-SEC-RESEND-DATE (WS-SEC-FOUND)
0035AC                 MOVE MT-RSND-RESEND-DATE
0035AD                     TO WS-SEC-RESEND-DATE (WS-SEC-FOUND)
0035AE             END-IF
0035AF         END-IF
0035AG     END-IF.
0035AH
0035AI 2650-FIND-RESENT-SECTION.
0035AJ
0035AK     IF WS-SEC-RUN-DATE (WS-SEC-IDX) = MT-RSND-RUN-DATE
0035AL         AND WS-SEC-CARD-SEQ (WS-SEC-IDX) = MT-RSND-CARD-SEQ
0035AM         AND WS-SEC-RUN-TIME (WS-SEC-IDX) = MT-RSND-RUN-TIME
0035AN         MOVE WS-SEC-IDX TO WS-SEC-FOUND
0035AO     END-IF.
003560
003570*----------------------------------------------------------------*
003580*    MATCH EVERY ACK AGAINST ITS EXTRACT SECTION.  A MISSING     *
003590*    ACK FILE LEAVES EVERY SECTION UNACKNOWLEDGED, WHICH IS      *
003600*    EXACTLY WHAT THE AGING REPORT SHOULD THEN SAY, BUT THE      *
00360A*    STEP ITSELF ENDS FAILED SO OPERATIONS CHASE THE FILE.       *
003610*----------------------------------------------------------------*
003620 3000-MATCH-ACK-FILE.
003630
003660         DISPLAY "WHSEACK NOT AVAILABLE - STATUS ",
003670             WS-ACK-FILE-STATUS,
003680             " - ALL EXTRACTS TREATED AS UNACKNOWLEDGED"
00368A         MOVE 16 TO WS-FINAL-RC
003690     ELSE
003700         PERFORM 3100-MATCH-ONE-ACK
003710             UNTIL WS-ACK-FILE-STATUS NOT = "00"
004420     ELSE
004430         ADD 1 TO WS-EXCEPTION-COUNT
004440         MOVE WS-SEC-RUN-DATE (WS-SEC-IDX) TO WS-AGE-TARGET
004450         IF WS-SEC-RESEND-DATE (WS-SEC-IDX) > WS-AGE-TARGET
004460             MOVE WS-SEC-RESEND-DATE (WS-SEC-IDX) TO WS-AGE-TARGET
004470         END-IF
004480         PERFORM 6000-COMPUTE-DAYS-OUT
004490         MOVE WS-AGE-DAYS TO WS-SEC-DAYS-OUT (WS-SEC-IDX)
004500         IF WS-AGE-DAYS > WS-GRACE-DAYS
00450A             ADD 1 TO WS-OVERDUE-COUNT
00450B         END-IF
00450C         PERFORM 4200-WRITE-EXCEPTION-RECORD
00450D     END-IF.
00450E
00450F*----------------------------------------------------------------*
00450G*    ONE EXCEPTION RECORD PER SECTION WITHOUT A CLEAN ACK, FOR   *
00450H*    THE RESEND UTILITY (PROGRAM18).                             *
00450I*----------------------------------------------------------------*
00450J 4200-WRITE-EXCEPTION-RECORD.
00450K
00450L     MOVE SPACES TO MT-AKX-RECORD.
00450M     MOVE WS-SEC-RUN-DATE (WS-SEC-IDX) TO MT-AKX-RUN-DATE.
00450N     MOVE WS-SEC-RUN-TIME (WS-SEC-IDX) TO MT-AKX-RUN-TIME.
00450O     MOVE WS-SEC-CARD-SEQ (WS-SEC-IDX) TO MT-AKX-CARD-SEQ.
00450P     MOVE WS-SEC-DETAIL-COUNT (WS-SEC-IDX) TO MT-AKX-DETAIL-COUNT.
00450Q     MOVE WS-SEC-HASH-TOTAL (WS-SEC-IDX) TO MT-AKX-HASH-TOTAL.
00450R     MOVE WS-SEC-ACK-SW (WS-SEC-IDX) TO MT-AKX-EXCEPTION.
00450S     MOVE WS-SEC-DAYS-OUT (WS-SEC-IDX) TO MT-AKX-DAYS-OUT.
00450T     IF WS-SEC-DAYS-OUT (WS-SEC-IDX) > WS-GRACE-DAYS
00450U         MOVE "Y" TO MT-AKX-OVERDUE-SW
00450V     ELSE
00450W         MOVE "N" TO MT-AKX-OVERDUE-SW
00450X     END-IF.
00450Y     MOVE WS-RUN-DATE-YYYYMMDD TO MT-AKX-MATCH-DATE.
00450Z     WRITE MT-AKX-RECORD.
004510
004520*----------------------------------------------------------------*
004530*    THE EXCEPTION REPORT - ONE LINE PER UNACKNOWLEDGED OR       *
005210             TO WS-ACK-DET-EXTR
005220         MOVE WS-SEC-ACK-COUNT (WS-SEC-IDX) TO WS-ACK-DET-ACK
005230         IF WS-SEC-ACK-SW (WS-SEC-IDX) = "N"
005240             IF WS-SEC-RESEND-DATE (WS-SEC-IDX) > ZERO
005250                 MOVE "NO ACK - RESENT" TO WS-ACK-DET-STATUS
00525A             ELSE
00525B                 MOVE "NO ACK RECEIVED" TO WS-ACK-DET-STATUS
00525C             END-IF
00525D         ELSE
005260             IF WS-SEC-ACK-SW (WS-SEC-IDX) = "C"
005270                 MOVE "COUNT MISMATCH" TO WS-ACK-DET-STATUS
005290             ELSE
006120 9000-END-PROGRAM.
006130
006140     CLOSE PRINT-FILE.
00614A     CLOSE EXCEPTION-FILE.
00614B     IF WS-FINAL-RC NOT = 16
006150         IF WS-OVERDUE-COUNT > ZERO
006160             MOVE 8 TO WS-FINAL-RC
006170         ELSE
006180             IF WS-EXCEPTION-COUNT > ZERO
006190                 OR WS-ORPH-COUNT > ZERO
006200                 OR WS-TRAILER-BAD
006210                 MOVE 4 TO WS-FINAL-RC
006220             ELSE
006230                 MOVE ZERO TO WS-FINAL-RC
006240             END-IF
006250         END-IF
00625A     END-IF.
006260     DISPLAY "ACK MATCH COMPLETE - SECTIONS ", WS-SEC-COUNT,
006270         " EXCEPTIONS ", WS-EXCEPTION-COUNT,
006280         " OVERDUE ", WS-OVERDUE-COUNT,
006290         " RC ", WS-FINAL-RC.
00629A     IF WS-FINAL-RC = 16
00629C         MOVE "F" TO MT-CYCP-STEP-STATUS
00629D     ELSE
00629E         MOVE "C" TO MT-CYCP-STEP-STATUS
00629F     END-IF.
00629B     PERFORM 8900-END-CHAIN-STEP.
006300     MOVE WS-FINAL-RC TO RETURN-CODE.
006310     GOBACK.
00631A
00631B 8900-END-CHAIN-STEP.
00631C
00631D     MOVE "E" TO MT-CYCP-FUNCTION.
00631E     MOVE WS-FINAL-RC TO MT-CYCP-COMPLETION-CODE.
00631F     MOVE SPACES TO MT-CYCP-RUN-STATUS.
00631G     CALL "Program16" USING MT-CYCP-PARMS.
00631H
00631I*----------------------------------------------------------------*
00631J*    A PREDECESSOR STEP HAS NOT COMPLETED FOR THE CYCLE - NO     *
00631K*    FILE IS OPENED.  PROGRAM16 HAS ALREADY RECORDED THE STEP    *
00631L*    AS BLOCKED.                                                 *
00631M*----------------------------------------------------------------*
00631N 9900-ABORT-PREREQ-MISSING.
00631O
00631P     DISPLAY "PREREQUISITE STEP ", MT-CYCP-MISSING-STEP,
00631Q         " NOT COMPLETE (STATE '", MT-CYCP-MISSING-STATUS,
00631R         "') FOR CYCLE ", MT-CYCP-CYCLE-DATE,
00631S         " - ACK MATCH NOT RUN".
00631T     MOVE 20 TO RETURN-CODE.
00631U     GOBACK.
006320
006330 END PROGRAM PROGRAM11.
