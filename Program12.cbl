000210*                  A TIME EVERY MORNING.  THIS JOB READS THEM    *
000220*                  TOGETHER AND PRINTS ONE PAGE (STATRPT) FOR    *
000230*                  LAST NIGHT'S CYCLE - THE RUN STATUS RETURN    *
000240*                  CODE AND ROWS EXPECTED VERSUS WRITTEN, THE    *
000250*                  STATE OF EVERY STEP OF THE NIGHTLY CHAIN AS   *
000260*                  RECORDED ON THE STEP CONTROL FILE (CYCLCTL,   *
000270*                  ASKED OF PROGRAM16), AND HOW MANY REJECTED    *
000280*                  ATTEMPTS ARE ON THE AUDIT TRAIL FOR THE       *
000290*                  CYCLE DATE - ENDING WITH A CLEAN / ATTENTION  *
000300*                  VERDICT.  RETURN CODE 04 WHEN THE CYCLE IS    *
000310*                  NOT CLEAN, SO DOWNSTREAM JOBS CAN BE HELD ON  *
000320*                  THE CONDITION CODE.                           *
000340*                                                                *
000350*    MOD LOG                                                     *
000360*    2026-09-02  DLW  ORIGINAL VERSION.                          *
00036A*    2026-10-15  DLW  THE CHECKPOINT AND HISTORY LOAD LINES,     *
00036B*                      WHICH GUESSED AT THE CYCLE FROM CHKPTFIL  *
00036C*                      AND LOADSTAT, ARE REPLACED BY A JOB CHAIN *
00036D*                      SECTION - ONE LINE PER STEP WITH ITS      *
00036E*                      STATE, START, END AND COMPLETION CODE     *
00036F*                      FROM THE STEP CONTROL FILE.  THE CYCLE IS *
00036G*                      CLEAN ONLY WHEN EVERY STEP HAS COMPLETED. *
00036H*    2026-10-15  DLW  A RUN LOCKS SECTION LISTS EVERY LOCK ON    *
00036I*                      RUNLOCK (ASKED OF PROGRAM23) WITH WHO     *
00036J*                      HOLDS IT AND SINCE WHEN.  A LOCK STILL    *
00036K*                      HELD FROM AN EARLIER DAY, OR FOR LONGER   *
00036L*                      THAN WS-STALE-LOCK-MINUTES, IS MARKED     *
00036M*                      STALE AND THE CYCLE IS NOT CLEAN.         *
000370*                                                                *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000450     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-STAT-FILE-STATUS.
000540     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUD-FILE-STATUS.
000650     LABEL RECORDS ARE STANDARD.
000660     COPY MTSTAT.
000670
000780 FD  AUDIT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000900*    FILE STATUS FIELDS                                          *
000910*----------------------------------------------------------------*
000920 01  WS-STAT-FILE-STATUS      PIC X(02).
000950 01  WS-AUD-FILE-STATUS       PIC X(02).
000960 01  WS-PRINT-FILE-STATUS     PIC X(02).
000970
001010 01  WS-SWITCHES.
001020     05  WS-STAT-FOUND-SW     PIC X(01)  VALUE "N".
001030         88  WS-STAT-FOUND               VALUE "Y".
001080     05  WS-CYCLE-CLEAN-SW    PIC X(01)  VALUE "Y".
001090         88  WS-CYCLE-CLEAN              VALUE "Y".
001100
001210     05  WS-STAT-RC           PIC 9(02).
001220     05  WS-STAT-STATUS       PIC X(08).
001230
001310 01  WS-REJECT-COUNT          PIC 9(05)  COMP  VALUE ZERO.
001320
001330*----------------------------------------------------------------*
001390 01  WS-REPORT-CONSTANTS.
001400     05  WS-COMPANY-NAME      PIC X(30)
001410                               VALUE "ACME MANUFACTURING CO.".
00141A     05  WS-STALE-LOCK-MINUTES PIC 9(03)  VALUE 120.
001420
001430 01  WS-PRINT-CONTROLS.
001440     05  WS-PAGE-NUMBER       PIC 9(04)  COMP  VALUE ZERO.
001700     05  WS-ROWS-WRI          PIC ZZZZ9.
001710     05  FILLER               PIC X(43)  VALUE SPACES.
001720
001730 01  WS-CHAIN-HEAD-LINE.
001740     05  FILLER               PIC X(01)  VALUE SPACE.
001750     05  FILLER               PIC X(23)
001760                               VALUE "JOB CHAIN FOR CYCLE..".
001770     05  WS-CHN-CYCLE         PIC 9(08).
001780     05  FILLER               PIC X(48)  VALUE SPACES.
001790
001800 01  WS-CHAIN-COL-LINE.
001810     05  FILLER               PIC X(04)  VALUE SPACES.
001820     05  FILLER               PIC X(10)  VALUE "STEP".
001830     05  FILLER               PIC X(16)  VALUE "STATE".
001840     05  FILLER               PIC X(18)  VALUE "STARTED".
001850     05  FILLER               PIC X(18)  VALUE "ENDED".
001860     05  FILLER               PIC X(02)  VALUE "RC".
00186A     05  FILLER               PIC X(12)  VALUE SPACES.
00186B
00186C 01  WS-CHAIN-STEP-LINE.
00186D     05  FILLER               PIC X(04)  VALUE SPACES.
00186E     05  WS-CHN-STEP          PIC X(09).
00186F     05  FILLER               PIC X(01)  VALUE SPACE.
00186G     05  WS-CHN-STATE         PIC X(15).
00186H     05  FILLER               PIC X(01)  VALUE SPACE.
00186I     05  WS-CHN-START-DATE    PIC X(08).
00186J     05  FILLER               PIC X(01)  VALUE SPACE.
00186K     05  WS-CHN-START-TIME    PIC X(08).
00186L     05  FILLER               PIC X(01)  VALUE SPACE.
00186M     05  WS-CHN-END-DATE      PIC X(08).
00186N     05  FILLER               PIC X(01)  VALUE SPACE.
00186O     05  WS-CHN-END-TIME      PIC X(08).
00186P     05  FILLER               PIC X(01)  VALUE SPACE.
00186Q     05  WS-CHN-RC            PIC X(02).
00186R     05  FILLER               PIC X(12)  VALUE SPACES.
00186S
00186T 01  WS-LOCK-HEAD-LINE.
00186U     05  FILLER               PIC X(01)  VALUE SPACE.
00186V     05  FILLER               PIC X(23)
00186W                               VALUE "RUN LOCKS".
00186X     05  FILLER               PIC X(56)  VALUE SPACES.
00186Y
00186Z 01  WS-LOCK-COL-LINE.
0018AA     05  FILLER               PIC X(04)  VALUE SPACES.
0018AB     05  FILLER               PIC X(10)  VALUE "LOCK".
0018AC     05  FILLER               PIC X(10)  VALUE "STATE".
0018AD     05  FILLER               PIC X(11)  VALUE "PROGRAM".
0018AE     05  FILLER               PIC X(10)  VALUE "OPERATOR".
0018AF     05  FILLER               PIC X(14)  VALUE "SINCE".
0018AG     05  FILLER               PIC X(21)  VALUE SPACES.
0018AH
0018AI 01  WS-LOCK-DETAIL-LINE.
0018AJ     05  FILLER               PIC X(04)  VALUE SPACES.
0018AK     05  WS-LCK-NAME          PIC X(08).
0018AL     05  FILLER               PIC X(02)  VALUE SPACES.
0018AM     05  WS-LCK-STATE         PIC X(08).
0018AN     05  FILLER               PIC X(02)  VALUE SPACES.
0018AO     05  WS-LCK-PROGRAM       PIC X(09).
0018AP     05  FILLER               PIC X(02)  VALUE SPACES.
0018AQ     05  WS-LCK-OPERATOR      PIC X(08).
0018AR     05  FILLER               PIC X(02)  VALUE SPACES.
0018AS     05  WS-LCK-DATE          PIC 9(08).
0018AT     05  FILLER               PIC X(01)  VALUE SPACE.
0018AU     05  WS-LCK-HHMM          PIC X(05).
0018AV     05  FILLER               PIC X(21)  VALUE SPACES.
0018AW
001870 01  WS-REJ-LINE.
001880     05  FILLER               PIC X(01)  VALUE SPACE.
001890     05  FILLER               PIC X(23)
002100     05  WS-RUN-DATE-DISPLAY  PIC X(10).
002110
002120 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
00212A
00212B*----------------------------------------------------------------*
00212C*    JOB-CHAIN STEP CONTROL INQUIRY (SEE PROGRAM16) AND THE      *
00212D*    SUBSCRIPT USED TO WALK ITS STEP TABLE.                      *
00212E*----------------------------------------------------------------*
00212F     COPY MTCYCP.
00212G
00212H 01  WS-STEP-IDX              PIC 9(02)  COMP  VALUE ZERO.
00212I
00212J*----------------------------------------------------------------*
00212K*    RUN LOCK INQUIRY (SEE PROGRAM23), THE SUBSCRIPT USED TO     *
00212L*    WALK ITS LOCK TABLE, AND THE WORK FIELDS THAT AGE A LOCK    *
00212M*    AGAINST THE TIME THIS REPORT RUNS.                          *
00212N*----------------------------------------------------------------*
00212O     COPY MTLOKP.
00212P
00212Q 01  WS-LOCK-IDX              PIC 9(02)  COMP  VALUE ZERO.
00212R 01  WS-STALE-LOCK-COUNT      PIC 9(02)  COMP  VALUE ZERO.
00212S 01  WS-LOCK-STALE-SW         PIC X(01)  VALUE "N".
00212T     88  WS-LOCK-STALE                   VALUE "Y".
00212U 01  WS-LOCK-AGE-WORK.
00212V     05  WS-RUN-TIME-HHMMSSCC PIC 9(08).
00212W     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME-HHMMSSCC.
00212X         10  WS-RUN-HH        PIC 9(02).
00212Y         10  WS-RUN-MIN       PIC 9(02).
00212Z         10  FILLER           PIC 9(04).
0021AA     05  WS-TAKEN-TIME        PIC 9(08).
0021AB     05  WS-TAKEN-TIME-X REDEFINES WS-TAKEN-TIME.
0021AC         10  WS-TAKEN-HH      PIC 9(02).
0021AD         10  WS-TAKEN-MIN     PIC 9(02).
0021AE         10  FILLER           PIC 9(04).
0021AF     05  WS-NOW-MINUTES       PIC 9(04)  COMP.
0021AG     05  WS-TAKEN-MINUTES     PIC 9(04)  COMP.
002130
002140 PROCEDURE DIVISION.
002150
002170
002180     PERFORM 1000-INITIALIZE.
002190     PERFORM 2000-READ-RUN-STATUS.
002200     PERFORM 3000-INQUIRE-JOB-CHAIN.
00220A     PERFORM 4000-INQUIRE-RUN-LOCKS.
002220     PERFORM 5000-COUNT-REJECTS.
002230     PERFORM 6000-JUDGE-THE-CYCLE.
002240     PERFORM 7000-PRINT-STATUS-PAGE.
002270 1000-INITIALIZE.
002280
002290     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
00229A     ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
00229B     COMPUTE WS-NOW-MINUTES = WS-RUN-HH * 60 + WS-RUN-MIN.
002300     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
002310         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
002320     END-STRING.
002610     END-IF.
002620
002630*----------------------------------------------------------------*
002640*    THE STATE OF EVERY STEP OF THE LATEST CYCLE, AS THE STEPS   *
002650*    THEMSELVES RECORDED IT ON THE STEP CONTROL FILE.            *
002660*----------------------------------------------------------------*
002670 3000-INQUIRE-JOB-CHAIN.
002680
002690     MOVE "I" TO MT-CYCP-FUNCTION.
002700     MOVE SPACES TO MT-CYCP-STEP-NAME.
002710     CALL "Program16" USING MT-CYCP-PARMS.
002720
00272A*----------------------------------------------------------------*
00272B*    EVERY RUN LOCK ON FILE.  A LOCK THAT IS HELD WHILE A BATCH  *
00272C*    RUN IS GOING IS EXPECTED; ONE STILL HELD FROM AN EARLIER    *
00272D*    DAY, OR FOR LONGER THAN ANY RUN TAKES, WAS LEFT BY A RUN    *
00272E*    THAT ENDED ABNORMALLY AND WILL REFUSE TONIGHT'S BATCH.      *
00272F*----------------------------------------------------------------*
00272G 4000-INQUIRE-RUN-LOCKS.
00272H
00272I     MOVE "I" TO MT-LOKP-FUNCTION.
00272J     CALL "Program23" USING MT-LOKP-PARMS.
00272K     IF NOT MT-LOKP-GRANTED
00272L         MOVE ZERO TO MT-LOKP-LOCK-COUNT
00272M     END-IF.
00272N
00272O 4100-AGE-ONE-LOCK.
00272P
00272Q     MOVE "N" TO WS-LOCK-STALE-SW.
00272R     IF MT-LOKP-TAB-ACTION (WS-LOCK-IDX) = "H"
00272S         IF MT-LOKP-TAB-DATE (WS-LOCK-IDX) < WS-RUN-DATE-YYYYMMDD
00272T             SET WS-LOCK-STALE TO TRUE
00272U         ELSE
00272V             MOVE MT-LOKP-TAB-TIME (WS-LOCK-IDX) TO WS-TAKEN-TIME
00272W             COMPUTE WS-TAKEN-MINUTES =
00272X                 WS-TAKEN-HH * 60 + WS-TAKEN-MIN
00272Y             IF WS-NOW-MINUTES > WS-TAKEN-MINUTES
00272Z                 AND WS-NOW-MINUTES - WS-TAKEN-MINUTES
0027AA                     > WS-STALE-LOCK-MINUTES
0027AB                 SET WS-LOCK-STALE TO TRUE
0027AC             END-IF
0027AD         END-IF
0027AE     END-IF.
0027AF
003110*----------------------------------------------------------------*
003120*    REJECTED-ATTEMPT AUDIT RECORDS FOR THE CYCLE DATE.          *
003130*----------------------------------------------------------------*
003350
003360*----------------------------------------------------------------*
003370*    THE CYCLE IS CLEAN WHEN THE BATCH RUN ENDED 00 WITH ROWS    *
003380*    IN BALANCE, EVERY STEP OF THE CHAIN HAS COMPLETED FOR THE   *
003390*    CYCLE, AND NO ATTEMPT WAS REJECTED ON THE CYCLE DATE.       *
003410*----------------------------------------------------------------*
003420 6000-JUDGE-THE-CYCLE.
003430
003490             MOVE "N" TO WS-CYCLE-CLEAN-SW
003500         END-IF
003510     END-IF.
003520     IF MT-CYCP-CYCLE-DATE = ZERO
003530         MOVE "N" TO WS-CYCLE-CLEAN-SW
003540     ELSE
003550         PERFORM 6100-JUDGE-ONE-STEP
003560             VARYING WS-STEP-IDX FROM 1 BY 1
003570             UNTIL WS-STEP-IDX > MT-CYCP-STEP-COUNT
003580     END-IF.
003690     IF WS-REJECT-COUNT > ZERO
003700         MOVE "N" TO WS-CYCLE-CLEAN-SW
003710     END-IF.
00371A     MOVE ZERO TO WS-STALE-LOCK-COUNT.
00371B     PERFORM 6200-JUDGE-ONE-LOCK
00371C         VARYING WS-LOCK-IDX FROM 1 BY 1
00371D         UNTIL WS-LOCK-IDX > MT-LOKP-LOCK-COUNT.
00371E     IF WS-STALE-LOCK-COUNT > ZERO
00371F         MOVE "N" TO WS-CYCLE-CLEAN-SW
00371G     END-IF.
00371H
00371I 6100-JUDGE-ONE-STEP.
00371J
00371K     IF MT-CYCP-TAB-STATUS (WS-STEP-IDX) NOT = "C"
00371L         MOVE "N" TO WS-CYCLE-CLEAN-SW
00371M     END-IF.
00371N
00371O 6200-JUDGE-ONE-LOCK.
00371P
00371Q     PERFORM 4100-AGE-ONE-LOCK.
00371R     IF WS-LOCK-STALE
00371S         ADD 1 TO WS-STALE-LOCK-COUNT
00371T     END-IF.
003720
003730*----------------------------------------------------------------*
003740*    ONE PAGE FOR THE CONSOLE CREW.                              *
004110         WRITE PRINT-RECORD FROM MT-PRINT-LINE
004120     END-IF.
004130
004140     MOVE SPACES TO MT-PRINT-LINE.
004150     MOVE " " TO MT-PRINT-CC.
004160     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
004170     IF MT-CYCP-CYCLE-DATE = ZERO
004180         MOVE SPACES TO MT-PRINT-LINE
004190         MOVE " " TO MT-PRINT-CC
004200         MOVE "NO JOB CHAIN STEPS ON FILE - CYCLCTL IS EMPTY"
004210             TO MT-PRINT-TEXT
004220         WRITE PRINT-RECORD FROM MT-PRINT-LINE
004230     ELSE
004240         MOVE MT-CYCP-CYCLE-DATE TO WS-CHN-CYCLE
004250         WRITE PRINT-RECORD FROM WS-CHAIN-HEAD-LINE
004260         WRITE PRINT-RECORD FROM WS-CHAIN-COL-LINE
004270         PERFORM 7100-PRINT-ONE-STEP-LINE
004280             VARYING WS-STEP-IDX FROM 1 BY 1
004290             UNTIL WS-STEP-IDX > MT-CYCP-STEP-COUNT
004300     END-IF.
004310     MOVE SPACES TO MT-PRINT-LINE.
004320     MOVE " " TO MT-PRINT-CC.
004330     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
004340
00434A     WRITE PRINT-RECORD FROM WS-LOCK-HEAD-LINE.
00434B     IF MT-LOKP-LOCK-COUNT = ZERO
00434C         MOVE SPACES TO MT-PRINT-LINE
00434D         MOVE " " TO MT-PRINT-CC
00434E         MOVE "NO RUN LOCKS ON FILE (RUNLOCK)" TO MT-PRINT-TEXT
00434F         WRITE PRINT-RECORD FROM MT-PRINT-LINE
00434G     ELSE
00434H         WRITE PRINT-RECORD FROM WS-LOCK-COL-LINE
00434I         PERFORM 7200-PRINT-ONE-LOCK-LINE
00434J             VARYING WS-LOCK-IDX FROM 1 BY 1
00434K             UNTIL WS-LOCK-IDX > MT-LOKP-LOCK-COUNT
00434L     END-IF.
00434M     IF WS-STALE-LOCK-COUNT > ZERO
00434N         MOVE SPACES TO MT-PRINT-LINE
00434O         MOVE " " TO MT-PRINT-CC
00434P         MOVE "STALE LOCK - CLEAR IT WITH PROGRAM24"
00434Q             TO MT-PRINT-TEXT
00434R         WRITE PRINT-RECORD FROM MT-PRINT-LINE
00434S     END-IF.
00434T     MOVE SPACES TO MT-PRINT-LINE.
00434U     MOVE " " TO MT-PRINT-CC.
00434V     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
00434W
004420
004430     MOVE WS-REJECT-COUNT TO WS-REJ-VALUE.
004440     WRITE PRINT-RECORD FROM WS-REJ-LINE.
004490         MOVE "ATTENTION REQUIRED" TO WS-VERDICT-DESC
004500     END-IF.
004510     WRITE PRINT-RECORD FROM WS-VERDICT-LINE.
00451A
00451B*----------------------------------------------------------------*
00451C*    ONE CHAIN STEP - A STEP THAT HAS NOT RUN FOR THE CYCLE      *
00451D*    SHOWS NO TIMES; ONE STILL MARKED STARTED EITHER IS RUNNING  *
00451E*    OR DIED WITHOUT RECORDING ITS END.                          *
00451F*----------------------------------------------------------------*
00451G 7100-PRINT-ONE-STEP-LINE.
00451H
00451I     MOVE MT-CYCP-TAB-STEP (WS-STEP-IDX) TO WS-CHN-STEP.
00451J     MOVE SPACES TO WS-CHN-START-DATE.
00451K     MOVE SPACES TO WS-CHN-START-TIME.
00451L     MOVE SPACES TO WS-CHN-END-DATE.
00451M     MOVE SPACES TO WS-CHN-END-TIME.
00451N     MOVE SPACES TO WS-CHN-RC.
00451O     IF MT-CYCP-TAB-STATUS (WS-STEP-IDX) = "C"
00451P         MOVE "COMPLETE" TO WS-CHN-STATE
00451Q     ELSE
00451R         IF MT-CYCP-TAB-STATUS (WS-STEP-IDX) = "F"
00451S             MOVE "FAILED" TO WS-CHN-STATE
00451T         ELSE
00451U             IF MT-CYCP-TAB-STATUS (WS-STEP-IDX) = "B"
00451V                 MOVE "BLOCKED" TO WS-CHN-STATE
00451W             ELSE
00451X                 IF MT-CYCP-TAB-STATUS (WS-STEP-IDX) = "S"
00451Y                     MOVE "STARTED-NO END" TO WS-CHN-STATE
0045BP                 ELSE
0045BQ                     MOVE "NOT RUN" TO WS-CHN-STATE
0045BR                 END-IF
0045BS             END-IF
0045BT         END-IF
00451Z     END-IF.
0045AA     IF MT-CYCP-TAB-STATUS (WS-STEP-IDX) NOT = SPACE
0045AB         MOVE MT-CYCP-TAB-START-DATE (WS-STEP-IDX)
0045AC             TO WS-CHN-START-DATE
0045AD         MOVE MT-CYCP-TAB-START-TIME (WS-STEP-IDX)
0045AE             TO WS-CHN-START-TIME
0045AF     END-IF.
0045AG     IF MT-CYCP-TAB-STATUS (WS-STEP-IDX) = "C" OR "F" OR "B"
0045AH         MOVE MT-CYCP-TAB-END-DATE (WS-STEP-IDX)
0045AI             TO WS-CHN-END-DATE
0045AJ         MOVE MT-CYCP-TAB-END-TIME (WS-STEP-IDX)
0045AK             TO WS-CHN-END-TIME
0045AL         MOVE MT-CYCP-TAB-RC (WS-STEP-IDX) TO WS-CHN-RC
0045AM     END-IF.
0045AN     WRITE PRINT-RECORD FROM WS-CHAIN-STEP-LINE.
0045AO
0045AP*----------------------------------------------------------------*
0045AQ*    ONE RUN LOCK - HELD, STALE, RELEASED OR CLEARED, WITH THE   *
0045AR*    PROGRAM AND OPERATOR THAT LAST TOOK OR CLEARED IT.          *
0045AS*----------------------------------------------------------------*
0045AT 7200-PRINT-ONE-LOCK-LINE.
0045AU
0045AV     PERFORM 4100-AGE-ONE-LOCK.
0045AW     MOVE MT-LOKP-TAB-NAME (WS-LOCK-IDX) TO WS-LCK-NAME.
0045AX     IF WS-LOCK-STALE
0045AY         MOVE "STALE" TO WS-LCK-STATE
0045AZ     ELSE
0045BA         IF MT-LOKP-TAB-ACTION (WS-LOCK-IDX) = "H"
0045BB             MOVE "HELD" TO WS-LCK-STATE
0045BC         ELSE
0045BD             IF MT-LOKP-TAB-ACTION (WS-LOCK-IDX) = "B"
0045BE                 MOVE "CLEARED" TO WS-LCK-STATE
0045BF             ELSE
0045BU                 MOVE "RELEASED" TO WS-LCK-STATE
0045BV             END-IF
0045BW         END-IF
0045BG     END-IF.
0045BH     MOVE MT-LOKP-TAB-PROGRAM (WS-LOCK-IDX) TO WS-LCK-PROGRAM.
0045BI     MOVE MT-LOKP-TAB-OPERATOR (WS-LOCK-IDX) TO WS-LCK-OPERATOR.
0045BJ     MOVE MT-LOKP-TAB-DATE (WS-LOCK-IDX) TO WS-LCK-DATE.
0045BK     MOVE MT-LOKP-TAB-TIME (WS-LOCK-IDX) TO WS-TAKEN-TIME.
0045BL     STRING WS-TAKEN-HH ":" WS-TAKEN-MIN
0045BM         DELIMITED BY SIZE INTO WS-LCK-HHMM
0045BN     END-STRING.
0045BO     WRITE PRINT-RECORD FROM WS-LOCK-DETAIL-LINE.
004520
004530 9000-END-PROGRAM.
004540
