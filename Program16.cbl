000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM16 AS "Program16".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM16 --  NIGHTLY JOB-CHAIN STEP CONTROL.  EACH STEP    *
000190*                  OF THE NIGHTLY CHAIN USED TO RUN BLIND -      *
000200*                  NOTHING STOPPED THE HISTORY LOAD (PROGRAM7)   *
000210*                  FROM LOADING A HISTFILE LEFT BY A REJECTED    *
000220*                  RUN, OR THE PURGE (PROGRAM5) FROM PURGING     *
000230*                  HISTFILE BEFORE THE LOAD HAD RUN.  EVERY      *
000240*                  STEP NOW CALLS THIS SUBPROGRAM AT START AND   *
000250*                  AT END (SEE MTCYCP), THE WAY THE TABLE        *
000260*                  PROGRAMS CALL PROGRAM3 FOR THEIR ARITHMETIC,  *
000270*                  SO THE CHAIN ORDER AND THE PREREQUISITE RULE  *
000280*                  LIVE IN ONE PLACE.  THE STEP CONTROL FILE     *
000290*                  (CYCLCTL, SEE MTCYCL) GETS ONE RECORD PER     *
000300*                  START AND ONE PER END.                        *
000310*                                                                *
000320*                  THE CHAIN, IN ORDER, IS PROGRAM1, PROGRAM7,   *
000330*                  PROGRAM14, PROGRAM11, PROGRAM13, PROGRAM5.    *
000340*                  PROGRAM1 OPENS A CYCLE DATED WITH ITS RUN     *
000350*                  DATE; EVERY LATER STEP BELONGS TO THE LATEST  *
000360*                  CYCLE ON FILE AND MAY ONLY START WHEN EVERY   *
000370*                  STEP AHEAD OF IT HAS COMPLETED ("C") FOR THAT *
000380*                  CYCLE.  A STEP THAT STARTS AGAIN (A RERUN)    *
000390*                  CLEARS THE STATE OF EVERY STEP BEHIND IT, SO  *
000400*                  A RERUN BATCH JOB MUST BE RELOADED BEFORE THE *
000410*                  PURGE WILL RUN.                               *
000420*                                                                *
000430*    MOD LOG                                                     *
000440*    2026-10-15  DLW  ORIGINAL VERSION.                          *
00044A*    2026-10-15  DLW  END RECORDS NOW CARRY THE STEP'S ELAPSED   *
00044B*                      SECONDS, AND THE BATCH JOB'S CARDS RUN,   *
00044C*                      ROWS RUN AND AUTOMATIC RESTART FLAG, FOR  *
00044D*                      THE BATCH WINDOW REPORT (PROGRAM26).      *
000450*                                                                *
000460*----------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CYCL-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CYCLE-CONTROL-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620     COPY MTCYCL.
000630
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------*
000660*    FILE STATUS FIELDS                                          *
000670*----------------------------------------------------------------*
000680 01  WS-CYCL-FILE-STATUS      PIC X(02).
000690
000700*----------------------------------------------------------------*
000710*    THE CHAIN, IN RUN ORDER.  A STEP'S PREDECESSORS ARE THE     *
000720*    ENTRIES AHEAD OF IT IN THIS TABLE.                          *
000730*----------------------------------------------------------------*
000740 01  WS-CHAIN-VALUES.
000750     05  FILLER               PIC X(09)  VALUE "PROGRAM1 ".
000760     05  FILLER               PIC X(09)  VALUE "PROGRAM7 ".
000770     05  FILLER               PIC X(09)  VALUE "PROGRAM14".
000780     05  FILLER               PIC X(09)  VALUE "PROGRAM11".
000790     05  FILLER               PIC X(09)  VALUE "PROGRAM13".
000800     05  FILLER               PIC X(09)  VALUE "PROGRAM5 ".
000810 01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.
000820     05  WS-CHAIN-STEP        PIC X(09)  OCCURS 6 TIMES.
000830
000840 77  WS-CHAIN-COUNT           PIC 9(03)  COMP  VALUE 6.
000850 77  WS-CHAIN-IDX             PIC 9(03)  COMP.
000860 77  WS-CLEAR-IDX             PIC 9(03)  COMP.
000870 77  WS-CALLER-POS            PIC 9(03)  COMP.
000880 77  WS-RECORD-POS            PIC 9(03)  COMP.
000890 77  WS-PREREQ-RC             PIC 9(02)  VALUE 20.
000900
000910*----------------------------------------------------------------*
000920*    THE LATEST CYCLE ON FILE - THE CYCLE DATE OF THE LAST       *
000930*    PROGRAM1 RECORD READ.                                       *
000940*----------------------------------------------------------------*
000950 01  WS-LATEST-CYCLE          PIC 9(08)  VALUE ZERO.
000960
000970 01  WS-DATE-WORK.
000980     05  WS-NOW-DATE          PIC 9(08).
000990     05  WS-NOW-TIME          PIC 9(08).
00099A
00099B*----------------------------------------------------------------*
00099C*    ELAPSED TIME - A TIME OF DAY (HHMMSSCC) BROKEN OUT, AND THE *
00099D*    START AND END AS SECONDS SINCE MIDNIGHT OF THE START DATE.  *
00099E*----------------------------------------------------------------*
00099F 01  WS-ELAPSED-WORK.
00099G     05  WS-CLOCK-TIME        PIC 9(08).
00099H     05  WS-CLOCK-TIME-X REDEFINES WS-CLOCK-TIME.
00099I         10  WS-CLOCK-HH      PIC 9(02).
00099J         10  WS-CLOCK-MM      PIC 9(02).
00099K         10  WS-CLOCK-SS      PIC 9(02).
00099L         10  WS-CLOCK-CC      PIC 9(02).
00099M     05  WS-CLOCK-SECONDS     PIC 9(06)  COMP.
00099N     05  WS-START-SECONDS     PIC 9(06)  COMP.
00099O     05  WS-END-SECONDS       PIC 9(06)  COMP.
00099P 77  WS-SECONDS-PER-DAY       PIC 9(06)  COMP  VALUE 86400.
001000
001010 LINKAGE SECTION.
001020     COPY MTCYCP.
001030
001040 PROCEDURE DIVISION USING MT-CYCP-PARMS.
001050
001060 0000-MAIN-STEP-CONTROL.
001070
001080     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001090     ACCEPT WS-NOW-TIME FROM TIME.
001100     IF MT-CYCP-BEGIN
001110         PERFORM 2000-BEGIN-STEP
001120     ELSE
001130         IF MT-CYCP-END
001140             PERFORM 3000-END-STEP
001150         ELSE
001160             IF MT-CYCP-INQUIRE
001170                 PERFORM 4000-INQUIRE-CYCLE
001180             END-IF
001190         END-IF
001200     END-IF.
001210     GOBACK.
001220
001230*----------------------------------------------------------------*
001240*    WHERE THE CALLING STEP SITS IN THE CHAIN - ZERO WHEN IT IS  *
001250*    NOT A CHAIN STEP AT ALL.                                    *
001260*----------------------------------------------------------------*
001270 1000-FIND-CALLER-STEP.
001280
001290     MOVE ZERO TO WS-CALLER-POS.
001300     PERFORM 1050-MATCH-ONE-CALLER-STEP
001310         VARYING WS-CHAIN-IDX FROM 1 BY 1
001320         UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
001330             OR WS-CALLER-POS > ZERO.
001340
001350 1050-MATCH-ONE-CALLER-STEP.
001360
001370     IF WS-CHAIN-STEP (WS-CHAIN-IDX) = MT-CYCP-STEP-NAME
001380         MOVE WS-CHAIN-IDX TO WS-CALLER-POS
001390     END-IF.
001400
001410*----------------------------------------------------------------*
001420*    REBUILD THE STATE OF THE LATEST CYCLE FROM THE CONTROL      *
001430*    FILE.  A PROGRAM1 RECORD FOR A NEW CYCLE DATE STARTS THE    *
001440*    TABLE OVER; THE LAST RECORD OF EACH STEP FOR THE CYCLE IS   *
001450*    ITS STATE; A START RECORD CLEARS EVERY STEP BEHIND IT.  A   *
001460*    MISSING CONTROL FILE IS AN EMPTY ONE.                       *
001470*----------------------------------------------------------------*
001480 1100-LOAD-CYCLE-STATE.
001490
001500     MOVE ZERO TO WS-LATEST-CYCLE.
001510     MOVE WS-CHAIN-COUNT TO MT-CYCP-STEP-COUNT.
001520     PERFORM 1150-CLEAR-ONE-STEP-ENTRY
001530         VARYING WS-CLEAR-IDX FROM 1 BY 1
001540         UNTIL WS-CLEAR-IDX > WS-CHAIN-COUNT.
001550     OPEN INPUT CYCLE-CONTROL-FILE.
001560     IF WS-CYCL-FILE-STATUS = "00"
001570         PERFORM 1200-READ-ONE-CONTROL-RECORD
001580             UNTIL WS-CYCL-FILE-STATUS NOT = "00"
001590         CLOSE CYCLE-CONTROL-FILE
001600     END-IF.
001610
001620 1150-CLEAR-ONE-STEP-ENTRY.
001630
001640     MOVE WS-CHAIN-STEP (WS-CLEAR-IDX)
001650         TO MT-CYCP-TAB-STEP (WS-CLEAR-IDX).
001660     MOVE SPACE TO MT-CYCP-TAB-STATUS (WS-CLEAR-IDX).
001670     MOVE ZERO TO MT-CYCP-TAB-START-DATE (WS-CLEAR-IDX).
001680     MOVE ZERO TO MT-CYCP-TAB-START-TIME (WS-CLEAR-IDX).
001690     MOVE ZERO TO MT-CYCP-TAB-END-DATE (WS-CLEAR-IDX).
001700     MOVE ZERO TO MT-CYCP-TAB-END-TIME (WS-CLEAR-IDX).
001710     MOVE ZERO TO MT-CYCP-TAB-RC (WS-CLEAR-IDX).
001720     MOVE SPACES TO MT-CYCP-TAB-RUN-STATUS (WS-CLEAR-IDX).
001730
001740 1200-READ-ONE-CONTROL-RECORD.
001750
001760     READ CYCLE-CONTROL-FILE.
001770     IF WS-CYCL-FILE-STATUS = "00"
001780         MOVE ZERO TO WS-RECORD-POS
001790         PERFORM 1250-MATCH-ONE-RECORD-STEP
001800             VARYING WS-CHAIN-IDX FROM 1 BY 1
001810             UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
001820                 OR WS-RECORD-POS > ZERO
001830         IF WS-RECORD-POS = 1
001840             AND MT-CYCL-CYCLE-DATE NOT = WS-LATEST-CYCLE
001850             MOVE MT-CYCL-CYCLE-DATE TO WS-LATEST-CYCLE
001860             PERFORM 1150-CLEAR-ONE-STEP-ENTRY
001870                 VARYING WS-CLEAR-IDX FROM 1 BY 1
001880                 UNTIL WS-CLEAR-IDX > WS-CHAIN-COUNT
001890         END-IF
001900         IF WS-RECORD-POS > ZERO
001910             AND MT-CYCL-CYCLE-DATE = WS-LATEST-CYCLE
001920             PERFORM 1300-APPLY-ONE-RECORD
001930         END-IF
001940     END-IF.
001950
001960 1250-MATCH-ONE-RECORD-STEP.
001970
001980     IF WS-CHAIN-STEP (WS-CHAIN-IDX) = MT-CYCL-STEP-NAME
001990         MOVE WS-CHAIN-IDX TO WS-RECORD-POS
002000     END-IF.
002010
002020 1300-APPLY-ONE-RECORD.
002030
002040     IF MT-CYCL-STARTED
002050         PERFORM 1150-CLEAR-ONE-STEP-ENTRY
002060             VARYING WS-CLEAR-IDX FROM WS-RECORD-POS BY 1
002070             UNTIL WS-CLEAR-IDX > WS-CHAIN-COUNT
002080     END-IF.
002090     MOVE MT-CYCL-STEP-STATUS
002100         TO MT-CYCP-TAB-STATUS (WS-RECORD-POS).
002110     MOVE MT-CYCL-START-DATE
002120         TO MT-CYCP-TAB-START-DATE (WS-RECORD-POS).
002130     MOVE MT-CYCL-START-TIME
002140         TO MT-CYCP-TAB-START-TIME (WS-RECORD-POS).
002150     MOVE MT-CYCL-END-DATE
002160         TO MT-CYCP-TAB-END-DATE (WS-RECORD-POS).
002170     MOVE MT-CYCL-END-TIME
002180         TO MT-CYCP-TAB-END-TIME (WS-RECORD-POS).
002190     MOVE MT-CYCL-COMPLETION-CODE
002200         TO MT-CYCP-TAB-RC (WS-RECORD-POS).
002210     MOVE MT-CYCL-RUN-STATUS
002220         TO MT-CYCP-TAB-RUN-STATUS (WS-RECORD-POS).
002230
002240*----------------------------------------------------------------*
002250*    BEGIN A STEP.  THE FIRST STEP OPENS A NEW CYCLE DATED       *
002260*    TODAY; ANY OTHER STEP JOINS THE LATEST CYCLE AND NEEDS      *
002270*    EVERY STEP AHEAD OF IT COMPLETE.  EITHER WAY THE START (OR  *
002280*    THE BLOCK) GOES ON THE CONTROL FILE BEFORE RETURNING.       *
002290*----------------------------------------------------------------*
002300 2000-BEGIN-STEP.
002310
002320     PERFORM 1000-FIND-CALLER-STEP.
002330     PERFORM 1100-LOAD-CYCLE-STATE.
002340     MOVE WS-NOW-DATE TO MT-CYCP-START-DATE.
002350     MOVE WS-NOW-TIME TO MT-CYCP-START-TIME.
002360     MOVE "Y" TO MT-CYCP-PREREQ-SW.
002370     MOVE SPACES TO MT-CYCP-MISSING-STEP.
002380     MOVE SPACE TO MT-CYCP-MISSING-STATUS.
00238A     MOVE ZERO TO MT-CYCP-ELAPSED-SECS.
00238B     MOVE ZERO TO MT-CYCP-CARDS-RUN.
00238C     MOVE ZERO TO MT-CYCP-ROWS-RUN.
00238D     MOVE "N" TO MT-CYCP-RESTART-FLAG.
002390     IF WS-CALLER-POS = 1
002400         MOVE WS-NOW-DATE TO MT-CYCP-CYCLE-DATE
002410     ELSE
002420         MOVE WS-LATEST-CYCLE TO MT-CYCP-CYCLE-DATE
002430         IF WS-CALLER-POS > 1
002440             PERFORM 2100-CHECK-ONE-PREDECESSOR
002450                 VARYING WS-CHAIN-IDX FROM 1 BY 1
002460                 UNTIL WS-CHAIN-IDX >= WS-CALLER-POS
002470                     OR NOT MT-CYCP-PREREQ-OK
002480         END-IF
002490     END-IF.
002500     MOVE SPACES TO MT-CYCL-RECORD.
002510     MOVE MT-CYCP-CYCLE-DATE TO MT-CYCL-CYCLE-DATE.
002520     MOVE MT-CYCP-STEP-NAME TO MT-CYCL-STEP-NAME.
002530     MOVE MT-CYCP-START-DATE TO MT-CYCL-START-DATE.
002540     MOVE MT-CYCP-START-TIME TO MT-CYCL-START-TIME.
00254A     MOVE ZERO TO MT-CYCL-ELAPSED-SECS.
00254B     MOVE ZERO TO MT-CYCL-CARDS-RUN.
00254C     MOVE ZERO TO MT-CYCL-ROWS-RUN.
00254D     MOVE "N" TO MT-CYCL-RESTART-FLAG.
002550     IF MT-CYCP-PREREQ-OK
002560         MOVE "S" TO MT-CYCL-STEP-STATUS
002570         MOVE ZERO TO MT-CYCL-END-DATE
002580         MOVE ZERO TO MT-CYCL-END-TIME
002590         MOVE ZERO TO MT-CYCL-COMPLETION-CODE
002600     ELSE
002610         MOVE "B" TO MT-CYCL-STEP-STATUS
002620         MOVE WS-NOW-DATE TO MT-CYCL-END-DATE
002630         MOVE WS-NOW-TIME TO MT-CYCL-END-TIME
002640         MOVE WS-PREREQ-RC TO MT-CYCL-COMPLETION-CODE
002650         MOVE MT-CYCP-MISSING-STEP TO MT-CYCL-RUN-STATUS
002660     END-IF.
002670     PERFORM 9000-APPEND-CONTROL-RECORD.
002680
002690 2100-CHECK-ONE-PREDECESSOR.
002700
002710     IF MT-CYCP-TAB-STATUS (WS-CHAIN-IDX) NOT = "C"
002720         MOVE "N" TO MT-CYCP-PREREQ-SW
002730         MOVE MT-CYCP-TAB-STEP (WS-CHAIN-IDX)
002740             TO MT-CYCP-MISSING-STEP
002750         MOVE MT-CYCP-TAB-STATUS (WS-CHAIN-IDX)
002760             TO MT-CYCP-MISSING-STATUS
002770     END-IF.
002780
002790*----------------------------------------------------------------*
002800*    END A STEP - THE CALLER'S OWN VERDICT AND COMPLETION CODE,  *
002810*    STAMPED WITH THE BEGIN TIME IT WAS GIVEN AND THE TIME NOW,  *
00281A*    THE SECONDS BETWEEN THEM AND THE BATCH JOB'S COUNTS.        *
002820*----------------------------------------------------------------*
002830 3000-END-STEP.
002840
002850     MOVE SPACES TO MT-CYCL-RECORD.
002860     MOVE MT-CYCP-CYCLE-DATE TO MT-CYCL-CYCLE-DATE.
002870     MOVE MT-CYCP-STEP-NAME TO MT-CYCL-STEP-NAME.
002880     MOVE MT-CYCP-STEP-STATUS TO MT-CYCL-STEP-STATUS.
002890     MOVE MT-CYCP-START-DATE TO MT-CYCL-START-DATE.
002900     MOVE MT-CYCP-START-TIME TO MT-CYCL-START-TIME.
002910     MOVE WS-NOW-DATE TO MT-CYCL-END-DATE.
002920     MOVE WS-NOW-TIME TO MT-CYCL-END-TIME.
002930     MOVE MT-CYCP-COMPLETION-CODE TO MT-CYCL-COMPLETION-CODE.
002940     MOVE MT-CYCP-RUN-STATUS TO MT-CYCL-RUN-STATUS.
00294A     PERFORM 3100-COMPUTE-ELAPSED.
00294B     MOVE MT-CYCP-ELAPSED-SECS TO MT-CYCL-ELAPSED-SECS.
00294C     MOVE MT-CYCP-CARDS-RUN TO MT-CYCL-CARDS-RUN.
00294D     MOVE MT-CYCP-ROWS-RUN TO MT-CYCL-ROWS-RUN.
00294E     MOVE MT-CYCP-RESTART-FLAG TO MT-CYCL-RESTART-FLAG.
002950     PERFORM 9000-APPEND-CONTROL-RECORD.
00295A
00295B*----------------------------------------------------------------*
00295C*    SECONDS FROM THE BEGIN STAMP TO NOW.  A STEP THAT ENDS ON A *
00295D*    LATER DATE THAN IT BEGAN RAN PAST MIDNIGHT - NO STEP RUNS   *
00295E*    FOR A WHOLE DAY, SO ONE DAY IS ADDED.                       *
00295F*----------------------------------------------------------------*
00295G 3100-COMPUTE-ELAPSED.
00295H
00295I     MOVE MT-CYCP-START-TIME TO WS-CLOCK-TIME.
00295J     PERFORM 3150-CLOCK-TO-SECONDS.
00295K     MOVE WS-CLOCK-SECONDS TO WS-START-SECONDS.
00295L     MOVE WS-NOW-TIME TO WS-CLOCK-TIME.
00295M     PERFORM 3150-CLOCK-TO-SECONDS.
00295N     MOVE WS-CLOCK-SECONDS TO WS-END-SECONDS.
00295O     IF WS-NOW-DATE > MT-CYCP-START-DATE
00295P         ADD WS-SECONDS-PER-DAY TO WS-END-SECONDS
00295Q     END-IF.
00295R     IF WS-END-SECONDS > WS-START-SECONDS
00295S         COMPUTE MT-CYCP-ELAPSED-SECS =
00295T             WS-END-SECONDS - WS-START-SECONDS
00295U     ELSE
00295V         MOVE ZERO TO MT-CYCP-ELAPSED-SECS
00295W     END-IF.
00295X
00295Y 3150-CLOCK-TO-SECONDS.
00295Z
0029AA     COMPUTE WS-CLOCK-SECONDS =
0029AB         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
002960
002970*----------------------------------------------------------------*
002980*    INQUIRE - THE LATEST CYCLE'S STEP TABLE FOR A REPORT.       *
002990*----------------------------------------------------------------*
003000 4000-INQUIRE-CYCLE.
003010
003020     PERFORM 1100-LOAD-CYCLE-STATE.
003030     MOVE WS-LATEST-CYCLE TO MT-CYCP-CYCLE-DATE.
003040
003050 9000-APPEND-CONTROL-RECORD.
003060
003070     OPEN EXTEND CYCLE-CONTROL-FILE.
003080     IF WS-CYCL-FILE-STATUS = "35"
003090         OPEN OUTPUT CYCLE-CONTROL-FILE
003100     END-IF.
003110     IF WS-CYCL-FILE-STATUS = "00"
003120         WRITE MT-CYCL-RECORD
003130         CLOSE CYCLE-CONTROL-FILE
003140     ELSE
003150         DISPLAY "CYCLCTL NOT AVAILABLE - STATUS ",
003160             WS-CYCL-FILE-STATUS, " - ", MT-CYCP-STEP-NAME,
003170             " STEP RECORD NOT WRITTEN"
003180     END-IF.
003190
003200 END PROGRAM PROGRAM16.
