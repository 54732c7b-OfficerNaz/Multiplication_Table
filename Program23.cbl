000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM23 AS "Program23".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM23 --  RUN LOCK CONTROL.  NOTHING STOPPED A SECOND   *
000190*                  BATCH JOB (PROGRAM1) FROM STARTING WHILE THE  *
000200*                  FIRST WAS STILL UPDATING CHKPTFIL, PRIORRES   *
000210*                  AND HISTFILE, OR THE HISTORY LOAD (PROGRAM7)  *
000220*                  AND THE RETENTION PURGE (PROGRAM5) FROM       *
000230*                  RUNNING OVER THE TOP OF IT.  EACH OF THEM NOW *
000240*                  CALLS THIS SUBPROGRAM (SEE MTLOKP) FOR THE    *
000250*                  LOCK BEFORE ITS FIRST STEP CONTROL CALL AND   *
000260*                  GIVES IT BACK ON EVERY WAY OUT, SO A SECOND   *
000270*                  RUN ENDS AT ONCE, NAMING THE OPERATOR WHO     *
000280*                  HOLDS THE FILES AND SINCE WHEN.  THE LOCK     *
000290*                  FILE (RUNLOCK, SEE MTLOCK) IS APPEND-ONLY,    *
000300*                  LIKE THE STEP CONTROL FILE - THE LAST RECORD  *
000310*                  FOR A LOCK NAME IS ITS STATE.                 *
000320*                                                                *
000330*                  A RUN THAT ENDS ABNORMALLY LEAVES ITS LOCK    *
000340*                  HELD.  THE MORNING STATUS REPORT (PROGRAM12)  *
000350*                  SHOWS IT AS STALE, AND THE LOCK RELEASE       *
000360*                  UTILITY (PROGRAM24) CLEARS IT ONCE SOMEONE    *
000370*                  HAS MADE SURE THE HOLDER IS REALLY GONE.      *
000380*                                                                *
000390*    MOD LOG                                                     *
000400*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000410*                                                                *
000420*----------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-LOCK-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RUN-LOCK-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580     COPY MTLOCK.
000590
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------------*
000620*    FILE STATUS FIELDS AND SWITCHES                             *
000630*----------------------------------------------------------------*
000640 01  WS-LOCK-FILE-STATUS      PIC X(02).
000650 01  WS-LOCK-READ-STATUS      PIC X(02).
000660 01  WS-LOCK-FILE-SW          PIC X(01).
000670     88  WS-LOCK-FILE-READ               VALUE "Y".
000680
000690 77  WS-LOCK-IDX              PIC 9(03)  COMP.
000700 77  WS-LOCK-POS              PIC 9(03)  COMP.
000710 77  WS-LOCK-LIMIT            PIC 9(03)  COMP  VALUE 10.
000720 01  WS-FIND-NAME             PIC X(08).
000730 01  WS-NEW-ACTION            PIC X(01).
000740
000750*----------------------------------------------------------------*
000760*    THE OPERATOR A STEP WITH NONE OF ITS OWN RUNS FOR - THE     *
000770*    ONE ON THE LATEST LOCK TAKEN BY THE BATCH JOB.              *
000780*----------------------------------------------------------------*
000790 01  WS-BATCH-OPERATOR        PIC X(08).
000800 01  WS-DEFAULT-OPERATOR      PIC X(08)  VALUE "BATCH".
000810 01  WS-RUN-OPERATOR          PIC X(08).
000820
000830 01  WS-DATE-WORK.
000840     05  WS-NOW-DATE          PIC 9(08).
000850     05  WS-NOW-TIME          PIC 9(08).
000860     05  WS-HELD-TIME-WORK    PIC 9(08).
000870     05  WS-HELD-TIME-X REDEFINES WS-HELD-TIME-WORK.
000880         10  WS-HELD-HH       PIC X(02).
000890         10  WS-HELD-MM       PIC X(02).
000900         10  FILLER           PIC X(04).
000910
000920 LINKAGE SECTION.
000930     COPY MTLOKP.
000940
000950 PROCEDURE DIVISION USING MT-LOKP-PARMS.
000960
000970 0000-MAIN-RUN-LOCK.
000980
000990     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001000     ACCEPT WS-NOW-TIME FROM TIME.
001010     MOVE SPACES TO MT-LOKP-HOLDER-PROGRAM.
001020     MOVE SPACES TO MT-LOKP-HOLDER-OPERATOR.
001030     MOVE ZERO TO MT-LOKP-HELD-DATE.
001040     MOVE ZERO TO MT-LOKP-HELD-TIME.
001050     MOVE SPACES TO MT-LOKP-HELD-HHMM.
001060     IF MT-LOKP-ACQUIRE
001070         PERFORM 2000-ACQUIRE-LOCK
001080     ELSE
001090         IF MT-LOKP-RELEASE
001100             PERFORM 3000-RELEASE-LOCK
001110         ELSE
001120             IF MT-LOKP-BREAK
001130                 PERFORM 4000-BREAK-LOCK
001140             ELSE
001150                 IF MT-LOKP-INQUIRE
001160                     PERFORM 1100-LOAD-LOCK-STATE
001170                     IF WS-LOCK-FILE-READ
001180                         MOVE "Y" TO MT-LOKP-RESULT
001190                     ELSE
001200                         MOVE "F" TO MT-LOKP-RESULT
001210                     END-IF
001220                 END-IF
001230             END-IF
001240         END-IF
001250     END-IF.
001260     GOBACK.
001270
001280*----------------------------------------------------------------*
001290*    REBUILD THE STATE OF EVERY LOCK FROM THE LOCK FILE INTO THE *
001300*    CALLER'S LOCK TABLE - THE LAST RECORD FOR A NAME WINS.  A   *
001310*    MISSING LOCK FILE IS AN EMPTY ONE; ANY OTHER OPEN FAILURE   *
001320*    LEAVES THE READ SWITCH OFF.                                 *
001330*----------------------------------------------------------------*
001340 1100-LOAD-LOCK-STATE.
001350
001360     MOVE ZERO TO MT-LOKP-LOCK-COUNT.
001370     MOVE SPACES TO WS-BATCH-OPERATOR.
001380     MOVE "N" TO WS-LOCK-FILE-SW.
001390     OPEN INPUT RUN-LOCK-FILE.
001400     MOVE WS-LOCK-FILE-STATUS TO WS-LOCK-READ-STATUS.
001410     IF WS-LOCK-FILE-STATUS = "00"
001420         SET WS-LOCK-FILE-READ TO TRUE
001430         PERFORM 1200-READ-ONE-LOCK-RECORD
001440             UNTIL WS-LOCK-FILE-STATUS NOT = "00"
001450         CLOSE RUN-LOCK-FILE
001460     ELSE
001470         IF WS-LOCK-FILE-STATUS = "35"
001480             SET WS-LOCK-FILE-READ TO TRUE
001490         END-IF
001500     END-IF.
001510
001520 1200-READ-ONE-LOCK-RECORD.
001530
001540     READ RUN-LOCK-FILE.
001550     IF WS-LOCK-FILE-STATUS = "00"
001560         IF MT-LOCK-HELD
001570             AND MT-LOCK-PROGRAM = "PROGRAM1"
001580             MOVE MT-LOCK-OPERATOR-ID TO WS-BATCH-OPERATOR
001590         END-IF
001600         MOVE MT-LOCK-NAME TO WS-FIND-NAME
001610         PERFORM 1300-FIND-LOCK-ENTRY
001620         IF WS-LOCK-POS = ZERO
001630             AND MT-LOKP-LOCK-COUNT < WS-LOCK-LIMIT
001640             ADD 1 TO MT-LOKP-LOCK-COUNT
001650             MOVE MT-LOKP-LOCK-COUNT TO WS-LOCK-POS
001660             MOVE MT-LOCK-NAME TO MT-LOKP-TAB-NAME (WS-LOCK-POS)
001670         END-IF
001680         IF WS-LOCK-POS > ZERO
001690             MOVE MT-LOCK-ACTION
001700                 TO MT-LOKP-TAB-ACTION (WS-LOCK-POS)
001710             MOVE MT-LOCK-PROGRAM
001720                 TO MT-LOKP-TAB-PROGRAM (WS-LOCK-POS)
001730             MOVE MT-LOCK-OPERATOR-ID
001740                 TO MT-LOKP-TAB-OPERATOR (WS-LOCK-POS)
001750             MOVE MT-LOCK-DATE TO MT-LOKP-TAB-DATE (WS-LOCK-POS)
001760             MOVE MT-LOCK-TIME TO MT-LOKP-TAB-TIME (WS-LOCK-POS)
001770         END-IF
001780     END-IF.
001790
001800*----------------------------------------------------------------*
001810*    WHERE WS-FIND-NAME SITS IN THE LOCK TABLE - ZERO WHEN IT    *
001820*    HAS NEVER BEEN TAKEN.                                       *
001830*----------------------------------------------------------------*
001840 1300-FIND-LOCK-ENTRY.
001850
001860     MOVE ZERO TO WS-LOCK-POS.
001870     PERFORM 1350-MATCH-ONE-LOCK-ENTRY
001880         VARYING WS-LOCK-IDX FROM 1 BY 1
001890         UNTIL WS-LOCK-IDX > MT-LOKP-LOCK-COUNT
001900             OR WS-LOCK-POS > ZERO.
001910
001920 1350-MATCH-ONE-LOCK-ENTRY.
001930
001940     IF MT-LOKP-TAB-NAME (WS-LOCK-IDX) = WS-FIND-NAME
001950         MOVE WS-LOCK-IDX TO WS-LOCK-POS
001960     END-IF.
001970
001980*----------------------------------------------------------------*
001990*    LOAD THE STATE, FIND THE CALLER'S LOCK AND SETTLE WHICH     *
002000*    OPERATOR THE CALLER RUNS FOR.                               *
002010*----------------------------------------------------------------*
002020 1400-LOAD-CALLER-LOCK.
002030
002040     PERFORM 1100-LOAD-LOCK-STATE.
002050     MOVE MT-LOKP-LOCK-NAME TO WS-FIND-NAME.
002060     PERFORM 1300-FIND-LOCK-ENTRY.
002070     IF MT-LOKP-OPERATOR-ID NOT = SPACES
002080         MOVE MT-LOKP-OPERATOR-ID TO WS-RUN-OPERATOR
002090     ELSE
002100         IF WS-BATCH-OPERATOR NOT = SPACES
002110             MOVE WS-BATCH-OPERATOR TO WS-RUN-OPERATOR
002120         ELSE
002130             MOVE WS-DEFAULT-OPERATOR TO WS-RUN-OPERATOR
002140         END-IF
002150     END-IF.
002160
002170*----------------------------------------------------------------*
002180*    THE LOCK ENTRY AT WS-LOCK-POS, FOR THE CALLER'S MESSAGE.    *
002190*----------------------------------------------------------------*
002200 1500-RETURN-HOLDER.
002210
002220     MOVE MT-LOKP-TAB-PROGRAM (WS-LOCK-POS)
002230         TO MT-LOKP-HOLDER-PROGRAM.
002240     MOVE MT-LOKP-TAB-OPERATOR (WS-LOCK-POS)
002250         TO MT-LOKP-HOLDER-OPERATOR.
002260     MOVE MT-LOKP-TAB-DATE (WS-LOCK-POS) TO MT-LOKP-HELD-DATE.
002270     MOVE MT-LOKP-TAB-TIME (WS-LOCK-POS) TO MT-LOKP-HELD-TIME.
002280     MOVE MT-LOKP-TAB-TIME (WS-LOCK-POS) TO WS-HELD-TIME-WORK.
002290     STRING WS-HELD-HH ":" WS-HELD-MM
002300         DELIMITED BY SIZE INTO MT-LOKP-HELD-HHMM
002310     END-STRING.
002320
002330*----------------------------------------------------------------*
002340*    ACQUIRE - REFUSED WHILE ANOTHER RUN HOLDS THE LOCK,         *
002350*    OTHERWISE A HELD RECORD GOES ON FILE BEFORE RETURNING.      *
002360*----------------------------------------------------------------*
002370 2000-ACQUIRE-LOCK.
002380
002390     PERFORM 1400-LOAD-CALLER-LOCK.
002400     MOVE "Y" TO MT-LOKP-RESULT.
002410     IF NOT WS-LOCK-FILE-READ
002420         DISPLAY "RUNLOCK NOT AVAILABLE - STATUS ",
002430             WS-LOCK-READ-STATUS, " - ", MT-LOKP-PROGRAM,
002440             " RUNS WITHOUT A LOCK"
002450     ELSE
002460         IF WS-LOCK-POS > ZERO
002470             AND MT-LOKP-TAB-ACTION (WS-LOCK-POS) = "H"
002480             MOVE "N" TO MT-LOKP-RESULT
002490             PERFORM 1500-RETURN-HOLDER
002500         ELSE
002510             MOVE "H" TO WS-NEW-ACTION
002520             PERFORM 9000-APPEND-LOCK-RECORD
002530         END-IF
002540     END-IF.
002550
002560*----------------------------------------------------------------*
002570*    RELEASE - ONLY WHILE THE CALLER STILL HOLDS THE LOCK.  A    *
002580*    LOCK BROKEN BY HAND IN THE MEANTIME, OR NEVER TAKEN         *
002590*    BECAUSE RUNLOCK WAS NOT AVAILABLE, IS LEFT AS IT IS.        *
002600*----------------------------------------------------------------*
002610 3000-RELEASE-LOCK.
002620
002630     PERFORM 1400-LOAD-CALLER-LOCK.
002640     MOVE "N" TO MT-LOKP-RESULT.
002650     IF WS-LOCK-POS > ZERO
002660         IF MT-LOKP-TAB-ACTION (WS-LOCK-POS) = "H"
002670             AND MT-LOKP-TAB-PROGRAM (WS-LOCK-POS)
002680                 = MT-LOKP-PROGRAM
002690             MOVE "Y" TO MT-LOKP-RESULT
002700             MOVE "R" TO WS-NEW-ACTION
002710             PERFORM 9000-APPEND-LOCK-RECORD
002720         END-IF
002730     END-IF.
002740
002750*----------------------------------------------------------------*
002760*    BREAK - CLEAR A HELD LOCK IN THE CALLER'S NAME, RETURNING   *
002770*    WHO HELD IT.                                                *
002780*----------------------------------------------------------------*
002790 4000-BREAK-LOCK.
002800
002810     PERFORM 1400-LOAD-CALLER-LOCK.
002820     IF NOT WS-LOCK-FILE-READ
002830         MOVE "F" TO MT-LOKP-RESULT
002840     ELSE
002850         IF WS-LOCK-POS > ZERO
002860             AND MT-LOKP-TAB-ACTION (WS-LOCK-POS) = "H"
002870             MOVE "Y" TO MT-LOKP-RESULT
002880             PERFORM 1500-RETURN-HOLDER
002890             MOVE "B" TO WS-NEW-ACTION
002900             PERFORM 9000-APPEND-LOCK-RECORD
002910             IF WS-LOCK-FILE-STATUS NOT = "00"
002920                 MOVE "F" TO MT-LOKP-RESULT
002930             END-IF
002940         ELSE
002950             MOVE "N" TO MT-LOKP-RESULT
002960         END-IF
002970     END-IF.
002980
002990*----------------------------------------------------------------*
003000*    APPEND ONE LOCK RECORD FOR THE ACTION IN WS-NEW-ACTION.     *
003010*    THE FILE STATUS IS LEFT FOR THE CALLER.                     *
003020*----------------------------------------------------------------*
003030 9000-APPEND-LOCK-RECORD.
003040
003050     MOVE SPACES TO MT-LOCK-RECORD.
003060     MOVE WS-NEW-ACTION TO MT-LOCK-ACTION.
003070     MOVE MT-LOKP-LOCK-NAME TO MT-LOCK-NAME.
003080     MOVE MT-LOKP-PROGRAM TO MT-LOCK-PROGRAM.
003090     MOVE WS-RUN-OPERATOR TO MT-LOCK-OPERATOR-ID.
003100     MOVE WS-NOW-DATE TO MT-LOCK-DATE.
003110     MOVE WS-NOW-TIME TO MT-LOCK-TIME.
003120     OPEN EXTEND RUN-LOCK-FILE.
003130     IF WS-LOCK-FILE-STATUS = "35"
003140         OPEN OUTPUT RUN-LOCK-FILE
003150     END-IF.
003160     IF WS-LOCK-FILE-STATUS = "00"
003170         WRITE MT-LOCK-RECORD
003180         CLOSE RUN-LOCK-FILE
003190     ELSE
003200         DISPLAY "RUNLOCK NOT AVAILABLE - STATUS ",
003210             WS-LOCK-FILE-STATUS, " - ", MT-LOKP-PROGRAM,
003220             " LOCK RECORD NOT WRITTEN"
003230     END-IF.
003240
003250 END PROGRAM PROGRAM23.
