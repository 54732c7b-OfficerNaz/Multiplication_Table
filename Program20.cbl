000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM20 AS "Program20".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM20 --  STORED RUN COMPARISON.  THE BATCH JOB         *
000190*                  (PROGRAM1) ONLY RECONCILES TONIGHT AGAINST    *
000200*                  THE PRIOR RUN, AND THE LOOKUPS (PROGRAM6,     *
000210*                  PROGRAM9) SHOW ONE RUN AT A TIME.  THIS       *
000220*                  SUBPROGRAM TAKES ANY TWO STORED RUNS (SEE     *
000230*                  MTCMPP) AND LISTS EVERY DIFFERENCE BETWEEN    *
000240*                  THEM, THE WAY THE TABLE PROGRAMS CALL         *
000250*                  PROGRAM3 FOR THEIR ARITHMETIC, SO THE         *
000260*                  COMPARISON SCREEN (PROGRAM21) AND THE BATCH   *
000270*                  COMPARISON REPORT (PROGRAM22) AGREE -         *
000280*                                                                *
000290*                  - A RUN IS A RUN DATE PLUS RUN TIME (HHMMSS). *
000300*                    A ZERO RUN TIME TAKES THE LATEST RUN OF THE *
000310*                    DATE.                                       *
000320*                  - EACH RUN IS READ FROM THE KEYED HISTORY     *
000330*                    FILE (HISTKSDS).  A DATE THE RETENTION      *
000340*                    PURGE HAS MOVED OUT IS READ FROM THE        *
000350*                    HISTORY ARCHIVE THE ARCHIVE INDEX (ARCHIDX) *
000360*                    NAMES - MOUNTED ON HISTARCH, OR ON HISTARC2 *
000370*                    FOR THE SECOND RUN WHEN THE TWO RUNS ARE IN *
000380*                    DIFFERENT ARCHIVE YEARS.                    *
000390*                  - ROWS ARE MATCHED ON ROW NUMBER AND CARD     *
000400*                    SEQUENCE.  EACH RESULT CELL THAT DIFFERS,   *
000410*                    AND EACH ROW STORED IN ONLY ONE OF THE      *
000420*                    RUNS, IS WRITTEN AS A TYPE "R" CELL         *
000430*                    EXCEPTION (SEE MTRECX) TO A FRESH           *
000440*                    COMPARISON EXCEPTION FILE (CMPREXC) FOR THE *
000450*                    CALLER TO SHOW OR PRINT.                    *
000460*                                                                *
000470*    MOD LOG                                                     *
000480*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000490*                                                                *
000500*----------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.  IBM-370.
000540 OBJECT-COMPUTER.  IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT HIST-KSDS-FILE ASSIGN TO "HISTKSDS"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS MT-HIST-KEY
000610         FILE STATUS IS WS-KSDS-FILE-STATUS.
000620     SELECT HIST-ARCHIVE-FILE ASSIGN TO "HISTARCH"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-HARC-FILE-STATUS.
000650     SELECT HIST-ARCHIVE-2-FILE ASSIGN TO "HISTARC2"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-HAR2-FILE-STATUS.
000680     SELECT ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-ARCX-FILE-STATUS.
000710     SELECT COMPARE-EXCEPTION-FILE ASSIGN TO "CMPREXC"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-RECX-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  HIST-KSDS-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY MTHIST.
000800
000810 FD  HIST-ARCHIVE-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY MTHIST
000850         REPLACING MT-HIST-RECORD     BY MT-HARC-RECORD
000860                   MT-HIST-KEY        BY MT-HARC-KEY
000870                   MT-HIST-RUN-DATE   BY MT-HARC-RUN-DATE
000880                   MT-HIST-RUN-TIME   BY MT-HARC-RUN-TIME
000890                   MT-HIST-ROW-NUMBER BY MT-HARC-ROW-NUMBER
000900                   MT-HIST-MULTIPLIER BY MT-HARC-MULTIPLIER
000910                   MT-HIST-RESULT     BY MT-HARC-RESULT
000920                   MT-HIST-CARD-SEQ   BY MT-HARC-CARD-SEQ.
000930
000940 FD  HIST-ARCHIVE-2-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY MTHIST
000980         REPLACING MT-HIST-RECORD     BY MT-HAR2-RECORD
000990                   MT-HIST-KEY        BY MT-HAR2-KEY
001000                   MT-HIST-RUN-DATE   BY MT-HAR2-RUN-DATE
001010                   MT-HIST-RUN-TIME   BY MT-HAR2-RUN-TIME
001020                   MT-HIST-ROW-NUMBER BY MT-HAR2-ROW-NUMBER
001030                   MT-HIST-MULTIPLIER BY MT-HAR2-MULTIPLIER
001040                   MT-HIST-RESULT     BY MT-HAR2-RESULT
001050                   MT-HIST-CARD-SEQ   BY MT-HAR2-CARD-SEQ.
001060
001070 FD  ARCHIVE-INDEX-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY MTARCX.
001110
001120 FD  COMPARE-EXCEPTION-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY MTRECX.
001160
001170 WORKING-STORAGE SECTION.
001180*----------------------------------------------------------------*
001190*    FILE STATUS FIELDS                                          *
001200*----------------------------------------------------------------*
001210 01  WS-KSDS-FILE-STATUS      PIC X(02).
001220 01  WS-HARC-FILE-STATUS      PIC X(02).
001230 01  WS-HAR2-FILE-STATUS      PIC X(02).
001240 01  WS-ARCX-FILE-STATUS      PIC X(02).
001250 01  WS-RECX-FILE-STATUS      PIC X(02).
001260
001270*----------------------------------------------------------------*
001280*    SWITCHES                                                    *
001290*----------------------------------------------------------------*
001300 01  WS-SWITCHES.
001310     05  WS-KSDS-OPEN-SW      PIC X(01)  VALUE "N".
001320         88  WS-KSDS-OPEN                VALUE "Y".
001330     05  WS-BROWSE-DONE-SW    PIC X(01)  VALUE "N".
001340         88  WS-BROWSE-DONE              VALUE "Y".
001350     05  WS-LATEST-RUN-SW     PIC X(01)  VALUE "N".
001360         88  WS-LATEST-RUN-WANTED        VALUE "Y".
001370
001380*----------------------------------------------------------------*
001390*    HISTORY ARCHIVE COVERAGE FROM THE ARCHIVE INDEX - WHICH     *
001400*    ARCHIVE YEAR'S DATASET HOLDS WHICH RUN-DATE RANGE.          *
001410*----------------------------------------------------------------*
001420 01  WS-ARC-COUNT             PIC 9(03)  COMP.
001430 01  WS-ARC-IDX               PIC 9(03)  COMP.
001440 01  WS-ARC-FOUND             PIC 9(03)  COMP.
001450 01  WS-FIRST-ARC-YEAR        PIC 9(04).
001460
001470 01  WS-ARCHIVE-TABLE.
001480     05  WS-ARC-ENTRY OCCURS 50 TIMES.
001490         10  WS-ARC-YEAR          PIC 9(04).
001500         10  WS-ARC-FROM-DATE     PIC 9(08).
001510         10  WS-ARC-TO-DATE       PIC 9(08).
001520
001530*----------------------------------------------------------------*
001540*    THE RUN BEING LOADED - ITS KEY, WHERE ITS ROWS CAME FROM,   *
001550*    WHICH ARCHIVE DD TO READ, AND WHY NOTHING WAS FOUND.        *
001560*----------------------------------------------------------------*
001570 01  WS-CUR-RUN-DATE          PIC 9(08).
001580 01  WS-CUR-RUN-TIME          PIC 9(06).
001590 01  WS-CUR-SOURCE            PIC X(01).
001600 01  WS-CUR-ARCHIVE-DD        PIC X(01).
001610 01  WS-CUR-ARC-YEAR          PIC 9(04).
001620 01  WS-CUR-REASON            PIC X(60).
001630
001640*----------------------------------------------------------------*
001650*    STORED ROWS - THE RUN BEING LOADED, THEN THE TWO RUNS       *
001660*    BEING COMPARED.  THE MATCH SWITCH MARKS A SECOND-RUN ROW    *
001670*    PAIRED WITH A FIRST-RUN ROW; ANY LEFT UNMARKED ARE IN THE   *
001680*    SECOND RUN ONLY.                                            *
001690*----------------------------------------------------------------*
001700 01  WS-LOAD-COUNT            PIC 9(03)  COMP.
001710 01  WS-COL-IDX               PIC 9(03)  COMP.
001720
001730 01  WS-LOAD-TABLE.
001740     05  WS-LOAD-ENTRY OCCURS 999 TIMES.
001750         10  WS-LOAD-ROW-NUMBER   PIC 9(03).
001760         10  WS-LOAD-CARD-SEQ     PIC 9(03).
001770         10  WS-LOAD-MULTIPLIER   PIC 9(03).
001780         10  WS-LOAD-RESULT       PIC 9(05) OCCURS 10 TIMES.
001790         10  WS-LOAD-MATCHED-SW   PIC X(01).
001800
001810 01  WS-FIRST-COUNT           PIC 9(03)  COMP.
001820 01  WS-FIRST-IDX             PIC 9(03)  COMP.
001830
001840 01  WS-FIRST-TABLE.
001850     05  WS-FIRST-ENTRY OCCURS 999 TIMES.
001860         10  WS-FIRST-ROW-NUMBER  PIC 9(03).
001870         10  WS-FIRST-CARD-SEQ    PIC 9(03).
001880         10  WS-FIRST-MULTIPLIER  PIC 9(03).
001890         10  WS-FIRST-RESULT      PIC 9(05) OCCURS 10 TIMES.
001900         10  WS-FIRST-MATCHED-SW  PIC X(01).
001910
001920 01  WS-SECOND-COUNT          PIC 9(03)  COMP.
001930 01  WS-SECOND-IDX            PIC 9(03)  COMP.
001940 01  WS-SECOND-FOUND          PIC 9(03)  COMP.
001950
001960 01  WS-SECOND-TABLE.
001970     05  WS-SECOND-ENTRY OCCURS 999 TIMES.
001980         10  WS-SECOND-ROW-NUMBER PIC 9(03).
001990         10  WS-SECOND-CARD-SEQ   PIC 9(03).
002000         10  WS-SECOND-MULTIPLIER PIC 9(03).
002010         10  WS-SECOND-RESULT     PIC 9(05) OCCURS 10 TIMES.
002020         10  WS-SECOND-MATCHED-SW PIC X(01).
002030             88  WS-SECOND-MATCHED           VALUE "Y".
002040
002050 LINKAGE SECTION.
002060     COPY MTCMPP.
002070
002080 PROCEDURE DIVISION USING MT-CMPP-PARMS.
002090
002100 0000-MAIN-RUN-COMPARISON.
002110
002120     PERFORM 1000-INITIALIZE.
002130     PERFORM 1100-LOAD-ARCHIVE-INDEX.
002140     OPEN INPUT HIST-KSDS-FILE.
002150     IF WS-KSDS-FILE-STATUS = "00"
002160         SET WS-KSDS-OPEN TO TRUE
002170     ELSE
002180         MOVE "N" TO WS-KSDS-OPEN-SW
002190     END-IF.
002200     PERFORM 2000-LOAD-FIRST-RUN.
002210     IF MT-CMPP-COMPARED
002220         PERFORM 2500-LOAD-SECOND-RUN
002230     END-IF.
002240     IF WS-KSDS-OPEN
002250         CLOSE HIST-KSDS-FILE
002260     END-IF.
002270     IF MT-CMPP-COMPARED
002280         PERFORM 4000-COMPARE-RUNS
002290     END-IF.
002300     GOBACK.
002310
002320 1000-INITIALIZE.
002330
002340     MOVE SPACE TO MT-CMPP-FIRST-SOURCE.
002350     MOVE SPACE TO MT-CMPP-SECOND-SOURCE.
002360     MOVE ZERO TO MT-CMPP-FIRST-ROWS.
002370     MOVE ZERO TO MT-CMPP-SECOND-ROWS.
002380     MOVE ZERO TO MT-CMPP-MATCHED-ROWS.
002390     MOVE ZERO TO MT-CMPP-CELL-DIFFS.
002400     MOVE ZERO TO MT-CMPP-FIRST-ONLY.
002410     MOVE ZERO TO MT-CMPP-SECOND-ONLY.
002420     MOVE SPACES TO MT-CMPP-MESSAGE.
002430     MOVE "Y" TO MT-CMPP-RESULT.
002440     MOVE ZERO TO WS-ARC-COUNT.
002450     MOVE ZERO TO WS-FIRST-ARC-YEAR.
002460
002470 1100-LOAD-ARCHIVE-INDEX.
002480
002490     OPEN INPUT ARCHIVE-INDEX-FILE.
002500     IF WS-ARCX-FILE-STATUS = "00"
002510         PERFORM 1150-LOAD-ONE-INDEX-ENTRY
002520             UNTIL WS-ARCX-FILE-STATUS NOT = "00"
002530         CLOSE ARCHIVE-INDEX-FILE
002540     END-IF.
002550
002560 1150-LOAD-ONE-INDEX-ENTRY.
002570
002580     READ ARCHIVE-INDEX-FILE.
002590     IF WS-ARCX-FILE-STATUS = "00"
002600         AND MT-ARCX-HISTORY
002610         IF WS-ARC-COUNT < 50
002620             ADD 1 TO WS-ARC-COUNT
002630             MOVE MT-ARCX-ARCHIVE-YEAR
002640                 TO WS-ARC-YEAR (WS-ARC-COUNT)
002650             MOVE MT-ARCX-FROM-DATE
002660                 TO WS-ARC-FROM-DATE (WS-ARC-COUNT)
002670             MOVE MT-ARCX-TO-DATE
002680                 TO WS-ARC-TO-DATE (WS-ARC-COUNT)
002690         END-IF
002700     END-IF.
002710
002720*----------------------------------------------------------------*
002730*    FIRST RUN - AN ARCHIVED FIRST RUN IS ALWAYS READ FROM       *
002740*    HISTARCH.                                                   *
002750*----------------------------------------------------------------*
002760 2000-LOAD-FIRST-RUN.
002770
002780     MOVE MT-CMPP-FIRST-DATE TO WS-CUR-RUN-DATE.
002790     MOVE MT-CMPP-FIRST-TIME TO WS-CUR-RUN-TIME.
002800     MOVE "1" TO WS-CUR-ARCHIVE-DD.
002810     PERFORM 3000-LOAD-ONE-RUN.
002820     IF WS-LOAD-COUNT = ZERO
002830         MOVE "1" TO MT-CMPP-RESULT
002840         MOVE WS-CUR-REASON TO MT-CMPP-MESSAGE
002850     ELSE
002860         MOVE WS-CUR-RUN-TIME TO MT-CMPP-FIRST-TIME
002870         MOVE WS-CUR-SOURCE TO MT-CMPP-FIRST-SOURCE
002880         MOVE WS-LOAD-COUNT TO MT-CMPP-FIRST-ROWS
002890         MOVE WS-LOAD-COUNT TO WS-FIRST-COUNT
002900         MOVE WS-LOAD-TABLE TO WS-FIRST-TABLE
002910         IF WS-CUR-SOURCE = "A"
002920             MOVE WS-CUR-ARC-YEAR TO WS-FIRST-ARC-YEAR
002930         END-IF
002940     END-IF.
002950
002960*----------------------------------------------------------------*
002970*    SECOND RUN - AN ARCHIVED SECOND RUN IS READ FROM HISTARC2   *
002980*    WHEN THE FIRST RUN CAME FROM A DIFFERENT ARCHIVE YEAR,      *
002990*    OTHERWISE FROM HISTARCH.                                    *
003000*----------------------------------------------------------------*
003010 2500-LOAD-SECOND-RUN.
003020
003030     MOVE MT-CMPP-SECOND-DATE TO WS-CUR-RUN-DATE.
003040     MOVE MT-CMPP-SECOND-TIME TO WS-CUR-RUN-TIME.
003050     MOVE "1" TO WS-CUR-ARCHIVE-DD.
003060     IF WS-FIRST-ARC-YEAR NOT = ZERO
003070         MOVE "2" TO WS-CUR-ARCHIVE-DD
003080     END-IF.
003090     PERFORM 3000-LOAD-ONE-RUN.
003100     IF WS-LOAD-COUNT = ZERO
003110         MOVE "2" TO MT-CMPP-RESULT
003120         MOVE WS-CUR-REASON TO MT-CMPP-MESSAGE
003130     ELSE
003140         MOVE WS-CUR-RUN-TIME TO MT-CMPP-SECOND-TIME
003150         MOVE WS-CUR-SOURCE TO MT-CMPP-SECOND-SOURCE
003160         MOVE WS-LOAD-COUNT TO MT-CMPP-SECOND-ROWS
003170         MOVE WS-LOAD-COUNT TO WS-SECOND-COUNT
003180         MOVE WS-LOAD-TABLE TO WS-SECOND-TABLE
003190     END-IF.
003200
003210*----------------------------------------------------------------*
003220*    LOAD ONE RUN - THE KEYED FILE FIRST, THEN THE ARCHIVE WHEN  *
003230*    THE ARCHIVE INDEX SAYS THE DATE WAS PURGED.                 *
003240*----------------------------------------------------------------*
003250 3000-LOAD-ONE-RUN.
003260
003270     IF WS-CUR-RUN-TIME = ZERO
003280         SET WS-LATEST-RUN-WANTED TO TRUE
003290     ELSE
003300         MOVE "N" TO WS-LATEST-RUN-SW
003310     END-IF.
003320     MOVE ZERO TO WS-LOAD-COUNT.
003330     MOVE SPACE TO WS-CUR-SOURCE.
003340     MOVE SPACES TO WS-CUR-REASON.
003350     MOVE ZERO TO WS-CUR-ARC-YEAR.
003360     IF WS-KSDS-OPEN
003370         PERFORM 3100-COLLECT-FROM-KSDS
003380     END-IF.
003390     IF WS-LOAD-COUNT > ZERO
003400         MOVE "K" TO WS-CUR-SOURCE
003410     ELSE
003420         PERFORM 3300-COLLECT-FROM-ARCHIVE
003430         IF WS-LOAD-COUNT > ZERO
003440             MOVE "A" TO WS-CUR-SOURCE
003450         END-IF
003460     END-IF.
003470     IF WS-LOAD-COUNT = ZERO
003480         AND WS-CUR-REASON = SPACES
003490         IF NOT WS-KSDS-OPEN
003500             STRING "HISTKSDS NOT AVAILABLE - NO RUN FOR DATE "
003510                 WS-CUR-RUN-DATE
003520                 DELIMITED BY SIZE INTO WS-CUR-REASON
003530             END-STRING
003540         ELSE
003550             IF WS-LATEST-RUN-WANTED
003560                 STRING "NO STORED RUN FOR DATE " WS-CUR-RUN-DATE
003570                     DELIMITED BY SIZE INTO WS-CUR-REASON
003580                 END-STRING
003590             ELSE
003600                 STRING "NO STORED RUN FOR DATE " WS-CUR-RUN-DATE
003610                     " AT " WS-CUR-RUN-TIME
003620                     DELIMITED BY SIZE INTO WS-CUR-REASON
003630                 END-STRING
003640             END-IF
003650         END-IF
003660     END-IF.
003670
003680*----------------------------------------------------------------*
003690*    KEYED HISTORY - START AT THE DATE'S FIRST KEY (OR THE       *
003700*    REQUESTED RUN) AND READ NEXT UNTIL THE DATE CHANGES, OR     *
003710*    PAST THE REQUESTED RUN.                                     *
003720*----------------------------------------------------------------*
003730 3100-COLLECT-FROM-KSDS.
003740
003750     MOVE WS-CUR-RUN-DATE TO MT-HIST-RUN-DATE.
003760     MOVE WS-CUR-RUN-TIME TO MT-HIST-RUN-TIME.
003770     MOVE ZERO TO MT-HIST-ROW-NUMBER.
003780     MOVE "N" TO WS-BROWSE-DONE-SW.
003790     START HIST-KSDS-FILE
003800         KEY NOT LESS THAN MT-HIST-KEY
003810         INVALID KEY
003820             SET WS-BROWSE-DONE TO TRUE
003830     END-START.
003840     PERFORM 3150-READ-NEXT-KSDS-ROW
003850         UNTIL WS-BROWSE-DONE.
003860
003870 3150-READ-NEXT-KSDS-ROW.
003880
003890     READ HIST-KSDS-FILE NEXT RECORD.
003900     IF WS-KSDS-FILE-STATUS NOT = "00"
003910         SET WS-BROWSE-DONE TO TRUE
003920     ELSE
003930         IF MT-HIST-RUN-DATE NOT = WS-CUR-RUN-DATE
003940             SET WS-BROWSE-DONE TO TRUE
003950         ELSE
003960             IF NOT WS-LATEST-RUN-WANTED
003970                 AND MT-HIST-RUN-TIME > WS-CUR-RUN-TIME
003980                 SET WS-BROWSE-DONE TO TRUE
003990             ELSE
004000                 PERFORM 3500-TAKE-ONE-ROW
004010             END-IF
004020         END-IF
004030     END-IF.
004040
004050*----------------------------------------------------------------*
004060*    HISTORY ARCHIVE - ONLY WHEN THE ARCHIVE INDEX SAYS THE      *
004070*    DATE WAS PURGED.  THE ARCHIVE IS SEQUENTIAL, SO EACH RUN    *
004080*    IS A FRESH PASS OF THE MOUNTED DATASET.                     *
004090*----------------------------------------------------------------*
004100 3300-COLLECT-FROM-ARCHIVE.
004110
004120     MOVE ZERO TO WS-ARC-FOUND.
004130     PERFORM 3350-FIND-ARCHIVE-YEAR
004140         VARYING WS-ARC-IDX FROM 1 BY 1
004150         UNTIL WS-ARC-IDX > WS-ARC-COUNT
004160             OR WS-ARC-FOUND > ZERO.
004170     IF WS-ARC-FOUND > ZERO
004180         MOVE WS-ARC-YEAR (WS-ARC-FOUND) TO WS-CUR-ARC-YEAR
004190         IF WS-CUR-ARCHIVE-DD = "2"
004200             AND WS-CUR-ARC-YEAR = WS-FIRST-ARC-YEAR
004210             MOVE "1" TO WS-CUR-ARCHIVE-DD
004220         END-IF
004230         IF WS-CUR-ARCHIVE-DD = "2"
004240             PERFORM 3600-SCAN-SECOND-ARCHIVE
004250         ELSE
004260             PERFORM 3400-SCAN-FIRST-ARCHIVE
004270         END-IF
004280     END-IF.
004290
004300 3350-FIND-ARCHIVE-YEAR.
004310
004320     IF WS-CUR-RUN-DATE NOT < WS-ARC-FROM-DATE (WS-ARC-IDX)
004330         AND WS-CUR-RUN-DATE NOT > WS-ARC-TO-DATE (WS-ARC-IDX)
004340         MOVE WS-ARC-IDX TO WS-ARC-FOUND
004350     END-IF.
004360
004370 3400-SCAN-FIRST-ARCHIVE.
004380
004390     OPEN INPUT HIST-ARCHIVE-FILE.
004400     IF WS-HARC-FILE-STATUS NOT = "00"
004410         STRING "DATE " WS-CUR-RUN-DATE
004420             " ARCHIVED - MOUNT YEAR " WS-CUR-ARC-YEAR
004430             " ON HISTARCH"
004440             DELIMITED BY SIZE INTO WS-CUR-REASON
004450         END-STRING
004460     ELSE
004470         PERFORM 3450-READ-FIRST-ARCHIVE-ROW
004480             UNTIL WS-HARC-FILE-STATUS NOT = "00"
004490         CLOSE HIST-ARCHIVE-FILE
004500     END-IF.
004510
004520 3450-READ-FIRST-ARCHIVE-ROW.
004530
004540     READ HIST-ARCHIVE-FILE.
004550     IF WS-HARC-FILE-STATUS = "00"
004560         AND MT-HARC-RUN-DATE = WS-CUR-RUN-DATE
004570         MOVE MT-HARC-RECORD TO MT-HIST-RECORD
004580         PERFORM 3500-TAKE-ONE-ROW
004590     END-IF.
004600
004610*----------------------------------------------------------------*
004620*    KEEP A STORED ROW WHEN IT BELONGS TO THE RUN.  WHEN THE     *
004630*    LATEST RUN IS WANTED, A LATER RUN OF THE DATE THROWS AWAY   *
004640*    THE ROWS KEPT SO FAR AND BECOMES THE RUN BEING LOADED.      *
004650*----------------------------------------------------------------*
004660 3500-TAKE-ONE-ROW.
004670
004680     IF WS-LATEST-RUN-WANTED
004690         AND MT-HIST-RUN-TIME > WS-CUR-RUN-TIME
004700         MOVE MT-HIST-RUN-TIME TO WS-CUR-RUN-TIME
004710         MOVE ZERO TO WS-LOAD-COUNT
004720     END-IF.
004730     IF MT-HIST-RUN-TIME = WS-CUR-RUN-TIME
004740         IF WS-LOAD-COUNT < 999
004750             ADD 1 TO WS-LOAD-COUNT
004760             MOVE MT-HIST-ROW-NUMBER
004770                 TO WS-LOAD-ROW-NUMBER (WS-LOAD-COUNT)
004780             MOVE MT-HIST-CARD-SEQ
004790                 TO WS-LOAD-CARD-SEQ (WS-LOAD-COUNT)
004800             MOVE MT-HIST-MULTIPLIER
004810                 TO WS-LOAD-MULTIPLIER (WS-LOAD-COUNT)
004820             MOVE "N" TO WS-LOAD-MATCHED-SW (WS-LOAD-COUNT)
004830             PERFORM 3550-KEEP-ONE-RESULT
004840                 VARYING WS-COL-IDX FROM 1 BY 1
004850                 UNTIL WS-COL-IDX > 10
004860         END-IF
004870     END-IF.
004880
004890 3550-KEEP-ONE-RESULT.
004900
004910     MOVE MT-HIST-RESULT (WS-COL-IDX)
004920         TO WS-LOAD-RESULT (WS-LOAD-COUNT, WS-COL-IDX).
004930
004940 3600-SCAN-SECOND-ARCHIVE.
004950
004960     OPEN INPUT HIST-ARCHIVE-2-FILE.
004970     IF WS-HAR2-FILE-STATUS NOT = "00"
004980         STRING "DATE " WS-CUR-RUN-DATE
004990             " ARCHIVED - MOUNT YEAR " WS-CUR-ARC-YEAR
005000             " ON HISTARC2"
005010             DELIMITED BY SIZE INTO WS-CUR-REASON
005020         END-STRING
005030     ELSE
005040         PERFORM 3650-READ-SECOND-ARCHIVE-ROW
005050             UNTIL WS-HAR2-FILE-STATUS NOT = "00"
005060         CLOSE HIST-ARCHIVE-2-FILE
005070     END-IF.
005080
005090 3650-READ-SECOND-ARCHIVE-ROW.
005100
005110     READ HIST-ARCHIVE-2-FILE.
005120     IF WS-HAR2-FILE-STATUS = "00"
005130         AND MT-HAR2-RUN-DATE = WS-CUR-RUN-DATE
005140         MOVE MT-HAR2-RECORD TO MT-HIST-RECORD
005150         PERFORM 3500-TAKE-ONE-ROW
005160     END-IF.
005170
005180*----------------------------------------------------------------*
005190*    COMPARE - EACH FIRST-RUN ROW AGAINST THE SECOND-RUN ROW     *
005200*    WITH THE SAME ROW NUMBER AND CARD SEQUENCE, THEN EVERY      *
005210*    SECOND-RUN ROW NOBODY MATCHED.                              *
005220*----------------------------------------------------------------*
005230 4000-COMPARE-RUNS.
005240
005250     OPEN OUTPUT COMPARE-EXCEPTION-FILE.
005260     IF WS-RECX-FILE-STATUS NOT = "00"
005270         MOVE "F" TO MT-CMPP-RESULT
005280         STRING "CMPREXC WOULD NOT OPEN - STATUS "
005290             WS-RECX-FILE-STATUS
005300             DELIMITED BY SIZE INTO MT-CMPP-MESSAGE
005310         END-STRING
005320     ELSE
005330         PERFORM 4100-COMPARE-ONE-FIRST-ROW
005340             VARYING WS-FIRST-IDX FROM 1 BY 1
005350             UNTIL WS-FIRST-IDX > WS-FIRST-COUNT
005360         PERFORM 4500-CHECK-ONE-SECOND-ROW
005370             VARYING WS-SECOND-IDX FROM 1 BY 1
005380             UNTIL WS-SECOND-IDX > WS-SECOND-COUNT
005390         CLOSE COMPARE-EXCEPTION-FILE
005400     END-IF.
005410
005420 4100-COMPARE-ONE-FIRST-ROW.
005430
005440     MOVE ZERO TO WS-SECOND-FOUND.
005450     PERFORM 4150-MATCH-ONE-SECOND-ROW
005460         VARYING WS-SECOND-IDX FROM 1 BY 1
005470         UNTIL WS-SECOND-IDX > WS-SECOND-COUNT
005480             OR WS-SECOND-FOUND > ZERO.
005490     IF WS-SECOND-FOUND = ZERO
005500         PERFORM 4800-SET-UP-EXCEPTION
005510         MOVE WS-FIRST-ROW-NUMBER (WS-FIRST-IDX)
005520             TO MT-RECX-ROW-NUMBER
005530         MOVE WS-FIRST-CARD-SEQ (WS-FIRST-IDX) TO MT-RECX-CARD-SEQ
005540         MOVE ZERO TO MT-RECX-COLUMN-NUMBER
005550         MOVE WS-FIRST-MULTIPLIER (WS-FIRST-IDX)
005560             TO MT-RECX-PRIOR-VALUE
005570         MOVE ZERO TO MT-RECX-CURRENT-VALUE
005580         SET MT-RECX-FIRST-RUN-ONLY TO TRUE
005590         WRITE MT-RECX-RECORD
005600         ADD 1 TO MT-CMPP-FIRST-ONLY
005610     ELSE
005620         MOVE "Y" TO WS-SECOND-MATCHED-SW (WS-SECOND-FOUND)
005630         ADD 1 TO MT-CMPP-MATCHED-ROWS
005640         PERFORM 4200-COMPARE-ONE-CELL
005650             VARYING WS-COL-IDX FROM 1 BY 1
005660             UNTIL WS-COL-IDX > 10
005670     END-IF.
005680
005690 4150-MATCH-ONE-SECOND-ROW.
005700
005710     IF WS-SECOND-ROW-NUMBER (WS-SECOND-IDX) =
005720             WS-FIRST-ROW-NUMBER (WS-FIRST-IDX)
005730         AND WS-SECOND-CARD-SEQ (WS-SECOND-IDX) =
005740             WS-FIRST-CARD-SEQ (WS-FIRST-IDX)
005750         AND NOT WS-SECOND-MATCHED (WS-SECOND-IDX)
005760         MOVE WS-SECOND-IDX TO WS-SECOND-FOUND
005770     END-IF.
005780
005790 4200-COMPARE-ONE-CELL.
005800
005810     IF WS-FIRST-RESULT (WS-FIRST-IDX, WS-COL-IDX) NOT =
005820         WS-SECOND-RESULT (WS-SECOND-FOUND, WS-COL-IDX)
005830         PERFORM 4800-SET-UP-EXCEPTION
005840         MOVE WS-FIRST-ROW-NUMBER (WS-FIRST-IDX)
005850             TO MT-RECX-ROW-NUMBER
005860         MOVE WS-FIRST-CARD-SEQ (WS-FIRST-IDX) TO MT-RECX-CARD-SEQ
005870         MOVE WS-COL-IDX TO MT-RECX-COLUMN-NUMBER
005880         MOVE WS-FIRST-RESULT (WS-FIRST-IDX, WS-COL-IDX)
005890             TO MT-RECX-PRIOR-VALUE
005900         MOVE WS-SECOND-RESULT (WS-SECOND-FOUND, WS-COL-IDX)
005910             TO MT-RECX-CURRENT-VALUE
005920         WRITE MT-RECX-RECORD
005930         ADD 1 TO MT-CMPP-CELL-DIFFS
005940     END-IF.
005950
005960 4500-CHECK-ONE-SECOND-ROW.
005970
005980     IF NOT WS-SECOND-MATCHED (WS-SECOND-IDX)
005990         PERFORM 4800-SET-UP-EXCEPTION
006000         MOVE WS-SECOND-ROW-NUMBER (WS-SECOND-IDX)
006010             TO MT-RECX-ROW-NUMBER
006020         MOVE WS-SECOND-CARD-SEQ (WS-SECOND-IDX)
006030             TO MT-RECX-CARD-SEQ
006040         MOVE ZERO TO MT-RECX-COLUMN-NUMBER
006050         MOVE ZERO TO MT-RECX-PRIOR-VALUE
006060         MOVE WS-SECOND-MULTIPLIER (WS-SECOND-IDX)
006070             TO MT-RECX-CURRENT-VALUE
006080         SET MT-RECX-SECOND-RUN-ONLY TO TRUE
006090         WRITE MT-RECX-RECORD
006100         ADD 1 TO MT-CMPP-SECOND-ONLY
006110     END-IF.
006120
006130 4800-SET-UP-EXCEPTION.
006140
006150     MOVE SPACES TO MT-RECX-RECORD.
006160     MOVE MT-CMPP-FIRST-DATE TO MT-RECX-RUN-DATE.
006170     MOVE "R" TO MT-RECX-TYPE.
006180     MOVE MT-CMPP-FIRST-TIME TO MT-RECX-RUN-TIME.
006190     MOVE MT-CMPP-SECOND-DATE TO MT-RECX-OTHER-DATE.
006200     MOVE MT-CMPP-SECOND-TIME TO MT-RECX-OTHER-TIME.
006210
006220 END PROGRAM PROGRAM20.
