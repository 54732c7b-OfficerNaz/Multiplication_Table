000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM26 AS "Program26".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM26 --  BATCH WINDOW ELAPSED TIME REPORT.  EVERY STEP *
000190*                  OF THE NIGHTLY CHAIN RECORDS ITS START, END   *
000200*                  AND ELAPSED SECONDS ON THE JOB-CHAIN STEP     *
000210*                  CONTROL FILE (CYCLCTL, SEE MTCYCL), AND THE   *
000220*                  BATCH JOB (PROGRAM1) ALSO RECORDS THE CARDS   *
000230*                  AND ROWS IT RAN AND WHETHER IT WAS AN         *
000240*                  AUTOMATIC RESTART FROM CHKPTFIL.  THIS REPORT *
000250*                  READS THE LAST 30 NIGHTS (ENDING WITH THE     *
000260*                  LATEST CYCLE) AND PRINTS (SLARPT):            *
000270*                    - EACH NIGHT'S ELAPSED TIME PER STEP, WITH  *
000280*                      THE TIME THE LAST STEP OF THE CHAIN       *
000290*                      FINISHED,                                 *
000300*                    - EACH STEP'S 30-DAY AVERAGE, ITS WORST     *
000310*                      NIGHT AND HOW OFTEN IT RAN PAST ITS       *
000320*                      TARGET DURATION,                          *
000330*                    - THE BATCH JOB'S VOLUMES NIGHT BY NIGHT.   *
000340*                  A STEP PAST ITS TARGET IS MARKED "*" (A       *
000350*                  FAILED STEP "F"), AND A CYCLE WHOSE LAST STEP *
000360*                  FINISHED AFTER THE BATCH WINDOW DEADLINE IS   *
000370*                  FLAGGED "LATE" - OR "NOT DONE" WHEN THE       *
000380*                  DEADLINE HAS PASSED WITHOUT IT FINISHING.     *
000390*                  RUN IT EACH MORNING AFTER THE CHAIN.          *
000400*                                                                *
000410*                  OPTIONAL CONTROL CARDS (SLACARD):             *
000420*                    W  COLUMNS 2-5 THE DEADLINE (HHMM) AND      *
000430*                       COLUMN 6 THE DAYS AFTER THE CYCLE DATE   *
000440*                       IT FALLS ON - DEFAULT 0600 THE NEXT DAY. *
000450*                    T  COLUMNS 2-10 A CHAIN STEP NAME AND       *
000460*                       COLUMNS 11-14 ITS TARGET IN MINUTES -    *
000470*                       DEFAULT 60 MINUTES FOR EVERY STEP.       *
000480*                  A BAD CARD IS LISTED AND IGNORED.             *
000490*                                                                *
000500*    STEP ELAPSED TIMES ARE THE LAST RUN OF THE STEP FOR THE     *
000510*    CYCLE.  A RECORD WRITTEN BEFORE THE ELAPSED SECONDS WERE    *
000520*    ADDED TO MTCYCL IS TIMED FROM ITS START AND END STAMPS.     *
000530*                                                                *
000540*    GRADED COMPLETION, ON THE LATEST CYCLE ONLY (EARLIER NIGHTS *
000550*    ARE FLAGGED ON THE REPORT BUT DO NOT RAISE THE CODE) - 08   *
000560*    WHEN IT BREACHED THE DEADLINE, 04 WHEN A STEP RAN PAST ITS  *
000570*    TARGET OR THERE IS NO CYCLE ON FILE, ELSE 00.  16 WHEN      *
000580*    CYCLCTL CANNOT BE OPENED.                                   *
000590*                                                                *
000600*    MOD LOG                                                     *
000610*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000620*                                                                *
000630*----------------------------------------------------------------*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-370.
000670 OBJECT-COMPUTER.  IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT CONTROL-CARD-FILE ASSIGN TO "SLACARD"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-CTL-FILE-STATUS.
000730     SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-CYCL-FILE-STATUS.
000760     SELECT PRINT-FILE ASSIGN TO "SLARPT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PRINT-FILE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CONTROL-CARD-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  SLA-CONTROL-CARD.
000860     05  SLA-CARD-TYPE            PIC X(01).
000870         88  SLA-WINDOW-CARD                VALUE "W".
000880         88  SLA-TARGET-CARD                VALUE "T".
000890     05  SLA-CARD-DATA            PIC X(79).
000900     05  SLA-WINDOW-DATA REDEFINES SLA-CARD-DATA.
000910         10  SLA-DEADLINE-IN      PIC X(04).
000920         10  SLA-DEADLINE-IN-9 REDEFINES SLA-DEADLINE-IN
000930                                  PIC 9(04).
000940         10  SLA-DAY-OFFSET-IN    PIC X(01).
000950         10  SLA-DAY-OFFSET-IN-9 REDEFINES SLA-DAY-OFFSET-IN
000960                                  PIC 9(01).
000970         10  FILLER               PIC X(74).
000980     05  SLA-TARGET-DATA REDEFINES SLA-CARD-DATA.
000990         10  SLA-STEP-IN          PIC X(09).
001000         10  SLA-MINUTES-IN       PIC X(04).
001010         10  SLA-MINUTES-IN-9 REDEFINES SLA-MINUTES-IN
001020                                  PIC 9(04).
001030         10  FILLER               PIC X(66).
001040
001050 FD  CYCLE-CONTROL-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080     COPY MTCYCL.
001090
001100 FD  PRINT-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  PRINT-RECORD                 PIC X(80).
001140
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------*
001170*    FILE STATUS FIELDS                                          *
001180*----------------------------------------------------------------*
001190 01  WS-CTL-FILE-STATUS       PIC X(02).
001200 01  WS-CYCL-FILE-STATUS      PIC X(02).
001210 01  WS-PRINT-FILE-STATUS     PIC X(02).
001220
001230*----------------------------------------------------------------*
001240*    THE CHAIN, IN RUN ORDER, AS THE STEP CONTROL SUBPROGRAM     *
001250*    (PROGRAM16) KNOWS IT, WITH EACH STEP'S TARGET DURATION.     *
001260*    THE LAST STEP IN THE TABLE IS THE ONE WHOSE END IS HELD TO  *
001270*    THE DEADLINE.                                               *
001280*----------------------------------------------------------------*
001290     COPY MTCYCP.
001300
001310 77  WS-DEFAULT-TARGET-MINS   PIC 9(04)  COMP  VALUE 60.
001320 01  WS-STEP-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001330 01  WS-STEP-IDX              PIC 9(03)  COMP.
001340 01  WS-STEP-FOUND            PIC 9(03)  COMP.
001350 01  WS-CLEAR-IDX             PIC 9(03)  COMP.
001360
001370 01  WS-STEP-TABLE.
001380     05  WS-STEP-ENTRY OCCURS 6 TIMES.
001390         10  WS-STEP-NAME         PIC X(09).
001400         10  WS-STEP-TARGET-MINS  PIC 9(04)  COMP.
001410         10  WS-STEP-TARGET-SECS  PIC 9(06)  COMP.
001420         10  WS-STEP-NIGHTS       PIC 9(03)  COMP.
001430         10  WS-STEP-TOTAL-SECS   PIC 9(09)  COMP.
001440         10  WS-STEP-WORST-SECS   PIC 9(06)  COMP.
001450         10  WS-STEP-WORST-DATE   PIC 9(08).
001460         10  WS-STEP-OVER-COUNT   PIC 9(03)  COMP.
001470
001480*----------------------------------------------------------------*
001490*    THE BATCH WINDOW - THE DEADLINE TIME OF DAY AND HOW MANY    *
001500*    DAYS AFTER THE CYCLE DATE IT FALLS.                         *
001510*----------------------------------------------------------------*
001520 01  WS-DEADLINE-HHMM         PIC 9(04)  VALUE 0600.
001530 01  WS-DEADLINE-OFFSET       PIC 9(01)  VALUE 1.
001540 01  WS-DEADLINE-DATE         PIC 9(08).
001550 01  WS-DEADLINE-TIME         PIC 9(08).
001560 01  WS-OFFSET-IDX            PIC 9(01)  COMP.
001570
001580*----------------------------------------------------------------*
001590*    REPORT WINDOW - THE LATEST CYCLE AND THE N-1 DAYS BEFORE.   *
001600*----------------------------------------------------------------*
001610 77  WS-WINDOW-DAYS           PIC 9(03)  COMP  VALUE 30.
001620 01  WS-LATEST-CYCLE          PIC 9(08)  VALUE ZERO.
001630 01  WS-WINDOW-FROM           PIC 9(08)  VALUE ZERO.
001640 01  WS-DAY-NUMBER            PIC 9(03)  COMP.
001650
001660 01  WS-DAY-DATE              PIC 9(08).
001670 01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
001680     05  WS-DAY-YYYY          PIC 9(04).
001690     05  WS-DAY-MM            PIC 9(02).
001700     05  WS-DAY-DD            PIC 9(02).
001710 01  WS-DAY-MONTH-END         PIC 9(02).
001720
001730 01  WS-LEAP-WORK.
001740     05  WS-LEAP-QUOTIENT     PIC 9(04)  COMP.
001750     05  WS-LEAP-REMAINDER    PIC 9(04)  COMP.
001760     05  WS-LEAP-SW           PIC X(01).
001770         88  WS-LEAP-YEAR                VALUE "Y".
001780
001790 01  WS-MONTH-DAYS-VALUES     PIC X(24)
001800         VALUE "312831303130313130313031".
001810 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001820     05  WS-MONTH-DAYS        PIC 9(02)  OCCURS 12 TIMES.
001830
001840*----------------------------------------------------------------*
001850*    ONE ENTRY PER NIGHT IN THE WINDOW, IN CYCLE DATE ORDER,     *
001860*    WITH THE STATE OF EACH STEP AS PROGRAM16 WOULD SEE IT - THE *
001870*    LAST RECORD OF A STEP FOR THE CYCLE WINS, AND A START       *
001880*    RECORD CLEARS EVERY STEP BEHIND IT.                         *
001890*----------------------------------------------------------------*
001900 01  WS-NIGHT-COUNT           PIC 9(03)  COMP  VALUE ZERO.
001910 01  WS-NIGHT-IDX             PIC 9(03)  COMP.
001920 01  WS-FOUND-NIGHT           PIC 9(03)  COMP.
001930 01  WS-INSERT-AT             PIC 9(03)  COMP.
001940 01  WS-SHIFT-IDX             PIC 9(03)  COMP.
001950
001960 01  WS-NIGHT-TABLE.
001970     05  WS-NIGHT-ENTRY OCCURS 30 TIMES.
001980         10  WS-NGT-DATE          PIC 9(08).
001990         10  WS-NGT-STEP OCCURS 6 TIMES.
002000             15  WS-NGT-STATUS        PIC X(01).
002010             15  WS-NGT-ELAPSED       PIC 9(06)  COMP.
002020             15  WS-NGT-END-DATE      PIC 9(08).
002030             15  WS-NGT-END-TIME      PIC 9(08).
002040         10  WS-NGT-CARDS         PIC 9(03).
002050         10  WS-NGT-ROWS          PIC 9(05).
002060         10  WS-NGT-RESTART       PIC X(01).
002070         10  WS-NGT-OVER-SW       PIC X(01).
002080             88  WS-NGT-OVER-TARGET          VALUE "Y".
002090         10  WS-NGT-BREACH-SW     PIC X(01).
002100             88  WS-NGT-BREACH               VALUE "Y".
002110
002120*----------------------------------------------------------------*
002130*    ELAPSED TIME OF A RECORD WRITTEN WITHOUT IT - A TIME OF DAY *
002140*    (HHMMSSCC) BROKEN OUT, AND SECONDS SINCE MIDNIGHT.          *
002150*----------------------------------------------------------------*
002160 01  WS-ELAPSED-WORK.
002170     05  WS-CLOCK-TIME        PIC 9(08).
002180     05  WS-CLOCK-TIME-X REDEFINES WS-CLOCK-TIME.
002190         10  WS-CLOCK-HH      PIC 9(02).
002200         10  WS-CLOCK-MM      PIC 9(02).
002210         10  WS-CLOCK-SS      PIC 9(02).
002220         10  WS-CLOCK-CC      PIC 9(02).
002230     05  WS-CLOCK-SECONDS     PIC 9(06)  COMP.
002240     05  WS-START-SECONDS     PIC 9(06)  COMP.
002250     05  WS-END-SECONDS       PIC 9(06)  COMP.
002260     05  WS-RECORD-ELAPSED    PIC 9(06)  COMP.
002270 77  WS-SECONDS-PER-DAY       PIC 9(06)  COMP  VALUE 86400.
002280
002290*----------------------------------------------------------------*
002300*    ELAPSED SECONDS SHOWN AS MINUTES AND SECONDS                *
002310*----------------------------------------------------------------*
002320 01  WS-FMT-SECONDS           PIC 9(09)  COMP.
002330 01  WS-FMT-MINUTES           PIC 9(07)  COMP.
002340 01  WS-FMT-REMAINDER         PIC 9(02)  COMP.
002350 01  WS-FMT-MMSS.
002360     05  WS-FMT-MIN           PIC ZZZ9.
002370     05  FILLER               PIC X(01)  VALUE ":".
002380     05  WS-FMT-SEC           PIC 9(02).
002390
002400*----------------------------------------------------------------*
002410*    FLAG COUNTS FOR THE TOTALS LINES AND THE COMPLETION CODE    *
002420*----------------------------------------------------------------*
002430 01  WS-LATE-NIGHTS           PIC 9(03)  COMP  VALUE ZERO.
002440 01  WS-NOT-DONE-NIGHTS       PIC 9(03)  COMP  VALUE ZERO.
002450 01  WS-OVER-NIGHTS           PIC 9(03)  COMP  VALUE ZERO.
002460 01  WS-BAD-CARDS             PIC 9(03)  COMP  VALUE ZERO.
002470 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
002480
002490*----------------------------------------------------------------*
002500*    PRINT LINE LAYOUTS (COPY MTPRINT) AND REPORT CONTROLS       *
002510*----------------------------------------------------------------*
002520     COPY MTPRINT.
002530
002540 01  WS-REPORT-CONSTANTS.
002550     05  WS-COMPANY-NAME      PIC X(30)
002560                               VALUE "ACME MANUFACTURING CO.".
002570
002580 01  WS-PRINT-CONTROLS.
002590     05  WS-PAGE-NUMBER       PIC 9(04)  COMP  VALUE ZERO.
002600     05  WS-LINE-COUNT        PIC 9(03)  COMP  VALUE 99.
002610     05  WS-LINES-PER-PAGE    PIC 9(03)  COMP  VALUE 40.
002620
002630 01  WS-SUBTITLE-WORK         PIC X(40).
002640 01  WS-COLHDR-WORK           PIC X(80).
002650
002660 01  WS-NIGHT-HDR-LINE.
002670     05  FILLER               PIC X(01)  VALUE SPACE.
002680     05  FILLER               PIC X(10)  VALUE "NIGHT".
002690     05  WS-NHD-STEP          PIC X(09)  OCCURS 6 TIMES.
002700     05  FILLER               PIC X(01)  VALUE SPACE.
002710     05  FILLER               PIC X(06)  VALUE "END".
002720     05  FILLER               PIC X(08)  VALUE "FLAG".
002730
002740 01  WS-NIGHT-DETAIL-LINE.
002750     05  FILLER               PIC X(01)  VALUE SPACE.
002760     05  WS-NDT-DATE          PIC 9(08).
002770     05  FILLER               PIC X(02)  VALUE SPACES.
002780     05  WS-NDT-CELL          PIC X(09)  OCCURS 6 TIMES.
002790     05  FILLER               PIC X(01)  VALUE SPACE.
002800     05  WS-NDT-END           PIC X(05).
002810     05  FILLER               PIC X(01)  VALUE SPACE.
002820     05  WS-NDT-FLAG          PIC X(08).
002830
002840 01  WS-CELL-WORK.
002850     05  WS-CELL-MMSS         PIC X(07).
002860     05  WS-CELL-MARK         PIC X(01).
002870     05  FILLER               PIC X(01)  VALUE SPACE.
002880
002890 01  WS-END-WORK.
002900     05  WS-END-HH            PIC X(02).
002910     05  FILLER               PIC X(01)  VALUE ":".
002920     05  WS-END-MM            PIC X(02).
002930
002940 01  WS-STEP-HDR-LINE.
002950     05  FILLER               PIC X(01)  VALUE SPACE.
002960     05  FILLER               PIC X(11)  VALUE "STEP".
002970     05  FILLER               PIC X(08)  VALUE "NIGHTS".
002980     05  FILLER               PIC X(10)  VALUE "    AVG".
002990     05  FILLER               PIC X(10)  VALUE "  WORST".
003000     05  FILLER               PIC X(11)  VALUE "WORST NIGHT".
003010     05  FILLER               PIC X(10)  VALUE "  TARGET".
003020     05  FILLER               PIC X(19)  VALUE " OVER".
003030
003040 01  WS-STEP-DETAIL-LINE.
003050     05  FILLER               PIC X(01)  VALUE SPACE.
003060     05  WS-SDT-STEP          PIC X(09).
003070     05  FILLER               PIC X(05)  VALUE SPACES.
003080     05  WS-SDT-NIGHTS        PIC ZZ9.
003090     05  FILLER               PIC X(03)  VALUE SPACES.
003100     05  WS-SDT-AVG           PIC X(07).
003110     05  FILLER               PIC X(03)  VALUE SPACES.
003120     05  WS-SDT-WORST         PIC X(07).
003130     05  FILLER               PIC X(03)  VALUE SPACES.
003140     05  WS-SDT-WORST-DATE    PIC X(08).
003150     05  FILLER               PIC X(04)  VALUE SPACES.
003160     05  WS-SDT-TARGET        PIC ZZZ9.
003170     05  FILLER               PIC X(01)  VALUE "M".
003180     05  FILLER               PIC X(02)  VALUE SPACES.
003190     05  WS-SDT-OVER          PIC ZZ9.
003200     05  FILLER               PIC X(17)  VALUE SPACES.
003210
003220 01  WS-VOL-HDR-LINE.
003230     05  FILLER               PIC X(01)  VALUE SPACE.
003240     05  FILLER               PIC X(12)  VALUE "NIGHT".
003250     05  FILLER               PIC X(08)  VALUE "CARDS".
003260     05  FILLER               PIC X(09)  VALUE "  ROWS".
003270     05  FILLER               PIC X(10)  VALUE "RESTART".
003280     05  FILLER               PIC X(40)  VALUE "ELAPSED".
003290
003300 01  WS-VOL-DETAIL-LINE.
003310     05  FILLER               PIC X(01)  VALUE SPACE.
003320     05  WS-VDT-DATE          PIC 9(08).
003330     05  FILLER               PIC X(05)  VALUE SPACES.
003340     05  WS-VDT-CARDS         PIC ZZ9.
003350     05  FILLER               PIC X(04)  VALUE SPACES.
003360     05  WS-VDT-ROWS          PIC ZZZZ9.
003370     05  FILLER               PIC X(06)  VALUE SPACES.
003380     05  WS-VDT-RESTART       PIC X(03).
003390     05  FILLER               PIC X(04)  VALUE SPACES.
003400     05  WS-VDT-ELAPSED       PIC X(07).
003410     05  FILLER               PIC X(34)  VALUE SPACES.
003420
003430 01  WS-TOTAL-LINE-1.
003440     05  FILLER               PIC X(01)  VALUE SPACE.
003450     05  FILLER               PIC X(17)  VALUE "NIGHTS REPORTED:".
003460     05  WS-TOT-NIGHTS        PIC ZZ9.
003470     05  FILLER               PIC X(12)  VALUE "  DEADLINE: ".
003480     05  WS-TOT-DEADLINE      PIC 9(04).
003490     05  FILLER               PIC X(05)  VALUE " DAY+".
003500     05  WS-TOT-OFFSET        PIC 9(01).
003510     05  FILLER               PIC X(37)  VALUE SPACES.
003520
003530 01  WS-TOTAL-LINE-2.
003540     05  FILLER               PIC X(01)  VALUE SPACE.
003550     05  FILLER               PIC X(13)  VALUE "LATE NIGHTS: ".
003560     05  WS-TOT-LATE          PIC ZZ9.
003570     05  FILLER               PIC X(12)  VALUE "  NOT DONE: ".
003580     05  WS-TOT-NOT-DONE      PIC ZZ9.
003590     05  FILLER               PIC X(25)  VALUE
003600         "  NIGHTS OVER A TARGET: ".
003610     05  WS-TOT-OVER          PIC ZZ9.
003620     05  FILLER               PIC X(20)  VALUE SPACES.
003630
003640 01  WS-TOTAL-LINE-3.
003650     05  FILLER               PIC X(01)  VALUE SPACE.
003660     05  FILLER               PIC X(14)  VALUE "LATEST CYCLE: ".
003670     05  WS-TOT-LATEST        PIC 9(08).
003680     05  FILLER               PIC X(02)  VALUE SPACES.
003690     05  WS-TOT-LATEST-TEXT   PIC X(55).
003700
003710 01  WS-NONE-LINE.
003720     05  FILLER               PIC X(01)  VALUE SPACE.
003730     05  WS-NONE-TEXT         PIC X(79).
003740
003750*----------------------------------------------------------------*
003760*    RUN DATE AND TIME                                           *
003770*----------------------------------------------------------------*
003780 01  WS-DATE-WORK.
003790     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
003800     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
003810         10  WS-RUN-YYYY      PIC 9(04).
003820         10  WS-RUN-MM        PIC 9(02).
003830         10  WS-RUN-DD        PIC 9(02).
003840     05  WS-RUN-DATE-DISPLAY  PIC X(10).
003850     05  WS-RUN-TIME          PIC 9(08).
003860
003870 PROCEDURE DIVISION.
003880
003890 0000-MAIN-BATCH-WINDOW.
003900
003910     PERFORM 1000-INITIALIZE.
003920     PERFORM 1100-READ-CONTROL-CARDS.
003930     PERFORM 1200-SET-REPORT-WINDOW.
003940     PERFORM 2000-LOAD-CYCLE-RECORDS.
003950     OPEN OUTPUT PRINT-FILE.
003960     PERFORM 3000-PRINT-NIGHTS.
003970     PERFORM 4000-PRINT-STEP-SUMMARY.
003980     PERFORM 5000-PRINT-BATCH-VOLUME.
003990     PERFORM 6000-PRINT-TOTALS.
004000     CLOSE PRINT-FILE.
004010     PERFORM 9000-END-PROGRAM.
004020
004030*----------------------------------------------------------------*
004040*    THE CHAIN AND THE LATEST CYCLE COME FROM PROGRAM16, SO THIS *
004050*    REPORT NEVER DISAGREES WITH THE STEPS ABOUT EITHER.         *
004060*----------------------------------------------------------------*
004070 1000-INITIALIZE.
004080
004090     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
004100     ACCEPT WS-RUN-TIME FROM TIME.
004110     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
004120         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
004130     END-STRING.
004140     MOVE "I" TO MT-CYCP-FUNCTION.
004150     MOVE SPACES TO MT-CYCP-STEP-NAME.
004160     CALL "Program16" USING MT-CYCP-PARMS.
004170     MOVE MT-CYCP-CYCLE-DATE TO WS-LATEST-CYCLE.
004180     MOVE MT-CYCP-STEP-COUNT TO WS-STEP-COUNT.
004190     PERFORM 1050-INIT-ONE-STEP
004200         VARYING WS-STEP-IDX FROM 1 BY 1
004210         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
004220
004230 1050-INIT-ONE-STEP.
004240
004250     MOVE MT-CYCP-TAB-STEP (WS-STEP-IDX)
004260         TO WS-STEP-NAME (WS-STEP-IDX).
004270     MOVE WS-DEFAULT-TARGET-MINS
004280         TO WS-STEP-TARGET-MINS (WS-STEP-IDX).
004290     MOVE ZERO TO WS-STEP-NIGHTS (WS-STEP-IDX).
004300     MOVE ZERO TO WS-STEP-TOTAL-SECS (WS-STEP-IDX).
004310     MOVE ZERO TO WS-STEP-WORST-SECS (WS-STEP-IDX).
004320     MOVE ZERO TO WS-STEP-WORST-DATE (WS-STEP-IDX).
004330     MOVE ZERO TO WS-STEP-OVER-COUNT (WS-STEP-IDX).
004340
004350*----------------------------------------------------------------*
004360*    THE CONTROL CARDS ARE OPTIONAL.  EVERY TARGET IS TURNED     *
004370*    INTO SECONDS ONCE ALL THE CARDS ARE IN.                     *
004380*----------------------------------------------------------------*
004390 1100-READ-CONTROL-CARDS.
004400
004410     OPEN INPUT CONTROL-CARD-FILE.
004420     IF WS-CTL-FILE-STATUS = "00"
004430         PERFORM 1150-READ-ONE-CONTROL-CARD
004440             UNTIL WS-CTL-FILE-STATUS NOT = "00"
004450         CLOSE CONTROL-CARD-FILE
004460     END-IF.
004470     PERFORM 1190-SET-ONE-TARGET-SECS
004480         VARYING WS-STEP-IDX FROM 1 BY 1
004490         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
004500
004510 1150-READ-ONE-CONTROL-CARD.
004520
004530     READ CONTROL-CARD-FILE.
004540     IF WS-CTL-FILE-STATUS = "00"
004550         IF SLA-WINDOW-CARD
004560             PERFORM 1160-EDIT-WINDOW-CARD
004570         ELSE
004580             IF SLA-TARGET-CARD
004590                 PERFORM 1170-EDIT-TARGET-CARD
004600             ELSE
004610                 DISPLAY "SLACARD TYPE '", SLA-CARD-TYPE,
004620                     "' NOT W OR T - CARD IGNORED"
004630                 ADD 1 TO WS-BAD-CARDS
004640             END-IF
004650         END-IF
004660     END-IF.
004670
004680 1160-EDIT-WINDOW-CARD.
004690
004700     IF SLA-DEADLINE-IN-9 NUMERIC
004710         AND SLA-DEADLINE-IN (1:2) < "24"
004720         AND SLA-DEADLINE-IN (3:2) < "60"
004730         AND SLA-DAY-OFFSET-IN-9 NUMERIC
004740         AND SLA-DAY-OFFSET-IN-9 < 2
004750         MOVE SLA-DEADLINE-IN-9 TO WS-DEADLINE-HHMM
004760         MOVE SLA-DAY-OFFSET-IN-9 TO WS-DEADLINE-OFFSET
004770     ELSE
004780         DISPLAY "SLACARD DEADLINE '", SLA-DEADLINE-IN,
004790             SLA-DAY-OFFSET-IN, "' NOT HHMM PLUS 0/1 - IGNORED"
004800         ADD 1 TO WS-BAD-CARDS
004810     END-IF.
004820
004830 1170-EDIT-TARGET-CARD.
004840
004850     MOVE ZERO TO WS-STEP-FOUND.
004860     PERFORM 1180-MATCH-ONE-TARGET-STEP
004870         VARYING WS-STEP-IDX FROM 1 BY 1
004880         UNTIL WS-STEP-IDX > WS-STEP-COUNT
004890             OR WS-STEP-FOUND > ZERO.
004900     IF WS-STEP-FOUND = ZERO
004910         DISPLAY "SLACARD STEP '", SLA-STEP-IN,
004920             "' NOT A CHAIN STEP - IGNORED"
004930         ADD 1 TO WS-BAD-CARDS
004940     ELSE
004950         IF SLA-MINUTES-IN-9 NUMERIC
004960             AND SLA-MINUTES-IN-9 > ZERO
004970             MOVE SLA-MINUTES-IN-9
004980                 TO WS-STEP-TARGET-MINS (WS-STEP-FOUND)
004990         ELSE
005000             DISPLAY "SLACARD TARGET '", SLA-MINUTES-IN,
005010                 "' FOR ", SLA-STEP-IN, " NOT 0001-9999 - IGNORED"
005020             ADD 1 TO WS-BAD-CARDS
005030         END-IF
005040     END-IF.
005050
005060 1180-MATCH-ONE-TARGET-STEP.
005070
005080     IF WS-STEP-NAME (WS-STEP-IDX) = SLA-STEP-IN
005090         MOVE WS-STEP-IDX TO WS-STEP-FOUND
005100     END-IF.
005110
005120 1190-SET-ONE-TARGET-SECS.
005130
005140     COMPUTE WS-STEP-TARGET-SECS (WS-STEP-IDX) =
005150         WS-STEP-TARGET-MINS (WS-STEP-IDX) * 60.
005160
005170*----------------------------------------------------------------*
005180*    THE FIRST NIGHT OF THE WINDOW - N-1 DAYS BEFORE THE LATEST  *
005190*    CYCLE.                                                      *
005200*----------------------------------------------------------------*
005210 1200-SET-REPORT-WINDOW.
005220
005230     MOVE WS-LATEST-CYCLE TO WS-WINDOW-FROM.
005240     IF WS-LATEST-CYCLE > ZERO
005250         MOVE WS-LATEST-CYCLE TO WS-DAY-DATE
005260         PERFORM 3900-BACK-ONE-DAY
005270             VARYING WS-DAY-NUMBER FROM 2 BY 1
005280             UNTIL WS-DAY-NUMBER > WS-WINDOW-DAYS
005290         MOVE WS-DAY-DATE TO WS-WINDOW-FROM
005300     END-IF.
005310
005320*----------------------------------------------------------------*
005330*    EVERY CONTROL RECORD FOR A CHAIN STEP AND A CYCLE IN THE    *
005340*    WINDOW IS APPLIED TO ITS NIGHT.                             *
005350*----------------------------------------------------------------*
005360 2000-LOAD-CYCLE-RECORDS.
005370
005380     OPEN INPUT CYCLE-CONTROL-FILE.
005390     IF WS-CYCL-FILE-STATUS NOT = "00"
005400         PERFORM 9960-ABORT-NO-CYCLCTL
005440     END-IF.
005450     PERFORM 2100-READ-ONE-CYCLE-RECORD
005460         UNTIL WS-CYCL-FILE-STATUS NOT = "00".
005470     CLOSE CYCLE-CONTROL-FILE.
005480
005490 2100-READ-ONE-CYCLE-RECORD.
005500
005510     READ CYCLE-CONTROL-FILE.
005520     IF WS-CYCL-FILE-STATUS = "00"
005530         AND WS-LATEST-CYCLE > ZERO
005540         AND MT-CYCL-CYCLE-DATE NOT < WS-WINDOW-FROM
005550         AND MT-CYCL-CYCLE-DATE NOT > WS-LATEST-CYCLE
005560         MOVE ZERO TO WS-STEP-FOUND
005570         PERFORM 2150-MATCH-ONE-RECORD-STEP
005580             VARYING WS-STEP-IDX FROM 1 BY 1
005590             UNTIL WS-STEP-IDX > WS-STEP-COUNT
005600                 OR WS-STEP-FOUND > ZERO
005610         IF WS-STEP-FOUND > ZERO
005620             PERFORM 2200-LOCATE-NIGHT
005630             IF WS-FOUND-NIGHT > ZERO
005640                 PERFORM 2300-APPLY-ONE-RECORD
005650             END-IF
005660         END-IF
005670     END-IF.
005680
005690 2150-MATCH-ONE-RECORD-STEP.
005700
005710     IF WS-STEP-NAME (WS-STEP-IDX) = MT-CYCL-STEP-NAME
005720         MOVE WS-STEP-IDX TO WS-STEP-FOUND
005730     END-IF.
005740
005750 2200-LOCATE-NIGHT.
005760
005770     MOVE ZERO TO WS-FOUND-NIGHT.
005780     MOVE ZERO TO WS-INSERT-AT.
005790     PERFORM 2250-MATCH-ONE-NIGHT
005800         VARYING WS-NIGHT-IDX FROM 1 BY 1
005810         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
005820             OR WS-FOUND-NIGHT > ZERO
005830             OR WS-INSERT-AT > ZERO.
005840     IF WS-FOUND-NIGHT = ZERO
005850         IF WS-NIGHT-COUNT < 30
005860             IF WS-INSERT-AT = ZERO
005870                 COMPUTE WS-INSERT-AT = WS-NIGHT-COUNT + 1
005880             ELSE
005890                 PERFORM 2260-SHIFT-ONE-NIGHT
005900                     VARYING WS-SHIFT-IDX
005910                     FROM WS-NIGHT-COUNT BY -1
005920                     UNTIL WS-SHIFT-IDX < WS-INSERT-AT
005930             END-IF
005940             ADD 1 TO WS-NIGHT-COUNT
005950             MOVE WS-INSERT-AT TO WS-FOUND-NIGHT
005960             MOVE MT-CYCL-CYCLE-DATE
005970                 TO WS-NGT-DATE (WS-FOUND-NIGHT)
005980             MOVE ZERO TO WS-NGT-CARDS (WS-FOUND-NIGHT)
005990             MOVE ZERO TO WS-NGT-ROWS (WS-FOUND-NIGHT)
006000             MOVE SPACE TO WS-NGT-RESTART (WS-FOUND-NIGHT)
006010             MOVE "N" TO WS-NGT-OVER-SW (WS-FOUND-NIGHT)
006020             MOVE "N" TO WS-NGT-BREACH-SW (WS-FOUND-NIGHT)
006030             PERFORM 2270-CLEAR-ONE-NIGHT-STEP
006040                 VARYING WS-CLEAR-IDX FROM 1 BY 1
006050                 UNTIL WS-CLEAR-IDX > WS-STEP-COUNT
006060         ELSE
006070             DISPLAY "NIGHT TABLE FULL - CYCLE ",
006080                 MT-CYCL-CYCLE-DATE, " NOT REPORTED"
006090         END-IF
006100     END-IF.
006110
006120 2250-MATCH-ONE-NIGHT.
006130
006140     IF WS-NGT-DATE (WS-NIGHT-IDX) = MT-CYCL-CYCLE-DATE
006150         MOVE WS-NIGHT-IDX TO WS-FOUND-NIGHT
006160     ELSE
006170         IF WS-NGT-DATE (WS-NIGHT-IDX) > MT-CYCL-CYCLE-DATE
006180             MOVE WS-NIGHT-IDX TO WS-INSERT-AT
006190         END-IF
006200     END-IF.
006210
006220 2260-SHIFT-ONE-NIGHT.
006230
006240     MOVE WS-NIGHT-ENTRY (WS-SHIFT-IDX)
006250         TO WS-NIGHT-ENTRY (WS-SHIFT-IDX + 1).
006260
006270 2270-CLEAR-ONE-NIGHT-STEP.
006280
006290     MOVE SPACE TO WS-NGT-STATUS (WS-FOUND-NIGHT, WS-CLEAR-IDX).
006300     MOVE ZERO TO WS-NGT-ELAPSED (WS-FOUND-NIGHT, WS-CLEAR-IDX).
006310     MOVE ZERO TO WS-NGT-END-DATE (WS-FOUND-NIGHT, WS-CLEAR-IDX).
006320     MOVE ZERO TO WS-NGT-END-TIME (WS-FOUND-NIGHT, WS-CLEAR-IDX).
006330
006340*----------------------------------------------------------------*
006350*    A START RECORD CLEARS ITS STEP AND EVERY STEP BEHIND IT (A  *
006360*    RERUN MAKES THEM STALE, AS IT DOES IN PROGRAM16); AN END    *
006370*    RECORD CARRIES THE ELAPSED TIME AND, FOR THE BATCH JOB, ITS *
006380*    VOLUMES.                                                    *
006390*----------------------------------------------------------------*
006400 2300-APPLY-ONE-RECORD.
006410
006420     IF MT-CYCL-STARTED
006430         PERFORM 2270-CLEAR-ONE-NIGHT-STEP
006440             VARYING WS-CLEAR-IDX FROM WS-STEP-FOUND BY 1
006450             UNTIL WS-CLEAR-IDX > WS-STEP-COUNT
006460         IF WS-STEP-FOUND = 1
006470             MOVE ZERO TO WS-NGT-CARDS (WS-FOUND-NIGHT)
006480             MOVE ZERO TO WS-NGT-ROWS (WS-FOUND-NIGHT)
006490             MOVE SPACE TO WS-NGT-RESTART (WS-FOUND-NIGHT)
006500         END-IF
006510     END-IF.
006520     MOVE WS-STEP-FOUND TO WS-CLEAR-IDX.
006530     PERFORM 2270-CLEAR-ONE-NIGHT-STEP.
006540     MOVE MT-CYCL-STEP-STATUS
006550         TO WS-NGT-STATUS (WS-FOUND-NIGHT, WS-STEP-FOUND).
006560     IF MT-CYCL-COMPLETE OR MT-CYCL-FAILED
006570         IF MT-CYCL-ELAPSED-SECS NUMERIC
006580             MOVE MT-CYCL-ELAPSED-SECS TO WS-RECORD-ELAPSED
006590         ELSE
006600             PERFORM 2400-COMPUTE-ELAPSED
006610         END-IF
006620         MOVE WS-RECORD-ELAPSED
006630             TO WS-NGT-ELAPSED (WS-FOUND-NIGHT, WS-STEP-FOUND)
006640         MOVE MT-CYCL-END-DATE
006650             TO WS-NGT-END-DATE (WS-FOUND-NIGHT, WS-STEP-FOUND)
006660         MOVE MT-CYCL-END-TIME
006670             TO WS-NGT-END-TIME (WS-FOUND-NIGHT, WS-STEP-FOUND)
006680         IF WS-STEP-FOUND = 1
006690             PERFORM 2350-APPLY-BATCH-VOLUMES
006700         END-IF
006710     END-IF.
006720
006730 2350-APPLY-BATCH-VOLUMES.
006740
006750     MOVE ZERO TO WS-NGT-CARDS (WS-FOUND-NIGHT).
006760     MOVE ZERO TO WS-NGT-ROWS (WS-FOUND-NIGHT).
006770     MOVE SPACE TO WS-NGT-RESTART (WS-FOUND-NIGHT).
006780     IF MT-CYCL-CARDS-RUN NUMERIC
006790         MOVE MT-CYCL-CARDS-RUN TO WS-NGT-CARDS (WS-FOUND-NIGHT)
006800     END-IF.
006810     IF MT-CYCL-ROWS-RUN NUMERIC
006820         MOVE MT-CYCL-ROWS-RUN TO WS-NGT-ROWS (WS-FOUND-NIGHT)
006830     END-IF.
006840     MOVE MT-CYCL-RESTART-FLAG TO WS-NGT-RESTART (WS-FOUND-NIGHT).
006850
006860*----------------------------------------------------------------*
006870*    SECONDS FROM THE START STAMP TO THE END STAMP, THE WAY      *
006880*    PROGRAM16 NOW WORKS THEM OUT - AN END ON A LATER DATE RAN   *
006890*    PAST MIDNIGHT, SO ONE DAY IS ADDED.                         *
006900*----------------------------------------------------------------*
006910 2400-COMPUTE-ELAPSED.
006920
006930     MOVE MT-CYCL-START-TIME TO WS-CLOCK-TIME.
006940     PERFORM 2450-CLOCK-TO-SECONDS.
006950     MOVE WS-CLOCK-SECONDS TO WS-START-SECONDS.
006960     MOVE MT-CYCL-END-TIME TO WS-CLOCK-TIME.
006970     PERFORM 2450-CLOCK-TO-SECONDS.
006980     MOVE WS-CLOCK-SECONDS TO WS-END-SECONDS.
006990     IF MT-CYCL-END-DATE > MT-CYCL-START-DATE
007000         ADD WS-SECONDS-PER-DAY TO WS-END-SECONDS
007010     END-IF.
007020     IF WS-END-SECONDS > WS-START-SECONDS
007030         COMPUTE WS-RECORD-ELAPSED =
007040             WS-END-SECONDS - WS-START-SECONDS
007050     ELSE
007060         MOVE ZERO TO WS-RECORD-ELAPSED
007070     END-IF.
007080
007090 2450-CLOCK-TO-SECONDS.
007100
007110     COMPUTE WS-CLOCK-SECONDS =
007120         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
007130
007140*----------------------------------------------------------------*
007150*    ONE LINE PER NIGHT - EACH STEP'S ELAPSED MINUTES:SECONDS    *
007160*    ("*" PAST TARGET, "F" FAILED; RUN = STARTED WITH NO END,    *
007170*    BLK = BLOCKED, - = NOT RUN), THE TIME THE LAST STEP ENDED   *
007180*    AND THE DEADLINE FLAG.                                      *
007190*----------------------------------------------------------------*
007200 3000-PRINT-NIGHTS.
007210
007220     MOVE "BATCH WINDOW - ELAPSED TIME BY NIGHT"
007230         TO WS-SUBTITLE-WORK.
007240     PERFORM 3050-BUILD-ONE-STEP-HEADING
007250         VARYING WS-STEP-IDX FROM 1 BY 1
007260         UNTIL WS-STEP-IDX > 6.
007270     MOVE WS-NIGHT-HDR-LINE TO WS-COLHDR-WORK.
007280     PERFORM 8000-WRITE-PAGE-HEADERS.
007290     IF WS-NIGHT-COUNT = ZERO
007300         MOVE "NO CYCLES ON THE STEP CONTROL FILE" TO WS-NONE-TEXT
007310         WRITE PRINT-RECORD FROM WS-NONE-LINE
007320         ADD 1 TO WS-LINE-COUNT
007330     ELSE
007340         PERFORM 3100-PRINT-ONE-NIGHT
007350             VARYING WS-NIGHT-IDX FROM 1 BY 1
007360             UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
007370     END-IF.
007380
007390 3050-BUILD-ONE-STEP-HEADING.
007400
007410     MOVE SPACES TO WS-NHD-STEP (WS-STEP-IDX).
007420     IF WS-STEP-IDX NOT > WS-STEP-COUNT
007430         IF WS-STEP-NAME (WS-STEP-IDX) (1:7) = "PROGRAM"
007440             MOVE "PGM" TO WS-NHD-STEP (WS-STEP-IDX) (3:3)
007450             MOVE WS-STEP-NAME (WS-STEP-IDX) (8:2)
007460                 TO WS-NHD-STEP (WS-STEP-IDX) (6:2)
007470         ELSE
007480             MOVE WS-STEP-NAME (WS-STEP-IDX)
007490                 TO WS-NHD-STEP (WS-STEP-IDX)
007500         END-IF
007510     END-IF.
007520
007530 3100-PRINT-ONE-NIGHT.
007540
007550     MOVE WS-NGT-DATE (WS-NIGHT-IDX) TO WS-NDT-DATE.
007560     PERFORM 3150-FORMAT-ONE-STEP-CELL
007570         VARYING WS-STEP-IDX FROM 1 BY 1
007580         UNTIL WS-STEP-IDX > 6.
007590     IF WS-NGT-OVER-TARGET (WS-NIGHT-IDX)
007600         ADD 1 TO WS-OVER-NIGHTS
007610     END-IF.
007620     PERFORM 3200-CHECK-DEADLINE.
007630     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007640         PERFORM 8000-WRITE-PAGE-HEADERS
007650     END-IF.
007660     WRITE PRINT-RECORD FROM WS-NIGHT-DETAIL-LINE.
007670     ADD 1 TO WS-LINE-COUNT.
007680
007690 3150-FORMAT-ONE-STEP-CELL.
007700
007710     MOVE SPACES TO WS-NDT-CELL (WS-STEP-IDX).
007720     IF WS-STEP-IDX NOT > WS-STEP-COUNT
007730         PERFORM 3160-FORMAT-STEP-STATE
007740         MOVE WS-CELL-WORK TO WS-NDT-CELL (WS-STEP-IDX)
007750     END-IF.
007760
007770 3160-FORMAT-STEP-STATE.
007780
007790     MOVE SPACES TO WS-CELL-MMSS.
007800     MOVE SPACE TO WS-CELL-MARK.
007810     IF WS-NGT-STATUS (WS-NIGHT-IDX, WS-STEP-IDX) = "C"
007820         OR WS-NGT-STATUS (WS-NIGHT-IDX, WS-STEP-IDX) = "F"
007830         PERFORM 3170-TIME-ONE-STEP
007840     ELSE
007850         IF WS-NGT-STATUS (WS-NIGHT-IDX, WS-STEP-IDX) = "S"
007860             MOVE "    RUN" TO WS-CELL-MMSS
007870         ELSE
007880             IF WS-NGT-STATUS (WS-NIGHT-IDX, WS-STEP-IDX) = "B"
007890                 MOVE "    BLK" TO WS-CELL-MMSS
007900             ELSE
00790A                 MOVE "      -" TO WS-CELL-MMSS
00790B             END-IF
00790C         END-IF
007910     END-IF.
007920
007930*----------------------------------------------------------------*
007940*    A STEP THAT ENDED - ITS TIME GOES INTO THE STEP'S AVERAGE   *
007950*    AND WORST NIGHT, AND IS CHECKED AGAINST ITS TARGET.         *
007960*----------------------------------------------------------------*
007970 3170-TIME-ONE-STEP.
007980
007990     MOVE WS-NGT-ELAPSED (WS-NIGHT-IDX, WS-STEP-IDX)
008000         TO WS-FMT-SECONDS.
008010     PERFORM 7000-FORMAT-MMSS.
008020     MOVE WS-FMT-MMSS TO WS-CELL-MMSS.
008030     ADD 1 TO WS-STEP-NIGHTS (WS-STEP-IDX).
008040     ADD WS-NGT-ELAPSED (WS-NIGHT-IDX, WS-STEP-IDX)
008050         TO WS-STEP-TOTAL-SECS (WS-STEP-IDX).
008060     IF WS-STEP-NIGHTS (WS-STEP-IDX) = 1
008070         OR WS-NGT-ELAPSED (WS-NIGHT-IDX, WS-STEP-IDX)
008080             > WS-STEP-WORST-SECS (WS-STEP-IDX)
008090         MOVE WS-NGT-ELAPSED (WS-NIGHT-IDX, WS-STEP-IDX)
008100             TO WS-STEP-WORST-SECS (WS-STEP-IDX)
008110         MOVE WS-NGT-DATE (WS-NIGHT-IDX)
008120             TO WS-STEP-WORST-DATE (WS-STEP-IDX)
008130     END-IF.
008140     IF WS-NGT-ELAPSED (WS-NIGHT-IDX, WS-STEP-IDX)
008150         > WS-STEP-TARGET-SECS (WS-STEP-IDX)
008160         ADD 1 TO WS-STEP-OVER-COUNT (WS-STEP-IDX)
008170         MOVE "Y" TO WS-NGT-OVER-SW (WS-NIGHT-IDX)
008180         MOVE "*" TO WS-CELL-MARK
008190     END-IF.
008200     IF WS-NGT-STATUS (WS-NIGHT-IDX, WS-STEP-IDX) = "F"
008210         MOVE "F" TO WS-CELL-MARK
008220     END-IF.
008230
008240*----------------------------------------------------------------*
008250*    THE DEADLINE IS THE CYCLE DATE PLUS THE DAY OFFSET, AT THE  *
008260*    DEADLINE TIME.  THE CYCLE IS LATE WHEN ITS LAST STEP ENDED  *
008270*    AFTER IT, AND NOT DONE WHEN THE LAST STEP HAS NOT ENDED AND *
008280*    THE DEADLINE HAS PASSED - BOTH ARE BREACHES.  A CYCLE STILL *
008290*    INSIDE ITS WINDOW IS ONLY MARKED OPEN.                      *
008300*----------------------------------------------------------------*
008310 3200-CHECK-DEADLINE.
008320
008330     MOVE WS-NGT-DATE (WS-NIGHT-IDX) TO WS-DAY-DATE.
008340     PERFORM 3920-ADVANCE-ONE-DAY
008350         VARYING WS-OFFSET-IDX FROM 1 BY 1
008360         UNTIL WS-OFFSET-IDX > WS-DEADLINE-OFFSET.
008370     MOVE WS-DAY-DATE TO WS-DEADLINE-DATE.
008380     COMPUTE WS-DEADLINE-TIME = WS-DEADLINE-HHMM * 10000.
008390     MOVE SPACES TO WS-NDT-END.
008400     MOVE SPACES TO WS-NDT-FLAG.
008410     MOVE WS-STEP-COUNT TO WS-STEP-IDX.
008420     IF WS-NGT-STATUS (WS-NIGHT-IDX, WS-STEP-IDX) = "C"
008430         OR WS-NGT-STATUS (WS-NIGHT-IDX, WS-STEP-IDX) = "F"
008440         MOVE WS-NGT-END-TIME (WS-NIGHT-IDX, WS-STEP-IDX)
008450             TO WS-CLOCK-TIME
008460         MOVE WS-CLOCK-HH TO WS-END-HH
008470         MOVE WS-CLOCK-MM TO WS-END-MM
008480         MOVE WS-END-WORK TO WS-NDT-END
008490         IF WS-NGT-END-DATE (WS-NIGHT-IDX, WS-STEP-IDX)
008500                 > WS-DEADLINE-DATE
008510             OR (WS-NGT-END-DATE (WS-NIGHT-IDX, WS-STEP-IDX)
008520                 = WS-DEADLINE-DATE
008530             AND WS-NGT-END-TIME (WS-NIGHT-IDX, WS-STEP-IDX)
008540                 > WS-DEADLINE-TIME)
008550             MOVE "LATE" TO WS-NDT-FLAG
008560             MOVE "Y" TO WS-NGT-BREACH-SW (WS-NIGHT-IDX)
008570             ADD 1 TO WS-LATE-NIGHTS
008580         END-IF
008590     ELSE
008600         IF WS-RUN-DATE-YYYYMMDD > WS-DEADLINE-DATE
008610             OR (WS-RUN-DATE-YYYYMMDD = WS-DEADLINE-DATE
008620             AND WS-RUN-TIME > WS-DEADLINE-TIME)
008630             MOVE "NOT DONE" TO WS-NDT-FLAG
008640             MOVE "Y" TO WS-NGT-BREACH-SW (WS-NIGHT-IDX)
008650             ADD 1 TO WS-NOT-DONE-NIGHTS
008660         ELSE
008670             MOVE "OPEN" TO WS-NDT-FLAG
008680         END-IF
008690     END-IF.
008700
008710*----------------------------------------------------------------*
008720*    DAY ARITHMETIC ON WS-DAY-DATE, ONE DAY BACK OR FORWARD.     *
008730*----------------------------------------------------------------*
008740 3900-BACK-ONE-DAY.
008750
008760     IF WS-DAY-DD > 1
008770         SUBTRACT 1 FROM WS-DAY-DD
008780     ELSE
008790         IF WS-DAY-MM > 1
008800             SUBTRACT 1 FROM WS-DAY-MM
008810         ELSE
008820             MOVE 12 TO WS-DAY-MM
008830             SUBTRACT 1 FROM WS-DAY-YYYY
008840         END-IF
008850         PERFORM 3960-SET-MONTH-END
008860         MOVE WS-DAY-MONTH-END TO WS-DAY-DD
008870     END-IF.
008880
008890 3920-ADVANCE-ONE-DAY.
008900
008910     PERFORM 3960-SET-MONTH-END.
008920     IF WS-DAY-DD < WS-DAY-MONTH-END
008930         ADD 1 TO WS-DAY-DD
008940     ELSE
008950         MOVE 1 TO WS-DAY-DD
008960         IF WS-DAY-MM < 12
008970             ADD 1 TO WS-DAY-MM
008980         ELSE
008990             MOVE 1 TO WS-DAY-MM
009000             ADD 1 TO WS-DAY-YYYY
009010         END-IF
009020     END-IF.
009030
009040 3950-CHECK-LEAP-YEAR.
009050
009060     MOVE "N" TO WS-LEAP-SW.
009070     DIVIDE WS-DAY-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
009080         REMAINDER WS-LEAP-REMAINDER.
009090     IF WS-LEAP-REMAINDER = ZERO
009100         MOVE "Y" TO WS-LEAP-SW
009110         DIVIDE WS-DAY-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
009120             REMAINDER WS-LEAP-REMAINDER
009130         IF WS-LEAP-REMAINDER = ZERO
009140             MOVE "N" TO WS-LEAP-SW
009150             DIVIDE WS-DAY-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
009160                 REMAINDER WS-LEAP-REMAINDER
009170             IF WS-LEAP-REMAINDER = ZERO
009180                 MOVE "Y" TO WS-LEAP-SW
009190             END-IF
009200         END-IF
009210     END-IF.
009220
009230 3960-SET-MONTH-END.
009240
009250     MOVE WS-MONTH-DAYS (WS-DAY-MM) TO WS-DAY-MONTH-END.
009260     IF WS-DAY-MM = 2
009270         PERFORM 3950-CHECK-LEAP-YEAR
009280         IF WS-LEAP-YEAR
009290             MOVE 29 TO WS-DAY-MONTH-END
009300         END-IF
009310     END-IF.
009320
009330*----------------------------------------------------------------*
009340*    ONE LINE PER STEP - NIGHTS IT ENDED, ITS AVERAGE AND WORST  *
009350*    ELAPSED TIME OVER THE WINDOW, ITS TARGET AND HOW MANY       *
009360*    NIGHTS IT RAN PAST IT.                                      *
009370*----------------------------------------------------------------*
009380 4000-PRINT-STEP-SUMMARY.
009390
009400     MOVE "BATCH WINDOW - STEP AVERAGES" TO WS-SUBTITLE-WORK.
009410     MOVE WS-STEP-HDR-LINE TO WS-COLHDR-WORK.
009420     PERFORM 8000-WRITE-PAGE-HEADERS.
009430     PERFORM 4100-PRINT-ONE-STEP
009440         VARYING WS-STEP-IDX FROM 1 BY 1
009450         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
009460
009470 4100-PRINT-ONE-STEP.
009480
009490     MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-SDT-STEP.
009500     MOVE WS-STEP-NIGHTS (WS-STEP-IDX) TO WS-SDT-NIGHTS.
009510     MOVE WS-STEP-TARGET-MINS (WS-STEP-IDX) TO WS-SDT-TARGET.
009520     MOVE WS-STEP-OVER-COUNT (WS-STEP-IDX) TO WS-SDT-OVER.
009530     IF WS-STEP-NIGHTS (WS-STEP-IDX) = ZERO
009540         MOVE "      -" TO WS-SDT-AVG
009550         MOVE "      -" TO WS-SDT-WORST
009560         MOVE SPACES TO WS-SDT-WORST-DATE
009570     ELSE
009580         COMPUTE WS-FMT-SECONDS ROUNDED =
009590             WS-STEP-TOTAL-SECS (WS-STEP-IDX)
009600             / WS-STEP-NIGHTS (WS-STEP-IDX)
009610         PERFORM 7000-FORMAT-MMSS
009620         MOVE WS-FMT-MMSS TO WS-SDT-AVG
009630         MOVE WS-STEP-WORST-SECS (WS-STEP-IDX) TO WS-FMT-SECONDS
009640         PERFORM 7000-FORMAT-MMSS
009650         MOVE WS-FMT-MMSS TO WS-SDT-WORST
009660         MOVE WS-STEP-WORST-DATE (WS-STEP-IDX)
009670             TO WS-SDT-WORST-DATE
009680     END-IF.
009690     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009700         PERFORM 8000-WRITE-PAGE-HEADERS
009710     END-IF.
009720     WRITE PRINT-RECORD FROM WS-STEP-DETAIL-LINE.
009730     ADD 1 TO WS-LINE-COUNT.
009740
009750*----------------------------------------------------------------*
009760*    THE BATCH JOB'S OWN VOLUMES, NIGHT BY NIGHT, FOR THE NIGHTS *
009770*    IT ENDED.                                                   *
009780*----------------------------------------------------------------*
009790 5000-PRINT-BATCH-VOLUME.
009800
009810     MOVE "BATCH WINDOW - BATCH JOB VOLUMES" TO WS-SUBTITLE-WORK.
009820     MOVE WS-VOL-HDR-LINE TO WS-COLHDR-WORK.
009830     PERFORM 8000-WRITE-PAGE-HEADERS.
009840     PERFORM 5100-PRINT-ONE-VOLUME-NIGHT
009850         VARYING WS-NIGHT-IDX FROM 1 BY 1
009860         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
009870
009880 5100-PRINT-ONE-VOLUME-NIGHT.
009890
009900     IF WS-NGT-STATUS (WS-NIGHT-IDX, 1) = "C"
009910         OR WS-NGT-STATUS (WS-NIGHT-IDX, 1) = "F"
009920         MOVE WS-NGT-DATE (WS-NIGHT-IDX) TO WS-VDT-DATE
009930         MOVE WS-NGT-CARDS (WS-NIGHT-IDX) TO WS-VDT-CARDS
009940         MOVE WS-NGT-ROWS (WS-NIGHT-IDX) TO WS-VDT-ROWS
009950         IF WS-NGT-RESTART (WS-NIGHT-IDX) = "Y"
009960             MOVE "YES" TO WS-VDT-RESTART
009970         ELSE
009980             IF WS-NGT-RESTART (WS-NIGHT-IDX) = "N"
009990                 MOVE "NO" TO WS-VDT-RESTART
010000             ELSE
010010                 MOVE "?" TO WS-VDT-RESTART
01001A             END-IF
010020         END-IF
010030         MOVE WS-NGT-ELAPSED (WS-NIGHT-IDX, 1) TO WS-FMT-SECONDS
010040         PERFORM 7000-FORMAT-MMSS
010050         MOVE WS-FMT-MMSS TO WS-VDT-ELAPSED
010060         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010070             PERFORM 8000-WRITE-PAGE-HEADERS
010080         END-IF
010090         WRITE PRINT-RECORD FROM WS-VOL-DETAIL-LINE
010100         ADD 1 TO WS-LINE-COUNT
010110     END-IF.
010120
010130 6000-PRINT-TOTALS.
010140
010150     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
010160         PERFORM 8000-WRITE-PAGE-HEADERS
010170     END-IF.
010180     MOVE SPACES TO PRINT-RECORD.
010190     WRITE PRINT-RECORD.
010200     MOVE WS-NIGHT-COUNT TO WS-TOT-NIGHTS.
010210     MOVE WS-DEADLINE-HHMM TO WS-TOT-DEADLINE.
010220     MOVE WS-DEADLINE-OFFSET TO WS-TOT-OFFSET.
010230     WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
010240     MOVE WS-LATE-NIGHTS TO WS-TOT-LATE.
010250     MOVE WS-NOT-DONE-NIGHTS TO WS-TOT-NOT-DONE.
010260     MOVE WS-OVER-NIGHTS TO WS-TOT-OVER.
010270     WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
010280     MOVE WS-LATEST-CYCLE TO WS-TOT-LATEST.
010290     MOVE SPACES TO WS-TOT-LATEST-TEXT.
010300     IF WS-NIGHT-COUNT > ZERO
010310         IF WS-NGT-BREACH (WS-NIGHT-COUNT)
010320             MOVE "BATCH WINDOW DEADLINE BREACHED"
010330                 TO WS-TOT-LATEST-TEXT
010340         ELSE
010350             IF WS-NGT-OVER-TARGET (WS-NIGHT-COUNT)
010360                 MOVE "A STEP RAN PAST ITS TARGET"
010370                     TO WS-TOT-LATEST-TEXT
010380             ELSE
010390                 MOVE "WITHIN TARGETS AND DEADLINE"
010400                     TO WS-TOT-LATEST-TEXT
010410             END-IF
010420         END-IF
010430     END-IF.
010440     WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
010450     ADD 4 TO WS-LINE-COUNT.
010460
010470*----------------------------------------------------------------*
010480*    WS-FMT-SECONDS AS MMMM:SS IN WS-FMT-MMSS.                   *
010490*----------------------------------------------------------------*
010500 7000-FORMAT-MMSS.
010510
010520     DIVIDE WS-FMT-SECONDS BY 60 GIVING WS-FMT-MINUTES
010530         REMAINDER WS-FMT-REMAINDER.
010540     MOVE WS-FMT-MINUTES TO WS-FMT-MIN.
010550     MOVE WS-FMT-REMAINDER TO WS-FMT-SEC.
010560
010570 8000-WRITE-PAGE-HEADERS.
010580
010590     ADD 1 TO WS-PAGE-NUMBER.
010600     MOVE SPACES TO MT-PRINT-LINE.
010610     MOVE "1" TO MT-PRINT-CC.
010620     MOVE WS-COMPANY-NAME TO MT-TITLE-COMPANY.
010630     MOVE "RUN DATE: " TO MT-TITLE-DATE-LIT.
010640     MOVE WS-RUN-DATE-DISPLAY TO MT-TITLE-RUN-DATE.
010650     MOVE "PAGE: " TO MT-TITLE-PAGE-LIT.
010660     MOVE WS-PAGE-NUMBER TO MT-TITLE-PAGE-NO.
010670     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
010680     MOVE SPACES TO MT-PRINT-LINE.
010690     MOVE " " TO MT-PRINT-CC.
010700     MOVE WS-SUBTITLE-WORK TO MT-SUBTITLE-TEXT.
010710     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
010720     MOVE SPACES TO MT-PRINT-LINE.
010730     MOVE " " TO MT-PRINT-CC.
010740     MOVE ALL "-" TO MT-PRINT-TEXT.
010750     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
010760     IF WS-COLHDR-WORK NOT = SPACES
010770         WRITE PRINT-RECORD FROM WS-COLHDR-WORK
010780         MOVE SPACES TO MT-PRINT-LINE
010790         MOVE " " TO MT-PRINT-CC
010800         MOVE ALL "-" TO MT-PRINT-TEXT
010810         WRITE PRINT-RECORD FROM MT-PRINT-LINE
010820     END-IF.
010830     MOVE ZERO TO WS-LINE-COUNT.
010840
010850*----------------------------------------------------------------*
010860*    GRADED COMPLETION ON THE LATEST CYCLE - 08 DEADLINE BREACH, *
010870*    04 A STEP PAST ITS TARGET (OR NO CYCLE AT ALL), ELSE 00.    *
010880*----------------------------------------------------------------*
010890 9000-END-PROGRAM.
010900
010910     IF WS-NIGHT-COUNT = ZERO
010920         MOVE 4 TO WS-FINAL-RC
010930     ELSE
010940         IF WS-NGT-BREACH (WS-NIGHT-COUNT)
010950             MOVE 8 TO WS-FINAL-RC
010960         ELSE
010970             IF WS-NGT-OVER-TARGET (WS-NIGHT-COUNT)
010980                 MOVE 4 TO WS-FINAL-RC
010990             ELSE
011000                 MOVE ZERO TO WS-FINAL-RC
011010             END-IF
011020         END-IF
011030     END-IF.
011040     DISPLAY "BATCH WINDOW REPORT COMPLETE - NIGHTS ",
011050         WS-NIGHT-COUNT,
011060         " LATE ", WS-LATE-NIGHTS,
011070         " NOT DONE ", WS-NOT-DONE-NIGHTS,
011080         " OVER TARGET ", WS-OVER-NIGHTS,
011090         " RC ", WS-FINAL-RC.
011100     MOVE WS-FINAL-RC TO RETURN-CODE.
011110     GOBACK.
011120
01112A 9960-ABORT-NO-CYCLCTL.
01112B
01112C     DISPLAY "CYCLCTL NOT AVAILABLE - STATUS ",
01112D         WS-CYCL-FILE-STATUS, " - NO BATCH WINDOW REPORT".
01112E     MOVE 16 TO RETURN-CODE.
01112F     GOBACK.
01112G
011130 END PROGRAM PROGRAM26.
