000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM19 AS "Program19".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM19 --  PARAMETER CATALOG COVERAGE AND CONFLICT       *
000190*                  FORECAST.  THE BATCH JOB (PROGRAM1) PICKS ITS *
000200*                  CARD DECK FROM THE CARD CATALOG (PARMCAT, SEE *
000210*                  MTCAT) BY RUN DATE - QUIETLY FALLING BACK TO  *
000220*                  THE HAND-KEYED PARMFILE DECK WHEN NO SET IS   *
000230*                  IN EFFECT, AND SILENTLY TAKING THE LATEST     *
000240*                  EFFECTIVE-FROM DATE WHEN SETS OVERLAP - AND   *
000250*                  A BAD CARD ONLY SHOWS UP AS A REJECTED RUN.   *
000260*                  THIS REPORT WALKS THE NEXT N DAYS (TODAY      *
000270*                  FIRST) WITH PROGRAM1'S OWN SELECTION RULES    *
000280*                  AND PRINTS (FCSTRPT) WHICH SET AND CARDS      *
000290*                  EACH NIGHT WOULD RUN, FLAGGING:               *
000300*                    - DAYS WITH NO SET IN EFFECT,               *
000310*                    - DAYS WHERE OVERLAPPING SETS COMPETE,      *
000320*                    - SETS WHOSE EFFECTIVE-TO DATE IS BEFORE    *
000330*                      THEIR EFFECTIVE-FROM DATE,                *
000340*                    - CARDS IN ANY SET IN EFFECT DURING THE     *
000350*                      WINDOW THAT WOULD FAIL PROGRAM1'S CARD    *
000360*                      EDIT OR NAME AN OPERATOR NOT AUTHORIZED   *
000370*                      ON THE SECURITY FILE (OPERSEC, SEE        *
000380*                      MTOPER).                                  *
000390*                  RUN IT WEEKLY.  THE NUMBER OF DAYS COMES FROM *
000400*                  AN OPTIONAL CONTROL CARD (FCSTCARD, COLUMNS   *
000410*                  1-3); NO CARD OR A BLANK ONE MEANS 30 DAYS.   *
000420*                                                                *
000430*    THE SELECTION RULES (0960/0965/0970) AND THE CARD EDIT      *
000440*    (6610-EDIT-ONE-CARD / 6630-CHECK-OPERATOR-AUTH) ARE         *
000450*    PROGRAM1'S - A CHANGE TO EITHER THERE MUST BE MADE HERE     *
000460*    TOO, OR THE FORECAST STOPS TELLING THE TRUTH.               *
000470*                                                                *
000480*    GRADED COMPLETION - 08 WHEN A NIGHT IN THE WINDOW WOULD     *
000490*    FALL BACK TO PARMFILE OR RUN A SET WITH A FAILING CARD,     *
000500*    04 WHEN THERE ARE OTHER FLAGS (OVERLAPS, BAD DATE RANGES,   *
000510*    UNREADABLE CATALOG RECORDS, FAILING CARDS IN A SET THAT     *
000520*    LOSES EVERY NIGHT), ELSE 00.  16 WHEN PARMCAT OR OPERSEC    *
000530*    CANNOT BE OPENED.                                           *
000540*                                                                *
000550*    MOD LOG                                                     *
000560*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000570*                                                                *
000580*----------------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.  IBM-370.
000620 OBJECT-COMPUTER.  IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT CONTROL-CARD-FILE ASSIGN TO "FCSTCARD"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CTL-FILE-STATUS.
000680     SELECT PARM-CATALOG-FILE ASSIGN TO "PARMCAT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-CTLG-FILE-STATUS.
000710     SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-OPER-FILE-STATUS.
000740     SELECT PRINT-FILE ASSIGN TO "FCSTRPT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-PRINT-FILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CONTROL-CARD-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  FCST-CONTROL-CARD.
000840     05  FCST-DAYS-IN             PIC X(03).
000850     05  FCST-DAYS-IN-9 REDEFINES FCST-DAYS-IN
000860                                  PIC 9(03).
000870     05  FILLER                   PIC X(77).
000880
000890 FD  PARM-CATALOG-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY MTCAT.
000930
000940 FD  OPERATOR-SEC-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY MTOPER.
000980
000990 FD  PRINT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  PRINT-RECORD                 PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------*
001060*    FILE STATUS FIELDS                                          *
001070*----------------------------------------------------------------*
001080 01  WS-CTL-FILE-STATUS       PIC X(02).
001090 01  WS-CTLG-FILE-STATUS      PIC X(02).
001100 01  WS-OPER-FILE-STATUS      PIC X(02).
001110 01  WS-PRINT-FILE-STATUS     PIC X(02).
001120
001130*----------------------------------------------------------------*
001140*    FORECAST WINDOW - TODAY PLUS THE NEXT N-1 DAYS.             *
001150*----------------------------------------------------------------*
001160 77  WS-DEFAULT-DAYS          PIC 9(03)  COMP  VALUE 30.
001170 01  WS-FORECAST-DAYS         PIC 9(03)  COMP.
001180 01  WS-DAY-NUMBER            PIC 9(03)  COMP.
001190
001200 01  WS-DAY-DATE              PIC 9(08).
001210 01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
001220     05  WS-DAY-YYYY          PIC 9(04).
001230     05  WS-DAY-MM            PIC 9(02).
001240     05  WS-DAY-DD            PIC 9(02).
001250 01  WS-DAY-LAST-DATE         PIC 9(08).
001260 01  WS-DAY-MONTH-END         PIC 9(02).
001270
001280 01  WS-LEAP-WORK.
001290     05  WS-LEAP-QUOTIENT     PIC 9(04)  COMP.
001300     05  WS-LEAP-REMAINDER    PIC 9(04)  COMP.
001310     05  WS-LEAP-SW           PIC X(01).
001320         88  WS-LEAP-YEAR                VALUE "Y".
001330
001340 01  WS-MONTH-DAYS-VALUES     PIC X(24)
001350         VALUE "312831303130313130313031".
001360 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001370     05  WS-MONTH-DAYS        PIC 9(02)  OCCURS 12 TIMES.
001380
001390*----------------------------------------------------------------*
001400*    THE CATALOG, LOADED THE WAY PROGRAM1 LOADS IT - A RECORD    *
001410*    WITH A NON-NUMERIC DATE OR SEQUENCE IS DROPPED (AND         *
001420*    COUNTED HERE), AND EACH CARD IS TIED TO ITS SET VERSION     *
001430*    (SET NAME PLUS EFFECTIVE-FROM DATE).                        *
001440*----------------------------------------------------------------*
001450 01  WS-CTLG-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001460 01  WS-CTLG-IDX              PIC 9(03)  COMP.
001470 01  WS-CTLG-SEQ-WANT         PIC 9(03)  COMP.
001480 01  WS-CTLG-DROPPED          PIC 9(05)  COMP  VALUE ZERO.
001490
001500 01  WS-CTLG-TABLE.
001510     05  WS-CTLG-ENTRY OCCURS 200 TIMES.
001520         10  WS-CTLG-TAB-SET      PIC X(08).
001530         10  WS-CTLG-TAB-FROM     PIC 9(08).
001540         10  WS-CTLG-TAB-TO       PIC 9(08).
001550         10  WS-CTLG-TAB-SEQ      PIC 9(03).
001560         10  WS-CTLG-TAB-CARD     PIC X(26).
001570         10  WS-CTLG-TAB-PENDING  PIC X(01).
001580         10  WS-CTLG-TAB-VER      PIC 9(03)  COMP.
001590
001600*----------------------------------------------------------------*
001610*    SET VERSIONS - ONE ENTRY PER SET NAME PLUS EFFECTIVE-FROM   *
001620*    DATE, WITH HOW MANY NIGHTS OF THE WINDOW IT IS IN EFFECT    *
001630*    AND HOW MANY IT WOULD ACTUALLY RUN.  THE BAD-RANGE SWITCH   *
001640*    IS SET WHEN ANY OF ITS CARDS ENDS BEFORE IT STARTS.         *
001650*----------------------------------------------------------------*
001660 01  WS-VER-COUNT             PIC 9(03)  COMP  VALUE ZERO.
001670 01  WS-VER-IDX               PIC 9(03)  COMP.
001680 01  WS-VER-FOUND             PIC 9(03)  COMP.
001690
001700 01  WS-VERSION-TABLE.
001710     05  WS-VER-ENTRY OCCURS 50 TIMES.
001720         10  WS-VER-SET           PIC X(08).
001730         10  WS-VER-FROM          PIC 9(08).
001740         10  WS-VER-TO            PIC 9(08).
001750         10  WS-VER-BAD-RANGE-SW  PIC X(01).
001760             88  WS-VER-BAD-RANGE            VALUE "Y".
001770         10  WS-VER-LAST-DAY      PIC 9(03)  COMP.
001780         10  WS-VER-DAYS-IN       PIC 9(03)  COMP.
001790         10  WS-VER-DAYS-PICKED   PIC 9(03)  COMP.
001800         10  WS-VER-FAILING       PIC 9(03)  COMP.
001810
001820*----------------------------------------------------------------*
001830*    ONE NIGHT - THE WINNING VERSION (LATEST EFFECTIVE-FROM,     *
001840*    FIRST ON FILE ON A TIE, AS PROGRAM1 PICKS IT) AND HOW MANY  *
001850*    VERSIONS WERE IN EFFECT.                                    *
001860*----------------------------------------------------------------*
001870 01  WS-BEST-NAME             PIC X(08).
001880 01  WS-BEST-FROM             PIC 9(08).
001890 01  WS-BEST-VER              PIC 9(03)  COMP.
001900 01  WS-DAY-SET-COUNT         PIC 9(03)  COMP.
001910
001920*----------------------------------------------------------------*
001930*    THE DECK A VERSION BUILDS - CATALOG ENTRIES IN CARD         *
001940*    SEQUENCE ORDER, PENDING ADDS AND CHANGES LEFT OUT, AS       *
001950*    PROGRAM1'S 0970-LOAD-CATALOG-DECK BUILDS IT.                *
001960*----------------------------------------------------------------*
001970 01  WS-DECK-COUNT            PIC 9(03)  COMP.
001980 01  WS-DECK-IDX              PIC 9(03)  COMP.
001990 01  WS-DECK-OVERFLOW-SW      PIC X(01).
002000     88  WS-DECK-OVERFLOW                VALUE "Y".
002010
002020 01  WS-DECK-TABLE.
002030     05  WS-DECK-CTLG-IDX     PIC 9(03)  COMP  OCCURS 50 TIMES.
002040
002050 01  WS-SEQ-LIST              PIC X(30).
002060 01  WS-SEQ-POINTER           PIC 9(03)  COMP.
002070
002080*----------------------------------------------------------------*
002090*    CARD EDIT - THE CARD UNDER EDIT, LAID OUT AS A PARMFILE     *
002100*    CARD, AND THE OPERATOR SECURITY TABLE.                      *
002110*----------------------------------------------------------------*
002120     COPY MTPARM.
002130
002140 01  WS-CARD-SEQ              PIC 9(03)  COMP.
002150 01  WS-CARD-FAILED-SW        PIC X(01).
002160     88  WS-CARD-FAILED                  VALUE "Y".
002170
002180 01  WS-OPER-COUNT            PIC 9(03)  COMP  VALUE ZERO.
002190 01  WS-OPER-IDX              PIC 9(03)  COMP.
002200 01  WS-OPER-FOUND            PIC 9(03)  COMP.
002210
002220 01  WS-OPER-TABLE.
002230     05  WS-OPER-ENTRY OCCURS 100 TIMES.
002240         10  WS-OPER-TAB-ID       PIC X(08).
002250         10  WS-OPER-TAB-BATCH    PIC X(01).
002260         10  WS-OPER-TAB-RESTART  PIC X(01).
002270         10  WS-OPER-TAB-DECIMAL  PIC X(01).
002280
002290 01  WS-EDT-WORK.
002300     05  WS-EDT-WORK-FIELD    PIC X(12).
002310     05  WS-EDT-WORK-VALUE    PIC X(10).
002320     05  WS-EDT-WORK-RULE     PIC X(40).
002330
002340*----------------------------------------------------------------*
002350*    FLAG COUNTS FOR THE TOTALS LINES AND THE COMPLETION CODE    *
002360*----------------------------------------------------------------*
002370 01  WS-NO-SET-DAYS           PIC 9(05)  COMP  VALUE ZERO.
002380 01  WS-OVERLAP-DAYS          PIC 9(05)  COMP  VALUE ZERO.
002390 01  WS-BAD-RANGE-COUNT       PIC 9(05)  COMP  VALUE ZERO.
002400 01  WS-FAILING-CARDS         PIC 9(05)  COMP  VALUE ZERO.
002410 01  WS-FAILING-PICKED        PIC 9(05)  COMP  VALUE ZERO.
002420 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
002430
002440*----------------------------------------------------------------*
002450*    PRINT LINE LAYOUTS (COPY MTPRINT) AND REPORT CONTROLS       *
002460*----------------------------------------------------------------*
002470     COPY MTPRINT.
002480
002490 01  WS-REPORT-CONSTANTS.
002500     05  WS-COMPANY-NAME      PIC X(30)
002510                               VALUE "ACME MANUFACTURING CO.".
002520
002530 01  WS-PRINT-CONTROLS.
002540     05  WS-PAGE-NUMBER       PIC 9(04)  COMP  VALUE ZERO.
002550     05  WS-LINE-COUNT        PIC 9(03)  COMP  VALUE 99.
002560     05  WS-LINES-PER-PAGE    PIC 9(03)  COMP  VALUE 40.
002570
002580 01  WS-SUBTITLE-WORK         PIC X(40).
002590 01  WS-COLHDR-WORK           PIC X(80).
002600
002610 01  WS-DAY-HDR-LINE.
002620     05  FILLER               PIC X(01)  VALUE SPACE.
002630     05  FILLER               PIC X(10)  VALUE "RUN DATE".
002640     05  FILLER               PIC X(10)  VALUE "SET".
002650     05  FILLER               PIC X(10)  VALUE "EFF FROM".
002660     05  FILLER               PIC X(05)  VALUE "CARDS".
002670     05  FILLER               PIC X(14)  VALUE " FLAG".
002680     05  FILLER               PIC X(30)  VALUE "CARD SEQUENCES".
002690
002700 01  WS-DAY-DETAIL-LINE.
002710     05  FILLER               PIC X(01)  VALUE SPACE.
002720     05  WS-DAY-DET-DATE      PIC 9(08).
002730     05  FILLER               PIC X(02)  VALUE SPACES.
002740     05  WS-DAY-DET-SET       PIC X(08).
002750     05  FILLER               PIC X(02)  VALUE SPACES.
002760     05  WS-DAY-DET-FROM      PIC X(08).
002770     05  FILLER               PIC X(02)  VALUE SPACES.
002780     05  WS-DAY-DET-CARDS     PIC ZZ9.
002790     05  FILLER               PIC X(02)  VALUE SPACES.
002800     05  WS-DAY-DET-FLAG      PIC X(12).
002810     05  FILLER               PIC X(02)  VALUE SPACES.
002820     05  WS-DAY-DET-SEQS      PIC X(30).
002830
002840 01  WS-VER-HDR-LINE.
002850     05  FILLER               PIC X(01)  VALUE SPACE.
002860     05  FILLER               PIC X(09)  VALUE "CARD".
002870     05  FILLER               PIC X(07)  VALUE "START".
002880     05  FILLER               PIC X(06)  VALUE "ROWS".
002890     05  FILLER               PIC X(09)  VALUE "RESTART".
002900     05  FILLER               PIC X(10)  VALUE "OPERATOR".
002910     05  FILLER               PIC X(06)  VALUE "MODE".
002920     05  FILLER               PIC X(10)  VALUE "PRICE".
002930     05  FILLER               PIC X(22)  VALUE "RERUN".
002940
002950 01  WS-VER-TITLE-LINE.
002960     05  FILLER               PIC X(01)  VALUE SPACE.
002970     05  FILLER               PIC X(04)  VALUE "SET ".
002980     05  WS-VTL-SET           PIC X(08).
002990     05  FILLER               PIC X(11)  VALUE "  EFFECTIVE".
003000     05  FILLER               PIC X(01)  VALUE SPACE.
003010     05  WS-VTL-FROM          PIC 9(08).
003020     05  FILLER               PIC X(06)  VALUE " THRU ".
003030     05  WS-VTL-TO            PIC 9(08).
003040     05  FILLER               PIC X(12)  VALUE "  IN EFFECT ".
003050     05  WS-VTL-DAYS-IN       PIC ZZ9.
003060     05  FILLER               PIC X(09)  VALUE "  PICKED ".
003070     05  WS-VTL-DAYS-PICKED   PIC ZZ9.
003080     05  FILLER               PIC X(06)  VALUE SPACES.
003090
003100 01  WS-CARD-DETAIL-LINE.
003110     05  FILLER               PIC X(02)  VALUE SPACES.
003120     05  WS-CRD-SEQ           PIC ZZ9.
003130     05  FILLER               PIC X(05)  VALUE SPACES.
003140     05  WS-CRD-START         PIC X(03).
003150     05  FILLER               PIC X(04)  VALUE SPACES.
003160     05  WS-CRD-ROWS          PIC X(03).
003170     05  FILLER               PIC X(03)  VALUE SPACES.
003180     05  WS-CRD-RESTART       PIC X(03).
003190     05  FILLER               PIC X(06)  VALUE SPACES.
003200     05  WS-CRD-OPERATOR      PIC X(08).
003210     05  FILLER               PIC X(02)  VALUE SPACES.
003220     05  WS-CRD-MODE          PIC X(01).
003230     05  FILLER               PIC X(05)  VALUE SPACES.
003240     05  WS-CRD-PRICE         PIC X(07).
003250     05  FILLER               PIC X(03)  VALUE SPACES.
003260     05  WS-CRD-RERUN         PIC X(01).
003270     05  FILLER               PIC X(21)  VALUE SPACES.
003280
003290 01  WS-CARD-ERROR-LINE.
003300     05  FILLER               PIC X(06)  VALUE SPACES.
003310     05  FILLER               PIC X(03)  VALUE "** ".
003320     05  WS-CER-FIELD         PIC X(12).
003330     05  FILLER               PIC X(02)  VALUE SPACES.
003340     05  WS-CER-VALUE         PIC X(10).
003350     05  FILLER               PIC X(02)  VALUE SPACES.
003360     05  WS-CER-RULE          PIC X(40).
003370     05  FILLER               PIC X(05)  VALUE SPACES.
003380
003390 01  WS-BAD-RANGE-LINE.
003400     05  FILLER               PIC X(01)  VALUE SPACE.
003410     05  FILLER               PIC X(04)  VALUE "SET ".
003420     05  WS-BRL-SET           PIC X(08).
003430     05  FILLER               PIC X(11)  VALUE "  EFFECTIVE".
003440     05  FILLER               PIC X(01)  VALUE SPACE.
003450     05  WS-BRL-FROM          PIC 9(08).
003460     05  FILLER               PIC X(06)  VALUE " THRU ".
003470     05  WS-BRL-TO            PIC 9(08).
003480     05  FILLER               PIC X(33)  VALUE
003490         "  - ENDS BEFORE IT STARTS".
003500
003510 01  WS-TOTAL-LINE-1.
003520     05  FILLER               PIC X(01)  VALUE SPACE.
003530     05  FILLER               PIC X(15)  VALUE "DAYS FORECAST: ".
003540     05  WS-TOT-DAYS          PIC ZZ9.
003550     05  FILLER               PIC X(10)  VALUE "  NO SET: ".
003560     05  WS-TOT-NO-SET        PIC ZZ9.
003570     05  FILLER               PIC X(11)  VALUE "  OVERLAP: ".
003580     05  WS-TOT-OVERLAP       PIC ZZ9.
003590     05  FILLER               PIC X(34)  VALUE SPACES.
003600
003610 01  WS-TOTAL-LINE-2.
003620     05  FILLER               PIC X(01)  VALUE SPACE.
003630     05  FILLER               PIC X(15)  VALUE "FAILING CARDS: ".
003640     05  WS-TOT-FAILING       PIC ZZZZ9.
003650     05  FILLER               PIC X(18)  VALUE
003660         "  BAD DATE SETS: ".
003670     05  WS-TOT-BAD-RANGE     PIC ZZZZ9.
003680     05  FILLER               PIC X(21)  VALUE
003690         "  UNREADABLE RECS: ".
003700     05  WS-TOT-DROPPED       PIC ZZZZ9.
003710     05  FILLER               PIC X(10)  VALUE SPACES.
003720
003730 01  WS-NONE-LINE.
003740     05  FILLER               PIC X(01)  VALUE SPACE.
003750     05  WS-NONE-TEXT         PIC X(79).
003760
003770*----------------------------------------------------------------*
003780*    REPORT RUN DATE (TODAY) - ALSO THE FIRST DAY FORECAST       *
003790*----------------------------------------------------------------*
003800 01  WS-DATE-WORK.
003810     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
003820     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
003830         10  WS-RUN-YYYY      PIC 9(04).
003840         10  WS-RUN-MM        PIC 9(02).
003850         10  WS-RUN-DD        PIC 9(02).
003860     05  WS-RUN-DATE-DISPLAY  PIC X(10).
003870
003880 PROCEDURE DIVISION.
003890
003900 0000-MAIN-CATALOG-FORECAST.
003910
003920     PERFORM 1000-INITIALIZE.
003930     PERFORM 1100-READ-CONTROL-CARD.
003940     PERFORM 1200-LOAD-CATALOG.
003950     PERFORM 1300-LOAD-OPERATOR-FILE.
003960     OPEN OUTPUT PRINT-FILE.
003970     PERFORM 3000-FORECAST-WINDOW.
003980     PERFORM 4000-PRINT-SET-VERSIONS.
003990     PERFORM 6000-PRINT-BAD-RANGES.
004000     PERFORM 7000-PRINT-TOTALS.
004010     CLOSE PRINT-FILE.
004020     PERFORM 9000-END-PROGRAM.
004030
004040 1000-INITIALIZE.
004050
004060     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
004070     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
004080         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
004090     END-STRING.
004100
004110*----------------------------------------------------------------*
004120*    NUMBER OF DAYS - COLUMNS 1-3 OF THE OPTIONAL CONTROL CARD,  *
004130*    001-366.  NO CARD, A BLANK ONE OR A BAD VALUE MEANS 30.     *
004140*----------------------------------------------------------------*
004150 1100-READ-CONTROL-CARD.
004160
004170     MOVE WS-DEFAULT-DAYS TO WS-FORECAST-DAYS.
004180     OPEN INPUT CONTROL-CARD-FILE.
004190     IF WS-CTL-FILE-STATUS = "00"
004200         READ CONTROL-CARD-FILE
004210         IF WS-CTL-FILE-STATUS = "00"
004220             AND FCST-DAYS-IN NOT = SPACES
004230             IF FCST-DAYS-IN-9 NUMERIC
004240                 AND FCST-DAYS-IN-9 > ZERO
004250                 AND FCST-DAYS-IN-9 NOT > 366
004260                 MOVE FCST-DAYS-IN-9 TO WS-FORECAST-DAYS
004270             ELSE
004280                 DISPLAY "FORECAST DAYS '", FCST-DAYS-IN,
004290                     "' NOT 001-366 - USING ", WS-DEFAULT-DAYS
004300             END-IF
004310         END-IF
004320         CLOSE CONTROL-CARD-FILE
004330     END-IF.
004340
004350*----------------------------------------------------------------*
004360*    LOAD THE CATALOG AS PROGRAM1'S 0955 DOES, AND REGISTER EACH *
004370*    CARD'S SET VERSION.  NO CATALOG MEANS NOTHING TO FORECAST.  *
004380*----------------------------------------------------------------*
004390 1200-LOAD-CATALOG.
004400
004410     OPEN INPUT PARM-CATALOG-FILE.
004420     IF WS-CTLG-FILE-STATUS NOT = "00"
004430         PERFORM 9950-ABORT-NO-CATALOG
004470     END-IF.
004480     PERFORM 1250-READ-ONE-CATALOG-CARD
004490         UNTIL WS-CTLG-FILE-STATUS NOT = "00".
004500     CLOSE PARM-CATALOG-FILE.
004510
004520 1250-READ-ONE-CATALOG-CARD.
004530
004540     READ PARM-CATALOG-FILE.
004550     IF WS-CTLG-FILE-STATUS = "00"
004560         IF MT-CAT-EFF-FROM NUMERIC AND MT-CAT-EFF-TO NUMERIC
004570             AND MT-CAT-CARD-SEQ NUMERIC
004580             IF WS-CTLG-COUNT < 200
004590                 ADD 1 TO WS-CTLG-COUNT
004600                 MOVE MT-CAT-SET-NAME
004610                     TO WS-CTLG-TAB-SET (WS-CTLG-COUNT)
004620                 MOVE MT-CAT-EFF-FROM
004630                     TO WS-CTLG-TAB-FROM (WS-CTLG-COUNT)
004640                 MOVE MT-CAT-EFF-TO
004650                     TO WS-CTLG-TAB-TO (WS-CTLG-COUNT)
004660                 MOVE MT-CAT-CARD-SEQ
004670                     TO WS-CTLG-TAB-SEQ (WS-CTLG-COUNT)
004680                 MOVE MT-CAT-CARD-FIELDS
004690                     TO WS-CTLG-TAB-CARD (WS-CTLG-COUNT)
004700                 MOVE MT-CAT-PENDING-ACTION
004710                     TO WS-CTLG-TAB-PENDING (WS-CTLG-COUNT)
004720                 PERFORM 1270-REGISTER-SET-VERSION
004730             ELSE
004740                 DISPLAY "CATALOG TABLE FULL - RECORD DROPPED"
004750                 ADD 1 TO WS-CTLG-DROPPED
004760             END-IF
004770         ELSE
004780             DISPLAY "UNREADABLE CATALOG RECORD DROPPED - SET ",
004790                 MT-CAT-SET-NAME
004800             ADD 1 TO WS-CTLG-DROPPED
004810         END-IF
004820     END-IF.
004830
004840 1270-REGISTER-SET-VERSION.
004850
004860     MOVE ZERO TO WS-VER-FOUND.
004870     PERFORM 1280-FIND-ONE-VERSION
004880         VARYING WS-VER-IDX FROM 1 BY 1
004890         UNTIL WS-VER-IDX > WS-VER-COUNT
004900             OR WS-VER-FOUND > ZERO.
004910     IF WS-VER-FOUND = ZERO
004920         IF WS-VER-COUNT < 50
004930             ADD 1 TO WS-VER-COUNT
004940             MOVE WS-VER-COUNT TO WS-VER-FOUND
004950             MOVE MT-CAT-SET-NAME TO WS-VER-SET (WS-VER-FOUND)
004960             MOVE MT-CAT-EFF-FROM TO WS-VER-FROM (WS-VER-FOUND)
004970             MOVE MT-CAT-EFF-TO TO WS-VER-TO (WS-VER-FOUND)
004980             MOVE "N" TO WS-VER-BAD-RANGE-SW (WS-VER-FOUND)
004990             MOVE ZERO TO WS-VER-LAST-DAY (WS-VER-FOUND)
005000             MOVE ZERO TO WS-VER-DAYS-IN (WS-VER-FOUND)
005010             MOVE ZERO TO WS-VER-DAYS-PICKED (WS-VER-FOUND)
005020             MOVE ZERO TO WS-VER-FAILING (WS-VER-FOUND)
005030         ELSE
005040             DISPLAY "SET VERSION TABLE FULL - SET ",
005050                 MT-CAT-SET-NAME, " NOT FORECAST"
005060         END-IF
005070     END-IF.
005080     MOVE WS-VER-FOUND TO WS-CTLG-TAB-VER (WS-CTLG-COUNT).
005090     IF WS-VER-FOUND > ZERO
005100         AND MT-CAT-EFF-TO < MT-CAT-EFF-FROM
005110         MOVE "Y" TO WS-VER-BAD-RANGE-SW (WS-VER-FOUND)
005120         MOVE MT-CAT-EFF-TO TO WS-VER-TO (WS-VER-FOUND)
005130     END-IF.
005140
005150 1280-FIND-ONE-VERSION.
005160
005170     IF WS-VER-SET (WS-VER-IDX) = MT-CAT-SET-NAME
005180         AND WS-VER-FROM (WS-VER-IDX) = MT-CAT-EFF-FROM
005190         MOVE WS-VER-IDX TO WS-VER-FOUND
005200     END-IF.
005210
005220*----------------------------------------------------------------*
005230*    OPERATOR SECURITY, LOADED AS PROGRAM1'S 6300 LOADS IT.      *
005240*----------------------------------------------------------------*
005250 1300-LOAD-OPERATOR-FILE.
005260
005270     OPEN INPUT OPERATOR-SEC-FILE.
005280     IF WS-OPER-FILE-STATUS NOT = "00"
005290         PERFORM 9960-ABORT-NO-OPERSEC
005330     END-IF.
005340     PERFORM 1350-READ-ONE-OPERATOR
005350         UNTIL WS-OPER-FILE-STATUS NOT = "00".
005360     CLOSE OPERATOR-SEC-FILE.
005370
005380 1350-READ-ONE-OPERATOR.
005390
005400     READ OPERATOR-SEC-FILE.
005410     IF WS-OPER-FILE-STATUS = "00"
005420         IF WS-OPER-COUNT < 100
005430             ADD 1 TO WS-OPER-COUNT
005440             MOVE MT-OPER-ID
005450                 TO WS-OPER-TAB-ID (WS-OPER-COUNT)
005460             MOVE MT-OPER-MAY-RUN-BATCH
005470                 TO WS-OPER-TAB-BATCH (WS-OPER-COUNT)
005480             MOVE MT-OPER-MAY-RESTART
005490                 TO WS-OPER-TAB-RESTART (WS-OPER-COUNT)
005500             MOVE MT-OPER-MAY-RUN-DECIMAL
005510                 TO WS-OPER-TAB-DECIMAL (WS-OPER-COUNT)
005520         ELSE
005530             DISPLAY "OPERATOR TABLE FULL - RECORD DROPPED"
005540         END-IF
005550     END-IF.
005560
005570*----------------------------------------------------------------*
005580*    THE DAILY CALENDAR - ONE LINE PER NIGHT IN THE WINDOW.      *
005590*----------------------------------------------------------------*
005600 3000-FORECAST-WINDOW.
005610
005620     MOVE "DAILY DECK FORECAST" TO WS-SUBTITLE-WORK.
005630     MOVE WS-DAY-HDR-LINE TO WS-COLHDR-WORK.
005640     PERFORM 8000-WRITE-PAGE-HEADERS.
005650     MOVE WS-RUN-DATE-YYYYMMDD TO WS-DAY-DATE.
005660     PERFORM 3100-FORECAST-ONE-DAY
005670         VARYING WS-DAY-NUMBER FROM 1 BY 1
005680         UNTIL WS-DAY-NUMBER > WS-FORECAST-DAYS.
005690
005700 3100-FORECAST-ONE-DAY.
005710
005720     MOVE SPACES TO WS-BEST-NAME.
005730     MOVE ZERO TO WS-BEST-FROM.
005740     MOVE ZERO TO WS-BEST-VER.
005750     MOVE ZERO TO WS-DAY-SET-COUNT.
005760     PERFORM 3200-CHECK-ONE-CARD-FOR-DAY
005770         VARYING WS-CTLG-IDX FROM 1 BY 1
005780         UNTIL WS-CTLG-IDX > WS-CTLG-COUNT.
005790     MOVE WS-DAY-DATE TO WS-DAY-DET-DATE.
005800     MOVE SPACES TO WS-DAY-DET-FLAG.
005810     IF WS-BEST-VER = ZERO
005820         ADD 1 TO WS-NO-SET-DAYS
005830         MOVE SPACES TO WS-DAY-DET-SET
005840         MOVE SPACES TO WS-DAY-DET-FROM
005850         MOVE ZERO TO WS-DAY-DET-CARDS
005860         MOVE "** NO SET" TO WS-DAY-DET-FLAG
005870         MOVE "PARMFILE DECK WOULD BE USED" TO WS-DAY-DET-SEQS
005880     ELSE
005890         ADD 1 TO WS-VER-DAYS-PICKED (WS-BEST-VER)
005900         MOVE WS-BEST-NAME TO WS-DAY-DET-SET
005910         MOVE WS-BEST-FROM TO WS-DAY-DET-FROM
005920         MOVE WS-BEST-VER TO WS-VER-IDX
005930         PERFORM 5000-BUILD-VERSION-DECK
005940         MOVE WS-DECK-COUNT TO WS-DAY-DET-CARDS
005950         PERFORM 3300-LIST-DECK-SEQUENCES
005960         IF WS-DAY-SET-COUNT > 1
005970             ADD 1 TO WS-OVERLAP-DAYS
005980             MOVE "** OVERLAP" TO WS-DAY-DET-FLAG
005990         END-IF
006000     END-IF.
006010     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006020         PERFORM 8000-WRITE-PAGE-HEADERS
006030     END-IF.
006040     WRITE PRINT-RECORD FROM WS-DAY-DETAIL-LINE.
006050     ADD 1 TO WS-LINE-COUNT.
006060     PERFORM 3900-ADVANCE-ONE-DAY.
006070
006080*----------------------------------------------------------------*
006090*    A CARD IN EFFECT FOR THE NIGHT - PENDING ADDS AND CHANGES   *
006100*    NEVER COUNT, AS IN PROGRAM1'S 0965.  EACH VERSION IN EFFECT *
006110*    IS COUNTED ONCE FOR THE NIGHT; THE LATEST EFFECTIVE-FROM    *
006120*    WINS.                                                       *
006130*----------------------------------------------------------------*
006140 3200-CHECK-ONE-CARD-FOR-DAY.
006150
006160     IF WS-CTLG-TAB-FROM (WS-CTLG-IDX) <= WS-DAY-DATE
006170         AND WS-CTLG-TAB-TO (WS-CTLG-IDX) >= WS-DAY-DATE
006180         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = "A"
006190         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = "C"
006200         AND WS-CTLG-TAB-VER (WS-CTLG-IDX) > ZERO
006210         MOVE WS-CTLG-TAB-VER (WS-CTLG-IDX) TO WS-VER-IDX
006220         IF WS-VER-LAST-DAY (WS-VER-IDX) NOT = WS-DAY-NUMBER
006230             MOVE WS-DAY-NUMBER TO WS-VER-LAST-DAY (WS-VER-IDX)
006240             ADD 1 TO WS-VER-DAYS-IN (WS-VER-IDX)
006250             ADD 1 TO WS-DAY-SET-COUNT
006260         END-IF
006270         IF WS-CTLG-TAB-FROM (WS-CTLG-IDX) > WS-BEST-FROM
006280             MOVE WS-CTLG-TAB-SET (WS-CTLG-IDX) TO WS-BEST-NAME
006290             MOVE WS-CTLG-TAB-FROM (WS-CTLG-IDX) TO WS-BEST-FROM
006300             MOVE WS-VER-IDX TO WS-BEST-VER
006310         END-IF
006320     END-IF.
006330
006340 3300-LIST-DECK-SEQUENCES.
006350
006360     MOVE SPACES TO WS-SEQ-LIST.
006370     MOVE 1 TO WS-SEQ-POINTER.
006380     PERFORM 3350-LIST-ONE-SEQUENCE
006390         VARYING WS-DECK-IDX FROM 1 BY 1
006400         UNTIL WS-DECK-IDX > WS-DECK-COUNT.
006410     MOVE WS-SEQ-LIST TO WS-DAY-DET-SEQS.
006420
006430 3350-LIST-ONE-SEQUENCE.
006440
006450     MOVE WS-DECK-CTLG-IDX (WS-DECK-IDX) TO WS-CTLG-IDX.
006460     IF WS-SEQ-POINTER < 26
006470         STRING WS-CTLG-TAB-SEQ (WS-CTLG-IDX) " "
006480             DELIMITED BY SIZE
006490             INTO WS-SEQ-LIST
006500             WITH POINTER WS-SEQ-POINTER
006510         END-STRING
006520     ELSE
006530         IF WS-SEQ-POINTER < 30
006540             MOVE "+" TO WS-SEQ-LIST (30:1)
006550             MOVE 30 TO WS-SEQ-POINTER
006560         END-IF
006570     END-IF.
006580
006590*----------------------------------------------------------------*
006600*    NEXT CALENDAR DAY, HONORING MONTH LENGTHS AND LEAP YEARS.   *
006610*----------------------------------------------------------------*
006620 3900-ADVANCE-ONE-DAY.
006630
006640     MOVE WS-MONTH-DAYS (WS-DAY-MM) TO WS-DAY-MONTH-END.
006650     IF WS-DAY-MM = 2
006660         PERFORM 3950-CHECK-LEAP-YEAR
006670         IF WS-LEAP-YEAR
006680             MOVE 29 TO WS-DAY-MONTH-END
006690         END-IF
006700     END-IF.
006710     IF WS-DAY-DD < WS-DAY-MONTH-END
006720         ADD 1 TO WS-DAY-DD
006730     ELSE
006740         MOVE 1 TO WS-DAY-DD
006750         IF WS-DAY-MM < 12
006760             ADD 1 TO WS-DAY-MM
006770         ELSE
006780             MOVE 1 TO WS-DAY-MM
006790             ADD 1 TO WS-DAY-YYYY
006800         END-IF
006810     END-IF.
006820
006830 3950-CHECK-LEAP-YEAR.
006840
006850     MOVE "N" TO WS-LEAP-SW.
006860     DIVIDE WS-DAY-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006870         REMAINDER WS-LEAP-REMAINDER.
006880     IF WS-LEAP-REMAINDER = ZERO
006890         MOVE "Y" TO WS-LEAP-SW
006900         DIVIDE WS-DAY-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006910             REMAINDER WS-LEAP-REMAINDER
006920         IF WS-LEAP-REMAINDER = ZERO
006930             MOVE "N" TO WS-LEAP-SW
006940             DIVIDE WS-DAY-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006950                 REMAINDER WS-LEAP-REMAINDER
006960             IF WS-LEAP-REMAINDER = ZERO
006970                 MOVE "Y" TO WS-LEAP-SW
006980             END-IF
006990         END-IF
007000     END-IF.
007010
007020*----------------------------------------------------------------*
007030*    EVERY SET VERSION IN EFFECT ON ANY NIGHT OF THE WINDOW -    *
007040*    ITS DECK CARD BY CARD, EACH CARD PUT THROUGH PROGRAM1'S     *
007050*    EDIT WITH ITS FAILURES UNDER IT.                            *
007060*----------------------------------------------------------------*
007070 4000-PRINT-SET-VERSIONS.
007080
007090     MOVE "SET VERSIONS IN EFFECT - CARD EDIT"
007100         TO WS-SUBTITLE-WORK.
007110     MOVE WS-VER-HDR-LINE TO WS-COLHDR-WORK.
007120     PERFORM 8000-WRITE-PAGE-HEADERS.
007130     PERFORM 4100-PRINT-ONE-VERSION
007140         VARYING WS-VER-IDX FROM 1 BY 1
007150         UNTIL WS-VER-IDX > WS-VER-COUNT.
007160
007170 4100-PRINT-ONE-VERSION.
007180
007190     IF WS-VER-DAYS-IN (WS-VER-IDX) > ZERO
007200         IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
007210             PERFORM 8000-WRITE-PAGE-HEADERS
007220         END-IF
007230         MOVE WS-VER-SET (WS-VER-IDX) TO WS-VTL-SET
007240         MOVE WS-VER-FROM (WS-VER-IDX) TO WS-VTL-FROM
007250         MOVE WS-VER-TO (WS-VER-IDX) TO WS-VTL-TO
007260         MOVE WS-VER-DAYS-IN (WS-VER-IDX) TO WS-VTL-DAYS-IN
007270         MOVE WS-VER-DAYS-PICKED (WS-VER-IDX)
007280             TO WS-VTL-DAYS-PICKED
007290         MOVE SPACES TO PRINT-RECORD
007300         WRITE PRINT-RECORD
007310         WRITE PRINT-RECORD FROM WS-VER-TITLE-LINE
007320         ADD 2 TO WS-LINE-COUNT
007330         PERFORM 5000-BUILD-VERSION-DECK
007340         PERFORM 4200-EDIT-ONE-DECK-CARD
007350             VARYING WS-DECK-IDX FROM 1 BY 1
007360             UNTIL WS-DECK-IDX > WS-DECK-COUNT
007370         IF WS-DECK-OVERFLOW
007380             MOVE "CARD DECK" TO WS-EDT-WORK-FIELD
007390             MOVE SPACES TO WS-EDT-WORK-VALUE
007400             MOVE "MORE THAN 50 CARDS IN THE SET"
007410                 TO WS-EDT-WORK-RULE
007420             PERFORM 5900-PRINT-CARD-ERROR
007430             ADD 1 TO WS-FAILING-CARDS
007440             ADD 1 TO WS-VER-FAILING (WS-VER-IDX)
007450         END-IF
007460         IF WS-VER-FAILING (WS-VER-IDX) > ZERO
007470             AND WS-VER-DAYS-PICKED (WS-VER-IDX) > ZERO
007480             ADD WS-VER-FAILING (WS-VER-IDX) TO WS-FAILING-PICKED
007490         END-IF
007500     END-IF.
007510
007520 4200-EDIT-ONE-DECK-CARD.
007530
007540     MOVE WS-DECK-CTLG-IDX (WS-DECK-IDX) TO WS-CTLG-IDX.
007550     MOVE WS-DECK-IDX TO WS-CARD-SEQ.
007560     MOVE SPACES TO MT-PARM-RECORD.
007570     MOVE WS-CTLG-TAB-CARD (WS-CTLG-IDX) TO MT-PARM-RECORD.
007580     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007590         PERFORM 8000-WRITE-PAGE-HEADERS
007600     END-IF.
007610     MOVE WS-CTLG-TAB-SEQ (WS-CTLG-IDX) TO WS-CRD-SEQ.
007620     MOVE MT-PARM-RECORD (1:3) TO WS-CRD-START.
007630     MOVE MT-PARM-RECORD (4:3) TO WS-CRD-ROWS.
007640     MOVE MT-PARM-RECORD (7:3) TO WS-CRD-RESTART.
007650     MOVE MT-OPERATOR-ID TO WS-CRD-OPERATOR.
007660     MOVE MT-MODE-FLAG TO WS-CRD-MODE.
007670     MOVE MT-UNIT-PRICE-X TO WS-CRD-PRICE.
007680     MOVE MT-RERUN-FLAG TO WS-CRD-RERUN.
007690     WRITE PRINT-RECORD FROM WS-CARD-DETAIL-LINE.
007700     ADD 1 TO WS-LINE-COUNT.
007710     MOVE "N" TO WS-CARD-FAILED-SW.
007720     PERFORM 5100-EDIT-ONE-CARD.
007730     IF WS-CARD-FAILED
007740         ADD 1 TO WS-FAILING-CARDS
007750         ADD 1 TO WS-VER-FAILING (WS-VER-IDX)
007760     END-IF.
007770
007780*----------------------------------------------------------------*
007790*    BUILD THE DECK FOR VERSION WS-VER-IDX IN CARD SEQUENCE      *
007800*    ORDER - PROGRAM1'S 0970/0975/0980.                          *
007810*----------------------------------------------------------------*
007820 5000-BUILD-VERSION-DECK.
007830
007840     MOVE ZERO TO WS-DECK-COUNT.
007850     MOVE "N" TO WS-DECK-OVERFLOW-SW.
007860     PERFORM 5050-LOAD-ONE-DECK-SEQ
007870         VARYING WS-CTLG-SEQ-WANT FROM 1 BY 1
007880         UNTIL WS-CTLG-SEQ-WANT > 50.
007890
007900 5050-LOAD-ONE-DECK-SEQ.
007910
007920     PERFORM 5060-MATCH-ONE-DECK-CARD
007930         VARYING WS-CTLG-IDX FROM 1 BY 1
007940         UNTIL WS-CTLG-IDX > WS-CTLG-COUNT.
007950
007960 5060-MATCH-ONE-DECK-CARD.
007970
007980     IF WS-CTLG-TAB-VER (WS-CTLG-IDX) = WS-VER-IDX
007990         AND WS-CTLG-TAB-SEQ (WS-CTLG-IDX) = WS-CTLG-SEQ-WANT
008000         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = "A"
008010         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = "C"
008020         IF WS-DECK-COUNT < 50
008030             ADD 1 TO WS-DECK-COUNT
008040             MOVE WS-CTLG-IDX TO WS-DECK-CTLG-IDX (WS-DECK-COUNT)
008050         ELSE
008060             SET WS-DECK-OVERFLOW TO TRUE
008070         END-IF
008080     END-IF.
008090
008100*----------------------------------------------------------------*
008110*    PROGRAM1'S 6610-EDIT-ONE-CARD RULES, CARD BY CARD.  THE     *
008120*    CARD SEQUENCE HERE IS THE CARD'S POSITION IN THE DECK, AS   *
008130*    IT IS IN PROGRAM1.                                          *
008140*----------------------------------------------------------------*
008150 5100-EDIT-ONE-CARD.
008160
008170     IF MT-START-NUMBER NOT NUMERIC
008180         OR MT-START-NUMBER = ZERO
008190         MOVE "START NUMBER" TO WS-EDT-WORK-FIELD
008200         MOVE MT-START-NUMBER TO WS-EDT-WORK-VALUE
008210         MOVE "MUST BE NUMERIC 001-999" TO WS-EDT-WORK-RULE
008220         PERFORM 5900-PRINT-CARD-ERROR
008230     END-IF.
008240
008250     IF MT-ROW-COUNT NOT NUMERIC
008260         OR MT-ROW-COUNT = ZERO
008270         OR MT-ROW-COUNT > 10
008280         MOVE "ROW COUNT" TO WS-EDT-WORK-FIELD
008290         MOVE MT-ROW-COUNT TO WS-EDT-WORK-VALUE
008300         MOVE "MUST BE NUMERIC 001-010" TO WS-EDT-WORK-RULE
008310         PERFORM 5900-PRINT-CARD-ERROR
008320     ELSE
008330         IF MT-MODE-FLAG = "D" AND MT-ROW-COUNT > 8
008340             MOVE "ROW COUNT" TO WS-EDT-WORK-FIELD
008350             MOVE MT-ROW-COUNT TO WS-EDT-WORK-VALUE
008360             MOVE "DECIMAL MODE ALLOWS AT MOST 008"
008370                 TO WS-EDT-WORK-RULE
008380             PERFORM 5900-PRINT-CARD-ERROR
008390         END-IF
008400     END-IF.
008410
008420     IF MT-RESTART-ROW NOT = SPACES
008430         IF MT-RESTART-ROW NOT NUMERIC
008440             MOVE "RESTART ROW" TO WS-EDT-WORK-FIELD
008450             MOVE MT-RESTART-ROW TO WS-EDT-WORK-VALUE
008460             MOVE "MUST BE NUMERIC OR BLANK" TO WS-EDT-WORK-RULE
008470             PERFORM 5900-PRINT-CARD-ERROR
008480         ELSE
008490             IF MT-RESTART-ROW > 1 AND WS-CARD-SEQ > 1
008500                 MOVE "RESTART ROW" TO WS-EDT-WORK-FIELD
008510                 MOVE MT-RESTART-ROW TO WS-EDT-WORK-VALUE
008520                 MOVE "ALLOWED ON THE FIRST CARD ONLY"
008530                     TO WS-EDT-WORK-RULE
008540                 PERFORM 5900-PRINT-CARD-ERROR
008550             ELSE
008560                 IF MT-MODE-FLAG NOT = "D"
008570                     AND MT-ROW-COUNT NUMERIC
008580                     AND MT-RESTART-ROW > MT-ROW-COUNT
008590                     MOVE "RESTART ROW" TO WS-EDT-WORK-FIELD
008600                     MOVE MT-RESTART-ROW TO WS-EDT-WORK-VALUE
008610                     MOVE "EXCEEDS THE CARD ROW COUNT"
008620                         TO WS-EDT-WORK-RULE
008630                     PERFORM 5900-PRINT-CARD-ERROR
008640                 END-IF
008650             END-IF
008660         END-IF
008670     END-IF.
008680
008690     IF MT-OPERATOR-ID = SPACES
008700         MOVE "OPERATOR ID" TO WS-EDT-WORK-FIELD
008710         MOVE SPACES TO WS-EDT-WORK-VALUE
008720         MOVE "OPERATOR ID IS REQUIRED" TO WS-EDT-WORK-RULE
008730         PERFORM 5900-PRINT-CARD-ERROR
008740     ELSE
008750         PERFORM 5200-CHECK-OPERATOR-AUTH
008760     END-IF.
008770
008780     IF MT-MODE-FLAG NOT = SPACE
008790         AND MT-MODE-FLAG NOT = "I"
008800         AND MT-MODE-FLAG NOT = "D"
008810         MOVE "MODE FLAG" TO WS-EDT-WORK-FIELD
008820         MOVE MT-MODE-FLAG TO WS-EDT-WORK-VALUE
008830         MOVE "MUST BE I, D OR BLANK" TO WS-EDT-WORK-RULE
008840         PERFORM 5900-PRINT-CARD-ERROR
008850     END-IF.
008860
008870     IF MT-MODE-FLAG = "D"
008880         IF MT-UNIT-PRICE NOT NUMERIC
008890             OR MT-UNIT-PRICE = ZERO
008900             MOVE "UNIT PRICE" TO WS-EDT-WORK-FIELD
008910             MOVE MT-UNIT-PRICE-X TO WS-EDT-WORK-VALUE
008920             MOVE "REQUIRED NONZERO IN DECIMAL MODE"
008930                 TO WS-EDT-WORK-RULE
008940             PERFORM 5900-PRINT-CARD-ERROR
008950         END-IF
008960     ELSE
008970         IF MT-UNIT-PRICE-X NOT = SPACES
008980             AND MT-UNIT-PRICE NOT NUMERIC
008990             MOVE "UNIT PRICE" TO WS-EDT-WORK-FIELD
009000             MOVE MT-UNIT-PRICE-X TO WS-EDT-WORK-VALUE
009010             MOVE "MUST BE NUMERIC OR BLANK" TO WS-EDT-WORK-RULE
009020             PERFORM 5900-PRINT-CARD-ERROR
009030         END-IF
009040     END-IF.
009050
009060     IF MT-RERUN-FLAG NOT = SPACE AND MT-RERUN-FLAG NOT = "F"
009070         MOVE "RERUN FLAG" TO WS-EDT-WORK-FIELD
009080         MOVE MT-RERUN-FLAG TO WS-EDT-WORK-VALUE
009090         MOVE "MUST BE F OR BLANK" TO WS-EDT-WORK-RULE
009100         PERFORM 5900-PRINT-CARD-ERROR
009110     END-IF.
009120
009130*----------------------------------------------------------------*
009140*    PROGRAM1'S 6630-CHECK-OPERATOR-AUTH RULES.                  *
009150*----------------------------------------------------------------*
009160 5200-CHECK-OPERATOR-AUTH.
009170
009180     MOVE ZERO TO WS-OPER-FOUND.
009190     PERFORM 5250-MATCH-ONE-OPERATOR
009200         VARYING WS-OPER-IDX FROM 1 BY 1
009210         UNTIL WS-OPER-IDX > WS-OPER-COUNT
009220             OR WS-OPER-FOUND > ZERO.
009230     IF WS-OPER-FOUND = ZERO
009240         MOVE "OPERATOR ID" TO WS-EDT-WORK-FIELD
009250         MOVE MT-OPERATOR-ID TO WS-EDT-WORK-VALUE
009260         MOVE "NOT ON THE OPERATOR SECURITY FILE"
009270             TO WS-EDT-WORK-RULE
009280         PERFORM 5900-PRINT-CARD-ERROR
009290     ELSE
009300         IF WS-OPER-TAB-BATCH (WS-OPER-FOUND) NOT = "Y"
009310             MOVE "OPERATOR ID" TO WS-EDT-WORK-FIELD
009320             MOVE MT-OPERATOR-ID TO WS-EDT-WORK-VALUE
009330             MOVE "NOT AUTHORIZED TO RUN THE BATCH JOB"
009340                 TO WS-EDT-WORK-RULE
009350             PERFORM 5900-PRINT-CARD-ERROR
009360         END-IF
009370         IF MT-MODE-FLAG = "D"
009380             AND WS-OPER-TAB-DECIMAL (WS-OPER-FOUND) NOT = "Y"
009390             MOVE "OPERATOR ID" TO WS-EDT-WORK-FIELD
009400             MOVE MT-OPERATOR-ID TO WS-EDT-WORK-VALUE
009410             MOVE "NOT AUTHORIZED FOR DECIMAL MODE"
009420                 TO WS-EDT-WORK-RULE
009430             PERFORM 5900-PRINT-CARD-ERROR
009440         END-IF
009450         IF MT-RESTART-ROW NUMERIC AND MT-RESTART-ROW > 1
009460             AND WS-OPER-TAB-RESTART (WS-OPER-FOUND) NOT = "Y"
009470             MOVE "OPERATOR ID" TO WS-EDT-WORK-FIELD
009480             MOVE MT-OPERATOR-ID TO WS-EDT-WORK-VALUE
009490             MOVE "NOT AUTHORIZED TO RESTART"
009500                 TO WS-EDT-WORK-RULE
009510             PERFORM 5900-PRINT-CARD-ERROR
009520         END-IF
009530     END-IF.
009540
009550 5250-MATCH-ONE-OPERATOR.
009560
009570     IF WS-OPER-TAB-ID (WS-OPER-IDX) = MT-OPERATOR-ID
009580         MOVE WS-OPER-IDX TO WS-OPER-FOUND
009590     END-IF.
009600
009610 5900-PRINT-CARD-ERROR.
009620
009630     SET WS-CARD-FAILED TO TRUE.
009640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009650         PERFORM 8000-WRITE-PAGE-HEADERS
009660     END-IF.
009670     MOVE WS-EDT-WORK-FIELD TO WS-CER-FIELD.
009680     MOVE WS-EDT-WORK-VALUE TO WS-CER-VALUE.
009690     MOVE WS-EDT-WORK-RULE TO WS-CER-RULE.
009700     WRITE PRINT-RECORD FROM WS-CARD-ERROR-LINE.
009710     ADD 1 TO WS-LINE-COUNT.
009720
009730*----------------------------------------------------------------*
009740*    SET VERSIONS WHOSE EFFECTIVE-TO DATE IS BEFORE THEIR        *
009750*    EFFECTIVE-FROM DATE - NEVER IN EFFECT ON ANY NIGHT.         *
009760*----------------------------------------------------------------*
009770 6000-PRINT-BAD-RANGES.
009780
009790     MOVE "CATALOG DATE RANGE ERRORS" TO WS-SUBTITLE-WORK.
009800     MOVE SPACES TO WS-COLHDR-WORK.
009810     PERFORM 8000-WRITE-PAGE-HEADERS.
009820     PERFORM 6100-PRINT-ONE-BAD-RANGE
009830         VARYING WS-VER-IDX FROM 1 BY 1
009840         UNTIL WS-VER-IDX > WS-VER-COUNT.
009850     IF WS-BAD-RANGE-COUNT = ZERO
009860         MOVE "NO SET ENDS BEFORE IT STARTS" TO WS-NONE-TEXT
009870         WRITE PRINT-RECORD FROM WS-NONE-LINE
009880         ADD 1 TO WS-LINE-COUNT
009890     END-IF.
009900
009910 6100-PRINT-ONE-BAD-RANGE.
009920
009930     IF WS-VER-BAD-RANGE (WS-VER-IDX)
009940         ADD 1 TO WS-BAD-RANGE-COUNT
009950         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009960             PERFORM 8000-WRITE-PAGE-HEADERS
009970         END-IF
009980         MOVE WS-VER-SET (WS-VER-IDX) TO WS-BRL-SET
009990         MOVE WS-VER-FROM (WS-VER-IDX) TO WS-BRL-FROM
010000         MOVE WS-VER-TO (WS-VER-IDX) TO WS-BRL-TO
010010         WRITE PRINT-RECORD FROM WS-BAD-RANGE-LINE
010020         ADD 1 TO WS-LINE-COUNT
010030     END-IF.
010040
010050 7000-PRINT-TOTALS.
010060
010070     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
010080         PERFORM 8000-WRITE-PAGE-HEADERS
010090     END-IF.
010100     MOVE SPACES TO PRINT-RECORD.
010110     WRITE PRINT-RECORD.
010120     MOVE WS-FORECAST-DAYS TO WS-TOT-DAYS.
010130     MOVE WS-NO-SET-DAYS TO WS-TOT-NO-SET.
010140     MOVE WS-OVERLAP-DAYS TO WS-TOT-OVERLAP.
010150     WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
010160     MOVE WS-FAILING-CARDS TO WS-TOT-FAILING.
010170     MOVE WS-BAD-RANGE-COUNT TO WS-TOT-BAD-RANGE.
010180     MOVE WS-CTLG-DROPPED TO WS-TOT-DROPPED.
010190     WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
010200
010210 8000-WRITE-PAGE-HEADERS.
010220
010230     ADD 1 TO WS-PAGE-NUMBER.
010240     MOVE SPACES TO MT-PRINT-LINE.
010250     MOVE "1" TO MT-PRINT-CC.
010260     MOVE WS-COMPANY-NAME TO MT-TITLE-COMPANY.
010270     MOVE "RUN DATE: " TO MT-TITLE-DATE-LIT.
010280     MOVE WS-RUN-DATE-DISPLAY TO MT-TITLE-RUN-DATE.
010290     MOVE "PAGE: " TO MT-TITLE-PAGE-LIT.
010300     MOVE WS-PAGE-NUMBER TO MT-TITLE-PAGE-NO.
010310     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
010320     MOVE SPACES TO MT-PRINT-LINE.
010330     MOVE " " TO MT-PRINT-CC.
010340     MOVE WS-SUBTITLE-WORK TO MT-SUBTITLE-TEXT.
010350     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
010360     MOVE SPACES TO MT-PRINT-LINE.
010370     MOVE " " TO MT-PRINT-CC.
010380     MOVE ALL "-" TO MT-PRINT-TEXT.
010390     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
010400     IF WS-COLHDR-WORK NOT = SPACES
010410         WRITE PRINT-RECORD FROM WS-COLHDR-WORK
010420         MOVE SPACES TO MT-PRINT-LINE
010430         MOVE " " TO MT-PRINT-CC
010440         MOVE ALL "-" TO MT-PRINT-TEXT
010450         WRITE PRINT-RECORD FROM MT-PRINT-LINE
010460     END-IF.
010470     MOVE ZERO TO WS-LINE-COUNT.
010480
010490*----------------------------------------------------------------*
010500*    GRADED COMPLETION - 08 WHEN A NIGHT WOULD FALL BACK TO      *
010510*    PARMFILE OR RUN A FAILING CARD, 04 FOR ANY OTHER FLAG,      *
010520*    ELSE 00.                                                    *
010530*----------------------------------------------------------------*
010540 9000-END-PROGRAM.
010550
010560     IF WS-NO-SET-DAYS > ZERO
010570         OR WS-FAILING-PICKED > ZERO
010580         MOVE 8 TO WS-FINAL-RC
010590     ELSE
010600         IF WS-OVERLAP-DAYS > ZERO
010610             OR WS-BAD-RANGE-COUNT > ZERO
010620             OR WS-FAILING-CARDS > ZERO
010630             OR WS-CTLG-DROPPED > ZERO
010640             MOVE 4 TO WS-FINAL-RC
010650         ELSE
010660             MOVE ZERO TO WS-FINAL-RC
010670         END-IF
010680     END-IF.
010690     DISPLAY "CATALOG FORECAST COMPLETE - DAYS ",
010700         WS-FORECAST-DAYS,
010710         " NO SET ", WS-NO-SET-DAYS,
010720         " OVERLAP ", WS-OVERLAP-DAYS,
010730         " FAILING CARDS ", WS-FAILING-CARDS,
010740         " BAD RANGES ", WS-BAD-RANGE-COUNT,
010750         " RC ", WS-FINAL-RC.
010760     MOVE WS-FINAL-RC TO RETURN-CODE.
010770     GOBACK.
010780
01078A*----------------------------------------------------------------*
01078B*    NO CATALOG OR NO OPERATOR FILE - NOTHING TO FORECAST.       *
01078C*----------------------------------------------------------------*
01078D 9950-ABORT-NO-CATALOG.
01078E
01078F     DISPLAY "PARMCAT NOT AVAILABLE - STATUS ",
01078G         WS-CTLG-FILE-STATUS, " - NO FORECAST".
01078H     MOVE 16 TO RETURN-CODE.
01078I     GOBACK.
01078J
01078K 9960-ABORT-NO-OPERSEC.
01078L
01078M     DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
01078N         WS-OPER-FILE-STATUS, " - NO FORECAST".
01078O     MOVE 16 TO RETURN-CODE.
01078P     GOBACK.
01078Q
010790 END PROGRAM PROGRAM19.
