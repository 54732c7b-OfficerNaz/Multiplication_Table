000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM25 AS "Program25".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM25 --  MONTH-END DEPARTMENT CHARGEBACK.  FINANCE     *
000190*                  BILLS EACH DEPARTMENT (COST CENTER) FOR ITS   *
000200*                  USE OF THE TABLE SERVICE.  FOR ONE CALENDAR   *
000210*                  MONTH THIS REPORT (CHRGRPT) SHOWS, PER        *
000220*                  DEPARTMENT AND OPERATOR:                      *
000230*                    - BATCH RUNS - ACCEPTED PROGRAM1 RUNS (ONE  *
000240*                      PER RUN DATE/TIME ON THE KEYED AUDIT      *
000250*                      FILE, AUDKSDS - A RESTARTED EXECUTION     *
000260*                      STAMPS ITS OWN TIME AND COUNTS AGAIN),    *
000270*                    - CARDS RUN - THE ACCEPTED CARDS OF THOSE   *
000280*                      RUNS,                                     *
000290*                    - ROWS PRODUCED - THE ROWS THOSE RUNS LEFT  *
000300*                      ON THE KEYED HISTORY FILE (HISTKSDS),     *
000310*                      MATCHED TO THEIR OWN CARD ON RUN DATE,    *
00031A*                      TIME AND CARD SEQUENCE,                   *
000320*                    - DECIMAL EXTENSION RUNS - BATCH RUNS WITH  *
000330*                      AT LEAST ONE DECIMAL ("D") CARD,          *
000340*                    - AD HOC INQUIRIES - RANGES ASKED FOR AT    *
000350*                      THE INQUIRY (PROGRAM2, AUDIT ACTION "Q"), *
000360*                  WITH DEPARTMENT SUBTOTALS AND A GRAND TOTAL,  *
000370*                  AND WRITES THE SAME FIGURES TO THE BILLING    *
000380*                  SYSTEM'S FEED (CHRGFEED, SEE MTCHGF) WITH A   *
000390*                  HEADER AND A BALANCING TRAILER.  THE          *
000400*                  DEPARTMENT IS THE ONE ON THE SECURITY FILE    *
000410*                  (OPERSEC) WHEN THE REPORT RUNS; AN OPERATOR   *
000420*                  WITH NONE, OR NO LONGER ON THE FILE, IS       *
000430*                  BILLED TO "*NONE*".  HISTORY ROWS WHOSE RUN   *
000440*                  HAS NO AUDIT RECORD ARE BILLED THERE UNDER    *
000450*                  OPERATOR "NO AUDIT".                          *
000460*                                                                *
000470*                  RUN AT MONTH END AFTER THE LAST NIGHTLY CHAIN *
000480*                  OF THE MONTH HAS LOADED AUDKSDS AND HISTKSDS, *
000490*                  AND BEFORE THE RETENTION PURGE (PROGRAM5)     *
000500*                  MOVES THE MONTH OUT.  NOT A STEP OF THE       *
000510*                  NIGHTLY CHAIN.  THE OPTIONAL CONTROL CARD     *
000520*                  (CHRGCARD) CARRIES THE BILLING MONTH, YYYYMM, *
000530*                  IN COLUMNS 1-6; NO CARD OR A BLANK ONE MEANS  *
000540*                  LAST MONTH.                                   *
000550*                                                                *
000560*    COMPLETION CODES - 00 BILLED, 04 NO USAGE IN THE MONTH (AN  *
000570*    EMPTY FEED IS STILL WRITTEN), 08 A TABLE FILLED AND SOME    *
000580*    USAGE WAS NOT BILLED TO ITS OPERATOR, 12 THE CONTROL CARD   *
000590*    IS INVALID, 16 OPERSEC, AUDKSDS, HISTKSDS OR CHRGFEED       *
000600*    COULD NOT BE OPENED.                                        *
000610*                                                                *
000620*    MOD LOG                                                     *
000630*    2026-10-15  DLW  ORIGINAL VERSION.                          *
00063A*    2026-10-15  DLW  ONE BATCH RUN CAN CARRY CARDS FROM SEVERAL *
00063B*                      OPERATORS, SO EACH HISTORY ROW IS NOW     *
00063C*                      MATCHED TO THE CARD THAT PRODUCED IT (RUN *
00063D*                      DATE, TIME AND CARD SEQUENCE) AND BILLED  *
00063E*                      TO THAT CARD'S OPERATOR, NOT TO WHICHEVER *
00063F*                      OF THE RUN'S OPERATORS SORTED FIRST.      *
000640*                                                                *
000650*----------------------------------------------------------------*
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.  IBM-370.
000690 OBJECT-COMPUTER.  IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT CONTROL-CARD-FILE ASSIGN TO "CHRGCARD"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-CTL-FILE-STATUS.
000750     SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-OPER-FILE-STATUS.
000780     SELECT AUD-KSDS-FILE ASSIGN TO "AUDKSDS"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS MT-AUDK-KEY
000820         FILE STATUS IS WS-AUDK-FILE-STATUS.
000830     SELECT HIST-KSDS-FILE ASSIGN TO "HISTKSDS"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS MT-HIST-KEY
000870         FILE STATUS IS WS-KSDS-FILE-STATUS.
000880     SELECT PRINT-FILE ASSIGN TO "CHRGRPT"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-PRINT-FILE-STATUS.
000910     SELECT CHARGEBACK-FEED-FILE ASSIGN TO "CHRGFEED"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-FEED-FILE-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CONTROL-CARD-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  CHRG-CONTROL-CARD.
001010     05  CHRG-PERIOD-IN           PIC X(06).
001020     05  CHRG-PERIOD-IN-9 REDEFINES CHRG-PERIOD-IN
001030                                  PIC 9(06).
001040     05  CHRG-PERIOD-IN-X REDEFINES CHRG-PERIOD-IN.
001050         10  CHRG-YYYY-IN         PIC 9(04).
001060         10  CHRG-MM-IN           PIC 9(02).
001070     05  FILLER                   PIC X(74).
001080
001090 FD  OPERATOR-SEC-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY MTOPER.
001130
001140 FD  AUD-KSDS-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY MTAUDK.
001170
001180 FD  HIST-KSDS-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY MTHIST.
001210
001220 FD  PRINT-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  PRINT-RECORD                 PIC X(80).
001260
001270 FD  CHARGEBACK-FEED-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300     COPY MTCHGF.
001310
001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------------*
001340*    FILE STATUS FIELDS AND SWITCHES                             *
001350*----------------------------------------------------------------*
001360 01  WS-CTL-FILE-STATUS       PIC X(02).
001370 01  WS-OPER-FILE-STATUS      PIC X(02).
001380 01  WS-AUDK-FILE-STATUS      PIC X(02).
001390 01  WS-KSDS-FILE-STATUS      PIC X(02).
001400 01  WS-PRINT-FILE-STATUS     PIC X(02).
001410 01  WS-FEED-FILE-STATUS      PIC X(02).
001420
001430 01  WS-SWITCHES.
001440     05  WS-BROWSE-DONE-SW    PIC X(01)  VALUE "N".
001450         88  WS-BROWSE-DONE              VALUE "Y".
001460     05  WS-FEED-OPEN-SW      PIC X(01)  VALUE "N".
001470         88  WS-FEED-OPEN                VALUE "Y".
001480     05  WS-RUN-DECIMAL-SW    PIC X(01)  VALUE "N".
001490         88  WS-RUN-DECIMAL              VALUE "Y".
001500
001510 01  WS-CARD-REASON           PIC X(50)  VALUE SPACES.
001520 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
001530
001540*----------------------------------------------------------------*
001550*    BILLING MONTH - FIRST AND LAST POSSIBLE DAY.  A DATE PAST   *
001560*    THE MONTH'S REAL LAST DAY NEVER OCCURS, SO DAY 31 SERVES    *
001570*    AS THE END OF ANY MONTH.                                    *
001580*----------------------------------------------------------------*
001590 01  WS-BILL-PERIOD           PIC 9(06).
001600 01  WS-BILL-PERIOD-X REDEFINES WS-BILL-PERIOD.
001610     05  WS-BILL-YYYY         PIC 9(04).
001620     05  WS-BILL-MM           PIC 9(02).
001630 01  WS-PERIOD-FROM           PIC 9(08).
001640 01  WS-PERIOD-TO             PIC 9(08).
001650
001660*----------------------------------------------------------------*
001670*    THE SECURITY FILE - OPERATOR NAME AND DEPARTMENT            *
001680*----------------------------------------------------------------*
001690 01  WS-OPER-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001700 01  WS-OPER-IDX              PIC 9(03)  COMP.
001710 01  WS-OPER-FOUND            PIC 9(03)  COMP.
001720
001730 01  WS-OPER-TABLE.
001740     05  WS-OPER-ENTRY OCCURS 100 TIMES.
001750         10  WS-OPER-TAB-ID       PIC X(08).
001760         10  WS-OPER-TAB-NAME     PIC X(20).
001770         10  WS-OPER-TAB-DEPT     PIC X(06).
001780
001790*----------------------------------------------------------------*
001800*    USAGE BY DEPARTMENT AND OPERATOR, KEPT IN DEPARTMENT AND    *
001810*    OPERATOR ORDER AS ENTRIES ARE ADDED SO THE REPORT AND THE   *
001820*    FEED COME OUT IN ORDER WITHOUT A SORT.                      *
001830*----------------------------------------------------------------*
001840 01  WS-NO-DEPT               PIC X(06)  VALUE "*NONE*".
001850 01  WS-NO-AUDIT-ID           PIC X(08)  VALUE "NO AUDIT".
001860
001870 01  WS-BILL-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001880 01  WS-BILL-IDX              PIC 9(03)  COMP.
001890 01  WS-FOUND-ENTRY           PIC 9(03)  COMP.
001900 01  WS-INSERT-AT             PIC 9(03)  COMP.
001910 01  WS-SHIFT-IDX             PIC 9(03)  COMP.
001920 01  WS-BILL-DROPPED          PIC 9(07)  COMP  VALUE ZERO.
001930
001940 01  WS-SEARCH-KEY.
001950     05  WS-SEARCH-DEPT       PIC X(06).
001960     05  WS-SEARCH-OPER       PIC X(08).
001970 01  WS-SEARCH-NAME           PIC X(20).
001980
001990 01  WS-BILL-TABLE.
002000     05  WS-BILL-ENTRY OCCURS 200 TIMES.
002010         10  WS-BILL-KEY.
002020             15  WS-BILL-DEPT     PIC X(06).
002030             15  WS-BILL-OPER     PIC X(08).
002040         10  WS-BILL-NAME         PIC X(20).
002050         10  WS-BILL-RUNS         PIC 9(05)  COMP.
002060         10  WS-BILL-CARDS        PIC 9(07)  COMP.
002070         10  WS-BILL-ROWS         PIC 9(09)  COMP.
002080         10  WS-BILL-DECIMAL      PIC 9(05)  COMP.
002090         10  WS-BILL-INQUIRIES    PIC 9(07)  COMP.
002100
002110*----------------------------------------------------------------*
002120*    THE MONTH'S BATCH RUN CARDS - RUN DATE, TIME (HHMMSS, AS    *
002130*    THE HISTORY KEY CARRIES IT), CARD SEQUENCE AND WHO FILED    *
002140*    THE CARD - SO EACH HISTORY ROW CAN BE BILLED TO THE         *
00214A*    OPERATOR ON ITS OWN CARD.                                   *
002150*----------------------------------------------------------------*
002160 01  WS-RUN-COUNT             PIC 9(04)  COMP  VALUE ZERO.
002170 01  WS-RUN-IDX               PIC 9(04)  COMP.
002180 01  WS-RUN-DROPPED           PIC 9(05)  COMP  VALUE ZERO.
002190
002200 01  WS-RUN-TABLE.
002210     05  WS-RUN-ENTRY OCCURS 5000 TIMES.
002220         10  WS-RUN-TAB-DATE      PIC 9(08).
002230         10  WS-RUN-TAB-TIME      PIC 9(06).
00223A         10  WS-RUN-TAB-SEQ       PIC 9(03).
002240         10  WS-RUN-TAB-OPER      PIC X(08).
002250
002260 01  WS-TIME8                 PIC 9(08).
002270 01  WS-TIME8-X REDEFINES WS-TIME8.
002280     05  WS-TIME8-HHMMSS      PIC 9(06).
002290     05  WS-TIME8-CC          PIC 9(02).
002300
002310 01  WS-LAST-RUN.
002320     05  WS-LAST-RUN-OPER     PIC X(08)  VALUE SPACES.
002330     05  WS-LAST-RUN-DATE     PIC 9(08)  VALUE ZERO.
002340     05  WS-LAST-RUN-TIME     PIC 9(06)  VALUE ZERO.
002350
002360 01  WS-ROW-RUN.
002370     05  WS-ROW-RUN-DATE      PIC 9(08)  VALUE ZERO.
002380     05  WS-ROW-RUN-TIME      PIC 9(06)  VALUE ZERO.
00238A     05  WS-ROW-RUN-SEQ       PIC 9(03)  VALUE ZERO.
002390     05  WS-ROW-RUN-OPER      PIC X(08).
002400     05  WS-ROW-BILL-IDX      PIC 9(03)  COMP  VALUE ZERO.
002410
002420 01  WS-UNMATCHED-RUNS        PIC 9(05)  COMP  VALUE ZERO.
00242A 01  WS-LAST-MISS.
00242B     05  WS-LAST-MISS-DATE    PIC 9(08)  VALUE ZERO.
00242C     05  WS-LAST-MISS-TIME    PIC 9(06)  VALUE ZERO.
002430 01  WS-USAGE-RECORDS         PIC 9(09)  COMP  VALUE ZERO.
002440
002450*----------------------------------------------------------------*
002460*    DEPARTMENT AND GRAND TOTALS                                 *
002470*----------------------------------------------------------------*
002480 01  WS-CURR-DEPT             PIC X(06)  VALUE SPACES.
002490
002500 01  WS-DEPT-TOTALS.
002510     05  WS-DEPT-RUNS         PIC 9(07)  COMP.
002520     05  WS-DEPT-CARDS        PIC 9(09)  COMP.
002530     05  WS-DEPT-ROWS         PIC 9(11)  COMP.
002540     05  WS-DEPT-DECIMAL      PIC 9(07)  COMP.
002550     05  WS-DEPT-INQUIRIES    PIC 9(09)  COMP.
002560
002570 01  WS-GRAND-TOTALS.
002580     05  WS-GRAND-RUNS        PIC 9(07)  COMP  VALUE ZERO.
002590     05  WS-GRAND-CARDS       PIC 9(09)  COMP  VALUE ZERO.
002600     05  WS-GRAND-ROWS        PIC 9(11)  COMP  VALUE ZERO.
002610     05  WS-GRAND-DECIMAL     PIC 9(07)  COMP  VALUE ZERO.
002620     05  WS-GRAND-INQUIRIES   PIC 9(09)  COMP  VALUE ZERO.
002630
002640 01  WS-FEED-DETAILS          PIC 9(07)  COMP  VALUE ZERO.
002650 01  WS-FEED-ID               PIC X(08)  VALUE "MTCHGBK".
002660
002670*----------------------------------------------------------------*
002680*    PRINT LINE LAYOUTS (COPY MTPRINT) AND REPORT CONTROLS       *
002690*----------------------------------------------------------------*
002700     COPY MTPRINT.
002710
002720 01  WS-REPORT-CONSTANTS.
002730     05  WS-COMPANY-NAME      PIC X(30)
002740                               VALUE "ACME MANUFACTURING CO.".
002750
002760 01  WS-PRINT-CONTROLS.
002770     05  WS-PAGE-NUMBER       PIC 9(04)  COMP  VALUE ZERO.
002780     05  WS-LINE-COUNT        PIC 9(03)  COMP  VALUE 99.
002790     05  WS-LINES-PER-PAGE    PIC 9(03)  COMP  VALUE 40.
002800
002810 01  WS-SUBTITLE-WORK         PIC X(40).
002820 01  WS-COLHDR-WORK           PIC X(80).
002830
002840 01  WS-BILL-HDR-LINE.
002850     05  FILLER               PIC X(01)  VALUE SPACE.
002860     05  FILLER               PIC X(08)  VALUE "DEPT".
002870     05  FILLER               PIC X(10)  VALUE "OPERATOR".
002880     05  FILLER               PIC X(19)  VALUE "NAME".
002890     05  FILLER               PIC X(05)  VALUE " RUNS".
002900     05  FILLER               PIC X(09)  VALUE "    CARDS".
002910     05  FILLER               PIC X(11)  VALUE "       ROWS".
002920     05  FILLER               PIC X(07)  VALUE "  DECML".
002930     05  FILLER               PIC X(08)  VALUE "   INQRY".
002940     05  FILLER               PIC X(02)  VALUE SPACES.
002950
002960 01  WS-BILL-DETAIL-LINE.
002970     05  FILLER               PIC X(01)  VALUE SPACE.
002980     05  WS-BDL-DEPT          PIC X(06).
002990     05  FILLER               PIC X(02)  VALUE SPACES.
003000     05  WS-BDL-OPER          PIC X(08).
003010     05  FILLER               PIC X(02)  VALUE SPACES.
003020     05  WS-BDL-NAME          PIC X(18).
003030     05  FILLER               PIC X(01)  VALUE SPACE.
003040     05  WS-BDL-RUNS          PIC ZZZZ9.
003050     05  FILLER               PIC X(02)  VALUE SPACES.
003060     05  WS-BDL-CARDS         PIC ZZZZZZ9.
003070     05  FILLER               PIC X(02)  VALUE SPACES.
003080     05  WS-BDL-ROWS          PIC ZZZZZZZZ9.
003090     05  FILLER               PIC X(02)  VALUE SPACES.
003100     05  WS-BDL-DECIMAL       PIC ZZZZ9.
003110     05  FILLER               PIC X(02)  VALUE SPACES.
003120     05  WS-BDL-INQUIRIES     PIC ZZZZZ9.
003130     05  FILLER               PIC X(02)  VALUE SPACES.
003140
003150 01  WS-BILL-TOTAL-LINE.
003160     05  FILLER               PIC X(01)  VALUE SPACE.
003170     05  WS-BTL-DEPT          PIC X(06).
003180     05  FILLER               PIC X(02)  VALUE SPACES.
003190     05  WS-BTL-LABEL         PIC X(29).
003200     05  WS-BTL-RUNS          PIC ZZZZ9.
003210     05  FILLER               PIC X(02)  VALUE SPACES.
003220     05  WS-BTL-CARDS         PIC ZZZZZZ9.
003230     05  FILLER               PIC X(02)  VALUE SPACES.
003240     05  WS-BTL-ROWS          PIC ZZZZZZZZ9.
003250     05  FILLER               PIC X(02)  VALUE SPACES.
003260     05  WS-BTL-DECIMAL       PIC ZZZZ9.
003270     05  FILLER               PIC X(02)  VALUE SPACES.
003280     05  WS-BTL-INQUIRIES     PIC ZZZZZ9.
003290     05  FILLER               PIC X(02)  VALUE SPACES.
003300
003310 01  WS-COUNT-LINE.
003320     05  FILLER               PIC X(01)  VALUE SPACE.
003330     05  FILLER               PIC X(18)  VALUE
003340         "OPERATORS BILLED: ".
003350     05  WS-CNT-OPERATORS     PIC ZZ9.
003360     05  FILLER               PIC X(23)  VALUE
003370         "  HISTORY RUNS WITH NO ".
003380     05  FILLER               PIC X(14)  VALUE
003390         "AUDIT RECORD: ".
003400     05  WS-CNT-UNMATCHED     PIC ZZZZ9.
003410     05  FILLER               PIC X(16)  VALUE SPACES.
003420
003430 01  WS-NONE-LINE.
003440     05  FILLER               PIC X(01)  VALUE SPACE.
003450     05  WS-NONE-TEXT         PIC X(79).
003460
003470*----------------------------------------------------------------*
003480*    REPORT RUN DATE AND TIME (ALSO THE FEED'S CREATED STAMP)    *
003490*----------------------------------------------------------------*
003500 01  WS-DATE-WORK.
003510     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
003520     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
003530         10  WS-RUN-YYYY      PIC 9(04).
003540         10  WS-RUN-MM        PIC 9(02).
003550         10  WS-RUN-DD        PIC 9(02).
003560     05  WS-RUN-DATE-PERIOD REDEFINES WS-RUN-DATE-YYYYMMDD.
003570         10  WS-RUN-YYYYMM    PIC 9(06).
003580         10  FILLER           PIC 9(02).
003590     05  WS-RUN-DATE-DISPLAY  PIC X(10).
003600     05  WS-RUN-TIME-HHMMSSCC PIC 9(08).
003610     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME-HHMMSSCC.
003620         10  WS-RUN-TIME-HHMMSS   PIC 9(06).
003630         10  WS-RUN-TIME-CC       PIC 9(02).
003640
003650 PROCEDURE DIVISION.
003660
003670 0000-MAIN-CHARGEBACK.
003680
003690     PERFORM 1000-INITIALIZE.
003700     PERFORM 1100-READ-CONTROL-CARD.
003710     IF WS-CARD-REASON NOT = SPACES
003720         DISPLAY "NO CHARGEBACK PRODUCED - ", WS-CARD-REASON
003730         PERFORM 9900-ABORT-BAD-CONTROL-CARD
003750     END-IF.
003760     PERFORM 1300-LOAD-OPERATOR-FILE.
003770     PERFORM 2000-TALLY-AUDIT-TRAIL.
003780     PERFORM 3000-TALLY-HISTORY.
003790     PERFORM 1400-OPEN-OUTPUT-FILES.
003800     PERFORM 4000-PRINT-CHARGEBACK.
003810     CLOSE PRINT-FILE.
003820     IF WS-FEED-OPEN
003830         CLOSE CHARGEBACK-FEED-FILE
003840     END-IF.
003850     PERFORM 9000-END-PROGRAM.
003860
003870 1000-INITIALIZE.
003880
003890     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
003900     ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
003910     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
003920         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
003930     END-STRING.
003940
003950*----------------------------------------------------------------*
003960*    BILLING MONTH - COLUMNS 1-6 OF THE OPTIONAL CONTROL CARD,   *
003970*    YYYYMM, NOT LATER THAN THIS MONTH.  NO CARD OR A BLANK ONE  *
003980*    MEANS LAST MONTH.  A BAD VALUE STOPS THE RUN - A GUESSED    *
003990*    MONTH WOULD BILL THE WRONG PERIOD.                          *
004000*----------------------------------------------------------------*
004010 1100-READ-CONTROL-CARD.
004020
004030     IF WS-RUN-MM = 1
004040         COMPUTE WS-BILL-YYYY = WS-RUN-YYYY - 1
004050         MOVE 12 TO WS-BILL-MM
004060     ELSE
004070         MOVE WS-RUN-YYYY TO WS-BILL-YYYY
004080         COMPUTE WS-BILL-MM = WS-RUN-MM - 1
004090     END-IF.
004100     OPEN INPUT CONTROL-CARD-FILE.
004110     IF WS-CTL-FILE-STATUS = "00"
004120         READ CONTROL-CARD-FILE
004130         IF WS-CTL-FILE-STATUS = "00"
004140             AND CHRG-PERIOD-IN NOT = SPACES
004150             PERFORM 1150-EDIT-BILLING-MONTH
004160         END-IF
004170         CLOSE CONTROL-CARD-FILE
004180     END-IF.
004190     COMPUTE WS-PERIOD-FROM = WS-BILL-PERIOD * 100 + 1.
004200     COMPUTE WS-PERIOD-TO = WS-BILL-PERIOD * 100 + 31.
004210
004220 1150-EDIT-BILLING-MONTH.
004230
004240     IF CHRG-PERIOD-IN-9 NOT NUMERIC
004250         MOVE "BILLING MONTH (COLUMNS 1-6) MUST BE YYYYMM"
004260             TO WS-CARD-REASON
004270     ELSE
004280         IF CHRG-MM-IN < 1
004290             OR CHRG-MM-IN > 12
004300             OR CHRG-YYYY-IN < 1900
004310             MOVE "BILLING MONTH (COLUMNS 1-6) MUST BE YYYYMM"
004320                 TO WS-CARD-REASON
004330         ELSE
004340             IF CHRG-PERIOD-IN-9 > WS-RUN-YYYYMM
004350                 MOVE "BILLING MONTH IS LATER THAN THIS MONTH"
004360                     TO WS-CARD-REASON
004370             ELSE
004380                 MOVE CHRG-PERIOD-IN-9 TO WS-BILL-PERIOD
004390             END-IF
004400         END-IF
004410     END-IF.
004420
004430 1300-LOAD-OPERATOR-FILE.
004440
004450     OPEN INPUT OPERATOR-SEC-FILE.
004460     IF WS-OPER-FILE-STATUS NOT = "00"
004470         DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
004480             WS-OPER-FILE-STATUS, " - NO CHARGEBACK"
004490         PERFORM 9960-ABORT-NO-INPUT-FILE
004510     END-IF.
004520     PERFORM 1350-READ-ONE-OPERATOR
004530         UNTIL WS-OPER-FILE-STATUS NOT = "00".
004540     CLOSE OPERATOR-SEC-FILE.
004550
004560 1350-READ-ONE-OPERATOR.
004570
004580     READ OPERATOR-SEC-FILE.
004590     IF WS-OPER-FILE-STATUS = "00"
004600         IF WS-OPER-COUNT < 100
004610             ADD 1 TO WS-OPER-COUNT
004620             MOVE MT-OPER-ID
004630                 TO WS-OPER-TAB-ID (WS-OPER-COUNT)
004640             MOVE MT-OPER-NAME
004650                 TO WS-OPER-TAB-NAME (WS-OPER-COUNT)
004660             MOVE MT-OPER-DEPT-CODE
004670                 TO WS-OPER-TAB-DEPT (WS-OPER-COUNT)
004680         ELSE
004690             DISPLAY "OPERATOR TABLE FULL - RECORD DROPPED"
004700         END-IF
004710     END-IF.
004720
004730*----------------------------------------------------------------*
004740*    THE FEED IS OPENED ONLY ONCE THE INPUTS HAVE BEEN READ, SO  *
004750*    A RUN THAT STOPS ON A MISSING INPUT LEAVES NO HALF-BUILT    *
004760*    FEED FOR BILLING TO PICK UP.                                *
004770*----------------------------------------------------------------*
004780 1400-OPEN-OUTPUT-FILES.
004790
004800     OPEN OUTPUT PRINT-FILE.
004810     OPEN OUTPUT CHARGEBACK-FEED-FILE.
004820     IF WS-FEED-FILE-STATUS = "00"
004830         SET WS-FEED-OPEN TO TRUE
004840     ELSE
004850         DISPLAY "CHRGFEED NOT AVAILABLE - STATUS ",
004860             WS-FEED-FILE-STATUS, " - NO FEED WRITTEN"
004870         MOVE 16 TO WS-FINAL-RC
004880     END-IF.
004890
004900*----------------------------------------------------------------*
004910*    THE KEYED AUDIT FILE, READ END TO END (IT IS KEYED ON       *
004920*    OPERATOR FIRST, SO A MONTH IS SPREAD ACROSS THE WHOLE       *
004930*    FILE).  ONLY ACCEPTED RECORDS ARE BILLED - BATCH RUN CARDS  *
004940*    (NO ACTION) AND INQUIRY RANGES (ACTION "Q").  A RUN'S       *
004950*    CARDS SHARE ITS DATE AND TIME AND ARRIVE TOGETHER IN KEY    *
004960*    ORDER, SO A CHANGE OF OPERATOR, DATE OR TIME STARTS THE     *
004970*    NEXT RUN.                                                   *
004980*----------------------------------------------------------------*
004990 2000-TALLY-AUDIT-TRAIL.
005000
005010     OPEN INPUT AUD-KSDS-FILE.
005020     IF WS-AUDK-FILE-STATUS NOT = "00"
005030         DISPLAY "AUDKSDS NOT AVAILABLE - STATUS ",
005040             WS-AUDK-FILE-STATUS, " - NO CHARGEBACK"
005050         PERFORM 9960-ABORT-NO-INPUT-FILE
005070     END-IF.
005080     MOVE LOW-VALUES TO MT-AUDK-KEY.
005090     MOVE "N" TO WS-BROWSE-DONE-SW.
005100     START AUD-KSDS-FILE
005110         KEY NOT LESS THAN MT-AUDK-KEY
005120         INVALID KEY
005130             SET WS-BROWSE-DONE TO TRUE
005140     END-START.
005150     PERFORM 2100-READ-NEXT-AUDIT-RECORD
005160         UNTIL WS-BROWSE-DONE.
005170     CLOSE AUD-KSDS-FILE.
005180
005190 2100-READ-NEXT-AUDIT-RECORD.
005200
005210     READ AUD-KSDS-FILE NEXT RECORD.
005220     IF WS-AUDK-FILE-STATUS NOT = "00"
005230         SET WS-BROWSE-DONE TO TRUE
005240     ELSE
005250         IF MT-AUDK-RUN-DATE NOT < WS-PERIOD-FROM
005260             AND MT-AUDK-RUN-DATE NOT > WS-PERIOD-TO
005270             AND MT-AUDK-ACCEPTED
005280             PERFORM 2200-TAKE-ONE-AUDIT-RECORD
005290         END-IF
005300     END-IF.
005310
005320 2200-TAKE-ONE-AUDIT-RECORD.
005330
005340     IF MT-AUDK-ACTION = SPACE
005350         PERFORM 2300-TAKE-ONE-RUN-CARD
005360     ELSE
005370         IF MT-AUDK-ACTION = "Q"
005380             MOVE MT-AUDK-OPERATOR-ID TO WS-SEARCH-OPER
005390             PERFORM 5000-FIND-BILL-ENTRY
005400             IF WS-FOUND-ENTRY > ZERO
005410                 ADD 1 TO WS-BILL-INQUIRIES (WS-FOUND-ENTRY)
005420             END-IF
005430             ADD 1 TO WS-USAGE-RECORDS
005440         END-IF
005450     END-IF.
005460
005470 2300-TAKE-ONE-RUN-CARD.
005480
005490     ADD 1 TO WS-USAGE-RECORDS.
005500     MOVE MT-AUDK-OPERATOR-ID TO WS-SEARCH-OPER.
005510     PERFORM 5000-FIND-BILL-ENTRY.
005520     MOVE MT-AUDK-RUN-TIME TO WS-TIME8.
005530     IF MT-AUDK-OPERATOR-ID NOT = WS-LAST-RUN-OPER
005540         OR MT-AUDK-RUN-DATE NOT = WS-LAST-RUN-DATE
005550         OR WS-TIME8-HHMMSS NOT = WS-LAST-RUN-TIME
005560         MOVE MT-AUDK-OPERATOR-ID TO WS-LAST-RUN-OPER
005570         MOVE MT-AUDK-RUN-DATE TO WS-LAST-RUN-DATE
005580         MOVE WS-TIME8-HHMMSS TO WS-LAST-RUN-TIME
005590         MOVE "N" TO WS-RUN-DECIMAL-SW
005610         IF WS-FOUND-ENTRY > ZERO
005620             ADD 1 TO WS-BILL-RUNS (WS-FOUND-ENTRY)
005630         END-IF
005640     END-IF.
00564A     PERFORM 2400-ADD-ONE-RUN-CARD.
005650     IF WS-FOUND-ENTRY > ZERO
005660         ADD 1 TO WS-BILL-CARDS (WS-FOUND-ENTRY)
005670         IF MT-AUDK-MODE-FLAG = "D"
005680             AND NOT WS-RUN-DECIMAL
005690             SET WS-RUN-DECIMAL TO TRUE
005700             ADD 1 TO WS-BILL-DECIMAL (WS-FOUND-ENTRY)
005710         END-IF
005720     END-IF.
005730
005740 2400-ADD-ONE-RUN-CARD.
005750
005760     IF WS-RUN-COUNT < 5000
005770         ADD 1 TO WS-RUN-COUNT
005780         MOVE WS-LAST-RUN-DATE TO WS-RUN-TAB-DATE (WS-RUN-COUNT)
005790         MOVE WS-LAST-RUN-TIME TO WS-RUN-TAB-TIME (WS-RUN-COUNT)
00579A         MOVE MT-AUDK-CARD-SEQ TO WS-RUN-TAB-SEQ (WS-RUN-COUNT)
005800         MOVE WS-LAST-RUN-OPER TO WS-RUN-TAB-OPER (WS-RUN-COUNT)
005810     ELSE
005820         ADD 1 TO WS-RUN-DROPPED
005830     END-IF.
005840
005850*----------------------------------------------------------------*
005860*    THE KEYED HISTORY FILE FROM THE FIRST OF THE MONTH TO THE   *
005870*    LAST.  ROWS ARE KEYED DATE, TIME, ROW, SO A RUN'S ROWS ARE  *
005880*    TOGETHER AND EACH CARD'S ROWS FOLLOW ONE ANOTHER - THE      *
00588A*    OPERATOR IS LOOKED UP AGAIN WHENEVER THE CARD CHANGES.      *
005890*----------------------------------------------------------------*
005900 3000-TALLY-HISTORY.
005910
005920     OPEN INPUT HIST-KSDS-FILE.
005930     IF WS-KSDS-FILE-STATUS NOT = "00"
005940         DISPLAY "HISTKSDS NOT AVAILABLE - STATUS ",
005950             WS-KSDS-FILE-STATUS, " - NO CHARGEBACK"
005960         PERFORM 9960-ABORT-NO-INPUT-FILE
005980     END-IF.
005990     MOVE WS-PERIOD-FROM TO MT-HIST-RUN-DATE.
006000     MOVE ZERO TO MT-HIST-RUN-TIME.
006010     MOVE ZERO TO MT-HIST-ROW-NUMBER.
006020     MOVE "N" TO WS-BROWSE-DONE-SW.
006030     START HIST-KSDS-FILE
006040         KEY NOT LESS THAN MT-HIST-KEY
006050         INVALID KEY
006060             SET WS-BROWSE-DONE TO TRUE
006070     END-START.
006080     PERFORM 3100-READ-NEXT-HISTORY-ROW
006090         UNTIL WS-BROWSE-DONE.
006100     CLOSE HIST-KSDS-FILE.
006110
006120 3100-READ-NEXT-HISTORY-ROW.
006130
006140     READ HIST-KSDS-FILE NEXT RECORD.
006150     IF WS-KSDS-FILE-STATUS NOT = "00"
006160         SET WS-BROWSE-DONE TO TRUE
006170     ELSE
006180         IF MT-HIST-RUN-DATE > WS-PERIOD-TO
006190             SET WS-BROWSE-DONE TO TRUE
006200         ELSE
006210             PERFORM 3200-TAKE-ONE-ROW
006220         END-IF
006230     END-IF.
006240
006250 3200-TAKE-ONE-ROW.
006260
006270     IF MT-HIST-RUN-DATE NOT = WS-ROW-RUN-DATE
006280         OR MT-HIST-RUN-TIME NOT = WS-ROW-RUN-TIME
00628A         OR MT-HIST-CARD-SEQ NOT = WS-ROW-RUN-SEQ
006290         MOVE MT-HIST-RUN-DATE TO WS-ROW-RUN-DATE
006300         MOVE MT-HIST-RUN-TIME TO WS-ROW-RUN-TIME
00630A         MOVE MT-HIST-CARD-SEQ TO WS-ROW-RUN-SEQ
006310         PERFORM 3300-FIND-ROW-OPERATOR
006320         MOVE WS-ROW-RUN-OPER TO WS-SEARCH-OPER
006330         PERFORM 5000-FIND-BILL-ENTRY
006340         MOVE WS-FOUND-ENTRY TO WS-ROW-BILL-IDX
006350     END-IF.
006360     ADD 1 TO WS-USAGE-RECORDS.
006370     IF WS-ROW-BILL-IDX > ZERO
006380         ADD 1 TO WS-BILL-ROWS (WS-ROW-BILL-IDX)
006390     END-IF.
006400
006410 3300-FIND-ROW-OPERATOR.
006420
006430     MOVE SPACES TO WS-ROW-RUN-OPER.
006440     PERFORM 3350-MATCH-ONE-RUN
006450         VARYING WS-RUN-IDX FROM 1 BY 1
006460         UNTIL WS-RUN-IDX > WS-RUN-COUNT
006470             OR WS-ROW-RUN-OPER NOT = SPACES.
006480     IF WS-ROW-RUN-OPER = SPACES
00648A         IF WS-ROW-RUN-DATE NOT = WS-LAST-MISS-DATE
00648B             OR WS-ROW-RUN-TIME NOT = WS-LAST-MISS-TIME
006490             ADD 1 TO WS-UNMATCHED-RUNS
00649A             MOVE WS-ROW-RUN-DATE TO WS-LAST-MISS-DATE
00649B             MOVE WS-ROW-RUN-TIME TO WS-LAST-MISS-TIME
00649C         END-IF
006500         MOVE WS-NO-AUDIT-ID TO WS-ROW-RUN-OPER
006510     END-IF.
006520
006530 3350-MATCH-ONE-RUN.
006540
006550     IF WS-RUN-TAB-DATE (WS-RUN-IDX) = WS-ROW-RUN-DATE
006560         AND WS-RUN-TAB-TIME (WS-RUN-IDX) = WS-ROW-RUN-TIME
00656A         AND WS-RUN-TAB-SEQ (WS-RUN-IDX) = WS-ROW-RUN-SEQ
006570         MOVE WS-RUN-TAB-OPER (WS-RUN-IDX) TO WS-ROW-RUN-OPER
006580     END-IF.
006590
006600*----------------------------------------------------------------*
006610*    PRINT THE REPORT AND WRITE THE FEED IN ONE PASS - A DETAIL  *
006620*    LINE AND A FEED DETAIL PER OPERATOR, A SUBTOTAL AT EACH     *
006630*    DEPARTMENT BREAK, THEN THE GRAND TOTAL.  A MONTH WITH NO    *
006640*    USAGE STILL GETS A HEADER AND A ZERO TRAILER, SO BILLING    *
006650*    CAN TELL "NOTHING TO BILL" FROM A MISSING FEED.             *
006660*----------------------------------------------------------------*
006670 4000-PRINT-CHARGEBACK.
006680
006690     MOVE SPACES TO WS-SUBTITLE-WORK.
006700     STRING "DEPARTMENT CHARGEBACK FOR " WS-BILL-YYYY "/"
006710         WS-BILL-MM
006720         DELIMITED BY SIZE INTO WS-SUBTITLE-WORK
006730     END-STRING.
006740     MOVE WS-BILL-HDR-LINE TO WS-COLHDR-WORK.
006750     PERFORM 8000-WRITE-PAGE-HEADERS.
006760     PERFORM 4700-WRITE-FEED-HEADER.
006770     IF WS-BILL-COUNT = ZERO
006780         MOVE SPACES TO WS-NONE-TEXT
006790         STRING "NO USAGE RECORDED FOR " WS-BILL-YYYY "/"
006800             WS-BILL-MM
006810             DELIMITED BY SIZE INTO WS-NONE-TEXT
006820         END-STRING
006830         WRITE PRINT-RECORD FROM WS-NONE-LINE
006840         ADD 1 TO WS-LINE-COUNT
006850     ELSE
006860         MOVE SPACES TO WS-CURR-DEPT
006870         PERFORM 4100-PRINT-ONE-OPERATOR
006880             VARYING WS-BILL-IDX FROM 1 BY 1
006890             UNTIL WS-BILL-IDX > WS-BILL-COUNT
006900         PERFORM 4300-PRINT-DEPT-TOTALS
006910         PERFORM 4400-PRINT-GRAND-TOTALS
006920     END-IF.
006930     PERFORM 4900-WRITE-FEED-TRAILER.
006940
006950 4100-PRINT-ONE-OPERATOR.
006960
006970     IF WS-BILL-DEPT (WS-BILL-IDX) NOT = WS-CURR-DEPT
006980         IF WS-CURR-DEPT NOT = SPACES
006990             PERFORM 4300-PRINT-DEPT-TOTALS
007000         END-IF
007010         MOVE WS-BILL-DEPT (WS-BILL-IDX) TO WS-CURR-DEPT
007020         MOVE ZERO TO WS-DEPT-RUNS
007030         MOVE ZERO TO WS-DEPT-CARDS
007040         MOVE ZERO TO WS-DEPT-ROWS
007050         MOVE ZERO TO WS-DEPT-DECIMAL
007060         MOVE ZERO TO WS-DEPT-INQUIRIES
007070     END-IF.
007080     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007090         PERFORM 8000-WRITE-PAGE-HEADERS
007100     END-IF.
007110     MOVE WS-BILL-DEPT (WS-BILL-IDX) TO WS-BDL-DEPT.
007120     MOVE WS-BILL-OPER (WS-BILL-IDX) TO WS-BDL-OPER.
007130     MOVE WS-BILL-NAME (WS-BILL-IDX) TO WS-BDL-NAME.
007140     MOVE WS-BILL-RUNS (WS-BILL-IDX) TO WS-BDL-RUNS.
007150     MOVE WS-BILL-CARDS (WS-BILL-IDX) TO WS-BDL-CARDS.
007160     MOVE WS-BILL-ROWS (WS-BILL-IDX) TO WS-BDL-ROWS.
007170     MOVE WS-BILL-DECIMAL (WS-BILL-IDX) TO WS-BDL-DECIMAL.
007180     MOVE WS-BILL-INQUIRIES (WS-BILL-IDX) TO WS-BDL-INQUIRIES.
007190     WRITE PRINT-RECORD FROM WS-BILL-DETAIL-LINE.
007200     ADD 1 TO WS-LINE-COUNT.
007210
007220     ADD WS-BILL-RUNS (WS-BILL-IDX) TO WS-DEPT-RUNS.
007230     ADD WS-BILL-CARDS (WS-BILL-IDX) TO WS-DEPT-CARDS.
007240     ADD WS-BILL-ROWS (WS-BILL-IDX) TO WS-DEPT-ROWS.
007250     ADD WS-BILL-DECIMAL (WS-BILL-IDX) TO WS-DEPT-DECIMAL.
007260     ADD WS-BILL-INQUIRIES (WS-BILL-IDX) TO WS-DEPT-INQUIRIES.
007270     PERFORM 4800-WRITE-FEED-DETAIL.
007280
007290 4300-PRINT-DEPT-TOTALS.
007300
007310     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
007320         PERFORM 8000-WRITE-PAGE-HEADERS
007330     END-IF.
007340     MOVE WS-CURR-DEPT TO WS-BTL-DEPT.
007350     MOVE "DEPARTMENT TOTAL" TO WS-BTL-LABEL.
007360     MOVE WS-DEPT-RUNS TO WS-BTL-RUNS.
007370     MOVE WS-DEPT-CARDS TO WS-BTL-CARDS.
007380     MOVE WS-DEPT-ROWS TO WS-BTL-ROWS.
007390     MOVE WS-DEPT-DECIMAL TO WS-BTL-DECIMAL.
007400     MOVE WS-DEPT-INQUIRIES TO WS-BTL-INQUIRIES.
007410     WRITE PRINT-RECORD FROM WS-BILL-TOTAL-LINE.
007420     MOVE SPACES TO PRINT-RECORD.
007430     WRITE PRINT-RECORD.
007440     ADD 2 TO WS-LINE-COUNT.
007450
007460     ADD WS-DEPT-RUNS TO WS-GRAND-RUNS.
007470     ADD WS-DEPT-CARDS TO WS-GRAND-CARDS.
007480     ADD WS-DEPT-ROWS TO WS-GRAND-ROWS.
007490     ADD WS-DEPT-DECIMAL TO WS-GRAND-DECIMAL.
007500     ADD WS-DEPT-INQUIRIES TO WS-GRAND-INQUIRIES.
007510
007520 4400-PRINT-GRAND-TOTALS.
007530
007540     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
007550         PERFORM 8000-WRITE-PAGE-HEADERS
007560     END-IF.
007570     MOVE SPACES TO MT-PRINT-LINE.
007580     MOVE " " TO MT-PRINT-CC.
007590     MOVE ALL "-" TO MT-PRINT-TEXT.
007600     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
007610     MOVE SPACES TO WS-BTL-DEPT.
007620     MOVE "GRAND TOTAL - ALL DEPARTMENTS" TO WS-BTL-LABEL.
007630     MOVE WS-GRAND-RUNS TO WS-BTL-RUNS.
007640     MOVE WS-GRAND-CARDS TO WS-BTL-CARDS.
007650     MOVE WS-GRAND-ROWS TO WS-BTL-ROWS.
007660     MOVE WS-GRAND-DECIMAL TO WS-BTL-DECIMAL.
007670     MOVE WS-GRAND-INQUIRIES TO WS-BTL-INQUIRIES.
007680     WRITE PRINT-RECORD FROM WS-BILL-TOTAL-LINE.
007690     MOVE WS-BILL-COUNT TO WS-CNT-OPERATORS.
007700     MOVE WS-UNMATCHED-RUNS TO WS-CNT-UNMATCHED.
007710     WRITE PRINT-RECORD FROM WS-COUNT-LINE.
007720     ADD 3 TO WS-LINE-COUNT.
007730
007740*----------------------------------------------------------------*
007750*    CHARGEBACK FEED RECORDS (SEE MTCHGF)                        *
007760*----------------------------------------------------------------*
007770 4700-WRITE-FEED-HEADER.
007780
007790     IF WS-FEED-OPEN
007800         MOVE SPACES TO MT-CHGF-RECORD
007810         SET MT-CHGF-HEADER TO TRUE
007820         MOVE WS-FEED-ID TO MT-CHGF-HDR-FEED-ID
007830         MOVE WS-BILL-PERIOD TO MT-CHGF-HDR-PERIOD
007840         MOVE WS-RUN-DATE-YYYYMMDD TO MT-CHGF-HDR-CREATED-DATE
007850         MOVE WS-RUN-TIME-HHMMSS TO MT-CHGF-HDR-CREATED-TIME
007860         WRITE MT-CHGF-RECORD
007870     END-IF.
007880
007890 4800-WRITE-FEED-DETAIL.
007900
007910     IF WS-FEED-OPEN
007920         MOVE SPACES TO MT-CHGF-RECORD
007930         SET MT-CHGF-DETAIL TO TRUE
007940         MOVE WS-BILL-PERIOD TO MT-CHGF-DET-PERIOD
007950         MOVE WS-BILL-DEPT (WS-BILL-IDX)
007960             TO MT-CHGF-DET-DEPT-CODE
007970         MOVE WS-BILL-OPER (WS-BILL-IDX)
007980             TO MT-CHGF-DET-OPERATOR-ID
007990         MOVE WS-BILL-RUNS (WS-BILL-IDX)
008000             TO MT-CHGF-DET-BATCH-RUNS
008010         MOVE WS-BILL-CARDS (WS-BILL-IDX)
008020             TO MT-CHGF-DET-CARDS-RUN
008030         MOVE WS-BILL-ROWS (WS-BILL-IDX)
008040             TO MT-CHGF-DET-ROWS
008050         MOVE WS-BILL-DECIMAL (WS-BILL-IDX)
008060             TO MT-CHGF-DET-DECIMAL-RUNS
008070         MOVE WS-BILL-INQUIRIES (WS-BILL-IDX)
008080             TO MT-CHGF-DET-INQUIRIES
008090         WRITE MT-CHGF-RECORD
008100         ADD 1 TO WS-FEED-DETAILS
008110     END-IF.
008120
008130 4900-WRITE-FEED-TRAILER.
008140
008150     IF WS-FEED-OPEN
008160         MOVE SPACES TO MT-CHGF-RECORD
008170         SET MT-CHGF-TRAILER TO TRUE
008180         MOVE WS-FEED-DETAILS TO MT-CHGF-TRL-DETAIL-COUNT
008190         MOVE WS-GRAND-RUNS TO MT-CHGF-TRL-BATCH-RUNS
008200         MOVE WS-GRAND-CARDS TO MT-CHGF-TRL-CARDS-RUN
008210         MOVE WS-GRAND-ROWS TO MT-CHGF-TRL-ROWS
008220         MOVE WS-GRAND-DECIMAL TO MT-CHGF-TRL-DECIMAL-RUNS
008230         MOVE WS-GRAND-INQUIRIES TO MT-CHGF-TRL-INQUIRIES
008240         WRITE MT-CHGF-RECORD
008250     END-IF.
008260
008270*----------------------------------------------------------------*
008280*    FIND (OR ADD, IN ORDER) THE ENTRY FOR WS-SEARCH-OPER.  THE  *
008290*    DEPARTMENT AND NAME COME FROM THE SECURITY FILE.  ENTRIES   *
008300*    MOVE WHEN ONE IS ADDED AHEAD OF THEM, SO THE ENTRY NUMBER   *
008310*    RETURNED IS GOOD ONLY UNTIL THE NEXT CALL.  ZERO MEANS THE  *
008320*    TABLE IS FULL AND THE USAGE IS NOT BILLED.                  *
008330*----------------------------------------------------------------*
008340 5000-FIND-BILL-ENTRY.
008350
008360     MOVE WS-NO-DEPT TO WS-SEARCH-DEPT.
008370     MOVE "NOT ON OPERSEC" TO WS-SEARCH-NAME.
008380     IF WS-SEARCH-OPER = WS-NO-AUDIT-ID
008390         MOVE "RUN NOT ON AUDKSDS" TO WS-SEARCH-NAME
008400     ELSE
008410         MOVE ZERO TO WS-OPER-FOUND
008420         PERFORM 5050-MATCH-ONE-OPERATOR
008430             VARYING WS-OPER-IDX FROM 1 BY 1
008440             UNTIL WS-OPER-IDX > WS-OPER-COUNT
008450                 OR WS-OPER-FOUND > ZERO
008460         IF WS-OPER-FOUND > ZERO
008470             MOVE WS-OPER-TAB-NAME (WS-OPER-FOUND)
008480                 TO WS-SEARCH-NAME
008490             IF WS-OPER-TAB-DEPT (WS-OPER-FOUND) NOT = SPACES
008500                 MOVE WS-OPER-TAB-DEPT (WS-OPER-FOUND)
008510                     TO WS-SEARCH-DEPT
008520             END-IF
008530         END-IF
008540     END-IF.
008550
008560     MOVE ZERO TO WS-FOUND-ENTRY.
008570     MOVE ZERO TO WS-INSERT-AT.
008580     PERFORM 5100-MATCH-ONE-ENTRY
008590         VARYING WS-BILL-IDX FROM 1 BY 1
008600         UNTIL WS-BILL-IDX > WS-BILL-COUNT
008610             OR WS-FOUND-ENTRY > ZERO
008620             OR WS-INSERT-AT > ZERO.
008630     IF WS-FOUND-ENTRY = ZERO
008640         IF WS-BILL-COUNT < 200
008650             IF WS-INSERT-AT = ZERO
008660                 COMPUTE WS-INSERT-AT = WS-BILL-COUNT + 1
008670             ELSE
008680                 PERFORM 5200-SHIFT-ONE-ENTRY
008690                     VARYING WS-SHIFT-IDX
008700                     FROM WS-BILL-COUNT BY -1
008710                     UNTIL WS-SHIFT-IDX < WS-INSERT-AT
008720             END-IF
008730             ADD 1 TO WS-BILL-COUNT
008740             MOVE WS-SEARCH-KEY TO WS-BILL-KEY (WS-INSERT-AT)
008750             MOVE WS-SEARCH-NAME TO WS-BILL-NAME (WS-INSERT-AT)
008760             MOVE ZERO TO WS-BILL-RUNS (WS-INSERT-AT)
008770             MOVE ZERO TO WS-BILL-CARDS (WS-INSERT-AT)
008780             MOVE ZERO TO WS-BILL-ROWS (WS-INSERT-AT)
008790             MOVE ZERO TO WS-BILL-DECIMAL (WS-INSERT-AT)
008800             MOVE ZERO TO WS-BILL-INQUIRIES (WS-INSERT-AT)
008810             MOVE WS-INSERT-AT TO WS-FOUND-ENTRY
008820         ELSE
008830             ADD 1 TO WS-BILL-DROPPED
008840         END-IF
008850     END-IF.
008860
008870 5050-MATCH-ONE-OPERATOR.
008880
008890     IF WS-OPER-TAB-ID (WS-OPER-IDX) = WS-SEARCH-OPER
008900         MOVE WS-OPER-IDX TO WS-OPER-FOUND
008910     END-IF.
008920
008930 5100-MATCH-ONE-ENTRY.
008940
008950     IF WS-BILL-KEY (WS-BILL-IDX) = WS-SEARCH-KEY
008960         MOVE WS-BILL-IDX TO WS-FOUND-ENTRY
008970     ELSE
008980         IF WS-BILL-KEY (WS-BILL-IDX) > WS-SEARCH-KEY
008990             MOVE WS-BILL-IDX TO WS-INSERT-AT
009000         END-IF
009010     END-IF.
009020
009030 5200-SHIFT-ONE-ENTRY.
009040
009050     MOVE WS-BILL-ENTRY (WS-SHIFT-IDX)
009060         TO WS-BILL-ENTRY (WS-SHIFT-IDX + 1).
009070
009080 8000-WRITE-PAGE-HEADERS.
009090
009100     ADD 1 TO WS-PAGE-NUMBER.
009110     MOVE SPACES TO MT-PRINT-LINE.
009120     MOVE "1" TO MT-PRINT-CC.
009130     MOVE WS-COMPANY-NAME TO MT-TITLE-COMPANY.
009140     MOVE "RUN DATE: " TO MT-TITLE-DATE-LIT.
009150     MOVE WS-RUN-DATE-DISPLAY TO MT-TITLE-RUN-DATE.
009160     MOVE "PAGE: " TO MT-TITLE-PAGE-LIT.
009170     MOVE WS-PAGE-NUMBER TO MT-TITLE-PAGE-NO.
009180     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
009190     MOVE SPACES TO MT-PRINT-LINE.
009200     MOVE " " TO MT-PRINT-CC.
009210     MOVE WS-SUBTITLE-WORK TO MT-SUBTITLE-TEXT.
009220     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
009230     MOVE SPACES TO MT-PRINT-LINE.
009240     MOVE " " TO MT-PRINT-CC.
009250     MOVE ALL "-" TO MT-PRINT-TEXT.
009260     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
009270     WRITE PRINT-RECORD FROM WS-COLHDR-WORK.
009280     MOVE SPACES TO MT-PRINT-LINE.
009290     MOVE " " TO MT-PRINT-CC.
009300     MOVE ALL "-" TO MT-PRINT-TEXT.
009310     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
009320     MOVE ZERO TO WS-LINE-COUNT.
009330
009340*----------------------------------------------------------------*
009350*    COMPLETION CODE - 16 WHEN THE FEED COULD NOT BE WRITTEN, 08 *
009360*    WHEN A TABLE FILLED AND SOME USAGE WAS NOT BILLED TO ITS    *
009370*    OPERATOR, 04 WHEN THE MONTH HAD NO USAGE, ELSE 00.          *
009380*----------------------------------------------------------------*
009390 9000-END-PROGRAM.
009400
009410     IF WS-FINAL-RC = ZERO
009420         IF WS-BILL-DROPPED > ZERO
009430             OR WS-RUN-DROPPED > ZERO
009440             MOVE 8 TO WS-FINAL-RC
009450             DISPLAY "USAGE TABLES FULL - ", WS-BILL-DROPPED,
009460                 " RECORDS AND ", WS-RUN-DROPPED,
009470                 " RUN CARDS NOT BILLED TO THEIR OPERATOR"
009480         ELSE
009490             IF WS-USAGE-RECORDS = ZERO
009500                 MOVE 4 TO WS-FINAL-RC
009510             END-IF
009520         END-IF
009530     END-IF.
009540     DISPLAY "CHARGEBACK COMPLETE - MONTH ", WS-BILL-PERIOD,
009550         " OPERATORS ", WS-BILL-COUNT,
009560         " FEED DETAILS ", WS-FEED-DETAILS,
009570         " RC ", WS-FINAL-RC.
009580     MOVE WS-FINAL-RC TO RETURN-CODE.
009590     GOBACK.
009600
00960A 9900-ABORT-BAD-CONTROL-CARD.
00960B
00960C     MOVE 12 TO RETURN-CODE.
00960D     GOBACK.
00960E
00960F*----------------------------------------------------------------*
00960G*    OPERSEC, AUDKSDS OR HISTKSDS CANNOT BE OPENED - NO REPORT   *
00960H*    AND NO FEED FOR THE MONTH.                                  *
00960I*----------------------------------------------------------------*
00960J 9960-ABORT-NO-INPUT-FILE.
00960K
00960L     MOVE 16 TO RETURN-CODE.
00960M     GOBACK.
00960N
009610 END PROGRAM PROGRAM25.
