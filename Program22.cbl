000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM22 AS "Program22".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM22 --  STORED RUN COMPARISON REPORT.  THE BATCH      *
000190*                  COUNTERPART OF THE COMPARISON SCREEN          *
000200*                  (PROGRAM21) - ON DEMAND, NOT A CHAIN STEP.    *
000210*                  ONE CONTROL CARD (CMPRCARD) NAMES THE TWO     *
000220*                  RUNS -                                        *
000230*                    COLUMNS  1-8   FIRST RUN DATE  (YYYYMMDD)   *
000240*                    COLUMNS  9-14  FIRST RUN TIME  (HHMMSS)     *
000250*                    COLUMNS 15-22  SECOND RUN DATE (YYYYMMDD)   *
000260*                    COLUMNS 23-28  SECOND RUN TIME (HHMMSS)     *
000270*                  A BLANK RUN TIME TAKES THE LATEST RUN OF THE  *
000280*                  DATE.  PROGRAM20 (SEE MTCMPP) FINDS, MATCHES  *
000290*                  AND COMPARES THE RUNS AND WRITES THE          *
000300*                  COMPARISON EXCEPTION FILE (CMPREXC, SEE       *
000310*                  MTRECX), WHICH IS KEPT; THIS PROGRAM PRINTS   *
000320*                  IT (CMPRRPT) IN THE LAYOUT OF THE             *
000330*                  RECONCILIATION EXCEPTION REPORT.              *
000340*                                                                *
000350*    COMPLETION - 00 THE RUNS MATCH, 04 DIFFERENCES LISTED, 12   *
000360*    NO USABLE CARD OR A RUN NOT FOUND, 16 THE EXCEPTION FILE    *
000370*    COULD NOT BE WRITTEN OR READ BACK.                          *
000380*                                                                *
000390*    MOD LOG                                                     *
000400*    2026-10-15  DLW  ORIGINAL VERSION.                          *
00040A*    2026-10-15  DLW  WHEN THE RUNS DIFFER BUT CMPREXC CANNOT BE *
00040B*                      OPENED TO LIST THEM, THE REPORT NOW SAYS  *
00040C*                      SO AND THE RUN ENDS 16 INSTEAD OF 04.     *
000410*                                                                *
000420*----------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CONTROL-CARD-FILE ASSIGN TO "CMPRCARD"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CTL-FILE-STATUS.
000520     SELECT COMPARE-EXCEPTION-FILE ASSIGN TO "CMPREXC"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-RECX-FILE-STATUS.
000550     SELECT PRINT-FILE ASSIGN TO "CMPRRPT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PRINT-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CONTROL-CARD-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  CMPR-CONTROL-CARD.
000650     05  CMPR-FIRST-DATE          PIC X(08).
000660     05  CMPR-FIRST-DATE-9 REDEFINES CMPR-FIRST-DATE
000670                                  PIC 9(08).
000680     05  CMPR-FIRST-TIME          PIC X(06).
000690     05  CMPR-FIRST-TIME-9 REDEFINES CMPR-FIRST-TIME
000700                                  PIC 9(06).
000710     05  CMPR-SECOND-DATE         PIC X(08).
000720     05  CMPR-SECOND-DATE-9 REDEFINES CMPR-SECOND-DATE
000730                                  PIC 9(08).
000740     05  CMPR-SECOND-TIME         PIC X(06).
000750     05  CMPR-SECOND-TIME-9 REDEFINES CMPR-SECOND-TIME
000760                                  PIC 9(06).
000770     05  FILLER                   PIC X(52).
000780
000790 FD  COMPARE-EXCEPTION-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY MTRECX.
000830
000840 FD  PRINT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  PRINT-RECORD                 PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------*
000910*    FILE STATUS FIELDS                                          *
000920*----------------------------------------------------------------*
000930 01  WS-CTL-FILE-STATUS       PIC X(02).
000940 01  WS-RECX-FILE-STATUS      PIC X(02).
000950 01  WS-PRINT-FILE-STATUS     PIC X(02).
000960
000970 01  WS-CARD-REASON           PIC X(60).
000980 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
000990
001000     COPY MTCMPP.
001010
001020*----------------------------------------------------------------*
001030*    PRINT LINE LAYOUTS (COPY MTPRINT) AND REPORT CONTROLS       *
001040*----------------------------------------------------------------*
001050     COPY MTPRINT.
001060
001070 01  WS-REPORT-CONSTANTS.
001080     05  WS-COMPANY-NAME      PIC X(30)
001090                               VALUE "ACME MANUFACTURING CO.".
001100
001110 01  WS-PRINT-CONTROLS.
001120     05  WS-PAGE-NUMBER       PIC 9(04)  COMP  VALUE ZERO.
001130     05  WS-LINE-COUNT        PIC 9(03)  COMP  VALUE 99.
001140     05  WS-LINES-PER-PAGE    PIC 9(03)  COMP  VALUE 40.
001150
001160 01  WS-RUN-LINE.
001170     05  FILLER               PIC X(01)  VALUE SPACE.
001180     05  WS-RUN-LBL           PIC X(11).
001190     05  WS-RUN-DATE          PIC 9(08).
001200     05  FILLER               PIC X(04)  VALUE " AT ".
001210     05  WS-RUN-TIME          PIC 9(06).
001220     05  FILLER               PIC X(06)  VALUE " FROM ".
001230     05  WS-RUN-SOURCE        PIC X(08).
001240     05  FILLER               PIC X(03)  VALUE SPACES.
001250     05  WS-RUN-ROWS          PIC ZZ9.
001260     05  FILLER               PIC X(30)  VALUE " ROWS".
001270
001280 01  WS-EXCP-HDR-LINE.
001290     05  FILLER               PIC X(01)  VALUE SPACE.
001300     05  FILLER               PIC X(10)  VALUE "EXCEPTION".
001310     05  FILLER               PIC X(03)  VALUE "ROW".
001320     05  FILLER               PIC X(03)  VALUE SPACES.
001330     05  FILLER               PIC X(03)  VALUE "COL".
001340     05  FILLER               PIC X(03)  VALUE SPACES.
001350     05  FILLER               PIC X(05)  VALUE "FIRST".
001360     05  FILLER               PIC X(02)  VALUE SPACES.
001370     05  FILLER               PIC X(06)  VALUE "SECOND".
001380     05  FILLER               PIC X(02)  VALUE SPACES.
001390     05  FILLER               PIC X(04)  VALUE "CARD".
001400     05  FILLER               PIC X(38)  VALUE SPACES.
001410
001420 01  WS-TOTAL-LINE.
001430     05  FILLER               PIC X(01)  VALUE SPACE.
001440     05  FILLER               PIC X(14)  VALUE "ROWS MATCHED: ".
001450     05  WS-TOT-MATCHED       PIC ZZ9.
001460     05  FILLER               PIC X(20)  VALUE
001470         "  CELL DIFFERENCES: ".
001480     05  WS-TOT-CELLS         PIC ZZZZ9.
001490     05  FILLER               PIC X(14)  VALUE "  FIRST ONLY: ".
001500     05  WS-TOT-FIRST-ONLY    PIC ZZ9.
001510     05  FILLER               PIC X(15)  VALUE "  SECOND ONLY: ".
001520     05  WS-TOT-SECOND-ONLY   PIC ZZ9.
001530     05  FILLER               PIC X(02)  VALUE SPACES.
001540
001550 01  WS-MESSAGE-LINE.
001560     05  FILLER               PIC X(01)  VALUE SPACE.
001570     05  WS-MSG-TEXT          PIC X(79).
001580
001590*----------------------------------------------------------------*
001600*    REPORT RUN DATE (TODAY)                                     *
001610*----------------------------------------------------------------*
001620 01  WS-DATE-WORK.
001630     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
001640     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
001650         10  WS-RUN-YYYY      PIC 9(04).
001660         10  WS-RUN-MM        PIC 9(02).
001670         10  WS-RUN-DD        PIC 9(02).
001680     05  WS-RUN-DATE-DISPLAY  PIC X(10).
001690
001700 PROCEDURE DIVISION.
001710
001720 0000-MAIN-RUN-COMPARE-REPORT.
001730
001740     PERFORM 1000-INITIALIZE.
001750     PERFORM 1100-READ-CONTROL-CARD.
001760     OPEN OUTPUT PRINT-FILE.
001770     IF WS-CARD-REASON NOT = SPACES
001780         MOVE 12 TO WS-FINAL-RC
001790         PERFORM 8000-WRITE-PAGE-HEADERS
001800         MOVE WS-CARD-REASON TO WS-MSG-TEXT
001810         WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
001820         DISPLAY "NO COMPARISON - ", WS-CARD-REASON
001830     ELSE
001840         CALL "Program20" USING MT-CMPP-PARMS
001850         PERFORM 8000-WRITE-PAGE-HEADERS
001860         IF MT-CMPP-COMPARED
001870             PERFORM 3000-PRINT-DIFFERENCES
001880             PERFORM 7000-PRINT-TOTALS
001890         ELSE
001900             IF MT-CMPP-FILE-ERROR
001910                 MOVE 16 TO WS-FINAL-RC
001920             ELSE
001930                 MOVE 12 TO WS-FINAL-RC
001940             END-IF
001950             MOVE MT-CMPP-MESSAGE TO WS-MSG-TEXT
001960             WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
001970             DISPLAY "RUNS NOT COMPARED - ", MT-CMPP-MESSAGE
001980         END-IF
001990     END-IF.
002000     CLOSE PRINT-FILE.
002010     PERFORM 9000-END-PROGRAM.
002020
002030 1000-INITIALIZE.
002040
002050     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002060     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
002070         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
002080     END-STRING.
002090     MOVE SPACES TO WS-CARD-REASON.
002100     MOVE SPACE TO MT-CMPP-RESULT.
002110
002120*----------------------------------------------------------------*
002130*    THE CONTROL CARD - BOTH RUN DATES REQUIRED AND NUMERIC, A   *
002140*    RUN TIME BLANK OR NUMERIC.  ONLY THE FIRST CARD IS USED.    *
002150*----------------------------------------------------------------*
002160 1100-READ-CONTROL-CARD.
002170
002180     OPEN INPUT CONTROL-CARD-FILE.
002190     IF WS-CTL-FILE-STATUS NOT = "00"
002200         MOVE "NO CMPRCARD CONTROL CARD" TO WS-CARD-REASON
002210     ELSE
002220         READ CONTROL-CARD-FILE
002230         IF WS-CTL-FILE-STATUS NOT = "00"
002240             MOVE "CMPRCARD IS EMPTY" TO WS-CARD-REASON
002250         ELSE
002260             PERFORM 1200-EDIT-CONTROL-CARD
002270         END-IF
002280         CLOSE CONTROL-CARD-FILE
002290     END-IF.
002300
002310 1200-EDIT-CONTROL-CARD.
002320
002330     IF CMPR-FIRST-DATE-9 NOT NUMERIC
002340         MOVE "FIRST RUN DATE MUST BE NUMERIC YYYYMMDD"
002350             TO WS-CARD-REASON
002360     ELSE
002370         IF CMPR-SECOND-DATE-9 NOT NUMERIC
002380             MOVE "SECOND RUN DATE MUST BE NUMERIC YYYYMMDD"
002390                 TO WS-CARD-REASON
002400         ELSE
002410             IF (CMPR-FIRST-TIME NOT = SPACES
002420                     AND CMPR-FIRST-TIME-9 NOT NUMERIC)
002430                 OR (CMPR-SECOND-TIME NOT = SPACES
002440                     AND CMPR-SECOND-TIME-9 NOT NUMERIC)
002450                 MOVE "RUN TIME MUST BE NUMERIC HHMMSS OR BLANK"
002460                     TO WS-CARD-REASON
002470             END-IF
002480         END-IF
002490     END-IF.
002500     IF WS-CARD-REASON = SPACES
002510         MOVE CMPR-FIRST-DATE-9 TO MT-CMPP-FIRST-DATE
002520         MOVE ZERO TO MT-CMPP-FIRST-TIME
002530         IF CMPR-FIRST-TIME NOT = SPACES
002540             MOVE CMPR-FIRST-TIME-9 TO MT-CMPP-FIRST-TIME
002550         END-IF
002560         MOVE CMPR-SECOND-DATE-9 TO MT-CMPP-SECOND-DATE
002570         MOVE ZERO TO MT-CMPP-SECOND-TIME
002580         IF CMPR-SECOND-TIME NOT = SPACES
002590             MOVE CMPR-SECOND-TIME-9 TO MT-CMPP-SECOND-TIME
002600         END-IF
002610     END-IF.
002620
002630*----------------------------------------------------------------*
002640*    ONE LINE PER DIFFERENCE FROM THE EXCEPTION FILE.  A ROW IN  *
002650*    ONLY ONE RUN PRINTS THAT RUN'S MULTIPLIER FOR THE ROW AND   *
002660*    NO COLUMN.                                                  *
002670*----------------------------------------------------------------*
002680 3000-PRINT-DIFFERENCES.
002690
002700     IF MT-CMPP-CELL-DIFFS = ZERO
002710         AND MT-CMPP-FIRST-ONLY = ZERO
002720         AND MT-CMPP-SECOND-ONLY = ZERO
002730         MOVE "NO DIFFERENCES - THE TWO RUNS MATCH" TO WS-MSG-TEXT
002740         WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
002750         ADD 1 TO WS-LINE-COUNT
002760     ELSE
002770         MOVE 4 TO WS-FINAL-RC
002780         OPEN INPUT COMPARE-EXCEPTION-FILE
002790         IF WS-RECX-FILE-STATUS = "00"
002800             PERFORM 3100-PRINT-ONE-DIFFERENCE
002810                 UNTIL WS-RECX-FILE-STATUS NOT = "00"
002820             CLOSE COMPARE-EXCEPTION-FILE
00282A         ELSE
00282B             MOVE 16 TO WS-FINAL-RC
00282C             MOVE SPACES TO WS-MSG-TEXT
00282D             STRING "CMPREXC NOT AVAILABLE - STATUS "
00282E                 WS-RECX-FILE-STATUS
00282F                 " - DIFFERENCES NOT LISTED"
00282G                 DELIMITED BY SIZE INTO WS-MSG-TEXT
00282H             END-STRING
00282I             WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
00282J             ADD 1 TO WS-LINE-COUNT
00282K             DISPLAY WS-MSG-TEXT
002830         END-IF
002840     END-IF.
002850
002860 3100-PRINT-ONE-DIFFERENCE.
002870
002880     READ COMPARE-EXCEPTION-FILE.
002890     IF WS-RECX-FILE-STATUS = "00"
002900         AND MT-RECX-RUN-COMPARE
002910         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002920             PERFORM 8000-WRITE-PAGE-HEADERS
002930         END-IF
002940         MOVE SPACES TO MT-PRINT-LINE
002950         MOVE " " TO MT-PRINT-CC
002960         IF MT-RECX-FIRST-RUN-ONLY
002970             MOVE "1ST ONLY" TO MT-EXCP-TYPE-DESC
002980         ELSE
002990             IF MT-RECX-SECOND-RUN-ONLY
003000                 MOVE "2ND ONLY" TO MT-EXCP-TYPE-DESC
003010             ELSE
003020                 MOVE "CELL DIFF" TO MT-EXCP-TYPE-DESC
003030             END-IF
003040         END-IF
003050         MOVE MT-RECX-ROW-NUMBER TO MT-EXCP-ROW
003060         MOVE MT-RECX-COLUMN-NUMBER TO MT-EXCP-COL
003070         MOVE MT-RECX-PRIOR-VALUE TO MT-EXCP-PRIOR
003080         MOVE MT-RECX-CURRENT-VALUE TO MT-EXCP-CURRENT
003090         MOVE MT-RECX-CARD-SEQ TO MT-EXCP-CARD
003100         WRITE PRINT-RECORD FROM MT-PRINT-LINE
003110         ADD 1 TO WS-LINE-COUNT
003120     END-IF.
003130
003140 7000-PRINT-TOTALS.
003150
003160     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
003170         PERFORM 8000-WRITE-PAGE-HEADERS
003180     END-IF.
003190     MOVE SPACES TO PRINT-RECORD.
003200     WRITE PRINT-RECORD.
003210     MOVE MT-CMPP-MATCHED-ROWS TO WS-TOT-MATCHED.
003220     MOVE MT-CMPP-CELL-DIFFS TO WS-TOT-CELLS.
003230     MOVE MT-CMPP-FIRST-ONLY TO WS-TOT-FIRST-ONLY.
003240     MOVE MT-CMPP-SECOND-ONLY TO WS-TOT-SECOND-ONLY.
003250     WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
003260
003270*----------------------------------------------------------------*
003280*    PAGE HEADINGS - THE TWO RUNS COMPARED ARE REPEATED ON       *
003290*    EVERY PAGE ONCE THEY HAVE BEEN FOUND.                       *
003300*----------------------------------------------------------------*
003310 8000-WRITE-PAGE-HEADERS.
003320
003330     ADD 1 TO WS-PAGE-NUMBER.
003340     MOVE SPACES TO MT-PRINT-LINE.
003350     MOVE "1" TO MT-PRINT-CC.
003360     MOVE WS-COMPANY-NAME TO MT-TITLE-COMPANY.
003370     MOVE "RUN DATE: " TO MT-TITLE-DATE-LIT.
003380     MOVE WS-RUN-DATE-DISPLAY TO MT-TITLE-RUN-DATE.
003390     MOVE "PAGE: " TO MT-TITLE-PAGE-LIT.
003400     MOVE WS-PAGE-NUMBER TO MT-TITLE-PAGE-NO.
003410     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
003420     MOVE SPACES TO MT-PRINT-LINE.
003430     MOVE " " TO MT-PRINT-CC.
003440     MOVE "RUN COMPARISON EXCEPTION REPORT" TO MT-SUBTITLE-TEXT.
003450     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
003460     MOVE SPACES TO MT-PRINT-LINE.
003470     MOVE " " TO MT-PRINT-CC.
003480     MOVE ALL "-" TO MT-PRINT-TEXT.
003490     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
003500     IF MT-CMPP-COMPARED
003510         MOVE "FIRST RUN" TO WS-RUN-LBL
003520         MOVE MT-CMPP-FIRST-DATE TO WS-RUN-DATE
003530         MOVE MT-CMPP-FIRST-TIME TO WS-RUN-TIME
003540         IF MT-CMPP-FIRST-FROM-ARCHIVE
003550             MOVE "ARCHIVE" TO WS-RUN-SOURCE
003560         ELSE
003570             MOVE "HISTKSDS" TO WS-RUN-SOURCE
003580         END-IF
003590         MOVE MT-CMPP-FIRST-ROWS TO WS-RUN-ROWS
003600         WRITE PRINT-RECORD FROM WS-RUN-LINE
003610         MOVE "SECOND RUN" TO WS-RUN-LBL
003620         MOVE MT-CMPP-SECOND-DATE TO WS-RUN-DATE
003630         MOVE MT-CMPP-SECOND-TIME TO WS-RUN-TIME
003640         IF MT-CMPP-SECOND-FROM-ARCHIVE
003650             MOVE "ARCHIVE" TO WS-RUN-SOURCE
003660         ELSE
003670             MOVE "HISTKSDS" TO WS-RUN-SOURCE
003680         END-IF
003690         MOVE MT-CMPP-SECOND-ROWS TO WS-RUN-ROWS
003700         WRITE PRINT-RECORD FROM WS-RUN-LINE
003710         MOVE SPACES TO MT-PRINT-LINE
003720         MOVE " " TO MT-PRINT-CC
003730         MOVE ALL "-" TO MT-PRINT-TEXT
003740         WRITE PRINT-RECORD FROM MT-PRINT-LINE
003750         WRITE PRINT-RECORD FROM WS-EXCP-HDR-LINE
003760         MOVE SPACES TO MT-PRINT-LINE
003770         MOVE " " TO MT-PRINT-CC
003780         MOVE ALL "-" TO MT-PRINT-TEXT
003790         WRITE PRINT-RECORD FROM MT-PRINT-LINE
003800     END-IF.
003810     MOVE ZERO TO WS-LINE-COUNT.
003820
003830 9000-END-PROGRAM.
003840
003850     IF MT-CMPP-COMPARED
003860         DISPLAY "RUN COMPARISON COMPLETE - CELL DIFFERENCES ",
003870             MT-CMPP-CELL-DIFFS,
003880             " FIRST ONLY ", MT-CMPP-FIRST-ONLY,
003890             " SECOND ONLY ", MT-CMPP-SECOND-ONLY,
003900             " RC ", WS-FINAL-RC
003910     END-IF.
003920     MOVE WS-FINAL-RC TO RETURN-CODE.
003930     GOBACK.
003940
003950 END PROGRAM PROGRAM22.
