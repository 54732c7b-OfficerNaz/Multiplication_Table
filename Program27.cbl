000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM27 AS "Program27".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM27 --  PRINT QUEUE STEP.  THE INQUIRY (PROGRAM2)     *
000190*                  ONLY SHOWS A TABLE ON THE TERMINAL; AN        *
000200*                  OPERATOR WHO NEEDS IT ON PAPER OR IN A FILE   *
000210*                  QUEUES IT THERE INSTEAD (PRTQUEUE, SEE        *
000220*                  MTPRTQ).  THIS STEP PICKS UP EVERY PENDING    *
000230*                  REQUEST IN THE ORDER QUEUED AND:              *
000240*                    - CHECKS IT AGAIN - THE OPERATOR MUST STILL *
000250*                      BE ON THE SECURITY FILE (OPERSEC), NOT    *
000260*                      LOCKED OUT, AND FOR A UNIT PRICE          *
000270*                      EXTENSION STILL MAY RUN DECIMAL MODE;     *
000280*                      THE RANGES MUST STILL PASS THE BATCH      *
000290*                      JOB'S LIMITS (10 COLUMNS, 8 IN MODE D),   *
000300*                    - PRINTS IT AS ITS OWN REPORT ON PRTQRPT,   *
000310*                      STARTING ON A NEW PAGE AT PAGE 1 WITH THE *
000320*                      BATCH JOB'S HEADINGS (MTPRINT) AND THE    *
000330*                      REQUESTING OPERATOR ON A BANNER LINE.     *
000340*                      EACH CELL COMES FROM PROGRAM3, AND A UNIT *
000350*                      PRICE IS EXTENDED, EXACTLY AS THE BATCH   *
000360*                      JOB (PROGRAM1) DOES IT.  A REFUSED        *
000370*                      REQUEST GETS A PAGE SAYING WHY,           *
000380*                    - FOR FILE DELIVERY, ALSO WRITES THE ROWS   *
000390*                      TO QREQOUT IN THE BATCH JOB'S EXTRACT     *
000400*                      LAYOUT (MTOUTR).  THERE IS ONE QREQOUT    *
000410*                      PER RUN, NOT ONE FILE PER REQUEST - A     *
000420*                      STEP CANNOT OPEN A VARYING NUMBER OF      *
000430*                      FILES - SO EACH REQUEST IS ITS OWN        *
00043A*                      SECTION OF THE FILE, TOLD APART BY THE    *
00043B*                      CARD SEQUENCE AS THE CARDS OF A           *
00043C*                      MULTI-CARD BATCH RUN ARE, WITH ITS ROW    *
00043D*                      NUMBERS STARTING AGAIN AT 1,              *
000440*                    - REWRITES THE QUEUE ENTRY AS COMPLETED OR  *
000450*                      FAILED WITH THIS RUN'S STAMP, ITS RESULT  *
000460*                      CODE AND ITS SEQUENCE IN THE RUN, AND     *
000470*                    - WRITES ONE AUDIT RECORD (ACTION "T", SEE  *
000480*                      MTAUD) IN THE OPERATOR'S NAME.            *
000490*                  THE SEQUENCE IN THE RUN IS THE SAME ON THE    *
000500*                  QUEUE ENTRY, THE AUDIT RECORD AND THE FILE    *
000510*                  SECTION.  THE STEP HOLDS THE PRINTQ RUN LOCK  *
000520*                  (PROGRAM23) THROUGHOUT, SO NO REQUEST IS      *
000530*                  QUEUED WHILE THE FILE IS BEING UPDATED.  RUN  *
000540*                  IT ON ITS OWN SCHEDULE - IT IS NOT A STEP OF  *
000550*                  THE NIGHTLY CHAIN.                            *
000560*                                                                *
000570*    COMPLETION CODES - 00 EVERY PENDING REQUEST RAN (OR NONE    *
000580*    WAS PENDING, OR NOTHING HAS EVER BEEN QUEUED), 04 ONE OR    *
000590*    MORE REQUESTS FAILED, 16 OPERSEC, PRTQUEUE OR PRTQRPT COULD *
000600*    NOT BE OPENED, 24 THE PRINT QUEUE IS IN USE.                *
000610*                                                                *
000620*    MOD LOG                                                     *
000630*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000640*                                                                *
000650*----------------------------------------------------------------*
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.  IBM-370.
000690 OBJECT-COMPUTER.  IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-OPER-FILE-STATUS.
000750     SELECT PRINT-QUEUE-FILE ASSIGN TO "PRTQUEUE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-PRTQ-FILE-STATUS.
000780     SELECT PRINT-FILE ASSIGN TO "PRTQRPT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-PRINT-FILE-STATUS.
000810     SELECT OUTPUT-FILE ASSIGN TO "QREQOUT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-OUT-FILE-STATUS.
000840     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-AUD-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  OPERATOR-SEC-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY MTOPER.
000940
000950 FD  PRINT-QUEUE-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY MTPRTQ.
000990
001000 FD  PRINT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  PRINT-RECORD                 PIC X(80).
001040
001050 FD  OUTPUT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080     COPY MTOUTR.
001090
001100 FD  AUDIT-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY MTAUD.
001140
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------*
001170*    FILE STATUS FIELDS AND SWITCHES                             *
001180*----------------------------------------------------------------*
001190 01  WS-OPER-FILE-STATUS      PIC X(02).
001200 01  WS-PRTQ-FILE-STATUS      PIC X(02).
001210 01  WS-PRINT-FILE-STATUS     PIC X(02).
001220 01  WS-OUT-FILE-STATUS       PIC X(02).
001230 01  WS-AUD-FILE-STATUS       PIC X(02).
001240
001250 01  WS-SWITCHES.
001260     05  WS-PRTQ-EOF-SW       PIC X(01)  VALUE "N".
001270         88  WS-PRTQ-EOF                 VALUE "Y".
001280     05  WS-OUT-STATE-SW      PIC X(01)  VALUE "N".
001290         88  WS-OUT-NOT-TRIED            VALUE "N".
001300         88  WS-OUT-OPEN                 VALUE "Y".
001310         88  WS-OUT-FAILED               VALUE "F".
001320     05  WS-AUD-OPEN-SW       PIC X(01)  VALUE "N".
001330         88  WS-AUD-OPEN                 VALUE "Y".
001340     05  WS-COLHDR-SW         PIC X(01)  VALUE "N".
001350         88  WS-PRINT-COLHDR             VALUE "Y".
001360
001370 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
001380
001390*----------------------------------------------------------------*
001400*    THE SECURITY FILE, HELD IN STORAGE FOR THE RUN - THE SAME   *
001410*    TABLE LIMIT AS THE BATCH JOB (PROGRAM1).                    *
001420*----------------------------------------------------------------*
001430 77  WS-OPER-LIMIT            PIC 9(03)  COMP  VALUE 100.
001440 01  WS-OPER-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001450 01  WS-OPER-IDX              PIC 9(03)  COMP.
001460 01  WS-OPER-FOUND            PIC 9(03)  COMP.
001470
001480 01  WS-OPER-TABLE.
001490     05  WS-OPER-ENTRY OCCURS 100 TIMES.
001500         10  WS-OPER-TAB-ID       PIC X(08).
001510         10  WS-OPER-TAB-DECIMAL  PIC X(01).
001520         10  WS-OPER-TAB-LOCKED   PIC X(01).
001530
001540*----------------------------------------------------------------*
001550*    THE REQUEST IN HAND - WHY IT WAS REFUSED (SPACES WHEN IT    *
001560*    RUNS), ITS RESULT CODE, ITS SEQUENCE IN THIS RUN AND THE    *
001570*    START NUMBER AND ROW COUNT FOR ITS AUDIT RECORD.            *
001580*----------------------------------------------------------------*
001590 01  WS-REQ-REASON            PIC X(50).
001600 01  WS-REQ-RESULT-CODE       PIC 9(02).
001610 01  WS-RUN-SEQ               PIC 9(03)  VALUE ZERO.
001620 01  WS-REQ-AUD-START         PIC 9(03).
001630 01  WS-REQ-AUD-ROWS          PIC 9(03).
001640 01  WS-REQ-AUD-PRICE         PIC 9(05)V99.
001650 01  WS-REQ-MAX-COLS          PIC 9(02).
001660 01  WS-REQ-ROWS              PIC 9(05).
001670 01  WS-REQ-OVERFLOWS         PIC 9(05).
001680 01  WS-REQ-TIME-WORK         PIC 9(08).
001690 01  WS-REQ-TIME-X REDEFINES WS-REQ-TIME-WORK.
001700     05  WS-REQ-TIME-HH       PIC 9(02).
001710     05  WS-REQ-TIME-MM       PIC 9(02).
001720     05  WS-REQ-TIME-SSCC     PIC 9(04).
001730
001740*----------------------------------------------------------------*
001750*    RUN TOTALS                                                  *
001760*----------------------------------------------------------------*
001770 01  WS-REQUESTS-RUN          PIC 9(05)  VALUE ZERO.
001780 01  WS-REQUESTS-FAILED       PIC 9(05)  VALUE ZERO.
001790 01  WS-OUT-ROW-NUMBER        PIC 9(03)  VALUE ZERO.
001800
001810*----------------------------------------------------------------*
001820*    THE TABLE BEING PRINTED - THE COLUMN VALUES (QUANTITIES IN  *
001830*    MODE D) AND EACH CELL'S RESULT, AS THE BATCH JOB HOLDS      *
001840*    THEM, PLUS THE ONE-CELL MULTIPLY REQUEST FOR PROGRAM3.      *
001850*----------------------------------------------------------------*
001860 01  WS-TABLE-SIZE            PIC 9(03)  COMP.
001870 01  WS-COL-IDX               PIC 9(03)  COMP.
001880 01  WS-PRINT-POINTER         PIC 9(03)  COMP.
001890 01  WS-CURRENT-MULTIPLIER    PIC 9(05).
001900 01  WS-UNIT-PRICE            PIC 9(05)V99.
001910 01  WS-DEC-EDIT              PIC ZZZZ9.99.
001920
001930 01  WS-CELL-TABLE.
001940     05  WS-CELL-ENTRY OCCURS 10 TIMES.
001950         10  WS-COL-VALUE         PIC 9(05).
001960         10  WS-CELL-RESULT       PIC 9(05).
001970         10  WS-DEC-RESULT        PIC 9(05)V99.
001980         10  WS-COL-OVERFLOW-SW   PIC X(01).
001990             88  WS-COL-OVERFLOW            VALUE "Y".
002000
002010     COPY MTMULT.
002020
002030*----------------------------------------------------------------*
002040*    PRINT QUEUE RUN LOCK REQUEST - PASSED TO PROGRAM23.         *
002050*----------------------------------------------------------------*
002060     COPY MTLOKP.
002070
002080*----------------------------------------------------------------*
002090*    PRINT LINE LAYOUTS (COPY MTPRINT) AND REPORT CONTROLS.      *
002100*    PAGE NUMBERS START AGAIN AT 1 FOR EACH REQUEST.             *
002110*----------------------------------------------------------------*
002120     COPY MTPRINT.
002130
002140 01  WS-PRINT-CONTROLS.
002150     05  WS-COMPANY-NAME      PIC X(30)
002160                              VALUE "ACME MANUFACTURING CO.".
002170     05  WS-PAGE-NUMBER       PIC 9(04)  COMP  VALUE ZERO.
002180     05  WS-LINE-COUNT        PIC 9(03)  COMP  VALUE 99.
002190     05  WS-LINES-PER-PAGE    PIC 9(03)  COMP  VALUE 40.
002200
002210 01  WS-SUBTITLE-WORK         PIC X(40).
002220 01  WS-COL-LABEL             PIC X(07).
002230
002240 01  WS-BANNER-LINE.
002250     05  FILLER               PIC X(01)  VALUE SPACE.
002260     05  FILLER               PIC X(22)
002270                              VALUE "REQUESTED BY OPERATOR ".
002280     05  WS-BNR-OPERATOR      PIC X(08).
002290     05  FILLER               PIC X(09)  VALUE "  QUEUED ".
002300     05  WS-BNR-DATE          PIC 9(08).
002310     05  FILLER               PIC X(01)  VALUE SPACE.
002320     05  WS-BNR-HH            PIC 9(02).
002330     05  FILLER               PIC X(01)  VALUE ":".
002340     05  WS-BNR-MM            PIC 9(02).
002350     05  FILLER               PIC X(10)  VALUE "  REQUEST ".
002360     05  WS-BNR-REQUEST-NO    PIC 9(05).
002370     05  FILLER               PIC X(11)  VALUE SPACES.
002380
002390 01  WS-REASON-LINE.
002400     05  FILLER               PIC X(01)  VALUE SPACE.
002410     05  FILLER               PIC X(24)
002420                              VALUE "REQUEST NOT RUN - RESULT".
002430     05  FILLER               PIC X(01)  VALUE SPACE.
002440     05  WS-RSN-RESULT-CODE   PIC 9(02).
002450     05  FILLER               PIC X(02)  VALUE SPACES.
002460     05  WS-RSN-TEXT          PIC X(50).
002470
002480 01  WS-END-LINE.
002490     05  FILLER               PIC X(01)  VALUE SPACE.
002500     05  FILLER               PIC X(15)  VALUE "END OF REQUEST ".
002510     05  WS-END-REQUEST-NO    PIC 9(05).
002520     05  FILLER               PIC X(08)  VALUE "  ROWS ".
002530     05  WS-END-ROWS          PIC ZZZZ9.
002540     05  FILLER               PIC X(20)
002550                              VALUE "  OVERFLOWED CELLS ".
002560     05  WS-END-OVERFLOWS     PIC ZZZZ9.
002570     05  FILLER               PIC X(11)  VALUE "  SEQUENCE ".
002580     05  WS-END-RUN-SEQ       PIC ZZ9.
002590     05  FILLER               PIC X(07)  VALUE SPACES.
002600
002610*----------------------------------------------------------------*
002620*    RUN DATE AND TIME - THE STAMP ON EVERY QUEUE ENTRY AND      *
002630*    AUDIT RECORD THIS RUN WRITES.                               *
002640*----------------------------------------------------------------*
002650 01  WS-DATE-WORK.
002660     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
002670     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
002680         10  WS-RUN-YYYY      PIC 9(04).
002690         10  WS-RUN-MM        PIC 9(02).
002700         10  WS-RUN-DD        PIC 9(02).
002710     05  WS-RUN-DATE-DISPLAY  PIC X(10).
002720     05  WS-RUN-TIME-HHMMSS   PIC 9(08).
002730
002740 PROCEDURE DIVISION.
002750
002760 0000-MAIN-PRINT-QUEUE.
002770
002780     PERFORM 1000-INITIALIZE.
002790     PERFORM 1100-TAKE-QUEUE-LOCK.
002800     PERFORM 1200-LOAD-OPERATOR-FILE.
002810     PERFORM 1300-OPEN-QUEUE-FILES.
002820     PERFORM 2000-READ-ONE-QUEUE-ENTRY
002830         UNTIL WS-PRTQ-EOF.
002840     PERFORM 8500-CLOSE-QUEUE-FILES.
002850     PERFORM 9000-END-PROGRAM.
002860
002870 1000-INITIALIZE.
002880
002890     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002900     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME.
002910     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
002920         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
002930     END-STRING.
002940
002950*----------------------------------------------------------------*
002960*    THE PRINTQ LOCK KEEPS THE INQUIRY FROM APPENDING TO THE     *
002970*    QUEUE WHILE THIS STEP REWRITES IT, AND A SECOND COPY OF     *
002980*    THIS STEP FROM RUNNING THE SAME REQUESTS TWICE.             *
002990*----------------------------------------------------------------*
003000 1100-TAKE-QUEUE-LOCK.
003010
003020     MOVE "A" TO MT-LOKP-FUNCTION.
003030     MOVE "PRINTQ" TO MT-LOKP-LOCK-NAME.
003040     MOVE "PROGRAM27" TO MT-LOKP-PROGRAM.
003050     MOVE SPACES TO MT-LOKP-OPERATOR-ID.
003060     CALL "Program23" USING MT-LOKP-PARMS.
003070     IF MT-LOKP-REFUSED
003080         PERFORM 9970-ABORT-QUEUE-LOCKED
003090     END-IF.
003100
003110 1200-LOAD-OPERATOR-FILE.
003120
003130     OPEN INPUT OPERATOR-SEC-FILE.
003140     IF WS-OPER-FILE-STATUS NOT = "00"
003150         DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
003160             WS-OPER-FILE-STATUS, " - NO REQUESTS RUN"
003170         PERFORM 9960-ABORT-NO-FILE
003180     END-IF.
003190     PERFORM 1210-READ-ONE-OPERATOR
003200         UNTIL WS-OPER-FILE-STATUS NOT = "00".
003210     CLOSE OPERATOR-SEC-FILE.
003220
003230 1210-READ-ONE-OPERATOR.
003240
003250     READ OPERATOR-SEC-FILE.
003260     IF WS-OPER-FILE-STATUS = "00"
003270         IF WS-OPER-COUNT < WS-OPER-LIMIT
003280             ADD 1 TO WS-OPER-COUNT
003290             MOVE MT-OPER-ID
003300                 TO WS-OPER-TAB-ID (WS-OPER-COUNT)
003310             MOVE MT-OPER-MAY-RUN-DECIMAL
003320                 TO WS-OPER-TAB-DECIMAL (WS-OPER-COUNT)
003330             MOVE MT-OPER-LOCKED
003340                 TO WS-OPER-TAB-LOCKED (WS-OPER-COUNT)
003350         ELSE
003360             DISPLAY "OPERATOR TABLE FULL - RECORD DROPPED"
003370         END-IF
003380     END-IF.
003390
003400*----------------------------------------------------------------*
003410*    A QUEUE THAT HAS NEVER BEEN CREATED MEANS NOTHING HAS BEEN  *
003420*    QUEUED YET (THE INQUIRY CREATES IT WITH THE FIRST REQUEST). *
003430*    THE AUDIT TRAIL IS CREATED IF NEED BE, AS EVERY WRITER OF   *
003440*    IT DOES; ONE THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT *
003450*    STOP THE RUN.  THE OUTPUT FILE IS ONLY OPENED WHEN A        *
003460*    REQUEST ASKS FOR IT.                                        *
003470*----------------------------------------------------------------*
003480 1300-OPEN-QUEUE-FILES.
003490
003500     OPEN I-O PRINT-QUEUE-FILE.
003510     IF WS-PRTQ-FILE-STATUS = "35"
003520         DISPLAY "PRTQUEUE NOT FOUND - NO PRINT REQUESTS QUEUED"
003530         PERFORM 9950-ABORT-NO-QUEUE
003560     END-IF.
003570     IF WS-PRTQ-FILE-STATUS NOT = "00"
003580         DISPLAY "PRTQUEUE NOT AVAILABLE - STATUS ",
003590             WS-PRTQ-FILE-STATUS, " - NO REQUESTS RUN"
003600         PERFORM 9960-ABORT-NO-FILE
003610     END-IF.
003620     OPEN OUTPUT PRINT-FILE.
003630     IF WS-PRINT-FILE-STATUS NOT = "00"
003640         DISPLAY "PRTQRPT NOT AVAILABLE - STATUS ",
003650             WS-PRINT-FILE-STATUS, " - NO REQUESTS RUN"
003660         CLOSE PRINT-QUEUE-FILE
003670         PERFORM 9960-ABORT-NO-FILE
003680     END-IF.
003690     OPEN EXTEND AUDIT-FILE.
003700     IF WS-AUD-FILE-STATUS = "35"
003710         OPEN OUTPUT AUDIT-FILE
003720     END-IF.
003730     IF WS-AUD-FILE-STATUS = "00"
003740         SET WS-AUD-OPEN TO TRUE
003750     ELSE
003760         DISPLAY "AUDITLOG NOT AVAILABLE - STATUS ",
003770             WS-AUD-FILE-STATUS, " - REQUESTS NOT LOGGED"
003780     END-IF.
003790
003800*----------------------------------------------------------------*
003810*    ONE QUEUE ENTRY.  ONLY A PENDING ENTRY IS RUN; ONE ALREADY  *
003820*    COMPLETED OR FAILED IS LEFT AS IT IS.                       *
003830*----------------------------------------------------------------*
003840 2000-READ-ONE-QUEUE-ENTRY.
003850
003860     READ PRINT-QUEUE-FILE
003870         AT END
003880             SET WS-PRTQ-EOF TO TRUE
003890         NOT AT END
003900             IF MT-PRTQ-PENDING
003910                 PERFORM 3000-RUN-ONE-REQUEST
003920             END-IF
003930     END-READ.
003940
003950 3000-RUN-ONE-REQUEST.
003960
003970     ADD 1 TO WS-RUN-SEQ.
003980     MOVE SPACES TO WS-REQ-REASON.
003990     MOVE ZERO TO WS-REQ-RESULT-CODE.
004000     MOVE ZERO TO WS-REQ-AUD-START.
004010     MOVE ZERO TO WS-REQ-AUD-ROWS.
004020     MOVE ZERO TO WS-REQ-AUD-PRICE.
004030     MOVE ZERO TO WS-REQ-ROWS.
004040     MOVE ZERO TO WS-REQ-OVERFLOWS.
00404A     MOVE ZERO TO WS-OUT-ROW-NUMBER.
004050     PERFORM 3100-CHECK-REQUEST.
004060     IF WS-REQ-REASON = SPACES
004070         AND MT-PRTQ-PRINT-AND-FILE
004080         PERFORM 3200-OPEN-OUTPUT-FILE
004090     END-IF.
004100     IF WS-REQ-REASON = SPACES
004110         PERFORM 4000-PRINT-REQUEST
004120         ADD 1 TO WS-REQUESTS-RUN
004130     ELSE
004140         PERFORM 4900-PRINT-REFUSED-REQUEST
004150         ADD 1 TO WS-REQUESTS-FAILED
004160     END-IF.
004170     PERFORM 5000-MARK-QUEUE-ENTRY.
004180     PERFORM 5100-WRITE-REQUEST-AUDIT.
004190
004200*----------------------------------------------------------------*
004210*    CHECK THE REQUEST AGAIN AT RUN TIME - THE OPERATOR'S        *
004220*    PERMISSIONS MAY HAVE CHANGED SINCE IT WAS QUEUED, AND THE   *
004230*    RANGES ARE HELD TO THE BATCH JOB'S CARD LIMITS.  THE FIRST  *
004240*    FAULT FOUND IS THE REASON GIVEN.                            *
004250*----------------------------------------------------------------*
004260 3100-CHECK-REQUEST.
004270
004280     MOVE ZERO TO WS-OPER-FOUND.
004290     PERFORM 3110-MATCH-ONE-OPERATOR
004300         VARYING WS-OPER-IDX FROM 1 BY 1
004310         UNTIL WS-OPER-IDX > WS-OPER-COUNT
004320             OR WS-OPER-FOUND > ZERO.
004330     IF WS-OPER-FOUND = ZERO
004340         MOVE "OPERATOR NOT ON THE SECURITY FILE" TO WS-REQ-REASON
004350     ELSE
004360         IF WS-OPER-TAB-LOCKED (WS-OPER-FOUND) = "Y"
004370             MOVE "OPERATOR IS LOCKED OUT" TO WS-REQ-REASON
004380         END-IF
004390     END-IF.
004400     IF WS-REQ-REASON = SPACES
004410         IF MT-PRTQ-MODE-DECIMAL
004420             MOVE 8 TO WS-REQ-MAX-COLS
004430             PERFORM 3130-CHECK-DECIMAL-REQUEST
004440         ELSE
004450             IF MT-PRTQ-MODE-INTEGER
004460                 MOVE 10 TO WS-REQ-MAX-COLS
004470                 PERFORM 3120-CHECK-INTEGER-REQUEST
004480             ELSE
004490                 MOVE "MODE IS NOT I OR D" TO WS-REQ-REASON
004500             END-IF
004510         END-IF
004520     END-IF.
004530     IF WS-REQ-REASON = SPACES
004540         PERFORM 3140-CHECK-COLUMN-RANGE
004550     END-IF.
004560     IF WS-REQ-REASON = SPACES
004570         IF NOT MT-PRTQ-PRINT-ONLY
004580             AND NOT MT-PRTQ-PRINT-AND-FILE
004590             MOVE "DELIVERY IS NOT P OR F" TO WS-REQ-REASON
004600         ELSE
004610             IF MT-PRTQ-PRINT-AND-FILE
004620                 AND MT-PRTQ-MODE-DECIMAL
004630                 MOVE "FILE DELIVERY IS FOR WHOLE-NUMBER TABLES"
004640                     TO WS-REQ-REASON
004650             END-IF
004660         END-IF
004670     END-IF.
004680     IF WS-REQ-REASON NOT = SPACES
004690         MOVE 12 TO WS-REQ-RESULT-CODE
004700     END-IF.
004710
004720 3110-MATCH-ONE-OPERATOR.
004730
004740     IF WS-OPER-TAB-ID (WS-OPER-IDX) = MT-PRTQ-OPERATOR-ID
004750         MOVE WS-OPER-IDX TO WS-OPER-FOUND
004760     END-IF.
004770
004780 3120-CHECK-INTEGER-REQUEST.
004790
004800     IF MT-PRTQ-START-MULT NOT NUMERIC
004810         OR MT-PRTQ-END-MULT NOT NUMERIC
004820         OR MT-PRTQ-START-MULT = ZERO
004830         OR MT-PRTQ-END-MULT < MT-PRTQ-START-MULT
004840         MOVE "MULTIPLIER RANGE IS NOT VALID" TO WS-REQ-REASON
004850     ELSE
004860         MOVE MT-PRTQ-START-MULT TO WS-REQ-AUD-START
004870         COMPUTE WS-REQ-AUD-ROWS =
004880             MT-PRTQ-END-MULT - MT-PRTQ-START-MULT + 1
004890     END-IF.
004900
004910 3130-CHECK-DECIMAL-REQUEST.
004920
004930     IF WS-OPER-TAB-DECIMAL (WS-OPER-FOUND) NOT = "Y"
004940         MOVE "OPERATOR MAY NOT RUN DECIMAL MODE" TO WS-REQ-REASON
004950     ELSE
004960         IF MT-PRTQ-UNIT-PRICE NOT NUMERIC
004970             OR MT-PRTQ-UNIT-PRICE = ZERO
004980             MOVE "UNIT PRICE IS NOT VALID" TO WS-REQ-REASON
004990         ELSE
005000             MOVE MT-PRTQ-UNIT-PRICE TO WS-REQ-AUD-PRICE
005010         END-IF
005020     END-IF.
005030
005040 3140-CHECK-COLUMN-RANGE.
005050
005060     IF MT-PRTQ-START-COL NOT NUMERIC
005070         OR MT-PRTQ-END-COL NOT NUMERIC
005080         OR MT-PRTQ-START-COL = ZERO
005090         OR MT-PRTQ-END-COL < MT-PRTQ-START-COL
005100         MOVE "COLUMN RANGE IS NOT VALID" TO WS-REQ-REASON
005110     ELSE
005120         COMPUTE WS-TABLE-SIZE =
005130             MT-PRTQ-END-COL - MT-PRTQ-START-COL + 1
005140         IF WS-TABLE-SIZE > WS-REQ-MAX-COLS
005150             STRING "MORE THAN " WS-REQ-MAX-COLS
005160                 " COLUMNS IN THIS MODE"
005170                 DELIMITED BY SIZE INTO WS-REQ-REASON
005180             END-STRING
005190         ELSE
005200             IF MT-PRTQ-MODE-DECIMAL
005210                 MOVE MT-PRTQ-START-COL TO WS-REQ-AUD-START
005220                 MOVE 1 TO WS-REQ-AUD-ROWS
005230             END-IF
005240         END-IF
005250     END-IF.
005260
005270*----------------------------------------------------------------*
005280*    THE OUTPUT FILE IS OPENED THE FIRST TIME A REQUEST ASKS FOR *
005290*    IT.  IF IT CANNOT BE OPENED, EVERY FILE REQUEST IN THE RUN  *
005300*    FAILS (RESULT 16) AND IS NOT PRINTED EITHER, SO IT CAN BE   *
005310*    QUEUED AGAIN WHOLE.                                         *
005320*----------------------------------------------------------------*
005330 3200-OPEN-OUTPUT-FILE.
005340
005350     IF WS-OUT-NOT-TRIED
005360         OPEN OUTPUT OUTPUT-FILE
005370         IF WS-OUT-FILE-STATUS = "00"
005380             SET WS-OUT-OPEN TO TRUE
005390         ELSE
005400             SET WS-OUT-FAILED TO TRUE
005410             DISPLAY "QREQOUT NOT AVAILABLE - STATUS ",
005420                 WS-OUT-FILE-STATUS, " - FILE REQUESTS FAIL"
005430         END-IF
005440     END-IF.
005450     IF WS-OUT-FAILED
005460         MOVE "OUTPUT FILE (QREQOUT) NOT AVAILABLE"
005470             TO WS-REQ-REASON
005480         MOVE 16 TO WS-REQ-RESULT-CODE
005490     END-IF.
005500
005510*----------------------------------------------------------------*
005520*    PRINT ONE REQUEST AS ITS OWN REPORT.  THE COLUMN VALUES ARE *
005530*    THE REQUESTED COLUMN RANGE; A WHOLE-NUMBER TABLE PRINTS ONE *
005540*    ROW PER MULTIPLIER AND A UNIT PRICE EXTENSION ONE PRICE     *
005550*    ROW, WITH THE BATCH JOB'S TITLES AND COLUMN HEADINGS.  A    *
005560*    REQUEST WITH OVERFLOWED CELLS STILL COMPLETES, RESULT 04.   *
005570*----------------------------------------------------------------*
005580 4000-PRINT-REQUEST.
005590
005600     PERFORM 4010-SET-ONE-COLUMN-VALUE
005610         VARYING WS-COL-IDX FROM 1 BY 1
005620         UNTIL WS-COL-IDX > 10.
005630     IF MT-PRTQ-MODE-DECIMAL
005640         MOVE MT-PRTQ-UNIT-PRICE TO WS-UNIT-PRICE
005650         MOVE WS-UNIT-PRICE TO WS-DEC-EDIT
005660         MOVE SPACES TO WS-SUBTITLE-WORK
005670         STRING "UNIT PRICE EXTENSION - PRICE " WS-DEC-EDIT
005680             DELIMITED BY SIZE INTO WS-SUBTITLE-WORK
005690         END-STRING
005700         MOVE "QTY    " TO WS-COL-LABEL
005710     ELSE
005720         MOVE "MULTIPLICATION TABLE REPORT" TO WS-SUBTITLE-WORK
005730         MOVE "MULT   " TO WS-COL-LABEL
005740     END-IF.
005750     MOVE "Y" TO WS-COLHDR-SW.
005760     MOVE ZERO TO WS-PAGE-NUMBER.
005770     PERFORM 8000-WRITE-PAGE-HEADERS.
005780     IF MT-PRTQ-MODE-DECIMAL
005790         PERFORM 4300-PRODUCE-EXTENSION-ROW
005800     ELSE
005810         PERFORM 4100-PRODUCE-TABLE-ROW
005820             VARYING WS-CURRENT-MULTIPLIER
005830                 FROM MT-PRTQ-START-MULT BY 1
005840             UNTIL WS-CURRENT-MULTIPLIER > MT-PRTQ-END-MULT
005850     END-IF.
005860     IF WS-REQ-OVERFLOWS > ZERO
005870         MOVE 4 TO WS-REQ-RESULT-CODE
005880     END-IF.
005890     MOVE MT-PRTQ-REQUEST-NO TO WS-END-REQUEST-NO.
005900     MOVE WS-REQ-ROWS TO WS-END-ROWS.
005910     MOVE WS-REQ-OVERFLOWS TO WS-END-OVERFLOWS.
005920     MOVE WS-RUN-SEQ TO WS-END-RUN-SEQ.
005930     MOVE SPACES TO MT-PRINT-LINE.
005940     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
005950     WRITE PRINT-RECORD FROM WS-END-LINE.
005960
005970 4010-SET-ONE-COLUMN-VALUE.
005980
005990     IF WS-COL-IDX > WS-TABLE-SIZE
006000         MOVE ZERO TO WS-COL-VALUE (WS-COL-IDX)
006010     ELSE
006020         COMPUTE WS-COL-VALUE (WS-COL-IDX) =
006030             MT-PRTQ-START-COL + WS-COL-IDX - 1
006040     END-IF.
006050     MOVE ZERO TO WS-CELL-RESULT (WS-COL-IDX).
006060     MOVE ZERO TO WS-DEC-RESULT (WS-COL-IDX).
006070     MOVE "N" TO WS-COL-OVERFLOW-SW (WS-COL-IDX).
006080
006090*----------------------------------------------------------------*
006100*    ONE MULTIPLIER ROW - EACH CELL FROM PROGRAM3, PRINTED AS    *
006110*    THE BATCH JOB PRINTS IT ("OVFL" PAST 99999), AND FOR FILE   *
006120*    DELIVERY ONE EXTRACT RECORD WITH THE BATCH JOB'S MARKERS -  *
006130*    99999 FOR AN OVERFLOWED CELL, ZERO PAST THE LAST COLUMN.    *
006140*----------------------------------------------------------------*
006150 4100-PRODUCE-TABLE-ROW.
006160
006170     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006180         PERFORM 8000-WRITE-PAGE-HEADERS
006190     END-IF.
006200     PERFORM 4150-MULTIPLY-ONE-COLUMN
006210         VARYING WS-COL-IDX FROM 1 BY 1
006220         UNTIL WS-COL-IDX > WS-TABLE-SIZE.
006230
006240     MOVE SPACES TO MT-PRINT-LINE.
006250     MOVE " " TO MT-PRINT-CC.
006260     STRING "ROW " WS-CURRENT-MULTIPLIER
006270         DELIMITED BY SIZE INTO MT-DETAIL-ROW-LABEL
006280     END-STRING.
006290     MOVE SPACES TO MT-DETAIL-VALUES.
006300     MOVE 1 TO WS-PRINT-POINTER.
006310     PERFORM 4160-BUILD-ONE-DETAIL-COLUMN
006320         VARYING WS-COL-IDX FROM 1 BY 1
006330         UNTIL WS-COL-IDX > WS-TABLE-SIZE.
006340     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
006350     ADD 1 TO WS-LINE-COUNT.
006360     ADD 1 TO WS-REQ-ROWS.
006370
006380     IF MT-PRTQ-PRINT-AND-FILE
006390         ADD 1 TO WS-OUT-ROW-NUMBER
006400         MOVE SPACES TO MT-OUT-RECORD
006410         MOVE WS-OUT-ROW-NUMBER TO MT-OUT-ROW-NUMBER
006420         MOVE WS-CURRENT-MULTIPLIER TO MT-OUT-MULTIPLIER
006430         MOVE WS-RUN-SEQ TO MT-OUT-CARD-SEQ
006440         PERFORM 4170-BUILD-ONE-OUT-RESULT
006450             VARYING WS-COL-IDX FROM 1 BY 1
006460             UNTIL WS-COL-IDX > 10
006470         WRITE MT-OUT-RECORD
006480     END-IF.
006490
006500 4150-MULTIPLY-ONE-COLUMN.
006510
006520     MOVE WS-CURRENT-MULTIPLIER TO MT-MULT-MULTIPLIER.
006530     MOVE WS-COL-VALUE (WS-COL-IDX) TO MT-MULT-COLUMN-VALUE.
006540     CALL "Program3" USING MT-MULT-PARMS.
006550     IF MT-MULT-OVERFLOW
006560         MOVE "Y" TO WS-COL-OVERFLOW-SW (WS-COL-IDX)
006570         MOVE ZERO TO WS-CELL-RESULT (WS-COL-IDX)
006580         ADD 1 TO WS-REQ-OVERFLOWS
006590     ELSE
006600         MOVE "N" TO WS-COL-OVERFLOW-SW (WS-COL-IDX)
006610         MOVE MT-MULT-RESULT TO WS-CELL-RESULT (WS-COL-IDX)
006620     END-IF.
006630
006640 4160-BUILD-ONE-DETAIL-COLUMN.
006650
006660     IF WS-COL-OVERFLOW (WS-COL-IDX)
006670         STRING "OVFL   " DELIMITED BY SIZE
006680             INTO MT-DETAIL-VALUES
006690             WITH POINTER WS-PRINT-POINTER
006700         END-STRING
006710     ELSE
006720         STRING WS-CELL-RESULT (WS-COL-IDX) "  "
006730             DELIMITED BY SIZE
006740             INTO MT-DETAIL-VALUES
006750             WITH POINTER WS-PRINT-POINTER
006760         END-STRING
006770     END-IF.
006780
006790 4170-BUILD-ONE-OUT-RESULT.
006800
006810     IF WS-COL-IDX > WS-TABLE-SIZE
006820         MOVE ZERO TO MT-OUT-RESULT (WS-COL-IDX)
006830     ELSE
006840         IF WS-COL-OVERFLOW (WS-COL-IDX)
006850             MOVE 99999 TO MT-OUT-RESULT (WS-COL-IDX)
006860         ELSE
006870             MOVE WS-CELL-RESULT (WS-COL-IDX)
006880                 TO MT-OUT-RESULT (WS-COL-IDX)
006890         END-IF
006900     END-IF.
006910
006920*----------------------------------------------------------------*
006930*    UNIT PRICE EXTENSION - THE PRICE TIMES EACH QUANTITY, WITH  *
006940*    THE BATCH JOB'S SIZE CHECK AND EDIT.                        *
006950*----------------------------------------------------------------*
006960 4300-PRODUCE-EXTENSION-ROW.
006970
006980     MOVE SPACES TO MT-PRINT-LINE.
006990     MOVE " " TO MT-PRINT-CC.
007000     MOVE "PRICE  " TO MT-DEC-ROW-LABEL.
007010     MOVE SPACES TO MT-DEC-VALUES.
007020     MOVE 1 TO WS-PRINT-POINTER.
007030     PERFORM 4350-EXTEND-ONE-COLUMN
007040         VARYING WS-COL-IDX FROM 1 BY 1
007050         UNTIL WS-COL-IDX > WS-TABLE-SIZE.
007060     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
007070     ADD 1 TO WS-LINE-COUNT.
007080     ADD 1 TO WS-REQ-ROWS.
007090
007100 4350-EXTEND-ONE-COLUMN.
007110
007120     MOVE "N" TO WS-COL-OVERFLOW-SW (WS-COL-IDX).
007130     COMPUTE WS-DEC-RESULT (WS-COL-IDX) =
007140         WS-UNIT-PRICE * WS-COL-VALUE (WS-COL-IDX)
007150         ON SIZE ERROR
007160             MOVE "Y" TO WS-COL-OVERFLOW-SW (WS-COL-IDX)
007170             MOVE ZERO TO WS-DEC-RESULT (WS-COL-IDX)
007180             ADD 1 TO WS-REQ-OVERFLOWS
007190     END-COMPUTE.
007200     IF WS-COL-OVERFLOW (WS-COL-IDX)
007210         STRING "OVFL     " DELIMITED BY SIZE
007220             INTO MT-DEC-VALUES
007230             WITH POINTER WS-PRINT-POINTER
007240         END-STRING
007250     ELSE
007260         MOVE WS-DEC-RESULT (WS-COL-IDX) TO WS-DEC-EDIT
007270         STRING WS-DEC-EDIT " "
007280             DELIMITED BY SIZE
007290             INTO MT-DEC-VALUES
007300             WITH POINTER WS-PRINT-POINTER
007310         END-STRING
007320     END-IF.
007330
007340*----------------------------------------------------------------*
007350*    A REFUSED REQUEST STILL GETS ITS OWN PAGE, WITH THE BANNER  *
007360*    AND THE REASON, SO THE OPERATOR'S OUTPUT SAYS WHY.          *
007370*----------------------------------------------------------------*
007380 4900-PRINT-REFUSED-REQUEST.
007390
007400     MOVE "PRINT REQUEST NOT RUN" TO WS-SUBTITLE-WORK.
007410     MOVE "N" TO WS-COLHDR-SW.
007420     MOVE ZERO TO WS-PAGE-NUMBER.
007430     PERFORM 8000-WRITE-PAGE-HEADERS.
007440     MOVE WS-REQ-RESULT-CODE TO WS-RSN-RESULT-CODE.
007450     MOVE WS-REQ-REASON TO WS-RSN-TEXT.
007460     WRITE PRINT-RECORD FROM WS-REASON-LINE.
007470     DISPLAY "REQUEST ", MT-PRTQ-REQUEST-NO,
007480         " FOR OPERATOR ", MT-PRTQ-OPERATOR-ID,
007490         " NOT RUN - ", WS-REQ-REASON.
007500
007510*----------------------------------------------------------------*
007520*    MARK THE QUEUE ENTRY JUST READ - COMPLETED OR FAILED, WITH  *
007530*    THIS RUN'S STAMP, THE RESULT CODE AND THE SEQUENCE IN THE   *
007540*    RUN - AND REWRITE IT IN PLACE.                              *
007550*----------------------------------------------------------------*
007560 5000-MARK-QUEUE-ENTRY.
007570
007580     IF WS-REQ-REASON = SPACES
007590         MOVE "C" TO MT-PRTQ-STATUS
007600     ELSE
007610         MOVE "F" TO MT-PRTQ-STATUS
007620     END-IF.
007630     MOVE WS-RUN-DATE-YYYYMMDD TO MT-PRTQ-DONE-DATE.
007640     MOVE WS-RUN-TIME-HHMMSS TO MT-PRTQ-DONE-TIME.
007650     MOVE WS-REQ-RESULT-CODE TO MT-PRTQ-RESULT-CODE.
007660     MOVE WS-RUN-SEQ TO MT-PRTQ-RUN-SEQ.
007670     REWRITE MT-PRTQ-RECORD.
007680     IF WS-PRTQ-FILE-STATUS NOT = "00"
007690         DISPLAY "PRTQUEUE REWRITE FAILED - STATUS ",
007700             WS-PRTQ-FILE-STATUS, " - REQUEST ",
007710             MT-PRTQ-REQUEST-NO, " STILL SHOWS PENDING"
007720     END-IF.
007730
007740*----------------------------------------------------------------*
007750*    ONE AUDIT RECORD PER REQUEST, IN THE REQUESTING OPERATOR'S  *
007760*    NAME - ACCEPTED WHEN IT RAN, REJECTED WHEN IT FAILED.  THE  *
007770*    RUN STAMP AND SEQUENCE MATCH THE QUEUE ENTRY.               *
007780*----------------------------------------------------------------*
007790 5100-WRITE-REQUEST-AUDIT.
007800
007810     IF WS-AUD-OPEN
007820         MOVE WS-RUN-DATE-YYYYMMDD TO MT-AUD-RUN-DATE
007830         MOVE WS-RUN-TIME-HHMMSS TO MT-AUD-RUN-TIME
007840         MOVE MT-PRTQ-OPERATOR-ID TO MT-AUD-OPERATOR-ID
007850         MOVE WS-REQ-AUD-START TO MT-AUD-START-NUMBER
007860         MOVE WS-REQ-AUD-ROWS TO MT-AUD-ROW-COUNT
007870         MOVE ZERO TO MT-AUD-RESTART-ROW
007880         MOVE MT-PRTQ-MODE-FLAG TO MT-AUD-MODE-FLAG
007890         MOVE WS-REQ-AUD-PRICE TO MT-AUD-UNIT-PRICE
007900         MOVE WS-RUN-SEQ TO MT-AUD-CARD-SEQ
007910         IF WS-REQ-REASON = SPACES
007920             MOVE "A" TO MT-AUD-STATUS
007930         ELSE
007940             MOVE "R" TO MT-AUD-STATUS
007950         END-IF
007960         MOVE "T" TO MT-AUD-ACTION
007970         MOVE SPACES TO MT-AUD-TARGET-ID
007980         MOVE SPACES TO MT-AUD-SET-NAME
007990         MOVE ZERO TO MT-AUD-EFF-FROM
008000         WRITE MT-AUD-RECORD
008010     END-IF.
008020
008030*----------------------------------------------------------------*
008040*    PAGE HEADINGS - THE BATCH JOB'S TITLE LINE, THE REPORT      *
008050*    TITLE, THE REQUEST BANNER AND, FOR A TABLE THAT RUNS, THE   *
008060*    COLUMN HEADING BETWEEN DASHED LINES.                        *
008070*----------------------------------------------------------------*
008080 8000-WRITE-PAGE-HEADERS.
008090
008100     ADD 1 TO WS-PAGE-NUMBER.
008110     MOVE SPACES TO MT-PRINT-LINE.
008120     MOVE "1" TO MT-PRINT-CC.
008130     MOVE WS-COMPANY-NAME TO MT-TITLE-COMPANY.
008140     MOVE "RUN DATE: " TO MT-TITLE-DATE-LIT.
008150     MOVE WS-RUN-DATE-DISPLAY TO MT-TITLE-RUN-DATE.
008160     MOVE "PAGE: " TO MT-TITLE-PAGE-LIT.
008170     MOVE WS-PAGE-NUMBER TO MT-TITLE-PAGE-NO.
008180     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
008190
008200     MOVE SPACES TO MT-PRINT-LINE.
008210     MOVE " " TO MT-PRINT-CC.
008220     MOVE WS-SUBTITLE-WORK TO MT-SUBTITLE-TEXT.
008230     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
008240
008250     MOVE MT-PRTQ-OPERATOR-ID TO WS-BNR-OPERATOR.
008260     MOVE MT-PRTQ-REQUEST-DATE TO WS-BNR-DATE.
008270     MOVE MT-PRTQ-REQUEST-TIME TO WS-REQ-TIME-WORK.
008280     MOVE WS-REQ-TIME-HH TO WS-BNR-HH.
008290     MOVE WS-REQ-TIME-MM TO WS-BNR-MM.
008300     MOVE MT-PRTQ-REQUEST-NO TO WS-BNR-REQUEST-NO.
008310     WRITE PRINT-RECORD FROM WS-BANNER-LINE.
008320
008330     MOVE SPACES TO MT-PRINT-LINE.
008340     MOVE " " TO MT-PRINT-CC.
008350     MOVE ALL "-" TO MT-PRINT-TEXT.
008360     WRITE PRINT-RECORD FROM MT-PRINT-LINE.
008370
008380     IF WS-PRINT-COLHDR
008390         MOVE SPACES TO MT-PRINT-LINE
008400         MOVE " " TO MT-PRINT-CC
008410         IF MT-PRTQ-MODE-DECIMAL
008420             MOVE WS-COL-LABEL TO MT-DEC-COLHDR-LABEL
008430             MOVE SPACES TO MT-DEC-COLHDR-VALUES
008440         ELSE
008450             MOVE WS-COL-LABEL TO MT-COLHDR-LABEL
008460             MOVE SPACES TO MT-COLHDR-VALUES
008470         END-IF
008480         MOVE 1 TO WS-PRINT-POINTER
008490         PERFORM 8100-BUILD-ONE-COLUMN-HEADER
008500             VARYING WS-COL-IDX FROM 1 BY 1
008510             UNTIL WS-COL-IDX > WS-TABLE-SIZE
008520         WRITE PRINT-RECORD FROM MT-PRINT-LINE
008530         MOVE SPACES TO MT-PRINT-LINE
008540         MOVE " " TO MT-PRINT-CC
008550         MOVE ALL "-" TO MT-PRINT-TEXT
008560         WRITE PRINT-RECORD FROM MT-PRINT-LINE
008570     END-IF.
008580     MOVE ZERO TO WS-LINE-COUNT.
008590
008600 8100-BUILD-ONE-COLUMN-HEADER.
008610
008620     IF MT-PRTQ-MODE-DECIMAL
008630         STRING WS-COL-VALUE (WS-COL-IDX) "    "
008640             DELIMITED BY SIZE
008650             INTO MT-DEC-COLHDR-VALUES
008660             WITH POINTER WS-PRINT-POINTER
008670         END-STRING
008680     ELSE
008690         STRING WS-COL-VALUE (WS-COL-IDX) "  "
008700             DELIMITED BY SIZE
008710             INTO MT-COLHDR-VALUES
008720             WITH POINTER WS-PRINT-POINTER
008730         END-STRING
008740     END-IF.
008750
008760 8500-CLOSE-QUEUE-FILES.
008770
008780     CLOSE PRINT-QUEUE-FILE.
008790     CLOSE PRINT-FILE.
008800     IF WS-OUT-OPEN
008810         CLOSE OUTPUT-FILE
008820     END-IF.
008830     IF WS-AUD-OPEN
008840         CLOSE AUDIT-FILE
008850     END-IF.
008860     PERFORM 8950-GIVE-BACK-QUEUE-LOCK.
008870
008880 8950-GIVE-BACK-QUEUE-LOCK.
008890
008900     MOVE "R" TO MT-LOKP-FUNCTION.
008910     CALL "Program23" USING MT-LOKP-PARMS.
008920
008930 9000-END-PROGRAM.
008940
008950     IF WS-REQUESTS-FAILED > ZERO
008960         MOVE 4 TO WS-FINAL-RC
008970     ELSE
008980         MOVE ZERO TO WS-FINAL-RC
008990     END-IF.
009000     DISPLAY "PRINT QUEUE COMPLETE - REQUESTS RUN ",
009010         WS-REQUESTS-RUN,
009020         " FAILED ", WS-REQUESTS-FAILED,
009030         " RC ", WS-FINAL-RC.
009040     MOVE WS-FINAL-RC TO RETURN-CODE.
009050     GOBACK.
009060
00906A*----------------------------------------------------------------*
00906B*    NOTHING HAS EVER BEEN QUEUED - NOT AN ERROR.                *
00906C*----------------------------------------------------------------*
00906D 9950-ABORT-NO-QUEUE.
00906E
00906F     PERFORM 8950-GIVE-BACK-QUEUE-LOCK.
00906G     MOVE ZERO TO RETURN-CODE.
00906H     GOBACK.
00906I
009070 9960-ABORT-NO-FILE.
009080
009090     PERFORM 8950-GIVE-BACK-QUEUE-LOCK.
009100     MOVE 16 TO RETURN-CODE.
009110     GOBACK.
009120
009130 9970-ABORT-QUEUE-LOCKED.
009140
009150     DISPLAY "PRINT QUEUE IN USE BY OPERATOR ",
009160         MT-LOKP-HOLDER-OPERATOR, " SINCE ", MT-LOKP-HELD-HHMM,
009170         " (", MT-LOKP-HOLDER-PROGRAM, " ON ",
009180         MT-LOKP-HELD-DATE, ") - RUN STOPPED".
009190     DISPLAY "IF THAT RUN HAS ENDED ABNORMALLY, CLEAR THE LOCK",
009200         " WITH PROGRAM24 BEFORE RUNNING AGAIN".
009210     MOVE 24 TO RETURN-CODE.
009220     GOBACK.
009230
009240 END PROGRAM PROGRAM27.
