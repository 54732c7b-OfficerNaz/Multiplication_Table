000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM18 AS "Program18".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM18 --  WAREHOUSE EXTRACT RESEND UTILITY.  WHEN THE   *
000190*                  WAREHOUSE REFUSES A LOAD, OR AN EXTRACT       *
000200*                  SECTION GOES OVERDUE ON THE ACKNOWLEDGMENT    *
000210*                  MATCH (PROGRAM11), THE SECTION HAS TO BE      *
000220*                  SENT AGAIN - BUT THE BATCH JOB (PROGRAM1)     *
000230*                  REWRITES WHSEXTR EVERY NIGHT, SO THE          *
000240*                  ORIGINAL EXTRACT IS GONE.  THIS UTILITY       *
000250*                  REBUILDS THE SECTION FROM THE FILE OF         *
000260*                  RECORD INSTEAD OF RECOMPUTING IT: THE ROWS    *
000270*                  COME FROM THE KEYED HISTORY FILE (HISTKSDS),  *
000280*                  OR FROM THE HISTORY ARCHIVE (HISTARCH) WHEN   *
000290*                  THE RETENTION PURGE (PROGRAM5) HAS MOVED THE  *
000300*                  DATE OUT - THE ARCHIVE INDEX (ARCHIDX, SEE    *
000310*                  MTARCX) SAYS WHICH ARCHIVE YEAR TO MOUNT.     *
000320*                  THE HEADER VALUES (RUN TIME, OPERATOR, START  *
000330*                  NUMBER, ROW COUNT, MODE AND PRICE) ARE THE    *
000340*                  ORIGINAL RUN'S, TAKEN FROM ITS AUDIT RECORD   *
000350*                  ON AUDITLOG (OR AUDARCH ONCE PURGED).         *
000360*                                                                *
000370*                  WHAT TO RESEND COMES FROM THE REQUEST CARDS   *
000380*                  (RSNDCARD, SEE MTRSNC) - ONE SECTION BY RUN   *
000390*                  DATE AND CARD SEQUENCE, OR EVERY OVERDUE AND  *
000400*                  REFUSED SECTION ON THE ACKNOWLEDGMENT MATCH'S *
000410*                  EXCEPTION FILE (ACKEXCF, SEE MTAKX).  NO      *
000420*                  CARDS MEANS THE EXCEPTION FILE.               *
000430*                                                                *
000440*                  THE OUTPUT IS A FRESH WHSEXTR IN THE MTWHS    *
000450*                  LAYOUT - ONE HEADER PER SECTION FLAGGED AS A  *
000460*                  RESEND WITH TODAY'S DATE, THE STORED DETAIL   *
000470*                  ROWS, AND A TRAILER RE-BALANCED TO WHAT WAS   *
000480*                  ACTUALLY WRITTEN.  EVERY SECTION RESENT IS    *
000490*                  APPENDED TO THE RESEND LOG (WHSRLOG, SEE      *
000500*                  MTRSND) SO THE ACKNOWLEDGMENT MATCH AGES IT   *
000510*                  FROM THE RESEND DATE.                         *
000520*                                                                *
000530*    COMPLETION CODES - 00 EVERY SECTION REQUESTED WAS RESENT,   *
000540*    04 NOTHING WAS REQUESTED, 12 ANY REQUEST CARD WAS INVALID   *
000550*    OR ANY SECTION COULD NOT BE REBUILT (THE OTHERS ARE STILL   *
000560*    RESENT), 16 WHSEXTR OR THE RESEND LOG COULD NOT BE OPENED   *
00056A*    (NOTHING IS RESENT - A SECTION SENT BUT NOT LOGGED WOULD GO *
00056B*    ON AGING FROM ITS ORIGINAL RUN DATE).                       *
000570*                                                                *
000580*    MOD LOG                                                     *
000590*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000600*                                                                *
000610*----------------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.  IBM-370.
000650 OBJECT-COMPUTER.  IBM-370.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT REQUEST-FILE ASSIGN TO "RSNDCARD"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-REQ-FILE-STATUS.
000710     SELECT EXCEPTION-FILE ASSIGN TO "ACKEXCF"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-AKX-FILE-STATUS.
000740     SELECT HIST-KSDS-FILE ASSIGN TO "HISTKSDS"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS MT-HIST-KEY
000780         FILE STATUS IS WS-KSDS-FILE-STATUS.
000790     SELECT HIST-ARCHIVE-FILE ASSIGN TO "HISTARCH"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-HARC-FILE-STATUS.
000820     SELECT ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-ARCX-FILE-STATUS.
000850     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-AUD-FILE-STATUS.
000880     SELECT AUD-ARCHIVE-FILE ASSIGN TO "AUDARCH"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-AARC-FILE-STATUS.
000910     SELECT WAREHOUSE-FILE ASSIGN TO "WHSEXTR"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-WHS-FILE-STATUS.
000940     SELECT RESEND-LOG-FILE ASSIGN TO "WHSRLOG"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-RSND-FILE-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  REQUEST-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY MTRSNC.
001040
001050 FD  EXCEPTION-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080     COPY MTAKX.
001090
001100 FD  HIST-KSDS-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY MTHIST.
001130
001140 FD  HIST-ARCHIVE-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY MTHIST
001180         REPLACING MT-HIST-RECORD     BY MT-HARC-RECORD
001190                   MT-HIST-KEY        BY MT-HARC-KEY
001200                   MT-HIST-RUN-DATE   BY MT-HARC-RUN-DATE
001210                   MT-HIST-RUN-TIME   BY MT-HARC-RUN-TIME
001220                   MT-HIST-ROW-NUMBER BY MT-HARC-ROW-NUMBER
001230                   MT-HIST-MULTIPLIER BY MT-HARC-MULTIPLIER
001240                   MT-HIST-RESULT     BY MT-HARC-RESULT
001250                   MT-HIST-CARD-SEQ   BY MT-HARC-CARD-SEQ.
001260
001270 FD  ARCHIVE-INDEX-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300     COPY MTARCX.
001310
001320 FD  AUDIT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350     COPY MTAUD.
001360
001370 FD  AUD-ARCHIVE-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400     COPY MTAUD
001410         REPLACING MT-AUD-RECORD       BY MT-AARC-RECORD
001420                   MT-AUD-RUN-DATE     BY MT-AARC-RUN-DATE
001430                   MT-AUD-RUN-TIME     BY MT-AARC-RUN-TIME
001440                   MT-AUD-OPERATOR-ID  BY MT-AARC-OPERATOR-ID
001450                   MT-AUD-START-NUMBER BY MT-AARC-START-NUMBER
001460                   MT-AUD-ROW-COUNT    BY MT-AARC-ROW-COUNT
001470                   MT-AUD-RESTART-ROW  BY MT-AARC-RESTART-ROW
001480                   MT-AUD-MODE-FLAG    BY MT-AARC-MODE-FLAG
001490                   MT-AUD-UNIT-PRICE   BY MT-AARC-UNIT-PRICE
001500                   MT-AUD-CARD-SEQ     BY MT-AARC-CARD-SEQ
001510                   MT-AUD-STATUS       BY MT-AARC-STATUS
001520                   MT-AUD-ACCEPTED     BY MT-AARC-ACCEPTED
001530                   MT-AUD-REJECTED     BY MT-AARC-REJECTED
001540                   MT-AUD-ACTION       BY MT-AARC-ACTION
001550                   MT-AUD-OPER-ADDED   BY MT-AARC-OPER-ADDED
001560                   MT-AUD-OPER-CHANGED BY MT-AARC-OPER-CHANGED
001570                   MT-AUD-OPER-REVOKED BY MT-AARC-OPER-REVOKED
001580                   MT-AUD-TARGET-ID    BY MT-AARC-TARGET-ID.
001590
001600 FD  WAREHOUSE-FILE
001610     RECORDING MODE IS F
001620     LABEL RECORDS ARE STANDARD.
001630     COPY MTWHS.
001640
001650 FD  RESEND-LOG-FILE
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680     COPY MTRSND.
001690
001700 WORKING-STORAGE SECTION.
001710*----------------------------------------------------------------*
001720*    FILE STATUS FIELDS                                          *
001730*----------------------------------------------------------------*
001740 01  WS-REQ-FILE-STATUS       PIC X(02).
001750 01  WS-AKX-FILE-STATUS       PIC X(02).
001760 01  WS-KSDS-FILE-STATUS      PIC X(02).
001770 01  WS-HARC-FILE-STATUS      PIC X(02).
001780 01  WS-ARCX-FILE-STATUS      PIC X(02).
001790 01  WS-AUD-FILE-STATUS       PIC X(02).
001800 01  WS-AARC-FILE-STATUS      PIC X(02).
001810 01  WS-WHS-FILE-STATUS       PIC X(02).
001820 01  WS-RSND-FILE-STATUS      PIC X(02).
001830
001840*----------------------------------------------------------------*
001850*    SWITCHES                                                    *
001860*----------------------------------------------------------------*
001870 01  WS-SWITCHES.
001880     05  WS-KSDS-OPEN-SW      PIC X(01)  VALUE "N".
001890         88  WS-KSDS-OPEN                VALUE "Y".
001900     05  WS-EXCEPTIONS-TAKEN-SW PIC X(01) VALUE "N".
001910         88  WS-EXCEPTIONS-TAKEN         VALUE "Y".
001920     05  WS-BROWSE-DONE-SW    PIC X(01)  VALUE "N".
001930         88  WS-BROWSE-DONE              VALUE "Y".
001940     05  WS-LATEST-RUN-SW     PIC X(01)  VALUE "N".
001950         88  WS-LATEST-RUN-WANTED        VALUE "Y".
001960     05  WS-HEADER-FOUND-SW   PIC X(01)  VALUE "N".
001970         88  WS-HEADER-FOUND             VALUE "Y".
001980
001990*----------------------------------------------------------------*
002000*    SECTIONS TO RESEND - ONE ENTRY PER "S" CARD AND PER         *
002010*    OVERDUE OR REFUSED EXCEPTION.  THE RUN TIME IS HHMMSS, ZERO *
002020*    TAKES THE LATEST RUN OF THE DATE THAT PROCESSED THE CARD.   *
002030*    A SECTION ASKED FOR TWICE IS ONLY RESENT ONCE.              *
002040*----------------------------------------------------------------*
002050 01  WS-REQ-COUNT             PIC 9(03)  COMP  VALUE ZERO.
002060 01  WS-REQ-IDX               PIC 9(03)  COMP.
002070 01  WS-REQ-DUP-IDX           PIC 9(03)  COMP.
002080 01  WS-REQ-DUP-FOUND         PIC 9(03)  COMP.
002090
002100 01  WS-REQUEST-TABLE.
002110     05  WS-REQ-ENTRY OCCURS 100 TIMES.
002120         10  WS-REQ-RUN-DATE      PIC 9(08).
002130         10  WS-REQ-CARD-SEQ      PIC 9(03).
002140         10  WS-REQ-RUN-TIME      PIC 9(06).
002150         10  WS-REQ-OPERATOR-ID   PIC X(08).
002160
002170 01  WS-NEW-REQUEST.
002180     05  WS-NEW-RUN-DATE      PIC 9(08).
002190     05  WS-NEW-CARD-SEQ      PIC 9(03).
002200     05  WS-NEW-RUN-TIME      PIC 9(06).
002210     05  WS-NEW-OPERATOR-ID   PIC X(08).
002220
002230 01  WS-REQUESTER-ID          PIC X(08)  VALUE "BATCH".
002240
002250*----------------------------------------------------------------*
002260*    THE EXCEPTION FILE CARRIES THE HEADER'S EIGHT-DIGIT RUN     *
002270*    TIME - THE HISTORY KEY ONLY HOLDS ITS FIRST SIX (HHMMSS).   *
002280*----------------------------------------------------------------*
002290 01  WS-TIME8                 PIC 9(08).
002300 01  WS-TIME8-X REDEFINES WS-TIME8.
002310     05  WS-TIME8-HHMMSS      PIC 9(06).
002320     05  WS-TIME8-CC          PIC 9(02).
002330
002340*----------------------------------------------------------------*
002350*    HISTORY ARCHIVE COVERAGE FROM THE ARCHIVE INDEX - WHICH     *
002360*    ARCHIVE YEAR'S DATASET HOLDS WHICH RUN-DATE RANGE.          *
002370*----------------------------------------------------------------*
002380 01  WS-ARC-COUNT             PIC 9(03)  COMP  VALUE ZERO.
002390 01  WS-ARC-IDX               PIC 9(03)  COMP.
002400 01  WS-ARC-FOUND             PIC 9(03)  COMP.
002410
002420 01  WS-ARCHIVE-TABLE.
002430     05  WS-ARC-ENTRY OCCURS 50 TIMES.
002440         10  WS-ARC-YEAR          PIC 9(04).
002450         10  WS-ARC-FROM-DATE     PIC 9(08).
002460         10  WS-ARC-TO-DATE       PIC 9(08).
002470
002480*----------------------------------------------------------------*
002490*    THE SECTION BEING REBUILT - ITS KEY, WHERE THE ROWS CAME    *
002500*    FROM, THE ORIGINAL HEADER VALUES, AND THE STORED ROWS.      *
002510*----------------------------------------------------------------*
002520 01  WS-CUR-RUN-DATE          PIC 9(08).
002530 01  WS-CUR-CARD-SEQ          PIC 9(03).
002540 01  WS-CUR-RUN-TIME          PIC 9(06).
002550 01  WS-CUR-SOURCE            PIC X(01).
002560 01  WS-CUR-REASON            PIC X(40).
002570
002580 01  WS-HDR-VALUES.
002590     05  WS-HDR-RUN-TIME      PIC 9(08).
002600     05  WS-HDR-OPERATOR-ID   PIC X(08).
002610     05  WS-HDR-START-NUMBER  PIC 9(03).
002620     05  WS-HDR-ROW-COUNT     PIC 9(03).
002630     05  WS-HDR-MODE-FLAG     PIC X(01).
002640     05  WS-HDR-UNIT-PRICE    PIC 9(05)V99.
002650
002660 01  WS-ROW-COUNT             PIC 9(03)  COMP.
002670 01  WS-ROW-IDX               PIC 9(03)  COMP.
002680 01  WS-COL-IDX               PIC 9(03)  COMP.
002690
002700 01  WS-ROW-TABLE.
002710     05  WS-ROW-ENTRY OCCURS 999 TIMES.
002720         10  WS-ROW-NUMBER        PIC 9(03).
002730         10  WS-ROW-MULTIPLIER    PIC 9(03).
002740         10  WS-ROW-RESULT        PIC 9(05) OCCURS 10 TIMES.
002750
002760*----------------------------------------------------------------*
002770*    SECTION AND FILE BALANCE - THE SECTION'S OWN COUNT AND      *
002780*    HASH GO TO THE RESEND LOG, THE FILE'S TO THE TRAILER.       *
002790*----------------------------------------------------------------*
002800 01  WS-SEC-DETAIL-COUNT      PIC 9(09)  COMP.
002810 01  WS-SEC-HASH-TOTAL        PIC 9(13)  COMP.
002820 01  WS-WHS-DETAIL-COUNT      PIC 9(09)  COMP  VALUE ZERO.
002830 01  WS-WHS-HASH-TOTAL        PIC 9(13)  COMP  VALUE ZERO.
002840
002850 01  WS-RESENT-COUNT          PIC 9(05)  COMP  VALUE ZERO.
002860 01  WS-FAILED-COUNT          PIC 9(05)  COMP  VALUE ZERO.
002870 01  WS-BAD-CARD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
002880
002890 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
002900
002910*----------------------------------------------------------------*
002920*    RESEND DATE AND TIME (TODAY, NOW)                           *
002930*----------------------------------------------------------------*
002940 01  WS-DATE-WORK.
002950     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
002960     05  WS-RUN-TIME-HHMMSS   PIC 9(08).
002970
002980 PROCEDURE DIVISION.
002990
003000 0000-MAIN-EXTRACT-RESEND.
003010
003020     PERFORM 1000-INITIALIZE.
003030     PERFORM 2000-LOAD-RESEND-REQUESTS.
003040     IF WS-REQ-COUNT = ZERO
003050         DISPLAY "NO SECTIONS TO RESEND"
003060     ELSE
003070         PERFORM 1100-LOAD-ARCHIVE-INDEX
003080         PERFORM 1200-OPEN-OUTPUT-FILES
003090         OPEN INPUT HIST-KSDS-FILE
003100         IF WS-KSDS-FILE-STATUS = "00"
003110             SET WS-KSDS-OPEN TO TRUE
003120         ELSE
003130             DISPLAY "HISTKSDS NOT AVAILABLE - STATUS ",
003140                 WS-KSDS-FILE-STATUS,
003150                 " - ONLY ARCHIVED DATES CAN BE RESENT"
003160         END-IF
003170         PERFORM 3000-RESEND-ONE-SECTION
003180             VARYING WS-REQ-IDX FROM 1 BY 1
003190             UNTIL WS-REQ-IDX > WS-REQ-COUNT
003200         PERFORM 7000-WRITE-WHS-TRAILER
003210         IF WS-KSDS-OPEN
003220             CLOSE HIST-KSDS-FILE
003230         END-IF
003240         CLOSE WAREHOUSE-FILE
003250         CLOSE RESEND-LOG-FILE
003260     END-IF.
003270     PERFORM 9000-END-PROGRAM.
003280
003290 1000-INITIALIZE.
003300
003310     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
003320     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME.
003330
003340*----------------------------------------------------------------*
003350*    ARCHIVE INDEX - ONLY THE HISTORY ENTRIES MATTER HERE.  NO   *
003360*    INDEX MEANS NOTHING HAS BEEN PURGED YET.                    *
003370*----------------------------------------------------------------*
003380 1100-LOAD-ARCHIVE-INDEX.
003390
003400     OPEN INPUT ARCHIVE-INDEX-FILE.
003410     IF WS-ARCX-FILE-STATUS = "00"
003420         PERFORM 1150-LOAD-ONE-INDEX-ENTRY
003430             UNTIL WS-ARCX-FILE-STATUS NOT = "00"
003440         CLOSE ARCHIVE-INDEX-FILE
003450     END-IF.
003460
003470 1150-LOAD-ONE-INDEX-ENTRY.
003480
003490     READ ARCHIVE-INDEX-FILE.
003500     IF WS-ARCX-FILE-STATUS = "00"
003510         AND MT-ARCX-HISTORY
003520         IF WS-ARC-COUNT < 50
003530             ADD 1 TO WS-ARC-COUNT
003540             MOVE MT-ARCX-ARCHIVE-YEAR
003550                 TO WS-ARC-YEAR (WS-ARC-COUNT)
003560             MOVE MT-ARCX-FROM-DATE
003570                 TO WS-ARC-FROM-DATE (WS-ARC-COUNT)
003580             MOVE MT-ARCX-TO-DATE
003590                 TO WS-ARC-TO-DATE (WS-ARC-COUNT)
003600         END-IF
003610     END-IF.
003620
003630*----------------------------------------------------------------*
003640*    THE RESENT EXTRACT IS ALWAYS A FRESH FILE.  THE RESEND LOG  *
003650*    IS EXTENDED, OR CREATED ON THE FIRST RESEND.  EITHER ONE    *
00365A*    FAILING TO OPEN STOPS THE RUN BEFORE ANYTHING IS RESENT.    *
003660*----------------------------------------------------------------*
003670 1200-OPEN-OUTPUT-FILES.
003680
003690     OPEN OUTPUT WAREHOUSE-FILE.
003700     IF WS-WHS-FILE-STATUS NOT = "00"
003710         DISPLAY "WHSEXTR CANNOT BE OPENED - STATUS ",
003720             WS-WHS-FILE-STATUS, " - NOTHING RESENT"
003730         PERFORM 9960-ABORT-NO-OUTPUT-FILE
003750     END-IF.
003760     OPEN EXTEND RESEND-LOG-FILE.
003770     IF WS-RSND-FILE-STATUS = "35"
003780         OPEN OUTPUT RESEND-LOG-FILE
003790     END-IF.
00379A     IF WS-RSND-FILE-STATUS NOT = "00"
00379B         DISPLAY "WHSRLOG CANNOT BE OPENED - STATUS ",
00379C             WS-RSND-FILE-STATUS, " - NOTHING RESENT"
00379D         CLOSE WAREHOUSE-FILE
00379E         PERFORM 9960-ABORT-NO-OUTPUT-FILE
00379F     END-IF.
003800
003810*----------------------------------------------------------------*
003820*    REQUEST CARDS - "S" ASKS FOR ONE SECTION, "X" FOR EVERY     *
003830*    OVERDUE OR REFUSED SECTION ON THE EXCEPTION FILE.  NO CARD  *
003840*    FILE, OR AN EMPTY ONE, MEANS THE EXCEPTION FILE.            *
003850*----------------------------------------------------------------*
003860 2000-LOAD-RESEND-REQUESTS.
003870
003880     OPEN INPUT REQUEST-FILE.
003890     IF WS-REQ-FILE-STATUS = "00"
003900         PERFORM 2100-READ-ONE-REQUEST-CARD
003910             UNTIL WS-REQ-FILE-STATUS NOT = "00"
003920         CLOSE REQUEST-FILE
003930     END-IF.
003940     IF WS-REQ-COUNT = ZERO
003950         AND WS-BAD-CARD-COUNT = ZERO
003960         AND NOT WS-EXCEPTIONS-TAKEN
003970         PERFORM 2500-LOAD-EXCEPTION-FILE
003980     END-IF.
003990
004000 2100-READ-ONE-REQUEST-CARD.
004010
004020     READ REQUEST-FILE.
004030     IF WS-REQ-FILE-STATUS = "00"
004040         IF MT-RSNC-OPERATOR-ID NOT = SPACES
004050             MOVE MT-RSNC-OPERATOR-ID TO WS-REQUESTER-ID
004060         END-IF
004070         IF MT-RSNC-ONE-SECTION
004080             PERFORM 2200-EDIT-SECTION-CARD
004090         ELSE
004100             IF MT-RSNC-FROM-EXCEPTIONS
004110                 IF NOT WS-EXCEPTIONS-TAKEN
004120                     PERFORM 2500-LOAD-EXCEPTION-FILE
004130                 END-IF
004140             ELSE
004150                 DISPLAY "REQUEST TYPE '", MT-RSNC-REQUEST-TYPE,
004160                     "' NOT S OR X - CARD IGNORED"
004170                 ADD 1 TO WS-BAD-CARD-COUNT
004180             END-IF
004190         END-IF
004200     END-IF.
004210
004220 2200-EDIT-SECTION-CARD.
004230
004240     IF MT-RSNC-RUN-DATE-9 NOT NUMERIC
004250         OR MT-RSNC-CARD-SEQ-9 NOT NUMERIC
004260         DISPLAY "RUN DATE ", MT-RSNC-RUN-DATE, " CARD ",
004270             MT-RSNC-CARD-SEQ, " MUST BE NUMERIC - CARD IGNORED"
004280         ADD 1 TO WS-BAD-CARD-COUNT
004290     ELSE
004300         MOVE MT-RSNC-RUN-DATE-9 TO WS-NEW-RUN-DATE
004310         MOVE MT-RSNC-CARD-SEQ-9 TO WS-NEW-CARD-SEQ
004320         IF MT-RSNC-RUN-TIME = SPACES
004330             OR MT-RSNC-RUN-TIME-9 NOT NUMERIC
004340             MOVE ZERO TO WS-NEW-RUN-TIME
004350         ELSE
004360             MOVE MT-RSNC-RUN-TIME-9 TO WS-NEW-RUN-TIME
004370         END-IF
004380         MOVE WS-REQUESTER-ID TO WS-NEW-OPERATOR-ID
004390         PERFORM 2800-ADD-ONE-REQUEST
004400     END-IF.
004410
004420*----------------------------------------------------------------*
004430*    THE ACKNOWLEDGMENT MATCH'S EXCEPTIONS - ONLY THE REFUSED    *
004440*    LOADS AND THE SECTIONS PAST THEIR GRACE DAYS ARE RESENT.    *
004450*----------------------------------------------------------------*
004460 2500-LOAD-EXCEPTION-FILE.
004470
004480     SET WS-EXCEPTIONS-TAKEN TO TRUE.
004490     OPEN INPUT EXCEPTION-FILE.
004500     IF WS-AKX-FILE-STATUS NOT = "00"
004510         DISPLAY "ACKEXCF NOT AVAILABLE - STATUS ",
004520             WS-AKX-FILE-STATUS
004530     ELSE
004540         PERFORM 2600-TAKE-ONE-EXCEPTION
004550             UNTIL WS-AKX-FILE-STATUS NOT = "00"
004560         CLOSE EXCEPTION-FILE
004570     END-IF.
004580
004590 2600-TAKE-ONE-EXCEPTION.
004600
004610     READ EXCEPTION-FILE.
004620     IF WS-AKX-FILE-STATUS = "00"
004630         IF MT-AKX-REFUSED
004640             OR MT-AKX-OVERDUE
004650             MOVE MT-AKX-RUN-DATE TO WS-NEW-RUN-DATE
004660             MOVE MT-AKX-CARD-SEQ TO WS-NEW-CARD-SEQ
004670             MOVE MT-AKX-RUN-TIME TO WS-TIME8
004680             MOVE WS-TIME8-HHMMSS TO WS-NEW-RUN-TIME
004690             MOVE WS-REQUESTER-ID TO WS-NEW-OPERATOR-ID
004700             PERFORM 2800-ADD-ONE-REQUEST
004710         END-IF
004720     END-IF.
004730
004740 2800-ADD-ONE-REQUEST.
004750
004760     MOVE ZERO TO WS-REQ-DUP-FOUND.
004770     PERFORM 2850-CHECK-ONE-DUPLICATE
004780         VARYING WS-REQ-DUP-IDX FROM 1 BY 1
004790         UNTIL WS-REQ-DUP-IDX > WS-REQ-COUNT
004800             OR WS-REQ-DUP-FOUND > ZERO.
004810     IF WS-REQ-DUP-FOUND = ZERO
004820         IF WS-REQ-COUNT < 100
004830             ADD 1 TO WS-REQ-COUNT
004840             MOVE WS-NEW-REQUEST TO WS-REQ-ENTRY (WS-REQ-COUNT)
004850         ELSE
004860             DISPLAY "REQUEST TABLE FULL - SECTION ",
004870                 WS-NEW-RUN-DATE, "/", WS-NEW-CARD-SEQ,
004880                 " DROPPED"
004890             ADD 1 TO WS-FAILED-COUNT
004900         END-IF
004910     END-IF.
004920
004930 2850-CHECK-ONE-DUPLICATE.
004940
004950     IF WS-REQ-RUN-DATE (WS-REQ-DUP-IDX) = WS-NEW-RUN-DATE
004960         AND WS-REQ-CARD-SEQ (WS-REQ-DUP-IDX) = WS-NEW-CARD-SEQ
004970         AND WS-REQ-RUN-TIME (WS-REQ-DUP-IDX) = WS-NEW-RUN-TIME
004980         MOVE WS-REQ-DUP-IDX TO WS-REQ-DUP-FOUND
004990     END-IF.
005000
005010*----------------------------------------------------------------*
005020*    ONE SECTION - COLLECT THE STORED ROWS FROM THE KEYED        *
005030*    HISTORY FILE, OR THE ARCHIVE WHEN THE DATE HAS BEEN PURGED, *
005040*    FIND THE ORIGINAL RUN'S AUDIT RECORD FOR THE HEADER, THEN   *
005050*    WRITE THE SECTION AND LOG IT.  A SECTION THAT CANNOT BE     *
005060*    REBUILT IS SKIPPED AND COUNTED - NOTHING PARTIAL IS SENT.   *
005070*----------------------------------------------------------------*
005080 3000-RESEND-ONE-SECTION.
005090
005100     MOVE WS-REQ-RUN-DATE (WS-REQ-IDX) TO WS-CUR-RUN-DATE.
005110     MOVE WS-REQ-CARD-SEQ (WS-REQ-IDX) TO WS-CUR-CARD-SEQ.
005120     MOVE WS-REQ-RUN-TIME (WS-REQ-IDX) TO WS-CUR-RUN-TIME.
005130     IF WS-CUR-RUN-TIME = ZERO
005140         SET WS-LATEST-RUN-WANTED TO TRUE
005150     ELSE
005160         MOVE "N" TO WS-LATEST-RUN-SW
005170     END-IF.
005180     MOVE ZERO TO WS-ROW-COUNT.
005190     MOVE SPACE TO WS-CUR-SOURCE.
005200     MOVE SPACES TO WS-CUR-REASON.
005210     IF WS-KSDS-OPEN
005220         PERFORM 3100-COLLECT-FROM-KSDS
005230     END-IF.
005240     IF WS-ROW-COUNT > ZERO
005250         MOVE "K" TO WS-CUR-SOURCE
005260     ELSE
005270         PERFORM 3300-COLLECT-FROM-ARCHIVE
005280         IF WS-ROW-COUNT > ZERO
005290             MOVE "A" TO WS-CUR-SOURCE
005300         END-IF
005310     END-IF.
005320     IF WS-ROW-COUNT = ZERO
005330         IF WS-CUR-REASON = SPACES
005340             MOVE "NO HISTORY ROWS FOR THE SECTION"
005350                 TO WS-CUR-REASON
005360         END-IF
005370     ELSE
005380         PERFORM 4000-FIND-ORIGINAL-HEADER
005390         IF NOT WS-HEADER-FOUND
005400             MOVE "NO AUDIT RECORD OF THE ORIGINAL RUN"
005410                 TO WS-CUR-REASON
005420         END-IF
005430     END-IF.
005440     IF WS-CUR-REASON = SPACES
005450         PERFORM 5000-WRITE-RESENT-SECTION
005460         PERFORM 6000-WRITE-RESEND-LOG
005470         ADD 1 TO WS-RESENT-COUNT
005480         DISPLAY "RESENT ", WS-CUR-RUN-DATE, " RUN ",
005490             WS-CUR-RUN-TIME, " CARD ", WS-CUR-CARD-SEQ,
005500             " - ", WS-SEC-DETAIL-COUNT, " DETAILS FROM ",
005510             WS-CUR-SOURCE
005520     ELSE
005530         ADD 1 TO WS-FAILED-COUNT
005540         DISPLAY "NOT RESENT ", WS-CUR-RUN-DATE, " CARD ",
005550             WS-CUR-CARD-SEQ, " - ", WS-CUR-REASON
005560     END-IF.
005570
005580*----------------------------------------------------------------*
005590*    KEYED HISTORY - START AT THE DATE'S FIRST KEY (OR THE       *
005600*    REQUESTED RUN) AND READ NEXT UNTIL THE DATE CHANGES.        *
005610*----------------------------------------------------------------*
005620 3100-COLLECT-FROM-KSDS.
005630
005640     MOVE WS-CUR-RUN-DATE TO MT-HIST-RUN-DATE.
005650     MOVE WS-CUR-RUN-TIME TO MT-HIST-RUN-TIME.
005660     MOVE ZERO TO MT-HIST-ROW-NUMBER.
005670     MOVE "N" TO WS-BROWSE-DONE-SW.
005680     START HIST-KSDS-FILE
005690         KEY NOT LESS THAN MT-HIST-KEY
005700         INVALID KEY
005710             SET WS-BROWSE-DONE TO TRUE
005720     END-START.
005730     PERFORM 3150-READ-NEXT-KSDS-ROW
005740         UNTIL WS-BROWSE-DONE.
005750
005760 3150-READ-NEXT-KSDS-ROW.
005770
005780     READ HIST-KSDS-FILE NEXT RECORD.
005790     IF WS-KSDS-FILE-STATUS NOT = "00"
005800         SET WS-BROWSE-DONE TO TRUE
005810     ELSE
005820         IF MT-HIST-RUN-DATE NOT = WS-CUR-RUN-DATE
005830             SET WS-BROWSE-DONE TO TRUE
005840         ELSE
005850             PERFORM 3500-TAKE-ONE-ROW
005860         END-IF
005870     END-IF.
005880
005890*----------------------------------------------------------------*
005900*    HISTORY ARCHIVE - ONLY WHEN THE ARCHIVE INDEX SAYS THE      *
005910*    DATE WAS PURGED.  THE ARCHIVE IS SEQUENTIAL, SO EVERY       *
005920*    SECTION IS A FRESH PASS OF THE MOUNTED DATASET.             *
005930*----------------------------------------------------------------*
005940 3300-COLLECT-FROM-ARCHIVE.
005950
005960     MOVE ZERO TO WS-ARC-FOUND.
005970     PERFORM 3350-FIND-ARCHIVE-YEAR
005980         VARYING WS-ARC-IDX FROM 1 BY 1
005990         UNTIL WS-ARC-IDX > WS-ARC-COUNT
006000             OR WS-ARC-FOUND > ZERO.
006010     IF WS-ARC-FOUND > ZERO
006020         OPEN INPUT HIST-ARCHIVE-FILE
006030         IF WS-HARC-FILE-STATUS NOT = "00"
006040             MOVE SPACES TO WS-CUR-REASON
006050             STRING "DATE ARCHIVED - MOUNT YEAR "
006060                 WS-ARC-YEAR (WS-ARC-FOUND) " ON HISTARCH"
006070                 DELIMITED BY SIZE INTO WS-CUR-REASON
006080             END-STRING
006090         ELSE
006100             PERFORM 3400-READ-ONE-ARCHIVE-ROW
006110                 UNTIL WS-HARC-FILE-STATUS NOT = "00"
006120             CLOSE HIST-ARCHIVE-FILE
006130         END-IF
006140     END-IF.
006150
006160 3350-FIND-ARCHIVE-YEAR.
006170
006180     IF WS-CUR-RUN-DATE NOT < WS-ARC-FROM-DATE (WS-ARC-IDX)
006190         AND WS-CUR-RUN-DATE NOT > WS-ARC-TO-DATE (WS-ARC-IDX)
006200         MOVE WS-ARC-IDX TO WS-ARC-FOUND
006210     END-IF.
006220
006230 3400-READ-ONE-ARCHIVE-ROW.
006240
006250     READ HIST-ARCHIVE-FILE.
006260     IF WS-HARC-FILE-STATUS = "00"
006270         AND MT-HARC-RUN-DATE = WS-CUR-RUN-DATE
006280         MOVE MT-HARC-RECORD TO MT-HIST-RECORD
006290         PERFORM 3500-TAKE-ONE-ROW
006300     END-IF.
006310
006320*----------------------------------------------------------------*
006330*    KEEP A STORED ROW WHEN IT BELONGS TO THE SECTION.  WHEN THE *
006340*    LATEST RUN IS WANTED, A LATER RUN OF THE CARD THROWS AWAY   *
006350*    THE ROWS KEPT SO FAR AND BECOMES THE RUN BEING REBUILT.     *
006360*----------------------------------------------------------------*
006370 3500-TAKE-ONE-ROW.
006380
006390     IF MT-HIST-CARD-SEQ = WS-CUR-CARD-SEQ
006400         IF WS-LATEST-RUN-WANTED
006410             AND MT-HIST-RUN-TIME > WS-CUR-RUN-TIME
006420             MOVE MT-HIST-RUN-TIME TO WS-CUR-RUN-TIME
006430             MOVE ZERO TO WS-ROW-COUNT
006440         END-IF
006450         IF MT-HIST-RUN-TIME = WS-CUR-RUN-TIME
006460             IF WS-ROW-COUNT < 999
006470                 ADD 1 TO WS-ROW-COUNT
006480                 MOVE MT-HIST-ROW-NUMBER
006490                     TO WS-ROW-NUMBER (WS-ROW-COUNT)
006500                 MOVE MT-HIST-MULTIPLIER
006510                     TO WS-ROW-MULTIPLIER (WS-ROW-COUNT)
006520                 PERFORM 3550-KEEP-ONE-RESULT
006530                     VARYING WS-COL-IDX FROM 1 BY 1
006540                     UNTIL WS-COL-IDX > 10
006550             END-IF
006560         END-IF
006570     END-IF.
006580
006590 3550-KEEP-ONE-RESULT.
006600
006610     MOVE MT-HIST-RESULT (WS-COL-IDX)
006620         TO WS-ROW-RESULT (WS-ROW-COUNT, WS-COL-IDX).
006630
006640*----------------------------------------------------------------*
006650*    THE ORIGINAL HEADER VALUES COME FROM THE RUN'S OWN AUDIT    *
006660*    RECORD - AN ACCEPTED RUN RECORD (NO MAINTENANCE ACTION) FOR *
006670*    THE DATE AND CARD WHOSE RUN TIME STARTS WITH THE HISTORY    *
006680*    RUN TIME.  THE LIVE TRAIL IS SEARCHED FIRST, THEN THE AUDIT *
006690*    ARCHIVE IF ONE IS MOUNTED.                                  *
006700*----------------------------------------------------------------*
006710 4000-FIND-ORIGINAL-HEADER.
006720
006730     MOVE "N" TO WS-HEADER-FOUND-SW.
006740     OPEN INPUT AUDIT-FILE.
006750     IF WS-AUD-FILE-STATUS = "00"
006760         PERFORM 4100-READ-ONE-AUDIT-RECORD
006770             UNTIL WS-AUD-FILE-STATUS NOT = "00"
006780                 OR WS-HEADER-FOUND
006790         CLOSE AUDIT-FILE
006800     END-IF.
006810     IF NOT WS-HEADER-FOUND
006820         OPEN INPUT AUD-ARCHIVE-FILE
006830         IF WS-AARC-FILE-STATUS = "00"
006840             PERFORM 4200-READ-ONE-AUDIT-ARCHIVE
006850                 UNTIL WS-AARC-FILE-STATUS NOT = "00"
006860                     OR WS-HEADER-FOUND
006870             CLOSE AUD-ARCHIVE-FILE
006880         END-IF
006890     END-IF.
006900
006910 4100-READ-ONE-AUDIT-RECORD.
006920
006930     READ AUDIT-FILE.
006940     IF WS-AUD-FILE-STATUS = "00"
006950         PERFORM 4500-CHECK-ONE-AUDIT-RECORD
006960     END-IF.
006970
006980 4200-READ-ONE-AUDIT-ARCHIVE.
006990
007000     READ AUD-ARCHIVE-FILE.
007010     IF WS-AARC-FILE-STATUS = "00"
007020         MOVE MT-AARC-RECORD TO MT-AUD-RECORD
007030         PERFORM 4500-CHECK-ONE-AUDIT-RECORD
007040     END-IF.
007050
007060 4500-CHECK-ONE-AUDIT-RECORD.
007070
007080     IF MT-AUD-RUN-DATE = WS-CUR-RUN-DATE
007090         AND MT-AUD-CARD-SEQ = WS-CUR-CARD-SEQ
007100         AND MT-AUD-ACCEPTED
007110         AND MT-AUD-ACTION = SPACE
007120         MOVE MT-AUD-RUN-TIME TO WS-TIME8
007130         IF WS-TIME8-HHMMSS = WS-CUR-RUN-TIME
007140             SET WS-HEADER-FOUND TO TRUE
007150             MOVE MT-AUD-RUN-TIME TO WS-HDR-RUN-TIME
007160             MOVE MT-AUD-OPERATOR-ID TO WS-HDR-OPERATOR-ID
007170             MOVE MT-AUD-START-NUMBER TO WS-HDR-START-NUMBER
007180             MOVE MT-AUD-ROW-COUNT TO WS-HDR-ROW-COUNT
007190             MOVE MT-AUD-MODE-FLAG TO WS-HDR-MODE-FLAG
007200             MOVE MT-AUD-UNIT-PRICE TO WS-HDR-UNIT-PRICE
007210         END-IF
007220     END-IF.
007230
007240*----------------------------------------------------------------*
007250*    THE RESENT SECTION - THE ORIGINAL HEADER FLAGGED AS A       *
007260*    RESEND WITH TODAY'S DATE, THEN ONE DETAIL PER STORED ROW,   *
007270*    BALANCED FOR THE SECTION AND FOR THE FILE TRAILER.          *
007280*----------------------------------------------------------------*
007290 5000-WRITE-RESENT-SECTION.
007300
007310     MOVE SPACES TO MT-WHS-RECORD.
007320     MOVE "H" TO MT-WHS-RECORD-TYPE.
007330     MOVE WS-CUR-RUN-DATE TO MT-WHS-HDR-RUN-DATE.
007340     MOVE WS-HDR-RUN-TIME TO MT-WHS-HDR-RUN-TIME.
007350     MOVE WS-HDR-OPERATOR-ID TO MT-WHS-HDR-OPERATOR-ID.
007360     MOVE WS-CUR-CARD-SEQ TO MT-WHS-HDR-CARD-SEQ.
007370     MOVE WS-HDR-START-NUMBER TO MT-WHS-HDR-START-NUMBER.
007380     MOVE WS-HDR-ROW-COUNT TO MT-WHS-HDR-ROW-COUNT.
007390     MOVE WS-HDR-MODE-FLAG TO MT-WHS-HDR-MODE-FLAG.
007400     MOVE WS-HDR-UNIT-PRICE TO MT-WHS-HDR-UNIT-PRICE.
007410     MOVE "R" TO MT-WHS-HDR-RESEND-FLAG.
007420     MOVE WS-RUN-DATE-YYYYMMDD TO MT-WHS-HDR-RESEND-DATE-9.
007430     WRITE MT-WHS-RECORD.
007440     MOVE ZERO TO WS-SEC-DETAIL-COUNT.
007450     MOVE ZERO TO WS-SEC-HASH-TOTAL.
007460     PERFORM 5100-WRITE-ONE-DETAIL
007470         VARYING WS-ROW-IDX FROM 1 BY 1
007480         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
007490     ADD WS-SEC-DETAIL-COUNT TO WS-WHS-DETAIL-COUNT.
007500     ADD WS-SEC-HASH-TOTAL TO WS-WHS-HASH-TOTAL.
007510
007520 5100-WRITE-ONE-DETAIL.
007530
007540     MOVE SPACES TO MT-WHS-RECORD.
007550     MOVE "D" TO MT-WHS-RECORD-TYPE.
007560     MOVE WS-ROW-NUMBER (WS-ROW-IDX) TO MT-WHS-DET-ROW-NUMBER.
007570     MOVE WS-ROW-MULTIPLIER (WS-ROW-IDX)
007580         TO MT-WHS-DET-MULTIPLIER.
007590     MOVE WS-CUR-CARD-SEQ TO MT-WHS-DET-CARD-SEQ.
007600     PERFORM 5150-COPY-ONE-RESULT
007610         VARYING WS-COL-IDX FROM 1 BY 1
007620         UNTIL WS-COL-IDX > 10.
007630     WRITE MT-WHS-RECORD.
007640     ADD 1 TO WS-SEC-DETAIL-COUNT.
007650
007660 5150-COPY-ONE-RESULT.
007670
007680     MOVE WS-ROW-RESULT (WS-ROW-IDX, WS-COL-IDX)
007690         TO MT-WHS-DET-RESULT (WS-COL-IDX).
007700     ADD WS-ROW-RESULT (WS-ROW-IDX, WS-COL-IDX)
007710         TO WS-SEC-HASH-TOTAL.
007720
007730*----------------------------------------------------------------*
007740*    RESEND LOG - THE ACKNOWLEDGMENT MATCH AGES THE SECTION      *
007750*    FROM THIS DATE FROM NOW ON.                                 *
007760*----------------------------------------------------------------*
007770 6000-WRITE-RESEND-LOG.
007780
007790     MOVE SPACES TO MT-RSND-RECORD.
007800     MOVE WS-CUR-RUN-DATE TO MT-RSND-RUN-DATE.
007810     MOVE WS-HDR-RUN-TIME TO MT-RSND-RUN-TIME.
007820     MOVE WS-CUR-CARD-SEQ TO MT-RSND-CARD-SEQ.
007830     MOVE WS-RUN-DATE-YYYYMMDD TO MT-RSND-RESEND-DATE.
007840     MOVE WS-RUN-TIME-HHMMSS TO MT-RSND-RESEND-TIME.
007850     MOVE WS-REQ-OPERATOR-ID (WS-REQ-IDX) TO MT-RSND-OPERATOR-ID.
007860     MOVE WS-SEC-DETAIL-COUNT TO MT-RSND-DETAIL-COUNT.
007870     MOVE WS-SEC-HASH-TOTAL TO MT-RSND-HASH-TOTAL.
007880     MOVE WS-CUR-SOURCE TO MT-RSND-SOURCE.
007890     WRITE MT-RSND-RECORD.
007900
007910*----------------------------------------------------------------*
007920*    ONE TRAILER FOR THE WHOLE RESENT FILE, BALANCED TO THE      *
007930*    DETAILS ACTUALLY WRITTEN.                                   *
007940*----------------------------------------------------------------*
007950 7000-WRITE-WHS-TRAILER.
007960
007970     MOVE SPACES TO MT-WHS-RECORD.
007980     MOVE "T" TO MT-WHS-RECORD-TYPE.
007990     MOVE WS-WHS-DETAIL-COUNT TO MT-WHS-TRL-DETAIL-COUNT.
008000     MOVE WS-WHS-HASH-TOTAL TO MT-WHS-TRL-HASH-TOTAL.
008010     WRITE MT-WHS-RECORD.
008020
008030*----------------------------------------------------------------*
008040*    COMPLETION CODE - 12 WHEN ANY CARD OR SECTION FAILED, 04    *
008050*    WHEN NOTHING WAS ASKED FOR, ELSE 00.                        *
008060*----------------------------------------------------------------*
008070 9000-END-PROGRAM.
008080
008090     IF WS-FAILED-COUNT > ZERO
008100         OR WS-BAD-CARD-COUNT > ZERO
008110         MOVE 12 TO WS-FINAL-RC
008120     ELSE
008130         IF WS-REQ-COUNT = ZERO
008140             MOVE 4 TO WS-FINAL-RC
008150         ELSE
008160             MOVE ZERO TO WS-FINAL-RC
008170         END-IF
008180     END-IF.
008190     DISPLAY "EXTRACT RESEND COMPLETE - REQUESTED ", WS-REQ-COUNT,
008200         " RESENT ", WS-RESENT-COUNT,
008210         " NOT RESENT ", WS-FAILED-COUNT,
008220         " BAD CARDS ", WS-BAD-CARD-COUNT,
008230         " RC ", WS-FINAL-RC.
008240     MOVE WS-FINAL-RC TO RETURN-CODE.
008250     GOBACK.
008260
00826A*----------------------------------------------------------------*
00826B*    THE RESENT EXTRACT OR THE RESEND LOG CANNOT BE OPENED -     *
00826C*    NOTHING HAS BEEN RESENT OR LOGGED.                          *
00826D*----------------------------------------------------------------*
00826E 9960-ABORT-NO-OUTPUT-FILE.
00826F
00826G     MOVE 16 TO RETURN-CODE.
00826H     GOBACK.
00826I
008270 END PROGRAM PROGRAM18.
