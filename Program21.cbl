000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM21 AS "Program21".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM21 --  STORED RUN COMPARISON SCREEN.  OPERATIONS     *
000190*                  RUNS THIS AT A TERMINAL TO SEE WHAT CHANGED   *
000200*                  BETWEEN ANY TWO STORED RUNS OF THE BATCH JOB  *
000210*                  (PROGRAM1), LIVE OR ARCHIVED, WITHOUT TWO     *
000220*                  LOOKUP SCREENS AND A NOTEPAD.  ENTER EACH RUN *
000230*                  AS A RUN DATE AND A RUN TIME (BLANK TAKES THE *
000240*                  LATEST RUN OF THE DATE).  THE COMPARISON      *
000250*                  ITSELF IS DONE BY PROGRAM20 (SEE MTCMPP) -    *
000260*                  THIS SCREEN SHOWS THE RUNS IT USED AND EVERY  *
000270*                  DIFFERENCE IT WROTE TO THE COMPARISON         *
000280*                  EXCEPTION FILE (CMPREXC, SEE MTRECX), IN THE  *
000290*                  SAME TERMS AS THE RECONCILIATION EXCEPTION    *
000300*                  REPORT.  FOR AN ARCHIVED RUN, POINT HISTARCH  *
000310*                  (AND HISTARC2 WHEN THE SECOND RUN IS IN       *
000320*                  ANOTHER ARCHIVE YEAR) AT THE DATASET THE      *
000330*                  ARCHIVE LOOKUP (PROGRAM9) SHOWS FOR THE DATE. *
000340*                                                                *
000350*    MOD LOG                                                     *
000360*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000370*                                                                *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT COMPARE-EXCEPTION-FILE ASSIGN TO "CMPREXC"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-RECX-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  COMPARE-EXCEPTION-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540     COPY MTRECX.
000550
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------*
000580*    SWITCHES                                                    *
000590*----------------------------------------------------------------*
000600 01  WS-SWITCHES.
000610     05  WS-MORE-REQUESTS-SW  PIC X(01)  VALUE "Y".
000620         88  WS-MORE-REQUESTS            VALUE "Y".
000630     05  WS-KEYS-OK-SW        PIC X(01)  VALUE "N".
000640         88  WS-KEYS-OK                  VALUE "Y".
000650
000660 01  WS-RECX-FILE-STATUS      PIC X(02).
000670
000680*----------------------------------------------------------------*
000690*    COMPARISON REQUEST FIELDS - A RUN DATE IS REQUIRED FOR      *
000700*    EACH RUN, THE RUN TIME PICKS WHICH RUN OF THE DATE (BLANK   *
000710*    TAKES THE LATEST), THE SAME PROMPTS THE PROGRAM6 LOOKUP     *
000720*    USES.                                                       *
000730*----------------------------------------------------------------*
000740 01  WS-CMP-DATE-IN           PIC X(08).
000750 01  WS-CMP-DATE-IN-9 REDEFINES WS-CMP-DATE-IN
000760                              PIC 9(08).
000770 01  WS-CMP-TIME-IN           PIC X(06).
000780 01  WS-CMP-TIME-IN-9 REDEFINES WS-CMP-TIME-IN
000790                              PIC 9(06).
000800 01  WS-CMP-WHICH-RUN         PIC X(06).
000810 01  WS-CMP-SAVE-DATE         PIC 9(08).
000820 01  WS-CMP-SAVE-TIME         PIC 9(06).
000830 01  WS-CMP-SOURCE-NAME       PIC X(08).
000840 01  WS-CMP-TYPE-DESC         PIC X(10).
000850 01  WS-CMP-RESPONSE          PIC X(01).
000860
000870     COPY MTCMPP.
000880
000890 PROCEDURE DIVISION.
000900
000910 0000-MAIN-RUN-COMPARE-SCREEN.
000920
000930     PERFORM 1000-GET-ONE-REQUEST
000940         UNTIL NOT WS-MORE-REQUESTS.
000950     GOBACK.
000960
000970 1000-GET-ONE-REQUEST.
000980
000990     MOVE "Y" TO WS-KEYS-OK-SW.
001000     MOVE "FIRST" TO WS-CMP-WHICH-RUN.
001010     PERFORM 1100-PROMPT-FOR-RUN-KEY.
001020     MOVE WS-CMP-SAVE-DATE TO MT-CMPP-FIRST-DATE.
001030     MOVE WS-CMP-SAVE-TIME TO MT-CMPP-FIRST-TIME.
001040     IF WS-KEYS-OK
001050         MOVE "SECOND" TO WS-CMP-WHICH-RUN
001060         PERFORM 1100-PROMPT-FOR-RUN-KEY
001070         MOVE WS-CMP-SAVE-DATE TO MT-CMPP-SECOND-DATE
001080         MOVE WS-CMP-SAVE-TIME TO MT-CMPP-SECOND-TIME
001090     END-IF.
001100     IF WS-KEYS-OK
001110         CALL "Program20" USING MT-CMPP-PARMS
001120         IF MT-CMPP-COMPARED
001130             PERFORM 2000-SHOW-RUNS-COMPARED
001140             PERFORM 3000-SHOW-DIFFERENCES
001150         ELSE
001160             DISPLAY "RUNS NOT COMPARED - ", MT-CMPP-MESSAGE
001170         END-IF
001180     END-IF.
001190     PERFORM 8000-ASK-ANOTHER.
001200
001210 1100-PROMPT-FOR-RUN-KEY.
001220
001230     MOVE ZERO TO WS-CMP-SAVE-DATE.
001240     MOVE ZERO TO WS-CMP-SAVE-TIME.
001250     DISPLAY "ENTER ", WS-CMP-WHICH-RUN,
001260         " RUN DATE (YYYYMMDD): ".
001270     ACCEPT WS-CMP-DATE-IN.
001280     IF WS-CMP-DATE-IN = SPACES
001290         OR WS-CMP-DATE-IN-9 NOT NUMERIC
001300         DISPLAY "RUN DATE MUST BE NUMERIC YYYYMMDD"
001310         MOVE "N" TO WS-KEYS-OK-SW
001320     ELSE
001330         MOVE WS-CMP-DATE-IN-9 TO WS-CMP-SAVE-DATE
001340         MOVE SPACES TO WS-CMP-TIME-IN
001350         DISPLAY "ENTER ", WS-CMP-WHICH-RUN,
001360             " RUN TIME (HHMMSS, BLANK FOR LATEST): "
001370         ACCEPT WS-CMP-TIME-IN
001380         IF WS-CMP-TIME-IN NOT = SPACES
001390             IF WS-CMP-TIME-IN-9 NUMERIC
001400                 MOVE WS-CMP-TIME-IN-9 TO WS-CMP-SAVE-TIME
001410             ELSE
001420                 DISPLAY "RUN TIME MUST BE NUMERIC - TAKING ",
001430                     "THE LATEST RUN"
001440             END-IF
001450         END-IF
001460     END-IF.
001470
001480*----------------------------------------------------------------*
001490*    THE RUNS ACTUALLY COMPARED - A BLANK RUN TIME SHOWS HERE    *
001500*    AS THE LATEST RUN'S TIME - AND THE COUNTS.                  *
001510*----------------------------------------------------------------*
001520 2000-SHOW-RUNS-COMPARED.
001530
001540     IF MT-CMPP-FIRST-FROM-ARCHIVE
001550         MOVE "ARCHIVE" TO WS-CMP-SOURCE-NAME
001560     ELSE
001570         MOVE "HISTKSDS" TO WS-CMP-SOURCE-NAME
001580     END-IF.
001590     DISPLAY "FIRST RUN  ", MT-CMPP-FIRST-DATE,
001600         " AT ", MT-CMPP-FIRST-TIME,
001610         " FROM ", WS-CMP-SOURCE-NAME,
001620         " - ", MT-CMPP-FIRST-ROWS, " ROWS".
001630     IF MT-CMPP-SECOND-FROM-ARCHIVE
001640         MOVE "ARCHIVE" TO WS-CMP-SOURCE-NAME
001650     ELSE
001660         MOVE "HISTKSDS" TO WS-CMP-SOURCE-NAME
001670     END-IF.
001680     DISPLAY "SECOND RUN ", MT-CMPP-SECOND-DATE,
001690         " AT ", MT-CMPP-SECOND-TIME,
001700         " FROM ", WS-CMP-SOURCE-NAME,
001710         " - ", MT-CMPP-SECOND-ROWS, " ROWS".
001720     DISPLAY "ROWS MATCHED ", MT-CMPP-MATCHED-ROWS,
001730         "  CELL DIFFERENCES ", MT-CMPP-CELL-DIFFS,
001740         "  FIRST ONLY ", MT-CMPP-FIRST-ONLY,
001750         "  SECOND ONLY ", MT-CMPP-SECOND-ONLY.
001760
001770*----------------------------------------------------------------*
001780*    EVERY DIFFERENCE, READ BACK FROM THE EXCEPTION FILE.  A ROW *
001790*    IN ONLY ONE RUN SHOWS THAT RUN'S MULTIPLIER FOR THE ROW.    *
001800*----------------------------------------------------------------*
001810 3000-SHOW-DIFFERENCES.
001820
001830     IF MT-CMPP-CELL-DIFFS = ZERO
001840         AND MT-CMPP-FIRST-ONLY = ZERO
001850         AND MT-CMPP-SECOND-ONLY = ZERO
001860         DISPLAY "NO DIFFERENCES - THE TWO RUNS MATCH"
001870     ELSE
001880         OPEN INPUT COMPARE-EXCEPTION-FILE
001890         IF WS-RECX-FILE-STATUS NOT = "00"
001900             DISPLAY "CMPREXC NOT AVAILABLE - STATUS ",
001910                 WS-RECX-FILE-STATUS
001920         ELSE
001930             DISPLAY "EXCEPTION  ROW CARD COL  FIRST SECOND"
001940             PERFORM 3100-SHOW-ONE-DIFFERENCE
001950                 UNTIL WS-RECX-FILE-STATUS NOT = "00"
001960             CLOSE COMPARE-EXCEPTION-FILE
001970         END-IF
001980     END-IF.
001990
002000 3100-SHOW-ONE-DIFFERENCE.
002010
002020     READ COMPARE-EXCEPTION-FILE.
002030     IF WS-RECX-FILE-STATUS = "00"
002040         AND MT-RECX-RUN-COMPARE
002050         IF MT-RECX-FIRST-RUN-ONLY
002060             MOVE "1ST ONLY" TO WS-CMP-TYPE-DESC
002070         ELSE
002080             IF MT-RECX-SECOND-RUN-ONLY
002090                 MOVE "2ND ONLY" TO WS-CMP-TYPE-DESC
002100             ELSE
002110                 MOVE "CELL DIFF" TO WS-CMP-TYPE-DESC
002120             END-IF
002130         END-IF
002140         DISPLAY WS-CMP-TYPE-DESC, " ", MT-RECX-ROW-NUMBER,
002150             "  ", MT-RECX-CARD-SEQ,
002160             "  ", MT-RECX-COLUMN-NUMBER,
002170             " ", MT-RECX-PRIOR-VALUE,
002180             "  ", MT-RECX-CURRENT-VALUE
002190     END-IF.
002200
002210 8000-ASK-ANOTHER.
002220
002230     DISPLAY "ANOTHER COMPARISON? (Y/N): ".
002240     ACCEPT WS-CMP-RESPONSE.
002250     IF WS-CMP-RESPONSE = "Y" OR WS-CMP-RESPONSE = "y"
002260         MOVE "Y" TO WS-MORE-REQUESTS-SW
002270     ELSE
002280         MOVE "N" TO WS-MORE-REQUESTS-SW
002290     END-IF.
002300
002310 END PROGRAM PROGRAM21.
