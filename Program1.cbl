000634*                      SEVEN POSITIONS (SEE MTPRINT) AND THE     *
000635*                      OVERFLOW FLAG IS RESERVED FOR PRODUCTS    *
000636*                      PAST 99999.                               *
00063A*    2026-10-15  DLW  THE RUN NOW OPENS THE NIGHTLY CYCLE ON     *
00063B*                      THE JOB-CHAIN STEP CONTROL FILE (CYCLCTL, *
00063C*                      SEE MTCYCL, THROUGH PROGRAM16) AND        *
00063D*                      RECORDS ITS END AND COMPLETION CODE       *
00063E*                      THERE TOO - "C" FOR A RUN THAT PRODUCED   *
00063F*                      ITS TABLES, "F" FOR A 12/16 REJECTION -   *
00063G*                      SO THE DOWNSTREAM STEPS WILL NOT PICK UP  *
00063H*                      THE FILES OF A REJECTED RUN.              *
00063I*    2026-10-15  DLW  CATALOG CARDS AWAITING A SECOND OPERATOR'S *
00063J*                      APPROVAL (SEE MTCAT) ARE NOT RUN - A      *
00063K*                      PENDING ADD OR CHANGE IS SKIPPED (THE     *
00063L*                      LIVE CARD IS USED FOR A CHANGE) AND A     *
00063M*                      CARD WHOSE REMOVAL IS PENDING IS STILL    *
00063N*                      USED.  EACH ONE IS LISTED AS A WARNING ON *
00063O*                      THE EDIT REPORT, WHICH A GOOD RUN NOW     *
00063P*                      PRINTS AHEAD OF THE TABLES WHEN THERE ARE *
00063Q*                      WARNINGS.                                 *
00063R*    2026-10-15  DLW  THE RUN NOW TAKES THE BATCH FILE RUN LOCK  *
00063S*                      (SEE MTLOKP, THROUGH PROGRAM23) BEFORE IT *
00063T*                      OPENS THE CYCLE, AND GIVES IT BACK ON     *
00063U*                      EVERY WAY OUT.  WHILE ANOTHER BATCH JOB,  *
00063V*                      HISTORY LOAD OR PURGE HOLDS THE LOCK THE  *
00063W*                      RUN ENDS AT ONCE WITH CONDITION CODE 24,  *
00063X*                      NAMING THE OPERATOR AND THE TIME IT WAS   *
00063Y*                      TAKEN, AND TOUCHES NOTHING - NOT EVEN THE *
00063Z*                      STEP CONTROL FILE.  THE DECK IS NOW READ  *
0006AA*                      FIRST SO THE LOCK CARRIES THE OPERATOR    *
0006AB*                      FROM ITS FIRST CARD.                      *
0006AC*    2026-10-15  DLW  THE STEP END ON THE CONTROL FILE NOW ALSO  *
0006AD*                      CARRIES THE CARDS RUN (ONLY THOSE FROM    *
0006AE*                      THE RESUME CARD ON AN AUTOMATIC RESTART), *
0006AF*                      THE TABLE AND EXTENSION ROWS WRITTEN, AND *
0006AG*                      WHETHER IT WAS AN AUTOMATIC RESTART FROM  *
0006AH*                      CHKPTFIL, FOR THE BATCH WINDOW REPORT.    *
0006AI*                      THE RUNSTAT RECORD NOW CARRIES THE DATE   *
0006AJ*                      AND TIME THE RUN FINISHED AS WELL.        *
0006AK*    2026-10-15  DLW  PENDING-APPROVAL WARNINGS PAST THE 50 THE  *
0006AL*                      TABLE HOLDS ARE COUNTED, SHOWN AS ONE     *
0006AM*                      "MORE ... NOT LISTED" LINE ON THE EDIT    *
0006AN*                      REPORT AND INCLUDED IN THE CONSOLE COUNT. *
0006AO*                      RUN AND REJECT AUDIT RECORDS NOW CLEAR THE*
0006AP*                      SET NAME AND EFFECTIVE-FROM DATE (MTAUD). *
000484*                                                                *
000490*----------------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
00132Q         10  WS-CTLG-TAB-TO       PIC 9(08).
00132R         10  WS-CTLG-TAB-SEQ      PIC 9(03).
00132S         10  WS-CTLG-TAB-CARD     PIC X(26).
0013AA         10  WS-CTLG-TAB-PENDING  PIC X(01).
00132T
00132U 01  WS-CTLG-BEST-NAME        PIC X(08)  VALUE SPACES.
00132V 01  WS-CTLG-BEST-FROM        PIC 9(08)  VALUE ZERO.
00132X 01  WS-CTLG-CARD-WORK.
00132Y     05  WS-CTLG-CARD-FIELDS  PIC X(26).
00132Z     05  FILLER               PIC X(54).
0013AB
0013AC*----------------------------------------------------------------*
0013AD*    PENDING-APPROVAL WARNINGS - CATALOG CARDS LEFT OUT OF (OR   *
0013AE*    STILL IN) THE DECK BECAUSE A CHANGE TO THEM HAS NOT BEEN    *
0013AF*    APPROVED.  THEY DO NOT STOP THE RUN; THEY ARE PRINTED ON    *
0013AG*    THE EDIT REPORT AFTER ANY EDIT ERRORS.  WARNINGS PAST THE   *
0013AU*    50 THE TABLE HOLDS ARE COUNTED AND SHOWN AS ONE LINE AFTER  *
0013AV*    THE LISTED ONES.                                            *
0013AH*----------------------------------------------------------------*
0013AI 01  WS-PEND-WARN-COUNT       PIC 9(3)  COMP  VALUE ZERO.
0013AJ 01  WS-PEND-WARN-IDX         PIC 9(3)  COMP.
0013AR 01  WS-PEND-WARN-OVER-COUNT  PIC 9(3)  COMP  VALUE ZERO.
0013AS 01  WS-PEND-WARN-TOTAL       PIC 9(3)  COMP.
0013AK
0013AL 01  WS-PEND-WARN-TABLE.
0013AM     05  WS-PEND-WARN-ENTRY OCCURS 50 TIMES.
0013AN         10  WS-PWN-CARD-SEQ  PIC 9(03).
0013AO         10  WS-PWN-SET-NAME  PIC X(12).
0013AP         10  WS-PWN-ACTION    PIC X(10).
0013AQ         10  WS-PWN-RULE      PIC X(40).
0013AT
0013AW 01  WS-PWN-MORE-LINE.
0013AX     05  FILLER               PIC X(01)  VALUE SPACE.
0013AY     05  WS-PWN-MORE-COUNT    PIC ZZ9.
0013AZ     05  FILLER               PIC X(42)  VALUE
0013BA         " MORE PENDING-APPROVAL WARNINGS NOT LISTED".
0013BB     05  FILLER               PIC X(34)  VALUE SPACES.
001321
001322*----------------------------------------------------------------*
001324*    PARAMETER EDIT ERRORS - ONE ENTRY PER BAD FIELD, PRINTED ON *
001630*    (PROGRAM2), SO BOTH RUN THE SAME ARITHMETIC.                *
001632*----------------------------------------------------------------*
001634     COPY MTMULT.
00163A
00163B*----------------------------------------------------------------*
00163C*    JOB-CHAIN STEP CONTROL REQUEST - PASSED TO PROGRAM16, WHICH *
00163D*    OWNS THE STEP CONTROL FILE EVERY NIGHTLY STEP SHARES.       *
00163E*----------------------------------------------------------------*
00163F     COPY MTCYCP.
00163G
00163H*----------------------------------------------------------------*
00163I*    RUN LOCK REQUEST - PASSED TO PROGRAM23, WHICH KEEPS THE     *
00163J*    BATCH JOB, THE HISTORY LOAD AND THE PURGE FROM RUNNING      *
00163K*    OVER ONE ANOTHER'S FILES.                                   *
00163L*----------------------------------------------------------------*
00163M     COPY MTLOKP.
001636
001638 01  WS-PRIOR-FILE-STATUS     PIC X(02).
001640 01  WS-HIST-FILE-STATUS      PIC X(02).
001992     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME-HHMMSS.
001994         10  WS-RUN-TIME-HHMMSS6  PIC 9(6).
001996         10  WS-RUN-TIME-CC       PIC 9(2).
00199A     05  WS-END-DATE-YYYYMMDD PIC 9(8).
00199B     05  WS-END-TIME-HHMMSS   PIC 9(8).
002000
002010 PROCEDURE DIVISION.
002020
00204B     IF NOT WS-CATALOG-USED
002042         PERFORM 1000-LOAD-PARAMETER-CARDS
00204C     END-IF.
00204D     PERFORM 0850-TAKE-RUN-LOCK.
00204E     IF NOT MT-LOKP-GRANTED
00204F         PERFORM 9970-ABORT-RUN-LOCKED
00204G     END-IF.
00204H     PERFORM 0900-BEGIN-CHAIN-STEP.
002043     IF WS-PARM-MISSING
002044         PERFORM 9950-ABORT-NO-PARMFILE
002045     END-IF.
002078         PERFORM 1350-LOAD-DEC-PRIOR-RESULTS
002079     END-IF.
002080     PERFORM 1200-OPEN-REPORT-FILES.
00208A     IF WS-PEND-WARN-COUNT > ZERO
00208H         ADD WS-PEND-WARN-COUNT WS-PEND-WARN-OVER-COUNT
00208I             GIVING WS-PEND-WARN-TOTAL
00208B         DISPLAY WS-PEND-WARN-TOTAL,
00208C             " CATALOG CARDS PENDING APPROVAL - SEE EDIT REPORT"
00208D         IF NOT WS-RUN-RESTARTED
00208E             PERFORM 6780-PRINT-PENDING-WARNINGS
00208F         END-IF
00208G     END-IF.
002100
002102     PERFORM 7000-PROCESS-ONE-CARD.
002104     PERFORM 7100-PROCESS-NEXT-CARD
0023AK                     TO WS-CTLG-TAB-SEQ (WS-CTLG-COUNT)
0023AL                 MOVE MT-CAT-CARD-FIELDS
0023AM                     TO WS-CTLG-TAB-CARD (WS-CTLG-COUNT)
0023AO                 MOVE MT-CAT-PENDING-ACTION
0023BO                     TO WS-CTLG-TAB-PENDING (WS-CTLG-COUNT)
0023AN             ELSE
0023AP                 DISPLAY "CATALOG TABLE FULL - RECORD DROPPED"
0023AQ             END-IF
0023BG
0023BH     IF WS-CTLG-TAB-FROM (WS-CTLG-IDX) <= WS-RUN-DATE-YYYYMMDD
0023BI         AND WS-CTLG-TAB-TO (WS-CTLG-IDX) >= WS-RUN-DATE-YYYYMMDD
0023BJ         IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "A"
0023BK             OR WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "C"
0023BL             PERFORM 0990-RECORD-PENDING-WARNING
0023BM         ELSE
0023CO             IF WS-CTLG-TAB-FROM (WS-CTLG-IDX) > WS-CTLG-BEST-FROM
0023DH                 MOVE WS-CTLG-TAB-SET (WS-CTLG-IDX)
0023DI                     TO WS-CTLG-BEST-NAME
0023DJ                 MOVE WS-CTLG-TAB-FROM (WS-CTLG-IDX)
0023DK                     TO WS-CTLG-BEST-FROM
0023DL             END-IF
0023DM         END-IF
0023DN     END-IF.
0023BN
0023BP*----------------------------------------------------------------*
0023BQ*    BUILD THE CARD DECK FROM THE WINNING SET, IN CARD SEQUENCE  *
0023BR*    ORDER.  THE SET NAME PLUS EFFECTIVE-FROM DATE IDENTIFIES    *
0023BS*    ONE VERSION OF A SET, SO AN OLDER VERSION OF THE SAME NAME  *
0023BT*    NEVER MIXES ITS CARDS IN.  A PENDING ADD OR CHANGE IS NEVER *
0023BU*    PUT IN THE DECK (0965 HAS ALREADY WARNED OF IT); A CARD     *
0023DO*    WHOSE REMOVAL IS PENDING IS STILL USED, WITH A WARNING.     *
0023DP*    THE DECK STILL GOES THROUGH THE FRONT-END EDIT AND SECURITY *
0023DQ*    PASS LIKE A KEYED DECK.                                     *
0023BV*----------------------------------------------------------------*
0023BW 0970-LOAD-CATALOG-DECK.
0023BX
0023CR     IF WS-CTLG-TAB-SET (WS-CTLG-IDX) = WS-CTLG-BEST-NAME
0023CS         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = WS-CTLG-BEST-FROM
0023CT         AND WS-CTLG-TAB-SEQ (WS-CTLG-IDX) = WS-CTLG-SEQ-WANT
0023DR         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = "A"
0023DS         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = "C"
0023DT         IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "R"
0023DU             PERFORM 0990-RECORD-PENDING-WARNING
0023DV         END-IF
0023CU         IF WS-CARD-COUNT < 50
0023CV             ADD 1 TO WS-CARD-COUNT
0023CW             MOVE SPACES TO WS-CTLG-CARD-WORK
0023DD             DISPLAY "CARD LIMIT 50 EXCEEDED"
0023DE         END-IF
0023DF     END-IF.
0023DW
0023DX 0990-RECORD-PENDING-WARNING.
0023DY
0023DZ     IF WS-PEND-WARN-COUNT < 50
0023EA         ADD 1 TO WS-PEND-WARN-COUNT
0023EB         MOVE WS-CTLG-TAB-SEQ (WS-CTLG-IDX)
0023EC             TO WS-PWN-CARD-SEQ (WS-PEND-WARN-COUNT)
0023ED         MOVE WS-CTLG-TAB-SET (WS-CTLG-IDX)
0023EE             TO WS-PWN-SET-NAME (WS-PEND-WARN-COUNT)
0023EF         IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "A"
0023EG             MOVE "ADD" TO WS-PWN-ACTION (WS-PEND-WARN-COUNT)
0023EH             MOVE "PENDING APPROVAL - CARD SKIPPED"
0023EI                 TO WS-PWN-RULE (WS-PEND-WARN-COUNT)
0023EJ         ELSE
0023EK             IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "C"
0023EL                 MOVE "CHANGE"
0023EV                     TO WS-PWN-ACTION (WS-PEND-WARN-COUNT)
0023EM                 MOVE "PENDING APPROVAL - LIVE CARD USED"
0023EN                     TO WS-PWN-RULE (WS-PEND-WARN-COUNT)
0023EO             ELSE
0023EP                 MOVE "REMOVE"
0023EW                     TO WS-PWN-ACTION (WS-PEND-WARN-COUNT)
0023EQ                 MOVE "REMOVAL PENDING APPROVAL - CARD USED"
0023ER                     TO WS-PWN-RULE (WS-PEND-WARN-COUNT)
0023ES             END-IF
0023ET         END-IF
0023EX     ELSE
0023EY         ADD 1 TO WS-PEND-WARN-OVER-COUNT
0023EU     END-IF.
0023DG
002398*----------------------------------------------------------------*
002400*    THE TABLE-SIDE FILES AND THE PRIOR-RESULTS BASELINE ARE     *
003099     MOVE "A" TO MT-AUD-STATUS.
00309A     MOVE SPACE TO MT-AUD-ACTION.
00309B     MOVE SPACES TO MT-AUD-TARGET-ID.
00309C     MOVE SPACES TO MT-AUD-SET-NAME.
00309D     MOVE ZERO TO MT-AUD-EFF-FROM.
003100     WRITE MT-AUD-RECORD.
003110
003120 1300-LOAD-PRIOR-RESULTS.
007736     MOVE "R" TO MT-AUD-STATUS.
007737     MOVE SPACE TO MT-AUD-ACTION.
00773A     MOVE SPACES TO MT-AUD-TARGET-ID.
00773B     MOVE SPACES TO MT-AUD-SET-NAME.
00773C     MOVE ZERO TO MT-AUD-EFF-FROM.
007738     WRITE MT-AUD-RECORD.
007740
007742 6620-RECORD-EDIT-ERROR.
007768
007770*----------------------------------------------------------------*
007772*    EDIT REPORT AND ERROR COMPLETION - THE ONLY OUTPUT OF A     *
007774*    REJECTED RUN IS THE PRINTED EDIT REPORT.  PENDING-APPROVAL  *
007776*    WARNINGS FOLLOW THE ERRORS.                                 *
007777*----------------------------------------------------------------*
007778 6700-PRINT-EDIT-REPORT.
007780
007782     OPEN OUTPUT PRINT-FILE.
007786     PERFORM 6760-PRINT-ONE-EDIT-ERROR
007788         VARYING WS-EDT-IDX FROM 1 BY 1
007790         UNTIL WS-EDT-IDX > WS-EDIT-ERROR-COUNT.
00779A     PERFORM 6770-PRINT-ONE-PEND-WARNING
00779B         VARYING WS-PEND-WARN-IDX FROM 1 BY 1
00779C         UNTIL WS-PEND-WARN-IDX > WS-PEND-WARN-COUNT.
00779D     PERFORM 6775-PRINT-PEND-WARN-OVERFLOW.
007792     CLOSE PRINT-FILE.
007794
007796 6750-WRITE-EDIT-HEADERS.
007864     MOVE WS-EDT-RULE (WS-EDT-IDX) TO WS-EDT-LINE-RULE.
007866     WRITE PRINT-RECORD FROM WS-EDT-DETAIL-LINE.
007868     ADD 1 TO WS-LINE-COUNT.
00786A
00786B 6770-PRINT-ONE-PEND-WARNING.
00786C
00786D     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
00786E         PERFORM 6750-WRITE-EDIT-HEADERS
00786F     END-IF.
00786G     MOVE WS-PWN-CARD-SEQ (WS-PEND-WARN-IDX) TO WS-EDT-LINE-CARD.
00786H     MOVE WS-PWN-SET-NAME (WS-PEND-WARN-IDX) TO WS-EDT-LINE-FIELD.
00786I     MOVE WS-PWN-ACTION (WS-PEND-WARN-IDX) TO WS-EDT-LINE-VALUE.
00786J     MOVE WS-PWN-RULE (WS-PEND-WARN-IDX) TO WS-EDT-LINE-RULE.
00786K     WRITE PRINT-RECORD FROM WS-EDT-DETAIL-LINE.
00786L     ADD 1 TO WS-LINE-COUNT.
00786M
00786Z 6775-PRINT-PEND-WARN-OVERFLOW.
0078AA
0078AB     IF WS-PEND-WARN-OVER-COUNT > ZERO
0078AC         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
0078AD             PERFORM 6750-WRITE-EDIT-HEADERS
0078AE         END-IF
0078AF         MOVE WS-PEND-WARN-OVER-COUNT TO WS-PWN-MORE-COUNT
0078AG         WRITE PRINT-RECORD FROM WS-PWN-MORE-LINE
0078AH         ADD 1 TO WS-LINE-COUNT
0078AI     END-IF.
0078AJ
00786N*----------------------------------------------------------------*
00786O*    A GOOD RUN WITH PENDING-APPROVAL WARNINGS PRINTS THEM ON AN *
00786P*    EDIT REPORT PAGE AHEAD OF THE TABLES.  THE TABLE REPORT     *
00786Q*    STARTS ON A NEW PAGE.                                       *
00786R*----------------------------------------------------------------*
00786S 6780-PRINT-PENDING-WARNINGS.
00786T
00786U     PERFORM 6750-WRITE-EDIT-HEADERS.
00786V     PERFORM 6770-PRINT-ONE-PEND-WARNING
00786W         VARYING WS-PEND-WARN-IDX FROM 1 BY 1
00786X         UNTIL WS-PEND-WARN-IDX > WS-PEND-WARN-COUNT.
0078AK     PERFORM 6775-PRINT-PEND-WARN-OVERFLOW.
00786Y     MOVE 99 TO WS-LINE-COUNT.
007870
007872 9900-ABORT-BAD-PARAMETERS.
007874
007888     MOVE 12 TO WS-FINAL-RC.
007890     MOVE "REJECTED" TO WS-FINAL-STATUS.
007892     PERFORM 8500-WRITE-RUN-STATUS.
00789A     MOVE "F" TO MT-CYCP-STEP-STATUS.
00789B     PERFORM 8900-END-CHAIN-STEP.
00789C     PERFORM 8950-GIVE-BACK-RUN-LOCK.
007894     MOVE 12 TO RETURN-CODE.
007896     GOBACK.
007898
007902
007904     DISPLAY "NO CATALOG SET IN EFFECT AND PARMFILE MISSING".
007905     DISPLAY "OR EMPTY - RUN STOPPED".
00790A     MOVE 16 TO WS-FINAL-RC.
00790B     MOVE SPACES TO WS-FINAL-STATUS.
00790C     MOVE "F" TO MT-CYCP-STEP-STATUS.
00790D     PERFORM 8900-END-CHAIN-STEP.
00790E     PERFORM 8950-GIVE-BACK-RUN-LOCK.
007906     MOVE 16 TO RETURN-CODE.
007908     GOBACK.
007910
007914
007916     DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
007918         WS-OPER-FILE-STATUS, " - RUN STOPPED".
00791A     MOVE 16 TO WS-FINAL-RC.
00791B     MOVE SPACES TO WS-FINAL-STATUS.
00791C     MOVE "F" TO MT-CYCP-STEP-STATUS.
00791D     PERFORM 8900-END-CHAIN-STEP.
00791E     PERFORM 8950-GIVE-BACK-RUN-LOCK.
007920     MOVE 16 TO RETURN-CODE.
007922     GOBACK.
00792A
00792B*----------------------------------------------------------------*
00792C*    ANOTHER RUN HOLDS THE BATCH FILES - NOTHING HAS BEEN OPENED *
00792D*    OR WRITTEN, AND NO STEP RECORD GOES ON CYCLCTL, SO THE      *
00792E*    CYCLE THE OTHER RUN OPENED IS LEFT AS IT IS.                *
00792F*----------------------------------------------------------------*
00792G 9970-ABORT-RUN-LOCKED.
00792H
00792I     DISPLAY "PROGRAM1 IN USE BY OPERATOR ",
00792J         MT-LOKP-HOLDER-OPERATOR, " SINCE ", MT-LOKP-HELD-HHMM,
00792K         " (", MT-LOKP-HOLDER-PROGRAM, " ON ",
00792L         MT-LOKP-HELD-DATE, ") - RUN STOPPED".
00792M     DISPLAY "IF THAT RUN HAS ENDED ABNORMALLY, CLEAR THE LOCK",
00792N         " WITH PROGRAM24 BEFORE RUNNING AGAIN".
00792O     MOVE 24 TO RETURN-CODE.
00792P     GOBACK.
007924
007926 END-PROGRAM.
007928
007962     CLOSE AUDIT-FILE.
007964     PERFORM 8450-SET-FINAL-STATUS.
007966     PERFORM 8500-WRITE-RUN-STATUS.
00796J     MOVE "C" TO MT-CYCP-STEP-STATUS.
00796K     PERFORM 8900-END-CHAIN-STEP.
00796L     PERFORM 8950-GIVE-BACK-RUN-LOCK.
007968     DISPLAY "RUN COMPLETE - STATUS ", WS-FINAL-STATUS,
007970         " RC ", WS-FINAL-RC.
007972     MOVE WS-FINAL-RC TO RETURN-CODE.
008055             WS-RECX-COUNT + WS-DECR-COUNT
008056         MOVE WS-FINAL-RC TO MT-STAT-RETURN-CODE
008058         MOVE WS-FINAL-STATUS TO MT-STAT-STATUS
00805A         ACCEPT WS-END-DATE-YYYYMMDD FROM DATE YYYYMMDD
00805B         ACCEPT WS-END-TIME-HHMMSS FROM TIME
00805C         MOVE WS-END-DATE-YYYYMMDD TO MT-STAT-END-DATE
00805D         MOVE WS-END-TIME-HHMMSS TO MT-STAT-END-TIME
008060         WRITE MT-STAT-RECORD
008062         CLOSE RUN-STATUS-FILE
008064     END-IF.
00806A
00806B*----------------------------------------------------------------*
00806C*    JOB-CHAIN STEP CONTROL.  THE BATCH JOB IS THE FIRST STEP    *
00806D*    OF THE CHAIN, SO ITS BEGIN OPENS TONIGHT'S CYCLE AND NEVER  *
00806E*    WAITS ON ANOTHER STEP.  ITS END CARRIES THE FINAL RETURN    *
00806F*    CODE AND THE RUNSTAT STATUS; THE CALLER SETS "C" OR "F".    *
00806G*----------------------------------------------------------------*
00806H 0900-BEGIN-CHAIN-STEP.
00806I
00806J     MOVE "B" TO MT-CYCP-FUNCTION.
00806K     MOVE "PROGRAM1" TO MT-CYCP-STEP-NAME.
00806L     CALL "Program16" USING MT-CYCP-PARMS.
00806M
00806N 8900-END-CHAIN-STEP.
00806O
00806P     MOVE "E" TO MT-CYCP-FUNCTION.
0080AP     MOVE ZERO TO MT-CYCP-CARDS-RUN.
0080AQ     IF MT-CYCP-STEP-STATUS = "C"
0080AR         IF WS-AUTO-RESTART
0080AS             COMPUTE MT-CYCP-CARDS-RUN =
0080AT                 WS-CARD-COUNT - WS-RESUME-CARD-SEQ + 1
0080AU         ELSE
0080AV             MOVE WS-CARD-COUNT TO MT-CYCP-CARDS-RUN
0080AW         END-IF
0080AX     END-IF.
0080AY     COMPUTE MT-CYCP-ROWS-RUN =
0080AZ         WS-ROWS-WRITTEN + WS-DEC-ROWS-WRITTEN.
0080BA     IF WS-AUTO-RESTART
0080BB         MOVE "Y" TO MT-CYCP-RESTART-FLAG
0080BC     ELSE
0080BD         MOVE "N" TO MT-CYCP-RESTART-FLAG
0080BE     END-IF.
00806Q     MOVE WS-FINAL-RC TO MT-CYCP-COMPLETION-CODE.
00806R     MOVE WS-FINAL-STATUS TO MT-CYCP-RUN-STATUS.
00806S     CALL "Program16" USING MT-CYCP-PARMS.
00806T
00806U*----------------------------------------------------------------*
00806V*    THE BATCH FILE RUN LOCK, TAKEN IN THE NAME OF THE OPERATOR  *
00806W*    ON THE FIRST CARD OF THE DECK.  IT IS GIVEN BACK AFTER THE  *
00806X*    STEP END IS RECORDED, ON EVERY WAY OUT.                     *
00806Y*----------------------------------------------------------------*
00806Z 0850-TAKE-RUN-LOCK.
0080AA
0080AB     MOVE "A" TO MT-LOKP-FUNCTION.
0080AC     MOVE "BATCHRUN" TO MT-LOKP-LOCK-NAME.
0080AD     MOVE "PROGRAM1" TO MT-LOKP-PROGRAM.
0080AE     MOVE SPACES TO MT-LOKP-OPERATOR-ID.
0080AF     IF WS-CARD-COUNT > ZERO
0080AG         MOVE WS-CARD-IMAGE (1) TO MT-PARM-RECORD
0080AH         MOVE MT-OPERATOR-ID TO MT-LOKP-OPERATOR-ID
0080AI     END-IF.
0080AJ     CALL "Program23" USING MT-LOKP-PARMS.
0080AK
0080AL 8950-GIVE-BACK-RUN-LOCK.
0080AM
0080AN     MOVE "R" TO MT-LOKP-FUNCTION.
0080AO     CALL "Program23" USING MT-LOKP-PARMS.
008066
008068 END PROGRAM PROGRAM1.
