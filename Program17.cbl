000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM17 AS "Program17".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM17 --  OPERATOR SIGN-ON PASSWORD CONTROL.  THE       *
000190*                  INQUIRY (PROGRAM2), SECURITY MAINTENANCE      *
000200*                  (PROGRAM8), CATALOG MAINTENANCE (PROGRAM10)   *
000210*                  AND AUDIT INQUIRY (PROGRAM15) SCREENS USED TO *
000220*                  SIGN AN OPERATOR ON BY ID ALONE.  EACH SCREEN *
000230*                  STILL FINDS THE ID ON OPERSEC AND CHECKS ITS  *
000240*                  OWN PERMISSION FLAG, THEN CALLS THIS          *
000250*                  SUBPROGRAM (SEE MTSGNP) FOR THE PASSWORD, THE *
000260*                  WAY THE TABLE PROGRAMS CALL PROGRAM3 FOR      *
000270*                  THEIR ARITHMETIC, SO THE PASSWORD RULES LIVE  *
000280*                  IN ONE PLACE -                                *
000290*                                                                *
000300*                  - THE PASSWORD IS NEVER FILED AS KEYED.  IT   *
000310*                    IS ENCODED ONE WAY WITH THE OPERATOR ID     *
000320*                    INTO A TEN-DIGIT CODE AND ONLY THE CODES    *
000330*                    ARE COMPARED.                               *
000340*                  - A PASSWORD OLDER THAN THE OPERATOR'S        *
000350*                    FORCED-CHANGE INTERVAL (90 DAYS WHEN NONE   *
000360*                    IS SET), OR ONE SET BY SECURITY AND NEVER   *
000370*                    CHANGED, MUST BE CHANGED BEFORE THE         *
000380*                    SIGN-ON IS ACCEPTED.                        *
000390*                  - THREE BAD TRIES IN A ROW LOCK THE ID UNTIL  *
000400*                    SECURITY UNLOCKS IT THROUGH PROGRAM8.       *
000410*                  - EVERY LOCKOUT AND EVERY PASSWORD CHANGE     *
000420*                    GOES ON THE AUDIT TRAIL (AUDITLOG, SEE      *
000430*                    MTAUD) WITH THE OPERATOR'S OWN ID AS THE    *
000440*                    TARGET.                                     *
000450*                                                                *
000460*                  AN OPERATOR RECORD WITH NO PASSWORD ON FILE   *
000470*                  (ONE FROM BEFORE PASSWORDS) IS REFUSED UNTIL  *
000480*                  SECURITY FILES A TEMPORARY PASSWORD FOR IT    *
00048A*                  THROUGH PROGRAM8 - OR, ON A FILE WHERE NO     *
00048B*                  SECURITY ADMINISTRATOR HAS ONE YET, THROUGH   *
00048C*                  THE PASSWORD SEED UTILITY (PROGRAM28).  THE   *
00048D*                  OPERATOR RECORD IS UPDATED IN PLACE (OPEN     *
000490*                  I-O, REWRITE).                                *
000500*                                                                *
000510*    MOD LOG                                                     *
000520*    2026-10-15  DLW  ORIGINAL VERSION.                          *
00052A*    2026-10-15  DLW  EVERY REWRITE OF THE OPERATOR RECORD NOW   *
00052B*                      ADDS ONE TO ITS CHANGE COUNT (MTOPER), SO *
00052C*                      A SECURITY MAINTENANCE SESSION (PROGRAM8) *
00052D*                      THAT READ THE RECORD BEFORE A SIGN-ON     *
00052E*                      CANNOT OVERLAY WHAT THE SIGN-ON CHANGED.  *
00052F*    2026-10-15  DLW  AN ID WITH NO PASSWORD ON FILE IS NOW      *
00052G*                      REFUSED (RESULT Z) INSTEAD OF LETTING     *
00052H*                      WHOEVER KEYS THE ID SET THE PASSWORD.  A  *
00052I*                      TEMPORARY PASSWORD (MUST-CHANGE FLAG, SEE *
00052J*                      MTOPER) MUST BE CHANGED AT SIGN-ON, AND   *
00052K*                      THE FLAG IS CLEARED WHEN IT IS.  A NEW    *
00052L*                      PASSWORD WITH A SPACE ANYWHERE IN IT, NOT *
00052M*                      ONLY IN THE FIRST SIX PLACES, IS REFUSED. *
00052N*    2026-10-15  DLW  THE FIRST PASSWORDS ON A FILE WHERE NO     *
00052O*                      ONE HAS ONE YET ARE FILED BY THE PASSWORD *
00052P*                      SEED UTILITY (PROGRAM28), WHICH USES THE  *
00052Q*                      ENCODE FUNCTION ("E") HERE.               *
00052R*    2026-10-15  DLW  LOCKOUT AND PASSWORD CHANGE AUDIT RECORDS  *
00052S*                      NOW CLEAR THE SET NAME AND EFFECTIVE-FROM *
00052T*                      DATE (MTAUD).                             *
000530*                                                                *
000540*----------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-OPER-FILE-STATUS.
000640     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-AUD-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  OPERATOR-SEC-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY MTOPER.
000740
000750 FD  AUDIT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY MTAUD.
000790
000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------*
000820*    SWITCHES AND FILE STATUS FIELDS                             *
000830*----------------------------------------------------------------*
000840 01  WS-SWITCHES.
000850     05  WS-OPER-EOF-SW       PIC X(01)  VALUE "N".
000860         88  WS-OPER-EOF                 VALUE "Y".
000870     05  WS-OPER-FOUND-SW     PIC X(01)  VALUE "N".
000880         88  WS-OPER-FOUND               VALUE "Y".
000890     05  WS-NEW-PWD-OK-SW     PIC X(01)  VALUE "N".
000900         88  WS-NEW-PWD-OK               VALUE "Y".
000910
000920 01  WS-OPER-FILE-STATUS      PIC X(02).
000930 01  WS-AUD-FILE-STATUS       PIC X(02).
000940
000950*----------------------------------------------------------------*
000960*    PASSWORD RULES                                              *
000970*----------------------------------------------------------------*
000980 77  WS-MAX-BAD-TRIES         PIC 9(02)  VALUE 3.
000990 77  WS-DEFAULT-INTERVAL      PIC 9(03)  VALUE 90.
001000 77  WS-MIN-PWD-LENGTH        PIC 9(02)  VALUE 6.
001010
001020*----------------------------------------------------------------*
001030*    PASSWORD PROMPT WORK FIELDS                                 *
001040*----------------------------------------------------------------*
001050 01  WS-PWD-ENTERED           PIC X(08).
001060 01  WS-PWD-NEW               PIC X(08).
001070 01  WS-PWD-CONFIRM           PIC X(08).
001080 01  WS-PWD-BLANKS            PIC 9(02)  COMP.
00108A 01  WS-PWD-LENGTH            PIC 9(02)  COMP.
001090 01  WS-TRIES-LEFT            PIC 9(02).
001100 01  WS-AUD-ACTION-WORK       PIC X(01).
001110 01  WS-AUD-STATUS-WORK       PIC X(01).
001120
001130*----------------------------------------------------------------*
001140*    ONE-WAY PASSWORD ENCODING.  THE OPERATOR ID AND PASSWORD    *
001150*    ARE TAKEN AS SIXTEEN CHARACTERS; EACH CHARACTER'S PLACE IN  *
001160*    THE CHARACTER SET IS FOLDED INTO A RUNNING CODE THAT IS     *
001170*    KEPT BELOW TEN DIGITS BY THE REMAINDER OF A LARGE PRIME.    *
001180*    THE SAME PASSWORD UNDER TWO IDS FILES TWO DIFFERENT CODES.  *
001190*----------------------------------------------------------------*
001200 01  WS-CODE-SOURCE.
001210     05  WS-CODE-SOURCE-ID    PIC X(08).
001220     05  WS-CODE-SOURCE-PWD   PIC X(08).
001230 01  WS-CODE-SOURCE-TABLE REDEFINES WS-CODE-SOURCE.
001240     05  WS-CODE-SOURCE-CHAR  PIC X(01)  OCCURS 16 TIMES.
001250
001260 01  WS-CODE-CHARSET-VALUES   PIC X(48)  VALUE
001270     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789#@$-_.*!&%+=".
001280 01  WS-CODE-CHARSET-TABLE REDEFINES WS-CODE-CHARSET-VALUES.
001290     05  WS-CODE-CHARSET-CHAR PIC X(01)  OCCURS 48 TIMES.
001300
001310 77  WS-CODE-CHARSET-SIZE     PIC 9(03)  COMP  VALUE 48.
001320 77  WS-CODE-POS              PIC 9(03)  COMP.
001330 77  WS-CODE-SET-IDX          PIC 9(03)  COMP.
001340 77  WS-CODE-CHAR-VALUE       PIC 9(03)  COMP.
001350 77  WS-CODE-MODULUS          PIC 9(10)  COMP  VALUE 9999999967.
001360 77  WS-CODE-ACCUM            PIC 9(18)  COMP.
001370 77  WS-CODE-WORK             PIC 9(18)  COMP.
001380 77  WS-CODE-QUOTIENT         PIC 9(18)  COMP.
001390
001400 01  WS-CODE-RESULT           PIC 9(10).
001410 01  WS-CODE-RESULT-X REDEFINES WS-CODE-RESULT
001420                              PIC X(10).
001430
001440*----------------------------------------------------------------*
001450*    PASSWORD AGE - TODAY BACKED UP ONE DAY AT A TIME TO THE     *
001460*    LAST-CHANGED DATE, HONORING MONTH LENGTHS AND LEAP YEARS,   *
001470*    CAPPED AT 999.                                              *
001480*----------------------------------------------------------------*
001490 01  WS-AGE-TARGET            PIC 9(08).
001500 01  WS-AGE-DAYS              PIC 9(03).
001510 01  WS-AGE-LIMIT             PIC 9(03).
001520
001530 01  WS-AGE-DATE              PIC 9(08).
001540 01  WS-AGE-DATE-X REDEFINES WS-AGE-DATE.
001550     05  WS-AGE-YYYY          PIC 9(04).
001560     05  WS-AGE-MM            PIC 9(02).
001570     05  WS-AGE-DD            PIC 9(02).
001580
001590 01  WS-LEAP-WORK.
001600     05  WS-LEAP-QUOTIENT     PIC 9(04)  COMP.
001610     05  WS-LEAP-REMAINDER    PIC 9(04)  COMP.
001620     05  WS-LEAP-SW           PIC X(01).
001630         88  WS-LEAP-YEAR                VALUE "Y".
001640
001650 01  WS-MONTH-DAYS-VALUES     PIC X(24)
001660                              VALUE "312831303130313130313031".
001670 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001680     05  WS-MONTH-DAYS        PIC 9(02)  OCCURS 12 TIMES.
001690
001700 01  WS-DATE-WORK.
001710     05  WS-NOW-DATE          PIC 9(08).
001720     05  WS-NOW-TIME          PIC 9(08).
001730
001740 LINKAGE SECTION.
001750     COPY MTSGNP.
001760
001770 PROCEDURE DIVISION USING MT-SGNP-PARMS.
001780
001790 0000-MAIN-SIGN-ON-CONTROL.
001800
001810     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001820     IF MT-SGNP-SIGN-ON
001830         PERFORM 2000-CHECK-PASSWORD
001840     ELSE
001850         IF MT-SGNP-ENCODE
001860             MOVE MT-SGNP-OPER-ID TO WS-CODE-SOURCE-ID
001870             MOVE MT-SGNP-PASSWORD TO WS-CODE-SOURCE-PWD
001880             PERFORM 7000-ENCODE-PASSWORD
001890             MOVE WS-CODE-RESULT-X TO MT-SGNP-PASSWORD-CODE
001900         ELSE
001910             IF MT-SGNP-AGE
001920                 PERFORM 6000-COMPUTE-PASSWORD-AGE
001930             END-IF
001940         END-IF
001950     END-IF.
001960     GOBACK.
001970
001980*----------------------------------------------------------------*
001990*    SIGN-ON - FIND THE OPERATOR RECORD FOR UPDATE.  THE CALLER  *
002000*    HAS ALREADY FOUND THE ID, SO A MISSING FILE OR ID HERE      *
002010*    MEANS THE FILE CHANGED UNDER IT - THE SIGN-ON IS REFUSED.   *
002020*----------------------------------------------------------------*
002030 2000-CHECK-PASSWORD.
002040
002050     MOVE "N" TO MT-SGNP-RESULT.
002060     MOVE "N" TO WS-OPER-EOF-SW.
002070     MOVE "N" TO WS-OPER-FOUND-SW.
002080     OPEN I-O OPERATOR-SEC-FILE.
002090     IF WS-OPER-FILE-STATUS NOT = "00"
002100         DISPLAY "SECURITY FILE NOT AVAILABLE - STATUS ",
002110             WS-OPER-FILE-STATUS
002120     ELSE
002130         PERFORM 2100-FIND-OPERATOR-RECORD
002140             UNTIL WS-OPER-FOUND OR WS-OPER-EOF
002150         IF WS-OPER-FOUND
002160             PERFORM 2200-VERIFY-OPERATOR
002170         ELSE
002180             DISPLAY "OPERATOR ", MT-SGNP-OPER-ID,
002190                 " NOT ON THE SECURITY FILE"
002200         END-IF
002210         CLOSE OPERATOR-SEC-FILE
002220     END-IF.
002230
002240 2100-FIND-OPERATOR-RECORD.
002250
002260     READ OPERATOR-SEC-FILE
002270         AT END
002280             SET WS-OPER-EOF TO TRUE
002290         NOT AT END
002300             IF MT-OPER-ID = MT-SGNP-OPER-ID
002310                 SET WS-OPER-FOUND TO TRUE
002320             END-IF
002330     END-READ.
002340
002350*----------------------------------------------------------------*
002360*    A LOCKED ID, OR ONE WITH NO PASSWORD ON FILE YET, IS        *
002370*    REFUSED WITHOUT A PASSWORD PROMPT - SECURITY MUST FILE A    *
00237A*    TEMPORARY PASSWORD FIRST (PROGRAM8, OR PROGRAM28 FOR THE    *
00237B*    FIRST ONES).                                                *
002380*    OLD-LAYOUT NUMERIC FIELDS (SPACES) ARE TAKEN AS ZERO.       *
00238A*    EVERY OTHER PATH REWRITES THE RECORD, SO THE CHANGE COUNT   *
00238B*    IS ADDED TO HERE, ONCE, BEFORE ANY OF THEM.                 *
002390*----------------------------------------------------------------*
002400 2200-VERIFY-OPERATOR.
002410
002420     IF MT-OPER-PWD-CHANGED NOT NUMERIC
002430         MOVE ZERO TO MT-OPER-PWD-CHANGED
002440     END-IF.
002450     IF MT-OPER-PWD-INTERVAL NOT NUMERIC
002460         MOVE ZERO TO MT-OPER-PWD-INTERVAL
002470     END-IF.
002480     IF MT-OPER-FAILED-TRIES NOT NUMERIC
002490         MOVE ZERO TO MT-OPER-FAILED-TRIES
002500     END-IF.
00250A     IF MT-OPER-CHANGE-COUNT NOT NUMERIC
00250B         MOVE ZERO TO MT-OPER-CHANGE-COUNT
00250C     END-IF.
002510     IF MT-OPER-IS-LOCKED
002520         DISPLAY "OPERATOR ", MT-SGNP-OPER-ID,
002530             " IS LOCKED - SEE SECURITY ADMINISTRATION"
002540         MOVE "L" TO MT-SGNP-RESULT
002550     ELSE
002560         IF MT-OPER-PASSWORD = SPACES
002570             DISPLAY "NO PASSWORD ON FILE FOR OPERATOR ",
002580                 MT-SGNP-OPER-ID,
00258A                 " - SEE SECURITY ADMINISTRATION"
002590             MOVE "Z" TO MT-SGNP-RESULT
002600         ELSE
00260A             IF MT-OPER-CHANGE-COUNT = 99999
00260B                 MOVE 1 TO MT-OPER-CHANGE-COUNT
00260C             ELSE
00260D                 ADD 1 TO MT-OPER-CHANGE-COUNT
00260E             END-IF
002610             DISPLAY "ENTER PASSWORD: "
002620             ACCEPT WS-PWD-ENTERED
002630             MOVE MT-SGNP-OPER-ID TO WS-CODE-SOURCE-ID
002640             MOVE WS-PWD-ENTERED TO WS-CODE-SOURCE-PWD
002650             PERFORM 7000-ENCODE-PASSWORD
002660             IF WS-CODE-RESULT-X = MT-OPER-PASSWORD
002670                 PERFORM 2300-PASSWORD-ACCEPTED
002680             ELSE
002690                 PERFORM 2400-PASSWORD-REFUSED
002700             END-IF
002710         END-IF
002720     END-IF.
002730
002740*----------------------------------------------------------------*
002750*    GOOD PASSWORD - THE BAD-TRY COUNT STARTS OVER.  A TEMPORARY *
002760*    PASSWORD SET BY SECURITY, OR AN EXPIRED ONE, MUST BE        *
00276A*    CHANGED BEFORE THE SIGN-ON IS ACCEPTED.                     *
002770*----------------------------------------------------------------*
002780 2300-PASSWORD-ACCEPTED.
002790
002800     MOVE ZERO TO MT-OPER-FAILED-TRIES.
002810     MOVE MT-OPER-PWD-CHANGED TO MT-SGNP-PWD-CHANGED.
002820     MOVE MT-OPER-PWD-INTERVAL TO MT-SGNP-PWD-INTERVAL.
002830     PERFORM 6000-COMPUTE-PASSWORD-AGE.
00283A     IF MT-OPER-MUST-CHANGE-PWD
00283B         DISPLAY "TEMPORARY PASSWORD - A NEW ONE MUST BE SET"
00283C         PERFORM 3000-SET-NEW-PASSWORD
00283D     ELSE
002840         IF MT-SGNP-PWD-EXPIRED
002850             DISPLAY "PASSWORD HAS EXPIRED - A NEW ONE MUST ",
00285A                 "BE SET"
002860             PERFORM 3000-SET-NEW-PASSWORD
002870         ELSE
002880             REWRITE MT-OPER-RECORD
002890             MOVE "Y" TO MT-SGNP-RESULT
00289A         END-IF
002900     END-IF.
002910
002920*----------------------------------------------------------------*
002930*    BAD PASSWORD - COUNT IT, AND LOCK THE ID WHEN THE COUNT     *
002940*    REACHES THE LIMIT.  THE LOCKOUT GOES ON THE AUDIT TRAIL.    *
002950*----------------------------------------------------------------*
002960 2400-PASSWORD-REFUSED.
002970
002980     ADD 1 TO MT-OPER-FAILED-TRIES.
002990     IF MT-OPER-FAILED-TRIES NOT < WS-MAX-BAD-TRIES
003000         MOVE "Y" TO MT-OPER-LOCKED
003010         REWRITE MT-OPER-RECORD
003020         MOVE "L" TO MT-SGNP-RESULT
003030         DISPLAY "PASSWORD INCORRECT - OPERATOR ",
003040             MT-SGNP-OPER-ID, " IS NOW LOCKED"
003050         MOVE "L" TO WS-AUD-ACTION-WORK
003060         MOVE "R" TO WS-AUD-STATUS-WORK
003070         PERFORM 8000-WRITE-AUDIT-RECORD
003080     ELSE
003090         REWRITE MT-OPER-RECORD
003100         MOVE "P" TO MT-SGNP-RESULT
003110         SUBTRACT MT-OPER-FAILED-TRIES FROM WS-MAX-BAD-TRIES
003120             GIVING WS-TRIES-LEFT
003130         DISPLAY "PASSWORD INCORRECT - ", WS-TRIES-LEFT,
003140             " TRIES LEFT BEFORE THE ID IS LOCKED"
003150     END-IF.
003160
003170*----------------------------------------------------------------*
003180*    SET A NEW PASSWORD - KEYED TWICE, AT LEAST SIX CHARACTERS   *
003190*    WITH NO SPACE ANYWHERE IN THEM, AND NOT THE SAME AS THE OLD *
003200*    ONE.  A REFUSED NEW PASSWORD REFUSES THE SIGN-ON.           *
003210*----------------------------------------------------------------*
003220 3000-SET-NEW-PASSWORD.
003230
003240     DISPLAY "ENTER NEW PASSWORD (6 TO 8 CHARACTERS): ".
003250     ACCEPT WS-PWD-NEW.
003260     DISPLAY "ENTER NEW PASSWORD AGAIN: ".
003270     ACCEPT WS-PWD-CONFIRM.
003280     PERFORM 3100-EDIT-NEW-PASSWORD.
003290     IF WS-NEW-PWD-OK
003300         MOVE WS-CODE-RESULT-X TO MT-OPER-PASSWORD
003310         MOVE WS-NOW-DATE TO MT-OPER-PWD-CHANGED
003320         MOVE ZERO TO MT-OPER-FAILED-TRIES
00332A         MOVE "N" TO MT-OPER-MUST-CHANGE
003330         REWRITE MT-OPER-RECORD
003340         MOVE "Y" TO MT-SGNP-RESULT
003350         DISPLAY "PASSWORD CHANGED"
003360         MOVE "P" TO WS-AUD-ACTION-WORK
003370         MOVE "A" TO WS-AUD-STATUS-WORK
003380         PERFORM 8000-WRITE-AUDIT-RECORD
003390     ELSE
003400         REWRITE MT-OPER-RECORD
003410         MOVE "X" TO MT-SGNP-RESULT
003420     END-IF.
003430
003440 3100-EDIT-NEW-PASSWORD.
003450
003460     MOVE "N" TO WS-NEW-PWD-OK-SW.
003470     INSPECT WS-PWD-NEW CONVERTING
003480         "abcdefghijklmnopqrstuvwxyz"
003490         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003500     INSPECT WS-PWD-CONFIRM CONVERTING
003510         "abcdefghijklmnopqrstuvwxyz"
003520         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
00352A     MOVE ZERO TO WS-PWD-LENGTH.
00352B     INSPECT WS-PWD-NEW
00352C         TALLYING WS-PWD-LENGTH FOR CHARACTERS
00352D             BEFORE INITIAL SPACE.
003530     MOVE ZERO TO WS-PWD-BLANKS.
003540     INSPECT WS-PWD-NEW
003550         TALLYING WS-PWD-BLANKS FOR ALL SPACES.
00355A     IF WS-PWD-LENGTH + WS-PWD-BLANKS < 8
00355B         DISPLAY "NEW PASSWORD MAY NOT CONTAIN SPACES"
00355C     ELSE
003560         IF WS-PWD-LENGTH < WS-MIN-PWD-LENGTH
003570             DISPLAY "NEW PASSWORD MUST BE AT LEAST ",
003580                 WS-MIN-PWD-LENGTH, " CHARACTERS"
003590         ELSE
003600             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
003610                 DISPLAY "NEW PASSWORDS DO NOT MATCH"
003620             ELSE
003630                 MOVE MT-SGNP-OPER-ID TO WS-CODE-SOURCE-ID
003640                 MOVE WS-PWD-NEW TO WS-CODE-SOURCE-PWD
003650                 PERFORM 7000-ENCODE-PASSWORD
003660                 IF WS-CODE-RESULT-X = MT-OPER-PASSWORD
003670                     DISPLAY "NEW PASSWORD MUST DIFFER FROM ",
003680                         "THE OLD ONE"
003690                 ELSE
003700                     SET WS-NEW-PWD-OK TO TRUE
003710                 END-IF
003720             END-IF
00372A         END-IF
003730     END-IF.
003740
003750*----------------------------------------------------------------*
003760*    PASSWORD AGE FROM THE LAST-CHANGED DATE.  A DATE OF ZERO    *
003770*    (NEVER SET, OR SET BY SECURITY) IS ALWAYS EXPIRED.          *
003780*----------------------------------------------------------------*
003790 6000-COMPUTE-PASSWORD-AGE.
003800
003810     IF MT-SGNP-PWD-INTERVAL NOT NUMERIC
003820         OR MT-SGNP-PWD-INTERVAL = ZERO
003830         MOVE WS-DEFAULT-INTERVAL TO WS-AGE-LIMIT
003840     ELSE
003850         MOVE MT-SGNP-PWD-INTERVAL TO WS-AGE-LIMIT
003860     END-IF.
003870     IF MT-SGNP-PWD-CHANGED NOT NUMERIC
003880         OR MT-SGNP-PWD-CHANGED = ZERO
003890         MOVE 999 TO MT-SGNP-PWD-AGE
003900         MOVE "Y" TO MT-SGNP-EXPIRED-SW
003910     ELSE
003920         MOVE WS-NOW-DATE TO WS-AGE-DATE
003930         MOVE MT-SGNP-PWD-CHANGED TO WS-AGE-TARGET
003940         MOVE ZERO TO WS-AGE-DAYS
003950         PERFORM 6100-BACK-UP-ONE-DAY
003960             UNTIL WS-AGE-DATE <= WS-AGE-TARGET
003970                 OR WS-AGE-DAYS >= 999
003980         MOVE WS-AGE-DAYS TO MT-SGNP-PWD-AGE
003990         IF WS-AGE-DAYS >= WS-AGE-LIMIT
004000             MOVE "Y" TO MT-SGNP-EXPIRED-SW
004010         ELSE
004020             MOVE "N" TO MT-SGNP-EXPIRED-SW
004030         END-IF
004040     END-IF.
004050
004060 6100-BACK-UP-ONE-DAY.
004070
004080     IF WS-AGE-DD > 1
004090         SUBTRACT 1 FROM WS-AGE-DD
004100     ELSE
004110         IF WS-AGE-MM > 1
004120             SUBTRACT 1 FROM WS-AGE-MM
004130         ELSE
004140             MOVE 12 TO WS-AGE-MM
004150             SUBTRACT 1 FROM WS-AGE-YYYY
004160         END-IF
004170         MOVE WS-MONTH-DAYS (WS-AGE-MM) TO WS-AGE-DD
004180         IF WS-AGE-MM = 2
004190             PERFORM 6200-CHECK-LEAP-YEAR
004200             IF WS-LEAP-YEAR
004210                 MOVE 29 TO WS-AGE-DD
004220             END-IF
004230         END-IF
004240     END-IF.
004250     ADD 1 TO WS-AGE-DAYS.
004260
004270 6200-CHECK-LEAP-YEAR.
004280
004290     MOVE "N" TO WS-LEAP-SW.
004300     DIVIDE WS-AGE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
004310         REMAINDER WS-LEAP-REMAINDER.
004320     IF WS-LEAP-REMAINDER = ZERO
004330         MOVE "Y" TO WS-LEAP-SW
004340         DIVIDE WS-AGE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
004350             REMAINDER WS-LEAP-REMAINDER
004360         IF WS-LEAP-REMAINDER = ZERO
004370             MOVE "N" TO WS-LEAP-SW
004380             DIVIDE WS-AGE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
004390                 REMAINDER WS-LEAP-REMAINDER
004400             IF WS-LEAP-REMAINDER = ZERO
004410                 MOVE "Y" TO WS-LEAP-SW
004420             END-IF
004430         END-IF
004440     END-IF.
004450
004460*----------------------------------------------------------------*
004470*    ENCODE WS-CODE-SOURCE (ID AND PASSWORD) INTO WS-CODE-RESULT.*
004480*    LOWER CASE IS FOLDED TO UPPER FIRST, SO THE PASSWORD IS NOT *
004490*    CASE-SENSITIVE AT THE TERMINAL.                             *
004500*----------------------------------------------------------------*
004510 7000-ENCODE-PASSWORD.
004520
004530     INSPECT WS-CODE-SOURCE CONVERTING
004540         "abcdefghijklmnopqrstuvwxyz"
004550         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004560     MOVE 7 TO WS-CODE-ACCUM.
004570     PERFORM 7100-ENCODE-ONE-CHARACTER
004580         VARYING WS-CODE-POS FROM 1 BY 1
004590         UNTIL WS-CODE-POS > 16.
004600     MOVE WS-CODE-ACCUM TO WS-CODE-RESULT.
004610
004620 7100-ENCODE-ONE-CHARACTER.
004630
004640     MOVE ZERO TO WS-CODE-CHAR-VALUE.
004650     IF WS-CODE-SOURCE-CHAR (WS-CODE-POS) NOT = SPACE
004660         PERFORM 7150-MATCH-ONE-CHARSET-CHAR
004670             VARYING WS-CODE-SET-IDX FROM 1 BY 1
004680             UNTIL WS-CODE-SET-IDX > WS-CODE-CHARSET-SIZE
004690                 OR WS-CODE-CHAR-VALUE > ZERO
004700         IF WS-CODE-CHAR-VALUE = ZERO
004710             ADD 1 WS-CODE-CHARSET-SIZE
004720                 GIVING WS-CODE-CHAR-VALUE
004730         END-IF
004740     END-IF.
004750     COMPUTE WS-CODE-WORK = WS-CODE-ACCUM * 131
004760         + WS-CODE-CHAR-VALUE * (WS-CODE-POS + 7) + 17.
004770     DIVIDE WS-CODE-WORK BY WS-CODE-MODULUS
004780         GIVING WS-CODE-QUOTIENT
004790         REMAINDER WS-CODE-ACCUM.
004800
004810 7150-MATCH-ONE-CHARSET-CHAR.
004820
004830     IF WS-CODE-CHARSET-CHAR (WS-CODE-SET-IDX)
004840         = WS-CODE-SOURCE-CHAR (WS-CODE-POS)
004850         MOVE WS-CODE-SET-IDX TO WS-CODE-CHAR-VALUE
004860     END-IF.
004870
004880*----------------------------------------------------------------*
004890*    ONE AUDIT RECORD PER LOCKOUT OR PASSWORD CHANGE.  THE       *
004900*    OPERATOR'S OWN ID IS THE TARGET, WHICH ALSO KEYS THE        *
004910*    RECORD APART FROM THE CALLER'S REJECTED-SIGN-ON RECORD ON   *
004920*    THE KEYED AUDIT FILE (SEE MTAUDK).                          *
004930*----------------------------------------------------------------*
004940 8000-WRITE-AUDIT-RECORD.
004950
004960     ACCEPT WS-NOW-TIME FROM TIME.
004970     OPEN EXTEND AUDIT-FILE.
004980     IF WS-AUD-FILE-STATUS = "35"
004990         OPEN OUTPUT AUDIT-FILE
005000     END-IF.
005010     IF WS-AUD-FILE-STATUS = "00"
005020         MOVE WS-NOW-DATE TO MT-AUD-RUN-DATE
005030         MOVE WS-NOW-TIME TO MT-AUD-RUN-TIME
005040         MOVE MT-SGNP-OPER-ID TO MT-AUD-OPERATOR-ID
005050         MOVE ZERO TO MT-AUD-START-NUMBER
005060         MOVE ZERO TO MT-AUD-ROW-COUNT
005070         MOVE ZERO TO MT-AUD-RESTART-ROW
005080         MOVE SPACE TO MT-AUD-MODE-FLAG
005090         MOVE ZERO TO MT-AUD-UNIT-PRICE
005100         MOVE ZERO TO MT-AUD-CARD-SEQ
005110         MOVE WS-AUD-STATUS-WORK TO MT-AUD-STATUS
005120         MOVE WS-AUD-ACTION-WORK TO MT-AUD-ACTION
005130         MOVE MT-SGNP-OPER-ID TO MT-AUD-TARGET-ID
00513A         MOVE SPACES TO MT-AUD-SET-NAME
00513B         MOVE ZERO TO MT-AUD-EFF-FROM
005140         WRITE MT-AUD-RECORD
005150         CLOSE AUDIT-FILE
005160     ELSE
005170         DISPLAY "AUDITLOG NOT AVAILABLE - STATUS ",
005180             WS-AUD-FILE-STATUS
005190     END-IF.
005200
005210 END PROGRAM PROGRAM17.
