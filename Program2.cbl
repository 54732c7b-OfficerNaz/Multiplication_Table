000341*                      TAKES SEVEN POSITIONS AND THE OVFL        *
000342*                      MARKER ONLY APPEARS FOR PRODUCTS PAST     *
000343*                      99999, MATCHING THE BATCH REPORT.         *
00034A*    2026-10-15  DLW  AN OPERATOR FOUND ON OPERSEC MUST NOW ALSO *
00034B*                      GIVE A PASSWORD (CHECKED BY PROGRAM17,    *
00034C*                      SEE MTSGNP), CHANGE IT WHEN IT HAS        *
00034D*                      EXPIRED, AND IS LOCKED OUT AFTER TOO MANY *
00034E*                      BAD TRIES.  A REFUSED PASSWORD ENDS THE   *
00034F*                      SESSION AS A REJECTED SIGN-ON.            *
00034G*    2026-10-15  DLW  EVERY RANGE ANSWERED IS NOW LOGGED ON THE  *
00034H*                      AUDIT TRAIL AS AN ACCEPTED INQUIRY (ACTION*
00034I*                      "Q", SEE MTAUD) WITH THE FIRST MULTIPLIER *
00034J*                      AND THE NUMBER OF ROWS, SO THE MONTH-END  *
00034K*                      CHARGEBACK (PROGRAM25) CAN BILL AD HOC    *
00034L*                      USE.  THE RANGES OF A SESSION SHARE THE   *
00034M*                      SIGN-ON STAMP AND ARE NUMBERED 1, 2, 3.   *
00034N*    2026-10-15  DLW  EACH REQUEST NOW STARTS WITH A CHOICE - D  *
00034O*                      DISPLAYS A RANGE AS BEFORE (ALSO THE      *
00034P*                      DEFAULT), Q QUEUES A TABLE FOR PRINT AND  *
00034Q*                      S SHOWS THE STATUS OF THE OPERATOR'S OWN  *
00034R*                      QUEUED REQUESTS.  A QUEUED REQUEST (SEE   *
00034S*                      MTPRTQ) CARRIES A MULTIPLIER RANGE AND A  *
00034T*                      COLUMN RANGE OF UP TO TEN COLUMNS, OR A   *
00034U*                      UNIT PRICE AND UP TO EIGHT QUANTITIES FOR *
00034V*                      AN OPERATOR WITH THE MAY-RUN-DECIMAL      *
00034W*                      PERMISSION, AND PRINT-ONLY OR PRINT AND   *
00034X*                      FILE DELIVERY.  IT IS APPENDED TO THE     *
00034Y*                      PRINT QUEUE (PRTQUEUE) UNDER THE PRINTQ   *
00034Z*                      RUN LOCK (PROGRAM23) AND RUN LATER BY THE *
0003AA*                      PRINT QUEUE STEP (PROGRAM27).             *
0003AB*    2026-10-15  DLW  THE REJECTED SIGN-ON AUDIT RECORD NOW      *
0003AC*                      CLEARS THE SET NAME AND EFFECTIVE-FROM    *
0003AD*                      DATE (MTAUD).                             *
000330*                                                                *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000388     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000389         ORGANIZATION IS SEQUENTIAL
000391         FILE STATUS IS WS-AUD-FILE-STATUS.
00039A     SELECT PRINT-QUEUE-FILE ASSIGN TO "PRTQUEUE"
00039B         ORGANIZATION IS SEQUENTIAL
00039C         FILE STATUS IS WS-PRTQ-FILE-STATUS.
000390
000400 DATA DIVISION.
000392 FILE SECTION.
000401     LABEL RECORDS ARE STANDARD.
000402     COPY MTAUD.
000403
00040A FD  PRINT-QUEUE-FILE
00040B     RECORDING MODE IS F
00040C     LABEL RECORDS ARE STANDARD.
00040D     COPY MTPRTQ.
00040E
000410 WORKING-STORAGE SECTION.
000420*----------------------------------------------------------------*
000430*    SWITCHES                                                    *
000474         88  WS-SIGNON-OK                VALUE "Y".
000476     05  WS-OPER-EOF-SW       PIC X(01)  VALUE "N".
000478         88  WS-OPER-EOF                 VALUE "Y".
00047A     05  WS-SIGNON-DECIMAL-SW PIC X(01)  VALUE "N".
00047B         88  WS-SIGNON-DECIMAL-OK        VALUE "Y".
00047C     05  WS-PRTQ-EOF-SW       PIC X(01)  VALUE "N".
00047D         88  WS-PRTQ-EOF                 VALUE "Y".
000480
000481 01  WS-OPER-FILE-STATUS      PIC X(02).
000482 01  WS-AUD-FILE-STATUS       PIC X(02).
00048B 01  WS-PRTQ-FILE-STATUS      PIC X(02).
000483
000484*----------------------------------------------------------------*
000485*    SIGN-ON WORK FIELDS AND THE RUN STAMP FOR A REJECTED-       *
000486*    ATTEMPT AUDIT RECORD, OR FOR THE SESSION'S INQUIRY AUDIT    *
00048A*    RECORDS, NUMBERED BY THE INQUIRY COUNT.                     *
000487*----------------------------------------------------------------*
000488 01  WS-SIGNON-ID             PIC X(08).
000489
000491 01  WS-DATE-WORK.
000492     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
000493     05  WS-RUN-TIME-HHMMSS   PIC 9(08).
00049A 01  WS-INQ-COUNT             PIC 9(03)  VALUE ZERO.
000494
000490*----------------------------------------------------------------*
000500*    INQUIRY RANGE AND WORK FIELDS.  COLUMNS ARE ALWAYS 1        *
000605 01  WS-INQ-ROW-DISPLAY       PIC 9(03).
000610 01  WS-INQ-RESPONSE          PIC X(01).
000620 01  WS-INQ-DETAIL-LINE       PIC X(100).
00062A 01  WS-INQ-FUNCTION          PIC X(01).
00062B
00062C*----------------------------------------------------------------*
00062D*    PRINT QUEUE REQUEST WORK FIELDS.  NUMBERS ARE TAKEN AS      *
00062E*    CHARACTERS SO A BAD ENTRY CAN BE REFUSED RATHER THAN        *
00062F*    QUEUED; THE UNIT PRICE IS KEYED WITHOUT ITS DECIMAL POINT   *
00062G*    AS ON THE PARAMETER CARD.  A WHOLE-NUMBER TABLE PRINTS AT   *
00062H*    MOST TEN COLUMNS AND A UNIT PRICE EXTENSION AT MOST EIGHT,  *
00062I*    THE SAME LIMITS THE BATCH JOB'S CARD EDIT APPLIES.          *
00062J*----------------------------------------------------------------*
00062K 01  WS-QUE-REASON            PIC X(50).
00062L 01  WS-QUE-NUM-X             PIC X(03).
00062M 01  WS-QUE-NUM-9 REDEFINES WS-QUE-NUM-X
00062N                              PIC 9(03).
00062O 01  WS-QUE-PRICE-X           PIC X(07).
00062P 01  WS-QUE-PRICE-9 REDEFINES WS-QUE-PRICE-X
00062Q                              PIC 9(07).
00062R 01  WS-QUE-MODE              PIC X(01).
00062S 01  WS-QUE-DELIVERY          PIC X(01).
00062T 01  WS-QUE-START-MULT        PIC 9(03).
00062U 01  WS-QUE-END-MULT          PIC 9(03).
00062V 01  WS-QUE-START-COL         PIC 9(03).
00062W 01  WS-QUE-END-COL           PIC 9(03).
00062X 01  WS-QUE-UNIT-PRICE        PIC 9(05)V99.
00062Y 01  WS-QUE-MAX-COLS          PIC 9(02).
00062Z 01  WS-QUE-COLUMN-SPAN       PIC 9(04).
0006AA 01  WS-QUE-LAST-NO           PIC 9(05).
0006AB 01  WS-QUE-DATE              PIC 9(08).
0006AC 01  WS-QUE-TIME              PIC 9(08).
0006AD 01  WS-QUE-SHOWN             PIC 9(05).
0006AE 01  WS-QUE-STATUS-TEXT       PIC X(09).
0006AF 01  WS-QUE-DELIVERY-TEXT     PIC X(14).
0006AG 01  WS-QUE-PRICE-EDIT        PIC ZZZZ9.99.
000630
000640*----------------------------------------------------------------*
000650*    ONE ROW/COLUMN MULTIPLY REQUEST - PASSED TO PROGRAM3, THE   *
000660*    SAME CALLABLE SUBPROGRAM PROGRAM1 USES.                     *
000670*----------------------------------------------------------------*
000680     COPY MTMULT.
00068A
00068B*----------------------------------------------------------------*
00068C*    SIGN-ON PASSWORD REQUEST - PASSED TO PROGRAM17.             *
00068D*----------------------------------------------------------------*
00068E     COPY MTSGNP.
00068F
00068G*----------------------------------------------------------------*
00068H*    PRINT QUEUE RUN LOCK REQUEST - PASSED TO PROGRAM23.         *
00068I*----------------------------------------------------------------*
00068J     COPY MTLOKP.
000690
000700 PROCEDURE DIVISION.
000710
000736     IF NOT WS-SIGNON-OK
000737         MOVE 12 TO RETURN-CODE
000738     ELSE
00073A         PERFORM 0800-STAMP-SESSION
000740         PERFORM 1000-GET-ONE-REQUEST
000750             UNTIL NOT WS-MORE-REQUESTS
000755     END-IF.
000808         END-IF
000809         CLOSE OPERATOR-SEC-FILE
000811     END-IF.
00081A     IF WS-SIGNON-OK
00081B         PERFORM 0700-CHECK-PASSWORD
00081C     END-IF.
000812
000813 0550-MATCH-ONE-OPERATOR.
000814
000818         NOT AT END
000819             IF MT-OPER-ID = WS-SIGNON-ID
000821                 SET WS-SIGNON-OK TO TRUE
00082A                 IF MT-OPER-DECIMAL-OK
00082B                     SET WS-SIGNON-DECIMAL-OK TO TRUE
00082C                 END-IF
000822             END-IF
000823     END-READ.
000824
000845         MOVE "R" TO MT-AUD-STATUS
00084A         MOVE SPACE TO MT-AUD-ACTION
00084B         MOVE SPACES TO MT-AUD-TARGET-ID
0008AD         MOVE SPACES TO MT-AUD-SET-NAME
0008AE         MOVE ZERO TO MT-AUD-EFF-FROM
000846         WRITE MT-AUD-RECORD
000847         CLOSE AUDIT-FILE
000848     END-IF.
000849
00084C*----------------------------------------------------------------*
00084D*    PASSWORD - THE ID IS ON FILE; PROGRAM17 PROMPTS FOR THE     *
00084E*    PASSWORD, FORCES A CHANGE WHEN IT HAS EXPIRED AND LOCKS THE *
00084F*    ID AFTER TOO MANY BAD TRIES.  ANYTHING BUT A GOOD SIGN-ON   *
00084G*    ENDS THE SESSION AS A REJECTED SIGN-ON.                     *
00084H*----------------------------------------------------------------*
00084I 0700-CHECK-PASSWORD.
00084J
00084K     MOVE "S" TO MT-SGNP-FUNCTION.
00084L     MOVE WS-SIGNON-ID TO MT-SGNP-OPER-ID.
00084M     CALL "Program17" USING MT-SGNP-PARMS.
00084N     IF NOT MT-SGNP-SIGNED-ON
00084O         MOVE "N" TO WS-SIGNON-OK-SW
00084P         DISPLAY "SIGN-ON REFUSED - INQUIRY ENDED"
00084Q         PERFORM 0600-WRITE-REJECT-AUDIT
00084R     END-IF.
00084S
00084T 0800-STAMP-SESSION.
00084U
00084V     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
00084W     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME.
00084X
00084Z*----------------------------------------------------------------*
0008AA*    ONE REQUEST - DISPLAY A RANGE (THE DEFAULT), QUEUE A TABLE  *
0008AB*    FOR PRINT, OR SHOW THE OPERATOR'S QUEUED REQUESTS.          *
0008AC*----------------------------------------------------------------*
000790 1000-GET-ONE-REQUEST.
000800
00080A     DISPLAY "D = DISPLAY A RANGE, Q = QUEUE A TABLE FOR PRINT, ",
00080B         "S = STATUS OF MY QUEUED REQUESTS (BLANK = D): ".
00080C     ACCEPT WS-INQ-FUNCTION.
00080D     IF WS-INQ-FUNCTION = "Q" OR WS-INQ-FUNCTION = "q"
00080E         PERFORM 3000-QUEUE-PRINT-REQUEST
00080F     ELSE
00080G         IF WS-INQ-FUNCTION = "S" OR WS-INQ-FUNCTION = "s"
00080H             PERFORM 4000-SHOW-QUEUE-STATUS
00080I         ELSE
00080J             PERFORM 1050-DISPLAY-ONE-RANGE
00080K         END-IF
00080L     END-IF.
000850     PERFORM 8000-ASK-ANOTHER.
00085A
00085B 1050-DISPLAY-ONE-RANGE.
00085C
000810     PERFORM 1100-PROMPT-FOR-RANGE.
000820     PERFORM 2000-DISPLAY-ONE-MULTIPLIER-ROW
000830         VARYING WS-INQ-ROW-IDX FROM WS-INQ-START-MULT BY 1
000840         UNTIL WS-INQ-ROW-IDX > WS-INQ-END-MULT.
00084Y     PERFORM 2500-WRITE-INQUIRY-AUDIT.
000860
000870 1100-PROMPT-FOR-RANGE.
000880
001250         END-STRING
001260     END-IF.
001270
00127A*----------------------------------------------------------------*
00127B*    ONE ACCEPTED-INQUIRY AUDIT RECORD PER RANGE ANSWERED.  THE  *
00127C*    TRAIL IS OPENED AND CLOSED EACH TIME, AS FOR A REJECTED     *
00127D*    SIGN-ON, SO A SESSION LEFT OPEN AT THE TERMINAL HOLDS       *
00127E*    NOTHING.  A TRAIL THAT CANNOT BE OPENED IS REPORTED BUT     *
00127F*    DOES NOT STOP THE INQUIRY.                                  *
00127G*----------------------------------------------------------------*
00127H 2500-WRITE-INQUIRY-AUDIT.
00127I
00127J     ADD 1 TO WS-INQ-COUNT.
00127K     OPEN EXTEND AUDIT-FILE.
00127L     IF WS-AUD-FILE-STATUS = "35"
00127M         OPEN OUTPUT AUDIT-FILE
00127N     END-IF.
00127O     IF WS-AUD-FILE-STATUS = "00"
00127P         MOVE WS-RUN-DATE-YYYYMMDD TO MT-AUD-RUN-DATE
00127Q         MOVE WS-RUN-TIME-HHMMSS TO MT-AUD-RUN-TIME
00127R         MOVE WS-SIGNON-ID TO MT-AUD-OPERATOR-ID
00127S         MOVE WS-INQ-START-MULT TO MT-AUD-START-NUMBER
00127T         COMPUTE MT-AUD-ROW-COUNT =
00127U             WS-INQ-END-MULT - WS-INQ-START-MULT + 1
00127V         MOVE ZERO TO MT-AUD-RESTART-ROW
00127W         MOVE "I" TO MT-AUD-MODE-FLAG
00127X         MOVE ZERO TO MT-AUD-UNIT-PRICE
00127Y         MOVE WS-INQ-COUNT TO MT-AUD-CARD-SEQ
00127Z         MOVE "A" TO MT-AUD-STATUS
0012AA         MOVE "Q" TO MT-AUD-ACTION
0012AB         MOVE SPACES TO MT-AUD-TARGET-ID
0012AC         MOVE SPACES TO MT-AUD-SET-NAME
0012AD         MOVE ZERO TO MT-AUD-EFF-FROM
0012AE         WRITE MT-AUD-RECORD
0012AF         CLOSE AUDIT-FILE
0012AG     ELSE
0012AH         DISPLAY "AUDITLOG NOT AVAILABLE - STATUS ",
0012AI             WS-AUD-FILE-STATUS, " - INQUIRY NOT LOGGED"
0012AJ     END-IF.
0012AK
0012AL*----------------------------------------------------------------*
0012AM*    QUEUE A TABLE FOR PRINT.  THE PROMPTS STOP AT THE FIRST BAD *
0012AN*    ANSWER, AND NOTHING IS QUEUED UNLESS EVERY ANSWER IS GOOD.  *
0012AO*----------------------------------------------------------------*
0012AP 3000-QUEUE-PRINT-REQUEST.
0012AQ
0012AR     MOVE SPACES TO WS-QUE-REASON.
0012AS     PERFORM 3100-PROMPT-FOR-MODE.
0012AT     IF WS-QUE-REASON = SPACES
0012AU         IF WS-QUE-MODE = "D"
0012AV             PERFORM 3130-PROMPT-FOR-PRICE
0012AW         ELSE
0012AX             PERFORM 3110-PROMPT-FOR-MULTIPLIERS
0012AY         END-IF
0012AZ     END-IF.
0012BA     IF WS-QUE-REASON = SPACES
0012BB         PERFORM 3120-PROMPT-FOR-COLUMNS
0012BC     END-IF.
0012BD     IF WS-QUE-REASON = SPACES
0012BE         PERFORM 3140-PROMPT-FOR-DELIVERY
0012BF     END-IF.
0012BG     IF WS-QUE-REASON = SPACES
0012BH         PERFORM 3200-FILE-PRINT-REQUEST
0012BI     END-IF.
0012BJ     IF WS-QUE-REASON NOT = SPACES
0012BK         DISPLAY "REQUEST NOT QUEUED - ", WS-QUE-REASON
0012BL     END-IF.
0012BM
0012BN*----------------------------------------------------------------*
0012BO*    MODE I IS A WHOLE-NUMBER TABLE, MODE D A UNIT PRICE         *
0012BP*    EXTENSION - ONLY FOR AN OPERATOR WHO MAY RUN DECIMAL MODE,  *
0012BQ*    AS ON A BATCH PARAMETER CARD.                               *
0012BR*----------------------------------------------------------------*
0012BS 3100-PROMPT-FOR-MODE.
0012BT
0012BU     DISPLAY "MODE - I = WHOLE-NUMBER TABLE, ",
0012BV         "D = UNIT PRICE EXTENSION (BLANK = I): ".
0012BW     ACCEPT WS-QUE-MODE.
0012BX     IF WS-QUE-MODE = SPACE OR WS-QUE-MODE = "i"
0012BY         MOVE "I" TO WS-QUE-MODE
0012BZ     END-IF.
0012CA     IF WS-QUE-MODE = "d"
0012CB         MOVE "D" TO WS-QUE-MODE
0012CC     END-IF.
0012CD     IF WS-QUE-MODE NOT = "I" AND WS-QUE-MODE NOT = "D"
0012CE         MOVE "MODE MUST BE I OR D" TO WS-QUE-REASON
0012CF     ELSE
0012CG         IF WS-QUE-MODE = "D" AND NOT WS-SIGNON-DECIMAL-OK
0012CH             MOVE "OPERATOR MAY NOT RUN DECIMAL MODE"
0012CI                 TO WS-QUE-REASON
0012CJ         END-IF
0012CK     END-IF.
0012CL     IF WS-QUE-MODE = "D"
0012CM         MOVE 8 TO WS-QUE-MAX-COLS
0012CN     ELSE
0012CO         MOVE 10 TO WS-QUE-MAX-COLS
0012CP     END-IF.
0012CQ
0012CR 3110-PROMPT-FOR-MULTIPLIERS.
0012CS
0012CT     MOVE ZERO TO WS-QUE-UNIT-PRICE.
0012CU     DISPLAY "ENTER STARTING MULTIPLIER (001-999): ".
0012CV     ACCEPT WS-QUE-NUM-X.
0012CW     IF WS-QUE-NUM-9 NOT NUMERIC OR WS-QUE-NUM-9 = ZERO
0012CX         MOVE "STARTING MULTIPLIER MUST BE 001-999"
0012CY             TO WS-QUE-REASON
0012CZ     ELSE
0012DA         MOVE WS-QUE-NUM-9 TO WS-QUE-START-MULT
0012DB         DISPLAY "ENTER ENDING MULTIPLIER (BLANK FOR ONE ROW): "
0012DC         ACCEPT WS-QUE-NUM-X
0012DD         IF WS-QUE-NUM-X = SPACES
0012DE             MOVE WS-QUE-START-MULT TO WS-QUE-END-MULT
0012DF         ELSE
0012DG             IF WS-QUE-NUM-9 NOT NUMERIC
0012DH                 OR WS-QUE-NUM-9 < WS-QUE-START-MULT
0012DI                 MOVE "ENDING MULTIPLIER MUST BE START TO 999"
0012DJ                     TO WS-QUE-REASON
0012DK             ELSE
0012DL                 MOVE WS-QUE-NUM-9 TO WS-QUE-END-MULT
0012DM             END-IF
0012DN         END-IF
0012DO     END-IF.
0012DP
0012DQ*----------------------------------------------------------------*
0012DR*    THE COLUMN VALUES (THE QUANTITIES IN MODE D).  A BLANK LAST *
0012DS*    COLUMN TAKES AS MANY AS THE MODE ALLOWS, STOPPING AT 999.   *
0012DT*----------------------------------------------------------------*
0012DU 3120-PROMPT-FOR-COLUMNS.
0012DV
0012DW     DISPLAY "ENTER FIRST COLUMN VALUE (001-999): ".
0012DX     ACCEPT WS-QUE-NUM-X.
0012DY     IF WS-QUE-NUM-9 NOT NUMERIC OR WS-QUE-NUM-9 = ZERO
0012DZ         MOVE "FIRST COLUMN MUST BE 001-999" TO WS-QUE-REASON
0012EA     ELSE
0012EB         MOVE WS-QUE-NUM-9 TO WS-QUE-START-COL
0012EC         DISPLAY "ENTER LAST COLUMN VALUE (BLANK FOR ",
0012ED             WS-QUE-MAX-COLS, " COLUMNS): "
0012EE         ACCEPT WS-QUE-NUM-X
0012EF         IF WS-QUE-NUM-X = SPACES
0012EG             COMPUTE WS-QUE-COLUMN-SPAN =
0012EH                 WS-QUE-START-COL + WS-QUE-MAX-COLS - 1
0012EI             IF WS-QUE-COLUMN-SPAN > 999
0012EJ                 MOVE 999 TO WS-QUE-END-COL
0012EK             ELSE
0012EL                 MOVE WS-QUE-COLUMN-SPAN TO WS-QUE-END-COL
0012EM             END-IF
0012EN         ELSE
0012EO             IF WS-QUE-NUM-9 NOT NUMERIC
0012EP                 OR WS-QUE-NUM-9 < WS-QUE-START-COL
0012EQ                 MOVE "LAST COLUMN MUST BE FIRST COLUMN TO 999"
0012ER                     TO WS-QUE-REASON
0012ES             ELSE
0012ET                 COMPUTE WS-QUE-COLUMN-SPAN =
0012EU                     WS-QUE-NUM-9 - WS-QUE-START-COL + 1
0012EV                 IF WS-QUE-COLUMN-SPAN > WS-QUE-MAX-COLS
0012EW                     STRING "AT MOST " WS-QUE-MAX-COLS
0012EX                         " COLUMNS IN THIS MODE"
0012EY                         DELIMITED BY SIZE INTO WS-QUE-REASON
0012EZ                     END-STRING
0012FA                 ELSE
0012FB                     MOVE WS-QUE-NUM-9 TO WS-QUE-END-COL
0012FC                 END-IF
0012FD             END-IF
0012FE         END-IF
0012FF     END-IF.
0012FG
0012FH 3130-PROMPT-FOR-PRICE.
0012FI
0012FJ     MOVE ZERO TO WS-QUE-START-MULT.
0012FK     MOVE ZERO TO WS-QUE-END-MULT.
0012FL     DISPLAY "ENTER UNIT PRICE (9999999 = 99999.99): ".
0012FM     ACCEPT WS-QUE-PRICE-X.
0012FN     IF WS-QUE-PRICE-9 NOT NUMERIC OR WS-QUE-PRICE-9 = ZERO
0012FO         MOVE "UNIT PRICE MUST BE SEVEN DIGITS, NOT ALL ZERO"
0012FP             TO WS-QUE-REASON
0012FQ     ELSE
0012FR         COMPUTE WS-QUE-UNIT-PRICE = WS-QUE-PRICE-9 / 100
0012FS     END-IF.
0012FT
0012FU*----------------------------------------------------------------*
0012FV*    DELIVERY - THE PRINTED REPORT ONLY, OR THE REPORT AND THE   *
0012FW*    ROWS IN THE OUTPUT FILE.  THE OUTPUT FILE IS THE BATCH      *
0012FX*    JOB'S WHOLE-NUMBER LAYOUT (MTOUTR), SO A UNIT PRICE         *
0012FY*    EXTENSION IS ALWAYS PRINTED ONLY.                           *
0012FZ*----------------------------------------------------------------*
0012GA 3140-PROMPT-FOR-DELIVERY.
0012GB
0012GC     IF WS-QUE-MODE = "D"
0012GD         MOVE "P" TO WS-QUE-DELIVERY
0012GE         DISPLAY "UNIT PRICE EXTENSIONS ARE PRINTED ONLY"
0012GF     ELSE
0012GG         DISPLAY "DELIVERY - P = PRINT ONLY, ",
0012GH             "F = PRINT AND FILE (BLANK = P): "
0012GI         ACCEPT WS-QUE-DELIVERY
0012GJ         IF WS-QUE-DELIVERY = SPACE OR WS-QUE-DELIVERY = "p"
0012GK             MOVE "P" TO WS-QUE-DELIVERY
0012GL         END-IF
0012GM         IF WS-QUE-DELIVERY = "f"
0012GN             MOVE "F" TO WS-QUE-DELIVERY
0012GO         END-IF
0012GP         IF WS-QUE-DELIVERY NOT = "P"
0012NT             AND WS-QUE-DELIVERY NOT = "F"
0012GQ             MOVE "DELIVERY MUST BE P OR F" TO WS-QUE-REASON
0012GR         END-IF
0012GS     END-IF.
0012GT
0012GU*----------------------------------------------------------------*
0012GV*    FILE THE REQUEST.  THE PRINTQ RUN LOCK IS HELD WHILE THE    *
0012GW*    QUEUE IS READ AND APPENDED TO, SO TWO TERMINALS CANNOT TAKE *
0012GX*    THE SAME REQUEST NUMBER AND NOTHING IS ADDED WHILE THE      *
0012GY*    PRINT QUEUE STEP (PROGRAM27) IS WORKING THROUGH THE FILE.   *
0012GZ*    THE NEW REQUEST TAKES THE NEXT NUMBER AFTER THE HIGHEST ON  *
0012HA*    FILE.                                                       *
0012HB*----------------------------------------------------------------*
0012HC 3200-FILE-PRINT-REQUEST.
0012HD
0012HE     MOVE "A" TO MT-LOKP-FUNCTION.
0012HF     MOVE "PRINTQ" TO MT-LOKP-LOCK-NAME.
0012HG     MOVE "PROGRAM2" TO MT-LOKP-PROGRAM.
0012HH     MOVE WS-SIGNON-ID TO MT-LOKP-OPERATOR-ID.
0012HI     CALL "Program23" USING MT-LOKP-PARMS.
0012HJ     IF MT-LOKP-REFUSED
0012HK         DISPLAY "PRINT QUEUE IN USE BY ", MT-LOKP-HOLDER-PROGRAM,
0012HL             " FOR OPERATOR ", MT-LOKP-HOLDER-OPERATOR,
0012HM             " SINCE ", MT-LOKP-HELD-HHMM
0012HN         MOVE "PRINT QUEUE IN USE - TRY AGAIN SHORTLY"
0012HO             TO WS-QUE-REASON
0012HP     ELSE
0012HQ         PERFORM 3210-FIND-LAST-REQUEST-NO
0012HR         IF WS-QUE-REASON = SPACES
0012HS             PERFORM 3220-APPEND-PRINT-REQUEST
0012HT         END-IF
0012HU         MOVE "R" TO MT-LOKP-FUNCTION
0012HV         CALL "Program23" USING MT-LOKP-PARMS
0012HW     END-IF.
0012HX
0012HY 3210-FIND-LAST-REQUEST-NO.
0012HZ
0012IA     MOVE ZERO TO WS-QUE-LAST-NO.
0012IB     OPEN INPUT PRINT-QUEUE-FILE.
0012IC     IF WS-PRTQ-FILE-STATUS = "00"
0012ID         MOVE "N" TO WS-PRTQ-EOF-SW
0012IE         PERFORM 3215-READ-ONE-REQUEST-NO
0012IF             UNTIL WS-PRTQ-EOF
0012IG         CLOSE PRINT-QUEUE-FILE
0012IH     ELSE
0012II         IF WS-PRTQ-FILE-STATUS NOT = "35"
0012IJ             STRING "PRTQUEUE NOT AVAILABLE - STATUS "
0012IK                 WS-PRTQ-FILE-STATUS
0012IL                 DELIMITED BY SIZE INTO WS-QUE-REASON
0012IM             END-STRING
0012IN         END-IF
0012IO     END-IF.
0012IP
0012IQ 3215-READ-ONE-REQUEST-NO.
0012IR
0012IS     READ PRINT-QUEUE-FILE
0012IT         AT END
0012IU             SET WS-PRTQ-EOF TO TRUE
0012IV         NOT AT END
0012IW             IF MT-PRTQ-REQUEST-NO NUMERIC
0012IX                 AND MT-PRTQ-REQUEST-NO > WS-QUE-LAST-NO
0012IY                 MOVE MT-PRTQ-REQUEST-NO TO WS-QUE-LAST-NO
0012IZ             END-IF
0012JA     END-READ.
0012JB
0012JC 3220-APPEND-PRINT-REQUEST.
0012JD
0012JE     ACCEPT WS-QUE-DATE FROM DATE YYYYMMDD.
0012JF     ACCEPT WS-QUE-TIME FROM TIME.
0012JG     OPEN EXTEND PRINT-QUEUE-FILE.
0012JH     IF WS-PRTQ-FILE-STATUS = "35"
0012JI         OPEN OUTPUT PRINT-QUEUE-FILE
0012JJ     END-IF.
0012JK     IF WS-PRTQ-FILE-STATUS NOT = "00"
0012JL         STRING "PRTQUEUE NOT AVAILABLE - STATUS "
0012JM             WS-PRTQ-FILE-STATUS
0012JN             DELIMITED BY SIZE INTO WS-QUE-REASON
0012JO         END-STRING
0012JP     ELSE
0012JQ         MOVE SPACES TO MT-PRTQ-RECORD
0012JR         ADD 1 TO WS-QUE-LAST-NO
0012JS         MOVE WS-QUE-LAST-NO TO MT-PRTQ-REQUEST-NO
0012JT         MOVE WS-QUE-DATE TO MT-PRTQ-REQUEST-DATE
0012JU         MOVE WS-QUE-TIME TO MT-PRTQ-REQUEST-TIME
0012JV         MOVE WS-SIGNON-ID TO MT-PRTQ-OPERATOR-ID
0012JW         MOVE "P" TO MT-PRTQ-STATUS
0012JX         MOVE WS-QUE-START-MULT TO MT-PRTQ-START-MULT
0012JY         MOVE WS-QUE-END-MULT TO MT-PRTQ-END-MULT
0012JZ         MOVE WS-QUE-START-COL TO MT-PRTQ-START-COL
0012KA         MOVE WS-QUE-END-COL TO MT-PRTQ-END-COL
0012KB         MOVE WS-QUE-MODE TO MT-PRTQ-MODE-FLAG
0012KC         MOVE WS-QUE-UNIT-PRICE TO MT-PRTQ-UNIT-PRICE
0012KD         MOVE WS-QUE-DELIVERY TO MT-PRTQ-DELIVERY
0012KE         MOVE ZERO TO MT-PRTQ-DONE-DATE
0012KF         MOVE ZERO TO MT-PRTQ-DONE-TIME
0012KG         MOVE ZERO TO MT-PRTQ-RESULT-CODE
0012KH         MOVE ZERO TO MT-PRTQ-RUN-SEQ
0012KI         WRITE MT-PRTQ-RECORD
0012KJ         CLOSE PRINT-QUEUE-FILE
0012KK         DISPLAY "REQUEST ", WS-QUE-LAST-NO,
0012KL             " QUEUED FOR PRINT - USE S TO FOLLOW IT"
0012KM     END-IF.
0012KN
0012KO*----------------------------------------------------------------*
0012KP*    THE SIGNED-ON OPERATOR'S QUEUED REQUESTS, OLDEST FIRST,     *
0012KQ*    WITH WHAT EACH ASKED FOR AND WHERE IT STANDS.  A REQUEST    *
0012KR*    THAT HAS RUN SHOWS WHEN, ITS RESULT CODE (SEE MTPRTQ) AND   *
0012KS*    ITS SEQUENCE IN THAT RUN OF THE PRINT QUEUE STEP, WHICH IS  *
0012KT*    ALSO ITS CARD SEQUENCE IN THE OUTPUT FILE.                  *
0012KU*----------------------------------------------------------------*
0012KV 4000-SHOW-QUEUE-STATUS.
0012KW
0012KX     MOVE ZERO TO WS-QUE-SHOWN.
0012KY     OPEN INPUT PRINT-QUEUE-FILE.
0012KZ     IF WS-PRTQ-FILE-STATUS = "00"
0012LA         MOVE "N" TO WS-PRTQ-EOF-SW
0012LB         PERFORM 4100-SHOW-ONE-REQUEST
0012LC             UNTIL WS-PRTQ-EOF
0012LD         CLOSE PRINT-QUEUE-FILE
0012LE     ELSE
0012LF         IF WS-PRTQ-FILE-STATUS NOT = "35"
0012LG             DISPLAY "PRTQUEUE NOT AVAILABLE - STATUS ",
0012LH                 WS-PRTQ-FILE-STATUS
0012LI         END-IF
0012LJ     END-IF.
0012LK     IF WS-QUE-SHOWN = ZERO
0012LL         DISPLAY "NO QUEUED REQUESTS FOR OPERATOR ", WS-SIGNON-ID
0012LM     ELSE
0012LN         DISPLAY WS-QUE-SHOWN, " QUEUED REQUEST(S) SHOWN"
0012LO     END-IF.
0012LP
0012LQ 4100-SHOW-ONE-REQUEST.
0012LR
0012LS     READ PRINT-QUEUE-FILE
0012LT         AT END
0012LU             SET WS-PRTQ-EOF TO TRUE
0012LV         NOT AT END
0012LW             IF MT-PRTQ-OPERATOR-ID = WS-SIGNON-ID
0012LX                 ADD 1 TO WS-QUE-SHOWN
0012LY                 PERFORM 4200-DISPLAY-ONE-REQUEST
0012LZ             END-IF
0012MA     END-READ.
0012MB
0012MC 4200-DISPLAY-ONE-REQUEST.
0012MD
0012ME     IF MT-PRTQ-PENDING
0012MF         MOVE "PENDING" TO WS-QUE-STATUS-TEXT
0012MG     ELSE
0012MH         IF MT-PRTQ-COMPLETED
0012MI             MOVE "COMPLETED" TO WS-QUE-STATUS-TEXT
0012MJ         ELSE
0012MK             IF MT-PRTQ-FAILED
0012ML                 MOVE "FAILED" TO WS-QUE-STATUS-TEXT
0012MM             ELSE
0012MN                 MOVE "UNKNOWN" TO WS-QUE-STATUS-TEXT
0012MO             END-IF
0012MP         END-IF
0012MQ     END-IF.
0012MR     IF MT-PRTQ-PRINT-AND-FILE
0012MS         MOVE "PRINT AND FILE" TO WS-QUE-DELIVERY-TEXT
0012MT     ELSE
0012MU         MOVE "PRINT ONLY" TO WS-QUE-DELIVERY-TEXT
0012MV     END-IF.
0012MW     IF MT-PRTQ-MODE-DECIMAL
0012MX         MOVE MT-PRTQ-UNIT-PRICE TO WS-QUE-PRICE-EDIT
0012MY         DISPLAY "  REQUEST ", MT-PRTQ-REQUEST-NO,
0012MZ             " QUEUED ", MT-PRTQ-REQUEST-DATE,
0012NA             " PRICE ", WS-QUE-PRICE-EDIT,
0012NB             " QTY ", MT-PRTQ-START-COL, "-", MT-PRTQ-END-COL,
0012NC             " ", WS-QUE-DELIVERY-TEXT,
0012ND             " ", WS-QUE-STATUS-TEXT
0012NE     ELSE
0012NF         DISPLAY "  REQUEST ", MT-PRTQ-REQUEST-NO,
0012NG             " QUEUED ", MT-PRTQ-REQUEST-DATE,
0012NH             " MULT ", MT-PRTQ-START-MULT, "-", MT-PRTQ-END-MULT,
0012NI             " COLS ", MT-PRTQ-START-COL, "-", MT-PRTQ-END-COL,
0012NJ             " ", WS-QUE-DELIVERY-TEXT,
0012NK             " ", WS-QUE-STATUS-TEXT
0012NL     END-IF.
0012NM     IF NOT MT-PRTQ-PENDING
0012NN         DISPLAY "      RAN ", MT-PRTQ-DONE-DATE,
0012NO             " ", MT-PRTQ-DONE-TIME,
0012NP             " RESULT ", MT-PRTQ-RESULT-CODE,
0012NQ             " SEQUENCE ", MT-PRTQ-RUN-SEQ
0012NR     END-IF.
0012NS
001280 8000-ASK-ANOTHER.
001290
00129A     DISPLAY "ANOTHER REQUEST? (Y/N): ".
001310     ACCEPT WS-INQ-RESPONSE.
001320     IF WS-INQ-RESPONSE = "Y" OR WS-INQ-RESPONSE = "y"
001330         MOVE "Y" TO WS-MORE-REQUESTS-SW
