000320*                                                                *
000330*    MOD LOG                                                     *
000340*    2026-09-02  DLW  ORIGINAL VERSION.                          *
00034A*    2026-10-15  DLW  ADDED AN OPERATOR SIGN-ON.  THE TRAIL IS   *
00034B*                      SECURITY'S, SO THE ID MUST CARRY THE      *
00034C*                      MAY-MAINT-SECURITY FLAG ON OPERSEC AND    *
00034D*                      GIVE ITS PASSWORD (PROGRAM17, SEE         *
00034E*                      MTSGNP).  A REJECTED SIGN-ON GOES ON THE  *
00034F*                      AUDIT TRAIL AND ENDS THE RUN WITH RETURN  *
00034G*                      CODE 12, THE PROGRAM10 WAY.  SECURITY     *
00034H*                      MAINTENANCE RECORDS NOW SHOW THE ACTION   *
00034I*                      BY NAME, INCLUDING LOCKOUTS, PASSWORD     *
00034J*                      CHANGES AND UNLOCKS.                      *
00034K*    2026-10-15  DLW  CARD CATALOG ACTIONS FROM PROGRAM10 (ADD,  *
00034L*                      CHANGE, REMOVE, APPROVE, REJECT) NOW SHOW *
00034M*                      BY NAME WITH THE SET NAME, EFFECTIVE-FROM *
00034N*                      DATE AND CARD SEQUENCE.                   *
00034O*    2026-10-15  DLW  INQUIRY RECORDS FROM PROGRAM2 (ACTION "Q") *
00034P*                      SHOW AS AN INQUIRY WITH THE FIRST         *
00034Q*                      MULTIPLIER AND THE NUMBER OF ROWS.        *
00034R*    2026-10-15  DLW  PRINT QUEUE RECORDS FROM PROGRAM27 (ACTION *
00034S*                      "T") SHOW AS A PRINT REQUEST WITH ITS     *
00034T*                      SEQUENCE IN THE RUN, FIRST MULTIPLIER,    *
00034U*                      ROWS AND MODE - ONE THAT FAILED IS LISTED *
00034V*                      WITH THE REJECTED ATTEMPTS.               *
00034W*    2026-10-15  DLW  PASSWORD SEED RECORDS FROM PROGRAM28       *
00034X*                      (ACTION "S") SHOW BY NAME WITH THE SEEDED *
00034Y*                      OPERATOR AS THE TARGET - A REFUSED CARD   *
00034Z*                      IS LISTED WITH THE REJECTED ATTEMPTS.     *
0003AA*    2026-10-15  DLW  THE REJECTED SIGN-ON AUDIT RECORD NOW      *
0003AB*                      CLEARS THE SET NAME AND EFFECTIVE-FROM    *
0003AC*                      DATE (MTAUD).                             *
000350*                                                                *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS MT-AUDK-KEY
000470         FILE STATUS IS WS-KSDS-FILE-STATUS.
00047A     SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
00047B         ORGANIZATION IS SEQUENTIAL
00047C         FILE STATUS IS WS-OPER-FILE-STATUS.
00047D     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
00047E         ORGANIZATION IS SEQUENTIAL
00047F         FILE STATUS IS WS-AUD-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  AUD-KSDS-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY MTAUDK.
00053A
00053B FD  OPERATOR-SEC-FILE
00053C     RECORDING MODE IS F
00053D     LABEL RECORDS ARE STANDARD.
00053E     COPY MTOPER.
00053F
00053G FD  AUDIT-FILE
00053H     RECORDING MODE IS F
00053I     LABEL RECORDS ARE STANDARD.
00053J     COPY MTAUD.
000540
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------*
000610         88  WS-MORE-REQUESTS            VALUE "Y".
000620     05  WS-BROWSE-DONE-SW    PIC X(01)  VALUE "N".
000630         88  WS-BROWSE-DONE              VALUE "Y".
00063A     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
00063B         88  WS-SIGNON-OK                VALUE "Y".
00063C     05  WS-OPER-EOF-SW       PIC X(01)  VALUE "N".
00063D         88  WS-OPER-EOF                 VALUE "Y".
000640
000650 01  WS-KSDS-FILE-STATUS      PIC X(02).
00065A 01  WS-OPER-FILE-STATUS      PIC X(02).
00065B 01  WS-AUD-FILE-STATUS       PIC X(02).
00065C
00065D*----------------------------------------------------------------*
00065E*    SIGN-ON WORK FIELDS AND THE RUN STAMP FOR A REJECTED-       *
00065F*    ATTEMPT AUDIT RECORD.                                       *
00065G*----------------------------------------------------------------*
00065H 01  WS-SIGNON-ID             PIC X(08).
00065I
00065J 01  WS-DATE-WORK.
00065K     05  WS-RUN-DATE-YYYYMMDD PIC 9(08).
00065L     05  WS-RUN-TIME-HHMMSS   PIC 9(08).
00065M
00065N*----------------------------------------------------------------*
00065O*    SIGN-ON PASSWORD REQUEST - PASSED TO PROGRAM17.             *
00065P*----------------------------------------------------------------*
00065Q     COPY MTSGNP.
000660
000670*----------------------------------------------------------------*
000680*    INQUIRY REQUEST FIELDS - THE OPERATOR ID IS REQUIRED, THE   *
000910 01  WS-ACCEPTED-SHOWN        PIC 9(05)  COMP.
000920 01  WS-REJECTED-SHOWN        PIC 9(05)  COMP.
000930 01  WS-PRICE-EDIT            PIC ZZZZ9.99.
00093A 01  WS-ACTION-TEXT           PIC X(16).
000940
000950 PROCEDURE DIVISION.
000960
000970 0000-MAIN-AUDIT-INQUIRY.
000980
000990     PERFORM 0500-SIGN-ON.
001000     IF NOT WS-SIGNON-OK
001010         MOVE 12 TO RETURN-CODE
001020     ELSE
001030         OPEN INPUT AUD-KSDS-FILE
001040         IF WS-KSDS-FILE-STATUS NOT = "00"
001050             DISPLAY "AUDIT KSDS NOT AVAILABLE - STATUS ",
001060                 WS-KSDS-FILE-STATUS
001070             DISPLAY "RUN THE AUDIT LOAD (PROGRAM14) FIRST"
001080         ELSE
00108A             PERFORM 1000-GET-ONE-REQUEST
00108B                 UNTIL NOT WS-MORE-REQUESTS
00108C             CLOSE AUD-KSDS-FILE
00108D         END-IF
00108E     END-IF.
001090     GOBACK.
001100
00110A*----------------------------------------------------------------*
00110B*    SIGN-ON - THE OPERATOR MUST BE ON THE SECURITY FILE WITH    *
00110C*    THE MAY-MAINT-SECURITY PERMISSION, SINCE THE TRAIL SHOWS    *
00110D*    EVERY OPERATOR'S ACTIVITY, AND MUST GIVE ITS PASSWORD.  A   *
00110E*    MISSING SECURITY FILE FAILS CLOSED, AND A REJECTED SIGN-ON  *
00110F*    GOES ON THE AUDIT TRAIL.                                    *
00110G*----------------------------------------------------------------*
00110H 0500-SIGN-ON.
00110I
00110J     DISPLAY "ENTER OPERATOR ID: ".
00110K     ACCEPT WS-SIGNON-ID.
00110L     OPEN INPUT OPERATOR-SEC-FILE.
00110M     IF WS-OPER-FILE-STATUS NOT = "00"
00110N         DISPLAY "SECURITY FILE NOT AVAILABLE - SESSION ENDED"
00110O         PERFORM 0600-WRITE-REJECT-AUDIT
00110P     ELSE
00110Q         IF WS-SIGNON-ID = SPACES
00110R             DISPLAY "OPERATOR ID IS REQUIRED - SESSION ENDED"
00110S             PERFORM 0600-WRITE-REJECT-AUDIT
00110T         ELSE
00110U             PERFORM 0550-MATCH-ONE-OPERATOR
00110V                 UNTIL WS-SIGNON-OK OR WS-OPER-EOF
00110W             IF NOT WS-SIGNON-OK
00110X                 DISPLAY "OPERATOR ", WS-SIGNON-ID,
00110Y                     " MAY NOT REVIEW THE AUDIT TRAIL",
00110Z                     " - SESSION ENDED"
0011AA                 PERFORM 0600-WRITE-REJECT-AUDIT
0011AB             END-IF
0011AC         END-IF
0011AD         CLOSE OPERATOR-SEC-FILE
0011AE     END-IF.
0011AF     IF WS-SIGNON-OK
0011AG         PERFORM 0700-CHECK-PASSWORD
0011AH     END-IF.
0011AI
0011AJ 0550-MATCH-ONE-OPERATOR.
0011AK
0011AL     READ OPERATOR-SEC-FILE
0011AM         AT END
0011AN             SET WS-OPER-EOF TO TRUE
0011AO         NOT AT END
0011AP             IF MT-OPER-ID = WS-SIGNON-ID
0011AQ                 AND MT-OPER-MAINT-OK
0011AR                 SET WS-SIGNON-OK TO TRUE
0011AS             END-IF
0011AT     END-READ.
0011AU
0011AV 0600-WRITE-REJECT-AUDIT.
0011AW
0011AX     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
0011AY     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME.
0011AZ     OPEN EXTEND AUDIT-FILE.
0011BA     IF WS-AUD-FILE-STATUS = "35"
0011BB         OPEN OUTPUT AUDIT-FILE
0011BC     END-IF.
0011BD     IF WS-AUD-FILE-STATUS = "00"
0011BE         MOVE WS-RUN-DATE-YYYYMMDD TO MT-AUD-RUN-DATE
0011BF         MOVE WS-RUN-TIME-HHMMSS TO MT-AUD-RUN-TIME
0011BG         MOVE WS-SIGNON-ID TO MT-AUD-OPERATOR-ID
0011BH         MOVE ZERO TO MT-AUD-START-NUMBER
0011BI         MOVE ZERO TO MT-AUD-ROW-COUNT
0011BJ         MOVE ZERO TO MT-AUD-RESTART-ROW
0011BK         MOVE SPACE TO MT-AUD-MODE-FLAG
0011BL         MOVE ZERO TO MT-AUD-UNIT-PRICE
0011BM         MOVE ZERO TO MT-AUD-CARD-SEQ
0011BN         MOVE "R" TO MT-AUD-STATUS
0011BO         MOVE SPACE TO MT-AUD-ACTION
0011BP         MOVE SPACES TO MT-AUD-TARGET-ID
0011CL         MOVE SPACES TO MT-AUD-SET-NAME
0011CM         MOVE ZERO TO MT-AUD-EFF-FROM
0011BQ         WRITE MT-AUD-RECORD
0011BR         CLOSE AUDIT-FILE
0011BS     END-IF.
0011BT
0011BU*----------------------------------------------------------------*
0011BV*    PASSWORD - THE ID IS ON FILE; PROGRAM17 PROMPTS FOR THE     *
0011BW*    PASSWORD, FORCES A CHANGE WHEN IT HAS EXPIRED AND LOCKS THE *
0011BX*    ID AFTER TOO MANY BAD TRIES.  ANYTHING BUT A GOOD SIGN-ON   *
0011BY*    ENDS THE SESSION AS A REJECTED SIGN-ON.                     *
0011BZ*----------------------------------------------------------------*
0011CA 0700-CHECK-PASSWORD.
0011CB
0011CC     MOVE "S" TO MT-SGNP-FUNCTION.
0011CD     MOVE WS-SIGNON-ID TO MT-SGNP-OPER-ID.
0011CE     CALL "Program17" USING MT-SGNP-PARMS.
0011CF     IF NOT MT-SGNP-SIGNED-ON
0011CG         MOVE "N" TO WS-SIGNON-OK-SW
0011CH         DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
0011CI         PERFORM 0600-WRITE-REJECT-AUDIT
0011CJ     END-IF.
0011CK
001110 1000-GET-ONE-REQUEST.
001120
001130     PERFORM 1100-PROMPT-FOR-RANGE.
002030
002040*----------------------------------------------------------------*
002050*    SHOW ONE TRAIL RECORD - THE RUN STAMP AND THE CARD          *
002060*    PARAMETERS USED; A SECURITY MAINTENANCE RECORD SHOWS ITS    *
002070*    ACTION BY NAME AND THE TARGET OPERATOR, AND A CARD CATALOG  *
00207A*    RECORD SHOWS ITS ACTION BY NAME AND THE CARD IT TOUCHED.    *
00207B*    AN INQUIRY RECORD SHOWS THE RANGE THE OPERATOR ASKED FOR.   *
00207C*    A PRINT REQUEST RECORD SHOWS ITS RANGE AND WHETHER IT RAN.  *
002080*----------------------------------------------------------------*
002090 4000-DISPLAY-ONE-AUDIT-ROW.
002100
002190             " MODE ", MT-AUDK-MODE-FLAG,
002200             " PRICE ", WS-PRICE-EDIT
002210     ELSE
002220         IF MT-AUDK-ACTION = "K" OR MT-AUDK-ACTION = "H"
002230             OR MT-AUDK-ACTION = "D" OR MT-AUDK-ACTION = "Y"
002240             OR MT-AUDK-ACTION = "J"
002250             PERFORM 4200-NAME-CATALOG-ACTION
00225A             DISPLAY "  ", MT-AUDK-RUN-DATE,
002260                 " ", MT-AUDK-RUN-TIME,
00226A                 " CATALOG ", WS-ACTION-TEXT,
00226B                 " SET ", MT-AUDK-SET-NAME,
00226C                 " FROM ", MT-AUDK-EFF-FROM,
00226D                 " CARD ", MT-AUDK-CARD-SEQ,
00226E                 " START ", MT-AUDK-START-NUMBER,
00226F                 " COUNT ", MT-AUDK-ROW-COUNT
00226G         ELSE
00226H             IF MT-AUDK-ACTION = "Q"
00226I                 DISPLAY "  ", MT-AUDK-RUN-DATE,
00226J                     " ", MT-AUDK-RUN-TIME,
00226K                     " INQUIRY ", MT-AUDK-CARD-SEQ,
00226L                     " START ", MT-AUDK-START-NUMBER,
00226O                     " ROWS ", MT-AUDK-ROW-COUNT
00226P             ELSE
00226W                 IF MT-AUDK-ACTION = "T"
00226X                     DISPLAY "  ", MT-AUDK-RUN-DATE,
00226Y                         " ", MT-AUDK-RUN-TIME,
00226Z                         " PRINT REQUEST ", MT-AUDK-CARD-SEQ,
0022BB                         " START ", MT-AUDK-START-NUMBER,
0022BC                         " ROWS ", MT-AUDK-ROW-COUNT,
0022BD                         " MODE ", MT-AUDK-MODE-FLAG
0022BF                 ELSE
00226Q                     PERFORM 4100-NAME-MAINT-ACTION
00226R                     DISPLAY "  ", MT-AUDK-RUN-DATE,
00226S                         " ", MT-AUDK-RUN-TIME,
00226T                         " SECURITY ", WS-ACTION-TEXT,
00226U                         " TARGET ", MT-AUDK-TARGET-ID
0022BG                 END-IF
00226V             END-IF
00226M         END-IF
00226N     END-IF.
002270
00227A 4100-NAME-MAINT-ACTION.
00227B
00227C     IF MT-AUDK-ACTION = "A"
00227D         MOVE "OPERATOR ADDED" TO WS-ACTION-TEXT
00227E     ELSE
00227F         IF MT-AUDK-ACTION = "C"
00227G             MOVE "OPERATOR CHANGED" TO WS-ACTION-TEXT
00227H         ELSE
00227I             IF MT-AUDK-ACTION = "V"
00227J                 MOVE "OPERATOR REVOKED" TO WS-ACTION-TEXT
00227K             ELSE
00227L                 IF MT-AUDK-ACTION = "L"
00227M                     MOVE "ID LOCKED OUT" TO WS-ACTION-TEXT
00227N                 ELSE
00227O                     IF MT-AUDK-ACTION = "P"
00227P                         MOVE "PASSWORD CHANGED" TO WS-ACTION-TEXT
00227Q                     ELSE
00227R                         IF MT-AUDK-ACTION = "U"
00227S                             MOVE "UNLOCKED / RESET"
0022AF                                 TO WS-ACTION-TEXT
00227T                         ELSE
0022CA                             IF MT-AUDK-ACTION = "S"
0022CB                                 MOVE "PASSWORD SEED"
0022CC                                     TO WS-ACTION-TEXT
0022CD                             ELSE
00227U                                 MOVE SPACES TO WS-ACTION-TEXT
00227V                                 STRING "ACTION " MT-AUDK-ACTION
00227W                                     DELIMITED BY SIZE
0022AG                                     INTO WS-ACTION-TEXT
00227X                                 END-STRING
0022CE                             END-IF
00227Y                         END-IF
00227Z                     END-IF
0022AA                 END-IF
0022AB             END-IF
0022AC         END-IF
0022AD     END-IF.
0022AE
0022AH 4200-NAME-CATALOG-ACTION.
0022AI
0022AJ     IF MT-AUDK-ACTION = "K"
0022AK         MOVE "CARD ADDED" TO WS-ACTION-TEXT
0022AL     ELSE
0022AM         IF MT-AUDK-ACTION = "H"
0022AN             MOVE "CARD CHANGED" TO WS-ACTION-TEXT
0022AO         ELSE
0022AP             IF MT-AUDK-ACTION = "D"
0022AQ                 MOVE "CARD REMOVED" TO WS-ACTION-TEXT
0022AR             ELSE
0022AS                 IF MT-AUDK-ACTION = "Y"
0022AT                     MOVE "CHANGE APPROVED" TO WS-ACTION-TEXT
0022AU                 ELSE
0022AV                     MOVE "CHANGE REJECTED" TO WS-ACTION-TEXT
0022AW                 END-IF
0022AX             END-IF
0022AY         END-IF
0022AZ     END-IF.
0022BA
002280 8000-ASK-ANOTHER.
002290
002300     DISPLAY "ANOTHER INQUIRY? (Y/N): ".
