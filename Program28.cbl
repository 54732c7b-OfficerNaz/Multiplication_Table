000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.  PROGRAM28 AS "Program28".
000120 AUTHOR.      D L WOZNIAK.
000130 INSTALLATION. CORPORATE DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                                                                *
000180*    PROGRAM28 --  OPERATOR PASSWORD SEED UTILITY.  AN OPERATOR  *
000190*                  RECORD WITH NO PASSWORD ON FILE (EVERY RECORD *
000200*                  FROM BEFORE PASSWORDS, SEE MTOPER) CANNOT     *
000210*                  SIGN ON (PROGRAM17), AND SECURITY MAINTENANCE *
000220*                  (PROGRAM8) NEEDS A SIGNED-ON SECURITY         *
000230*                  ADMINISTRATOR TO FILE ONE - SO ON A FILE      *
000240*                  WHERE NOBODY HAS A PASSWORD YET, NOBODY CAN   *
000250*                  FILE THE FIRST.  THIS UTILITY FILES A         *
000260*                  TEMPORARY PASSWORD, WHICH MUST BE CHANGED AT  *
000270*                  THE FIRST SIGN-ON, FOR EACH OPERATOR NAMED ON *
000280*                  ITS CONTROL CARDS.  IT ONLY EVER FILLS A      *
000290*                  BLANK PASSWORD - AN OPERATOR WHO ALREADY HAS  *
000300*                  ONE IS RESET THROUGH PROGRAM8 (UNLOCK /       *
000310*                  RESET) AS BEFORE.  RUN ON DEMAND ONLY, UNDER  *
000320*                  SECURITY'S CONTROL - IT IS NOT A STEP OF THE  *
000330*                  NIGHTLY CHAIN.  THE CARDS CARRY PASSWORDS IN  *
000340*                  THE CLEAR, SO THE DECK IS DESTROYED AFTER THE *
000350*                  RUN.                                          *
000360*                                                                *
000370*                  EACH CONTROL CARD (PWDCARD) CARRIES THE       *
000380*                  OPERATOR ID IN COLUMNS 1-8, THE TEMPORARY     *
000390*                  PASSWORD (6 TO 8 CHARACTERS, NO SPACES) IN    *
000400*                  COLUMNS 9-16 AND THE REQUESTING OPERATOR IN   *
000410*                  COLUMNS 17-24.  THE REQUESTER MUST BE ON THE  *
000420*                  SECURITY FILE (OPERSEC) WITH THE MAY-MAINTAIN *
000430*                  SECURITY PERMISSION AND NOT LOCKED OUT, AND   *
000440*                  MAY NAME THEMSELF - THAT IS HOW THE FIRST     *
000450*                  SECURITY ADMINISTRATOR GETS A PASSWORD.       *
000460*                  OPERSEC IS UPDATED IN PLACE (OPEN I-O,        *
000470*                  REWRITE) UNDER ITS RUN LOCK (PROGRAM23), AND  *
000480*                  EVERY CARD, SEEDED OR REFUSED, IS WRITTEN TO  *
000490*                  THE AUDIT TRAIL (AUDITLOG, ACTION "S").       *
000500*                                                                *
000510*    COMPLETION CODES - 00 EVERY CARD WAS SEEDED, 04 SOME CARDS  *
000520*    WERE REFUSED, 12 NO CONTROL CARDS OR EVERY CARD WAS         *
000530*    REFUSED, 16 OPERSEC OR AUDITLOG COULD NOT BE OPENED, 24     *
000540*    ANOTHER SESSION HOLDS THE OPERSEC RUN LOCK.                 *
000550*                                                                *
000560*    MOD LOG                                                     *
000570*    2026-10-15  DLW  ORIGINAL VERSION.                          *
000580*                                                                *
000590*----------------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.  IBM-370.
000630 OBJECT-COMPUTER.  IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CONTROL-CARD-FILE ASSIGN TO "PWDCARD"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-CTL-FILE-STATUS.
000690     SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-OPER-FILE-STATUS.
000720     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-AUD-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  CONTROL-CARD-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  SEED-CONTROL-CARD.
000820     05  SEED-OPERATOR-IN         PIC X(08).
000830     05  SEED-PASSWORD-IN         PIC X(08).
000840     05  SEED-REQUESTER-IN        PIC X(08).
000850     05  FILLER                   PIC X(56).
000860
000870 FD  OPERATOR-SEC-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY MTOPER.
000910
000920 FD  AUDIT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY MTAUD.
000960
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------*
000990*    FILE STATUS FIELDS AND SWITCHES                             *
001000*----------------------------------------------------------------*
001010 01  WS-CTL-FILE-STATUS       PIC X(02).
001020 01  WS-OPER-FILE-STATUS      PIC X(02).
001030 01  WS-AUD-FILE-STATUS       PIC X(02).
001040 01  WS-SWITCHES.
001050     05  WS-AUDIT-OPEN-SW     PIC X(01)  VALUE "N".
001060         88  WS-AUDIT-OPEN               VALUE "Y".
001070     05  WS-PWD-OK-SW         PIC X(01)  VALUE "N".
001080         88  WS-PWD-OK                   VALUE "Y".
001090
001100 01  WS-CARD-REASON           PIC X(50)  VALUE SPACES.
001110 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
001120 01  WS-SEEDED-COUNT          PIC 9(03)  COMP  VALUE ZERO.
001130 01  WS-REFUSED-COUNT         PIC 9(03)  COMP  VALUE ZERO.
001140 01  WS-FILE-CHANGES          PIC 9(05).
001150 01  WS-PWD-LENGTH            PIC 9(02)  COMP.
001160 01  WS-PWD-BLANKS            PIC 9(02)  COMP.
001170
001180*----------------------------------------------------------------*
001190*    THE CONTROL CARDS.  A CARD'S STATE IS BLANK UNTIL IT IS     *
001200*    SEEDED ("S") OR REFUSED ("R"), WITH THE REASON.  THE        *
001210*    REQUESTER AND TARGET SWITCHES ARE SET FROM THE FIRST PASS   *
001220*    OF OPERSEC.                                                 *
001230*----------------------------------------------------------------*
001240 01  WS-CARD-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001250 01  WS-CARD-IDX              PIC 9(03)  COMP.
001260 01  WS-CARD-FOUND            PIC 9(03)  COMP.
001270 01  WS-CARD-MAX              PIC 9(03)  COMP  VALUE 50.
001280 01  WS-CARD-NUMBER           PIC 9(03).
001290
001300 01  WS-SEED-TABLE.
001310     05  WS-SEED-ENTRY OCCURS 50 TIMES.
001320         10  WS-SEED-ID           PIC X(08).
001330         10  WS-SEED-PASSWORD     PIC X(08).
001340         10  WS-SEED-REQUESTER    PIC X(08).
001350         10  WS-SEED-STATE        PIC X(01).
001360             88  WS-SEED-OPEN                VALUE SPACE.
001370             88  WS-SEED-DONE                VALUE "S".
001380             88  WS-SEED-REFUSED             VALUE "R".
001390         10  WS-SEED-REQ-OK       PIC X(01).
001400         10  WS-SEED-ON-FILE      PIC X(01).
001410         10  WS-SEED-REASON       PIC X(45).
001420
001430*----------------------------------------------------------------*
001440*    RUN DATE AND TIME FOR THE AUDIT RECORDS                     *
001450*----------------------------------------------------------------*
001460 01  WS-RUN-DATE-YYYYMMDD     PIC 9(08).
001470 01  WS-RUN-TIME-HHMMSSCC     PIC 9(08).
001480
001490*----------------------------------------------------------------*
001500*    PASSWORD ENCODE REQUEST - PASSED TO PROGRAM17.              *
001510*----------------------------------------------------------------*
001520     COPY MTSGNP.
001530
001540*----------------------------------------------------------------*
001550*    SECURITY FILE RUN LOCK REQUEST - PASSED TO PROGRAM23.       *
001560*----------------------------------------------------------------*
001570     COPY MTLOKP.
001580
001590 PROCEDURE DIVISION.
001600
001610 0000-MAIN-PASSWORD-SEED.
001620
001630     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001640     PERFORM 1100-READ-CONTROL-CARDS.
001650     IF WS-CARD-REASON NOT = SPACES
001660         DISPLAY "NO PASSWORD SEEDED - ", WS-CARD-REASON
001670         PERFORM 9900-ABORT-BAD-CONTROL-CARD
001680     END-IF.
001690     PERFORM 1300-TAKE-OPERSEC-LOCK.
001700     PERFORM 1400-OPEN-AUDIT-FILE.
001710     PERFORM 2000-CHECK-CARDS-AGAINST-FILE.
001720     PERFORM 3000-SEED-PASSWORDS.
001730     PERFORM 4000-REPORT-ONE-CARD
001740         VARYING WS-CARD-IDX FROM 1 BY 1
001750         UNTIL WS-CARD-IDX > WS-CARD-COUNT.
001760     CLOSE AUDIT-FILE.
001770     PERFORM 1350-GIVE-BACK-OPERSEC-LOCK.
001780     PERFORM 9000-END-PROGRAM.
001790
001800*----------------------------------------------------------------*
001810*    THE CONTROL CARDS - BLANK CARDS ARE SKIPPED.  EACH CARD IS  *
001820*    EDITED AS IT IS READ; A CARD THAT FAILS IS KEPT, REFUSED,   *
001830*    SO IT STILL SHOWS ON THE LISTING AND THE AUDIT TRAIL.       *
001840*----------------------------------------------------------------*
001850 1100-READ-CONTROL-CARDS.
001860
001870     OPEN INPUT CONTROL-CARD-FILE.
001880     IF WS-CTL-FILE-STATUS NOT = "00"
001890         MOVE "NO PWDCARD CONTROL CARDS" TO WS-CARD-REASON
001900     ELSE
001910         PERFORM 1150-TAKE-ONE-CARD
001920             UNTIL WS-CTL-FILE-STATUS NOT = "00"
001930                 OR WS-CARD-REASON NOT = SPACES
001940         CLOSE CONTROL-CARD-FILE
001950         IF WS-CARD-COUNT = ZERO
001960             AND WS-CARD-REASON = SPACES
001970             MOVE "PWDCARD IS EMPTY" TO WS-CARD-REASON
001980         END-IF
001990     END-IF.
002000
002010 1150-TAKE-ONE-CARD.
002020
002030     READ CONTROL-CARD-FILE.
002040     IF WS-CTL-FILE-STATUS = "00"
002050         AND SEED-CONTROL-CARD NOT = SPACES
002060         IF WS-CARD-COUNT NOT < WS-CARD-MAX
002070             MOVE "MORE THAN 50 PWDCARD CONTROL CARDS"
002080                 TO WS-CARD-REASON
002090         ELSE
002100             ADD 1 TO WS-CARD-COUNT
002110             MOVE SEED-OPERATOR-IN TO WS-SEED-ID (WS-CARD-COUNT)
002120             MOVE SEED-PASSWORD-IN
002130                 TO WS-SEED-PASSWORD (WS-CARD-COUNT)
002140             MOVE SEED-REQUESTER-IN
002150                 TO WS-SEED-REQUESTER (WS-CARD-COUNT)
002160             MOVE SPACE TO WS-SEED-STATE (WS-CARD-COUNT)
002170             MOVE "N" TO WS-SEED-REQ-OK (WS-CARD-COUNT)
002180             MOVE "N" TO WS-SEED-ON-FILE (WS-CARD-COUNT)
002190             MOVE SPACES TO WS-SEED-REASON (WS-CARD-COUNT)
002200             PERFORM 1200-EDIT-ONE-CARD
002210         END-IF
002220     END-IF.
002230
002240*----------------------------------------------------------------*
002250*    THE SAME PASSWORD RULES AS PROGRAM8 - 6 TO 8 CHARACTERS AND *
002260*    NO SPACE ANYWHERE IN IT.  AN OPERATOR MAY BE SEEDED ONCE    *
002270*    PER RUN.                                                    *
002280*----------------------------------------------------------------*
002290 1200-EDIT-ONE-CARD.
002300
002310     MOVE ZERO TO WS-PWD-LENGTH.
002320     INSPECT WS-SEED-PASSWORD (WS-CARD-COUNT)
002330         TALLYING WS-PWD-LENGTH FOR CHARACTERS
002340             BEFORE INITIAL SPACE.
002350     MOVE ZERO TO WS-PWD-BLANKS.
002360     INSPECT WS-SEED-PASSWORD (WS-CARD-COUNT)
002370         TALLYING WS-PWD-BLANKS FOR ALL SPACES.
002380     MOVE ZERO TO WS-CARD-FOUND.
002390     PERFORM 1250-MATCH-EARLIER-CARD
002400         VARYING WS-CARD-IDX FROM 1 BY 1
002410         UNTIL WS-CARD-IDX NOT < WS-CARD-COUNT
002420             OR WS-CARD-FOUND > ZERO.
002430     IF WS-SEED-ID (WS-CARD-COUNT) = SPACES
002440         MOVE "OPERATOR ID (COLUMNS 1-8) IS REQUIRED"
002450             TO WS-SEED-REASON (WS-CARD-COUNT)
002460     ELSE
002470         IF WS-SEED-REQUESTER (WS-CARD-COUNT) = SPACES
002480             MOVE "REQUESTER (COLUMNS 17-24) IS REQUIRED"
002490                 TO WS-SEED-REASON (WS-CARD-COUNT)
002500         ELSE
002510             IF WS-PWD-LENGTH + WS-PWD-BLANKS < 8
002520                 MOVE "PASSWORD MAY NOT CONTAIN SPACES"
002530                     TO WS-SEED-REASON (WS-CARD-COUNT)
002540             ELSE
002550                 IF WS-PWD-LENGTH < 6
002560                     MOVE "PASSWORD MUST BE AT LEAST 6 CHARACTERS"
002570                         TO WS-SEED-REASON (WS-CARD-COUNT)
002580                 ELSE
002590                     IF WS-CARD-FOUND > ZERO
002600                         MOVE "OPERATOR IS ON AN EARLIER CARD"
002610                             TO WS-SEED-REASON (WS-CARD-COUNT)
002620                     END-IF
002630                 END-IF
002640             END-IF
002650         END-IF
002660     END-IF.
002670     IF WS-SEED-REASON (WS-CARD-COUNT) NOT = SPACES
002680         SET WS-SEED-REFUSED (WS-CARD-COUNT) TO TRUE
002690     END-IF.
002700
002710 1250-MATCH-EARLIER-CARD.
002720
002730     IF WS-SEED-ID (WS-CARD-IDX) = WS-SEED-ID (WS-CARD-COUNT)
002740         MOVE WS-CARD-IDX TO WS-CARD-FOUND
002750     END-IF.
002760
002770*----------------------------------------------------------------*
002780*    THE SECURITY FILE'S RUN LOCK (PROGRAM23) IS HELD FROM THE   *
002790*    FIRST READ OF OPERSEC TO THE LAST REWRITE, IN THE NAME OF   *
002800*    THE FIRST CARD'S REQUESTER.                                 *
002810*----------------------------------------------------------------*
002820 1300-TAKE-OPERSEC-LOCK.
002830
002840     MOVE "A" TO MT-LOKP-FUNCTION.
002850     MOVE "OPERSEC" TO MT-LOKP-LOCK-NAME.
002860     MOVE "PROGRAM28" TO MT-LOKP-PROGRAM.
002870     MOVE WS-SEED-REQUESTER (1) TO MT-LOKP-OPERATOR-ID.
002880     CALL "Program23" USING MT-LOKP-PARMS.
002890     IF MT-LOKP-REFUSED
002900         PERFORM 9970-ABORT-RUN-LOCKED
002910     END-IF.
002920
002930 1350-GIVE-BACK-OPERSEC-LOCK.
002940
002950     MOVE "R" TO MT-LOKP-FUNCTION.
002960     CALL "Program23" USING MT-LOKP-PARMS.
002970
002980*----------------------------------------------------------------*
002990*    NO PASSWORD IS FILED WITHOUT ITS AUDIT RECORD.              *
003000*----------------------------------------------------------------*
003010 1400-OPEN-AUDIT-FILE.
003020
003030     OPEN EXTEND AUDIT-FILE.
003040     IF WS-AUD-FILE-STATUS = "35"
003050         OPEN OUTPUT AUDIT-FILE
003060     END-IF.
003070     IF WS-AUD-FILE-STATUS NOT = "00"
003080         DISPLAY "AUDITLOG NOT AVAILABLE - STATUS ",
003090             WS-AUD-FILE-STATUS
003100         PERFORM 9960-ABORT-NO-FILE
003110     END-IF.
003120     SET WS-AUDIT-OPEN TO TRUE.
003130
003140*----------------------------------------------------------------*
003150*    FIRST PASS OF OPERSEC - IS EACH CARD'S OPERATOR ON FILE,    *
003160*    AND MAY ITS REQUESTER MAINTAIN SECURITY (NOT LOCKED OUT)?   *
003170*----------------------------------------------------------------*
003180 2000-CHECK-CARDS-AGAINST-FILE.
003190
003200     OPEN INPUT OPERATOR-SEC-FILE.
003210     IF WS-OPER-FILE-STATUS NOT = "00"
003220         DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
003230             WS-OPER-FILE-STATUS
003240         PERFORM 9960-ABORT-NO-FILE
003250     END-IF.
003260     PERFORM 2100-CHECK-ONE-OPERATOR
003270         UNTIL WS-OPER-FILE-STATUS NOT = "00".
003280     CLOSE OPERATOR-SEC-FILE.
003290     PERFORM 2300-REFUSE-UNKNOWN-CARD
003300         VARYING WS-CARD-IDX FROM 1 BY 1
003310         UNTIL WS-CARD-IDX > WS-CARD-COUNT.
003320
003330 2100-CHECK-ONE-OPERATOR.
003340
003350     READ OPERATOR-SEC-FILE.
003360     IF WS-OPER-FILE-STATUS = "00"
003370         PERFORM 2200-MARK-ONE-CARD
003380             VARYING WS-CARD-IDX FROM 1 BY 1
003390             UNTIL WS-CARD-IDX > WS-CARD-COUNT
003400     END-IF.
003410
003420 2200-MARK-ONE-CARD.
003430
003440     IF WS-SEED-ID (WS-CARD-IDX) = MT-OPER-ID
003450         MOVE "Y" TO WS-SEED-ON-FILE (WS-CARD-IDX)
003460     END-IF.
003470     IF WS-SEED-REQUESTER (WS-CARD-IDX) = MT-OPER-ID
003480         AND MT-OPER-MAINT-OK
003490         AND NOT MT-OPER-IS-LOCKED
003500         MOVE "Y" TO WS-SEED-REQ-OK (WS-CARD-IDX)
003510     END-IF.
003520
003530 2300-REFUSE-UNKNOWN-CARD.
003540
003550     IF WS-SEED-OPEN (WS-CARD-IDX)
003560         IF WS-SEED-REQ-OK (WS-CARD-IDX) NOT = "Y"
003570             MOVE "REQUESTER MAY NOT MAINTAIN SECURITY"
003580                 TO WS-SEED-REASON (WS-CARD-IDX)
003590             SET WS-SEED-REFUSED (WS-CARD-IDX) TO TRUE
003600         ELSE
003610             IF WS-SEED-ON-FILE (WS-CARD-IDX) NOT = "Y"
003620                 MOVE "OPERATOR NOT ON THE SECURITY FILE"
003630                     TO WS-SEED-REASON (WS-CARD-IDX)
003640                 SET WS-SEED-REFUSED (WS-CARD-IDX) TO TRUE
003650             END-IF
003660         END-IF
003670     END-IF.
003680
003690*----------------------------------------------------------------*
003700*    SECOND PASS - OPEN I-O AND REWRITE EACH CARD'S OPERATOR IN  *
003710*    PLACE, THE WAY PROGRAM17 UPDATES IT AT SIGN-ON.  ONLY A     *
003720*    BLANK PASSWORD IS FILLED.  OLD-LAYOUT NUMERIC FIELDS        *
003730*    (SPACES) ARE TAKEN AS ZERO.                                 *
003740*----------------------------------------------------------------*
003750 3000-SEED-PASSWORDS.
003760
003770     OPEN I-O OPERATOR-SEC-FILE.
003780     IF WS-OPER-FILE-STATUS NOT = "00"
003790         DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
003800             WS-OPER-FILE-STATUS
003810         PERFORM 9960-ABORT-NO-FILE
003820     END-IF.
003830     PERFORM 3100-SEED-ONE-OPERATOR
003840         UNTIL WS-OPER-FILE-STATUS NOT = "00".
003850     CLOSE OPERATOR-SEC-FILE.
003860
003870 3100-SEED-ONE-OPERATOR.
003880
003890     READ OPERATOR-SEC-FILE.
003900     IF WS-OPER-FILE-STATUS = "00"
003910         MOVE ZERO TO WS-CARD-FOUND
003920         PERFORM 3150-MATCH-OPEN-CARD
003930             VARYING WS-CARD-IDX FROM 1 BY 1
003940             UNTIL WS-CARD-IDX > WS-CARD-COUNT
003950                 OR WS-CARD-FOUND > ZERO
003960         IF WS-CARD-FOUND > ZERO
003970             IF MT-OPER-PASSWORD NOT = SPACES
003980                 MOVE "PASSWORD ON FILE - RESET THROUGH PROGRAM8"
003990                     TO WS-SEED-REASON (WS-CARD-FOUND)
004000                 SET WS-SEED-REFUSED (WS-CARD-FOUND) TO TRUE
004010             ELSE
004020                 PERFORM 3200-FILE-TEMPORARY-PASSWORD
004030             END-IF
004040         END-IF
004050     END-IF.
004060
004070 3150-MATCH-OPEN-CARD.
004080
004090     IF WS-SEED-OPEN (WS-CARD-IDX)
004100         AND WS-SEED-ID (WS-CARD-IDX) = MT-OPER-ID
004110         MOVE WS-CARD-IDX TO WS-CARD-FOUND
004120     END-IF.
004130
004140 3200-FILE-TEMPORARY-PASSWORD.
004150
004160     MOVE "E" TO MT-SGNP-FUNCTION.
004170     MOVE MT-OPER-ID TO MT-SGNP-OPER-ID.
004180     MOVE WS-SEED-PASSWORD (WS-CARD-FOUND) TO MT-SGNP-PASSWORD.
004190     CALL "Program17" USING MT-SGNP-PARMS.
004200     MOVE MT-SGNP-PASSWORD-CODE TO MT-OPER-PASSWORD.
004210     MOVE ZERO TO MT-OPER-PWD-CHANGED.
004220     IF MT-OPER-PWD-INTERVAL NOT NUMERIC
004230         MOVE ZERO TO MT-OPER-PWD-INTERVAL
004240     END-IF.
004250     MOVE ZERO TO MT-OPER-FAILED-TRIES.
004260     MOVE "N" TO MT-OPER-LOCKED.
004270     MOVE "Y" TO MT-OPER-MUST-CHANGE.
004280     IF MT-OPER-CHANGE-COUNT NUMERIC
004290         MOVE MT-OPER-CHANGE-COUNT TO WS-FILE-CHANGES
004300     ELSE
004310         MOVE ZERO TO WS-FILE-CHANGES
004320     END-IF.
004330     IF WS-FILE-CHANGES = 99999
004340         MOVE 1 TO MT-OPER-CHANGE-COUNT
004350     ELSE
004360         ADD 1 TO WS-FILE-CHANGES GIVING MT-OPER-CHANGE-COUNT
004370     END-IF.
004380     REWRITE MT-OPER-RECORD.
004390     IF WS-OPER-FILE-STATUS = "00"
004400         SET WS-SEED-DONE (WS-CARD-FOUND) TO TRUE
004410     ELSE
004420         STRING "OPERSEC REWRITE FAILED - STATUS "
004430             WS-OPER-FILE-STATUS
004440             DELIMITED BY SIZE INTO WS-SEED-REASON (WS-CARD-FOUND)
004450         END-STRING
004460         SET WS-SEED-REFUSED (WS-CARD-FOUND) TO TRUE
004470         MOVE "00" TO WS-OPER-FILE-STATUS
004480     END-IF.
004490
004500*----------------------------------------------------------------*
004510*    ONE LINE AND ONE AUDIT RECORD PER CARD - ACCEPTED WHEN THE  *
004520*    PASSWORD WAS FILED, REJECTED (WITH THE REASON ON THE LOG)   *
004530*    WHEN IT WAS NOT.  THE PASSWORD ITSELF IS NEVER SHOWN.       *
004540*----------------------------------------------------------------*
004550 4000-REPORT-ONE-CARD.
004560
004570     MOVE WS-CARD-IDX TO WS-CARD-NUMBER.
004580     IF WS-SEED-OPEN (WS-CARD-IDX)
004590         MOVE "OPERATOR NOT FOUND ON THE SECOND PASS"
004600             TO WS-SEED-REASON (WS-CARD-IDX)
004610         SET WS-SEED-REFUSED (WS-CARD-IDX) TO TRUE
004620     END-IF.
004630     MOVE SPACES TO MT-AUD-RECORD.
004640     ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
004650     MOVE WS-RUN-DATE-YYYYMMDD TO MT-AUD-RUN-DATE.
004660     MOVE WS-RUN-TIME-HHMMSSCC TO MT-AUD-RUN-TIME.
004670     MOVE WS-SEED-REQUESTER (WS-CARD-IDX) TO MT-AUD-OPERATOR-ID.
004680     MOVE ZERO TO MT-AUD-START-NUMBER.
004690     MOVE ZERO TO MT-AUD-ROW-COUNT.
004700     MOVE ZERO TO MT-AUD-RESTART-ROW.
004710     MOVE ZERO TO MT-AUD-UNIT-PRICE.
004720     MOVE ZERO TO MT-AUD-CARD-SEQ.
004730     MOVE ZERO TO MT-AUD-EFF-FROM.
004740     SET MT-AUD-PASSWORD-SEEDED TO TRUE.
004750     MOVE WS-SEED-ID (WS-CARD-IDX) TO MT-AUD-TARGET-ID.
004760     IF WS-SEED-DONE (WS-CARD-IDX)
004770         ADD 1 TO WS-SEEDED-COUNT
004780         SET MT-AUD-ACCEPTED TO TRUE
004790         DISPLAY "CARD ", WS-CARD-NUMBER, " OPERATOR ",
004800             WS-SEED-ID (WS-CARD-IDX),
004810             " - TEMPORARY PASSWORD FILED, MUST BE CHANGED",
004820             " AT SIGN-ON"
004830     ELSE
004840         ADD 1 TO WS-REFUSED-COUNT
004850         SET MT-AUD-REJECTED TO TRUE
004860         DISPLAY "CARD ", WS-CARD-NUMBER, " OPERATOR ",
004870             WS-SEED-ID (WS-CARD-IDX), " REFUSED - ",
004880             WS-SEED-REASON (WS-CARD-IDX)
004890     END-IF.
004900     WRITE MT-AUD-RECORD.
004910
004920*----------------------------------------------------------------*
004930*    GRADED COMPLETION - SEE THE COMPLETION CODES ABOVE.         *
004940*----------------------------------------------------------------*
004950 9000-END-PROGRAM.
004960
004970     IF WS-REFUSED-COUNT = ZERO
004980         MOVE ZERO TO WS-FINAL-RC
004990     ELSE
005000         IF WS-SEEDED-COUNT > ZERO
005010             MOVE 4 TO WS-FINAL-RC
005020         ELSE
005030             MOVE 12 TO WS-FINAL-RC
005040         END-IF
005050     END-IF.
005060     DISPLAY "PASSWORD SEED COMPLETE - CARDS ", WS-CARD-COUNT,
005070         " SEEDED ", WS-SEEDED-COUNT,
005080         " REFUSED ", WS-REFUSED-COUNT,
005090         " RC ", WS-FINAL-RC.
005100     MOVE WS-FINAL-RC TO RETURN-CODE.
005110     GOBACK.
005120
005130 9900-ABORT-BAD-CONTROL-CARD.
005140
005150     MOVE 12 TO RETURN-CODE.
005160     GOBACK.
005170
005180*----------------------------------------------------------------*
005190*    OPERSEC OR AUDITLOG CANNOT BE OPENED - NOTHING MORE IS      *
005200*    FILED.  THE RUN LOCK IS GIVEN BACK.                         *
005210*----------------------------------------------------------------*
005220 9960-ABORT-NO-FILE.
005230
005240     IF WS-AUDIT-OPEN
005250         CLOSE AUDIT-FILE
005260     END-IF.
005270     PERFORM 1350-GIVE-BACK-OPERSEC-LOCK.
005280     DISPLAY "NO PASSWORD SEEDED - SECURITY FILE OR AUDIT TRAIL",
005290         " NOT AVAILABLE".
005300     MOVE 16 TO RETURN-CODE.
005310     GOBACK.
005320
005330*----------------------------------------------------------------*
005340*    ANOTHER SESSION HOLDS THE SECURITY FILE - NOTHING IS OPENED.*
005350*----------------------------------------------------------------*
005360 9970-ABORT-RUN-LOCKED.
005370
005380     DISPLAY "SECURITY FILE IN USE BY ", MT-LOKP-HOLDER-PROGRAM,
005390         " FOR OPERATOR ", MT-LOKP-HOLDER-OPERATOR,
005400         " SINCE ", MT-LOKP-HELD-HHMM,
005410         " - NO PASSWORD SEEDED".
005420     MOVE 24 TO RETURN-CODE.
005430     GOBACK.
005440
005450 END PROGRAM PROGRAM28.
