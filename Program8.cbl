000260*                  WRITTEN TO THE AUDIT TRAIL (AUDITLOG, SEE     *
000270*                  MTAUD) WITH THE ACTION AND THE TARGET ID SO   *
000280*                  SECURITY REVIEWS CAN SEE WHO GRANTED WHAT     *
000290*                  AND WHEN.  EACH CHANGE IS FILED AS IT IS      *
000300*                  MADE, AND AT END OF SESSION A LISTING OF      *
000310*                  EVERY OPERATOR AND THE CURRENT PERMISSION     *
000320*                  FLAGS IS PRINTED (OPERLIST).  SIGN-ON FOLLOWS *
000330*                  THE PROGRAM2 FLOW - A MISSING SECURITY FILE   *
000340*                  FAILS CLOSED AND A REJECTED SIGN-ON GOES ON   *
000350*                  THE AUDIT TRAIL.                              *
000360*                                                                *
000370*    MOD LOG                                                     *
000380*    2026-09-02  DLW  ORIGINAL VERSION.                          *
00038A*    2026-10-15  DLW  OPERATOR PASSWORDS (SEE MTOPER, MTSGNP).   *
00038B*                      THE SIGN-ON NOW ASKS FOR A PASSWORD       *
00038C*                      THROUGH PROGRAM17.  ADD SETS A TEMPORARY  *
00038D*                      PASSWORD AND THE FORCED-CHANGE INTERVAL;  *
00038E*                      CHANGE MAY RESET THE INTERVAL.  NEW MENU  *
00038F*                      ACTION U UNLOCKS A LOCKED ID AND RESETS   *
00038G*                      ITS PASSWORD, AUDITED AS ACTION U.  THE   *
00038H*                      TABLE CARRIES THE PASSWORD FIELDS SO THE  *
00038I*                      REWRITE KEEPS THEM, AND THE LISTING SHOWS *
00038J*                      LOCK STATUS AND PASSWORD AGE.             *
00038K*    2026-10-15  DLW  ADDS, CHANGES AND LISTS THE NEW MAY-APPROVE*
00038L*                      FLAG (SEE MTOPER) - THE SECOND OPERATOR   *
00038M*                      WHO APPROVES CARD CATALOG CHANGES IN      *
00038N*                      PROGRAM10.                                *
00038O*    2026-10-15  DLW  RECORD-LEVEL UPDATE.  THE WHOLE FILE WAS   *
00038P*                      WRITTEN BACK AT END OF SESSION, SO TWO    *
00038Q*                      SESSIONS AT ONCE LOST ONE ANOTHER'S WORK. *
00038R*                      EACH ADD, CHANGE, REVOKE AND UNLOCK IS    *
00038S*                      NOW FILED AS IT IS MADE - A CHANGE OR     *
00038T*                      UNLOCK REWRITES THE ONE RECORD IN PLACE,  *
00038U*                      AN ADD IS WRITTEN ON THE END, A REVOKE    *
00038V*                      COPIES THE FILE FORWARD WITHOUT THE       *
00038W*                      RECORD - AND IS REFUSED WHEN THE RECORD'S *
00038X*                      CHANGE COUNT (SEE MTOPER) SHOWS SOMEONE   *
00038Y*                      ELSE HAS CHANGED IT SINCE IT WAS READ.    *
00038Z*                      THE TABLE IS READ AGAIN FROM THE FILE AT  *
0003A0*                      THE START OF EVERY ACTION, AND ONLY A     *
0003A1*                      FILED CHANGE GOES ON THE AUDIT TRAIL.     *
0003AA*    2026-10-15  DLW  ADDS, CHANGES, SHOWS AND LISTS THE NEW     *
0003AB*                      DEPARTMENT / COST CENTER CODE (SEE        *
0003AC*                      MTOPER) THE MONTH-END CHARGEBACK BILLS    *
0003AD*                      AGAINST.  THE LISTING'S PERMISSION        *
0003AE*                      HEADINGS ARE SHORTENED TO MAKE ROOM.      *
0003AF*    2026-10-15  DLW  A TEMPORARY PASSWORD FILED ON AN ADD OR AN *
0003AG*                      UNLOCK / RESET NOW ALSO SETS THE NEW      *
0003AH*                      MUST-CHANGE FLAG (SEE MTOPER), WHICH      *
0003AI*                      FORCES A CHANGE AT THE FIRST SIGN-ON, AND *
0003AJ*                      MAY NOT CONTAIN A SPACE ANYWHERE IN IT.   *
0003AK*    2026-10-15  DLW  EACH ADD, CHANGE, REVOKE AND UNLOCK / RESET*
0003AL*                      NOW HOLDS THE OPERSEC RUN LOCK (PROGRAM23)*
0003AM*                      FROM THE READ OF THE FILE TO ITS REWRITE, *
0003AN*                      SO TWO SESSIONS CAN NO LONGER OVERWRITE   *
0003AO*                      EACH OTHER'S CHANGE IN BETWEEN; WHILE     *
0003AP*                      ANOTHER SESSION HOLDS IT THE ACTION IS    *
0003AQ*                      REFUSED AND NOTHING IS FILED.             *
0003AR*    2026-10-15  DLW  MAINTENANCE AND REJECTED SIGN-ON AUDIT     *
0003AS*                      RECORDS NOW CLEAR THE SET NAME AND        *
0003AT*                      EFFECTIVE-FROM DATE (MTAUD).              *
000390*                                                                *
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000800         88  WS-SESSION-DONE             VALUE "Y".
000810     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000820         88  WS-SIGNON-OK                VALUE "Y".
000830     05  WS-UPDATE-DONE-SW    PIC X(01)  VALUE "N".
000840         88  WS-UPDATE-DONE              VALUE "Y".
000842     05  WS-OPERSEC-MISSING-SW PIC X(01) VALUE "N".
000844         88  WS-OPERSEC-MISSING          VALUE "Y".
000846     05  WS-OPER-EOF-SW       PIC X(01)  VALUE "N".
000847         88  WS-OPER-EOF                 VALUE "Y".
000848     05  WS-REC-FOUND-SW      PIC X(01)  VALUE "N".
000849         88  WS-REC-FOUND                VALUE "Y".
00084A     05  WS-KEEP-FULL-SW      PIC X(01)  VALUE "N".
00084B         88  WS-KEEP-FULL                VALUE "Y".
00084C     05  WS-OPERSEC-LOCK-SW   PIC X(01)  VALUE "N".
00084D         88  WS-OPERSEC-LOCKED           VALUE "Y".
000850
000860 01  WS-OPER-FILE-STATUS      PIC X(02).
000870 01  WS-AUD-FILE-STATUS       PIC X(02).
001040
001050*----------------------------------------------------------------*
001060*    OPERATOR SECURITY TABLE - THE WHOLE FILE IS LOADED AT       *
001070*    SIGN-ON AND AGAIN AT THE START OF EVERY ACTION, WITH EACH   *
001080*    RECORD'S CHANGE COUNT AS READ.  100 ENTRIES, THE SAME       *
001090*    CEILING THE BATCH JOB'S SECURITY TABLE USES.                *
001100*----------------------------------------------------------------*
001110 01  WS-OPER-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001120 01  WS-OPER-IDX              PIC 9(03)  COMP.
001130 01  WS-OPER-FOUND            PIC 9(03)  COMP.
001150
001160 01  WS-OPER-TABLE.
001170     05  WS-OPER-ENTRY OCCURS 100 TIMES.
001210         10  WS-OPER-TAB-RESTART  PIC X(01).
001220         10  WS-OPER-TAB-DECIMAL  PIC X(01).
001230         10  WS-OPER-TAB-MAINT    PIC X(01).
00123A         10  WS-OPER-TAB-PASSWORD PIC X(10).
00123B         10  WS-OPER-TAB-PWD-CHANGED
00123C                                  PIC 9(08).
00123D         10  WS-OPER-TAB-PWD-INTERVAL
00123E                                  PIC 9(03).
00123F         10  WS-OPER-TAB-FAILED   PIC 9(02).
00123G         10  WS-OPER-TAB-LOCKED   PIC X(01).
00123H         10  WS-OPER-TAB-APPROVE  PIC X(01).
00123I         10  WS-OPER-TAB-CHANGES  PIC 9(05).
00123U         10  WS-OPER-TAB-DEPT     PIC X(06).
00123V         10  WS-OPER-TAB-MUST-CHANGE
00123W                                  PIC X(01).
00123J
00123K*----------------------------------------------------------------*
00123L*    RECORD-LEVEL UPDATE WORK - THE CHANGE COUNT OF THE RECORD   *
00123M*    AS IT IS ON FILE NOW, AND THE RECORDS KEPT WHEN A REVOKE    *
00123N*    COPIES THE FILE FORWARD WITHOUT THE REVOKED ONE.            *
00123O*----------------------------------------------------------------*
00123P 01  WS-FILE-CHANGES          PIC 9(05).
00123Q 01  WS-KEEP-COUNT            PIC 9(03)  COMP  VALUE ZERO.
00123R 01  WS-KEEP-IDX              PIC 9(03)  COMP.
00123S 01  WS-KEEP-TABLE.
00123T     05  WS-KEEP-RECORD       PIC X(80)  OCCURS 200 TIMES.
001240
001250*----------------------------------------------------------------*
001260*    MAINTENANCE PROMPT WORK FIELDS                              *
001280 01  WS-MNT-CHOICE            PIC X(01).
001290 01  WS-MNT-ID                PIC X(08).
001300 01  WS-MNT-NAME              PIC X(20).
00130A 01  WS-MNT-DEPT              PIC X(06).
001310 01  WS-MNT-FLAG              PIC X(01).
001320 01  WS-AUD-ACTION-WORK       PIC X(01).
00132A 01  WS-MNT-INTERVAL-X        PIC X(03).
00132B 01  WS-MNT-INTERVAL-9 REDEFINES WS-MNT-INTERVAL-X
00132C                              PIC 9(03).
00132D 01  WS-MNT-PASSWORD          PIC X(08).
00132E 01  WS-MNT-PWD-BLANKS        PIC 9(02)  COMP.
00132O 01  WS-MNT-PWD-LENGTH        PIC 9(02)  COMP.
00132F 01  WS-MNT-PWD-OK-SW         PIC X(01).
00132G     88  WS-MNT-PWD-OK                   VALUE "Y".
00132H
00132I*----------------------------------------------------------------*
00132J*    PASSWORD REQUEST - PASSED TO PROGRAM17 FOR THE SIGN-ON, TO  *
00132K*    ENCODE A TEMPORARY PASSWORD AND TO AGE A PASSWORD FOR THE   *
00132L*    LISTING.                                                    *
00132M*----------------------------------------------------------------*
00132N     COPY MTSGNP.
00132P
00132Q*----------------------------------------------------------------*
00132R*    SECURITY FILE RUN LOCK REQUEST - PASSED TO PROGRAM23.       *
00132S*----------------------------------------------------------------*
00132T     COPY MTLOKP.
001330
001340*----------------------------------------------------------------*
001350*    PRINT LINE LAYOUTS (COPY MTPRINT) AND REPORT CONTROLS -     *
001490 01  WS-LST-HDR-LINE.
001500     05  FILLER               PIC X(01)  VALUE SPACE.
001510     05  FILLER               PIC X(10)  VALUE "OPERATOR".
001520     05  FILLER               PIC X(21)  VALUE "NAME".
00152A     05  FILLER               PIC X(08)  VALUE "DEPT".
00152B     05  FILLER               PIC X(06)  VALUE "BATCH".
00152C     05  FILLER               PIC X(06)  VALUE "RSTRT".
00152D     05  FILLER               PIC X(06)  VALUE "DECML".
00152E     05  FILLER               PIC X(06)  VALUE "MAINT".
00152F     05  FILLER               PIC X(06)  VALUE "APPRV".
00152G     05  FILLER               PIC X(05)  VALUE "LOCK".
00152H     05  FILLER               PIC X(05)  VALUE "AGE".
001580
001590 01  WS-LST-DETAIL-LINE.
001600     05  FILLER               PIC X(01)  VALUE SPACE.
001610     05  WS-LST-ID            PIC X(08).
001620     05  FILLER               PIC X(02)  VALUE SPACES.
001630     05  WS-LST-NAME          PIC X(20).
001640     05  FILLER               PIC X(01)  VALUE SPACE.
00164A     05  WS-LST-DEPT          PIC X(06).
00164B     05  FILLER               PIC X(02)  VALUE SPACES.
001650     05  WS-LST-BATCH         PIC X(01).
001660     05  FILLER               PIC X(05)  VALUE SPACES.
001670     05  WS-LST-RESTART       PIC X(01).
001680     05  FILLER               PIC X(05)  VALUE SPACES.
001690     05  WS-LST-DECIMAL      PIC X(01).
001700     05  FILLER               PIC X(05)  VALUE SPACES.
001710     05  WS-LST-MAINT         PIC X(01).
001720     05  FILLER               PIC X(05)  VALUE SPACES.
00172A     05  WS-LST-APPROVE       PIC X(01).
00172B     05  FILLER               PIC X(05)  VALUE SPACES.
00172H     05  WS-LST-LOCKED        PIC X(01).
00172I     05  FILLER               PIC X(04)  VALUE SPACES.
00172C     05  WS-LST-PWD-AGE       PIC X(04).
00172D     05  WS-LST-PWD-AGE-R REDEFINES WS-LST-PWD-AGE.
00172E         10  WS-LST-AGE-DAYS  PIC ZZ9.
00172F         10  WS-LST-AGE-FLAG  PIC X(01).
00172G     05  FILLER               PIC X(01)  VALUE SPACE.
001730
001740 01  WS-LST-COUNT-LINE.
001750     05  FILLER               PIC X(01)  VALUE SPACE.
001770                               VALUE "OPERATORS ON FILE: ".
001780     05  WS-LST-COUNT         PIC ZZ9.
001790     05  FILLER               PIC X(56)  VALUE SPACES.
00179A
00179B 01  WS-LST-LEGEND-LINE.
00179C     05  FILLER               PIC X(01)  VALUE SPACE.
00179D     05  FILLER               PIC X(40)  VALUE
00179E         "PWD AGE IN DAYS - * EXPIRED, TEMP SET BY".
00179F     05  FILLER               PIC X(39)  VALUE
00179G         " SECURITY, NONE NOT SET".
001800
001810 PROCEDURE DIVISION.
001820
001920         PERFORM 2000-GET-ONE-ACTION
001930             UNTIL WS-SESSION-DONE
001940         CLOSE AUDIT-FILE
001980         PERFORM 8000-PRINT-OPERATOR-LISTING
001990     END-IF.
002000     GOBACK.
002070     END-STRING.
002080     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME.
002090
00209A*----------------------------------------------------------------*
00209B*    READ THE SECURITY FILE AGAIN INTO AN EMPTY TABLE, SO THE    *
00209C*    ACTION ABOUT TO BE TAKEN STARTS FROM THE FILE AS IT IS NOW. *
00209D*----------------------------------------------------------------*
00209E 1050-RELOAD-OPERATOR-TABLE.
00209F
00209G     MOVE ZERO TO WS-OPER-COUNT.
00209H     PERFORM 1100-LOAD-OPERATOR-FILE.
00209I
002100*----------------------------------------------------------------*
002110*    LOAD THE WHOLE SECURITY FILE.  A MISSING FILE SETS THE      *
002120*    MISSING SWITCH AND THE SIGN-ON FAILS CLOSED WITH A          *
002390                 TO WS-OPER-TAB-DECIMAL (WS-OPER-COUNT)
002400             MOVE MT-OPER-MAY-MAINT-SEC
002410                 TO WS-OPER-TAB-MAINT (WS-OPER-COUNT)
0024AG             MOVE MT-OPER-MAY-APPROVE
0024AH                 TO WS-OPER-TAB-APPROVE (WS-OPER-COUNT)
00241A             IF MT-OPER-PASSWORD = SPACES
00241B                 MOVE SPACES
00241C                     TO WS-OPER-TAB-PASSWORD (WS-OPER-COUNT)
00241D             ELSE
00241E                 MOVE MT-OPER-PASSWORD
00241F                     TO WS-OPER-TAB-PASSWORD (WS-OPER-COUNT)
00241G             END-IF
00241H             IF MT-OPER-PWD-CHANGED NUMERIC
00241I                 MOVE MT-OPER-PWD-CHANGED
00241J                     TO WS-OPER-TAB-PWD-CHANGED (WS-OPER-COUNT)
00241K             ELSE
00241L                 MOVE ZERO
00241M                     TO WS-OPER-TAB-PWD-CHANGED (WS-OPER-COUNT)
00241N             END-IF
00241O             IF MT-OPER-PWD-INTERVAL NUMERIC
00241P                 MOVE MT-OPER-PWD-INTERVAL
00241Q                     TO WS-OPER-TAB-PWD-INTERVAL (WS-OPER-COUNT)
00241R             ELSE
00241S                 MOVE ZERO
00241T                     TO WS-OPER-TAB-PWD-INTERVAL (WS-OPER-COUNT)
00241U             END-IF
00241V             IF MT-OPER-FAILED-TRIES NUMERIC
00241W                 MOVE MT-OPER-FAILED-TRIES
00241X                     TO WS-OPER-TAB-FAILED (WS-OPER-COUNT)
00241Y             ELSE
00241Z                 MOVE ZERO TO WS-OPER-TAB-FAILED (WS-OPER-COUNT)
0024AA             END-IF
0024AB             IF MT-OPER-IS-LOCKED
0024AC                 MOVE "Y" TO WS-OPER-TAB-LOCKED (WS-OPER-COUNT)
0024AD             ELSE
0024AE                 MOVE "N" TO WS-OPER-TAB-LOCKED (WS-OPER-COUNT)
0024AF             END-IF
0024AI             IF MT-OPER-CHANGE-COUNT NUMERIC
0024AJ                 MOVE MT-OPER-CHANGE-COUNT
0024AK                     TO WS-OPER-TAB-CHANGES (WS-OPER-COUNT)
0024AL             ELSE
0024AM                 MOVE ZERO TO WS-OPER-TAB-CHANGES (WS-OPER-COUNT)
0024AN             END-IF
0024AO             MOVE MT-OPER-DEPT-CODE
0024AP                 TO WS-OPER-TAB-DEPT (WS-OPER-COUNT)
0024AQ             MOVE MT-OPER-MUST-CHANGE
0024AR                 TO WS-OPER-TAB-MUST-CHANGE (WS-OPER-COUNT)
002420         ELSE
002430             DISPLAY "OPERATOR TABLE FULL - RECORD DROPPED"
002440         END-IF
002700                     PERFORM 0600-WRITE-REJECT-AUDIT
002710                 ELSE
002720                     SET WS-SIGNON-OK TO TRUE
00272A                     PERFORM 0700-CHECK-PASSWORD
002730                 END-IF
002740             END-IF
002750         END-IF
002930         MOVE "R" TO MT-AUD-STATUS
002940         MOVE SPACE TO MT-AUD-ACTION
002950         MOVE SPACES TO MT-AUD-TARGET-ID
00295A         MOVE SPACES TO MT-AUD-SET-NAME
00295B         MOVE ZERO TO MT-AUD-EFF-FROM
002960         WRITE MT-AUD-RECORD
002970         CLOSE AUDIT-FILE
002980     END-IF.
002990
00299A*----------------------------------------------------------------*
00299B*    PASSWORD - THE ID CARRIES THE MAINT FLAG; PROGRAM17 PROMPTS *
00299C*    FOR THE PASSWORD, FORCES A CHANGE WHEN IT HAS EXPIRED AND   *
00299D*    LOCKS THE ID AFTER TOO MANY BAD TRIES.  PROGRAM17 UPDATES   *
00299E*    OPERSEC ITSELF, SO A GOOD SIGN-ON RELOADS THE TABLE BEFORE  *
00299F*    ANY MAINTENANCE IS DONE AGAINST IT.                         *
00299G*----------------------------------------------------------------*
00299H 0700-CHECK-PASSWORD.
00299I
00299J     MOVE "S" TO MT-SGNP-FUNCTION.
00299K     MOVE WS-SIGNON-ID TO MT-SGNP-OPER-ID.
00299L     CALL "Program17" USING MT-SGNP-PARMS.
00299M     IF MT-SGNP-SIGNED-ON
00299O         PERFORM 1050-RELOAD-OPERATOR-TABLE
00299P     ELSE
00299Q         MOVE "N" TO WS-SIGNON-OK-SW
00299R         DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
00299S         PERFORM 0600-WRITE-REJECT-AUDIT
00299T     END-IF.
00299U
003000 1200-OPEN-AUDIT-FILE.
003010
003020     OPEN EXTEND AUDIT-FILE.
003050     END-IF.
003060
003070*----------------------------------------------------------------*
003080*    ONE PASS AROUND THE MAINTENANCE MENU.  THE TABLE IS READ    *
003085*    AGAIN FIRST, SO CHANGES FILED BY OTHER SESSIONS ARE SEEN.   *
003090*----------------------------------------------------------------*
003100 2000-GET-ONE-ACTION.
003110
003130     DISPLAY "  A - ADD AN OPERATOR".
003140     DISPLAY "  C - CHANGE AN OPERATOR".
003150     DISPLAY "  R - REVOKE AN OPERATOR".
00315A     DISPLAY "  U - UNLOCK / RESET PASSWORD".
003160     DISPLAY "  L - LIST OPERATORS".
003170     DISPLAY "  X - END SESSION".
003180     DISPLAY "ENTER CHOICE: ".
003190     ACCEPT WS-MNT-CHOICE.
003195     PERFORM 1050-RELOAD-OPERATOR-TABLE.
003200     IF WS-MNT-CHOICE = "A" OR WS-MNT-CHOICE = "a"
003210         PERFORM 3000-ADD-OPERATOR
003220     ELSE
003260             IF WS-MNT-CHOICE = "R" OR WS-MNT-CHOICE = "r"
003270                 PERFORM 5000-REVOKE-OPERATOR
003280             ELSE
003290                 IF WS-MNT-CHOICE = "U" OR WS-MNT-CHOICE = "u"
003300                     PERFORM 5500-UNLOCK-OPERATOR
003310                 ELSE
003320                     IF WS-MNT-CHOICE = "L" OR WS-MNT-CHOICE = "l"
003330                         PERFORM 6000-DISPLAY-OPERATORS
003340                     ELSE
003350                         IF WS-MNT-CHOICE = "X"
003360                             OR WS-MNT-CHOICE = "x"
003370                             SET WS-SESSION-DONE TO TRUE
003380                         ELSE
003390                             DISPLAY "INVALID CHOICE"
00339A                         END-IF
00339B                     END-IF
00339C                 END-IF
00339D             END-IF
00339E         END-IF
003400     END-IF.
003410
003420*----------------------------------------------------------------*
003830                 ACCEPT WS-MNT-NAME
003840                 MOVE WS-MNT-NAME
003850                     TO WS-OPER-TAB-NAME (WS-OPER-FOUND)
00385A                 DISPLAY "ENTER DEPARTMENT / COST CENTER: "
00385B                 ACCEPT WS-MNT-DEPT
00385C                 MOVE WS-MNT-DEPT
00385D                     TO WS-OPER-TAB-DEPT (WS-OPER-FOUND)
003860                 PERFORM 3100-ACCEPT-ALL-PERMISSIONS
00386A                 PERFORM 3200-ACCEPT-PASSWORD-INTERVAL
00386B                 PERFORM 3300-SET-TEMPORARY-PASSWORD
00386C                 PERFORM 7300-ADD-ONE-OPERATOR
00386D                 IF WS-UPDATE-DONE
003870                     MOVE "A" TO WS-AUD-ACTION-WORK
003880                     PERFORM 6500-WRITE-MAINT-AUDIT
003900                     DISPLAY "OPERATOR ", WS-MNT-ID, " ADDED"
003905                 END-IF
003910             END-IF
003920         END-IF
003930     END-IF.
004100     ACCEPT WS-MNT-FLAG.
004110     PERFORM 9100-EDIT-YES-NO.
004120     MOVE WS-MNT-FLAG TO WS-OPER-TAB-MAINT (WS-OPER-FOUND).
00412A     DISPLAY "MAY APPROVE CATALOG CHANGES (Y/N): ".
00412B     ACCEPT WS-MNT-FLAG.
00412C     PERFORM 9100-EDIT-YES-NO.
00412D     MOVE WS-MNT-FLAG TO WS-OPER-TAB-APPROVE (WS-OPER-FOUND).
004130
00413A*----------------------------------------------------------------*
00413B*    FORCED-CHANGE INTERVAL - BLANK OR ZERO FILES ZERO, WHICH    *
00413C*    TAKES THE STANDARD 90 DAYS AT SIGN-ON.                      *
00413D*----------------------------------------------------------------*
00413E 3200-ACCEPT-PASSWORD-INTERVAL.
00413F
00413G     DISPLAY "PASSWORD CHANGE INTERVAL IN DAYS (BLANK = 90): ".
00413H     ACCEPT WS-MNT-INTERVAL-X.
00413I     IF WS-MNT-INTERVAL-9 NUMERIC
00413J         MOVE WS-MNT-INTERVAL-9
00413K             TO WS-OPER-TAB-PWD-INTERVAL (WS-OPER-FOUND)
00413L     ELSE
00413M         MOVE ZERO TO WS-OPER-TAB-PWD-INTERVAL (WS-OPER-FOUND)
00413N     END-IF.
00413O
00413P*----------------------------------------------------------------*
00413Q*    TEMPORARY PASSWORD - SET BY SECURITY ON ADD AND ON UNLOCK.  *
00413R*    IT IS FILED ENCODED WITH A ZERO LAST-CHANGED DATE AND THE   *
00413S*    MUST-CHANGE FLAG SET, SO THE OPERATOR MUST CHANGE IT AT THE *
00413T*    NEXT SIGN-ON.  THE BAD-TRY COUNT IS CLEARED AND THE ID      *
0041AX*    UNLOCKED.  LIKE ANY PASSWORD IT IS 6 TO 8 CHARACTERS WITH   *
0041AY*    NO SPACE ANYWHERE IN IT.                                    *
00413U*----------------------------------------------------------------*
00413V 3300-SET-TEMPORARY-PASSWORD.
00413W
00413X     MOVE "N" TO WS-MNT-PWD-OK-SW.
00413Y     PERFORM 3350-ACCEPT-TEMPORARY-PASSWORD
00413Z         UNTIL WS-MNT-PWD-OK.
0041AA     MOVE "E" TO MT-SGNP-FUNCTION.
0041AB     MOVE WS-OPER-TAB-ID (WS-OPER-FOUND) TO MT-SGNP-OPER-ID.
0041AC     MOVE WS-MNT-PASSWORD TO MT-SGNP-PASSWORD.
0041AD     CALL "Program17" USING MT-SGNP-PARMS.
0041AE     MOVE MT-SGNP-PASSWORD-CODE
0041AF         TO WS-OPER-TAB-PASSWORD (WS-OPER-FOUND).
0041AG     MOVE ZERO TO WS-OPER-TAB-PWD-CHANGED (WS-OPER-FOUND).
0041AH     MOVE ZERO TO WS-OPER-TAB-FAILED (WS-OPER-FOUND).
0041AI     MOVE "N" TO WS-OPER-TAB-LOCKED (WS-OPER-FOUND).
0041AZ     MOVE "Y" TO WS-OPER-TAB-MUST-CHANGE (WS-OPER-FOUND).
0041AJ
0041AK 3350-ACCEPT-TEMPORARY-PASSWORD.
0041AL
0041AM     DISPLAY "ENTER TEMPORARY PASSWORD (6 TO 8 CHARACTERS): ".
0041AN     ACCEPT WS-MNT-PASSWORD.
0041AO     MOVE ZERO TO WS-MNT-PWD-LENGTH.
0041BA     INSPECT WS-MNT-PASSWORD
0041BB         TALLYING WS-MNT-PWD-LENGTH FOR CHARACTERS
0041BC             BEFORE INITIAL SPACE.
0041BD     MOVE ZERO TO WS-MNT-PWD-BLANKS.
0041AP     INSPECT WS-MNT-PASSWORD
0041AQ         TALLYING WS-MNT-PWD-BLANKS FOR ALL SPACES.
0041BE     IF WS-MNT-PWD-LENGTH + WS-MNT-PWD-BLANKS < 8
0041BG         DISPLAY "PASSWORD MAY NOT CONTAIN SPACES"
0041BH     ELSE
0041AR         IF WS-MNT-PWD-LENGTH < 6
0041AS             DISPLAY "PASSWORD MUST BE AT LEAST 6 CHARACTERS"
0041AT         ELSE
0041AU             SET WS-MNT-PWD-OK TO TRUE
0041BI         END-IF
0041AV     END-IF.
0041AW
004140*----------------------------------------------------------------*
004150*    CHANGE - EACH PERMISSION IS PROMPTED FOR AGAIN; A BLANK     *
004160*    ANSWER KEEPS THE CURRENT VALUE.                             *
004270             WS-OPER-TAB-BATCH (WS-OPER-FOUND),
004280             " RESTART ", WS-OPER-TAB-RESTART (WS-OPER-FOUND),
004290             " DECIMAL ", WS-OPER-TAB-DECIMAL (WS-OPER-FOUND),
004300             " MAINT ", WS-OPER-TAB-MAINT (WS-OPER-FOUND),
00430C             " APPROVE ", WS-OPER-TAB-APPROVE (WS-OPER-FOUND),
00430A             " INTERVAL ",
00430B             WS-OPER-TAB-PWD-INTERVAL (WS-OPER-FOUND),
00430D             " DEPT ", WS-OPER-TAB-DEPT (WS-OPER-FOUND)
004310         DISPLAY "ENTER NAME (BLANK KEEPS CURRENT): "
004320         ACCEPT WS-MNT-NAME
004330         IF WS-MNT-NAME NOT = SPACES
004340             MOVE WS-MNT-NAME
004350                 TO WS-OPER-TAB-NAME (WS-OPER-FOUND)
004360         END-IF
00436A         DISPLAY "ENTER DEPARTMENT / COST CENTER ",
00436B             "(BLANK KEEPS CURRENT): "
00436C         ACCEPT WS-MNT-DEPT
00436D         IF WS-MNT-DEPT NOT = SPACES
00436E             MOVE WS-MNT-DEPT
00436F                 TO WS-OPER-TAB-DEPT (WS-OPER-FOUND)
00436G         END-IF
004370         DISPLAY "MAY RUN BATCH (Y/N, BLANK KEEPS): "
004380         ACCEPT WS-MNT-FLAG
004390         IF WS-MNT-FLAG NOT = SPACE
004620             MOVE WS-MNT-FLAG
004630                 TO WS-OPER-TAB-MAINT (WS-OPER-FOUND)
004640         END-IF
00464L         DISPLAY "MAY APPROVE CATALOG CHANGES ",
00464S             "(Y/N, BLANK KEEPS): "
00464M         ACCEPT WS-MNT-FLAG
00464N         IF WS-MNT-FLAG NOT = SPACE
00464O             PERFORM 9100-EDIT-YES-NO
00464P             MOVE WS-MNT-FLAG
00464Q                 TO WS-OPER-TAB-APPROVE (WS-OPER-FOUND)
00464R         END-IF
00464A         DISPLAY "PASSWORD CHANGE INTERVAL (0 = 90 DAYS, ",
00464B             "BLANK KEEPS): "
00464C         ACCEPT WS-MNT-INTERVAL-X
00464D         IF WS-MNT-INTERVAL-X NOT = SPACES
00464E             IF WS-MNT-INTERVAL-9 NUMERIC
00464F                 MOVE WS-MNT-INTERVAL-9
00464G                     TO WS-OPER-TAB-PWD-INTERVAL (WS-OPER-FOUND)
00464H             ELSE
00464I                 DISPLAY "NOT NUMERIC - KEPT"
00464J             END-IF
00464K         END-IF
004645         PERFORM 7000-REWRITE-ONE-OPERATOR
004646         IF WS-UPDATE-DONE
004650             MOVE "C" TO WS-AUD-ACTION-WORK
004660             PERFORM 6500-WRITE-MAINT-AUDIT
004680             DISPLAY "OPERATOR ", WS-MNT-ID, " CHANGED"
004685         END-IF
004690     END-IF.
004700
004710*----------------------------------------------------------------*
004840         IF WS-OPER-FOUND = ZERO
004850             DISPLAY "OPERATOR ", WS-MNT-ID, " NOT ON FILE"
004860         ELSE
004870             PERFORM 7400-REVOKE-ONE-OPERATOR
004880             IF WS-UPDATE-DONE
004910                 MOVE "V" TO WS-AUD-ACTION-WORK
004920                 PERFORM 6500-WRITE-MAINT-AUDIT
004940                 DISPLAY "OPERATOR ", WS-MNT-ID, " REVOKED"
004945             END-IF
004950         END-IF
004960     END-IF.
004970
00502A*----------------------------------------------------------------*
00502B*    UNLOCK / RESET - CLEARS THE LOCK AND THE BAD-TRY COUNT AND  *
00502C*    FILES A NEW TEMPORARY PASSWORD THE OPERATOR MUST CHANGE AT  *
00502D*    THE NEXT SIGN-ON.  ALSO USED WHEN AN OPERATOR HAS FORGOTTEN *
00502E*    A PASSWORD.  THE SIGNED-ON OPERATOR CHANGES THEIR OWN       *
00502F*    PASSWORD AT SIGN-ON, NOT HERE.                              *
00502G*----------------------------------------------------------------*
00502H 5500-UNLOCK-OPERATOR.
00502I
00502J     DISPLAY "ENTER OPERATOR ID TO UNLOCK / RESET: ".
00502K     ACCEPT WS-MNT-ID.
00502L     IF WS-MNT-ID = WS-SIGNON-ID
00502M         DISPLAY "MAY NOT RESET THE SIGNED-ON OPERATOR"
00502N     ELSE
00502O         PERFORM 2500-FIND-OPERATOR
00502P         IF WS-OPER-FOUND = ZERO
00502Q             DISPLAY "OPERATOR ", WS-MNT-ID, " NOT ON FILE"
00502R         ELSE
00502S             PERFORM 3300-SET-TEMPORARY-PASSWORD
00502T             PERFORM 7000-REWRITE-ONE-OPERATOR
00502U             IF WS-UPDATE-DONE
00502V                 MOVE "U" TO WS-AUD-ACTION-WORK
00502W                 PERFORM 6500-WRITE-MAINT-AUDIT
00502X                 DISPLAY "OPERATOR ", WS-MNT-ID, " UNLOCKED",
00502Y                     " - PASSWORD MUST BE CHANGED AT SIGN-ON"
005030             END-IF
00502Y         END-IF
00502Z     END-IF.
0050AA
005030 6000-DISPLAY-OPERATORS.
005040
005050     PERFORM 6100-DISPLAY-ONE-OPERATOR
005140         " BATCH ", WS-OPER-TAB-BATCH (WS-OPER-IDX),
005150         " RESTART ", WS-OPER-TAB-RESTART (WS-OPER-IDX),
005160         " DECIMAL ", WS-OPER-TAB-DECIMAL (WS-OPER-IDX),
005170         " MAINT ", WS-OPER-TAB-MAINT (WS-OPER-IDX),
00517B         " APPROVE ", WS-OPER-TAB-APPROVE (WS-OPER-IDX),
00517A         " LOCKED ", WS-OPER-TAB-LOCKED (WS-OPER-IDX),
00517C         " DEPT ", WS-OPER-TAB-DEPT (WS-OPER-IDX).
005180
005190*----------------------------------------------------------------*
005200*    ONE AUDIT RECORD PER ADD/CHANGE/REVOKE/UNLOCK - WHO MADE    *
005210*    CHANGE, WHEN, WHAT ACTION AND WHICH OPERATOR IT TOUCHED.    *
005212*    THE TIME IS RE-ACCEPTED PER ACTION SO EVERY ACTION OF A     *
005214*    SESSION CARRIES ITS OWN STAMP AND KEYS APART ON THE KEYED   *
005340     MOVE "A" TO MT-AUD-STATUS.
005350     MOVE WS-AUD-ACTION-WORK TO MT-AUD-ACTION.
005360     MOVE WS-MNT-ID TO MT-AUD-TARGET-ID.
00536A     MOVE SPACES TO MT-AUD-SET-NAME.
00536B     MOVE ZERO TO MT-AUD-EFF-FROM.
005370     WRITE MT-AUD-RECORD.
005380
00538A*----------------------------------------------------------------*
00538B*    CHANGE ONE OPERATOR (WS-OPER-FOUND) IN PLACE - OPEN I-O,    *
00538C*    FIND THE RECORD, REWRITE IT - THE WAY PROGRAM17 UPDATES IT  *
00538D*    AT SIGN-ON.  THE RECORD MUST STILL CARRY THE CHANGE COUNT   *
00538E*    IT HAD WHEN THIS ACTION READ IT; IF NOT, SOMEONE ELSE HAS   *
00538F*    CHANGED IT SINCE AND THE CHANGE IS REFUSED RATHER THAN      *
00538G*    OVERLAY THEIRS.  ONLY THE FIELDS THIS SCREEN MAINTAINS ARE  *
00538H*    MOVED, SO THE REST OF THE RECORD IS KEPT AS IT IS ON FILE.  *
0053HZ*    THE OPERSEC RUN LOCK IS HELD FROM THE READ TO THE REWRITE.  *
00538I*----------------------------------------------------------------*
00538J 7000-REWRITE-ONE-OPERATOR.
00538K
00538L     MOVE "N" TO WS-UPDATE-DONE-SW.
0053IA     PERFORM 7800-TAKE-OPERSEC-LOCK.
0053IB     IF WS-OPERSEC-LOCKED
0053IC         PERFORM 7010-REWRITE-OPERATOR-RECORD
0053ID         PERFORM 7850-GIVE-BACK-OPERSEC-LOCK
0053IE     END-IF.
0053IF
0053IG 7010-REWRITE-OPERATOR-RECORD.
0053IH
00538M     MOVE "N" TO WS-OPER-EOF-SW.
00538N     MOVE "N" TO WS-REC-FOUND-SW.
00538O     OPEN I-O OPERATOR-SEC-FILE.
00538P     IF WS-OPER-FILE-STATUS NOT = "00"
00538Q         DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
00538R             WS-OPER-FILE-STATUS, " - NOTHING CHANGED"
00538S     ELSE
00538T         PERFORM 7050-FIND-OPERATOR-RECORD
00538U             UNTIL WS-REC-FOUND OR WS-OPER-EOF
00538V         IF NOT WS-REC-FOUND
00538W             DISPLAY "OPERATOR ", WS-MNT-ID,
00538X                 " WAS REVOKED BY ANOTHER SESSION",
00538Y                 " - CHANGE REFUSED"
00538Z         ELSE
0053AA             IF WS-FILE-CHANGES
0053AB                 NOT = WS-OPER-TAB-CHANGES (WS-OPER-FOUND)
0053AC                 PERFORM 7900-REFUSE-STALE-CHANGE
0053AD             ELSE
0053AE                 PERFORM 7100-MOVE-ENTRY-TO-RECORD
0053AF                 PERFORM 7150-ADD-TO-CHANGE-COUNT
0053AG                 REWRITE MT-OPER-RECORD
0053AH                 IF WS-OPER-FILE-STATUS = "00"
0053AI                     SET WS-UPDATE-DONE TO TRUE
0053AJ                 ELSE
0053AK                     DISPLAY "OPERSEC REWRITE FAILED - STATUS ",
0053AL                         WS-OPER-FILE-STATUS
0053AM                 END-IF
0053AN             END-IF
0053AO         END-IF
0053AP         CLOSE OPERATOR-SEC-FILE
0053AQ     END-IF.
0053AR
0053AS*----------------------------------------------------------------*
0053AT*    READ ON TO WS-MNT-ID, NOTING ITS CHANGE COUNT AS ON FILE    *
0053AU*    (AN OLD-LAYOUT RECORD, WITH SPACES THERE, COUNTS ZERO).     *
0053AV*----------------------------------------------------------------*
0053AW 7050-FIND-OPERATOR-RECORD.
0053AX
0053AY     READ OPERATOR-SEC-FILE
0053AZ         AT END
0053BA             SET WS-OPER-EOF TO TRUE
0053BB         NOT AT END
0053BC             IF MT-OPER-ID = WS-MNT-ID
0053BD                 SET WS-REC-FOUND TO TRUE
0053BE                 PERFORM 7060-NOTE-FILE-CHANGES
0053BF             END-IF
0053BG     END-READ.
0053BH
0053BI 7060-NOTE-FILE-CHANGES.
0053BJ
0053BK     IF MT-OPER-CHANGE-COUNT NUMERIC
0053BL         MOVE MT-OPER-CHANGE-COUNT TO WS-FILE-CHANGES
0053BM     ELSE
0053BN         MOVE ZERO TO WS-FILE-CHANGES
0053BO     END-IF.
0053BP
0053BQ 7100-MOVE-ENTRY-TO-RECORD.
0053BR
0053BS     MOVE WS-OPER-TAB-ID (WS-OPER-FOUND) TO MT-OPER-ID.
0053BT     MOVE WS-OPER-TAB-NAME (WS-OPER-FOUND) TO MT-OPER-NAME.
0053BU     MOVE WS-OPER-TAB-BATCH (WS-OPER-FOUND)
0053BV         TO MT-OPER-MAY-RUN-BATCH.
0053BW     MOVE WS-OPER-TAB-RESTART (WS-OPER-FOUND)
0053BX         TO MT-OPER-MAY-RESTART.
0053BY     MOVE WS-OPER-TAB-DECIMAL (WS-OPER-FOUND)
0053BZ         TO MT-OPER-MAY-RUN-DECIMAL.
0053CA     MOVE WS-OPER-TAB-MAINT (WS-OPER-FOUND)
0053CB         TO MT-OPER-MAY-MAINT-SEC.
0053CC     MOVE WS-OPER-TAB-PASSWORD (WS-OPER-FOUND)
0053CD         TO MT-OPER-PASSWORD.
0053CE     MOVE WS-OPER-TAB-PWD-CHANGED (WS-OPER-FOUND)
0053CF         TO MT-OPER-PWD-CHANGED.
0053CG     MOVE WS-OPER-TAB-PWD-INTERVAL (WS-OPER-FOUND)
0053CH         TO MT-OPER-PWD-INTERVAL.
0053CI     MOVE WS-OPER-TAB-FAILED (WS-OPER-FOUND)
0053CJ         TO MT-OPER-FAILED-TRIES.
0053CK     MOVE WS-OPER-TAB-LOCKED (WS-OPER-FOUND) TO MT-OPER-LOCKED.
0053CL     MOVE WS-OPER-TAB-APPROVE (WS-OPER-FOUND)
0053CM         TO MT-OPER-MAY-APPROVE.
0053HW     MOVE WS-OPER-TAB-DEPT (WS-OPER-FOUND) TO MT-OPER-DEPT-CODE.
0053HX     MOVE WS-OPER-TAB-MUST-CHANGE (WS-OPER-FOUND)
0053HY         TO MT-OPER-MUST-CHANGE.
0053CN
0053CO 7150-ADD-TO-CHANGE-COUNT.
0053CP
0053CQ     IF WS-FILE-CHANGES = 99999
0053CR         MOVE 1 TO MT-OPER-CHANGE-COUNT
0053CS     ELSE
0053CT         ADD 1 TO WS-FILE-CHANGES GIVING MT-OPER-CHANGE-COUNT
0053CU     END-IF.
0053CV
0053CW*----------------------------------------------------------------*
0053CX*    ADD ONE OPERATOR (WS-OPER-FOUND) ON THE END OF THE FILE.    *
0053CY*    THE ID IS LOOKED FOR ON THE FILE FIRST - ANOTHER SESSION    *
0053CZ*    MAY HAVE ADDED IT SINCE THIS ACTION READ THE FILE.  THE     *
0053II*    OPERSEC RUN LOCK IS HELD FROM THAT LOOK TO THE WRITE.       *
0053DA*----------------------------------------------------------------*
0053DB 7300-ADD-ONE-OPERATOR.
0053DC
0053DD     MOVE "N" TO WS-UPDATE-DONE-SW.
0053IJ     PERFORM 7800-TAKE-OPERSEC-LOCK.
0053IK     IF WS-OPERSEC-LOCKED
0053IL         PERFORM 7310-ADD-OPERATOR-RECORD
0053IM         PERFORM 7850-GIVE-BACK-OPERSEC-LOCK
0053IN     END-IF.
0053IO
0053IP 7310-ADD-OPERATOR-RECORD.
0053IQ
0053DE     MOVE "N" TO WS-OPER-EOF-SW.
0053DF     MOVE "N" TO WS-REC-FOUND-SW.
0053DG     OPEN INPUT OPERATOR-SEC-FILE.
0053DH     IF WS-OPER-FILE-STATUS NOT = "00"
0053DI         DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
0053DJ             WS-OPER-FILE-STATUS, " - NOTHING ADDED"
0053DK     ELSE
0053DL         PERFORM 7050-FIND-OPERATOR-RECORD
0053DM             UNTIL WS-REC-FOUND OR WS-OPER-EOF
0053DN         CLOSE OPERATOR-SEC-FILE
0053DO         IF WS-REC-FOUND
0053DP             DISPLAY "OPERATOR ", WS-MNT-ID,
0053DQ                 " WAS ADDED BY ANOTHER SESSION - ADD REFUSED"
0053DR         ELSE
0053DS             PERFORM 7350-WRITE-NEW-OPERATOR
0053DT         END-IF
0053DU     END-IF.
0053DV
0053DW 7350-WRITE-NEW-OPERATOR.
0053DX
0053DY     OPEN EXTEND OPERATOR-SEC-FILE.
0053DZ     IF WS-OPER-FILE-STATUS = "00"
0053EA         MOVE SPACES TO MT-OPER-RECORD
0053EB         PERFORM 7100-MOVE-ENTRY-TO-RECORD
0053EC         MOVE 1 TO MT-OPER-CHANGE-COUNT
0053ED         WRITE MT-OPER-RECORD
0053EE         IF WS-OPER-FILE-STATUS = "00"
0053EF             SET WS-UPDATE-DONE TO TRUE
0053EG         END-IF
0053EH         CLOSE OPERATOR-SEC-FILE
0053EI     END-IF.
0053EJ     IF NOT WS-UPDATE-DONE
0053EK         DISPLAY "OPERSEC ADD FAILED - STATUS ",
0053EL             WS-OPER-FILE-STATUS
0053EM     END-IF.
0053EN
0053EO*----------------------------------------------------------------*
0053EP*    REVOKE ONE OPERATOR (WS-MNT-ID).  A SEQUENTIAL FILE CANNOT  *
0053EQ*    LOSE A RECORD IN PLACE, SO EVERY OTHER RECORD IS READ AS IT *
0053ER*    IS ON FILE NOW AND COPIED STRAIGHT BACK WITHOUT IT.  THE    *
0053ES*    REVOKED RECORD MUST STILL CARRY THE CHANGE COUNT IT HAD     *
0053ET*    WHEN THIS ACTION READ IT.  THE OPERSEC RUN LOCK IS HELD     *
0053IR*    FROM THE READ TO THE END OF THE COPY BACK.                  *
0053EU*----------------------------------------------------------------*
0053EV 7400-REVOKE-ONE-OPERATOR.
0053EW
0053EX     MOVE "N" TO WS-UPDATE-DONE-SW.
0053IS     PERFORM 7800-TAKE-OPERSEC-LOCK.
0053IT     IF WS-OPERSEC-LOCKED
0053IU         PERFORM 7410-REVOKE-OPERATOR-RECORD
0053IV         PERFORM 7850-GIVE-BACK-OPERSEC-LOCK
0053IW     END-IF.
0053IX
0053IY 7410-REVOKE-OPERATOR-RECORD.
0053IZ
0053EY     MOVE "N" TO WS-OPER-EOF-SW.
0053EZ     MOVE "N" TO WS-REC-FOUND-SW.
0053FA     MOVE "N" TO WS-KEEP-FULL-SW.
0053FB     MOVE ZERO TO WS-KEEP-COUNT.
0053FC     OPEN INPUT OPERATOR-SEC-FILE.
0053FD     IF WS-OPER-FILE-STATUS NOT = "00"
0053FE         DISPLAY "OPERSEC NOT AVAILABLE - STATUS ",
0053FF             WS-OPER-FILE-STATUS, " - NOTHING REVOKED"
0053FG     ELSE
0053FH         PERFORM 7450-KEEP-ONE-OPERATOR
0053FI             UNTIL WS-OPER-EOF
0053FJ         CLOSE OPERATOR-SEC-FILE
0053FK         IF NOT WS-REC-FOUND
0053FL             DISPLAY "OPERATOR ", WS-MNT-ID,
0053FM                 " WAS REVOKED BY ANOTHER SESSION"
0053FN         ELSE
0053FO             IF WS-FILE-CHANGES
0053FP                 NOT = WS-OPER-TAB-CHANGES (WS-OPER-FOUND)
0053FQ                 PERFORM 7900-REFUSE-STALE-CHANGE
0053FR             ELSE
0053FS                 IF WS-KEEP-FULL
0053FT                     DISPLAY "OPERSEC HAS MORE THAN 200 RECORDS",
0053FU                         " - REVOKE REFUSED"
0053FV                 ELSE
0053FW                     PERFORM 7500-COPY-KEPT-OPERATORS
0053FX                 END-IF
0053FY             END-IF
0053FZ         END-IF
0053GA     END-IF.
0053GB
0053GC 7450-KEEP-ONE-OPERATOR.
0053GD
0053GE     READ OPERATOR-SEC-FILE
0053GF         AT END
0053GG             SET WS-OPER-EOF TO TRUE
0053GH         NOT AT END
0053GI             IF MT-OPER-ID = WS-MNT-ID
0053GJ                 SET WS-REC-FOUND TO TRUE
0053GK                 PERFORM 7060-NOTE-FILE-CHANGES
0053GL             ELSE
0053GM                 IF WS-KEEP-COUNT < 200
0053GN                     ADD 1 TO WS-KEEP-COUNT
0053GO                     MOVE MT-OPER-RECORD
0053GP                         TO WS-KEEP-RECORD (WS-KEEP-COUNT)
0053GQ                 ELSE
0053GR                     SET WS-KEEP-FULL TO TRUE
0053GS                 END-IF
0053GT             END-IF
0053GU     END-READ.
0053GV
0053GW 7500-COPY-KEPT-OPERATORS.
0053GX
0053GY     OPEN OUTPUT OPERATOR-SEC-FILE.
0053GZ     IF WS-OPER-FILE-STATUS = "00"
0053HA         PERFORM 7550-WRITE-ONE-KEPT-OPERATOR
0053HB             VARYING WS-KEEP-IDX FROM 1 BY 1
0053HC             UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
0053HD         CLOSE OPERATOR-SEC-FILE
0053HE         SET WS-UPDATE-DONE TO TRUE
0053HF     ELSE
0053HG         DISPLAY "OPERSEC REWRITE FAILED - STATUS ",
0053HH             WS-OPER-FILE-STATUS
0053HI     END-IF.
0053HJ
0053HK 7550-WRITE-ONE-KEPT-OPERATOR.
0053HL
0053HM     MOVE WS-KEEP-RECORD (WS-KEEP-IDX) TO MT-OPER-RECORD.
0053HN     WRITE MT-OPER-RECORD.
0053HO
0053JA*----------------------------------------------------------------*
0053JB*    THE SECURITY FILE'S RUN LOCK (PROGRAM23), TAKEN FOR EACH    *
0053JC*    ACTION THAT WRITES OPERSEC AND GIVEN BACK AS SOON AS IT IS  *
0053JD*    FILED OR REFUSED.  WHILE ANOTHER SESSION OR THE PASSWORD    *
0053JE*    SEED UTILITY HOLDS IT, THE ACTION IS REFUSED.               *
0053JF*----------------------------------------------------------------*
0053JG 7800-TAKE-OPERSEC-LOCK.
0053JH
0053JI     MOVE "N" TO WS-OPERSEC-LOCK-SW.
0053JJ     MOVE "A" TO MT-LOKP-FUNCTION.
0053JK     MOVE "OPERSEC" TO MT-LOKP-LOCK-NAME.
0053JL     MOVE "PROGRAM8" TO MT-LOKP-PROGRAM.
0053JM     MOVE WS-SIGNON-ID TO MT-LOKP-OPERATOR-ID.
0053JN     CALL "Program23" USING MT-LOKP-PARMS.
0053JO     IF MT-LOKP-REFUSED
0053JP         DISPLAY "SECURITY FILE IN USE BY ",
0053JQ             MT-LOKP-HOLDER-PROGRAM,
0053JR             " FOR OPERATOR ", MT-LOKP-HOLDER-OPERATOR,
0053JS             " SINCE ", MT-LOKP-HELD-HHMM
0053JT         DISPLAY "NOTHING FILED - CHOOSE THE ACTION AGAIN SHORTLY"
0053JU     ELSE
0053JV         SET WS-OPERSEC-LOCKED TO TRUE
0053JW     END-IF.
0053JX
0053JY 7850-GIVE-BACK-OPERSEC-LOCK.
0053JZ
0053K0     MOVE "R" TO MT-LOKP-FUNCTION.
0053K1     CALL "Program23" USING MT-LOKP-PARMS.
0053K2     MOVE "N" TO WS-OPERSEC-LOCK-SW.
0053K3
0053HP 7900-REFUSE-STALE-CHANGE.
0053HQ
0053HR     DISPLAY "OPERATOR ", WS-MNT-ID, " WAS CHANGED BY ANOTHER",
0053HS         " SESSION SINCE IT WAS READ - NOTHING FILED".
0053HT     DISPLAY "CHOOSE THE ACTION AGAIN TO SEE THE RECORD AS IT",
0053HU         " IS NOW".
0053HV
005700*----------------------------------------------------------------*
005710*    PRINTED LISTING OF EVERY OPERATOR AND THE CURRENT           *
005720*    PERMISSION FLAGS, LOCK STATUS AND PASSWORD AGE, IN THE      *
00572A*    PROGRAM1 REPORT HEADING STYLE.                              *
005730*----------------------------------------------------------------*
005740 8000-PRINT-OPERATOR-LISTING.
005750
005830     END-IF.
005840     MOVE WS-OPER-COUNT TO WS-LST-COUNT.
005850     WRITE PRINT-RECORD FROM WS-LST-COUNT-LINE.
00585A     WRITE PRINT-RECORD FROM WS-LST-LEGEND-LINE.
005860     CLOSE PRINT-FILE.
005870
005880 8100-WRITE-LISTING-HEADERS.
006220     MOVE WS-OPER-TAB-RESTART (WS-OPER-IDX) TO WS-LST-RESTART.
006230     MOVE WS-OPER-TAB-DECIMAL (WS-OPER-IDX) TO WS-LST-DECIMAL.
006240     MOVE WS-OPER-TAB-MAINT (WS-OPER-IDX) TO WS-LST-MAINT.
00624C     MOVE WS-OPER-TAB-APPROVE (WS-OPER-IDX) TO WS-LST-APPROVE.
00624A     MOVE WS-OPER-TAB-LOCKED (WS-OPER-IDX) TO WS-LST-LOCKED.
00624D     MOVE WS-OPER-TAB-DEPT (WS-OPER-IDX) TO WS-LST-DEPT.
00624B     PERFORM 8300-FORMAT-PASSWORD-AGE.
006250     WRITE PRINT-RECORD FROM WS-LST-DETAIL-LINE.
006260     ADD 1 TO WS-LINE-COUNT.
006270
00627A 8300-FORMAT-PASSWORD-AGE.
00627B
00627C     IF WS-OPER-TAB-PASSWORD (WS-OPER-IDX) = SPACES
00627D         MOVE "NONE" TO WS-LST-PWD-AGE
00627E     ELSE
00627F         IF WS-OPER-TAB-PWD-CHANGED (WS-OPER-IDX) = ZERO
00627X             OR WS-OPER-TAB-MUST-CHANGE (WS-OPER-IDX) = "Y"
00627G             MOVE "TEMP" TO WS-LST-PWD-AGE
00627H         ELSE
00627I             MOVE "A" TO MT-SGNP-FUNCTION
00627J             MOVE WS-OPER-TAB-PWD-CHANGED (WS-OPER-IDX)
00627K                 TO MT-SGNP-PWD-CHANGED
00627L             MOVE WS-OPER-TAB-PWD-INTERVAL (WS-OPER-IDX)
00627M                 TO MT-SGNP-PWD-INTERVAL
00627N             CALL "Program17" USING MT-SGNP-PARMS
00627O             MOVE MT-SGNP-PWD-AGE TO WS-LST-AGE-DAYS
00627P             IF MT-SGNP-PWD-EXPIRED
00627Q                 MOVE "*" TO WS-LST-AGE-FLAG
00627R             ELSE
00627S                 MOVE SPACE TO WS-LST-AGE-FLAG
00627T             END-IF
00627U         END-IF
00627V     END-IF.
00627W
006280 9100-EDIT-YES-NO.
006290
006300     IF WS-MNT-FLAG = "Y" OR WS-MNT-FLAG = "y"
