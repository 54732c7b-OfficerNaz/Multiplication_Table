000230*                  INSTEAD OF SOMEONE RE-KEYING THE PARMFILE     *
000240*                  DECK EVERY NIGHT.  THIS SCREEN LETS AN        *
000250*                  OPERATOR WITH THE MAY-RUN-BATCH PERMISSION    *
000260*                  PROPOSE CATALOG ADDS, CHANGES AND REMOVALS,   *
00026A*                  AND AN OPERATOR WITH THE MAY-APPROVE          *
00026B*                  PERMISSION APPROVE OR REJECT THEM.  THE       *
000270*                  RESTART ROW AND RERUN FLAG ARE RUN-DAY        *
000280*                  CONTROLS AND ARE NOT CATALOGED - CATALOG      *
000290*                  CARDS CARRY SPACES THERE.  EVERY CATALOGED    *
000370*                                                                *
000380*    MOD LOG                                                     *
000390*    2026-09-02  DLW  ORIGINAL VERSION.                          *
00039A*    2026-10-15  DLW  AN OPERATOR FOUND ON OPERSEC MUST NOW ALSO *
00039B*                      GIVE A PASSWORD (CHECKED BY PROGRAM17,    *
00039C*                      SEE MTSGNP), CHANGE IT WHEN IT HAS        *
00039D*                      EXPIRED, AND IS LOCKED OUT AFTER TOO MANY *
00039E*                      BAD TRIES.  A REFUSED PASSWORD ENDS THE   *
00039F*                      SESSION AS A REJECTED SIGN-ON.            *
00039G*    2026-10-15  DLW  TWO-PERSON APPROVAL.  ADD, CHANGE AND      *
00039H*                      REMOVE NOW LEAVE THE CARD PENDING (SEE    *
00039I*                      MTCAT) AND PROGRAM1 KEEPS RUNNING THE     *
00039J*                      LIVE CARDS.  NEW MENU CHOICE P LETS A     *
00039K*                      SECOND OPERATOR WITH THE MAY-APPROVE FLAG *
00039L*                      APPROVE OR REJECT THE PENDING CHANGES TO  *
00039M*                      ONE SET VERSION - NEVER HIS OR HER OWN.   *
00039N*                      EVERY ADD, CHANGE, REMOVAL, APPROVAL AND  *
00039O*                      REJECTION IS WRITTEN TO THE AUDIT TRAIL   *
00039P*                      WITH THE SET NAME AND CARD SEQUENCE.      *
00039Q*    2026-10-15  DLW  RECORD-LEVEL UPDATE.  THE WHOLE CATALOG    *
00039R*                      WAS WRITTEN BACK AT END OF SESSION, SO    *
00039S*                      TWO SESSIONS AT ONCE LOST ONE ANOTHER'S   *
00039T*                      WORK.  THE TABLE IS NOW READ AGAIN AT THE *
00039U*                      START OF EVERY ACTION, AND EACH ADD,      *
00039V*                      CHANGE, REMOVAL AND DECISION IS FILED AS  *
00039W*                      SOON AS IT IS MADE BY MERGING THE CARDS   *
00039X*                      IT TOUCHED INTO THE CATALOG AS IT IS ON   *
00039Y*                      FILE THEN.  WHEN ANY OF THOSE CARDS HAS A *
00039Z*                      DIFFERENT CHANGE COUNT (SEE MTCAT) FROM   *
0003AA*                      THE ONE READ, OR HAS GONE, OR ANOTHER     *
0003AB*                      SESSION HAS FILED THE SAME NEW CARD, THE  *
0003AC*                      WHOLE ACTION IS REFUSED AND NOTHING IS    *
0003AD*                      FILED.  ITS AUDIT RECORDS ARE HELD UNTIL  *
0003AE*                      THE ACTION IS FILED.                      *
0003AF*    2026-10-15  DLW  EACH ACTION NOW HOLDS THE PARMCAT RUN LOCK *
0003AG*                      (PROGRAM23) FROM THE MOMENT THE CATALOG   *
0003AH*                      IS READ AGAIN UNTIL IT IS WRITTEN BACK,   *
0003AI*                      SO TWO SESSIONS CAN NO LONGER FILE OVER   *
0003AJ*                      EACH OTHER BETWEEN THE READ AND THE       *
0003AK*                      WRITE; WHILE ANOTHER SESSION HOLDS IT THE *
0003AL*                      ACTION IS REFUSED AND NOTHING IS FILED.   *
0003AM*                      A PENDING CARD PROPOSED BY ANOTHER        *
0003AN*                      OPERATOR CAN NO LONGER BE CHANGED, NOR    *
0003AO*                      WITHDRAWN BY REMOVING ITS SET VERSION -   *
0003AP*                      THE EDITOR WOULD HAVE BECOME ITS PROPOSER *
0003AQ*                      AND LET THE REAL PROPOSER APPROVE IT.  IT *
0003AR*                      MUST BE APPROVED OR REJECTED FIRST.       *
0003AS*    2026-10-15  DLW  A CHANGE TO ONE'S OWN PENDING CARD IS NOW  *
0003AT*                      MARKED AS TOUCHED BEFORE IT IS FILED, SO  *
0003AU*                      IT IS MERGED INTO PARMCAT AND NOT ONLY    *
0003AV*                      AUDITED AND REPORTED AS CHANGED.          *
0003AW*    2026-10-15  DLW  THE REJECTED SIGN-ON AUDIT RECORD NOW      *
0003AX*                      CLEARS THE SET NAME AND EFFECTIVE-FROM    *
0003AY*                      DATE (MTAUD).                             *
000400*                                                                *
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000830         88  WS-SIGNON-OK                VALUE "Y".
000840     05  WS-OPER-EOF-SW       PIC X(01)  VALUE "N".
000850         88  WS-OPER-EOF                 VALUE "Y".
000860     05  WS-UPDATE-DONE-SW    PIC X(01)  VALUE "N".
000870         88  WS-UPDATE-DONE              VALUE "Y".
000880     05  WS-DROP-DONE-SW      PIC X(01)  VALUE "N".
000890         88  WS-DROP-DONE                VALUE "Y".
00089A     05  WS-DECIDE-DONE-SW    PIC X(01)  VALUE "N".
00089B         88  WS-DECIDE-DONE              VALUE "Y".
00089C     05  WS-MAY-CHANGE-SW     PIC X(01)  VALUE "N".
00089D         88  WS-MAY-CHANGE-CATALOG       VALUE "Y".
00089E     05  WS-MAY-APPROVE-SW    PIC X(01)  VALUE "N".
00089F         88  WS-MAY-APPROVE-CATALOG      VALUE "Y".
00089G     05  WS-CONFLICT-SW       PIC X(01)  VALUE "N".
00089H         88  WS-CONFLICT-FOUND           VALUE "Y".
000900
000910 01  WS-OPER-FILE-STATUS      PIC X(02).
000920 01  WS-AUD-FILE-STATUS       PIC X(02).
001030     05  WS-RUN-TIME-HHMMSS   PIC 9(08).
001040
001050*----------------------------------------------------------------*
001060*    CATALOG TABLE - THE WHOLE FILE IS LOADED AT THE START OF    *
001070*    EVERY ACTION.  EACH ENTRY KEEPS THE CHANGE COUNT IT WAS     *
001080*    READ WITH, WHETHER IT WAS READ AS A PENDING COPY ("P", AN   *
001090*    ADD OR CHANGE NOT YET APPROVED) OR A LIVE CARD ("L"), AND   *
00109A*    WHAT THE ACTION HAS DONE TO IT - "U" UPDATED, "N" NEW, "V"  *
00109B*    LEFT AS IS BUT COPIED FROM, SO IT MUST NOT HAVE CHANGED.    *
00109C*    200 ENTRIES, THE SAME CEILING PROGRAM1'S CATALOG TABLE      *
00109D*    USES.                                                       *
001100*----------------------------------------------------------------*
001110 01  WS-CTLG-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001120 01  WS-CTLG-IDX              PIC 9(03)  COMP.
001130 01  WS-CTLG-FOUND            PIC 9(03)  COMP.
00113A 01  WS-CTLG-PEND-FOUND       PIC 9(03)  COMP.
001140 01  WS-SHIFT-IDX             PIC 9(03)  COMP.
001150 01  WS-DROP-COUNT            PIC 9(03)  COMP.
00115A 01  WS-MARK-COUNT            PIC 9(03)  COMP.
00115B 01  WS-DECIDE-IDX            PIC 9(03)  COMP.
00115C 01  WS-DECIDE-COUNT          PIC 9(03)  COMP.
00115D 01  WS-OTHER-COUNT           PIC 9(03)  COMP.
00115E 01  WS-OWN-COUNT             PIC 9(03)  COMP.
00115F 01  WS-OTHER-PROPOSER        PIC X(08).
001160
001170 01  WS-CTLG-TABLE.
001180     05  WS-CTLG-ENTRY OCCURS 200 TIMES.
001280             15  WS-CTLG-TAB-MODE     PIC X(01).
001290             15  WS-CTLG-TAB-PRICE    PIC X(07).
001300             15  WS-CTLG-TAB-RERUN    PIC X(01).
00130A         10  WS-CTLG-TAB-PENDING      PIC X(01).
00130B         10  WS-CTLG-TAB-CHANGED-BY   PIC X(08).
00130C         10  WS-CTLG-TAB-APPROVED-BY  PIC X(08).
00130D         10  WS-CTLG-TAB-CHANGES      PIC 9(05).
00130E         10  WS-CTLG-TAB-COPY         PIC X(01).
00130F         10  WS-CTLG-TAB-TOUCH        PIC X(01).
00130G         10  WS-CTLG-TAB-SEEN         PIC X(01).
00130H
00130I*----------------------------------------------------------------*
00130J*    CARDS THE ACTION HAS DROPPED FROM THE TABLE, AS THEY WERE   *
00130K*    READ - THEY ARE LEFT OUT WHEN THE ACTION IS FILED.          *
00130L*----------------------------------------------------------------*
00130M 01  WS-GONE-COUNT            PIC 9(03)  COMP  VALUE ZERO.
00130N 01  WS-GONE-IDX              PIC 9(03)  COMP.
00130O 01  WS-GONE-TABLE.
00130P     05  WS-GONE-ENTRY OCCURS 200 TIMES.
00130Q         10  WS-GONE-SET          PIC X(08).
00130R         10  WS-GONE-FROM         PIC 9(08).
00130S         10  WS-GONE-SEQ          PIC 9(03).
00130T         10  WS-GONE-COPY         PIC X(01).
00130U         10  WS-GONE-CHANGES      PIC 9(05).
00130V         10  WS-GONE-SEEN         PIC X(01).
00130W
00130X*----------------------------------------------------------------*
00130Y*    FILING AN ACTION - THE CATALOG AS IT WILL BE WRITTEN BACK,  *
00130Z*    THE CARD ON FILE BEING MERGED, AND THE AUDIT RECORDS HELD   *
0013AA*    UNTIL THE ACTION IS FILED.                                  *
0013AB*----------------------------------------------------------------*
0013AC 01  WS-IMAGE-COUNT           PIC 9(03)  COMP  VALUE ZERO.
0013AD 01  WS-IMAGE-IDX             PIC 9(03)  COMP.
0013AE 01  WS-IMAGE-TABLE.
0013AF     05  WS-IMAGE-RECORD      PIC X(80)  OCCURS 250 TIMES.
0013AG 01  WS-FILE-CHANGES          PIC 9(05).
0013AH 01  WS-FILE-COPY             PIC X(01).
0013AI 01  WS-MATCH-IDX             PIC 9(03)  COMP.
0013AJ 01  WS-HELD-COUNT            PIC 9(03)  COMP  VALUE ZERO.
0013AK 01  WS-HELD-IDX              PIC 9(03)  COMP.
0013AL 01  WS-HELD-TABLE.
0013AM     05  WS-HELD-AUDIT        PIC X(80)  OCCURS 200 TIMES.
001310
001320*----------------------------------------------------------------*
001330*    MAINTENANCE PROMPT WORK FIELDS - CHARACTER VIEWS WITH       *
001510 01  WS-MNT-PRICE-X           PIC X(07).
001520 01  WS-MNT-PRICE-9 REDEFINES WS-MNT-PRICE-X
001530                              PIC 9(07).
00153A 01  WS-MNT-DECISION          PIC X(01).
00153B 01  WS-PENDING-TEXT          PIC X(15).
00153C
00153D*----------------------------------------------------------------*
00153E*    CATALOG AUDIT WORK FIELDS - THE ACTION CODE AND TABLE ENTRY *
00153F*    TO WRITE, AND CHARACTER VIEWS OF THE CARD'S NUMBERS SO A    *
00153G*    MISPUNCHED CARD STILL AUDITS (AS ZERO).                     *
00153H*----------------------------------------------------------------*
00153I 01  WS-AUD-ACTION-WORK       PIC X(01).
00153J 01  WS-AUD-IDX               PIC 9(03)  COMP.
00153K 01  WS-AUD-NUM-X             PIC X(03).
00153L 01  WS-AUD-NUM-9 REDEFINES WS-AUD-NUM-X
00153M                              PIC 9(03).
00153N 01  WS-AUD-PRICE-X           PIC X(07).
00153O 01  WS-AUD-PRICE-9 REDEFINES WS-AUD-PRICE-X
00153P                              PIC 9(05)V99.
001540
00154A*----------------------------------------------------------------*
00154B*    SIGN-ON PASSWORD REQUEST - PASSED TO PROGRAM17.             *
00154C*----------------------------------------------------------------*
00154D     COPY MTSGNP.
00154F
00154G*----------------------------------------------------------------*
00154H*    CATALOG RUN LOCK REQUEST - PASSED TO PROGRAM23.             *
00154I*----------------------------------------------------------------*
00154J     COPY MTLOKP.
00154E
001550 PROCEDURE DIVISION.
001560
001570 0000-MAIN-CATALOG-MAINT.
001600     IF NOT WS-SIGNON-OK
001610         MOVE 12 TO RETURN-CODE
001620     ELSE
00163A         PERFORM 1300-OPEN-AUDIT-FILE
001640         PERFORM 2000-GET-ONE-ACTION
001650             UNTIL WS-SESSION-DONE
001690     END-IF.
00169A     IF WS-SIGNON-OK
00169B         CLOSE AUDIT-FILE
00169C     END-IF.
001700     GOBACK.
001710
001720*----------------------------------------------------------------*
001730*    SIGN-ON - THE OPERATOR MUST BE ON THE SECURITY FILE WITH    *
001740*    THE MAY-RUN-BATCH PERMISSION (TO PROPOSE CHANGES, SINCE THE *
001750*    CATALOG DRIVES WHAT THE BATCH JOB RUNS) OR THE MAY-APPROVE  *
001760*    PERMISSION (TO APPROVE THEM).  A MISSING SECURITY FILE      *
00176A*    FAILS CLOSED, AND A REJECTED SIGN-ON GOES ON THE AUDIT      *
00176B*    TRAIL.                                                      *
001770*----------------------------------------------------------------*
001780 0500-SIGN-ON.
001790
001990         END-IF
002000         CLOSE OPERATOR-SEC-FILE
002010     END-IF.
00201A     IF WS-SIGNON-OK
00201B         PERFORM 0700-CHECK-PASSWORD
00201C     END-IF.
002020
002030 0550-MATCH-ONE-OPERATOR.
002040
002070             SET WS-OPER-EOF TO TRUE
002080         NOT AT END
002090             IF MT-OPER-ID = WS-SIGNON-ID
002100                 AND (MT-OPER-BATCH-OK OR MT-OPER-APPROVE-OK)
002110                 SET WS-SIGNON-OK TO TRUE
002120                 IF MT-OPER-BATCH-OK
00212A                     SET WS-MAY-CHANGE-CATALOG TO TRUE
00212B                 END-IF
00212C                 IF MT-OPER-APPROVE-OK
00212D                     SET WS-MAY-APPROVE-CATALOG TO TRUE
00212E                 END-IF
00212F             END-IF
002130     END-READ.
002140
002150 0600-WRITE-REJECT-AUDIT.
002330         MOVE "R" TO MT-AUD-STATUS
002340         MOVE SPACE TO MT-AUD-ACTION
002350         MOVE SPACES TO MT-AUD-TARGET-ID
00235A         MOVE SPACES TO MT-AUD-SET-NAME
00235B         MOVE ZERO TO MT-AUD-EFF-FROM
002360         WRITE MT-AUD-RECORD
002370         CLOSE AUDIT-FILE
002380     END-IF.
002390
00239A*----------------------------------------------------------------*
00239B*    PASSWORD - THE ID IS ON FILE; PROGRAM17 PROMPTS FOR THE     *
00239C*    PASSWORD, FORCES A CHANGE WHEN IT HAS EXPIRED AND LOCKS THE *
00239D*    ID AFTER TOO MANY BAD TRIES.  ANYTHING BUT A GOOD SIGN-ON   *
00239E*    ENDS THE SESSION AS A REJECTED SIGN-ON.                     *
00239F*----------------------------------------------------------------*
00239G 0700-CHECK-PASSWORD.
00239H
00239I     MOVE "S" TO MT-SGNP-FUNCTION.
00239J     MOVE WS-SIGNON-ID TO MT-SGNP-OPER-ID.
00239K     CALL "Program17" USING MT-SGNP-PARMS.
00239L     IF NOT MT-SGNP-SIGNED-ON
00239M         MOVE "N" TO WS-SIGNON-OK-SW
00239N         DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
00239O         PERFORM 0600-WRITE-REJECT-AUDIT
00239P     END-IF.
00239Q
00239R*----------------------------------------------------------------*
00239S*    THE AUDIT TRAIL STAYS OPEN FOR THE SESSION - EVERY CATALOG  *
00239T*    CHANGE AND DECISION IS WRITTEN AS IT IS MADE.               *
00239U*----------------------------------------------------------------*
00239V 1300-OPEN-AUDIT-FILE.
00239W
00239X     OPEN EXTEND AUDIT-FILE.
00239Y     IF WS-AUD-FILE-STATUS = "35"
00239Z         OPEN OUTPUT AUDIT-FILE
0023AA     END-IF.
0023AB
0023AC*----------------------------------------------------------------*
0023AD*    READ THE WHOLE CATALOG INTO AN EMPTY TABLE - THE ACTION     *
0023AE*    ABOUT TO BE TAKEN STARTS FROM THE FILE AS IT IS NOW.        *
0023AF*----------------------------------------------------------------*
002400 1200-LOAD-CATALOG.
002410
00241A     MOVE ZERO TO WS-CTLG-COUNT.
00241B     MOVE ZERO TO WS-GONE-COUNT.
00241C     MOVE ZERO TO WS-HELD-COUNT.
002420     OPEN INPUT PARM-CATALOG-FILE.
002430     IF WS-CTLG-FILE-STATUS = "00"
002440         PERFORM 1250-READ-ONE-CATALOG-CARD
002640                 TO WS-CTLG-TAB-SEQ (WS-CTLG-COUNT)
002650             MOVE MT-CAT-CARD-FIELDS
002660                 TO WS-CTLG-TAB-CARD (WS-CTLG-COUNT)
00266A             MOVE MT-CAT-PENDING-ACTION
00266B                 TO WS-CTLG-TAB-PENDING (WS-CTLG-COUNT)
00266C             MOVE MT-CAT-CHANGED-BY
00266D                 TO WS-CTLG-TAB-CHANGED-BY (WS-CTLG-COUNT)
00266E             MOVE MT-CAT-APPROVED-BY
00266F                 TO WS-CTLG-TAB-APPROVED-BY (WS-CTLG-COUNT)
00266G             PERFORM 7060-NOTE-FILE-CHANGES
00266H             MOVE WS-FILE-CHANGES
00266I                 TO WS-CTLG-TAB-CHANGES (WS-CTLG-COUNT)
00266J             MOVE WS-FILE-COPY TO WS-CTLG-TAB-COPY (WS-CTLG-COUNT)
00266K             MOVE SPACE TO WS-CTLG-TAB-TOUCH (WS-CTLG-COUNT)
002670         ELSE
002680             DISPLAY "CATALOG TABLE FULL - RECORD DROPPED"
002690         END-IF
002700     END-IF.
002710
002720*----------------------------------------------------------------*
002730*    ONE PASS AROUND THE MAINTENANCE MENU.  THE CATALOG IS READ  *
00273A*    AGAIN FIRST, SO CARDS FILED BY OTHER SESSIONS ARE SEEN.     *
002740*----------------------------------------------------------------*
002750 2000-GET-ONE-ACTION.
002760
002780     DISPLAY "  A - ADD A CATALOG CARD".
002790     DISPLAY "  C - CHANGE A CATALOG CARD".
002800     DISPLAY "  R - REMOVE A CARD SET VERSION".
002810     DISPLAY "  P - APPROVE / REJECT PENDING CHANGES".
002820     DISPLAY "  L - LIST THE CATALOG".
002830     DISPLAY "  X - END SESSION".
002840     DISPLAY "ENTER CHOICE: ".
002850     ACCEPT WS-MNT-CHOICE.
00285A     PERFORM 1200-LOAD-CATALOG.
002860     IF WS-MNT-CHOICE = "A" OR WS-MNT-CHOICE = "a"
002870         IF WS-MAY-CHANGE-CATALOG
002880             PERFORM 3000-ADD-CARD
002890         ELSE
002900             PERFORM 2100-REFUSE-CHANGE
002910         END-IF
002920     ELSE
002930         IF WS-MNT-CHOICE = "C" OR WS-MNT-CHOICE = "c"
002940             IF WS-MAY-CHANGE-CATALOG
002950                 PERFORM 4000-CHANGE-CARD
002960             ELSE
002970                 PERFORM 2100-REFUSE-CHANGE
002980             END-IF
002990         ELSE
003000             IF WS-MNT-CHOICE = "R" OR WS-MNT-CHOICE = "r"
003010                 IF WS-MAY-CHANGE-CATALOG
003020                     PERFORM 5000-REMOVE-SET-VERSION
003030                 ELSE
003040                     PERFORM 2100-REFUSE-CHANGE
003050                 END-IF
00305A             ELSE
00305B                 IF WS-MNT-CHOICE = "P" OR WS-MNT-CHOICE = "p"
00305C                     IF WS-MAY-APPROVE-CATALOG
00305D                         PERFORM 5500-DECIDE-PENDING-VERSION
00305E                     ELSE
00305F                         DISPLAY "OPERATOR ", WS-SIGNON-ID,
00305G                             " MAY NOT APPROVE CATALOG CHANGES"
00305H                     END-IF
00305I                 ELSE
00305J                     IF WS-MNT-CHOICE = "L"
00305K                         OR WS-MNT-CHOICE = "l"
00305L                         PERFORM 6000-DISPLAY-CATALOG
00305M                     ELSE
00305N                         IF WS-MNT-CHOICE = "X"
00305O                             OR WS-MNT-CHOICE = "x"
00305P                             SET WS-SESSION-DONE TO TRUE
00305Q                         ELSE
00305R                             DISPLAY "INVALID CHOICE"
00305S                         END-IF
00305T                     END-IF
00305U                 END-IF
00305V             END-IF
00305W         END-IF
00305X     END-IF.
00305Y
00305Z 2100-REFUSE-CHANGE.
0030AA
0030AB     DISPLAY "OPERATOR ", WS-SIGNON-ID,
0030AC         " MAY NOT CHANGE THE CATALOG".
003060
003070*----------------------------------------------------------------*
003080*    FIND ONE CARD BY SET NAME, EFFECTIVE-FROM DATE AND CARD     *
003090*    SEQUENCE - THE SET NAME PLUS EFFECTIVE-FROM IDENTIFIES ONE  *
003100*    VERSION OF A SET.  WS-CTLG-FOUND COMES BACK WITH THE LIVE   *
003110*    CARD (INCLUDING ONE WHOSE REMOVAL IS PENDING) AND           *
00311A*    WS-CTLG-PEND-FOUND WITH THE PENDING ADD OR CHANGE OF THE    *
00311B*    SAME CARD; EITHER IS ZERO WHEN THERE IS NONE.               *
003120*----------------------------------------------------------------*
003130 2500-FIND-CARD.
003140
003150     MOVE ZERO TO WS-CTLG-FOUND.
003160     MOVE ZERO TO WS-CTLG-PEND-FOUND.
003170     PERFORM 2550-MATCH-ONE-CARD
003180         VARYING WS-CTLG-IDX FROM 1 BY 1
003190         UNTIL WS-CTLG-IDX > WS-CTLG-COUNT.
003200
003210 2550-MATCH-ONE-CARD.
003220
003230     IF WS-CTLG-TAB-SET (WS-CTLG-IDX) = WS-MNT-SET
003240         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = WS-MNT-FROM
003250         AND WS-CTLG-TAB-SEQ (WS-CTLG-IDX) = WS-MNT-SEQ-9
003260         IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "A"
00326A             OR WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "C"
00326B             MOVE WS-CTLG-IDX TO WS-CTLG-PEND-FOUND
00326C         ELSE
00326D             MOVE WS-CTLG-IDX TO WS-CTLG-FOUND
00326E         END-IF
003270     END-IF.
003280
003290*----------------------------------------------------------------*
003300*    ADD - THE SET/FROM/SEQ COMBINATION MUST NOT ALREADY BE ON   *
003310*    FILE, LIVE OR PENDING.  ONLY THE FIELDS THAT MUST BE        *
003320*    NUMERIC TO FILE THE RECORD ARE EDITED HERE - THE FULL CARD  *
003330*    EDIT STILL RUNS IN PROGRAM1'S FRONT-END PASS EVERY NIGHT.   *
00333A*    THE NEW CARD IS FILED PENDING APPROVAL.                     *
003340*----------------------------------------------------------------*
003350 3000-ADD-CARD.
003360
003530             ELSE
003540                 PERFORM 2500-FIND-CARD
003550                 IF WS-CTLG-FOUND > ZERO
00355A                     OR WS-CTLG-PEND-FOUND > ZERO
003560                     DISPLAY "THAT CARD IS ALREADY CATALOGED"
003570                 ELSE
003580                     IF WS-CTLG-COUNT >= 200
003980     MOVE WS-MNT-PRICE-X TO WS-CTLG-TAB-PRICE (WS-CTLG-FOUND).
003990     MOVE SPACES TO WS-CTLG-TAB-RESTART (WS-CTLG-FOUND).
004000     MOVE SPACE TO WS-CTLG-TAB-RERUN (WS-CTLG-FOUND).
004010     MOVE "A" TO WS-CTLG-TAB-PENDING (WS-CTLG-FOUND).
004020     MOVE WS-SIGNON-ID TO WS-CTLG-TAB-CHANGED-BY (WS-CTLG-FOUND).
00402A     MOVE SPACES TO WS-CTLG-TAB-APPROVED-BY (WS-CTLG-FOUND).
00402B     MOVE "N" TO WS-CTLG-TAB-TOUCH (WS-CTLG-FOUND).
00402C     MOVE "K" TO WS-AUD-ACTION-WORK.
00402D     MOVE WS-CTLG-FOUND TO WS-AUD-IDX.
00402E     PERFORM 8000-WRITE-CATALOG-AUDIT.
00402F     PERFORM 7000-FILE-CATALOG-ACTION.
00402G     IF WS-UPDATE-DONE
00402H         DISPLAY "CARD FILED FOR SET ", WS-MNT-SET,
00402I             " - PENDING APPROVAL"
00402J     END-IF.
004030
004040*----------------------------------------------------------------*
004050*    CHANGE - EACH FIELD IS PROMPTED FOR AGAIN; A BLANK ANSWER   *
004060*    KEEPS THE CURRENT VALUE.  THE CHANGE IS MADE TO A PENDING   *
00406A*    COPY OF THE CARD - THE LIVE CARD STAYS IN USE UNTIL THE     *
00406B*    COPY IS APPROVED.  A CARD ALREADY PENDING IS CHANGED IN     *
00406C*    PLACE; A CARD WHOSE REMOVAL IS PENDING CANNOT BE CHANGED.   *
00406D*    ONLY THE OPERATOR WHO PROPOSED A PENDING CARD MAY CHANGE    *
00406E*    IT - ANYONE ELSE WOULD BECOME ITS PROPOSER AND LEAVE THE    *
00406F*    REAL ONE FREE TO APPROVE IT.                                *
004070*----------------------------------------------------------------*
004080 4000-CHANGE-CARD.
004090
004190     ELSE
004200         MOVE WS-MNT-DATE-9 TO WS-MNT-FROM
004210         PERFORM 2500-FIND-CARD
004220         IF WS-CTLG-FOUND = ZERO AND WS-CTLG-PEND-FOUND = ZERO
004230             DISPLAY "THAT CARD IS NOT ON THE CATALOG"
004240         ELSE
004250             IF WS-CTLG-PEND-FOUND > ZERO
00425A                 IF WS-CTLG-TAB-CHANGED-BY (WS-CTLG-PEND-FOUND)
00425B                     NOT = WS-SIGNON-ID
00425C                     MOVE WS-CTLG-TAB-CHANGED-BY
00425D                         (WS-CTLG-PEND-FOUND) TO WS-OTHER-PROPOSER
00425E                     DISPLAY "PENDING CHANGE BY ",
00425F                         WS-OTHER-PROPOSER,
00425G                         " - IT MUST BE APPROVED OR REJECTED",
00425H                         " FIRST"
00425I                 ELSE
004260                     MOVE WS-CTLG-PEND-FOUND TO WS-CTLG-FOUND
00426A                     DISPLAY "CHANGING THE PENDING VERSION",
00426Q                         " OF THIS CARD"
00426R                     MOVE "U" TO WS-CTLG-TAB-TOUCH (WS-CTLG-FOUND)
00426B                     PERFORM 4100-REPROMPT-ONE-CARD
00426S                 END-IF
00426C             ELSE
00426D                 IF WS-CTLG-TAB-PENDING (WS-CTLG-FOUND) = "R"
00426E                     DISPLAY "REMOVAL OF THIS CARD IS PENDING",
00426F                         " - CHANGE REFUSED"
00426G                 ELSE
00426H                     IF WS-CTLG-COUNT >= 200
00426I                         DISPLAY "CATALOG FULL - CHANGE REFUSED"
00426J                     ELSE
00426K                         PERFORM 4050-COPY-LIVE-CARD
00426L                         PERFORM 4100-REPROMPT-ONE-CARD
00426M                     END-IF
00426N                 END-IF
00426O             END-IF
00426P         END-IF
004270     END-IF.
004280
00428A 4050-COPY-LIVE-CARD.
00428B
00428C     ADD 1 TO WS-CTLG-COUNT.
00428D     MOVE "V" TO WS-CTLG-TAB-TOUCH (WS-CTLG-FOUND).
00428E     MOVE WS-CTLG-ENTRY (WS-CTLG-FOUND)
00428F         TO WS-CTLG-ENTRY (WS-CTLG-COUNT).
00428G     MOVE WS-CTLG-COUNT TO WS-CTLG-FOUND.
00428H     MOVE "C" TO WS-CTLG-TAB-PENDING (WS-CTLG-FOUND).
00428I     MOVE SPACES TO WS-CTLG-TAB-APPROVED-BY (WS-CTLG-FOUND).
00428J     MOVE "N" TO WS-CTLG-TAB-TOUCH (WS-CTLG-FOUND).
00428K
004290 4100-REPROMPT-ONE-CARD.
004300
004310     DISPLAY "CURRENT - TO ", WS-CTLG-TAB-TO (WS-CTLG-FOUND),
004680     IF WS-MNT-PRICE-X NOT = SPACES
004690         MOVE WS-MNT-PRICE-X TO WS-CTLG-TAB-PRICE (WS-CTLG-FOUND)
004700     END-IF.
004710     MOVE WS-SIGNON-ID TO WS-CTLG-TAB-CHANGED-BY (WS-CTLG-FOUND).
00472A     MOVE "H" TO WS-AUD-ACTION-WORK.
00472B     MOVE WS-CTLG-FOUND TO WS-AUD-IDX.
00472C     PERFORM 8000-WRITE-CATALOG-AUDIT.
00472D     PERFORM 7000-FILE-CATALOG-ACTION.
00472E     IF WS-UPDATE-DONE
00472F         DISPLAY "CARD CHANGED FOR SET ", WS-MNT-SET,
00472G             " - PENDING APPROVAL"
00472H     END-IF.
004730
004740*----------------------------------------------------------------*
004750*    REMOVE - ONE VERSION OF A SET (SET NAME PLUS EFFECTIVE-FROM *
004760*    DATE).  PENDING ADDS AND CHANGES OF THE VERSION ARE         *
00476A*    WITHDRAWN AT ONCE; THE LIVE CARDS ARE MARKED FOR REMOVAL    *
00476B*    AND STAY IN USE UNTIL THE REMOVAL IS APPROVED.  WHILE ANY   *
00476C*    PENDING ADD OR CHANGE OF THE VERSION WAS PROPOSED BY        *
00476D*    ANOTHER OPERATOR THE REMOVAL IS REFUSED - THAT CHANGE MUST  *
00476E*    BE APPROVED OR REJECTED FIRST.                              *
004770*----------------------------------------------------------------*
004780 5000-REMOVE-SET-VERSION.
004790
004850         DISPLAY "DATE MUST BE NUMERIC - REMOVE ENDED"
004860     ELSE
004870         MOVE WS-MNT-DATE-9 TO WS-MNT-FROM
00487A         MOVE SPACES TO WS-OTHER-PROPOSER
00487B         PERFORM 5020-FIND-OTHER-PROPOSER
00487C             VARYING WS-CTLG-IDX FROM 1 BY 1
00487D             UNTIL WS-CTLG-IDX > WS-CTLG-COUNT
00487E                 OR WS-OTHER-PROPOSER NOT = SPACES
00487F         IF WS-OTHER-PROPOSER NOT = SPACES
00487G             DISPLAY "PENDING CHANGE BY ", WS-OTHER-PROPOSER,
00487H                 " - IT MUST BE APPROVED OR REJECTED FIRST"
00487I         ELSE
004880             MOVE ZERO TO WS-DROP-COUNT
004890             MOVE ZERO TO WS-MARK-COUNT
004900             MOVE "N" TO WS-DROP-DONE-SW
004910             PERFORM 5050-DROP-FIRST-MATCH
004920                 UNTIL WS-DROP-DONE
004930             PERFORM 5200-MARK-ONE-FOR-REMOVAL
004940                 VARYING WS-CTLG-IDX FROM 1 BY 1
004950                 UNTIL WS-CTLG-IDX > WS-CTLG-COUNT
004960             IF WS-DROP-COUNT = ZERO AND WS-MARK-COUNT = ZERO
004970                 DISPLAY "NO CARDS TO REMOVE FOR THAT SET",
00497A                     " VERSION"
004980             ELSE
00498A                 PERFORM 7000-FILE-CATALOG-ACTION
00498B                 IF WS-UPDATE-DONE
00498C                     DISPLAY WS-MARK-COUNT,
00498D                         " CARDS MARKED FOR REMOVAL FOR SET ",
00498F                         WS-MNT-SET, " - PENDING APPROVAL"
00498G                     IF WS-DROP-COUNT > ZERO
00498H                         DISPLAY WS-DROP-COUNT,
00498I                             " PENDING CARDS WITHDRAWN"
00498J                     END-IF
00498K                 END-IF
00498E             END-IF
00498L         END-IF
00498M     END-IF.
00498N
00498O 5020-FIND-OTHER-PROPOSER.
00498P
00498Q     IF WS-CTLG-TAB-SET (WS-CTLG-IDX) = WS-MNT-SET
00498R         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = WS-MNT-FROM
00498S         AND (WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "A"
00498T             OR WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "C")
00498U         AND WS-CTLG-TAB-CHANGED-BY (WS-CTLG-IDX)
00498V             NOT = WS-SIGNON-ID
00498W         MOVE WS-CTLG-TAB-CHANGED-BY (WS-CTLG-IDX)
00498X             TO WS-OTHER-PROPOSER
00498Y     END-IF.
005000
005010 5050-DROP-FIRST-MATCH.
005020
005080     IF WS-CTLG-FOUND = ZERO
005090         SET WS-DROP-DONE TO TRUE
005100     ELSE
005110         IF WS-CTLG-TAB-PENDING (WS-CTLG-FOUND) = "A"
00511A             MOVE "D" TO WS-AUD-ACTION-WORK
00511B             MOVE WS-CTLG-FOUND TO WS-AUD-IDX
00511C             PERFORM 8000-WRITE-CATALOG-AUDIT
00511D         END-IF
00511E         PERFORM 5850-DROP-FOUND-ENTRY
005150         ADD 1 TO WS-DROP-COUNT
005160     END-IF.
005170
005190
005200     IF WS-CTLG-TAB-SET (WS-CTLG-IDX) = WS-MNT-SET
005210         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = WS-MNT-FROM
005220         AND (WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "A"
00522A             OR WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "C")
00522B         MOVE WS-CTLG-IDX TO WS-CTLG-FOUND
005230     END-IF.
005240
005250 5150-SHIFT-ONE-ENTRY.
005260
005270     MOVE WS-CTLG-ENTRY (WS-SHIFT-IDX + 1)
005280         TO WS-CTLG-ENTRY (WS-SHIFT-IDX).
00528A
00528B 5200-MARK-ONE-FOR-REMOVAL.
00528C
00528D     IF WS-CTLG-TAB-SET (WS-CTLG-IDX) = WS-MNT-SET
00528E         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = WS-MNT-FROM
00528F         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = SPACE
00528G         MOVE "R" TO WS-CTLG-TAB-PENDING (WS-CTLG-IDX)
0052FJ         MOVE "U" TO WS-CTLG-TAB-TOUCH (WS-CTLG-IDX)
00528H         MOVE WS-SIGNON-ID TO WS-CTLG-TAB-CHANGED-BY (WS-CTLG-IDX)
00528I         MOVE "D" TO WS-AUD-ACTION-WORK
00528J         MOVE WS-CTLG-IDX TO WS-AUD-IDX
00528K         PERFORM 8000-WRITE-CATALOG-AUDIT
00528L         ADD 1 TO WS-MARK-COUNT
00528M     END-IF.
00528N
00528O*----------------------------------------------------------------*
00528P*    APPROVE / REJECT - THE PENDING CHANGES TO ONE SET VERSION   *
00528Q*    ARE LISTED AND DECIDED TOGETHER.  CHANGES MADE BY THE       *
00528R*    SIGNED-ON OPERATOR ARE LISTED BUT LEFT PENDING FOR SOMEONE  *
00528S*    ELSE TO DECIDE.  APPROVING AN ADD MAKES THE CARD LIVE,      *
00528T*    APPROVING A CHANGE REPLACES THE LIVE CARD AND APPROVING A   *
00528U*    REMOVAL DROPS IT; REJECTING DROPS THE PENDING ADD OR CHANGE *
00528V*    AND PUTS A CARD MARKED FOR REMOVAL BACK IN PLAIN USE.       *
00528W*----------------------------------------------------------------*
00528X 5500-DECIDE-PENDING-VERSION.
00528Y
00528Z     DISPLAY "ENTER CARD SET NAME: ".
0052AA     ACCEPT WS-MNT-SET.
0052AB     DISPLAY "EFFECTIVE FROM (YYYYMMDD): ".
0052AC     ACCEPT WS-MNT-DATE-X.
0052AD     IF WS-MNT-DATE-9 NOT NUMERIC
0052AE         DISPLAY "DATE MUST BE NUMERIC - APPROVAL ENDED"
0052AF     ELSE
0052AG         MOVE WS-MNT-DATE-9 TO WS-MNT-FROM
0052AH         MOVE ZERO TO WS-OTHER-COUNT
0052AI         MOVE ZERO TO WS-OWN-COUNT
0052AJ         PERFORM 5550-SHOW-ONE-PENDING-CARD
0052AK             VARYING WS-CTLG-IDX FROM 1 BY 1
0052AL             UNTIL WS-CTLG-IDX > WS-CTLG-COUNT
0052AM         IF WS-OTHER-COUNT = ZERO
0052AN             IF WS-OWN-COUNT = ZERO
0052AO                 DISPLAY "NO PENDING CHANGES FOR THAT SET VERSION"
0052AP             ELSE
0052AQ                 DISPLAY "ONLY YOUR OWN CHANGES ARE PENDING",
0052AR                     " - ANOTHER APPROVER MUST DECIDE THEM"
0052AS             END-IF
0052AT         ELSE
0052AU             DISPLAY "A - APPROVE, R - REJECT,",
0052DS                 " BLANK - LEAVE PENDING: "
0052AV             ACCEPT WS-MNT-DECISION
0052AW             IF WS-MNT-DECISION = "A" OR WS-MNT-DECISION = "a"
0052AX                 MOVE "Y" TO WS-AUD-ACTION-WORK
0052AY                 PERFORM 5600-DECIDE-VERSION-CARDS
0052FK                 IF WS-UPDATE-DONE
0052AZ                     DISPLAY WS-DECIDE-COUNT, " CHANGES APPROVED"
0052FL                 END-IF
0052BA             ELSE
0052BB                 IF WS-MNT-DECISION = "R" OR WS-MNT-DECISION = "r"
0052BC                     MOVE "J" TO WS-AUD-ACTION-WORK
0052BD                     PERFORM 5600-DECIDE-VERSION-CARDS
0052FM                     IF WS-UPDATE-DONE
0052BE                         DISPLAY WS-DECIDE-COUNT,
0052FN                             " CHANGES REJECTED"
0052FO                     END-IF
0052BF                 ELSE
0052BG                     DISPLAY "CHANGES LEFT PENDING"
0052BH                 END-IF
0052BI             END-IF
0052BJ         END-IF
0052BK     END-IF.
0052BL
0052BM 5550-SHOW-ONE-PENDING-CARD.
0052BN
0052BO     IF WS-CTLG-TAB-SET (WS-CTLG-IDX) = WS-MNT-SET
0052BP         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = WS-MNT-FROM
0052BQ         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = SPACE
0052BR         PERFORM 6150-NAME-PENDING-STATE
0052BS         DISPLAY " SEQ ", WS-CTLG-TAB-SEQ (WS-CTLG-IDX),
0052BT             " ", WS-PENDING-TEXT,
0052BU             " BY ", WS-CTLG-TAB-CHANGED-BY (WS-CTLG-IDX),
0052BV             " TO ", WS-CTLG-TAB-TO (WS-CTLG-IDX),
0052BW             " START ", WS-CTLG-TAB-START (WS-CTLG-IDX),
0052BX             " COUNT ", WS-CTLG-TAB-COUNT-X (WS-CTLG-IDX),
0052BY             " OPER ", WS-CTLG-TAB-OPER (WS-CTLG-IDX),
0052BZ             " MODE ", WS-CTLG-TAB-MODE (WS-CTLG-IDX),
0052CA             " PRICE ", WS-CTLG-TAB-PRICE (WS-CTLG-IDX)
0052CB         IF WS-CTLG-TAB-CHANGED-BY (WS-CTLG-IDX) = WS-SIGNON-ID
0052CC             DISPLAY "     YOUR OWN CHANGE - LEFT PENDING"
0052CD             ADD 1 TO WS-OWN-COUNT
0052CE         ELSE
0052CF             ADD 1 TO WS-OTHER-COUNT
0052CG         END-IF
0052CH     END-IF.
0052CI
0052CJ 5600-DECIDE-VERSION-CARDS.
0052CK
0052CL     MOVE ZERO TO WS-DECIDE-COUNT.
0052CM     MOVE "N" TO WS-DECIDE-DONE-SW.
0052CN     PERFORM 5650-DECIDE-FIRST-PENDING
0052CO         UNTIL WS-DECIDE-DONE.
0052FP     MOVE "N" TO WS-UPDATE-DONE-SW.
0052CP     IF WS-DECIDE-COUNT > ZERO
0052CQ         PERFORM 7000-FILE-CATALOG-ACTION
0052CR     END-IF.
0052CS
0052CT 5650-DECIDE-FIRST-PENDING.
0052CU
0052CV     MOVE ZERO TO WS-DECIDE-IDX.
0052CW     PERFORM 5700-MATCH-ONE-PENDING-CARD
0052CX         VARYING WS-CTLG-IDX FROM 1 BY 1
0052CY         UNTIL WS-CTLG-IDX > WS-CTLG-COUNT
0052CZ             OR WS-DECIDE-IDX > ZERO.
0052DA     IF WS-DECIDE-IDX = ZERO
0052DB         SET WS-DECIDE-DONE TO TRUE
0052DC     ELSE
0052DD         MOVE WS-DECIDE-IDX TO WS-AUD-IDX
0052DE         PERFORM 8000-WRITE-CATALOG-AUDIT
0052DF         IF WS-AUD-ACTION-WORK = "Y"
0052DG             PERFORM 5750-APPROVE-ONE-CARD
0052DH         ELSE
0052DI             PERFORM 5800-REJECT-ONE-CARD
0052DJ         END-IF
0052DK         ADD 1 TO WS-DECIDE-COUNT
0052DL     END-IF.
0052DM
0052DN 5700-MATCH-ONE-PENDING-CARD.
0052DO
0052DP     IF WS-CTLG-TAB-SET (WS-CTLG-IDX) = WS-MNT-SET
0052DQ         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = WS-MNT-FROM
0052DR         AND WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = SPACE
0052FH         AND WS-CTLG-TAB-CHANGED-BY (WS-CTLG-IDX)
0052FI             NOT = WS-SIGNON-ID
0052DT         MOVE WS-CTLG-IDX TO WS-DECIDE-IDX
0052DU     END-IF.
0052DV
0052DW 5750-APPROVE-ONE-CARD.
0052DX
0052DY     IF WS-CTLG-TAB-PENDING (WS-DECIDE-IDX) = "R"
0052DZ         MOVE WS-DECIDE-IDX TO WS-CTLG-FOUND
0052EA         PERFORM 5850-DROP-FOUND-ENTRY
0052EB     ELSE
0052EC         IF WS-CTLG-TAB-PENDING (WS-DECIDE-IDX) = "C"
0052ED             MOVE WS-CTLG-TAB-SEQ (WS-DECIDE-IDX) TO WS-MNT-SEQ-9
0052EE             PERFORM 2500-FIND-CARD
0052EF             MOVE SPACE TO WS-CTLG-TAB-PENDING (WS-DECIDE-IDX)
0052FQ             MOVE "U" TO WS-CTLG-TAB-TOUCH (WS-DECIDE-IDX)
0052EG             MOVE WS-SIGNON-ID
0052EH                 TO WS-CTLG-TAB-APPROVED-BY (WS-DECIDE-IDX)
0052EI             IF WS-CTLG-FOUND > ZERO
0052EJ                 PERFORM 5850-DROP-FOUND-ENTRY
0052EK             END-IF
0052EL         ELSE
0052EM             MOVE SPACE TO WS-CTLG-TAB-PENDING (WS-DECIDE-IDX)
0052FR             MOVE "U" TO WS-CTLG-TAB-TOUCH (WS-DECIDE-IDX)
0052EN             MOVE WS-SIGNON-ID
0052EO                 TO WS-CTLG-TAB-APPROVED-BY (WS-DECIDE-IDX)
0052EP         END-IF
0052EQ     END-IF.
0052ER
0052ES 5800-REJECT-ONE-CARD.
0052ET
0052EU     IF WS-CTLG-TAB-PENDING (WS-DECIDE-IDX) = "R"
0052EV         MOVE SPACE TO WS-CTLG-TAB-PENDING (WS-DECIDE-IDX)
0052FS         MOVE "U" TO WS-CTLG-TAB-TOUCH (WS-DECIDE-IDX)
0052EW     ELSE
0052EX         MOVE WS-DECIDE-IDX TO WS-CTLG-FOUND
0052EY         PERFORM 5850-DROP-FOUND-ENTRY
0052EZ     END-IF.
0052FA
0052FT*----------------------------------------------------------------*
0052FU*    DROP ONE TABLE ENTRY (WS-CTLG-FOUND).  A CARD THAT WAS ON   *
0052FV*    FILE WHEN THE ACTION READ IT IS NOTED, SO IT IS LEFT OUT    *
0052FW*    WHEN THE ACTION IS FILED.                                   *
0052FX*----------------------------------------------------------------*
0052FB 5850-DROP-FOUND-ENTRY.
0052FC
0052FY     IF WS-CTLG-TAB-TOUCH (WS-CTLG-FOUND) NOT = "N"
0052FZ         ADD 1 TO WS-GONE-COUNT
0052GA         MOVE WS-CTLG-TAB-SET (WS-CTLG-FOUND)
0052GB             TO WS-GONE-SET (WS-GONE-COUNT)
0052GC         MOVE WS-CTLG-TAB-FROM (WS-CTLG-FOUND)
0052GD             TO WS-GONE-FROM (WS-GONE-COUNT)
0052GE         MOVE WS-CTLG-TAB-SEQ (WS-CTLG-FOUND)
0052GF             TO WS-GONE-SEQ (WS-GONE-COUNT)
0052GG         MOVE WS-CTLG-TAB-COPY (WS-CTLG-FOUND)
0052GH             TO WS-GONE-COPY (WS-GONE-COUNT)
0052GI         MOVE WS-CTLG-TAB-CHANGES (WS-CTLG-FOUND)
0052GJ             TO WS-GONE-CHANGES (WS-GONE-COUNT)
0052GK     END-IF.
0052FD     PERFORM 5150-SHIFT-ONE-ENTRY
0052FE         VARYING WS-SHIFT-IDX FROM WS-CTLG-FOUND BY 1
0052FF         UNTIL WS-SHIFT-IDX >= WS-CTLG-COUNT.
0052FG     SUBTRACT 1 FROM WS-CTLG-COUNT.
005290
005300 6000-DISPLAY-CATALOG.
005310
005450         " OPER ", WS-CTLG-TAB-OPER (WS-CTLG-IDX),
005460         " MODE ", WS-CTLG-TAB-MODE (WS-CTLG-IDX),
005470         " PRICE ", WS-CTLG-TAB-PRICE (WS-CTLG-IDX).
00547A     IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) NOT = SPACE
00547B         PERFORM 6150-NAME-PENDING-STATE
00547C         DISPLAY "     ", WS-PENDING-TEXT, " BY ",
00547D             WS-CTLG-TAB-CHANGED-BY (WS-CTLG-IDX)
00547E     END-IF.
00547F
00547G 6150-NAME-PENDING-STATE.
00547H
00547I     IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "A"
00547J         MOVE "PENDING ADD" TO WS-PENDING-TEXT
00547K     ELSE
00547L         IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "C"
00547M             MOVE "PENDING CHANGE" TO WS-PENDING-TEXT
00547N         ELSE
00547O             IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "R"
00547P                 MOVE "PENDING REMOVAL" TO WS-PENDING-TEXT
00547Q             ELSE
00547R                 MOVE "LIVE" TO WS-PENDING-TEXT
00547S             END-IF
00547T         END-IF
00547U     END-IF.
005480
00548A*----------------------------------------------------------------*
00548B*    FILE ONE ACTION.  THE CATALOG IS READ AGAIN AND BUILT UP IN *
00548C*    WS-IMAGE-TABLE AS IT IS TO BE WRITTEN BACK - EACH CARD ON   *
00548D*    FILE AS IT STANDS, EXCEPT THAT A CARD THE ACTION UPDATED    *
00548E*    TAKES THE ACTION'S FIELDS, A CARD IT DROPPED IS LEFT OUT,   *
00548F*    AND ITS NEW CARDS GO ON THE END.  ANY CARD THE ACTION       *
00548G*    RELIED ON WHOSE CHANGE COUNT DIFFERS FROM THE ONE READ, OR  *
00548H*    WHICH HAS GONE, OR A NEW CARD ANOTHER SESSION HAS FILED     *
00548I*    FIRST, REFUSES THE WHOLE ACTION.  THE ACTION'S AUDIT        *
00548J*    RECORDS ARE WRITTEN ONLY ONCE IT IS FILED.                  *
0054UA*    THE CATALOG'S RUN LOCK (PROGRAM23) IS HELD FROM THE READ    *
0054UB*    TO THE WRITE; WHILE ANOTHER SESSION HOLDS IT, NOTHING IS    *
0054UC*    FILED.                                                      *
00548K*----------------------------------------------------------------*
00548L 7000-FILE-CATALOG-ACTION.
00548M
00548N     MOVE "N" TO WS-UPDATE-DONE-SW.
0054TA     MOVE "A" TO MT-LOKP-FUNCTION.
0054TB     MOVE "PARMCAT" TO MT-LOKP-LOCK-NAME.
0054TC     MOVE "PROGRAM10" TO MT-LOKP-PROGRAM.
0054TD     MOVE WS-SIGNON-ID TO MT-LOKP-OPERATOR-ID.
0054TE     CALL "Program23" USING MT-LOKP-PARMS.
0054TF     IF MT-LOKP-REFUSED
0054TG         DISPLAY "CATALOG IN USE BY ", MT-LOKP-HOLDER-PROGRAM,
0054TH             " FOR OPERATOR ", MT-LOKP-HOLDER-OPERATOR,
0054TI             " SINCE ", MT-LOKP-HELD-HHMM
0054TJ         DISPLAY "NOTHING FILED - CHOOSE THE ACTION AGAIN SHORTLY"
0054TK     ELSE
0054TL         PERFORM 7030-MERGE-AND-FILE-ACTION
0054TM         MOVE "R" TO MT-LOKP-FUNCTION
0054TN         CALL "Program23" USING MT-LOKP-PARMS
0054TO     END-IF.
0054TP     MOVE ZERO TO WS-HELD-COUNT.
0054TQ
0054TR 7030-MERGE-AND-FILE-ACTION.
0054TS
00548O     MOVE "N" TO WS-CONFLICT-SW.
00548P     MOVE ZERO TO WS-IMAGE-COUNT.
00548Q     PERFORM 7010-CLEAR-ONE-SEEN-FLAG
00548R         VARYING WS-CTLG-IDX FROM 1 BY 1
00548S         UNTIL WS-CTLG-IDX > WS-CTLG-COUNT.
00548T     PERFORM 7020-CLEAR-ONE-GONE-FLAG
00548U         VARYING WS-GONE-IDX FROM 1 BY 1
00548V         UNTIL WS-GONE-IDX > WS-GONE-COUNT.
00548W     OPEN INPUT PARM-CATALOG-FILE.
00548X     IF WS-CTLG-FILE-STATUS = "00"
00548Y         PERFORM 7200-MERGE-ONE-FILE-CARD
00548Z             UNTIL WS-CTLG-FILE-STATUS NOT = "00"
0054AA         CLOSE PARM-CATALOG-FILE
0054AB     ELSE
0054AC         IF WS-CTLG-FILE-STATUS NOT = "35"
0054AD             DISPLAY "PARMCAT NOT AVAILABLE - STATUS ",
0054AE                 WS-CTLG-FILE-STATUS
0054AF             SET WS-CONFLICT-FOUND TO TRUE
0054AG         END-IF
0054AH     END-IF.
0054AI     PERFORM 7400-CHECK-ONE-UNSEEN-CARD
0054AJ         VARYING WS-CTLG-IDX FROM 1 BY 1
0054AK         UNTIL WS-CTLG-IDX > WS-CTLG-COUNT.
0054AL     PERFORM 7450-CHECK-ONE-UNSEEN-GONE
0054AM         VARYING WS-GONE-IDX FROM 1 BY 1
0054AN         UNTIL WS-GONE-IDX > WS-GONE-COUNT.
0054AO     PERFORM 7500-ADD-ONE-NEW-CARD
0054AP         VARYING WS-CTLG-IDX FROM 1 BY 1
0054AQ         UNTIL WS-CTLG-IDX > WS-CTLG-COUNT.
0054AR     IF WS-CONFLICT-FOUND
0054AS         DISPLAY "NOTHING FILED - CHOOSE THE ACTION AGAIN TO SEE",
0054AT             " THE CATALOG AS IT IS NOW"
0054AU     ELSE
0054AV         OPEN OUTPUT PARM-CATALOG-FILE
0054AW         IF WS-CTLG-FILE-STATUS = "00"
0054AX             PERFORM 7600-WRITE-ONE-IMAGE-CARD
0054AY                 VARYING WS-IMAGE-IDX FROM 1 BY 1
0054AZ                 UNTIL WS-IMAGE-IDX > WS-IMAGE-COUNT
0054BA             CLOSE PARM-CATALOG-FILE
0054BB             SET WS-UPDATE-DONE TO TRUE
0054BC             PERFORM 8100-WRITE-ONE-HELD-AUDIT
0054BD                 VARYING WS-HELD-IDX FROM 1 BY 1
0054BE                 UNTIL WS-HELD-IDX > WS-HELD-COUNT
0054BF         ELSE
0054BG             DISPLAY "PARMCAT REWRITE FAILED - STATUS ",
0054BH                 WS-CTLG-FILE-STATUS
0054BI         END-IF
0054BJ     END-IF.
0054BL
0054BM 7010-CLEAR-ONE-SEEN-FLAG.
0054BN
0054BO     MOVE "N" TO WS-CTLG-TAB-SEEN (WS-CTLG-IDX).
0054BP
0054BQ 7020-CLEAR-ONE-GONE-FLAG.
0054BR
0054BS     MOVE "N" TO WS-GONE-SEEN (WS-GONE-IDX).
0054BT
0054BU*----------------------------------------------------------------*
0054BV*    THE CHANGE COUNT OF THE CARD JUST READ (AN OLD-LAYOUT CARD, *
0054BW*    WITH SPACES THERE, COUNTS ZERO), AND WHETHER IT IS A        *
0054BX*    PENDING COPY ("P") OR A LIVE CARD ("L").                    *
0054BY*----------------------------------------------------------------*
0054BZ 7060-NOTE-FILE-CHANGES.
0054CA
0054CB     IF MT-CAT-CHANGE-COUNT NUMERIC
0054CC         MOVE MT-CAT-CHANGE-COUNT TO WS-FILE-CHANGES
0054CD     ELSE
0054CE         MOVE ZERO TO WS-FILE-CHANGES
0054CF     END-IF.
0054CG     IF MT-CAT-PENDING-ACTION = "A"
0054CH         OR MT-CAT-PENDING-ACTION = "C"
0054CI         MOVE "P" TO WS-FILE-COPY
0054CJ     ELSE
0054CK         MOVE "L" TO WS-FILE-COPY
0054CL     END-IF.
0054CM
0054CN 7100-MOVE-ENTRY-TO-RECORD.
0054CO
0054CP     MOVE WS-CTLG-TAB-SET (WS-CTLG-IDX) TO MT-CAT-SET-NAME.
0054CQ     MOVE WS-CTLG-TAB-FROM (WS-CTLG-IDX) TO MT-CAT-EFF-FROM.
0054CR     MOVE WS-CTLG-TAB-TO (WS-CTLG-IDX) TO MT-CAT-EFF-TO.
0054CS     MOVE WS-CTLG-TAB-SEQ (WS-CTLG-IDX) TO MT-CAT-CARD-SEQ.
0054CT     MOVE WS-CTLG-TAB-CARD (WS-CTLG-IDX) TO MT-CAT-CARD-FIELDS.
0054CU     MOVE WS-CTLG-TAB-PENDING (WS-CTLG-IDX)
0054CV         TO MT-CAT-PENDING-ACTION.
0054CW     MOVE WS-CTLG-TAB-CHANGED-BY (WS-CTLG-IDX)
0054CX         TO MT-CAT-CHANGED-BY.
0054CY     MOVE WS-CTLG-TAB-APPROVED-BY (WS-CTLG-IDX)
0054CZ         TO MT-CAT-APPROVED-BY.
0054DA
0054DB 7150-ADD-TO-CHANGE-COUNT.
0054DC
0054DD     IF WS-FILE-CHANGES = 99999
0054DE         MOVE 1 TO MT-CAT-CHANGE-COUNT
0054DF     ELSE
0054DG         ADD 1 TO WS-FILE-CHANGES GIVING MT-CAT-CHANGE-COUNT
0054DH     END-IF.
0054DI
0054DJ*----------------------------------------------------------------*
0054DK*    MERGE ONE CARD ON FILE.  A CARD THE ACTION DROPPED, OR ONE  *
0054DL*    IT UPDATED OR COPIED FROM, MUST STILL CARRY THE CHANGE      *
0054DM*    COUNT IT WAS READ WITH.  ANY OTHER CARD IS KEPT AS IT IS,   *
0054DN*    UNLESS IT IS ONE OF THE ACTION'S NEW CARDS FILED BY ANOTHER *
0054DO*    SESSION FIRST.                                              *
0054DP*----------------------------------------------------------------*
0054DQ 7200-MERGE-ONE-FILE-CARD.
0054DR
0054DS     READ PARM-CATALOG-FILE.
0054DT     IF WS-CTLG-FILE-STATUS = "00"
0054DU         PERFORM 7060-NOTE-FILE-CHANGES
0054DV         MOVE ZERO TO WS-MATCH-IDX
0054DW         PERFORM 7250-MATCH-ONE-GONE-CARD
0054DX             VARYING WS-GONE-IDX FROM 1 BY 1
0054DY             UNTIL WS-GONE-IDX > WS-GONE-COUNT
0054DZ                 OR WS-MATCH-IDX > ZERO
0054EA         IF WS-MATCH-IDX > ZERO
0054EB             MOVE "Y" TO WS-GONE-SEEN (WS-MATCH-IDX)
0054EC             IF WS-GONE-CHANGES (WS-MATCH-IDX)
0054JI                 NOT = WS-FILE-CHANGES
0054ED                 PERFORM 7800-NOTE-CHANGED-CARD
0054EE             END-IF
0054EF         ELSE
0054EG             PERFORM 7260-MATCH-ONE-TOUCHED-CARD
0054EH                 VARYING WS-CTLG-IDX FROM 1 BY 1
0054EI                 UNTIL WS-CTLG-IDX > WS-CTLG-COUNT
0054EJ                     OR WS-MATCH-IDX > ZERO
0054EK             IF WS-MATCH-IDX > ZERO
0054EL                 PERFORM 7300-MERGE-TOUCHED-CARD
0054EM             ELSE
0054EN                 PERFORM 7270-CHECK-ONE-NEW-CARD
0054EO                     VARYING WS-CTLG-IDX FROM 1 BY 1
0054EP                     UNTIL WS-CTLG-IDX > WS-CTLG-COUNT
0054EQ                 PERFORM 7350-ADD-TO-IMAGE
0054ER             END-IF
0054ES         END-IF
0054ET     END-IF.
0054EU
0054EV 7250-MATCH-ONE-GONE-CARD.
0054EW
0054EX     IF WS-GONE-SET (WS-GONE-IDX) = MT-CAT-SET-NAME
0054EY         AND WS-GONE-FROM (WS-GONE-IDX) = MT-CAT-EFF-FROM
0054EZ         AND WS-GONE-SEQ (WS-GONE-IDX) = MT-CAT-CARD-SEQ
0054FA         AND WS-GONE-COPY (WS-GONE-IDX) = WS-FILE-COPY
0054FB         AND WS-GONE-SEEN (WS-GONE-IDX) = "N"
0054FC         MOVE WS-GONE-IDX TO WS-MATCH-IDX
0054FD     END-IF.
0054FE
0054FF 7260-MATCH-ONE-TOUCHED-CARD.
0054FG
0054FH     IF (WS-CTLG-TAB-TOUCH (WS-CTLG-IDX) = "U"
0054FI             OR WS-CTLG-TAB-TOUCH (WS-CTLG-IDX) = "V")
0054FJ         AND WS-CTLG-TAB-SET (WS-CTLG-IDX) = MT-CAT-SET-NAME
0054FK         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = MT-CAT-EFF-FROM
0054FL         AND WS-CTLG-TAB-SEQ (WS-CTLG-IDX) = MT-CAT-CARD-SEQ
0054FM         AND WS-CTLG-TAB-COPY (WS-CTLG-IDX) = WS-FILE-COPY
0054FN         AND WS-CTLG-TAB-SEEN (WS-CTLG-IDX) = "N"
0054FO         MOVE WS-CTLG-IDX TO WS-MATCH-IDX
0054FP     END-IF.
0054FQ
0054FR*----------------------------------------------------------------*
0054FS*    A NEW PENDING ADD CLASHES WITH ANY CARD OF THE SAME SET,    *
0054FT*    DATE AND SEQUENCE; A NEW PENDING CHANGE ONLY WITH ANOTHER   *
0054FU*    PENDING COPY OF THE SAME CARD.                              *
0054FV*----------------------------------------------------------------*
0054FW 7270-CHECK-ONE-NEW-CARD.
0054FX
0054FY     IF WS-CTLG-TAB-TOUCH (WS-CTLG-IDX) = "N"
0054FZ         AND WS-CTLG-TAB-SET (WS-CTLG-IDX) = MT-CAT-SET-NAME
0054GA         AND WS-CTLG-TAB-FROM (WS-CTLG-IDX) = MT-CAT-EFF-FROM
0054GB         AND WS-CTLG-TAB-SEQ (WS-CTLG-IDX) = MT-CAT-CARD-SEQ
0054GC         IF WS-CTLG-TAB-PENDING (WS-CTLG-IDX) = "A"
0054GD             OR WS-FILE-COPY = "P"
0054GE             DISPLAY "CARD ", MT-CAT-SET-NAME,
0054GF                 " FROM ", MT-CAT-EFF-FROM,
0054GG                 " SEQ ", MT-CAT-CARD-SEQ,
0054GH                 " WAS FILED BY ANOTHER SESSION"
0054GI             SET WS-CONFLICT-FOUND TO TRUE
0054GJ         END-IF
0054GK     END-IF.
0054GL
0054GM 7300-MERGE-TOUCHED-CARD.
0054GN
0054GO     MOVE "Y" TO WS-CTLG-TAB-SEEN (WS-MATCH-IDX).
0054GP     IF WS-CTLG-TAB-CHANGES (WS-MATCH-IDX) NOT = WS-FILE-CHANGES
0054GQ         PERFORM 7800-NOTE-CHANGED-CARD
0054GR     ELSE
0054GS         IF WS-CTLG-TAB-TOUCH (WS-MATCH-IDX) = "U"
0054GT             MOVE WS-MATCH-IDX TO WS-CTLG-IDX
0054GU             PERFORM 7100-MOVE-ENTRY-TO-RECORD
0054GV             PERFORM 7150-ADD-TO-CHANGE-COUNT
0054GW         END-IF
0054GX         PERFORM 7350-ADD-TO-IMAGE
0054GY     END-IF.
0054GZ
0054HA 7350-ADD-TO-IMAGE.
0054HB
0054HC     IF WS-IMAGE-COUNT < 250
0054HD         ADD 1 TO WS-IMAGE-COUNT
0054HE         MOVE MT-CAT-RECORD TO WS-IMAGE-RECORD (WS-IMAGE-COUNT)
0054HF     ELSE
0054HG         IF NOT WS-CONFLICT-FOUND
0054HH             DISPLAY "PARMCAT HAS MORE CARDS THAN CAN BE WRITTEN",
0054HI                 " BACK"
0054HJ         END-IF
0054HK         SET WS-CONFLICT-FOUND TO TRUE
0054HL     END-IF.
0054HM
0054HN*----------------------------------------------------------------*
0054HO*    A CARD THE ACTION UPDATED, COPIED FROM OR DROPPED THAT WAS  *
0054HP*    NOT FOUND ON FILE HAS BEEN REMOVED BY ANOTHER SESSION.      *
0054HQ*----------------------------------------------------------------*
0054HR 7400-CHECK-ONE-UNSEEN-CARD.
0054HS
0054HT     IF (WS-CTLG-TAB-TOUCH (WS-CTLG-IDX) = "U"
0054HU             OR WS-CTLG-TAB-TOUCH (WS-CTLG-IDX) = "V")
0054HV         AND WS-CTLG-TAB-SEEN (WS-CTLG-IDX) = "N"
0054HW         DISPLAY "CARD ", WS-CTLG-TAB-SET (WS-CTLG-IDX),
0054HX             " FROM ", WS-CTLG-TAB-FROM (WS-CTLG-IDX),
0054HY             " SEQ ", WS-CTLG-TAB-SEQ (WS-CTLG-IDX),
0054HZ             " WAS REMOVED BY ANOTHER SESSION"
0054IA         SET WS-CONFLICT-FOUND TO TRUE
0054IB     END-IF.
0054IC
0054ID 7450-CHECK-ONE-UNSEEN-GONE.
0054IE
0054IF     IF WS-GONE-SEEN (WS-GONE-IDX) = "N"
0054IG         DISPLAY "CARD ", WS-GONE-SET (WS-GONE-IDX),
0054IH             " FROM ", WS-GONE-FROM (WS-GONE-IDX),
0054II             " SEQ ", WS-GONE-SEQ (WS-GONE-IDX),
0054IJ             " WAS REMOVED BY ANOTHER SESSION"
0054IK         SET WS-CONFLICT-FOUND TO TRUE
0054IL     END-IF.
0054IM
0054IN 7500-ADD-ONE-NEW-CARD.
0054IO
0054IP     IF WS-CTLG-TAB-TOUCH (WS-CTLG-IDX) = "N"
0054IQ         MOVE SPACES TO MT-CAT-RECORD
0054IR         PERFORM 7100-MOVE-ENTRY-TO-RECORD
0054IS         MOVE 1 TO MT-CAT-CHANGE-COUNT
0054IT         PERFORM 7350-ADD-TO-IMAGE
0054IU     END-IF.
0054IV
0054IW 7600-WRITE-ONE-IMAGE-CARD.
0054IX
0054IY     MOVE WS-IMAGE-RECORD (WS-IMAGE-IDX) TO MT-CAT-RECORD.
0054IZ     WRITE MT-CAT-RECORD.
0054JA
0054JB 7800-NOTE-CHANGED-CARD.
0054JC
0054JD     DISPLAY "CARD ", MT-CAT-SET-NAME,
0054JE         " FROM ", MT-CAT-EFF-FROM,
0054JF         " SEQ ", MT-CAT-CARD-SEQ,
0054JG         " WAS CHANGED BY ANOTHER SESSION SINCE IT WAS READ".
0054JH     SET WS-CONFLICT-FOUND TO TRUE.
00573A
00573B*----------------------------------------------------------------*
00573C*    ONE AUDIT RECORD PER CATALOG CARD ADDED, CHANGED, REMOVED,  *
00573D*    APPROVED OR REJECTED - WS-AUD-ACTION-WORK HOLDS THE ACTION  *
00573E*    AND WS-AUD-IDX THE TABLE ENTRY.  A MISPUNCHED NUMBER ON THE *
00573F*    CARD IS AUDITED AS ZERO.  THE RECORD IS HELD UNTIL THE      *
0057AR*    ACTION IS FILED, AND DROPPED IF IT IS REFUSED.              *
00573G*----------------------------------------------------------------*
00573H 8000-WRITE-CATALOG-AUDIT.
00573I
00573J     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
00573K     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME.
00573L     MOVE WS-RUN-DATE-YYYYMMDD TO MT-AUD-RUN-DATE.
00573M     MOVE WS-RUN-TIME-HHMMSS TO MT-AUD-RUN-TIME.
00573N     MOVE WS-SIGNON-ID TO MT-AUD-OPERATOR-ID.
00573O     MOVE WS-CTLG-TAB-START (WS-AUD-IDX) TO WS-AUD-NUM-X.
00573P     IF WS-AUD-NUM-9 NUMERIC
00573Q         MOVE WS-AUD-NUM-9 TO MT-AUD-START-NUMBER
00573R     ELSE
00573S         MOVE ZERO TO MT-AUD-START-NUMBER
00573T     END-IF.
00573U     MOVE WS-CTLG-TAB-COUNT-X (WS-AUD-IDX) TO WS-AUD-NUM-X.
00573V     IF WS-AUD-NUM-9 NUMERIC
00573W         MOVE WS-AUD-NUM-9 TO MT-AUD-ROW-COUNT
00573X     ELSE
00573Y         MOVE ZERO TO MT-AUD-ROW-COUNT
00573Z     END-IF.
0057AA     MOVE ZERO TO MT-AUD-RESTART-ROW.
0057AB     MOVE WS-CTLG-TAB-MODE (WS-AUD-IDX) TO MT-AUD-MODE-FLAG.
0057AC     MOVE WS-CTLG-TAB-PRICE (WS-AUD-IDX) TO WS-AUD-PRICE-X.
0057AD     IF WS-AUD-PRICE-9 NUMERIC
0057AE         MOVE WS-AUD-PRICE-9 TO MT-AUD-UNIT-PRICE
0057AF     ELSE
0057AG         MOVE ZERO TO MT-AUD-UNIT-PRICE
0057AH     END-IF.
0057AI     MOVE WS-CTLG-TAB-SEQ (WS-AUD-IDX) TO MT-AUD-CARD-SEQ.
0057AJ     MOVE "A" TO MT-AUD-STATUS.
0057AK     MOVE WS-AUD-ACTION-WORK TO MT-AUD-ACTION.
0057AL     MOVE SPACES TO MT-AUD-TARGET-ID.
0057AM     MOVE WS-CTLG-TAB-SET (WS-AUD-IDX) TO MT-AUD-SET-NAME.
0057AN     MOVE WS-CTLG-TAB-FROM (WS-AUD-IDX) TO MT-AUD-EFF-FROM.
0057AO     IF WS-HELD-COUNT < 200
0057AS         ADD 1 TO WS-HELD-COUNT
0057AP         MOVE MT-AUD-RECORD TO WS-HELD-AUDIT (WS-HELD-COUNT)
0057AQ     END-IF.
0057AT
0057AU 8100-WRITE-ONE-HELD-AUDIT.
0057AV
0057AW     IF WS-AUD-FILE-STATUS = "00"
0057AX         MOVE WS-HELD-AUDIT (WS-HELD-IDX) TO MT-AUD-RECORD
0057AY         WRITE MT-AUD-RECORD
0057AZ     END-IF.
005740
005750 END PROGRAM PROGRAM10.
