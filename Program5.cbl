000341*                      CREW WHICH ARCHIVE DATASET COVERS A       *
000342*                      REQUESTED RUN DATE INSTEAD OF MOUNTING    *
000343*                      DATASETS BY HAND UNTIL ONE MATCHES.       *
00034A*    2026-10-15  DLW  THE PURGE IS NOW THE LAST CONTROLLED STEP  *
00034B*                      OF THE NIGHTLY CHAIN (CYCLCTL, SEE        *
00034C*                      MTCYCL, THROUGH PROGRAM16) - NOTHING IS   *
00034D*                      PURGED UNTIL EVERY EARLIER STEP, THE      *
00034E*                      HISTORY LOAD INCLUDED, HAS COMPLETED FOR  *
00034F*                      THE CYCLE, ELSE IT ENDS WITH CONDITION    *
00034G*                      CODE 20.                                  *
00034H*    2026-10-15  DLW  THE PURGE NOW TAKES THE BATCH FILE RUN     *
00034I*                      LOCK (SEE MTLOKP, THROUGH PROGRAM23)      *
00034J*                      BEFORE ITS STEP BEGINS AND GIVES IT BACK  *
00034K*                      ON EVERY WAY OUT.  WHILE ANOTHER BATCH    *
00034L*                      JOB, HISTORY LOAD OR PURGE HOLDS IT, THE  *
00034M*                      RUN ENDS AT ONCE WITH CONDITION CODE 24,  *
00034N*                      NAMING THE OPERATOR AND THE TIME IT WAS   *
00034O*                      TAKEN.                                    *
00034P*    2026-10-15  DLW  ANY FILE THE PURGE NEEDS THAT WILL NOT     *
00034Q*                      OPEN - LIVE, WORK, ARCHIVE, ARCHIVE INDEX *
00034R*                      OR REPORT - NOW ENDS THE STEP WITH        *
00034S*                      CONDITION CODE 16 AND RECORDS IT FAILED   *
00034T*                      ON CYCLCTL, INSTEAD OF ONLY DISPLAYING    *
00034U*                      THE STATUS AND REPORTING THE STEP         *
00034V*                      COMPLETE.  THE OTHER LIVE FILE IS STILL   *
00034W*                      PURGED.                                   *
000340*                                                                *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
001380 01  WS-ANEW-FILE-STATUS      PIC X(02).
001390 01  WS-PRINT-FILE-STATUS     PIC X(02).
001392 01  WS-ARCX-FILE-STATUS      PIC X(02).
00139A 01  WS-FINAL-RC              PIC 9(02)  VALUE ZERO.
001400
001410*----------------------------------------------------------------*
001420*    RETENTION CONTROL - RECORDS WITH A RUN DATE OLDER THAN THE  *
002250         10  WS-RUN-DD        PIC 9(02).
002260     05  WS-RUN-DATE-DISPLAY  PIC X(10).
002270
00227A*----------------------------------------------------------------*
00227B*    JOB-CHAIN STEP CONTROL REQUEST (SEE PROGRAM16)              *
00227C*----------------------------------------------------------------*
00227D     COPY MTCYCP.
00227E
00227F*----------------------------------------------------------------*
00227G*    RUN LOCK REQUEST (SEE PROGRAM23)                            *
00227H*----------------------------------------------------------------*
00227I     COPY MTLOKP.
00227J
002280 PROCEDURE DIVISION.
002290
002300 0000-MAIN-RETENTION-PURGE.
002310
00231A     PERFORM 0050-TAKE-RUN-LOCK.
00231B     IF NOT MT-LOKP-GRANTED
00231C         PERFORM 9970-ABORT-RUN-LOCKED
00231D     END-IF.
00231E     PERFORM 0100-BEGIN-CHAIN-STEP.
00231F     IF NOT MT-CYCP-PREREQ-OK
00231G         PERFORM 9900-ABORT-PREREQ-MISSING
00231H     END-IF.
002320     PERFORM 1000-INITIALIZE.
002330     PERFORM 2000-PURGE-HISTORY-FILE.
002340     PERFORM 3000-PURGE-AUDIT-FILE.
002350     PERFORM 4000-PRINT-PURGE-REPORT.
002360     PERFORM 9000-END-PROGRAM.
002370
00237A*----------------------------------------------------------------*
00237B*    JOB-CHAIN STEP CONTROL - EVERY STEP AHEAD OF THIS ONE MUST  *
00237C*    HAVE COMPLETED FOR THE CYCLE.                               *
00237D*----------------------------------------------------------------*
00237E 0100-BEGIN-CHAIN-STEP.
00237F
00237G     MOVE "B" TO MT-CYCP-FUNCTION.
00237H     MOVE "PROGRAM5" TO MT-CYCP-STEP-NAME.
00237I     CALL "Program16" USING MT-CYCP-PARMS.
00237J
002380 1000-INITIALIZE.
002390
002400     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002430     END-STRING.
002440     PERFORM 1100-COMPUTE-CUTOFF-DATE.
002450     OPEN OUTPUT PRINT-FILE.
00245A     IF WS-PRINT-FILE-STATUS NOT = "00"
00245B         DISPLAY "PURGERPT NOT AVAILABLE - STATUS ",
00245C             WS-PRINT-FILE-STATUS
00245D         MOVE 16 TO WS-FINAL-RC
00245E     END-IF.
002460
002470*----------------------------------------------------------------*
002480*    CUTOFF = TODAY BACKED UP ONE DAY AT A TIME FOR THE FULL     *
002960
002970*----------------------------------------------------------------*
002980*    HISTORY FILE - SPLIT LIVE RECORDS INTO KEEP / ARCHIVE,      *
002990*    THEN REWRITE THE LIVE FILE FROM THE KEEP COPY.  WHEN THE    *
00299A*    LIVE, WORK OR ARCHIVE FILE WILL NOT OPEN NOTHING IS PURGED  *
00299B*    AND THE STEP ENDS FAILED.                                   *
003000*----------------------------------------------------------------*
003010 2000-PURGE-HISTORY-FILE.
003020
003040     IF WS-HIST-FILE-STATUS NOT = "00"
003050         DISPLAY "HISTFILE NOT AVAILABLE - STATUS ",
003060             WS-HIST-FILE-STATUS
00306A         MOVE 16 TO WS-FINAL-RC
003070     ELSE
003080         OPEN OUTPUT HIST-NEW-FILE
003090         OPEN EXTEND HIST-ARCHIVE-FILE
003100         IF WS-HARC-FILE-STATUS = "35"
003110             OPEN OUTPUT HIST-ARCHIVE-FILE
003120         END-IF
00312A         IF WS-HNEW-FILE-STATUS NOT = "00"
00312B             OR WS-HARC-FILE-STATUS NOT = "00"
00312C             DISPLAY "HISTNEW STATUS ", WS-HNEW-FILE-STATUS,
00312D                 " HISTARCH STATUS ", WS-HARC-FILE-STATUS,
00312E                 " - HISTFILE NOT PURGED"
00312F             MOVE 16 TO WS-FINAL-RC
00312G             CLOSE HISTORY-FILE
00312H             CLOSE HIST-NEW-FILE
00312I             CLOSE HIST-ARCHIVE-FILE
00312J         ELSE
003130             PERFORM 2100-PROCESS-ONE-HIST-RECORD
003140                 UNTIL WS-HIST-FILE-STATUS NOT = "00"
003150             CLOSE HISTORY-FILE
003160             CLOSE HIST-NEW-FILE
003170             CLOSE HIST-ARCHIVE-FILE
003180             PERFORM 2200-REWRITE-LIVE-HISTORY
00318A         END-IF
003190     END-IF.
003200
003210 2100-PROCESS-ONE-HIST-RECORD.
003410     OPEN INPUT HIST-NEW-FILE.
003420     IF WS-HNEW-FILE-STATUS = "00"
003430         OPEN OUTPUT HISTORY-FILE
00343A         IF WS-HIST-FILE-STATUS NOT = "00"
00343B             DISPLAY "HISTFILE REWRITE FAILED - STATUS ",
00343C                 WS-HIST-FILE-STATUS
00343D             MOVE 16 TO WS-FINAL-RC
00343E         ELSE
003440             PERFORM 2250-COPY-ONE-HIST-BACK
003450                 UNTIL WS-HNEW-FILE-STATUS NOT = "00"
003460             CLOSE HISTORY-FILE
00346A         END-IF
00346B     ELSE
00346C         DISPLAY "HISTNEW NOT AVAILABLE - STATUS ",
00346D             WS-HNEW-FILE-STATUS, " - HISTFILE NOT REWRITTEN"
00346E         MOVE 16 TO WS-FINAL-RC
003470     END-IF.
003480     CLOSE HIST-NEW-FILE.
003490
003550     END-IF.
003560
003570*----------------------------------------------------------------*
003580*    AUDIT TRAIL - SAME SPLIT AND REWRITE AS THE HISTORY FILE,   *
00358A*    AND THE SAME FAILURE WHEN A FILE WILL NOT OPEN.             *
003590*----------------------------------------------------------------*
003600 3000-PURGE-AUDIT-FILE.
003610
003630     IF WS-AUD-FILE-STATUS NOT = "00"
003640         DISPLAY "AUDITLOG NOT AVAILABLE - STATUS ",
003650             WS-AUD-FILE-STATUS
00365A         MOVE 16 TO WS-FINAL-RC
003660     ELSE
003670         OPEN OUTPUT AUD-NEW-FILE
003680         OPEN EXTEND AUD-ARCHIVE-FILE
003690         IF WS-AARC-FILE-STATUS = "35"
003700             OPEN OUTPUT AUD-ARCHIVE-FILE
003710         END-IF
00371A         IF WS-ANEW-FILE-STATUS NOT = "00"
00371B             OR WS-AARC-FILE-STATUS NOT = "00"
00371C             DISPLAY "AUDNEW STATUS ", WS-ANEW-FILE-STATUS,
00371D                 " AUDARCH STATUS ", WS-AARC-FILE-STATUS,
00371E                 " - AUDITLOG NOT PURGED"
00371F             MOVE 16 TO WS-FINAL-RC
00371G             CLOSE AUDIT-FILE
00371H             CLOSE AUD-NEW-FILE
00371I             CLOSE AUD-ARCHIVE-FILE
00371J         ELSE
003720             PERFORM 3100-PROCESS-ONE-AUD-RECORD
003730                 UNTIL WS-AUD-FILE-STATUS NOT = "00"
003740             CLOSE AUDIT-FILE
003750             CLOSE AUD-NEW-FILE
003760             CLOSE AUD-ARCHIVE-FILE
003770             PERFORM 3200-REWRITE-LIVE-AUDIT
00377A         END-IF
003780     END-IF.
003790
003800 3100-PROCESS-ONE-AUD-RECORD.
004000     OPEN INPUT AUD-NEW-FILE.
004010     IF WS-ANEW-FILE-STATUS = "00"
004020         OPEN OUTPUT AUDIT-FILE
00402A         IF WS-AUD-FILE-STATUS NOT = "00"
00402B             DISPLAY "AUDITLOG REWRITE FAILED - STATUS ",
00402C                 WS-AUD-FILE-STATUS
00402D             MOVE 16 TO WS-FINAL-RC
00402E         ELSE
004030             PERFORM 3250-COPY-ONE-AUD-BACK
004040                 UNTIL WS-ANEW-FILE-STATUS NOT = "00"
004050             CLOSE AUDIT-FILE
00405A         END-IF
00405B     ELSE
00405C         DISPLAY "AUDNEW NOT AVAILABLE - STATUS ",
00405D             WS-ANEW-FILE-STATUS, " - AUDITLOG NOT REWRITTEN"
00405E         MOVE 16 TO WS-FINAL-RC
004060     END-IF.
004070     CLOSE AUD-NEW-FILE.
004080
004176         ELSE
004177             DISPLAY "ARCHIDX NOT AVAILABLE - STATUS ",
004178                 WS-ARCX-FILE-STATUS
00417A             MOVE 16 TO WS-FINAL-RC
004179         END-IF
004181     END-IF.
004182
004690 9000-END-PROGRAM.
004700
004710     CLOSE PRINT-FILE.
00471D     IF WS-FINAL-RC = ZERO
00471A         MOVE "C" TO MT-CYCP-STEP-STATUS
00471E     ELSE
00471F         MOVE "F" TO MT-CYCP-STEP-STATUS
00471G     END-IF.
00471B     PERFORM 8900-END-CHAIN-STEP.
00471C     PERFORM 8950-GIVE-BACK-RUN-LOCK.
00471H     MOVE WS-FINAL-RC TO RETURN-CODE.
004720     GOBACK.
00472A
00472B 8900-END-CHAIN-STEP.
00472C
00472D     MOVE "E" TO MT-CYCP-FUNCTION.
00472E     MOVE WS-FINAL-RC TO MT-CYCP-COMPLETION-CODE.
00472F     MOVE SPACES TO MT-CYCP-RUN-STATUS.
00472G     CALL "Program16" USING MT-CYCP-PARMS.
00472H
00472I*----------------------------------------------------------------*
00472J*    A PREDECESSOR STEP HAS NOT COMPLETED FOR THE CYCLE - NO     *
00472K*    FILE IS OPENED AND NOTHING IS PURGED.  PROGRAM16 HAS        *
00472L*    ALREADY RECORDED THE STEP AS BLOCKED.                       *
00472M*----------------------------------------------------------------*
00472N 9900-ABORT-PREREQ-MISSING.
00472O
00472P     DISPLAY "PREREQUISITE STEP ", MT-CYCP-MISSING-STEP,
00472Q         " NOT COMPLETE (STATE '", MT-CYCP-MISSING-STATUS,
00472R         "') FOR CYCLE ", MT-CYCP-CYCLE-DATE,
00472S         " - RETENTION PURGE NOT RUN".
00472T     PERFORM 8950-GIVE-BACK-RUN-LOCK.
00472U     MOVE 20 TO RETURN-CODE.
00472V     GOBACK.
00472W
00472X*----------------------------------------------------------------*
00472Y*    THE BATCH FILE RUN LOCK.  THE STEP HAS NO OPERATOR OF ITS   *
00472Z*    OWN, SO IT RUNS FOR THE ONE WHO LAST RAN THE BATCH JOB.     *
004730*----------------------------------------------------------------*
004740 0050-TAKE-RUN-LOCK.
004750
004760     MOVE "A" TO MT-LOKP-FUNCTION.
004770     MOVE "BATCHRUN" TO MT-LOKP-LOCK-NAME.
004780     MOVE "PROGRAM5" TO MT-LOKP-PROGRAM.
004790     MOVE SPACES TO MT-LOKP-OPERATOR-ID.
004800     CALL "Program23" USING MT-LOKP-PARMS.
004810
004820 8950-GIVE-BACK-RUN-LOCK.
004830
004840     MOVE "R" TO MT-LOKP-FUNCTION.
004850     CALL "Program23" USING MT-LOKP-PARMS.
004860
004870*----------------------------------------------------------------*
004880*    ANOTHER RUN HOLDS THE BATCH FILES - NOTHING IS OPENED AND   *
004890*    NO STEP RECORD GOES ON CYCLCTL.                             *
004900*----------------------------------------------------------------*
004910 9970-ABORT-RUN-LOCKED.
004920
004930     DISPLAY "PROGRAM5 IN USE BY OPERATOR ",
004940         MT-LOKP-HOLDER-OPERATOR, " SINCE ", MT-LOKP-HELD-HHMM,
004950         " (", MT-LOKP-HOLDER-PROGRAM, " ON ",
004960         MT-LOKP-HELD-DATE, ") - RETENTION PURGE NOT RUN".
004970     MOVE 24 TO RETURN-CODE.
004980     GOBACK.
004990
005000 END PROGRAM PROGRAM5.
