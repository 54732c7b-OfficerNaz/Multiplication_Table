000233*                      WHAT AND WHEN.  RUN RECORDS FROM THE      *
000234*                      BATCH JOB AND THE INQUIRY HAVE SPACES     *
000235*                      HERE.                                     *
00023A*    2026-10-15  DLW  ADDED THE SIGN-ON PASSWORD ACTIONS - "L"   *
00023B*                      WHEN BAD TRIES LOCK AN OPERATOR ID, "P"   *
00023C*                      WHEN AN OPERATOR SETS A NEW PASSWORD      *
00023D*                      (BOTH WRITTEN BY PROGRAM17 WITH THE       *
00023E*                      OPERATOR'S OWN ID AS THE TARGET), AND "U" *
00023F*                      WHEN SECURITY UNLOCKS AN ID AND RESETS    *
00023G*                      ITS PASSWORD THROUGH PROGRAM8.            *
00023H*    2026-10-15  DLW  ADDED THE CARD SET NAME AND EFFECTIVE-FROM *
00023I*                      DATE (IN THE OLD FILLER AREA) AND THE     *
00023J*                      CARD CATALOG ACTIONS FROM PROGRAM10 -     *
00023K*                      ONE RECORD PER CARD, WITH THE CARD        *
00023L*                      SEQUENCE AND THE CARD'S START, COUNT,     *
00023M*                      MODE AND PRICE - "K" CARD ADDED, "H" CARD *
00023N*                      CHANGED, "D" CARD REMOVED (ALL PENDING    *
00023O*                      APPROVAL), "Y" PENDING CHANGE APPROVED    *
00023P*                      AND "J" PENDING CHANGE REJECTED.  OTHER   *
00023Q*                      RECORDS DO NOT USE THE NEW FIELDS.        *
00023R*    2026-10-15  DLW  ADDED ACTION "Q" - ONE RECORD PER RANGE    *
00023S*                      AN OPERATOR ASKS FOR AT THE INQUIRY       *
00023T*                      (PROGRAM2), WITH THE FIRST MULTIPLIER IN  *
00023U*                      THE START NUMBER AND THE NUMBER OF ROWS   *
00023V*                      IN THE ROW COUNT.  THE RECORDS OF ONE     *
00023W*                      SESSION SHARE ITS SIGN-ON STAMP AND ARE   *
00023X*                      NUMBERED IN THE CARD SEQUENCE, AS THE     *
00023Y*                      CARDS OF A BATCH RUN ARE.                 *
00023Z*    2026-10-15  DLW  ADDED ACTION "T" - ONE RECORD PER QUEUED   *
0002AA*                      PRINT REQUEST THE PRINT QUEUE STEP        *
0002AB*                      (PROGRAM27) RUNS, IN THE REQUESTING       *
0002AC*                      OPERATOR'S NAME WITH THE STEP'S RUN STAMP *
0002AD*                      AND THE REQUEST'S SEQUENCE WITHIN THE RUN *
0002AE*                      IN THE CARD SEQUENCE.  START NUMBER AND   *
0002AF*                      ROW COUNT ARE THE MULTIPLIER RANGE (THE   *
0002AG*                      FIRST QUANTITY AND ONE ROW FOR A DECIMAL  *
0002AH*                      REQUEST); STATUS "R" MEANS THE REQUEST    *
0002AI*                      FAILED (SEE MTPRTQ).                      *
0002AJ*    2026-10-15  DLW  ADDED ACTION "S" - ONE RECORD PER CONTROL  *
0002AK*                      CARD OF THE PASSWORD SEED UTILITY         *
0002AL*                      (PROGRAM28), WITH THE REQUESTING SECURITY *
0002AM*                      ADMINISTRATOR AS THE OPERATOR AND THE     *
0002AN*                      SEEDED ID AS THE TARGET.  STATUS "R"      *
0002AO*                      MEANS THE CARD WAS REFUSED.               *
000236*                                                                *
000230*----------------------------------------------------------------*
000240    01  MT-AUD-RECORD.
000313            88  MT-AUD-OPER-ADDED              VALUE "A".
000314            88  MT-AUD-OPER-CHANGED            VALUE "C".
000315            88  MT-AUD-OPER-REVOKED            VALUE "V".
00031A            88  MT-AUD-OPER-LOCKED-OUT         VALUE "L".
00031B            88  MT-AUD-PASSWORD-CHANGED        VALUE "P".
00031C            88  MT-AUD-OPER-UNLOCKED           VALUE "U".
00031D            88  MT-AUD-CARD-ADDED              VALUE "K".
00031E            88  MT-AUD-CARD-CHANGED            VALUE "H".
00031F            88  MT-AUD-CARD-REMOVED            VALUE "D".
00031G            88  MT-AUD-CARD-APPROVED           VALUE "Y".
00031H            88  MT-AUD-CARD-REJECTED           VALUE "J".
00031I            88  MT-AUD-CATALOG-ACTION          VALUE "K" "H" "D"
00031J                                                     "Y" "J".
00031M            88  MT-AUD-INQUIRY                 VALUE "Q".
00031N            88  MT-AUD-PRINT-REQUEST           VALUE "T".
00031O            88  MT-AUD-PASSWORD-SEEDED         VALUE "S".
000316        05  MT-AUD-TARGET-ID         PIC X(08).
000317        05  MT-AUD-SET-NAME          PIC X(08).
00031K        05  MT-AUD-EFF-FROM          PIC 9(08).
00031L        05  FILLER                   PIC X(10).
