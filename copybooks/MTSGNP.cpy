000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTSGNP  --  SIGN-ON PASSWORD REQUEST PASSED TO PROGRAM17,   *
000130*                THE CALLABLE SUBPROGRAM THAT OWNS THE OPERATOR  *
000140*                PASSWORD RULES, SO EVERY SIGN-ON SCREEN         *
000150*                (PROGRAM2, PROGRAM8, PROGRAM10, PROGRAM15)      *
000160*                CHECKS, EXPIRES AND LOCKS THE SAME WAY.         *
000170*                                                                *
000180*                FUNCTION "S" (SIGN-ON) - THE CALLER HAS FOUND   *
000190*                THE OPERATOR ID ON OPERSEC WITH THE PERMISSION  *
000200*                IT NEEDS.  PROGRAM17 PROMPTS FOR THE PASSWORD,  *
000210*                MAKES THE OPERATOR SET A NEW ONE WHEN IT HAS    *
000220*                EXPIRED, COUNTS BAD TRIES AND LOCKS THE ID,     *
000230*                AND RETURNS THE RESULT.  ANY RESULT BUT "Y"     *
000240*                ENDS THE CALLER'S SESSION AS A REJECTED         *
000250*                SIGN-ON.                                        *
000260*                FUNCTION "E" (ENCODE) - THE OPERATOR ID AND A   *
000270*                PASSWORD GO IN, THE ENCODED FORM TO FILE ON     *
000280*                OPERSEC COMES BACK.  NO FILE IS TOUCHED.        *
000290*                FUNCTION "A" (AGE) - A LAST-CHANGED DATE AND    *
000300*                INTERVAL GO IN, THE PASSWORD AGE IN DAYS        *
000310*                (999 WHEN NEVER SET) AND THE EXPIRED SWITCH     *
000320*                COME BACK.  NO FILE IS TOUCHED.                 *
000330*                                                                *
000340*    MOD LOG                                                     *
000350*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
00035A*    2026-10-15  DLW  RESULT "Z" - NO PASSWORD ON FILE.  THE     *
00035B*                      SIGN-ON IS REFUSED UNTIL SECURITY FILES A *
00035C*                      TEMPORARY PASSWORD THROUGH PROGRAM8, OR   *
00035D*                      THROUGH THE PASSWORD SEED UTILITY         *
00035E*                      (PROGRAM28) WHEN NO SECURITY              *
00035F*                      ADMINISTRATOR HAS A PASSWORD YET.         *
000360*                                                                *
000370*----------------------------------------------------------------*
000380    01  MT-SGNP-PARMS.
000390        05  MT-SGNP-FUNCTION         PIC X(01).
000400            88  MT-SGNP-SIGN-ON                VALUE "S".
000410            88  MT-SGNP-ENCODE                 VALUE "E".
000420            88  MT-SGNP-AGE                    VALUE "A".
000430        05  MT-SGNP-OPER-ID          PIC X(08).
000440        05  MT-SGNP-PASSWORD         PIC X(08).
000450        05  MT-SGNP-PASSWORD-CODE    PIC X(10).
000460        05  MT-SGNP-PWD-CHANGED      PIC 9(08).
000470        05  MT-SGNP-PWD-INTERVAL     PIC 9(03).
000480        05  MT-SGNP-PWD-AGE          PIC 9(03).
000490        05  MT-SGNP-EXPIRED-SW       PIC X(01).
000500            88  MT-SGNP-PWD-EXPIRED            VALUE "Y".
000510        05  MT-SGNP-RESULT           PIC X(01).
000520            88  MT-SGNP-SIGNED-ON              VALUE "Y".
000530            88  MT-SGNP-BAD-PASSWORD           VALUE "P".
000540            88  MT-SGNP-ID-LOCKED              VALUE "L".
000550            88  MT-SGNP-NOT-CHANGED            VALUE "X".
000560            88  MT-SGNP-NOT-FOUND              VALUE "N".
00056A            88  MT-SGNP-NO-PASSWORD            VALUE "Z".
