000100*----------------------------------------------------------------*
000110*                                                                *
000120*    MTLOKP  --  RUN LOCK REQUEST PASSED TO PROGRAM23, THE       *
000130*                CALLABLE SUBPROGRAM THAT OWNS THE RUN LOCK FILE *
000140*                (RUNLOCK, SEE MTLOCK), SO EVERY PROGRAM THAT    *
000150*                MUST NOT RUN ALONGSIDE ANOTHER TAKES AND GIVES  *
000160*                BACK ITS LOCK THE SAME WAY.                     *
000170*                                                                *
000180*                FUNCTION "A" (ACQUIRE) - THE CALLER NAMES THE   *
000190*                LOCK, ITSELF AND ITS OPERATOR (SPACES WHEN THE  *
000200*                STEP HAS NONE OF ITS OWN - IT THEN RUNS FOR THE *
000210*                OPERATOR WHO LAST RAN THE BATCH JOB).  RESULT   *
000220*                "Y" MEANS THE LOCK IS NOW THE CALLER'S; "N"     *
000230*                MEANS ANOTHER RUN HOLDS IT, AND THE HOLDER      *
000240*                FIELDS SAY WHICH PROGRAM, WHICH OPERATOR AND    *
000250*                SINCE WHEN (HELD-HHMM IS THE TIME READY TO      *
000260*                PRINT) - THE CALLER ENDS WITH CONDITION CODE 24 *
000270*                WITHOUT TOUCHING ANYTHING.                      *
000280*                FUNCTION "R" (RELEASE) - THE CALLER GIVES BACK  *
000290*                A LOCK IT WAS GRANTED.                          *
000300*                FUNCTION "B" (BREAK) - THE LOCK IS CLEARED      *
000310*                WHOEVER HOLDS IT, IN THE CALLER'S NAME, AND THE *
000320*                HOLDER FIELDS SAY WHO HELD IT (PROGRAM24 ONLY). *
000330*                RESULT "N" MEANS IT WAS NOT HELD.               *
000340*                FUNCTION "I" (INQUIRE) - EVERY LOCK NAME ON     *
000350*                FILE COMES BACK IN THE LOCK TABLE WITH ITS      *
000360*                STATE AND WHO LAST TOOK OR CLEARED IT.          *
000370*                                                                *
000380*                WHEN RUNLOCK CANNOT BE READ OR WRITTEN THE      *
000390*                LOCK IS GRANTED WITH A WARNING, AS THE STEP     *
000400*                CONTROL FILE IS - A MISSING LOCK FILE MUST NOT  *
000410*                STOP THE NIGHT.  A BREAK OR AN INQUIRY THAT     *
000420*                CANNOT READ RUNLOCK COMES BACK "F".             *
000430*                                                                *
000440*    MOD LOG                                                     *
000450*    2026-10-15  DLW  ORIGINAL LAYOUT.                           *
000460*                                                                *
000470*----------------------------------------------------------------*
000480    01  MT-LOKP-PARMS.
000490        05  MT-LOKP-FUNCTION         PIC X(01).
000500            88  MT-LOKP-ACQUIRE                VALUE "A".
000510            88  MT-LOKP-RELEASE                VALUE "R".
000520            88  MT-LOKP-BREAK                  VALUE "B".
000530            88  MT-LOKP-INQUIRE                VALUE "I".
000540        05  MT-LOKP-LOCK-NAME        PIC X(08).
000550        05  MT-LOKP-PROGRAM          PIC X(09).
000560        05  MT-LOKP-OPERATOR-ID      PIC X(08).
000570        05  MT-LOKP-RESULT           PIC X(01).
000580            88  MT-LOKP-GRANTED                VALUE "Y".
000590            88  MT-LOKP-REFUSED                VALUE "N".
000600            88  MT-LOKP-FILE-ERROR             VALUE "F".
000610        05  MT-LOKP-HOLDER-PROGRAM   PIC X(09).
000620        05  MT-LOKP-HOLDER-OPERATOR  PIC X(08).
000630        05  MT-LOKP-HELD-DATE        PIC 9(08).
000640        05  MT-LOKP-HELD-TIME        PIC 9(08).
000650        05  MT-LOKP-HELD-HHMM        PIC X(05).
000660        05  MT-LOKP-LOCK-COUNT       PIC 9(02).
000670        05  MT-LOKP-LOCK-ENTRY OCCURS 10 TIMES.
000680            10  MT-LOKP-TAB-NAME         PIC X(08).
000690            10  MT-LOKP-TAB-ACTION       PIC X(01).
000700            10  MT-LOKP-TAB-PROGRAM      PIC X(09).
000710            10  MT-LOKP-TAB-OPERATOR     PIC X(08).
000720            10  MT-LOKP-TAB-DATE         PIC 9(08).
000730            10  MT-LOKP-TAB-TIME         PIC 9(08).
