000207*                      SO EIGHT COLUMNS NEED ALL 72 BYTES AND    *
000208*                      THE X(70) WHOLE-NUMBER AREA WOULD CUT     *
000209*                      THE EIGHTH AMOUNT'S CENTS DIGIT OFF.      *
00020A*    2026-10-15  DLW  ADDED THE CARD SEQUENCE TO THE EXCEPTION   *
00020B*                      DETAIL LINE (IN ITS OLD FILLER) FOR THE   *
00020C*                      RUN COMPARISON REPORT, WHICH MATCHES ROWS *
00020D*                      ON ROW NUMBER AND CARD SEQUENCE.          *
000200*                                                                 *
000210*----------------------------------------------------------------*
000220    01  MT-PRINT-LINE.
000590        05  MT-EXCP-PRIOR            PIC ZZZZ9.
000600        05  FILLER                   PIC X(03).
000610        05  MT-EXCP-CURRENT          PIC ZZZZ9.
000612        05  FILLER                   PIC X(03).
000614        05  MT-EXCP-CARD             PIC ZZ9.
000620        05  FILLER                   PIC X(38).
