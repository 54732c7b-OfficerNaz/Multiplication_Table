000220*                                                                *
000230*    MOD LOG                                                     *
000240*    2026-08-23  DLW  ORIGINAL LAYOUT.                           *
00024A*    2026-10-15  DLW  ADDED THE DATE AND TIME THE RUN FINISHED,  *
00024B*                      IN THE OLD FILLER - THE RUN DATE AND TIME *
00024C*                      ARE WHEN IT STARTED.  RECORDS FROM BEFORE *
00024D*                      THE CHANGE HAVE SPACES HERE.              *
000250*                                                                *
000260*----------------------------------------------------------------*
000270    01  MT-STAT-RECORD.
000370            88  MT-STAT-WARNING                VALUE "WARNING ".
000380            88  MT-STAT-MISMATCH               VALUE "MISMATCH".
000390            88  MT-STAT-REJECTED               VALUE "REJECTED".
00039A        05  MT-STAT-END-DATE         PIC 9(08).
00039B        05  MT-STAT-END-TIME         PIC 9(08).
00039C        05  FILLER                   PIC X(18).
