000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TSCREC                                        *
000400*    PURPOSE        RUN-CONTROL CARD FOR TRMSTATS.  NAMES THE    *
000500*                   TERM TO REPORT.  WITH NO CARD TRMSTATS       *
000600*                   REPORTS THE LATEST TERM ON THE CALENDAR      *
000700*                   THAT HAS STARTED.  PADDED TO 80 BYTES FOR    *
000800*                   IN-STREAM (DD *) USE.                        *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   JRT   ORIGINAL                                   *
001400*                                                                *
001500*****************************************************************
001600 01  TSC-TERM-STATS-CONTROL-RECORD.
001700     05  TSC-TERM-CODE                    PIC X(06).
001800     05  FILLER                           PIC X(74).
