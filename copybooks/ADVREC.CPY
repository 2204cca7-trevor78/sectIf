000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      ADVREC                                        *
000400*    PURPOSE        ADVISOR RECORD.  ONE RECORD PER ADVISOR      *
000500*                   WHO MAY BE ASSIGNED AN ADVISING CASE.        *
000600*                   CASEMNT BOUNCES A CASE TRANSACTION FOR AN    *
000700*                   ADVISOR NOT ON FILE; CASEAGE PRINTS THE      *
000800*                   NAME ON THE AGING REPORT.                    *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   JRT   ORIGINAL                                   *
001400*                                                                *
001500*****************************************************************
001600 01  ADV-ADVISOR-RECORD.
001700     05  ADV-ADVISOR-ID                   PIC X(08).
001800     05  ADV-ADVISOR-NAME                 PIC X(30).
001900     05  FILLER                           PIC X(12).
