000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      MXRREC                                        *
000400*    PURPOSE        RETIRED-TO-SURVIVING STUDENT-ID CROSS-       *
000500*                   REFERENCE RECORD WRITTEN BY STUMERGE, ONE    *
000600*                   PER MERGE APPLIED.  THE FILE IS PERMANENT    *
000700*                   HISTORY.  DOWNSTREAM SYSTEMS USE IT TO       *
000800*                   FOLLOW A RETIRED ID TO ITS SURVIVOR, AND     *
000900*                   AUDINQ USES IT TO PULL THE AUDIT ENTRIES     *
001000*                   LOGGED UNDER A RETIRED ID INTO THE           *
001100*                   SURVIVOR'S CHRONOLOGY.                       *
001200*                                                                *
001300*    MODIFICATION HISTORY                                        *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/15/26   JRT   ORIGINAL                                   *
001700*                                                                *
001800*****************************************************************
001900 01  MXR-MERGE-XREF-RECORD.
002000     05  MXR-RETIRED-ID                   PIC X(09).
002100     05  MXR-SURVIVING-ID                 PIC X(09).
002200     05  MXR-MERGE-DATE                   PIC 9(08).
002300     05  MXR-MERGE-TIME                   PIC 9(08).
002400     05  MXR-REQUESTED-BY                 PIC X(08).
002500     05  FILLER                           PIC X(08).
