000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      HPGREC                                        *
000400*    PURPOSE        OUTCOME-HISTORY PURGE TRANSACTION FOR        *
000500*                   HSTPURGE.  ONE RECORD PER OUTHIST ROW TO BE  *
000600*                   REMOVED - WRITTEN BY XFRECON FOR HISTORY     *
000700*                   WHOSE STUDENT IS NO LONGER ON THE MASTER,    *
000800*                   OR KEYED BY HAND.  HSTPURGE REFUSES ANY      *
000900*                   PURGE FOR A STUDENT WHO IS ON THE MASTER     *
001000*                   WHEN IT RUNS.                                *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   JRT   ORIGINAL                                   *
001600*                                                                *
001700*****************************************************************
001800 01  HPG-PURGE-TRANSACTION.
001900     05  HPG-TRANS-CODE                   PIC X(01).
002000         88  HPG-PURGE-TRANS              VALUE 'P'.
002100     05  HPG-STUDENT-ID                   PIC X(09).
002200*        WHY THE ROW IS AN ORPHAN - ARCHIVED (STUDENT IS ON THE
002300*        STUARCH ARCHIVE) OR NOMASTER (ON NEITHER).
002400     05  HPG-REASON-CODE                  PIC X(08).
002500     05  HPG-REQUESTED-BY                 PIC X(08).
002600     05  HPG-REQUEST-DATE                 PIC 9(08).
002700     05  FILLER                           PIC X(46).
