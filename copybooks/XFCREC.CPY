000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      XFCREC                                        *
000400*    PURPOSE        RUN-CONTROL RECORD FOR XFRECON.  'Y' IN THE  *
000500*                   PURGE SWITCH ASKS FOR PURGE TRANSACTIONS FOR *
000600*                   THE ORPHANS FOUND - OVRTRN DELETES FOR       *
000700*                   OVREDIT AND HPGREC PURGES FOR HSTPURGE.      *
000800*                   WITH NO RECORD (OR ANYTHING ELSE IN THE      *
000900*                   SWITCH) THE RUN ONLY REPORTS.  80 BYTES SO   *
001000*                   IT CAN BE SUPPLIED AS AN IN-STREAM (DD *)    *
001100*                   DATASET.                                     *
001200*                                                                *
001300*    MODIFICATION HISTORY                                        *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/15/26   JRT   ORIGINAL                                   *
001700*                                                                *
001800*****************************************************************
001900 01  XFC-RECON-CONTROL-RECORD.
002000     05  XFC-PURGE-SWITCH                 PIC X(01).
002100         88  XFC-WRITE-PURGES             VALUE 'Y'.
002200     05  FILLER                           PIC X(79).
