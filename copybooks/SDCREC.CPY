000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      SDCREC                                       *
000400*    PURPOSE        RUN-CONTROL RECORD FOR SODRPT.  NAMES THE    *
000500*                   REPORTING PERIOD WHEN A PAST WEEK (OR ANY    *
000600*                   OTHER RANGE) IS TO BE REPORTED.  WITH NO     *
000700*                   RECORD SODRPT REPORTS THE SEVEN DAYS         *
000800*                   ENDING ON THE RUN DATE.  80 BYTES SO IT CAN  *
000900*                   BE SUPPLIED AS AN IN-STREAM (DD *) DATASET.  *
001000*                                                                *
001100*    MODIFICATION HISTORY                                        *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/15/26   JRT   ORIGINAL                                   *
001500*                                                                *
001600*****************************************************************
001700 01  SDC-SOD-CONTROL-RECORD.
001800     05  SDC-FROM-DATE                    PIC 9(08).
001900     05  SDC-TO-DATE                      PIC 9(08).
002000     05  FILLER                           PIC X(64).
