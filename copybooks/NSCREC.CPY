000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      NSCREC                                        *
000400*    PURPOSE        RUN-CONTROL RECORD FOR NTFSTAT.  THE NUMBER  *
000500*                   OF DAYS A NOTICE MAY WAIT ON THE VENDOR FOR  *
000600*                   A DELIVERY RESULT BEFORE IT IS LISTED AS     *
000700*                   NORETURN.  WITH NO RECORD, OR A BLANK OR     *
000800*                   ZERO FIELD, THE WAIT IS 3 DAYS.  80 BYTES    *
000900*                   SO IT CAN BE SUPPLIED AS AN IN-STREAM        *
001000*                   (DD *) DATASET.                              *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   JRT   ORIGINAL                                   *
001600*                                                                *
001700*****************************************************************
001800 01  NSC-STATUS-CONTROL-RECORD.
001900     05  NSC-WAIT-DAYS                    PIC 9(03).
002000     05  FILLER                           PIC X(77).
