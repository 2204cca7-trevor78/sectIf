000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TCCREC                                        *
000400*    PURPOSE        RUN-CONTROL CARD FOR TRMCLOSE.  NAMES THE    *
000500*                   TERM TO CLOSE.  TCC-RECLOSE-FLAG 'Y' LETS    *
000600*                   A TERM ALREADY MARKED CLOSED BE CLOSED       *
000700*                   AGAIN - ONLY AFTER THE EARLIER CLOSE HAS     *
000800*                   BEEN BACKED OUT THROUGH MNTBKOUT.  PADDED    *
000900*                   TO 80 BYTES FOR IN-STREAM (DD *) USE.        *
001000*                                                                *
001100*    MODIFICATION HISTORY                                        *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/15/26   JRT   ORIGINAL                                   *
001500*                                                                *
001600*****************************************************************
001700 01  TCC-TERM-CLOSE-CONTROL-RECORD.
001800     05  TCC-TERM-CODE                    PIC X(06).
001900     05  TCC-RECLOSE-FLAG                 PIC X(01).
002000         88  TCC-RECLOSE                  VALUE 'Y'.
002100     05  FILLER                           PIC X(73).
