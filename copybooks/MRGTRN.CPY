000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      MRGTRN                                        *
000400*    PURPOSE        STUDENT-ID MERGE TRANSACTION FOR STUMERGE.   *
000500*                   ONE CARD PER DUPLICATE - MERGE THE RETIRED   *
000600*                   ID INTO THE SURVIVING ID.  BOTH MUST BE ON   *
000700*                   THE MASTER.  PADDED TO 80 BYTES SO THE       *
000800*                   CARDS CAN BE SUPPLIED IN-STREAM (DD *).      *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   JRT   ORIGINAL                                   *
001400*                                                                *
001500*****************************************************************
001600 01  MRG-TRANSACTION-RECORD.
001700     05  MRG-TRANS-CODE                   PIC X(01).
001800         88  MRG-MERGE-TRANS              VALUE 'M'.
001900     05  MRG-RETIRED-ID                   PIC X(09).
002000     05  MRG-SURVIVING-ID                 PIC X(09).
002100     05  MRG-REQUESTED-BY                 PIC X(08).
002200     05  FILLER                           PIC X(53).
