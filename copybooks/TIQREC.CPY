000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TIQREC                                        *
000400*    PURPOSE        INQUIRY PARAMETER RECORD FOR TBLINQ.  ONE    *
000500*                   RECORD NAMING THE TABLE, THE ENTRY KEY (AS   *
000600*                   IT APPEARS IN TLG-TABLE-KEY), AND THE DATE   *
000700*                   WHOSE VALUE IS WANTED.  PADDED TO 80 BYTES   *
000800*                   FOR IN-STREAM (DD *) USE.                    *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   JRT   ORIGINAL                                   *
001400*                                                                *
001500*****************************************************************
001600 01  TIQ-INQUIRY-RECORD.
001700     05  TIQ-TABLE-ID                     PIC X(03).
001800     05  TIQ-TABLE-KEY                    PIC X(10).
001900     05  TIQ-AS-OF-DATE                   PIC 9(08).
002000     05  FILLER                           PIC X(59).
