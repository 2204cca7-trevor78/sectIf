000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      NTRREC                                        *
000400*    PURPOSE        DELIVERY-STATUS RETURN FROM THE MESSAGING    *
000500*                   VENDOR, READ BY NTFSTAT THE NIGHT AFTER      *
000600*                   THE NOTICES GO OUT.  ONE HEADER, ONE 'DTL'   *
000700*                   RECORD PER NOTICE RESULT (A NOTICE MAY BE    *
000800*                   REPORTED AGAIN ON A LATER FILE IF ITS        *
000900*                   RESULT CHANGES), ONE TRAILER CARRYING THE    *
001000*                   DETAIL COUNT.  NTR-NOTICE-ID IS THE ID       *
001100*                   STULETTR SENT ON THE NTC RECORD.             *
001200*                                                                *
001300*    MODIFICATION HISTORY                                        *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/15/26   JRT   ORIGINAL                                   *
001700*                                                                *
001800*****************************************************************
001900 01  NTR-RETURN-DETAIL-RECORD.
002000     05  NTR-RECORD-ID                    PIC X(03).
002100         88  NTR-HEADER                   VALUE 'HDR'.
002200         88  NTR-DETAIL                   VALUE 'DTL'.
002300         88  NTR-TRAILER                  VALUE 'TRL'.
002400     05  NTR-NOTICE-ID                    PIC X(22).
002500     05  NTR-CHANNEL                      PIC X(01).
002600     05  NTR-STATUS-CODE                  PIC X(08).
002700         88  NTR-DELIVERED                VALUE 'DELIVERD'.
002800         88  NTR-BOUNCED                  VALUE 'BOUNCED'.
002900         88  NTR-UNDELIVERED              VALUE 'UNDELIV'.
003000         88  NTR-STATUS-VALID             VALUE 'DELIVERD',
003100                                                'BOUNCED',
003200                                                'UNDELIV'.
003300     05  NTR-STATUS-DATE                  PIC 9(08).
003400     05  NTR-VENDOR-REASON                PIC X(40).
003500     05  FILLER                           PIC X(68).
003600
003700 01  NTR-RETURN-TRAILER-RECORD.
003800     05  NTR-TRL-RECORD-ID                PIC X(03).
003900     05  NTR-TRL-DETAIL-COUNT             PIC 9(07).
004000     05  FILLER                           PIC X(140).
