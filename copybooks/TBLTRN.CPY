000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TBLTRN                                        *
000400*    PURPOSE        REFERENCE-TABLE MAINTENANCE TRANSACTION FOR  *
000500*                   TBLMAINT.  TBT-TABLE-ID NAMES THE TABLE AND  *
000600*                   TBT-TABLE-IMAGE CARRIES THE RECORD IN THAT   *
000700*                   TABLE'S OWN LAYOUT (PGMREC, WVRREC, LTRREC,  *
000800*                   APPREC), SO A TRANSACTION READS FIELD FOR    *
000900*                   FIELD LIKE THE RECORD IT MAINTAINS.  A       *
001000*                   DELETE NEEDS ONLY THE KEY FIELDS.            *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   JRT   ORIGINAL                                   *
001600*                                                                *
001700*****************************************************************
001800 01  TBT-TRANSACTION-RECORD.
001900     05  TBT-TABLE-ID                     PIC X(03).
002000         88  TBT-PROGRAM-RULES            VALUE 'PGM'.
002100         88  TBT-WAIVER-CODES             VALUE 'WVR'.
002200         88  TBT-LETTER-TEMPLATES         VALUE 'LTR'.
002300         88  TBT-APPROVERS                VALUE 'APP'.
002400     05  TBT-TRANS-CODE                   PIC X(01).
002500         88  TBT-ADD-TRANS                VALUE 'A'.
002600         88  TBT-CHANGE-TRANS             VALUE 'C'.
002700         88  TBT-DELETE-TRANS             VALUE 'D'.
002800     05  TBT-TABLE-IMAGE                  PIC X(80).
002900     05  TBT-PGM-IMAGE REDEFINES TBT-TABLE-IMAGE.
003000         10  TBT-PGM-PROGRAM-CODE         PIC X(03).
003100         10  TBT-PGM-DESCRIPTION          PIC X(30).
003200         10  TBT-PGM-ATTENDANCE-THRESHOLD PIC 9(03).
003300         10  TBT-PGM-GPA-THRESHOLD        PIC 9(03).
003400         10  TBT-PGM-CREDIT-THRESHOLD     PIC 9(03).
003500         10  FILLER                       PIC X(38).
003600     05  TBT-WVR-IMAGE REDEFINES TBT-TABLE-IMAGE.
003700         10  TBT-WVR-WAIVER-CODE          PIC 9(03).
003800         10  TBT-WVR-DESCRIPTION          PIC X(30).
003900         10  TBT-WVR-WINDOW-WAIVED        PIC X(01).
004000         10  TBT-WVR-EFFECTIVE-DATE       PIC 9(08).
004100         10  TBT-WVR-EXPIRY-DATE          PIC 9(08).
004200         10  FILLER                       PIC X(30).
004300     05  TBT-LTR-IMAGE REDEFINES TBT-TABLE-IMAGE.
004400         10  TBT-LTR-OUTCOME-CODE         PIC X(08).
004500         10  TBT-LTR-LINE-SEQ             PIC 9(02).
004600         10  TBT-LTR-LINE-TEXT            PIC X(60).
004700         10  FILLER                       PIC X(10).
004800     05  TBT-APP-IMAGE REDEFINES TBT-TABLE-IMAGE.
004900         10  TBT-APP-USER-ID              PIC X(08).
005000         10  TBT-APP-USER-NAME            PIC X(30).
005100         10  FILLER                       PIC X(42).
005200     05  FILLER                           PIC X(06).
