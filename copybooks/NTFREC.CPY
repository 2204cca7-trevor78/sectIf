000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      NTFREC                                        *
000400*    PURPOSE        OUTBOUND NOTIFICATION FILE FOR THE MESSAGING *
000500*                   VENDOR, WRITTEN BY STULETTR.  ONE HEADER,    *
000600*                   THEN FOR EACH EMAIL OR TEXT NOTICE ONE 'NTC' *
000700*                   RECORD (WHERE TO SEND IT) FOLLOWED BY ITS    *
000800*                   'LIN' WORDING RECORDS IN ORDER, THEN ONE     *
000900*                   TRAILER WHOSE COUNTS MUST TIE TO THE BODY.   *
001000*                   THE NOTICE ID IS UNIQUE PER NOTICE AND THE   *
001100*                   VENDOR ECHOES IT ON THE DELIVERY-STATUS      *
001200*                   RETURN (NTRREC).  PRINTED LETTERS ARE NOT    *
001300*                   ON THIS FILE.                                *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    10/15/26   JRT   ORIGINAL                                   *
001900*                                                                *
002000*****************************************************************
002100 01  NTF-HEADER-RECORD.
002200     05  NTF-HDR-RECORD-ID                PIC X(03).
002300         88  NTF-HEADER                   VALUE 'HDR'.
002400     05  NTF-HDR-RUN-DATE                 PIC 9(08).
002500     05  NTF-HDR-SENDER-ID                PIC X(08).
002600     05  FILLER                           PIC X(131).
002700
002800 01  NTF-NOTICE-RECORD.
002900     05  NTF-NTC-RECORD-ID                PIC X(03).
003000         88  NTF-NOTICE                   VALUE 'NTC'.
003100     05  NTF-NTC-NOTICE-ID.
003200         10  NTF-NTC-STUDENT-ID           PIC X(09).
003300         10  NTF-NTC-NOTICE-DATE          PIC 9(08).
003400         10  NTF-NTC-NOTICE-SEQ           PIC 9(05).
003500     05  NTF-NTC-CHANNEL                  PIC X(01).
003600         88  NTF-NTC-EMAIL                VALUE 'E'.
003700         88  NTF-NTC-TEXT                 VALUE 'S'.
003800     05  NTF-NTC-ADDRESS                  PIC X(60).
003900*            EMAIL ADDRESS, OR MOBILE NUMBER FOR A TEXT
004000     05  NTF-NTC-STUDENT-NAME             PIC X(30).
004100     05  NTF-NTC-OUTCOME-CODE             PIC X(08).
004200     05  NTF-NTC-LINE-COUNT               PIC 9(02).
004300     05  FILLER                           PIC X(24).
004400
004500 01  NTF-LINE-RECORD.
004600     05  NTF-LIN-RECORD-ID                PIC X(03).
004700         88  NTF-LINE                     VALUE 'LIN'.
004800     05  NTF-LIN-NOTICE-ID                PIC X(22).
004900     05  NTF-LIN-LINE-SEQ                 PIC 9(02).
005000     05  NTF-LIN-LINE-TEXT                PIC X(60).
005100     05  FILLER                           PIC X(63).
005200
005300 01  NTF-TRAILER-RECORD.
005400     05  NTF-TRL-RECORD-ID                PIC X(03).
005500         88  NTF-TRAILER                  VALUE 'TRL'.
005600     05  NTF-TRL-NOTICE-COUNT             PIC 9(07).
005700     05  NTF-TRL-LINE-COUNT               PIC 9(07).
005800     05  FILLER                           PIC X(133).
