000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      NTHREC                                        *
000400*    PURPOSE        NOTIFICATION HISTORY RECORD.  STULETTR       *
000500*                   WRITES ONE FOR EVERY NOTICE IT PRODUCES -    *
000600*                   SENT TO THE MESSAGING VENDOR OR PRINTED -    *
000700*                   AND NTFSTAT POSTS THE VENDOR'S DELIVERY      *
000800*                   RESULT TO IT, SO AUDINQ CAN SHOW WHEN AND    *
000900*                   HOW A STUDENT WAS NOTIFIED.  THE KEY LEADS   *
001000*                   WITH THE STUDENT ID, SO ONE STUDENT'S        *
001100*                   NOTICES READ TOGETHER IN DATE ORDER.         *
001200*                                                                *
001300*    RECORD KEY     NTH-NOTICE-ID                                *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    10/15/26   JRT   ORIGINAL                                   *
001900*                                                                *
002000*****************************************************************
002100 01  NTH-NOTICE-HISTORY-RECORD.
002200     05  NTH-NOTICE-ID.
002300         10  NTH-STUDENT-ID               PIC X(09).
002400         10  NTH-NOTICE-DATE              PIC 9(08).
002500         10  NTH-NOTICE-SEQ               PIC 9(05).
002600     05  NTH-CHANNEL                      PIC X(01).
002700         88  NTH-SENT-BY-EMAIL            VALUE 'E'.
002800         88  NTH-SENT-BY-TEXT             VALUE 'S'.
002900         88  NTH-PRINTED                  VALUE 'P'.
003000     05  NTH-ROUTE-REASON                 PIC X(08).
003100*            VALUES:  PREFERRD  SENT BY (OR, FOR 'P', PRINTED AS)
003200*                               THE PREFERRED CHANNEL
003300*                     ALTTEXT   PREFERS EMAIL, NONE USABLE -
003400*                               SENT AS A TEXT INSTEAD
003500*                     ALTEMAIL  PREFERS TEXT, NONE USABLE -
003600*                               SENT AS AN EMAIL INSTEAD
003700*                     NOWORDNG  PRINTED - NO TEMPLATE WORDING
003800*                               FOR THE OUTCOME
003900*                     NOCONTCT  PRINTED - NO CONTACT RECORD
004000*                     OPTEDOUT  PRINTED - OPTED OUT OF EMAIL
004100*                               AND TEXT
004200*                     NOEMAIL   PRINTED - PREFERS EMAIL, NONE
004300*                               ON FILE
004400*                     NOMOBL    PRINTED - PREFERS TEXT, NO
004500*                               MOBILE ON FILE
004600*                     EMLBOUNC  PRINTED - EMAIL HAS BOUNCED
004700*                     MOBBOUNC  PRINTED - MOBILE HAS BOUNCED
004800     05  NTH-SENT-ADDRESS                 PIC X(60).
004900*            EMAIL OR MOBILE SENT TO, OR ADDRESS LINE 1 OF A
005000*            PRINTED LETTER (BLANK IF NONE WAS ON FILE)
005100     05  NTH-OUTCOME-CODE                 PIC X(08).
005200     05  NTH-DECISION-DATE                PIC 9(08).
005300     05  NTH-DELIVERY-STATUS              PIC X(08).
005400         88  NTH-AWAITING-RETURN          VALUE 'SENT'.
005500         88  NTH-DELIVERED                VALUE 'DELIVERD'.
005600         88  NTH-BOUNCED                  VALUE 'BOUNCED'.
005700         88  NTH-UNDELIVERED              VALUE 'UNDELIV'.
005800         88  NTH-NO-RETURN                VALUE 'NORETURN'.
005900         88  NTH-LETTER-PRINTED           VALUE 'PRINTED'.
006000*            VALUES:  SENT      ON THE VENDOR FILE, NO RETURN
006100*                               YET
006200*                     PRINTED   PRINTED FOR THE MAILROOM
006300*                     DELIVERD  VENDOR CONFIRMED DELIVERY
006400*                     BOUNCED   HARD BOUNCE - ADDRESS IS BAD
006500*                     UNDELIV   VENDOR GAVE UP (SOFT FAILURE,
006600*                               EXPIRED, HANDSET OFF)
006700*                     NORETURN  NO RETURN WITHIN THE WAIT
006800*                               DAYS - SET BY NTFSTAT
006900     05  NTH-STATUS-DATE                  PIC 9(08).
007000     05  NTH-VENDOR-REASON                PIC X(40).
007100     05  FILLER                           PIC X(37).
