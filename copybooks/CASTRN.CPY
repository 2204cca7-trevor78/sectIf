000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      CASTRN                                        *
000400*    PURPOSE        ADVISING CASE TRANSACTION FOR CASEMNT.       *
000500*                   ASSIGNS AN ADVISOR, RECORDS A CONTACT        *
000600*                   ATTEMPT, OR RECORDS THE ADVISOR'S            *
000700*                   RESOLUTION AGAINST A CASE CASEPOST OPENED.   *
000800*                   CST-ADVISOR-ID IS THE ADVISOR DOING THE      *
000900*                   WORK AND MUST BE ON THE ADVISOR FILE.  A     *
001000*                   ZERO CST-ACTION-DATE MEANS TODAY.            *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   JRT   ORIGINAL                                   *
001600*                                                                *
001700*****************************************************************
001800 01  CST-TRANSACTION-RECORD.
001900     05  CST-TRANS-CODE                   PIC X(01).
002000         88  CST-ASSIGN-TRANS             VALUE 'A'.
002100         88  CST-CONTACT-TRANS            VALUE 'C'.
002200         88  CST-RESOLVE-TRANS            VALUE 'R'.
002300     05  CST-STUDENT-ID                   PIC X(09).
002400     05  CST-ADVISOR-ID                   PIC X(08).
002500     05  CST-ACTION-DATE                  PIC 9(08).
002600     05  CST-CONTACT-METHOD               PIC X(01).
002700         88  CST-METHOD-VALID             VALUE 'P', 'E', 'T',
002800                                                'M', 'I'.
002900*            P PHONE  E EMAIL  T TEXT  M MAIL  I IN PERSON
003000     05  CST-CONTACT-RESULT               PIC X(01).
003100         88  CST-RESULT-VALID             VALUE 'R', 'N', 'L',
003200                                                'B'.
003300*            R REACHED  N NO ANSWER  L LEFT MESSAGE
003400*            B BAD NUMBER / ADDRESS
003500     05  CST-RESOLUTION-CODE              PIC X(08).
003600         88  CST-RESOLUTION-VALID         VALUE 'ADVISED',
003700                                                'REFERRED',
003800                                                'WITHDRWN',
003900                                                'UNREACH'.
004000*            ADVISED   STUDENT REACHED, PLAN AGREED
004100*            REFERRED  PASSED TO TUTORING / SUPPORT SERVICES
004200*            WITHDRWN  STUDENT INTENDS TO WITHDRAW
004300*            UNREACH   CONTACT ATTEMPTS EXHAUSTED
004400     05  FILLER                           PIC X(24).
