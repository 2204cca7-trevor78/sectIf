000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      CNTREC                                        *
000400*    PURPOSE        STUDENT CONTACT RECORD, KEYED BY STUDENT.    *
000500*                   EMAIL, MOBILE AND MAILING ADDRESS WITH THE   *
000600*                   STUDENT'S PREFERRED NOTIFICATION CHANNEL.    *
000700*                   KEPT BY THE DAYTIME CNTMAINT EDIT ONLY.      *
000800*                   STULETTR ROUTES EACH NOTICE BY THE           *
000900*                   PREFERRED CHANNEL AND FALLS BACK TO A        *
001000*                   PRINTED LETTER WHEN THE STUDENT HAS OPTED    *
001100*                   OUT OF ELECTRONIC NOTICES OR THE CHANNEL     *
001200*                   HAS NO USABLE ADDRESS.  NTFSTAT MARKS AN     *
001300*                   EMAIL OR MOBILE BOUNCED WHEN THE MESSAGING   *
001400*                   VENDOR RETURNS A HARD BOUNCE; CNTMAINT       *
001500*                   CLEARS THE MARK WHEN THAT ADDRESS CHANGES.   *
001600*                                                                *
001700*    RECORD KEY     CNT-STUDENT-ID                               *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    ----------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    10/15/26   JRT   ORIGINAL                                   *
002300*                                                                *
002400*****************************************************************
002500 01  CNT-STUDENT-CONTACT-RECORD.
002600     05  CNT-STUDENT-ID                   PIC X(09).
002700     05  CNT-EMAIL-ADDRESS                PIC X(60).
002800     05  CNT-MOBILE-NUMBER                PIC X(15).
002900*            DIGITS ONLY, LEFT-JUSTIFIED, COUNTRY CODE FIRST
003000     05  CNT-MAILING-ADDRESS.
003100         10  CNT-ADDRESS-LINE-1           PIC X(30).
003200         10  CNT-ADDRESS-LINE-2           PIC X(30).
003300         10  CNT-CITY                     PIC X(20).
003400         10  CNT-STATE                    PIC X(02).
003500         10  CNT-POSTAL-CODE              PIC X(10).
003600     05  CNT-PREFERRED-CHANNEL            PIC X(01).
003700         88  CNT-PREFERS-EMAIL            VALUE 'E'.
003800         88  CNT-PREFERS-TEXT             VALUE 'S'.
003900         88  CNT-PREFERS-PRINT            VALUE 'P'.
004000         88  CNT-CHANNEL-VALID            VALUE 'E', 'S', 'P'.
004100     05  CNT-OPT-OUT-FLAG                 PIC X(01).
004200         88  CNT-OPTED-OUT                VALUE 'Y'.
004300         88  CNT-OPT-OUT-VALID            VALUE 'Y', 'N', ' '.
004400*            Y  NO EMAIL OR TEXT - REGISTRAR NOTICES STILL GO
004500*               OUT, BUT ONLY AS PRINTED LETTERS
004600     05  CNT-EMAIL-STATUS                 PIC X(01).
004700         88  CNT-EMAIL-BOUNCED            VALUE 'B'.
004800     05  CNT-MOBILE-STATUS                PIC X(01).
004900         88  CNT-MOBILE-BOUNCED           VALUE 'B'.
005000     05  CNT-LAST-CHANGE-DATE             PIC 9(08).
005100     05  CNT-LAST-CHANGE-USER             PIC X(08).
005200     05  FILLER                           PIC X(04).
