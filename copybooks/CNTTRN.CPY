000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      CNTTRN                                        *
000400*    PURPOSE        STUDENT CONTACT TRANSACTION FOR CNTMAINT.    *
000500*                   AN ADD OR CHANGE CARRIES THE WHOLE CONTACT   *
000600*                   AS IT IS TO STAND - A BLANK FIELD ON A       *
000700*                   CHANGE BLANKS IT ON FILE.  A DELETE ONLY     *
000800*                   NEEDS THE KEY.  CTT-USER-ID IS THE CLERK     *
000900*                   KEYING THE CHANGE AND IS STAMPED ON THE      *
001000*                   CONTACT RECORD.                              *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   JRT   ORIGINAL                                   *
001600*                                                                *
001700*****************************************************************
001800 01  CTT-TRANSACTION-RECORD.
001900     05  CTT-TRANS-CODE                   PIC X(01).
002000         88  CTT-ADD-TRANS                VALUE 'A'.
002100         88  CTT-CHANGE-TRANS             VALUE 'C'.
002200         88  CTT-DELETE-TRANS             VALUE 'D'.
002300     05  CTT-STUDENT-ID                   PIC X(09).
002400     05  CTT-EMAIL-ADDRESS                PIC X(60).
002500     05  CTT-MOBILE-NUMBER                PIC X(15).
002600     05  CTT-MAILING-ADDRESS.
002700         10  CTT-ADDRESS-LINE-1           PIC X(30).
002800         10  CTT-ADDRESS-LINE-2           PIC X(30).
002900         10  CTT-CITY                     PIC X(20).
003000         10  CTT-STATE                    PIC X(02).
003100         10  CTT-POSTAL-CODE              PIC X(10).
003200     05  CTT-PREFERRED-CHANNEL            PIC X(01).
003300         88  CTT-CHANNEL-VALID            VALUE 'E', 'S', 'P'.
003400     05  CTT-OPT-OUT-FLAG                 PIC X(01).
003500         88  CTT-OPT-OUT-VALID            VALUE 'Y', 'N', ' '.
003600     05  CTT-USER-ID                      PIC X(08).
003700     05  FILLER                           PIC X(13).
