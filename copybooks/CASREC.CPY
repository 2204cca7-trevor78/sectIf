000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      CASREC                                        *
000400*    PURPOSE        ADVISING CASE RECORD, KEYED BY STUDENT.      *
000500*                   CASEPOST OPENS A CASE THE FIRST NIGHT A      *
000600*                   STUDENT COMES OUT ERROR (XXXX-PARA2) OR      *
000700*                   ERROR34 (XXXX-PARA4) AND CLOSES IT WHEN      *
000800*                   THE STUDENT COMES BACK CLEAN, PROBOK OR      *
000900*                   WAIVED.  CASEMNT RECORDS THE ADVISOR, THE    *
001000*                   CONTACT ATTEMPTS AND THE RESOLUTION BY       *
001100*                   DAY; CASEAGE AGES THE OPEN CASES.  ONE       *
001200*                   RECORD PER STUDENT - A CLOSED CASE IS        *
001300*                   REUSED WHEN THE STUDENT FAILS AGAIN AND      *
001400*                   CAS-CASES-OPENED COUNTS THE OPENINGS.        *
001500*                                                                *
001600*    RECORD KEY     CAS-STUDENT-ID                               *
001700*                                                                *
001800*    MODIFICATION HISTORY                                        *
001900*    ----------------------------------------------------------- *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    10/15/26   JRT   ORIGINAL                                   *
002200*                                                                *
002300*****************************************************************
002400 01  CAS-ADVISING-CASE-RECORD.
002500     05  CAS-STUDENT-ID                   PIC X(09).
002600     05  CAS-CASE-STATUS                  PIC X(01).
002700         88  CAS-CASE-OPEN                VALUE 'O'.
002800         88  CAS-CASE-RESOLVED            VALUE 'R'.
002900         88  CAS-CASE-CLOSED              VALUE 'C'.
003000         88  CAS-CASE-ACTIVE              VALUE 'O', 'R'.
003100*            O  OPEN - NOT YET RESOLVED BY AN ADVISOR (AGED)
003200*            R  RESOLVED BY AN ADVISOR, STUDENT NOT YET BACK
003300*               TO A PASSING OUTCOME (NOT AGED)
003400*            C  CLOSED - STUDENT CAME BACK CLEAN/PROBOK/WAIVED
003500     05  CAS-ACADEMIC-PROGRAM-CD          PIC X(03).
003600     05  CAS-OPEN-OUTCOME                 PIC X(08).
003700     05  CAS-OPEN-DATE                    PIC 9(08).
003800     05  CAS-LAST-OUTCOME                 PIC X(08).
003900     05  CAS-LAST-DECISION-DATE           PIC 9(08).
004000     05  CAS-ADVISOR-ID                   PIC X(08).
004100     05  CAS-ASSIGN-DATE                  PIC 9(08).
004200     05  CAS-CONTACT-ATTEMPTS             PIC 9(03).
004300     05  CAS-LAST-CONTACT-DATE            PIC 9(08).
004400     05  CAS-LAST-CONTACT-METHOD          PIC X(01).
004500     05  CAS-LAST-CONTACT-RESULT          PIC X(01).
004600     05  CAS-RESOLUTION-CODE              PIC X(08).
004700     05  CAS-RESOLUTION-DATE              PIC 9(08).
004800     05  CAS-CLOSE-OUTCOME                PIC X(08).
004900     05  CAS-CLOSE-DATE                   PIC 9(08).
005000     05  CAS-CASES-OPENED                 PIC 9(03).
005100     05  FILLER                           PIC X(11).
