000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      OPRREC                                       *
000400*    PURPOSE        OPERATOR AUTHORIZATION RECORD.  ONE RECORD   *
000500*                   PER OPERATOR-ID PERMITTED TO SUBMIT STUDENT- *
000600*                   MASTER MAINTENANCE, WITH A Y/N SWITCH FOR    *
000700*                   EACH FIELD GROUP THE OPERATOR MAY CHANGE.    *
000800*                   STUEDIT LOADS THE FILE AT INIT AND SUSPENDS  *
000900*                   ANY TRANSACTION THAT CHANGES A GROUP ITS     *
001000*                   OPERATOR IS NOT AUTHORIZED FOR.  THE HOME    *
001100*                   PROGRAM IS THE ACADEMIC PROGRAM THE          *
001200*                   OPERATOR BELONGS TO - SODRPT FLAGS CHANGES   *
001300*                   AN OPERATOR MAKES TO THAT PROGRAM'S          *
001400*                   STUDENTS.  SPACES = NO PROGRAM AFFILIATION.  *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    ----------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    10/15/26   JRT   ORIGINAL                                   *
002000*                                                                *
002100*****************************************************************
002200 01  OPR-OPERATOR-RECORD.
002300     05  OPR-OPERATOR-ID                  PIC X(08).
002400     05  OPR-OPERATOR-NAME                PIC X(30).
002500     05  OPR-HOLD-AUTH                    PIC X(01).
002600         88  OPR-MAY-CHANGE-HOLD          VALUE 'Y'.
002700     05  OPR-PROBATION-AUTH               PIC X(01).
002800         88  OPR-MAY-CHANGE-PROBATION     VALUE 'Y'.
002900     05  OPR-STATUS-AUTH                  PIC X(01).
003000         88  OPR-MAY-CHANGE-STATUS        VALUE 'Y'.
003100     05  OPR-ACADEMIC-AUTH                PIC X(01).
003200         88  OPR-MAY-CHANGE-ACADEMIC      VALUE 'Y'.
003300     05  OPR-HOME-PROGRAM-CD              PIC X(03).
003400     05  FILLER                           PIC X(05).
