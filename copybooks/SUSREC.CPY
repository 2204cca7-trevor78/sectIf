001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    08/21/26   JRT   ORIGINAL                                   *
001310*    10/15/26   JRT   TRANSACTION IMAGE 94 TO 102 BYTES FOR THE  *
001320*                     OPERATOR ID; NEW AUTHORIZATION REASONS     *
001400*                                                                *
001500*****************************************************************
001600 01  SUS-SUSPENSE-RECORD.
002200*                     DUPID     STUDENT-ID DUPLICATED IN BATCH
002300*                     ADDDEL    DELETE FOLLOWS ADD IN SAME BATCH
002350*                     BADSTAT   ENROLL STATUS NOT A/W/G/L/SPACE
002360*                     BADOPER   OPERATOR NOT ON THE OPERATOR
002370*                               AUTHORIZATION TABLE
002380*                     AUTHHOLD  OPERATOR MAY NOT CHANGE HOLD
002385*                     AUTHPROB  OPERATOR MAY NOT CHANGE PROBATION
002390*                     AUTHSTAT  OPERATOR MAY NOT CHANGE STATUS
002395*                     AUTHACAD  OPERATOR MAY NOT CHANGE ACADEMIC
002397*                               FIELDS (NAME, ATTENDANCE, CREDIT,
002398*                               GPA, WAIVER, PROGRAM)
002400     05  SUS-SUSPEND-DATE                 PIC 9(08).
002500     05  SUS-TRANSACTION-IMAGE            PIC X(102).
