000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      HRCREC                                        *
000400*    PURPOSE        HOLD-FEED RECONCILIATION RECORD, RETURNED TO *
000500*                   EACH OFFICE.  ONE DETAIL PER FEED ACTION THE *
000600*                   OFFICE SENT (OR THAT FELL DUE OFF THE        *
000700*                   PENDING FILE) WITH ITS DISPOSITION -         *
000800*                   APPLIED, PENDING (EFFECTIVE DATE NOT YET     *
000900*                   REACHED) OR REJECTED WITH A REASON CODE -    *
001000*                   BETWEEN A HEADER AND A TRAILER CARRYING THE  *
001100*                   COUNTS, SO THE OFFICE CAN BALANCE WHAT IT    *
001200*                   SENT AGAINST WHAT WAS DONE.                  *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    ----------------------------------------------------------- *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    10/15/26   JRT   ORIGINAL                                   *
001800*                                                                *
001900*****************************************************************
002000 01  HRC-RECONCILIATION-RECORD.
002100     05  HRC-OFFICE-CD                    PIC X(04).
002200     05  HRC-STUDENT-ID                   PIC X(09).
002300     05  HRC-HOLD-TYPE                    PIC X(04).
002400     05  HRC-ACTION                       PIC X(01).
002500     05  HRC-EFFECTIVE-DATE               PIC 9(08).
002600     05  HRC-OFFICE-REFERENCE             PIC X(12).
002700     05  HRC-DISPOSITION                  PIC X(08).
002800*            APPLIED   ACTION POSTED TO THE HOLD FILE (AND THE
002900*                      MASTER, FOR A BLOCKING HOLD)
003000*            PENDING   EFFECTIVE DATE IN THE FUTURE - HELD AND
003100*                      REPORTED AGAIN THE NIGHT IT IS APPLIED
003200*            REJECTED  NOT APPLIED - SEE HRC-REASON-CODE
003300     05  HRC-REASON-CODE                  PIC X(08).
003400     05  HRC-PROCESS-DATE                 PIC 9(08).
003500     05  FILLER                           PIC X(18).
003600
003700 01  HRH-RECONCILIATION-HEADER.
003800     05  HRH-RECORD-ID                    PIC X(03).
003900         88  HRH-HEADER-RECORD            VALUE 'HDR'.
004000     05  HRH-OFFICE-CD                    PIC X(04).
004100     05  HRH-RUN-DATE                     PIC 9(08).
004200     05  FILLER                           PIC X(65).
004300
004400 01  HRT-RECONCILIATION-TRAILER.
004500     05  HRT-RECORD-ID                    PIC X(03).
004600         88  HRT-TRAILER-RECORD           VALUE 'TRL'.
004700     05  HRT-RECORD-COUNT                 PIC 9(07).
004800     05  HRT-APPLIED-COUNT                PIC 9(07).
004900     05  HRT-PENDING-COUNT                PIC 9(07).
005000     05  HRT-REJECTED-COUNT               PIC 9(07).
005100     05  FILLER                           PIC X(49).
