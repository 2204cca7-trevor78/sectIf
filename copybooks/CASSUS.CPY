000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      CASSUS                                        *
000400*    PURPOSE        SUSPENSE RECORD FOR CASEMNT.  CARRIES A      *
000500*                   CASE TRANSACTION THAT FAILED THE EDIT, THE   *
000600*                   REASON IT BOUNCED, AND THE DATE IT FIRST     *
000700*                   SUSPENDED, SO IT RECYCLES INTO THE NEXT      *
000800*                   DAY'S BATCH.                                 *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   JRT   ORIGINAL                                   *
001400*                                                                *
001500*****************************************************************
001600 01  CSU-SUSPENSE-RECORD.
001700     05  CSU-REASON-CODE                  PIC X(08).
001800*            VALUES:  BADCODE   TRANS-CODE NOT A / C / R
001900*                     NOCASE    NO CASE ON FILE FOR THE STUDENT
002000*                     CLOSED    CASE IS CLOSED - STUDENT IS
002100*                               BACK TO A PASSING OUTCOME
002200*                     BADADV    ADVISOR NOT ON THE ADVISOR FILE
002300*                     BADDATE   ACTION DATE NOT A REAL DATE
002400*                     FUTDATE   ACTION DATE AFTER TODAY
002500*                     BEFOPEN   ACTION DATE BEFORE THE CASE
002600*                               OPENED
002700*                     BADMETH   CONTACT METHOD NOT P/E/T/M/I
002800*                     BADRSLT   CONTACT RESULT NOT R/N/L/B
002900*                     BADRES    RESOLUTION NOT A LEGAL CODE
003000*                     NOADV     CONTACT OR RESOLUTION ON A CASE
003100*                               WITH NO ADVISOR ASSIGNED
003200     05  CSU-SUSPEND-DATE                 PIC 9(08).
003300     05  CSU-TRANSACTION-IMAGE            PIC X(60).
