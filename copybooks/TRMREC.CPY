000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TRMREC                                        *
000400*    PURPOSE        ACADEMIC TERM CALENDAR RECORD.  ONE RECORD   *
000500*                   PER TERM, IN START-DATE ORDER, EACH TERM     *
000600*                   STARTING AFTER THE PRIOR TERM ENDS.          *
000700*                   TRM-CLOSE-DATE/TIME STAY ZERO UNTIL          *
000800*                   TRMCLOSE CLOSES THE TERM.  HELLO123 AND      *
000900*                   ENRLROLL READ THE CALENDAR TO REFUSE A RUN   *
001000*                   IN THE GAP BETWEEN A TERM CLOSE AND THE      *
001100*                   NEXT TERM'S START.  PADDED TO 80 BYTES.      *
001200*                                                                *
001300*    MODIFICATION HISTORY                                        *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/15/26   JRT   ORIGINAL                                   *
001700*                                                                *
001800*****************************************************************
001900 01  TRM-TERM-CALENDAR-RECORD.
002000     05  TRM-TERM-CODE                    PIC X(06).
002100     05  TRM-TERM-DESC                    PIC X(20).
002200     05  TRM-START-DATE                   PIC 9(08).
002300     05  TRM-END-DATE                     PIC 9(08).
002400     05  TRM-CENSUS-DATE                  PIC 9(08).
002500     05  TRM-CLOSE-DATE                   PIC 9(08).
002600     05  TRM-CLOSE-TIME                   PIC 9(08).
002700     05  FILLER                           PIC X(14).
