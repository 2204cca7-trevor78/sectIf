000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      CNTSUS                                        *
000400*    PURPOSE        SUSPENSE RECORD FOR CNTMAINT.  CARRIES A     *
000500*                   CONTACT TRANSACTION THAT FAILED THE EDIT,    *
000600*                   THE REASON IT BOUNCED, AND THE DATE IT       *
000700*                   FIRST SUSPENDED, SO IT RECYCLES INTO THE     *
000800*                   NEXT DAY'S BATCH.                            *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   JRT   ORIGINAL                                   *
001400*                                                                *
001500*****************************************************************
001600 01  CSS-SUSPENSE-RECORD.
001700     05  CSS-REASON-CODE                  PIC X(08).
001800*            VALUES:  BADCODE   TRANS-CODE NOT A / C / D
001900*                     NOUSER    NO USER ID ON THE TRANSACTION
002000*                     NOSTUD    ADD OR CHANGE FOR A STUDENT NOT
002100*                               ON THE STUDENT MASTER
002200*                     BADCHAN   PREFERRED CHANNEL NOT E/S/P
002300*                     BADOPT    OPT-OUT FLAG NOT Y / N / BLANK
002400*                     BADEMAIL  EMAIL NOT ONE NAME@DOMAIN.XX
002500*                               WITH NO EMBEDDED BLANKS
002600*                     BADMOBL   MOBILE NOT 10-15 DIGITS,
002700*                               LEFT-JUSTIFIED
002800*                     BADADDR   ADDRESS GIVEN WITHOUT LINE 1,
002900*                               CITY, STATE AND POSTAL CODE
003000*                     NOEMAIL   CHANNEL E WITH NO EMAIL
003100*                     NOMOBL    CHANNEL S WITH NO MOBILE
003200*                     NOADDR    CHANNEL P WITH NO ADDRESS
003300*                     DUPADD    ADD FOR A STUDENT ALREADY ON
003400*                               THE CONTACT FILE
003500*                     NOTFOUND  CHANGE OR DELETE FOR A STUDENT
003600*                               NOT ON THE CONTACT FILE
003700     05  CSS-SUSPEND-DATE                 PIC 9(08).
003800     05  CSS-TRANSACTION-IMAGE            PIC X(200).
