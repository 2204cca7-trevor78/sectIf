000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TBLLOG                                        *
000400*    PURPOSE        REFERENCE-TABLE CHANGE LOG RECORD.  ONE      *
000500*                   BEFORE/AFTER IMAGE PAIR FOR EVERY CHANGE     *
000600*                   TBLMAINT APPLIES TO PGMRULES, WVRFILE,       *
000700*                   LTRTMPL, OR APPFILE.  THE BEFORE IMAGE IS    *
000800*                   SPACES ON AN ADD AND THE AFTER IMAGE IS      *
000900*                   SPACES ON A DELETE.  TBLINQ READS THIS LOG   *
001000*                   TO ANSWER WHAT A TABLE ENTRY HELD ON A       *
001100*                   GIVEN DATE.                                  *
001200*                                                                *
001300*    MODIFICATION HISTORY                                        *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/15/26   JRT   ORIGINAL                                   *
001700*                                                                *
001800*****************************************************************
001900 01  TLG-LOG-LINE.
002000     05  TLG-TABLE-ID                     PIC X(03).
002100     05  FILLER                           PIC X(01)  VALUE SPACE.
002200     05  TLG-TABLE-KEY                    PIC X(10).
002300     05  FILLER                           PIC X(01)  VALUE SPACE.
002400     05  TLG-TRANS-CODE                   PIC X(01).
002500     05  FILLER                           PIC X(01)  VALUE SPACE.
002600     05  TLG-RUN-DATE                     PIC 9(08).
002700     05  FILLER                           PIC X(01)  VALUE SPACE.
002800     05  TLG-RUN-TIME                     PIC 9(08).
002900     05  FILLER                           PIC X(01)  VALUE SPACE.
003000     05  TLG-BEFORE-IMAGE                 PIC X(80).
003100     05  FILLER                           PIC X(01)  VALUE SPACE.
003200     05  TLG-AFTER-IMAGE                  PIC X(80).
