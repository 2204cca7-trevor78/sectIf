000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TBLSUS                                        *
000400*    PURPOSE        SUSPENSE RECORD FOR TBLMAINT                 *
000500*                   CARRIES A REFERENCE-TABLE TRANSACTION THAT   *
000600*                   FAILED THE EDIT, THE REASON IT BOUNCED, AND  *
000700*                   THE DATE IT FIRST SUSPENDED, SO IT CAN       *
000800*                   RECYCLE INTO THE NEXT RUN                    *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   JRT   ORIGINAL                                   *
001400*                                                                *
001500*****************************************************************
001600 01  TSU-SUSPENSE-RECORD.
001700     05  TSU-REASON-CODE                  PIC X(08).
001800*            VALUES:  BADTABLE  TABLE-ID NOT PGM / WVR / LTR / APP
001900*                     BADCODE   TRANS-CODE NOT A / C / D
002000*                     NOKEY     KEY FIELD BLANK OR ZERO
002100*                     NODESC    DESCRIPTION / NAME BLANK
002200*                     NOTNUM    THRESHOLD OR WAIVER DATE NOT
002300*                               NUMERIC
002400*                     ATTRANGE  ATTENDANCE THRESHOLD NOT 1-366
002500*                     GPARANGE  GPA THRESHOLD NOT 1-400
002600*                     CRDRANGE  CREDIT THRESHOLD ZERO
002700*                     BADWINDW  WAIVER WINDOW NOT P / S / B
002800*                     BADDATE   WAIVER DATE NOT A REAL DATE
002900*                     EXPBEFOR  WAIVER EXPIRY NOT AFTER ITS
003000*                               EFFECTIVE DATE
003100*                     BADOUTC   LETTER OUTCOME NOT A LEGAL VALUE
003200*                     BADSEQ    LETTER LINE SEQ NOT 01-99
003300*                     SEQGAP    LETTER ADD NOT THE NEXT LINE, OR
003400*                               DELETE NOT THE LAST LINE, OF THE
003500*                               OUTCOME - WOULD LEAVE A GAP
003600*                     WVRINUSE  WAIVER DELETE WHILE A STUDENT
003700*                               STILL CARRIES THE CODE
003800*                     PGMINUSE  PROGRAM DELETE WHILE STUDENTS
003900*                               ARE STILL ASSIGNED TO IT
004000*                     TBLFULL   ADD WOULD OVERFILL THE TABLE THE
004100*                               READING PROGRAM LOADS
004200*                     LASTENTR  DELETE WOULD EMPTY A TABLE ITS
004300*                               READING PROGRAM REFUSES TO RUN
004400*                               WITHOUT (APPFILE, LTRTMPL)
004500*                     DUPADD    ADD FOR A KEY ALREADY ON FILE
004600*                     NOTFOUND  CHANGE/DELETE FOR A KEY NOT ON
004700*                               FILE
004800     05  TSU-SUSPEND-DATE                 PIC 9(08).
004900     05  TSU-TRANSACTION-IMAGE            PIC X(90).
