001400*****************************************************************
001410*    09/02/26   JRT   IMAGES WIDENED X(97) TO X(105) WITH THE    *
001420*                     STUDCREC ENROLLMENT-STATUS FIELDS          *
001430*    10/15/26   JRT   MLG-OPERATOR-ID ADDED AFTER THE IMAGES     *
001440*                     (250 TO 259 BYTES) - THE OPERATOR WHO      *
001450*                     KEYED THE TRANSACTION, OR THE BATCH        *
001460*                     PROGRAM NAME FOR BACKOUT AND TERM-CLOSE    *
001470*                     ENTRIES                                    *
001500 01  MLG-LOG-LINE.
001600     05  MLG-STUDENT-ID                   PIC X(09).
001700     05  FILLER                           PIC X(01)  VALUE SPACE.
002600     05  MLG-BEFORE-IMAGE                 PIC X(105).
002700     05  FILLER                           PIC X(01)  VALUE SPACE.
002800     05  MLG-AFTER-IMAGE                  PIC X(105).
002900     05  FILLER                           PIC X(01)  VALUE SPACE.
003000     05  MLG-OPERATOR-ID                  PIC X(08).
