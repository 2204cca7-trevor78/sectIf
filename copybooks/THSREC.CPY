000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      THSREC                                        *
000400*    PURPOSE        TERM HISTORY RECORD, KEYED BY STUDENT AND    *
000500*                   TERM.  TRMCLOSE POSTS ONE RECORD PER         *
000600*                   STUDENT AT EACH TERM CLOSE - THE FINAL       *
000700*                   OUTCOME FROM OUTHIST AS IT STOOD AT CLOSE,   *
000800*                   THE PROGRAM AND ENROLLMENT STATUS, THE       *
000900*                   TERM ACADEMIC FIELDS BEFORE THEY RESET,      *
001000*                   AND THE CUMULATIVE FIELDS AFTER THE ROLL.    *
001100*                   A RE-CLOSE OF THE SAME TERM REPLACES THE     *
001200*                   RECORD RATHER THAN ADDING A SECOND ONE.      *
001210*                   THE THREE TERM FLAGS ARE SET AT CLOSE FROM   *
001220*                   THE AUDIT-LOG DECISIONS BETWEEN THE TERM     *
001230*                   START AND THE CLOSE, SO TRMSTATS REPORTS A   *
001240*                   CLOSED TERM WITHOUT THE LOG.  SPACES IN ALL  *
001250*                   THREE MEAN A RECORD POSTED BEFORE THE FLAGS  *
001260*                   WERE KEPT.                                   *
001300*                                                                *
001400*    RECORD KEY     THS-KEY (STUDENT-ID + TERM CODE)             *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    ----------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    10/15/26   JRT   ORIGINAL                                   *
001920*    10/15/26   JRT   THS-OVERRIDE-USED, THS-WAIVER-USED AND     *
001940*                     THS-FAILED-IN-TERM CARVED OUT OF THE       *
001960*                     TRAILING FILLER - RECORD LENGTH UNCHANGED  *
002000*                                                                *
002100*****************************************************************
002200 01  THS-TERM-HISTORY-RECORD.
002300     05  THS-KEY.
002400         10  THS-STUDENT-ID               PIC X(09).
002500         10  THS-TERM-CODE                PIC X(06).
002600     05  THS-ACADEMIC-PROGRAM-CD          PIC X(03).
002700     05  THS-ENROLL-STATUS                PIC X(01).
002800*        SPACES WHEN THE STUDENT HAD NO OUTCOME HISTORY.
002900     05  THS-FINAL-OUTCOME                PIC X(08).
003000     05  THS-OUTCOME-DATE                 PIC 9(08).
003100     05  THS-CONSEC-ERROR-NIGHTS          PIC 9(03).
003200     05  THS-ATTENDANCE-DAYS              PIC 9(03).
003300     05  THS-CREDIT-HOURS-EARNED          PIC 9(03).
003400     05  THS-GPA-TERM                     PIC 9(03).
003500     05  THS-CREDIT-HOURS-CUM             PIC 9(03).
003600     05  THS-GPA-CUM                      PIC 9(03).
003700     05  THS-CLOSE-DATE                   PIC 9(08).
003800*        'Y' WHEN A REGISTRAR OVERRIDE (XXXX-PARA9) FIRED.
003900     05  THS-OVERRIDE-USED                PIC X(01).
004000         88  THS-HAD-OVERRIDE             VALUE 'Y'.
004100*        'Y' WHEN AN ATTENDANCE WAIVER (XXXX-PARA8) FIRED.
004200     05  THS-WAIVER-USED                  PIC X(01).
004300         88  THS-HAD-WAIVER               VALUE 'Y'.
004400*        'Y' WHEN ANY DECISION OR THE FINAL OUTCOME WAS ERROR
004500*        OR ERROR34.
004600     05  THS-FAILED-IN-TERM               PIC X(01).
004700         88  THS-FAILED                   VALUE 'Y'.
004800     05  FILLER                           PIC X(16).
