000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TSFREC                                        *
000400*    PURPOSE        TERM STATISTICS SUBMISSION FILE FOR THE      *
000500*                   STATE AND ACCREDITATION FILINGS, WRITTEN BY  *
000600*                   TRMSTATS.  ONE HEADER, ONE DETAIL PER        *
000700*                   ACADEMIC PROGRAM ('***' = NO PROGRAM         *
000800*                   ASSIGNED), ONE TRAILER WHOSE COUNTS MUST     *
000900*                   TIE TO THE DETAILS.  HEADCOUNT IS STUDENTS   *
001000*                   EVALUATED IN THE TERM; THE OUTCOME COUNTS    *
001100*                   ARE EACH STUDENT'S FINAL TERM OUTCOME AND    *
001200*                   SUM TO THE HEADCOUNT.  OVERRIDE AND WAIVER   *
001300*                   COUNT STUDENTS WITH AT LEAST ONE SUCH        *
001400*                   DECISION IN THE TERM; FAILED COUNTS          *
001500*                   STUDENTS WITH AN ERROR OR ERROR34 DECISION   *
001600*                   IN THE TERM, RECOVERED THOSE OF THEM WHOSE   *
001700*                   FINAL OUTCOME WAS CLEAN, PROBOK OR WAIVED.   *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    ----------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    10/15/26   JRT   ORIGINAL                                   *
002300*                                                                *
002400*****************************************************************
002500 01  TSF-HEADER-RECORD.
002600     05  TSF-HDR-RECORD-ID                PIC X(03).
002700         88  TSF-HEADER                   VALUE 'HDR'.
002800     05  TSF-HDR-TERM-CODE                PIC X(06).
002900     05  TSF-HDR-TERM-START               PIC 9(08).
003000     05  TSF-HDR-TERM-END                 PIC 9(08).
003100     05  TSF-HDR-RUN-DATE                 PIC 9(08).
003200     05  TSF-HDR-SOURCE                   PIC X(01).
003300         88  TSF-FROM-TERM-HISTORY        VALUE 'H'.
003400         88  TSF-FROM-CURRENT-MASTER      VALUE 'C'.
003500     05  FILLER                           PIC X(46).
003600
003700 01  TSF-DETAIL-RECORD.
003800     05  TSF-DTL-RECORD-ID                PIC X(03).
003900         88  TSF-DETAIL                   VALUE 'DTL'.
004000     05  TSF-DTL-TERM-CODE                PIC X(06).
004100     05  TSF-DTL-PROGRAM-CD               PIC X(03).
004200     05  TSF-DTL-HEADCOUNT                PIC 9(05).
004300     05  TSF-DTL-CLEAN-COUNT              PIC 9(05).
004400     05  TSF-DTL-PROBOK-COUNT             PIC 9(05).
004500     05  TSF-DTL-WAIVED-COUNT             PIC 9(05).
004600     05  TSF-DTL-ERROR-COUNT              PIC 9(05).
004700     05  TSF-DTL-ERROR34-COUNT            PIC 9(05).
004800     05  TSF-DTL-HOLD-COUNT               PIC 9(05).
004900     05  TSF-DTL-INACTIVE-COUNT           PIC 9(05).
005000     05  TSF-DTL-OTHER-COUNT              PIC 9(05).
005100     05  TSF-DTL-OVERRIDE-COUNT           PIC 9(05).
005200     05  TSF-DTL-WAIVER-COUNT             PIC 9(05).
005300     05  TSF-DTL-FAILED-COUNT             PIC 9(05).
005400     05  TSF-DTL-RECOVERED-COUNT          PIC 9(05).
005500     05  FILLER                           PIC X(03).
005600
005700 01  TSF-TRAILER-RECORD.
005800     05  TSF-TRL-RECORD-ID                PIC X(03).
005900         88  TSF-TRAILER                  VALUE 'TRL'.
006000     05  TSF-TRL-DETAIL-COUNT             PIC 9(05).
006100     05  TSF-TRL-HEADCOUNT                PIC 9(07).
006200     05  TSF-TRL-FAILED-COUNT             PIC 9(07).
006300     05  TSF-TRL-RECOVERED-COUNT          PIC 9(07).
006400     05  FILLER                           PIC X(51).
