000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      TOVREC                                        *
000400*    PURPOSE        TERM-GAP OVERRIDE CARD FOR HELLO123 AND      *
000500*                   ENRLROLL.  SUPPLIED IN-STREAM ON TRMOVRD     *
000600*                   (NORMALLY DD DUMMY) WHEN A RUN MUST GO       *
000700*                   AHEAD BETWEEN A TERM CLOSE AND THE NEXT      *
000800*                   TERM'S START.  THE CARD COUNTS ONLY ON THE   *
000900*                   RUN DATE IT NAMES, SO ONE LEFT IN THE JCL    *
001000*                   DOES NOT OVERRIDE LATER NIGHTS.              *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   JRT   ORIGINAL                                   *
001600*                                                                *
001700*****************************************************************
001800 01  TOV-GAP-OVERRIDE-RECORD.
001900     05  TOV-RUN-DATE                     PIC 9(08).
002000     05  TOV-AUTHORIZED-BY                PIC X(08).
002100     05  TOV-REASON                       PIC X(40).
002200     05  FILLER                           PIC X(24).
