002130*                     NO LONGER LOOKS LIKE A CLEAN PRIOR NIGHT   *
002131*                     AND RE-APPLIES ITS ALREADY-LOGGED          *
002132*                     TRANSACTIONS                               *
002140*    10/15/26   JRT   STAMP MNT-OPERATOR-ID INTO MLG-OPERATOR-ID *
002160*                     ON EVERY LOG LINE                          *
002180*                                                                *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
024000     MOVE WS-RESULT-CODE TO MLG-RESULT-CODE.
024100     MOVE WS-CURRENT-DATE TO MLG-RUN-DATE.
024200     MOVE WS-CURRENT-TIME TO MLG-RUN-TIME.
024250     MOVE MNT-OPERATOR-ID TO MLG-OPERATOR-ID.
024300     WRITE MLG-LOG-LINE.
024400 3000-EXIT.
024500     EXIT.
