000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      HRSREC                                        *
000400*    PURPOSE        HOLD-REASON CODE TABLE.  ONE RECORD PER HOLD *
000500*                   TYPE THE BURSAR OR CONDUCT OFFICE MAY SEND,  *
000600*                   NAMING THE OFFICE THAT OWNS THE TYPE AND     *
000700*                   WHETHER IT BLOCKS ELIGIBILITY.  A BLOCKING   *
000800*                   HOLD COUNTS ONE ON SM-HOLD-FLAG WHILE IT IS  *
000900*                   ACTIVE, SO HELLO123 ROUTES THE STUDENT TO    *
001000*                   XXXX-PARA6 (OUTCOME HOLD); AN INFORMATIONAL  *
001100*                   HOLD IS KEPT ON THE HOLD FILE ONLY AND       *
001200*                   NEVER TOUCHES THE MASTER.  HOLDPOST LOADS    *
001300*                   THE TABLE AT INIT.                           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    10/15/26   JRT   ORIGINAL                                   *
001900*                                                                *
002000*****************************************************************
002100 01  HRS-HOLD-REASON-RECORD.
002200     05  HRS-HOLD-TYPE                    PIC X(04).
002300     05  HRS-OFFICE-CD                    PIC X(04).
002400     05  HRS-DESCRIPTION                  PIC X(30).
002500     05  HRS-BLOCKING-SW                  PIC X(01).
002600         88  HRS-BLOCKS-ELIGIBILITY       VALUE 'Y'.
002700     05  FILLER                           PIC X(11).
