000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      HLDREC                                        *
000400*    PURPOSE        STUDENT HOLD RECORD, ONE PER STUDENT, OFFICE *
000500*                   AND HOLD TYPE EVER PLACED THROUGH THE HOLD   *
000600*                   FEED.  HOLDPOST MARKS IT ACTIVE ON A PLACE   *
000700*                   AND RELEASED ON A RELEASE, SO A RELEASE OF A *
000800*                   HOLD THAT WAS NEVER PLACED (OR IS ALREADY    *
000900*                   RELEASED) CAN BE TOLD FROM A GOOD ONE.  THE  *
001000*                   BLOCKING SWITCH IS THE ONE IN FORCE WHEN THE *
001100*                   HOLD WAS PLACED - A RELEASE TAKES BACK       *
001200*                   EXACTLY WHAT THE PLACE PUT ON SM-HOLD-FLAG   *
001300*                   EVEN IF THE REASON TABLE CHANGED BETWEEN.    *
001400*                                                                *
001500*    RECORD KEY     HLD-HOLD-KEY                                 *
001600*                                                                *
001700*    MODIFICATION HISTORY                                        *
001800*    ----------------------------------------------------------- *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    10/15/26   JRT   ORIGINAL                                   *
002100*                                                                *
002200*****************************************************************
002300 01  HLD-STUDENT-HOLD-RECORD.
002400     05  HLD-HOLD-KEY.
002500         10  HLD-STUDENT-ID               PIC X(09).
002600         10  HLD-OFFICE-CD                PIC X(04).
002700         10  HLD-HOLD-TYPE                PIC X(04).
002800     05  HLD-HOLD-STATUS                  PIC X(01).
002900         88  HLD-HOLD-ACTIVE              VALUE 'A'.
003000         88  HLD-HOLD-RELEASED            VALUE 'R'.
003100     05  HLD-BLOCKING-SW                  PIC X(01).
003200         88  HLD-BLOCKS-ELIGIBILITY       VALUE 'Y'.
003300     05  HLD-PLACED-DATE                  PIC 9(08).
003400     05  HLD-PLACED-REFERENCE             PIC X(12).
003500     05  HLD-RELEASED-DATE                PIC 9(08).
003600     05  HLD-RELEASED-REFERENCE           PIC X(12).
003700     05  HLD-LAST-POSTED-DATE             PIC 9(08).
003800     05  FILLER                           PIC X(13).
