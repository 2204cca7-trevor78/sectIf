000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK      HFDREC                                        *
000400*    PURPOSE        INBOUND HOLD-FEED RECORD.  THE BURSAR AND    *
000500*                   STUDENT CONDUCT SYSTEMS EACH SEND ONE FILE   *
000600*                   A NIGHT OF HOLD PLACE AND RELEASE ACTIONS;   *
000700*                   HOLDPOST APPLIES THEM TO THE MASTER AHEAD    *
000800*                   OF HELLO123.  AN ACTION WHOSE EFFECTIVE      *
000900*                   DATE IS STILL IN THE FUTURE IS CARRIED IN    *
001000*                   THE SAME LAYOUT ON THE PENDING FILE UNTIL    *
001100*                   IT FALLS DUE.  THE OFFICE REFERENCE IS THE   *
001200*                   OFFICE'S OWN ID FOR THE ACTION AND IS        *
001300*                   RETURNED ON THE RECONCILIATION FILE.         *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    10/15/26   JRT   ORIGINAL                                   *
001900*                                                                *
002000*****************************************************************
002100 01  HFD-HOLD-FEED-RECORD.
002200     05  HFD-OFFICE-CD                    PIC X(04).
002300         88  HFD-BURSAR-OFFICE            VALUE 'BURS'.
002400         88  HFD-CONDUCT-OFFICE           VALUE 'COND'.
002500     05  HFD-STUDENT-ID                   PIC X(09).
002600     05  HFD-HOLD-TYPE                    PIC X(04).
002700     05  HFD-ACTION                       PIC X(01).
002800         88  HFD-PLACE-HOLD               VALUE 'P'.
002900         88  HFD-RELEASE-HOLD             VALUE 'R'.
003000     05  HFD-EFFECTIVE-DATE               PIC 9(08).
003100     05  HFD-OFFICE-REFERENCE             PIC X(12).
003200     05  FILLER                           PIC X(42).
