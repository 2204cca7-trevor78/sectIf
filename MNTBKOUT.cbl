001900*                   ANY OTHER MAINTENANCE (RESULT CODES          *
002000*                   BKOADD / BKOCHG / BKODEL) SO THE AUDIT       *
002100*                   CHAIN STAYS UNBROKEN.                        *
002110*                   A STUDENT WITH A HOLDPOST ('H') OR STUMERGE  *
002120*                   ('M') ENTRY LOGGED AFTER THE ENTRY BEING     *
002130*                   BACKED OUT IS REFUSED (BKOERR) - A BEFORE    *
002140*                   IMAGE WOULD UNDO A HOLD COUNT THE HOLD FILE  *
002150*                   STILL CARRIES, OR RESURRECT A MERGED ID -    *
002160*                   AND IS LISTED FOR CORRECTION BY HAND.        *
002200*                                                                *
002300*    MODIFICATION HISTORY                                        *
002400*    ----------------------------------------------------------- *
002620*                     BACKOUT TABLE AND IMAGES FOLLOW            *
002630*    09/02/26   JRT   IMAGES WIDENED TO THE 105-BYTE STUDCREC    *
002640*                     RECORD (ENROLLMENT-STATUS FIELDS)          *
002650*    10/15/26   JRT   BACKOUT TABLE 2000 TO 50000 ENTRIES - A    *
002660*                     TERM CLOSE (TRMCLOSE) LOGS ONE CHANGE PER  *
002670*                     STUDENT AND MUST REVERSE AS ONE RANGE      *
002680*    10/15/26   JRT   BACKOUT LOG LINES CARRY 'MNTBKOUT' IN THE  *
002690*                     NEW MLG-OPERATOR-ID FIELD                  *
002692*    10/15/26   JRT   REFUSE STUDENTS WITH A LATER HOLD ('H') OR *
002694*                     MERGE ('M') LOG ENTRY INSTEAD OF REAPPLYING*
002696*                     A BEFORE IMAGE OVER THEM                   *
002700*                                                                *
002800*****************************************************************
002900
008300 77  WS-IN-RANGE-SWITCH               PIC X(01) VALUE 'N'.
008400     88  WS-ENTRY-IN-RANGE            VALUE 'Y'.
008450 77  WS-LOG-RESULT-CODE               PIC X(08) VALUE SPACES.
008460 77  WS-LATER-STUDENT-ID              PIC X(09) VALUE SPACES.
008470 77  WS-SCAN-SUB                      PIC 9(05) COMP VALUE ZERO.
008480 77  WS-ENTRIES-REFUSED               PIC 9(05) VALUE ZERO.
008500
008600*    APPLIED TRANSACTIONS SELECTED FROM THE LOG, IN LOG ORDER.
008700*    2300-BACK-ONE-OUT WALKS THE TABLE BACKWARD SO THE LAST
008800*    TRANSACTION APPLIED IS THE FIRST ONE REVERSED.
008900 01  WS-BACKOUT-TABLE.
009000     05  WS-BKO-ENTRY OCCURS 50000 TIMES.
009100         10  WS-BKO-STUDENT-ID        PIC X(09).
009200         10  WS-BKO-RESULT            PIC X(08).
009300         10  WS-BKO-BEFORE-IMAGE      PIC X(105).
009320         10  WS-BKO-REFUSED-SW        PIC X(01).
009340             88  WS-BKO-REFUSED       VALUE 'Y'.
009400
009500 PROCEDURE DIVISION.
009600
016300             MOVE '10' TO WS-MNTLOGF-STATUS
016400         NOT AT END
016500             ADD 1 TO WS-LOG-RECORDS-READ
016510             IF (MLG-TRANS-CODE = 'H'
016520                     OR MLG-TRANS-CODE = 'M')
016530                     AND WS-BKO-ENTRY-COUNT > ZERO
016540                 PERFORM 2150-FLAG-LATER-HOLD-MERGE
016550                     THRU 2150-EXIT
016560             END-IF
016600             PERFORM 2100-TEST-AND-KEEP-ENTRY THRU 2100-EXIT
016700     END-READ.
016800 2000-EXIT.
018700             'STUDENT ' MLG-STUDENT-ID ' ENTRY REFUSED'
018710         ADD 1 TO WS-BACKOUT-ERRORS
018720         GO TO 2100-EXIT.
018730     IF WS-BKO-ENTRY-COUNT >= 50000
018800         DISPLAY 'MNTBKOUT - BACKOUT TABLE FULL, STUDENT '
018900             MLG-STUDENT-ID ' NOT BACKED OUT'
019000         ADD 1 TO WS-BACKOUT-ERRORS
019600         TO WS-BKO-RESULT (WS-BKO-ENTRY-COUNT).
019700     MOVE MLG-BEFORE-IMAGE
019800         TO WS-BKO-BEFORE-IMAGE (WS-BKO-ENTRY-COUNT).
019850     MOVE 'N' TO WS-BKO-REFUSED-SW (WS-BKO-ENTRY-COUNT).
019900 2100-EXIT.
020000     EXIT.
020002
020004*****************************************************************
020006*    2150-FLAG-LATER-HOLD-MERGE  -  A HOLDPOST OR STUMERGE       *
020008*    ENTRY FOR A STUDENT ALREADY IN THE TABLE.  SM-HOLD-FLAG     *
020010*    MUST STAY IN STEP WITH THE HOLD FILE, AND A MERGED ID'S     *
020012*    RECORDS HAVE MOVED, SO NO EARLIER BEFORE IMAGE OF THE       *
020014*    STUDENT CAN BE REAPPLIED.  EVERY SUCH ENTRY IS FLAGGED      *
020016*    FOR 2340 TO REFUSE.                                         *
020018*****************************************************************
020020 2150-FLAG-LATER-HOLD-MERGE.
020022     MOVE MLG-STUDENT-ID TO WS-LATER-STUDENT-ID.
020024     MOVE ZERO TO WS-SCAN-SUB.
020026     PERFORM 2160-FLAG-ONE-ENTRY THRU 2160-EXIT
020028         UNTIL WS-SCAN-SUB >= WS-BKO-ENTRY-COUNT.
020030 2150-EXIT.
020032     EXIT.
020034
020036 2160-FLAG-ONE-ENTRY.
020038     ADD 1 TO WS-SCAN-SUB.
020040     IF WS-BKO-STUDENT-ID (WS-SCAN-SUB) = WS-LATER-STUDENT-ID
020042         MOVE 'Y' TO WS-BKO-REFUSED-SW (WS-SCAN-SUB)
020044     END-IF.
020046 2160-EXIT.
020048     EXIT.
020100
020200*    THE LOG IS READ FIRST, THEN REOPENED EXTEND SO THE
020300*    BACKOUT'S OWN ENTRIES APPEND TO THE SAME AUDIT CHAIN.
021900*    WALKING THE TABLE FROM THE LAST ENTRY TO THE FIRST.         *
022000*****************************************************************
022100 2300-BACK-ONE-OUT.
022120     IF WS-BKO-REFUSED (WS-BKO-SUB)
022140         PERFORM 2340-REFUSE-AN-ENTRY THRU 2340-EXIT
022160         SUBTRACT 1 FROM WS-BKO-SUB
022180         GO TO 2300-EXIT.
022200     EVALUATE WS-BKO-RESULT (WS-BKO-SUB)
022300         WHEN 'ADDED'
022400             PERFORM 2310-REVERSE-AN-ADD THRU 2310-EXIT
031400     END-WRITE.
031500 2330-EXIT.
031600     EXIT.
031605
031610 2340-REFUSE-AN-ENTRY.
031615     MOVE SPACES TO MLG-BEFORE-IMAGE.
031620     MOVE SPACES TO MLG-AFTER-IMAGE.
031625     DISPLAY 'MNTBKOUT - HOLD OR MERGE LOGGED SINCE, STUDENT '
031630         WS-BKO-STUDENT-ID (WS-BKO-SUB)
031635         ' REFUSED - CORRECT BY HAND'.
031640     ADD 1 TO WS-ENTRIES-REFUSED.
031645     ADD 1 TO WS-BACKOUT-ERRORS.
031650     MOVE 'BKOERR' TO WS-LOG-RESULT-CODE.
031655     PERFORM 3000-WRITE-BACKOUT-LOG THRU 3000-EXIT.
031660 2340-EXIT.
031665     EXIT.
031700
031800*****************************************************************
031900*    3000-WRITE-BACKOUT-LOG  -  EVERY BACKOUT ACTION LOGS TO     *
032600     MOVE WS-LOG-RESULT-CODE TO MLG-RESULT-CODE.
032700     MOVE WS-CURRENT-DATE TO MLG-RUN-DATE.
032800     MOVE WS-CURRENT-TIME TO MLG-RUN-TIME.
032850     MOVE 'MNTBKOUT' TO MLG-OPERATOR-ID.
032900     WRITE MLG-LOG-LINE.
033000 3000-EXIT.
033100     EXIT.
033800     DISPLAY 'MNTBKOUT - ENTRIES SELECTED   = '
033900         WS-BKO-ENTRY-COUNT.
034000     DISPLAY 'MNTBKOUT - BACKED OUT         = ' WS-BACKED-OUT.
034020     DISPLAY 'MNTBKOUT - REFUSED, HOLD/MERGE = '
034040         WS-ENTRIES-REFUSED.
034100     DISPLAY 'MNTBKOUT - BACKOUT ERRORS     = '
034200         WS-BACKOUT-ERRORS.
034300 8000-EXIT.
