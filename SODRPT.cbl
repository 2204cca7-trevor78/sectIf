000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SODRPT.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       SODRPT                                        *
001000*    PURPOSE        WEEKLY SEPARATION-OF-DUTIES REPORT OFF THE   *
001100*                   MAINTENANCE LOG.  FLAGS TWO THINGS FOR THE   *
001200*                   REPORTING PERIOD -                           *
001300*                     HOLD    AN OPERATOR RELEASED A STUDENT'S   *
001400*                             HOLD (SM-HOLD-FLAG LOWERED) THAT   *
001500*                             THE SAME OPERATOR HAD PLACED       *
001600*                             (SM-HOLD-FLAG RAISED) AT ANY TIME  *
001700*                             ON THE LOG;                        *
001800*                     OWNPGM  AN OPERATOR CHANGED A STUDENT IN   *
001900*                             THE OPERATOR'S OWN HOME PROGRAM    *
002000*                             (OPR-HOME-PROGRAM-CD ON THE        *
002100*                             OPERATOR AUTHORIZATION TABLE).     *
002200*                   ONLY OPERATOR-KEYED MAINTENANCE (ADDED /     *
002300*                   CHANGED / DELETED) AND MERGES COUNT -        *
002400*                   BACKOUT AND TERM-CLOSE ENTRIES ARE BATCH     *
002500*                   ACTIONS.  LOG LINES WRITTEN BEFORE THE       *
002600*                   OPERATOR STAMP CARRY NO OPERATOR AND ARE     *
002700*                   COUNTED, NOT JUDGED.  THE PERIOD IS THE      *
002800*                   SEVEN DAYS ENDING ON THE RUN DATE UNLESS A   *
002900*                   SODCTL RECORD NAMES ANOTHER.  READ-ONLY -    *
003000*                   MAY RUN AT ANY TIME OF DAY.  RC=4 WHEN       *
003100*                   ANYTHING IS FLAGGED.                         *
003200*                                                                *
003300*    MODIFICATION HISTORY                                        *
003400*    ----------------------------------------------------------- *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    10/15/26   JRT   ORIGINAL                                   *
003700*                                                                *
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MNT-LOG ASSIGN TO MNTLOGF
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-MNTLOGF-STATUS.
004900     SELECT OPERATOR-FILE ASSIGN TO OPRFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-OPRFILE-STATUS.
005200     SELECT SOD-CONTROL-FILE ASSIGN TO SODCTL
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-SODCTL-STATUS.
005500     SELECT SOD-REPORT ASSIGN TO SODRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-SODRPT-STATUS.
005800     SELECT SOD-SORT-FILE ASSIGN TO SORTWK01.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MNT-LOG
006300     LABEL RECORDS ARE STANDARD.
006400     COPY MNTLOG.
006500
006600 FD  OPERATOR-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY OPRREC.
006900
007000 FD  SOD-CONTROL-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY SDCREC.
007300
007400 FD  SOD-REPORT
007500     LABEL RECORDS ARE STANDARD.
007600 01  SDR-REPORT-LINE                      PIC X(80).
007700
007800 SD  SOD-SORT-FILE.
007900 01  SRT-SOD-RECORD.
008000     05  SRT-STUDENT-ID                   PIC X(09).
008100     05  SRT-RUN-DATE                     PIC 9(08).
008200     05  SRT-RUN-TIME                     PIC 9(08).
008300     05  SRT-LOG-SEQ                      PIC 9(09).
008400     05  SRT-OPERATOR-ID                  PIC X(08).
008500     05  SRT-RESULT-CODE                  PIC X(08).
008600     05  SRT-HOLD-BEFORE                  PIC 9(03).
008700     05  SRT-HOLD-AFTER                   PIC 9(03).
008800     05  SRT-PROGRAM-CD                   PIC X(03).
008900     05  SRT-PERIOD-SWITCH                PIC X(01).
009000         88  SRT-IN-PERIOD                VALUE 'Y'.
009100
009200 WORKING-STORAGE SECTION.
009300 01  WS-FILE-STATUSES.
009400     05  WS-MNTLOGF-STATUS            PIC X(02) VALUE SPACES.
009500         88  WS-MNTLOGF-OK            VALUE '00'.
009600         88  WS-MNTLOGF-NOT-FOUND     VALUE '35'.
009700         88  WS-MNTLOGF-EOF           VALUE '10'.
009800     05  WS-OPRFILE-STATUS            PIC X(02) VALUE SPACES.
009900         88  WS-OPRFILE-OK            VALUE '00'.
010000         88  WS-OPRFILE-NOT-FOUND     VALUE '35'.
010100         88  WS-OPRFILE-EOF           VALUE '10'.
010200     05  WS-SODCTL-STATUS             PIC X(02) VALUE SPACES.
010300         88  WS-SODCTL-OK             VALUE '00'.
010400         88  WS-SODCTL-NOT-FOUND      VALUE '35'.
010500     05  WS-SODRPT-STATUS             PIC X(02) VALUE SPACES.
010600         88  WS-SODRPT-OK             VALUE '00'.
010700
010800 77  WS-SORT-EOF-SWITCH               PIC X(01) VALUE 'N'.
010900     88  WS-END-OF-SORT               VALUE 'Y'.
011000 77  WS-LOG-OPEN-SWITCH               PIC X(01) VALUE 'N'.
011100     88  WS-LOG-OPEN                  VALUE 'Y'.
011200 77  WS-PERIOD-SOURCE-SWITCH          PIC X(01) VALUE 'D'.
011300     88  WS-DEFAULT-PERIOD            VALUE 'D'.
011400     88  WS-CONTROL-PERIOD            VALUE 'C'.
011500 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
011600 77  WS-TODAY-DAY-NUMBER              PIC 9(07) VALUE ZERO.
011700 77  WS-PERIOD-DAYS                   PIC 9(03) VALUE 007.
011800 77  WS-PERIOD-FROM-DATE              PIC 9(08) VALUE ZERO.
011900 77  WS-PERIOD-TO-DATE                PIC 9(08) VALUE ZERO.
012000 77  WS-PRIOR-STUDENT-ID              PIC X(09) VALUE SPACES.
012100 77  WS-LOG-SEQ                       PIC 9(09) VALUE ZERO.
012200 77  WS-LOG-READ                      PIC 9(07) VALUE ZERO.
012300 77  WS-LOG-NOT-OPERATOR              PIC 9(07) VALUE ZERO.
012400 77  WS-LOG-UNSTAMPED                 PIC 9(07) VALUE ZERO.
012500 77  WS-LOG-AFTER-PERIOD              PIC 9(07) VALUE ZERO.
012600 77  WS-LOG-EXAMINED                  PIC 9(07) VALUE ZERO.
012700 77  WS-LOG-IN-PERIOD                 PIC 9(07) VALUE ZERO.
012800 77  WS-HOLD-FLAGS                    PIC 9(07) VALUE ZERO.
012900 77  WS-OWN-PROGRAM-FLAGS             PIC 9(07) VALUE ZERO.
013000 77  WS-PLACER-OVERFLOW               PIC 9(07) VALUE ZERO.
013100 77  WS-OPR-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
013200 77  WS-OPR-SUB                       PIC 9(03) COMP VALUE ZERO.
013300 77  WS-OPR-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
013400 77  WS-PLC-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
013500 77  WS-PLC-SUB                       PIC 9(03) COMP VALUE ZERO.
013600 77  WS-PLC-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
013700 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
013800
013900*    EVERY OPERATOR AND THE HOME PROGRAM THE OPERATOR BELONGS
014000*    TO, LOADED FROM OPRFILE AT INITIALIZATION.
014100 01  WS-OPERATOR-TABLE.
014200     05  WS-OPR-ENTRY OCCURS 500 TIMES.
014300         10  WS-OPR-OPERATOR-ID       PIC X(08).
014400         10  WS-OPR-HOME-PROGRAM-CD   PIC X(03).
014500
014600*    OPERATORS WHO HAVE PLACED A HOLD ON THE CURRENT STUDENT,
014700*    WITH THE DATE OF THE LATEST PLACEMENT.  CLEARED ON EVERY
014800*    CHANGE OF STUDENT IN THE SORTED LOG.
014900 01  WS-PLACER-TABLE.
015000     05  WS-PLC-ENTRY OCCURS 50 TIMES.
015100         10  WS-PLC-OPERATOR-ID       PIC X(08).
015200         10  WS-PLC-PLACED-DATE       PIC 9(08).
015300
015400*    THE LOG IMAGES ARE RAW STUDCREC CONTENT - EACH IS LAID OVER
015500*    THIS COPY OF THE RECORD TO PICK OUT THE HOLD AND PROGRAM.
015600     COPY STUDCREC.
015700
015800*    DAY-NUMBER WORK AREA FOR 7000 - DAYS SINCE A FIXED EPOCH,
015900*    GOOD FOR SUBTRACTING ONE YYYYMMDD FROM ANOTHER.
016000 01  WS-DN-DATE.
016100     05  WS-DN-YEAR                   PIC 9(04).
016200     05  WS-DN-MONTH                  PIC 9(02).
016300     05  WS-DN-DAY                    PIC 9(02).
016400 77  WS-DN-RESULT                     PIC 9(07) VALUE ZERO.
016500 77  WS-DN-WORK-YEAR                  PIC 9(04) VALUE ZERO.
016600 77  WS-DN-WORK-MONTH                 PIC 9(02) VALUE ZERO.
016700 77  WS-DN-QUOTIENT-4                 PIC 9(04) VALUE ZERO.
016800 77  WS-DN-QUOTIENT-100               PIC 9(04) VALUE ZERO.
016900 77  WS-DN-QUOTIENT-400               PIC 9(04) VALUE ZERO.
017000 77  WS-DN-MONTH-DAYS                 PIC 9(04) VALUE ZERO.
017100 77  WS-DN-MONTH-WORK                 PIC 9(04) VALUE ZERO.
017200
017300 01  WS-SDR-HEADING-LINE              PIC X(50) VALUE
017400     'SODRPT SEPARATION-OF-DUTIES REPORT'.
017500 01  WS-SDR-COLUMN-LINE.
017600     05  FILLER                       PIC X(09) VALUE 'FLAG'.
017700     05  FILLER                       PIC X(09) VALUE 'OPERATOR'.
017800     05  FILLER                       PIC X(10) VALUE 'STUDENT'.
017900     05  FILLER                       PIC X(09) VALUE 'DATE'.
018000     05  FILLER                       PIC X(09) VALUE 'RESULT'.
018100     05  FILLER                       PIC X(34) VALUE 'DETAIL'.
018200
018300 PROCEDURE DIVISION.
018400
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     SORT SOD-SORT-FILE
018800         ON ASCENDING KEY SRT-STUDENT-ID
018900                          SRT-RUN-DATE
019000                          SRT-RUN-TIME
019100                          SRT-LOG-SEQ
019200         INPUT PROCEDURE IS 2000-SELECT-LOG-ENTRIES
019300             THRU 2000-EXIT
019400         OUTPUT PROCEDURE IS 3000-CHECK-DUTIES
019500             THRU 3000-EXIT.
019600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019700     IF WS-HOLD-FLAGS > ZERO
019800             OR WS-OWN-PROGRAM-FLAGS > ZERO
019900         MOVE 0004 TO RETURN-CODE
020000     ELSE
020100         MOVE 0000 TO RETURN-CODE
020200     END-IF.
020300     STOP RUN.
020400
020500*****************************************************************
020600*    1000-INITIALIZE  -  FIX THE REPORTING PERIOD, OPEN FILES,   *
020700*    LOAD THE OPERATOR TABLE, WRITE THE REPORT HEADING           *
020800*****************************************************************
020900 1000-INITIALIZE.
021000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
021100     MOVE WS-CURRENT-DATE TO WS-DN-DATE.
021200     PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT.
021300     MOVE WS-DN-RESULT TO WS-TODAY-DAY-NUMBER.
021400     MOVE WS-CURRENT-DATE TO WS-PERIOD-TO-DATE.
021500     PERFORM 1050-READ-CONTROL-RECORD THRU 1050-EXIT.
021600     OPEN INPUT MNT-LOG.
021700     IF WS-MNTLOGF-NOT-FOUND
021800         DISPLAY 'SODRPT - NO MAINTENANCE LOG, NOTHING TO REPORT'
021900         MOVE '10' TO WS-MNTLOGF-STATUS
022000     ELSE
022100         IF NOT WS-MNTLOGF-OK
022200             DISPLAY 'SODRPT - MNTLOGF OPEN FAILED, STATUS = '
022300                 WS-MNTLOGF-STATUS
022400             MOVE 0016 TO RETURN-CODE
022500             STOP RUN
022600         END-IF
022700         MOVE 'Y' TO WS-LOG-OPEN-SWITCH
022800     END-IF.
022900     PERFORM 1100-LOAD-OPERATOR-TABLE THRU 1100-EXIT.
023000     OPEN OUTPUT SOD-REPORT.
023100     IF NOT WS-SODRPT-OK
023200         DISPLAY 'SODRPT - SODRPT OPEN FAILED, STATUS = '
023300             WS-SODRPT-STATUS
023400         MOVE 0016 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     MOVE SPACES TO SDR-REPORT-LINE.
023800     MOVE WS-SDR-HEADING-LINE TO SDR-REPORT-LINE.
023900     MOVE 'AS OF' TO SDR-REPORT-LINE(52:5).
024000     MOVE WS-CURRENT-DATE TO SDR-REPORT-LINE(58:8).
024100     WRITE SDR-REPORT-LINE.
024200     MOVE SPACES TO SDR-REPORT-LINE.
024300     IF WS-CONTROL-PERIOD
024400         MOVE 'PERIOD' TO SDR-REPORT-LINE(1:6)
024500         MOVE WS-PERIOD-FROM-DATE TO SDR-REPORT-LINE(8:8)
024600         MOVE 'THRU' TO SDR-REPORT-LINE(17:4)
024700         MOVE WS-PERIOD-TO-DATE TO SDR-REPORT-LINE(22:8)
024800     ELSE
024900         MOVE 'PERIOD  7 DAYS ENDING' TO SDR-REPORT-LINE(1:21)
025000         MOVE WS-PERIOD-TO-DATE TO SDR-REPORT-LINE(23:8)
025100     END-IF.
025200     WRITE SDR-REPORT-LINE.
025300     MOVE SPACES TO SDR-REPORT-LINE.
025400     WRITE SDR-REPORT-LINE.
025500     MOVE WS-SDR-COLUMN-LINE TO SDR-REPORT-LINE.
025600     WRITE SDR-REPORT-LINE.
025700     MOVE SPACES TO SDR-REPORT-LINE.
025800 1000-EXIT.
025900     EXIT.
026000
026100*    NO CONTROL RECORD (DD DUMMY, MISSING, OR EMPTY) MEANS THE
026200*    DEFAULT WEEK.  A RECORD THAT IS PRESENT BUT UNUSABLE STOPS
026300*    THE RUN - REPORTING THE WRONG PERIOD IS WORSE THAN NONE.
026400 1050-READ-CONTROL-RECORD.
026500     OPEN INPUT SOD-CONTROL-FILE.
026600     IF NOT WS-SODCTL-OK
026700         GO TO 1050-EXIT.
026800     READ SOD-CONTROL-FILE
026900         AT END
027000             CLOSE SOD-CONTROL-FILE
027100             GO TO 1050-EXIT
027200     END-READ.
027300     CLOSE SOD-CONTROL-FILE.
027400     IF SDC-FROM-DATE NOT NUMERIC
027500             OR SDC-TO-DATE NOT NUMERIC
027600             OR SDC-FROM-DATE = ZERO
027700             OR SDC-FROM-DATE > SDC-TO-DATE
027800         DISPLAY 'SODRPT - SODCTL PERIOD INVALID, RECORD = '
027900             SDC-SOD-CONTROL-RECORD(1:16)
028000         MOVE 0016 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     MOVE 'C' TO WS-PERIOD-SOURCE-SWITCH.
028400     MOVE SDC-FROM-DATE TO WS-PERIOD-FROM-DATE.
028500     MOVE SDC-TO-DATE TO WS-PERIOD-TO-DATE.
028600 1050-EXIT.
028700     EXIT.
028800
028900*    THE OWN-PROGRAM TEST CANNOT RUN WITHOUT THE TABLE, SO A
029000*    MISSING OR EMPTY OPERATOR FILE STOPS THE RUN.
029100 1100-LOAD-OPERATOR-TABLE.
029200     OPEN INPUT OPERATOR-FILE.
029300     IF WS-OPRFILE-NOT-FOUND
029400         DISPLAY 'SODRPT - NO OPERATOR FILE, CANNOT REPORT'
029500         MOVE 0016 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800     IF NOT WS-OPRFILE-OK
029900         DISPLAY 'SODRPT - OPRFILE OPEN FAILED, STATUS = '
030000             WS-OPRFILE-STATUS
030100         MOVE 0016 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400     PERFORM 1110-READ-OPERATOR THRU 1110-EXIT
030500         UNTIL WS-OPRFILE-EOF.
030600     CLOSE OPERATOR-FILE.
030700     IF WS-OPR-ENTRY-COUNT = ZERO
030800         DISPLAY 'SODRPT - OPERATOR FILE EMPTY, CANNOT REPORT'
030900         MOVE 0016 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200 1100-EXIT.
031300     EXIT.
031400
031500 1110-READ-OPERATOR.
031600     READ OPERATOR-FILE
031700         AT END
031800             MOVE '10' TO WS-OPRFILE-STATUS
031900             GO TO 1110-EXIT
032000     END-READ.
032100     IF WS-OPR-ENTRY-COUNT < 500
032200         ADD 1 TO WS-OPR-ENTRY-COUNT
032300         MOVE OPR-OPERATOR-ID
032400             TO WS-OPR-OPERATOR-ID (WS-OPR-ENTRY-COUNT)
032500         MOVE OPR-HOME-PROGRAM-CD
032600             TO WS-OPR-HOME-PROGRAM-CD (WS-OPR-ENTRY-COUNT)
032700     ELSE
032800         DISPLAY 'SODRPT - OPERATOR TABLE FULL - '
032900             'RESIZE BEFORE RUNNING'
033000         MOVE 0016 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300 1110-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700*    2000-SELECT-LOG-ENTRIES  -  SORT INPUT.  OPERATOR-KEYED     *
033800*    ENTRIES UP TO THE END OF THE PERIOD GO TO THE SORT WHEN     *
033900*    THEY MOVED THE HOLD (A PLACEMENT BEFORE THE PERIOD STILL    *
034000*    PAIRS WITH A RELEASE INSIDE IT) OR FALL INSIDE THE PERIOD.  *
034100*****************************************************************
034200 2000-SELECT-LOG-ENTRIES.
034300     PERFORM 2100-SELECT-ONE-ENTRY THRU 2100-EXIT
034400         UNTIL WS-MNTLOGF-EOF.
034500 2000-EXIT.
034600     EXIT.
034700
034800 2100-SELECT-ONE-ENTRY.
034900     READ MNT-LOG
035000         AT END
035100             MOVE '10' TO WS-MNTLOGF-STATUS
035200             GO TO 2100-EXIT
035300     END-READ.
035400     ADD 1 TO WS-LOG-READ.
035500     ADD 1 TO WS-LOG-SEQ.
035600     IF MLG-TRANS-CODE = 'T'
035700             OR (MLG-RESULT-CODE NOT = 'ADDED'
035800             AND MLG-RESULT-CODE NOT = 'CHANGED'
035900             AND MLG-RESULT-CODE NOT = 'DELETED'
036000             AND MLG-RESULT-CODE NOT = 'MERGED'
036100             AND MLG-RESULT-CODE NOT = 'RETIRED')
036200         ADD 1 TO WS-LOG-NOT-OPERATOR
036300         GO TO 2100-EXIT.
036400     IF MLG-OPERATOR-ID = SPACES
036500             OR MLG-OPERATOR-ID = LOW-VALUES
036600         ADD 1 TO WS-LOG-UNSTAMPED
036700         GO TO 2100-EXIT.
036800     IF MLG-RUN-DATE > WS-PERIOD-TO-DATE
036900         ADD 1 TO WS-LOG-AFTER-PERIOD
037000         GO TO 2100-EXIT.
037100     MOVE SPACES TO SRT-SOD-RECORD.
037200     MOVE 'N' TO SRT-PERIOD-SWITCH.
037300     IF WS-CONTROL-PERIOD
037400         IF MLG-RUN-DATE NOT < WS-PERIOD-FROM-DATE
037500             MOVE 'Y' TO SRT-PERIOD-SWITCH
037600         END-IF
037700     ELSE
037800         MOVE MLG-RUN-DATE TO WS-DN-DATE
037900         PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT
038000         IF WS-TODAY-DAY-NUMBER - WS-DN-RESULT < WS-PERIOD-DAYS
038100             MOVE 'Y' TO SRT-PERIOD-SWITCH
038200         END-IF
038300     END-IF.
038400     PERFORM 2200-EXTRACT-FROM-IMAGES THRU 2200-EXIT.
038500     IF SRT-HOLD-BEFORE = SRT-HOLD-AFTER
038600             AND NOT SRT-IN-PERIOD
038700         GO TO 2100-EXIT.
038800     MOVE MLG-STUDENT-ID TO SRT-STUDENT-ID.
038900     MOVE MLG-RUN-DATE TO SRT-RUN-DATE.
039000     MOVE MLG-RUN-TIME TO SRT-RUN-TIME.
039100     MOVE WS-LOG-SEQ TO SRT-LOG-SEQ.
039200     MOVE MLG-OPERATOR-ID TO SRT-OPERATOR-ID.
039300     MOVE MLG-RESULT-CODE TO SRT-RESULT-CODE.
039400     ADD 1 TO WS-LOG-EXAMINED.
039500     IF SRT-IN-PERIOD
039600         ADD 1 TO WS-LOG-IN-PERIOD
039700     END-IF.
039800     RELEASE SRT-SOD-RECORD.
039900 2100-EXIT.
040000     EXIT.
040100
040200*    AN ADD HAS NO BEFORE IMAGE AND A DELETE (OR A RETIRED
040300*    MERGE ID) NO AFTER IMAGE - THE MISSING SIDE HOLDS NOTHING.
040400*    THE PROGRAM IS THE ONE THE STUDENT ENDS UP IN, OR THE ONE
040500*    IT LEFT WHEN THE RECORD IS GONE.
040600 2200-EXTRACT-FROM-IMAGES.
040700     MOVE ZERO TO SRT-HOLD-BEFORE.
040800     MOVE ZERO TO SRT-HOLD-AFTER.
040900     IF MLG-BEFORE-IMAGE NOT = SPACES
041000         MOVE MLG-BEFORE-IMAGE TO SM-STUDENT-MASTER-RECORD
041100         IF SM-HOLD-FLAG NUMERIC
041200             MOVE SM-HOLD-FLAG TO SRT-HOLD-BEFORE
041300         END-IF
041400         MOVE SM-ACADEMIC-PROGRAM-CD TO SRT-PROGRAM-CD
041500     END-IF.
041600     IF MLG-AFTER-IMAGE NOT = SPACES
041700         MOVE MLG-AFTER-IMAGE TO SM-STUDENT-MASTER-RECORD
041800         IF SM-HOLD-FLAG NUMERIC
041900             MOVE SM-HOLD-FLAG TO SRT-HOLD-AFTER
042000         END-IF
042100         MOVE SM-ACADEMIC-PROGRAM-CD TO SRT-PROGRAM-CD
042200     END-IF.
042300 2200-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*    3000-CHECK-DUTIES  -  SORT OUTPUT.  THE LOG COMES BACK IN   *
042800*    STUDENT ORDER, OLDEST ENTRY FIRST, SO EVERY PLACEMENT IS    *
042900*    SEEN BEFORE THE RELEASE IT PAIRS WITH.                      *
043000*****************************************************************
043100 3000-CHECK-DUTIES.
043200     PERFORM 3100-RETURN-ONE-ENTRY THRU 3100-EXIT.
043300     PERFORM 3200-CHECK-ONE-ENTRY THRU 3200-EXIT
043400         UNTIL WS-END-OF-SORT.
043500 3000-EXIT.
043600     EXIT.
043700
043800 3100-RETURN-ONE-ENTRY.
043900     RETURN SOD-SORT-FILE
044000         AT END
044100             MOVE 'Y' TO WS-SORT-EOF-SWITCH
044200     END-RETURN.
044300 3100-EXIT.
044400     EXIT.
044500
044600 3200-CHECK-ONE-ENTRY.
044700     IF SRT-STUDENT-ID NOT = WS-PRIOR-STUDENT-ID
044800         MOVE ZERO TO WS-PLC-ENTRY-COUNT
044900         MOVE SRT-STUDENT-ID TO WS-PRIOR-STUDENT-ID
045000     END-IF.
045100     IF SRT-HOLD-AFTER > SRT-HOLD-BEFORE
045200         PERFORM 3300-NOTE-PLACEMENT THRU 3300-EXIT
045300     END-IF.
045400     IF SRT-HOLD-AFTER < SRT-HOLD-BEFORE
045500             AND SRT-IN-PERIOD
045600         PERFORM 3400-CHECK-RELEASE THRU 3400-EXIT
045700     END-IF.
045800     IF SRT-IN-PERIOD
045900         PERFORM 3500-CHECK-OWN-PROGRAM THRU 3500-EXIT
046000     END-IF.
046100     PERFORM 3100-RETURN-ONE-ENTRY THRU 3100-EXIT.
046200 3200-EXIT.
046300     EXIT.
046400
046500 3300-NOTE-PLACEMENT.
046600     PERFORM 3600-FIND-PLACER THRU 3600-EXIT.
046700     IF WS-PLC-FOUND-SUB > ZERO
046800         MOVE SRT-RUN-DATE
046900             TO WS-PLC-PLACED-DATE (WS-PLC-FOUND-SUB)
047000         GO TO 3300-EXIT.
047100     IF WS-PLC-ENTRY-COUNT >= 50
047200         ADD 1 TO WS-PLACER-OVERFLOW
047300         GO TO 3300-EXIT.
047400     ADD 1 TO WS-PLC-ENTRY-COUNT.
047500     MOVE SRT-OPERATOR-ID
047600         TO WS-PLC-OPERATOR-ID (WS-PLC-ENTRY-COUNT).
047700     MOVE SRT-RUN-DATE
047800         TO WS-PLC-PLACED-DATE (WS-PLC-ENTRY-COUNT).
047900 3300-EXIT.
048000     EXIT.
048100
048200 3400-CHECK-RELEASE.
048300     PERFORM 3600-FIND-PLACER THRU 3600-EXIT.
048400     IF WS-PLC-FOUND-SUB = ZERO
048500         GO TO 3400-EXIT.
048600     ADD 1 TO WS-HOLD-FLAGS.
048700     MOVE SPACES TO SDR-REPORT-LINE.
048800     MOVE 'HOLD' TO SDR-REPORT-LINE(1:4).
048900     PERFORM 3700-FILL-DETAIL-LINE THRU 3700-EXIT.
049000     MOVE 'RELEASED, PLACED' TO SDR-REPORT-LINE(47:16).
049100     MOVE WS-PLC-PLACED-DATE (WS-PLC-FOUND-SUB)
049200         TO SDR-REPORT-LINE(64:8).
049300     WRITE SDR-REPORT-LINE.
049400 3400-EXIT.
049500     EXIT.
049600
049700 3500-CHECK-OWN-PROGRAM.
049800     IF SRT-PROGRAM-CD = SPACES
049900         GO TO 3500-EXIT.
050000     MOVE ZERO TO WS-OPR-FOUND-SUB.
050100     MOVE ZERO TO WS-OPR-SUB.
050200     PERFORM 3510-SCAN-OPERATOR-TABLE THRU 3510-EXIT
050300         UNTIL WS-OPR-SUB >= WS-OPR-ENTRY-COUNT
050400             OR WS-OPR-FOUND-SUB > ZERO.
050500     IF WS-OPR-FOUND-SUB = ZERO
050600         GO TO 3500-EXIT.
050700     IF WS-OPR-HOME-PROGRAM-CD (WS-OPR-FOUND-SUB)
050800             NOT = SRT-PROGRAM-CD
050900         GO TO 3500-EXIT.
051000     ADD 1 TO WS-OWN-PROGRAM-FLAGS.
051100     MOVE SPACES TO SDR-REPORT-LINE.
051200     MOVE 'OWNPGM' TO SDR-REPORT-LINE(1:6).
051300     PERFORM 3700-FILL-DETAIL-LINE THRU 3700-EXIT.
051400     MOVE 'OPERATOR HOME PROGRAM' TO SDR-REPORT-LINE(47:21).
051500     MOVE SRT-PROGRAM-CD TO SDR-REPORT-LINE(69:3).
051600     WRITE SDR-REPORT-LINE.
051700 3500-EXIT.
051800     EXIT.
051900
052000 3510-SCAN-OPERATOR-TABLE.
052100     ADD 1 TO WS-OPR-SUB.
052200     IF WS-OPR-OPERATOR-ID (WS-OPR-SUB) = SRT-OPERATOR-ID
052300         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
052400     END-IF.
052500 3510-EXIT.
052600     EXIT.
052700
052800 3600-FIND-PLACER.
052900     MOVE ZERO TO WS-PLC-FOUND-SUB.
053000     MOVE ZERO TO WS-PLC-SUB.
053100     PERFORM 3610-SCAN-PLACER-TABLE THRU 3610-EXIT
053200         UNTIL WS-PLC-SUB >= WS-PLC-ENTRY-COUNT
053300             OR WS-PLC-FOUND-SUB > ZERO.
053400 3600-EXIT.
053500     EXIT.
053600
053700 3610-SCAN-PLACER-TABLE.
053800     ADD 1 TO WS-PLC-SUB.
053900     IF WS-PLC-OPERATOR-ID (WS-PLC-SUB) = SRT-OPERATOR-ID
054000         MOVE WS-PLC-SUB TO WS-PLC-FOUND-SUB
054100     END-IF.
054200 3610-EXIT.
054300     EXIT.
054400
054500 3700-FILL-DETAIL-LINE.
054600     MOVE SRT-OPERATOR-ID TO SDR-REPORT-LINE(10:8).
054700     MOVE SRT-STUDENT-ID TO SDR-REPORT-LINE(19:9).
054800     MOVE SRT-RUN-DATE TO SDR-REPORT-LINE(29:8).
054900     MOVE SRT-RESULT-CODE TO SDR-REPORT-LINE(38:8).
055000 3700-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400*    7000-COMPUTE-DAY-NUMBER  -  WS-DN-DATE (YYYYMMDD) TO A      *
055500*    DAY COUNT IN WS-DN-RESULT.  THE YEAR IS TAKEN TO START IN   *
055600*    MARCH SO FEBRUARY'S LEAP DAY FALLS AT THE END OF IT.        *
055700*****************************************************************
055800 7000-COMPUTE-DAY-NUMBER.
055900     MOVE WS-DN-YEAR TO WS-DN-WORK-YEAR.
056000     MOVE WS-DN-MONTH TO WS-DN-WORK-MONTH.
056100     IF WS-DN-WORK-MONTH < 03
056200         SUBTRACT 1 FROM WS-DN-WORK-YEAR
056300         ADD 12 TO WS-DN-WORK-MONTH
056400     END-IF.
056500     DIVIDE WS-DN-WORK-YEAR BY 4 GIVING WS-DN-QUOTIENT-4.
056600     DIVIDE WS-DN-WORK-YEAR BY 100 GIVING WS-DN-QUOTIENT-100.
056700     DIVIDE WS-DN-WORK-YEAR BY 400 GIVING WS-DN-QUOTIENT-400.
056800     COMPUTE WS-DN-MONTH-WORK = 153 * (WS-DN-WORK-MONTH - 3) + 2.
056900     DIVIDE WS-DN-MONTH-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
057000     COMPUTE WS-DN-RESULT = 365 * WS-DN-WORK-YEAR
057100         + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
057200         + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS + WS-DN-DAY.
057300 7000-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700*    8000-TERMINATE  -  SUMMARY COUNTS, CLOSE FILES              *
057800*****************************************************************
057900 8000-TERMINATE.
058000     IF WS-HOLD-FLAGS = ZERO
058100             AND WS-OWN-PROGRAM-FLAGS = ZERO
058200         MOVE SPACES TO SDR-REPORT-LINE
058300         MOVE 'NOTHING FLAGGED FOR THE PERIOD'
058400             TO SDR-REPORT-LINE(1:30)
058500         WRITE SDR-REPORT-LINE
058600     END-IF.
058700     MOVE SPACES TO SDR-REPORT-LINE.
058800     WRITE SDR-REPORT-LINE.
058900     MOVE 'LOG ENTRIES READ.....' TO SDR-REPORT-LINE(1:25).
059000     MOVE WS-LOG-READ TO WS-EDIT-COUNT.
059100     MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7).
059200     WRITE SDR-REPORT-LINE.
059300     MOVE SPACES TO SDR-REPORT-LINE.
059400     MOVE '  BATCH OR ERROR.....' TO SDR-REPORT-LINE(1:25).
059500     MOVE WS-LOG-NOT-OPERATOR TO WS-EDIT-COUNT.
059600     MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7).
059700     WRITE SDR-REPORT-LINE.
059800     MOVE SPACES TO SDR-REPORT-LINE.
059900     MOVE '  NO OPERATOR STAMP..' TO SDR-REPORT-LINE(1:25).
060000     MOVE WS-LOG-UNSTAMPED TO WS-EDIT-COUNT.
060100     MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7).
060200     WRITE SDR-REPORT-LINE.
060300     MOVE SPACES TO SDR-REPORT-LINE.
060400     MOVE '  AFTER THE PERIOD...' TO SDR-REPORT-LINE(1:25).
060500     MOVE WS-LOG-AFTER-PERIOD TO WS-EDIT-COUNT.
060600     MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7).
060700     WRITE SDR-REPORT-LINE.
060800     MOVE SPACES TO SDR-REPORT-LINE.
060900     MOVE 'ENTRIES EXAMINED.....' TO SDR-REPORT-LINE(1:25).
061000     MOVE WS-LOG-EXAMINED TO WS-EDIT-COUNT.
061100     MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7).
061200     WRITE SDR-REPORT-LINE.
061300     MOVE SPACES TO SDR-REPORT-LINE.
061400     MOVE '  INSIDE THE PERIOD..' TO SDR-REPORT-LINE(1:25).
061500     MOVE WS-LOG-IN-PERIOD TO WS-EDIT-COUNT.
061600     MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7).
061700     WRITE SDR-REPORT-LINE.
061800     MOVE SPACES TO SDR-REPORT-LINE.
061900     MOVE 'HOLD FLAGS...........' TO SDR-REPORT-LINE(1:25).
062000     MOVE WS-HOLD-FLAGS TO WS-EDIT-COUNT.
062100     MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7).
062200     WRITE SDR-REPORT-LINE.
062300     MOVE SPACES TO SDR-REPORT-LINE.
062400     MOVE 'OWN-PROGRAM FLAGS....' TO SDR-REPORT-LINE(1:25).
062500     MOVE WS-OWN-PROGRAM-FLAGS TO WS-EDIT-COUNT.
062600     MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7).
062700     WRITE SDR-REPORT-LINE.
062800     IF WS-PLACER-OVERFLOW > ZERO
062900         MOVE SPACES TO SDR-REPORT-LINE
063000         MOVE 'PLACEMENTS NOT TRACKED' TO SDR-REPORT-LINE(1:25)
063100         MOVE WS-PLACER-OVERFLOW TO WS-EDIT-COUNT
063200         MOVE WS-EDIT-COUNT TO SDR-REPORT-LINE(27:7)
063300         WRITE SDR-REPORT-LINE
063400     END-IF.
063500     IF WS-LOG-OPEN
063600         CLOSE MNT-LOG
063700     END-IF.
063800     CLOSE SOD-REPORT.
063900     DISPLAY 'SODRPT - LOG ENTRIES READ      = ' WS-LOG-READ.
064000     DISPLAY 'SODRPT - ENTRIES EXAMINED      = ' WS-LOG-EXAMINED.
064100     DISPLAY 'SODRPT - HOLD FLAGS            = ' WS-HOLD-FLAGS.
064200     DISPLAY 'SODRPT - OWN-PROGRAM FLAGS     = '
064300         WS-OWN-PROGRAM-FLAGS.
064400 8000-EXIT.
064500     EXIT.
