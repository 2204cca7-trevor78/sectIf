000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRMCLOSE.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       TRMCLOSE                                      *
001000*    PURPOSE        TERM-END CLOSE, RUN ONCE PER TERM AFTER THE  *
001100*                   TERM'S END DATE ON THE TERM CALENDAR.        *
001200*                   FOR EVERY STUDENT ON THE MASTER -            *
001300*                   (1) THE RECORD IS SNAPSHOT AS IT STOOD AT    *
001400*                       TERM END TO A NEW SNAPSHOT GENERATION,   *
001500*                   (2) THE FINAL TERM OUTCOME FROM OUTHIST IS   *
001600*                       POSTED TO THE TERM-HISTORY FILE WITH     *
001700*                       THE TERM ACADEMIC FIELDS AND THE TERM    *
001720*                       FLAGS - OVERRIDE USED, WAIVER USED AND   *
001740*                       FAILED IN TERM - TAKEN FROM THE AUDIT-   *
001760*                       LOG DECISIONS BETWEEN THE TERM START     *
001780*                       AND THE CLOSE,                           *
001800*                   (3) THE TERM ACADEMIC FIELDS ROLL INTO THE   *
001900*                       CUMULATIVE FIELDS AND THE TERM           *
002000*                       COUNTERS (ATTENDANCE DAYS, CREDIT        *
002100*                       HOURS EARNED, TERM GPA) RESET TO ZERO    *
002200*                       FOR THE NEW TERM.                        *
002300*                   EVERY MASTER CHANGE LOGS TO MNT-LOG AS A     *
002400*                   'CHANGED' ENTRY (TRANS CODE 'T') WITH FULL   *
002500*                   BEFORE/AFTER IMAGES, ALL STAMPED WITH THE    *
002600*                   RUN'S START DATE/TIME, SO MNTBKOUT CAN       *
002700*                   REVERSE A BAD CLOSE FROM THE RANGE PRINTED   *
002800*                   AT THE FOOT OF THE CLOSE REPORT.  THE        *
002900*                   CLOSED TERM IS STAMPED ON A NEW COPY OF      *
003000*                   THE CALENDAR, WHICH THE JOB COPIES BACK      *
003100*                   OVER THE LIVE ONE ONLY ON A CLEAN FINISH.    *
003200*                                                                *
003300*    MODIFICATION HISTORY                                        *
003400*    ----------------------------------------------------------- *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    10/15/26   JRT   ORIGINAL                                   *
003620*    10/15/26   JRT   TERM-CLOSE LOG LINES CARRY 'TRMCLOSE' IN   *
003640*                     THE NEW MLG-OPERATOR-ID FIELD              *
003650*    10/15/26   JRT   READ THE AUDIT LOG (AUDTLOG), SORTED BY    *
003660*                     STUDENT, AND POST THE OVERRIDE / WAIVER /  *
003670*                     FAILED-IN-TERM FLAGS ON TRMHIST            *
003700*                                                                *
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TERM-CONTROL-FILE ASSIGN TO TRMCTL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-TRMCTL-STATUS.
004900     SELECT TERM-CALENDAR ASSIGN TO TRMCAL
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-TRMCAL-STATUS.
005200     SELECT TERM-CALENDAR-NEW ASSIGN TO TRMNEW
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-TRMNEW-STATUS.
005500     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS SM-STUDENT-ID
005900         FILE STATUS IS WS-STUDMSTR-STATUS.
006000     SELECT ENROLLMENT-DETAIL ASSIGN TO ENRLDTL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-ENRLDTL-STATUS.
006300     SELECT OUTCOME-HISTORY ASSIGN TO OUTHIST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS HST-STUDENT-ID
006700         FILE STATUS IS WS-OUTHIST-STATUS.
006800     SELECT TERM-HISTORY ASSIGN TO TRMHIST
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS THS-KEY
007200         FILE STATUS IS WS-TRMHIST-STATUS.
007300     SELECT MASTER-SNAPSHOT ASSIGN TO TRMSNAP
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-TRMSNAP-STATUS.
007600     SELECT MNT-LOG ASSIGN TO MNTLOGF
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-MNTLOGF-STATUS.
007900     SELECT CLOSE-REPORT ASSIGN TO TRMRPT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-TRMRPT-STATUS.
008120     SELECT AUDIT-LOG ASSIGN TO AUDTLOG
008140         ORGANIZATION IS SEQUENTIAL
008160         FILE STATUS IS WS-AUDTLOG-STATUS.
008180     SELECT DECISION-SORT-FILE ASSIGN TO SORTWK01.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  TERM-CONTROL-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY TCCREC.
008800
008900 FD  TERM-CALENDAR
009000     LABEL RECORDS ARE STANDARD.
009100     COPY TRMREC.
009200
009300 FD  TERM-CALENDAR-NEW
009400     LABEL RECORDS ARE STANDARD.
009500 01  TNW-CALENDAR-RECORD                  PIC X(80).
009600
009700 FD  STUDENT-MASTER
009800     LABEL RECORDS ARE STANDARD.
009900     COPY STUDCREC.
010000
010100 FD  ENROLLMENT-DETAIL
010200     LABEL RECORDS ARE STANDARD.
010300     COPY ENRREC.
010400
010500 FD  OUTCOME-HISTORY
010600     LABEL RECORDS ARE STANDARD.
010700     COPY HISTREC.
010800
010900 FD  TERM-HISTORY
011000     LABEL RECORDS ARE STANDARD.
011100     COPY THSREC.
011200
011300 FD  MASTER-SNAPSHOT
011400     LABEL RECORDS ARE STANDARD.
011500 01  SNP-MASTER-RECORD                    PIC X(105).
011600
011700 FD  MNT-LOG
011800     LABEL RECORDS ARE STANDARD.
011900     COPY MNTLOG.
012000
012100 FD  CLOSE-REPORT
012200     LABEL RECORDS ARE STANDARD.
012300 01  TCR-REPORT-LINE                      PIC X(80).
012310
012320 FD  AUDIT-LOG
012330     LABEL RECORDS ARE STANDARD.
012340     COPY AUDREC.
012350
012360 SD  DECISION-SORT-FILE.
012370 01  SRT-DECISION-RECORD.
012380     05  SRT-STUDENT-ID                   PIC X(09).
012390     05  SRT-RUN-DATE                     PIC 9(08).
012400     05  SRT-RUN-TIME                     PIC 9(08).
012410     05  SRT-PARAGRAPH-FIRED              PIC X(12).
012420     05  SRT-OUTCOME-CODE                 PIC X(08).
012430
012500 WORKING-STORAGE SECTION.
012600 01  WS-FILE-STATUSES.
012700     05  WS-TRMCTL-STATUS             PIC X(02) VALUE SPACES.
012800         88  WS-TRMCTL-OK             VALUE '00'.
012900     05  WS-TRMCAL-STATUS             PIC X(02) VALUE SPACES.
013000         88  WS-TRMCAL-OK             VALUE '00'.
013100         88  WS-TRMCAL-EOF            VALUE '10'.
013200     05  WS-TRMNEW-STATUS             PIC X(02) VALUE SPACES.
013300         88  WS-TRMNEW-OK             VALUE '00'.
013400     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
013500         88  WS-STUDMSTR-OK           VALUE '00'.
013600         88  WS-STUDMSTR-EOF          VALUE '10'.
013700     05  WS-ENRLDTL-STATUS            PIC X(02) VALUE SPACES.
013800         88  WS-ENRLDTL-OK            VALUE '00'.
013900         88  WS-ENRLDTL-EOF           VALUE '10'.
014000     05  WS-OUTHIST-STATUS            PIC X(02) VALUE SPACES.
014100         88  WS-OUTHIST-OK            VALUE '00'.
014200     05  WS-TRMHIST-STATUS            PIC X(02) VALUE SPACES.
014300         88  WS-TRMHIST-OK            VALUE '00'.
014400     05  WS-TRMSNAP-STATUS            PIC X(02) VALUE SPACES.
014500         88  WS-TRMSNAP-OK            VALUE '00'.
014600     05  WS-MNTLOGF-STATUS            PIC X(02) VALUE SPACES.
014700         88  WS-MNTLOGF-OK            VALUE '00'.
014800     05  WS-TRMRPT-STATUS             PIC X(02) VALUE SPACES.
014900         88  WS-TRMRPT-OK             VALUE '00'.
014920     05  WS-AUDTLOG-STATUS            PIC X(02) VALUE SPACES.
014940         88  WS-AUDTLOG-OK            VALUE '00'.
014960         88  WS-AUDTLOG-EOF           VALUE '10'.
015000
015100 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
015200 77  WS-CURRENT-TIME                  PIC 9(08) VALUE ZERO.
015300 77  WS-CLOSE-TERM-CODE               PIC X(06) VALUE SPACES.
015400 77  WS-RECLOSE-SWITCH                PIC X(01) VALUE 'N'.
015500     88  WS-RECLOSE-ALLOWED           VALUE 'Y'.
015600 77  WS-DETAIL-SWITCH                 PIC X(01) VALUE 'N'.
015700     88  WS-STUDENT-HAS-DETAIL        VALUE 'Y'.
015800 77  WS-LAST-DETAIL-ID                PIC X(09) VALUE SPACES.
015820 77  WS-SORT-EOF-SWITCH               PIC X(01) VALUE 'N'.
015840     88  WS-END-OF-SORT               VALUE 'Y'.
015900 77  WS-TRM-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
016000 77  WS-TRM-SUB                       PIC 9(03) COMP VALUE ZERO.
016100 77  WS-TRM-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
016200 77  WS-CALENDAR-REASON               PIC X(30) VALUE SPACES.
016300 77  WS-NEW-CREDIT-CUM                PIC 9(05) VALUE ZERO.
016400 77  WS-CUM-QUALITY-POINTS            PIC 9(09) VALUE ZERO.
016500 77  WS-BEFORE-IMAGE                  PIC X(105) VALUE SPACES.
016600 77  WS-RECORDS-READ                  PIC 9(07) VALUE ZERO.
016700 77  WS-SNAPSHOT-WRITTEN              PIC 9(07) VALUE ZERO.
016800 77  WS-HISTORY-POSTED                PIC 9(07) VALUE ZERO.
016900 77  WS-HISTORY-REPLACED              PIC 9(07) VALUE ZERO.
017000 77  WS-NO-OUTCOME-COUNT              PIC 9(07) VALUE ZERO.
017100 77  WS-STUDENTS-CHANGED              PIC 9(07) VALUE ZERO.
017200 77  WS-STUDENTS-UNCHANGED            PIC 9(07) VALUE ZERO.
017300 77  WS-CUM-ROLLED-COUNT              PIC 9(07) VALUE ZERO.
017400 77  WS-DETAIL-CARRIED-COUNT          PIC 9(07) VALUE ZERO.
017500 77  WS-CAPPED-FIELD-COUNT            PIC 9(05) VALUE ZERO.
017600 77  WS-CLOSE-ERRORS                  PIC 9(05) VALUE ZERO.
017610 77  WS-AUDIT-READ                    PIC 9(07) VALUE ZERO.
017620 77  WS-DECISIONS-IN-TERM             PIC 9(07) VALUE ZERO.
017630 77  WS-DECISIONS-NOT-ON-MASTER       PIC 9(07) VALUE ZERO.
017640 77  WS-OVERRIDE-FLAGGED              PIC 9(07) VALUE ZERO.
017650 77  WS-WAIVER-FLAGGED                PIC 9(07) VALUE ZERO.
017660 77  WS-FAILED-FLAGGED                PIC 9(07) VALUE ZERO.
017700 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
017800
017900*    THE TERM CALENDAR, LOADED WHOLE AT 1100-LOAD-TERM-
018000*    CALENDAR.  EACH ENTRY CARRIES THE TRMREC LAYOUT BYTE FOR
018100*    BYTE SO 8100-WRITE-NEW-CALENDAR CAN WRITE IT STRAIGHT
018200*    BACK OUT WITH THE CLOSED TERM STAMPED.
018300 01  WS-TERM-CALENDAR-TABLE.
018400     05  WS-TRM-ENTRY OCCURS 100 TIMES.
018500         10  WS-TRM-CODE              PIC X(06).
018600         10  WS-TRM-DESC              PIC X(20).
018700         10  WS-TRM-START-DATE        PIC 9(08).
018800         10  WS-TRM-END-DATE          PIC 9(08).
018900         10  WS-TRM-CENSUS-DATE       PIC 9(08).
019000         10  WS-TRM-CLOSE-DATE        PIC 9(08).
019100         10  WS-TRM-CLOSE-TIME        PIC 9(08).
019200         10  WS-TRM-FILLER            PIC X(14).
019300
019400 PROCEDURE DIVISION.
019500
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019720     SORT DECISION-SORT-FILE
019740         ON ASCENDING KEY SRT-STUDENT-ID
019760                          SRT-RUN-DATE
019780                          SRT-RUN-TIME
019800         INPUT PROCEDURE IS 1600-SELECT-TERM-DECISIONS
019820             THRU 1600-EXIT
019840         OUTPUT PROCEDURE IS 1700-CLOSE-ALL-STUDENTS
019860             THRU 1700-EXIT.
020000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020100     IF WS-CLOSE-ERRORS > ZERO
020200             OR WS-CAPPED-FIELD-COUNT > ZERO
020300         MOVE 0004 TO RETURN-CODE
020400     ELSE
020500         MOVE 0000 TO RETURN-CODE
020600     END-IF.
020700     STOP RUN.
020800
020900*****************************************************************
021000*    1000-INITIALIZE  -  READ THE CONTROL CARD, LOAD AND EDIT    *
021100*    THE CALENDAR, PROVE THE TERM MAY CLOSE, OPEN THE FILES.     *
021200*    EVERY REFUSAL HAPPENS HERE, BEFORE THE MASTER IS TOUCHED.   *
021300*****************************************************************
021400 1000-INITIALIZE.
021500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
021600     ACCEPT WS-CURRENT-TIME FROM TIME.
021700     OPEN INPUT TERM-CONTROL-FILE.
021800     IF NOT WS-TRMCTL-OK
021900         DISPLAY 'TRMCLOSE - TRMCTL OPEN FAILED, STATUS = '
022000             WS-TRMCTL-STATUS
022100         MOVE 0016 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400     READ TERM-CONTROL-FILE
022500         AT END
022600             DISPLAY 'TRMCLOSE - TRMCTL EMPTY, NOTHING TO DO'
022700             MOVE 0016 TO RETURN-CODE
022800             STOP RUN
022900         NOT AT END
023000             MOVE TCC-TERM-CODE TO WS-CLOSE-TERM-CODE
023100             IF TCC-RECLOSE
023200                 MOVE 'Y' TO WS-RECLOSE-SWITCH
023300             END-IF
023400     END-READ.
023500     CLOSE TERM-CONTROL-FILE.
023600     PERFORM 1100-LOAD-TERM-CALENDAR THRU 1100-EXIT.
023700     PERFORM 1300-CHECK-TERM-MAY-CLOSE THRU 1300-EXIT.
023800     DISPLAY 'TRMCLOSE - CLOSING TERM ' WS-CLOSE-TERM-CODE.
023900     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
024000     PERFORM 1500-WRITE-REPORT-HEADING THRU 1500-EXIT.
024100     PERFORM 2110-READ-ONE-DETAIL THRU 2110-EXIT.
024200 1000-EXIT.
024300     EXIT.
024400
024500 1100-LOAD-TERM-CALENDAR.
024600     OPEN INPUT TERM-CALENDAR.
024700     IF NOT WS-TRMCAL-OK
024800         DISPLAY 'TRMCLOSE - TRMCAL OPEN FAILED, STATUS = '
024900             WS-TRMCAL-STATUS
025000         MOVE 0016 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     PERFORM 1110-READ-ONE-TERM THRU 1110-EXIT
025400         UNTIL WS-TRMCAL-EOF.
025500     CLOSE TERM-CALENDAR.
025600     IF WS-TRM-ENTRY-COUNT = ZERO
025700         DISPLAY 'TRMCLOSE - TERM CALENDAR EMPTY, RUN STOPPED'
025800         MOVE 0016 TO RETURN-CODE
025900         STOP RUN
026000     END-IF.
026100     MOVE 1 TO WS-TRM-SUB.
026200     PERFORM 1200-EDIT-ONE-TERM THRU 1200-EXIT
026300         UNTIL WS-TRM-SUB > WS-TRM-ENTRY-COUNT.
026400 1100-EXIT.
026500     EXIT.
026600
026700*    A FULL TABLE STOPS THE RUN - A TERM NEVER SEEN COULD BE
026800*    THE ONE NAMED ON THE CONTROL CARD; RESIZE AND RERUN.
026900*    A CLOSE STAMP KEYED AS SPACES ON A HAND-BUILT RECORD
027000*    READS AS NOT CLOSED.
027100 1110-READ-ONE-TERM.
027200     READ TERM-CALENDAR
027300         AT END
027400             MOVE '10' TO WS-TRMCAL-STATUS
027500             GO TO 1110-EXIT
027600     END-READ.
027700     IF WS-TRM-ENTRY-COUNT >= 100
027800         DISPLAY 'TRMCLOSE - TERM CALENDAR TABLE FULL, '
027900             'RUN STOPPED'
028000         MOVE 0016 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     ADD 1 TO WS-TRM-ENTRY-COUNT.
028400     MOVE TRM-TERM-CALENDAR-RECORD
028500         TO WS-TRM-ENTRY (WS-TRM-ENTRY-COUNT).
028600     IF WS-TRM-CLOSE-DATE (WS-TRM-ENTRY-COUNT) NOT NUMERIC
028700         MOVE ZERO TO WS-TRM-CLOSE-DATE (WS-TRM-ENTRY-COUNT)
028800     END-IF.
028900     IF WS-TRM-CLOSE-TIME (WS-TRM-ENTRY-COUNT) NOT NUMERIC
029000         MOVE ZERO TO WS-TRM-CLOSE-TIME (WS-TRM-ENTRY-COUNT)
029100     END-IF.
029200     IF WS-TRM-CODE (WS-TRM-ENTRY-COUNT) = WS-CLOSE-TERM-CODE
029300         MOVE WS-TRM-ENTRY-COUNT TO WS-TRM-FOUND-SUB
029400     END-IF.
029500 1110-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*    1200-EDIT-ONE-TERM  -  THE GAP CHECKS IN HELLO123 AND       *
030000*    ENRLROLL TRUST THE CALENDAR'S ORDER, SO IT IS PROVED HERE:  *
030100*    NUMERIC DATES, START NOT AFTER END, CENSUS INSIDE THE       *
030200*    TERM, AND EACH TERM STARTING AFTER THE PRIOR TERM ENDS.     *
030300*    A BAD CALENDAR STOPS THE CLOSE BEFORE ANYTHING CHANGES.     *
030400*****************************************************************
030500 1200-EDIT-ONE-TERM.
030600     MOVE SPACES TO WS-CALENDAR-REASON.
030700     IF WS-TRM-START-DATE (WS-TRM-SUB) NOT NUMERIC
030800             OR WS-TRM-END-DATE (WS-TRM-SUB) NOT NUMERIC
030900             OR WS-TRM-CENSUS-DATE (WS-TRM-SUB) NOT NUMERIC
031000         MOVE 'DATE NOT NUMERIC' TO WS-CALENDAR-REASON
031100         GO TO 1200-REJECT.
031200     IF WS-TRM-START-DATE (WS-TRM-SUB)
031300             > WS-TRM-END-DATE (WS-TRM-SUB)
031400         MOVE 'START AFTER END' TO WS-CALENDAR-REASON
031500         GO TO 1200-REJECT.
031600     IF WS-TRM-CENSUS-DATE (WS-TRM-SUB)
031700             < WS-TRM-START-DATE (WS-TRM-SUB)
031800             OR WS-TRM-CENSUS-DATE (WS-TRM-SUB)
031900             > WS-TRM-END-DATE (WS-TRM-SUB)
032000         MOVE 'CENSUS OUTSIDE TERM' TO WS-CALENDAR-REASON
032100         GO TO 1200-REJECT.
032200     IF WS-TRM-SUB > 1
032300         IF WS-TRM-START-DATE (WS-TRM-SUB)
032400                 NOT > WS-TRM-END-DATE (WS-TRM-SUB - 1)
032500             MOVE 'OVERLAPS OR OUT OF ORDER'
032600                 TO WS-CALENDAR-REASON
032700             GO TO 1200-REJECT
032800         END-IF
032900     END-IF.
033000     ADD 1 TO WS-TRM-SUB.
033100     GO TO 1200-EXIT.
033200 1200-REJECT.
033300     DISPLAY 'TRMCLOSE - TERM CALENDAR ENTRY '
033400         WS-TRM-CODE (WS-TRM-SUB) ' INVALID - '
033500         WS-CALENDAR-REASON.
033600     MOVE 0016 TO RETURN-CODE.
033700     STOP RUN.
033800 1200-EXIT.
033900     EXIT.
034000
034100*    THE TERM MUST BE ON THE CALENDAR, PAST ITS END DATE, AND
034200*    NOT ALREADY CLOSED - UNLESS THE CARD ASKS FOR A RE-CLOSE
034300*    AFTER A BACKOUT.  THE CLOSE STAMP IS SET IN THE TABLE NOW
034400*    BUT ONLY REACHES THE CALENDAR THROUGH TRMNEW AT END OF RUN.
034500 1300-CHECK-TERM-MAY-CLOSE.
034600     IF WS-TRM-FOUND-SUB = ZERO
034700         DISPLAY 'TRMCLOSE - TERM ' WS-CLOSE-TERM-CODE
034800             ' NOT ON THE TERM CALENDAR, RUN STOPPED'
034900         MOVE 0016 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200     IF WS-CURRENT-DATE
035300             NOT > WS-TRM-END-DATE (WS-TRM-FOUND-SUB)
035400         DISPLAY 'TRMCLOSE - TERM ' WS-CLOSE-TERM-CODE
035500             ' DOES NOT END UNTIL '
035600             WS-TRM-END-DATE (WS-TRM-FOUND-SUB)
035700             ', RUN REFUSED'
035800         MOVE 0008 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100     IF WS-TRM-CLOSE-DATE (WS-TRM-FOUND-SUB) > ZERO
036200         IF WS-RECLOSE-ALLOWED
036300             DISPLAY 'TRMCLOSE - TERM ' WS-CLOSE-TERM-CODE
036400                 ' CLOSED ' WS-TRM-CLOSE-DATE (WS-TRM-FOUND-SUB)
036500                 ' - RE-CLOSE REQUESTED'
036600         ELSE
036700             DISPLAY 'TRMCLOSE - TERM ' WS-CLOSE-TERM-CODE
036800                 ' ALREADY CLOSED '
036900                 WS-TRM-CLOSE-DATE (WS-TRM-FOUND-SUB)
037000                 ', RUN REFUSED'
037100             MOVE 0008 TO RETURN-CODE
037200             STOP RUN
037300         END-IF
037400     END-IF.
037500     MOVE WS-CURRENT-DATE TO WS-TRM-CLOSE-DATE (WS-TRM-FOUND-SUB).
037600     MOVE WS-CURRENT-TIME TO WS-TRM-CLOSE-TIME (WS-TRM-FOUND-SUB).
037700 1300-EXIT.
037800     EXIT.
037900
037920*    THE AUDIT LOG IS OPENED FIRST - WITHOUT IT THE TERM FLAGS
037940*    WOULD GO TO TRMHIST AS 'N' FOR GOOD, SO THE CLOSE IS
037960*    REFUSED BEFORE ANY OUTPUT IS OPENED.
038000 1400-OPEN-FILES.
038010     OPEN INPUT AUDIT-LOG.
038020     IF NOT WS-AUDTLOG-OK
038030         DISPLAY 'TRMCLOSE - AUDTLOG OPEN FAILED, STATUS = '
038040             WS-AUDTLOG-STATUS ', RUN REFUSED'
038050         MOVE 0016 TO RETURN-CODE
038060         STOP RUN
038070     END-IF.
038100     OPEN I-O STUDENT-MASTER.
038200     IF NOT WS-STUDMSTR-OK
038300         DISPLAY 'TRMCLOSE - STUDMSTR OPEN FAILED, STATUS = '
038400             WS-STUDMSTR-STATUS
038500         MOVE 0016 TO RETURN-CODE
038600         STOP RUN
038700     END-IF.
038800     OPEN INPUT ENROLLMENT-DETAIL.
038900     IF NOT WS-ENRLDTL-OK
039000         DISPLAY 'TRMCLOSE - ENRLDTL OPEN FAILED, STATUS = '
039100             WS-ENRLDTL-STATUS
039200         MOVE 0016 TO RETURN-CODE
039300         STOP RUN
039400     END-IF.
039500     OPEN INPUT OUTCOME-HISTORY.
039600     IF NOT WS-OUTHIST-OK
039700         DISPLAY 'TRMCLOSE - OUTHIST OPEN FAILED, STATUS = '
039800             WS-OUTHIST-STATUS
039900         MOVE 0016 TO RETURN-CODE
040000         STOP RUN
040100     END-IF.
040200     OPEN I-O TERM-HISTORY.
040300     IF NOT WS-TRMHIST-OK
040400         DISPLAY 'TRMCLOSE - TRMHIST OPEN FAILED, STATUS = '
040500             WS-TRMHIST-STATUS
040600         MOVE 0016 TO RETURN-CODE
040700         STOP RUN
040800     END-IF.
040900     OPEN EXTEND MNT-LOG.
041000     IF NOT WS-MNTLOGF-OK
041100         DISPLAY 'TRMCLOSE - MNTLOGF OPEN FAILED, STATUS = '
041200             WS-MNTLOGF-STATUS
041300         MOVE 0016 TO RETURN-CODE
041400         STOP RUN
041500     END-IF.
041600     OPEN OUTPUT MASTER-SNAPSHOT.
041700     OPEN OUTPUT TERM-CALENDAR-NEW.
041800     OPEN OUTPUT CLOSE-REPORT.
041900     IF NOT WS-TRMSNAP-OK OR NOT WS-TRMNEW-OK
042000             OR NOT WS-TRMRPT-OK
042100         DISPLAY 'TRMCLOSE - OUTPUT OPEN FAILED'
042200         MOVE 0016 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500 1400-EXIT.
042600     EXIT.
042700
042800 1500-WRITE-REPORT-HEADING.
042900     MOVE SPACES TO TCR-REPORT-LINE.
043000     MOVE 'TRMCLOSE TERM-END CLOSE REPORT'
043100         TO TCR-REPORT-LINE(1:30).
043200     WRITE TCR-REPORT-LINE.
043300     MOVE SPACES TO TCR-REPORT-LINE.
043400     WRITE TCR-REPORT-LINE.
043500     MOVE SPACES TO TCR-REPORT-LINE.
043600     MOVE 'TERM CLOSED..........' TO TCR-REPORT-LINE(1:25).
043700     MOVE WS-CLOSE-TERM-CODE TO TCR-REPORT-LINE(27:6).
043800     MOVE WS-TRM-DESC (WS-TRM-FOUND-SUB)
043900         TO TCR-REPORT-LINE(34:20).
044000     WRITE TCR-REPORT-LINE.
044100     MOVE SPACES TO TCR-REPORT-LINE.
044200     MOVE 'TERM START / END.....' TO TCR-REPORT-LINE(1:25).
044300     MOVE WS-TRM-START-DATE (WS-TRM-FOUND-SUB)
044400         TO TCR-REPORT-LINE(27:8).
044500     MOVE WS-TRM-END-DATE (WS-TRM-FOUND-SUB)
044600         TO TCR-REPORT-LINE(37:8).
044700     WRITE TCR-REPORT-LINE.
044800     MOVE SPACES TO TCR-REPORT-LINE.
044900     MOVE 'CENSUS DATE..........' TO TCR-REPORT-LINE(1:25).
045000     MOVE WS-TRM-CENSUS-DATE (WS-TRM-FOUND-SUB)
045100         TO TCR-REPORT-LINE(27:8).
045200     WRITE TCR-REPORT-LINE.
045300     MOVE SPACES TO TCR-REPORT-LINE.
045400     MOVE 'CLOSE DATE / TIME....' TO TCR-REPORT-LINE(1:25).
045500     MOVE WS-CURRENT-DATE TO TCR-REPORT-LINE(27:8).
045600     MOVE WS-CURRENT-TIME TO TCR-REPORT-LINE(37:8).
045700     WRITE TCR-REPORT-LINE.
045800     MOVE SPACES TO TCR-REPORT-LINE.
045900     WRITE TCR-REPORT-LINE.
046000 1500-EXIT.
046100     EXIT.
046200
046210*****************************************************************
046220*    1600-SELECT-TERM-DECISIONS  -  SORT INPUT.  EVERY AUDIT     *
046230*    DECISION FROM THE TERM START TO TODAY'S CLOSE, SO THE RUNS  *
046240*    BETWEEN TERM END AND CLOSE COUNT WITH THE TERM AS THEY DO   *
046250*    IN TRMSTATS.  THE JOB CONCATENATES THE ARCHIVE GENERATIONS  *
046260*    BEHIND THE LIVE LOG.                                        *
046270*****************************************************************
046280 1600-SELECT-TERM-DECISIONS.
046290     PERFORM 1610-SELECT-ONE-DECISION THRU 1610-EXIT
046300         UNTIL WS-AUDTLOG-EOF.
046310     CLOSE AUDIT-LOG.
046320 1600-EXIT.
046330     EXIT.
046340
046350 1610-SELECT-ONE-DECISION.
046360     READ AUDIT-LOG
046370         AT END
046380             MOVE '10' TO WS-AUDTLOG-STATUS
046390             GO TO 1610-EXIT
046400     END-READ.
046410     ADD 1 TO WS-AUDIT-READ.
046420     IF AUD-RUN-DATE NOT NUMERIC
046430             OR AUD-RUN-DATE < WS-TRM-START-DATE
046440                                    (WS-TRM-FOUND-SUB)
046450             OR AUD-RUN-DATE > WS-CURRENT-DATE
046460         GO TO 1610-EXIT.
046470     MOVE AUD-STUDENT-ID TO SRT-STUDENT-ID.
046480     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
046490     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
046500     MOVE AUD-PARAGRAPH-FIRED TO SRT-PARAGRAPH-FIRED.
046510     MOVE AUD-OUTCOME-CODE TO SRT-OUTCOME-CODE.
046520     RELEASE SRT-DECISION-RECORD.
046530     ADD 1 TO WS-DECISIONS-IN-TERM.
046540 1610-EXIT.
046550     EXIT.
046560
046570*****************************************************************
046580*    1700-CLOSE-ALL-STUDENTS  -  SORT OUTPUT.  THE MASTER IS     *
046590*    CLOSED ONE STUDENT AT A TIME, EACH MATCHED TO ITS SORTED    *
046600*    DECISIONS.  DECISIONS LEFT OVER FOR IDS NOT ON THE MASTER   *
046610*    ARE COUNTED AND PASSED OVER.                                *
046620*****************************************************************
046630 1700-CLOSE-ALL-STUDENTS.
046640     PERFORM 2170-RETURN-ONE-DECISION THRU 2170-EXIT.
046650     PERFORM 2000-CLOSE-ONE-STUDENT THRU 2000-EXIT
046660         UNTIL WS-STUDMSTR-EOF.
046670     PERFORM 2165-PASS-OVER-DECISION THRU 2165-EXIT
046680         UNTIL WS-END-OF-SORT.
046690 1700-EXIT.
046700     EXIT.
046710
046720*****************************************************************
046730*    2000-CLOSE-ONE-STUDENT  -  SNAPSHOT, POST THE TERM          *
046740*    HISTORY, ROLL AND RESET, THEN REWRITE AND LOG ONLY WHEN     *
046750*    THE RECORD ACTUALLY MOVED.                                  *
046760*****************************************************************
046800 2000-CLOSE-ONE-STUDENT.
046900     READ STUDENT-MASTER NEXT RECORD
047000         AT END
047100             MOVE '10' TO WS-STUDMSTR-STATUS
047200     END-READ.
047300     IF WS-STUDMSTR-EOF
047400         GO TO 2000-EXIT.
047500     ADD 1 TO WS-RECORDS-READ.
047600     MOVE SM-STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE.
047700     MOVE SM-STUDENT-MASTER-RECORD TO SNP-MASTER-RECORD.
047800     WRITE SNP-MASTER-RECORD.
047900     ADD 1 TO WS-SNAPSHOT-WRITTEN.
048000     PERFORM 2100-MATCH-ENROLLMENT-DETAIL THRU 2100-EXIT.
048100     PERFORM 2150-START-TERM-HISTORY THRU 2150-EXIT.
048150     PERFORM 2160-SET-TERM-FLAGS THRU 2160-EXIT.
048200     PERFORM 2200-ROLL-TERM-FIELDS THRU 2200-EXIT.
048300     PERFORM 2300-POST-TERM-HISTORY THRU 2300-EXIT.
048400     IF SM-STUDENT-MASTER-RECORD = WS-BEFORE-IMAGE
048500         ADD 1 TO WS-STUDENTS-UNCHANGED
048600         GO TO 2000-EXIT.
048700     PERFORM 2400-REWRITE-AND-LOG THRU 2400-EXIT.
048800 2000-EXIT.
048900     EXIT.
049000
049100*    THE DETAIL IS SORTED BY STUDENT-ID LIKE THE MASTER, SO
049200*    ONE FORWARD PASS MATCHES THE TWO.  DETAIL FOR AN ID NOT ON
049300*    THE MASTER IS PASSED OVER - ENRLROLL REPORTS THOSE.
049400 2100-MATCH-ENROLLMENT-DETAIL.
049500     MOVE 'N' TO WS-DETAIL-SWITCH.
049600     PERFORM 2110-READ-ONE-DETAIL THRU 2110-EXIT
049700         UNTIL WS-ENRLDTL-EOF
049800             OR ENR-STUDENT-ID NOT < SM-STUDENT-ID.
049900     IF NOT WS-ENRLDTL-EOF
050000             AND ENR-STUDENT-ID = SM-STUDENT-ID
050100         MOVE 'Y' TO WS-DETAIL-SWITCH
050200     END-IF.
050300 2100-EXIT.
050400     EXIT.
050500
050600*    A KEY THAT STEPS BACKWARD MEANS AN UNSORTED DETAIL FILE
050700*    AND EVERY MATCH AFTER IT IS SUSPECT, SO THE CLOSE ABORTS.
050800*    STUDENTS ALREADY ROLLED ARE ON MNT-LOG UNDER THIS RUN'S
050900*    DATE/TIME - BACK THEM OUT WITH MNTBKOUT BEFORE A RERUN.
051000 2110-READ-ONE-DETAIL.
051100     READ ENROLLMENT-DETAIL
051200         AT END
051300             MOVE '10' TO WS-ENRLDTL-STATUS
051400         NOT AT END
051500             IF ENR-STUDENT-ID < WS-LAST-DETAIL-ID
051600                 DISPLAY 'TRMCLOSE - DETAIL OUT OF SEQUENCE AT '
051700                     ENR-STUDENT-ID ' - RUN ABORTED'
051800                 DISPLAY 'TRMCLOSE - BACK OUT ' WS-CURRENT-DATE
051900                     '/' WS-CURRENT-TIME ' WITH MNTBKOUT'
052000                 MOVE 0016 TO RETURN-CODE
052100                 STOP RUN
052200             END-IF
052300             MOVE ENR-STUDENT-ID TO WS-LAST-DETAIL-ID
052400     END-READ.
052500 2110-EXIT.
052600     EXIT.
052700
052800*    THE TERM FIELDS GO TO THE HISTORY AS THEY STOOD AT TERM
052900*    END; THE CUMULATIVE FIELDS ARE FILLED IN AFTER THE ROLL.
053000*    A STUDENT NEVER EVALUATED HAS NO OUTHIST ROW AND POSTS
053100*    WITH A BLANK OUTCOME.
053200 2150-START-TERM-HISTORY.
053300     MOVE SPACES TO THS-TERM-HISTORY-RECORD.
053400     MOVE SM-STUDENT-ID TO THS-STUDENT-ID.
053500     MOVE WS-CLOSE-TERM-CODE TO THS-TERM-CODE.
053600     MOVE SM-ACADEMIC-PROGRAM-CD TO THS-ACADEMIC-PROGRAM-CD.
053700     MOVE SM-ENROLL-STATUS TO THS-ENROLL-STATUS.
053800     MOVE SM-ATTENDANCE-DAYS TO THS-ATTENDANCE-DAYS.
053900     MOVE SM-CREDIT-HOURS-EARNED TO THS-CREDIT-HOURS-EARNED.
054000     MOVE SM-GPA-TERM TO THS-GPA-TERM.
054100     MOVE WS-CURRENT-DATE TO THS-CLOSE-DATE.
054200     MOVE SM-STUDENT-ID TO HST-STUDENT-ID.
054300     READ OUTCOME-HISTORY
054400         INVALID KEY
054500             MOVE SPACES TO THS-FINAL-OUTCOME
054600             MOVE ZERO TO THS-OUTCOME-DATE
054700             MOVE ZERO TO THS-CONSEC-ERROR-NIGHTS
054800             ADD 1 TO WS-NO-OUTCOME-COUNT
054900         NOT INVALID KEY
055000             MOVE HST-OUTCOME-CODE TO THS-FINAL-OUTCOME
055100             MOVE HST-DECISION-DATE TO THS-OUTCOME-DATE
055200             MOVE HST-CONSEC-ERROR-NIGHTS
055300                 TO THS-CONSEC-ERROR-NIGHTS
055400     END-READ.
055500 2150-EXIT.
055600     EXIT.
055610
055620*    THE FLAGS ARE THE SAME TESTS TRMSTATS APPLIES - OVERRIDE IS
055630*    XXXX-PARA9, WAIVER IS XXXX-PARA8, AND FAILED IS ANY ERROR /
055640*    ERROR34 DECISION OR A FINAL OUTCOME OF EITHER.  DECISIONS
055650*    FOR LOWER IDS NOT ON THE MASTER ARE PASSED OVER FIRST.
055660 2160-SET-TERM-FLAGS.
055670     MOVE 'N' TO THS-OVERRIDE-USED.
055680     MOVE 'N' TO THS-WAIVER-USED.
055690     MOVE 'N' TO THS-FAILED-IN-TERM.
055700     PERFORM 2165-PASS-OVER-DECISION THRU 2165-EXIT
055710         UNTIL WS-END-OF-SORT
055720             OR SRT-STUDENT-ID NOT < SM-STUDENT-ID.
055730     PERFORM 2180-NOTE-ONE-DECISION THRU 2180-EXIT
055740         UNTIL WS-END-OF-SORT
055750             OR SRT-STUDENT-ID NOT = SM-STUDENT-ID.
055760     IF THS-FINAL-OUTCOME = 'ERROR'
055770             OR THS-FINAL-OUTCOME = 'ERROR34'
055780         MOVE 'Y' TO THS-FAILED-IN-TERM
055790     END-IF.
055800     IF THS-HAD-OVERRIDE
055810         ADD 1 TO WS-OVERRIDE-FLAGGED
055820     END-IF.
055830     IF THS-HAD-WAIVER
055840         ADD 1 TO WS-WAIVER-FLAGGED
055850     END-IF.
055860     IF THS-FAILED
055870         ADD 1 TO WS-FAILED-FLAGGED
055880     END-IF.
055890 2160-EXIT.
055900     EXIT.
055910
055920 2165-PASS-OVER-DECISION.
055930     ADD 1 TO WS-DECISIONS-NOT-ON-MASTER.
055940     PERFORM 2170-RETURN-ONE-DECISION THRU 2170-EXIT.
055950 2165-EXIT.
055960     EXIT.
055970
055980 2170-RETURN-ONE-DECISION.
055990     RETURN DECISION-SORT-FILE
056000         AT END
056010             MOVE 'Y' TO WS-SORT-EOF-SWITCH
056020     END-RETURN.
056030 2170-EXIT.
056040     EXIT.
056050
056060 2180-NOTE-ONE-DECISION.
056070     IF SRT-PARAGRAPH-FIRED = 'XXXX-PARA9'
056080         MOVE 'Y' TO THS-OVERRIDE-USED
056090     END-IF.
056100     IF SRT-PARAGRAPH-FIRED = 'XXXX-PARA8'
056110         MOVE 'Y' TO THS-WAIVER-USED
056120     END-IF.
056130     IF SRT-OUTCOME-CODE = 'ERROR'
056140             OR SRT-OUTCOME-CODE = 'ERROR34'
056150         MOVE 'Y' TO THS-FAILED-IN-TERM
056160     END-IF.
056170     PERFORM 2170-RETURN-ONE-DECISION THRU 2170-EXIT.
056180 2180-EXIT.
056190     EXIT.
056200
056210*****************************************************************
056220*    2200-ROLL-TERM-FIELDS  -  ENRLROLL COMPUTES THE             *
056230*    CUMULATIVE FIELDS OVER EVERY COURSE ON THE DETAIL, THE      *
056240*    CURRENT TERM INCLUDED, SO A STUDENT WITH DETAIL ALREADY     *
056250*    CARRIES THE TERM IN SM-CREDIT-HOURS-CUM AND SM-GPA-CUM -    *
056300*    ADDING IT AGAIN WOULD COUNT THE TERM TWICE.  ONLY A         *
056400*    STUDENT WITH NO DETAIL (HAND-MAINTAINED ACADEMIC FIELDS)    *
056500*    HAS THE TERM ADDED IN HERE.  THE NEW CUMULATIVE GPA IS      *
056600*    THE CREDIT-WEIGHTED BLEND OF THE OLD CUMULATIVE AND THE     *
056700*    TERM, IN HUNDREDTHS.  EVERY STUDENT'S TERM COUNTERS THEN    *
056800*    RESET FOR THE NEW TERM.                                     *
056900*****************************************************************
057000 2200-ROLL-TERM-FIELDS.
057100     IF WS-STUDENT-HAS-DETAIL
057200         ADD 1 TO WS-DETAIL-CARRIED-COUNT
057300         GO TO 2200-RESET-TERM.
057400     IF SM-CREDIT-HOURS-EARNED = ZERO
057500         GO TO 2200-RESET-TERM.
057600     COMPUTE WS-CUM-QUALITY-POINTS =
057700         (SM-GPA-CUM * SM-CREDIT-HOURS-CUM)
057800         + (SM-GPA-TERM * SM-CREDIT-HOURS-EARNED).
057900     COMPUTE WS-NEW-CREDIT-CUM =
058000         SM-CREDIT-HOURS-CUM + SM-CREDIT-HOURS-EARNED.
058100     COMPUTE SM-GPA-CUM ROUNDED =
058200         WS-CUM-QUALITY-POINTS / WS-NEW-CREDIT-CUM.
058300     IF WS-NEW-CREDIT-CUM > 999
058400         MOVE 999 TO SM-CREDIT-HOURS-CUM
058500         PERFORM 2250-REPORT-CAPPED-FIELD THRU 2250-EXIT
058600     ELSE
058700         MOVE WS-NEW-CREDIT-CUM TO SM-CREDIT-HOURS-CUM
058800     END-IF.
058900     ADD 1 TO WS-CUM-ROLLED-COUNT.
059000 2200-RESET-TERM.
059100     MOVE ZERO TO SM-ATTENDANCE-DAYS.
059200     MOVE ZERO TO SM-CREDIT-HOURS-EARNED.
059300     MOVE ZERO TO SM-GPA-TERM.
059400 2200-EXIT.
059500     EXIT.
059600
059700 2250-REPORT-CAPPED-FIELD.
059800     ADD 1 TO WS-CAPPED-FIELD-COUNT.
059900     MOVE SPACES TO TCR-REPORT-LINE.
060000     MOVE 'STUDENT' TO TCR-REPORT-LINE(1:7).
060100     MOVE SM-STUDENT-ID TO TCR-REPORT-LINE(9:9).
060200     MOVE 'CUMULATIVE CREDIT CAPPED AT 999'
060300         TO TCR-REPORT-LINE(20:31).
060400     WRITE TCR-REPORT-LINE.
060500 2250-EXIT.
060600     EXIT.
060700
060800*    A RE-CLOSE FINDS THE TERM'S EARLIER RECORD ON FILE AND
060900*    REPLACES IT, SO A STUDENT NEVER CARRIES TWO RECORDS FOR
061000*    ONE TERM.
061100 2300-POST-TERM-HISTORY.
061200     MOVE SM-CREDIT-HOURS-CUM TO THS-CREDIT-HOURS-CUM.
061300     MOVE SM-GPA-CUM TO THS-GPA-CUM.
061400     WRITE THS-TERM-HISTORY-RECORD
061500         INVALID KEY
061600             REWRITE THS-TERM-HISTORY-RECORD
061700                 INVALID KEY
061800                     DISPLAY 'TRMCLOSE - TRMHIST POST FAILED, '
061900                         'STUDENT ' SM-STUDENT-ID
062000                         ' STATUS = ' WS-TRMHIST-STATUS
062100                     ADD 1 TO WS-CLOSE-ERRORS
062200                 NOT INVALID KEY
062300                     ADD 1 TO WS-HISTORY-REPLACED
062400             END-REWRITE
062500         NOT INVALID KEY
062600             ADD 1 TO WS-HISTORY-POSTED
062700     END-WRITE.
062800 2300-EXIT.
062900     EXIT.
063000
063100*    EVERY ENTRY CARRIES THE RUN'S START DATE/TIME, SO THE
063200*    WHOLE CLOSE IS ONE MNTBKOUT RANGE.  'CHANGED' IS THE
063300*    RESULT CODE MNTBKOUT ALREADY REVERSES; TRANS CODE 'T'
063400*    TELLS A READER OF THE LOG IT CAME FROM A TERM CLOSE.
063500 2400-REWRITE-AND-LOG.
063600     REWRITE SM-STUDENT-MASTER-RECORD
063700         INVALID KEY
063800             DISPLAY 'TRMCLOSE - REWRITE FAILED, STUDENT '
063900                 SM-STUDENT-ID ' STATUS = ' WS-STUDMSTR-STATUS
064000             ADD 1 TO WS-CLOSE-ERRORS
064100             GO TO 2400-EXIT
064200     END-REWRITE.
064300     ADD 1 TO WS-STUDENTS-CHANGED.
064400     MOVE SPACES TO MLG-LOG-LINE.
064500     MOVE SM-STUDENT-ID TO MLG-STUDENT-ID.
064600     MOVE 'T' TO MLG-TRANS-CODE.
064700     MOVE 'CHANGED' TO MLG-RESULT-CODE.
064800     MOVE WS-CURRENT-DATE TO MLG-RUN-DATE.
064900     MOVE WS-CURRENT-TIME TO MLG-RUN-TIME.
065000     MOVE WS-BEFORE-IMAGE TO MLG-BEFORE-IMAGE.
065100     MOVE SM-STUDENT-MASTER-RECORD TO MLG-AFTER-IMAGE.
065150     MOVE 'TRMCLOSE' TO MLG-OPERATOR-ID.
065200     WRITE MLG-LOG-LINE.
065300 2400-EXIT.
065400     EXIT.
065500
065600 8000-TERMINATE.
065700     PERFORM 8100-WRITE-NEW-CALENDAR THRU 8100-EXIT.
065800     MOVE SPACES TO TCR-REPORT-LINE.
065900     WRITE TCR-REPORT-LINE.
066000     MOVE SPACES TO TCR-REPORT-LINE.
066100     MOVE 'MASTER RECORDS READ..' TO TCR-REPORT-LINE(1:25).
066200     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
066300     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
066400     WRITE TCR-REPORT-LINE.
066500     MOVE SPACES TO TCR-REPORT-LINE.
066600     MOVE 'SNAPSHOT WRITTEN.....' TO TCR-REPORT-LINE(1:25).
066700     MOVE WS-SNAPSHOT-WRITTEN TO WS-EDIT-COUNT.
066800     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
066900     WRITE TCR-REPORT-LINE.
067000     MOVE SPACES TO TCR-REPORT-LINE.
067100     MOVE 'TERM HISTORY POSTED..' TO TCR-REPORT-LINE(1:25).
067200     MOVE WS-HISTORY-POSTED TO WS-EDIT-COUNT.
067300     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
067400     WRITE TCR-REPORT-LINE.
067500     MOVE SPACES TO TCR-REPORT-LINE.
067600     MOVE 'TERM HISTORY REPLACED' TO TCR-REPORT-LINE(1:25).
067700     MOVE WS-HISTORY-REPLACED TO WS-EDIT-COUNT.
067800     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
067900     WRITE TCR-REPORT-LINE.
068000     MOVE SPACES TO TCR-REPORT-LINE.
068100     MOVE 'NO OUTCOME HISTORY...' TO TCR-REPORT-LINE(1:25).
068200     MOVE WS-NO-OUTCOME-COUNT TO WS-EDIT-COUNT.
068300     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
068400     WRITE TCR-REPORT-LINE.
068410     MOVE SPACES TO TCR-REPORT-LINE.
068420     MOVE 'AUDIT RECORDS READ...' TO TCR-REPORT-LINE(1:25).
068430     MOVE WS-AUDIT-READ TO WS-EDIT-COUNT.
068440     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
068450     WRITE TCR-REPORT-LINE.
068460     MOVE SPACES TO TCR-REPORT-LINE.
068470     MOVE 'DECISIONS IN TERM....' TO TCR-REPORT-LINE(1:25).
068480     MOVE WS-DECISIONS-IN-TERM TO WS-EDIT-COUNT.
068490     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
068500     WRITE TCR-REPORT-LINE.
068510     MOVE SPACES TO TCR-REPORT-LINE.
068520     MOVE 'DECIDED, NOT ON MSTR.' TO TCR-REPORT-LINE(1:25).
068530     MOVE WS-DECISIONS-NOT-ON-MASTER TO WS-EDIT-COUNT.
068540     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
068550     WRITE TCR-REPORT-LINE.
068560     MOVE SPACES TO TCR-REPORT-LINE.
068570     MOVE 'OVERRIDE USED IN TERM' TO TCR-REPORT-LINE(1:25).
068580     MOVE WS-OVERRIDE-FLAGGED TO WS-EDIT-COUNT.
068590     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
068600     WRITE TCR-REPORT-LINE.
068610     MOVE SPACES TO TCR-REPORT-LINE.
068620     MOVE 'WAIVER USED IN TERM..' TO TCR-REPORT-LINE(1:25).
068630     MOVE WS-WAIVER-FLAGGED TO WS-EDIT-COUNT.
068640     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
068650     WRITE TCR-REPORT-LINE.
068660     MOVE SPACES TO TCR-REPORT-LINE.
068670     MOVE 'FAILED IN TERM.......' TO TCR-REPORT-LINE(1:25).
068680     MOVE WS-FAILED-FLAGGED TO WS-EDIT-COUNT.
068690     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
068700     WRITE TCR-REPORT-LINE.
068710     MOVE SPACES TO TCR-REPORT-LINE.
068720     MOVE 'TERM ROLLED INTO CUM.' TO TCR-REPORT-LINE(1:25).
068730     MOVE WS-CUM-ROLLED-COUNT TO WS-EDIT-COUNT.
068800     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
068900     WRITE TCR-REPORT-LINE.
069000     MOVE SPACES TO TCR-REPORT-LINE.
069100     MOVE 'CUM ALREADY ON DETAIL' TO TCR-REPORT-LINE(1:25).
069200     MOVE WS-DETAIL-CARRIED-COUNT TO WS-EDIT-COUNT.
069300     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
069400     WRITE TCR-REPORT-LINE.
069500     MOVE SPACES TO TCR-REPORT-LINE.
069600     MOVE 'STUDENTS CHANGED.....' TO TCR-REPORT-LINE(1:25).
069700     MOVE WS-STUDENTS-CHANGED TO WS-EDIT-COUNT.
069800     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
069900     WRITE TCR-REPORT-LINE.
070000     MOVE SPACES TO TCR-REPORT-LINE.
070100     MOVE 'STUDENTS UNCHANGED...' TO TCR-REPORT-LINE(1:25).
070200     MOVE WS-STUDENTS-UNCHANGED TO WS-EDIT-COUNT.
070300     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
070400     WRITE TCR-REPORT-LINE.
070500     MOVE SPACES TO TCR-REPORT-LINE.
070600     MOVE 'CAPPED FIELDS........' TO TCR-REPORT-LINE(1:25).
070700     MOVE WS-CAPPED-FIELD-COUNT TO WS-EDIT-COUNT.
070800     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
070900     WRITE TCR-REPORT-LINE.
071000     MOVE SPACES TO TCR-REPORT-LINE.
071100     MOVE 'CLOSE ERRORS.........' TO TCR-REPORT-LINE(1:25).
071200     MOVE WS-CLOSE-ERRORS TO WS-EDIT-COUNT.
071300     MOVE WS-EDIT-COUNT TO TCR-REPORT-LINE(27:7).
071400     WRITE TCR-REPORT-LINE.
071500     MOVE SPACES TO TCR-REPORT-LINE.
071600     WRITE TCR-REPORT-LINE.
071700     MOVE SPACES TO TCR-REPORT-LINE.
071800     MOVE 'MNTBKOUT RANGE TO REVERSE THIS CLOSE:'
071900         TO TCR-REPORT-LINE(1:37).
072000     WRITE TCR-REPORT-LINE.
072100     MOVE SPACES TO TCR-REPORT-LINE.
072200     MOVE WS-CURRENT-DATE TO TCR-REPORT-LINE(1:8).
072300     MOVE WS-CURRENT-TIME TO TCR-REPORT-LINE(9:8).
072400     MOVE WS-CURRENT-DATE TO TCR-REPORT-LINE(17:8).
072500     MOVE WS-CURRENT-TIME TO TCR-REPORT-LINE(25:8).
072600     WRITE TCR-REPORT-LINE.
072700     CLOSE STUDENT-MASTER.
072800     CLOSE ENROLLMENT-DETAIL.
072900     CLOSE OUTCOME-HISTORY.
073000     CLOSE TERM-HISTORY.
073100     CLOSE MNT-LOG.
073200     CLOSE MASTER-SNAPSHOT.
073300     CLOSE TERM-CALENDAR-NEW.
073400     CLOSE CLOSE-REPORT.
073500     DISPLAY 'TRMCLOSE - MASTER RECORDS READ = ' WS-RECORDS-READ.
073600     DISPLAY 'TRMCLOSE - STUDENTS CHANGED    = '
073700         WS-STUDENTS-CHANGED.
073800     DISPLAY 'TRMCLOSE - CLOSE ERRORS        = ' WS-CLOSE-ERRORS.
073900 8000-EXIT.
074000     EXIT.
074100
074200 8100-WRITE-NEW-CALENDAR.
074300     MOVE 1 TO WS-TRM-SUB.
074400     PERFORM 8110-WRITE-ONE-TERM THRU 8110-EXIT
074500         UNTIL WS-TRM-SUB > WS-TRM-ENTRY-COUNT.
074600 8100-EXIT.
074700     EXIT.
074800
074900 8110-WRITE-ONE-TERM.
075000     MOVE WS-TRM-ENTRY (WS-TRM-SUB) TO TNW-CALENDAR-RECORD.
075100     WRITE TNW-CALENDAR-RECORD.
075200     ADD 1 TO WS-TRM-SUB.
075300 8110-EXIT.
075400     EXIT.
