000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRMSTATS.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       TRMSTATS                                      *
001000*    PURPOSE        TERM-END ELIGIBILITY STATISTICS FOR THE      *
001100*                   DEANS AND FOR THE STATE AND ACCREDITATION    *
001200*                   FILINGS.  FOR EACH ACADEMIC PROGRAM - THE    *
001300*                   HEADCOUNT EVALUATED, THE DISTRIBUTION OF     *
001400*                   FINAL TERM OUTCOMES, THE SHARE OF STUDENTS   *
001500*                   WITH A REGISTRAR OVERRIDE (XXXX-PARA9) OR    *
001600*                   AN ATTENDANCE WAIVER (XXXX-PARA8) DURING     *
001700*                   THE TERM, AND THE SHARE OF STUDENTS WHO      *
001800*                   FAILED (ERROR / ERROR34) DURING THE TERM     *
001850*                   AND ENDED IT PASSING.  A CLOSED TERM IS      *
001900*                   REPORTED FROM THE TERM HISTORY TRMCLOSE      *
001950*                   RETAINED - THE FINAL OUTCOME AND THE         *
002000*                   OVERRIDE, WAIVER AND FAILED-IN-TERM FLAGS    *
002050*                   SET FROM THE AUDIT LOG AT CLOSE - SO A PAST  *
002100*                   TERM NEEDS NO AUDIT LOG AND TIES OUT THE     *
002150*                   SAME WAY HOWEVER MUCH OF THE LOG HAS SINCE   *
002200*                   AGED OFF.  A TERM NOT YET CLOSED IS REPORTED *
002250*                   FROM THE MASTER AND THE CURRENT OUTCOME      *
002300*                   HISTORY, WITH THE TERM'S AUDIT-LOG DECISIONS *
002350*                   (LIVE LOG AND ARCHIVE GENERATIONS) SORTED BY *
002400*                   STUDENT AND MATCHED TO THE TERM POPULATION.  *
002450*                   WRITES THE PRINTED REPORT AND A FIXED-FORMAT *
002500*                   SUBMISSION FILE WITH HEADER AND TRAILER      *
002550*                   CONTROL COUNTS.  READS ONLY.                 *
003100*                                                                *
003200*    MODIFICATION HISTORY                                        *
003300*    ----------------------------------------------------------- *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    10/15/26   JRT   ORIGINAL                                   *
003520*    10/15/26   JRT   A CLOSED TERM TAKES ITS OVERRIDE, WAIVER   *
003540*                     AND FAILED FLAGS FROM TRMHIST; THE AUDIT   *
003560*                     LOG IS READ ONLY FOR THE OPEN TERM         *
003600*                                                                *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STATS-CONTROL-FILE ASSIGN TO TRMSCTL
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-TRMSCTL-STATUS.
004800     SELECT TERM-CALENDAR ASSIGN TO TRMCAL
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-TRMCAL-STATUS.
005100     SELECT TERM-HISTORY ASSIGN TO TRMHIST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS THS-KEY
005500         FILE STATUS IS WS-TRMHIST-STATUS.
005600     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS SM-STUDENT-ID
006000         FILE STATUS IS WS-STUDMSTR-STATUS.
006100     SELECT OUTCOME-HISTORY ASSIGN TO OUTHIST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS HST-STUDENT-ID
006500         FILE STATUS IS WS-OUTHIST-STATUS.
006600     SELECT AUDIT-LOG ASSIGN TO AUDTLOG
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-AUDTLOG-STATUS.
006900     SELECT STATS-REPORT ASSIGN TO TRMSRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-TRMSRPT-STATUS.
007200     SELECT SUBMISSION-FILE ASSIGN TO TRMSUBF
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-TRMSUBF-STATUS.
007500     SELECT DECISION-SORT-FILE ASSIGN TO SORTWK01.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  STATS-CONTROL-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY TSCREC.
008200
008300 FD  TERM-CALENDAR
008400     LABEL RECORDS ARE STANDARD.
008500     COPY TRMREC.
008600
008700 FD  TERM-HISTORY
008800     LABEL RECORDS ARE STANDARD.
008900     COPY THSREC.
009000
009100 FD  STUDENT-MASTER
009200     LABEL RECORDS ARE STANDARD.
009300     COPY STUDCREC.
009400
009500 FD  OUTCOME-HISTORY
009600     LABEL RECORDS ARE STANDARD.
009700     COPY HISTREC.
009800
009900 FD  AUDIT-LOG
010000     LABEL RECORDS ARE STANDARD.
010100     COPY AUDREC.
010200
010300 FD  STATS-REPORT
010400     LABEL RECORDS ARE STANDARD.
010500 01  TSR-REPORT-LINE                      PIC X(80).
010600
010700 FD  SUBMISSION-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  TSB-SUBMISSION-RECORD                PIC X(80).
011000
011100 SD  DECISION-SORT-FILE.
011200 01  SRT-DECISION-RECORD.
011300     05  SRT-STUDENT-ID                   PIC X(09).
011400     05  SRT-RUN-DATE                     PIC 9(08).
011500     05  SRT-RUN-TIME                     PIC 9(08).
011600     05  SRT-PARAGRAPH-FIRED              PIC X(12).
011700     05  SRT-OUTCOME-CODE                 PIC X(08).
011800
011900 WORKING-STORAGE SECTION.
012000 01  WS-FILE-STATUSES.
012100     05  WS-TRMSCTL-STATUS            PIC X(02) VALUE SPACES.
012200         88  WS-TRMSCTL-OK            VALUE '00'.
012300     05  WS-TRMCAL-STATUS             PIC X(02) VALUE SPACES.
012400         88  WS-TRMCAL-OK             VALUE '00'.
012500         88  WS-TRMCAL-EOF            VALUE '10'.
012600     05  WS-TRMHIST-STATUS            PIC X(02) VALUE SPACES.
012700         88  WS-TRMHIST-OK            VALUE '00'.
012800         88  WS-TRMHIST-EOF           VALUE '10'.
012900     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
013000         88  WS-STUDMSTR-OK           VALUE '00'.
013100         88  WS-STUDMSTR-EOF          VALUE '10'.
013200     05  WS-OUTHIST-STATUS            PIC X(02) VALUE SPACES.
013300         88  WS-OUTHIST-OK            VALUE '00'.
013400     05  WS-AUDTLOG-STATUS            PIC X(02) VALUE SPACES.
013500         88  WS-AUDTLOG-OK            VALUE '00'.
013600         88  WS-AUDTLOG-EOF           VALUE '10'.
013700         88  WS-AUDTLOG-NOT-FOUND     VALUE '35'.
013800     05  WS-TRMSRPT-STATUS            PIC X(02) VALUE SPACES.
013900         88  WS-TRMSRPT-OK            VALUE '00'.
014000     05  WS-TRMSUBF-STATUS            PIC X(02) VALUE SPACES.
014100         88  WS-TRMSUBF-OK            VALUE '00'.
014200
014300 77  WS-SORT-EOF-SWITCH               PIC X(01) VALUE 'N'.
014400     88  WS-END-OF-SORT               VALUE 'Y'.
014500 77  WS-SOURCE-SWITCH                 PIC X(01) VALUE 'H'.
014600     88  WS-FROM-TERM-HISTORY         VALUE 'H'.
014700     88  WS-FROM-CURRENT-MASTER       VALUE 'C'.
014800 77  WS-AUDIT-MISSING-SWITCH          PIC X(01) VALUE 'N'.
014900     88  WS-AUDIT-MISSING             VALUE 'Y'.
015000 77  WS-STU-OVERRIDE-SWITCH           PIC X(01) VALUE 'N'.
015100     88  WS-STU-HAD-OVERRIDE          VALUE 'Y'.
015200 77  WS-STU-WAIVER-SWITCH             PIC X(01) VALUE 'N'.
015300     88  WS-STU-HAD-WAIVER            VALUE 'Y'.
015400 77  WS-STU-FAILED-SWITCH             PIC X(01) VALUE 'N'.
015500     88  WS-STU-FAILED                VALUE 'Y'.
015520 77  WS-FLAGS-MISSING-SWITCH          PIC X(01) VALUE 'N'.
015540     88  WS-FLAGS-MISSING             VALUE 'Y'.
015600 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
015700 77  WS-REQUESTED-TERM                PIC X(06) VALUE SPACES.
015800 77  WS-TERM-CODE                     PIC X(06) VALUE SPACES.
015900 77  WS-TERM-START                    PIC 9(08) VALUE ZERO.
016000 77  WS-TERM-END                      PIC 9(08) VALUE ZERO.
016100 77  WS-TERM-CLOSE-DATE               PIC 9(08) VALUE ZERO.
016200 77  WS-WINDOW-TO-DATE                PIC 9(08) VALUE ZERO.
016300 77  WS-POP-STUDENT-ID                PIC X(09) VALUE SPACES.
016400 77  WS-POP-PROGRAM-CD                PIC X(03) VALUE SPACES.
016500 77  WS-POP-OUTCOME                   PIC X(08) VALUE SPACES.
016600 77  WS-AUD-STUDENT-ID                PIC X(09) VALUE SPACES.
016700 77  WS-AUDIT-READ                    PIC 9(07) VALUE ZERO.
016800 77  WS-DECISIONS-IN-TERM             PIC 9(07) VALUE ZERO.
016900 77  WS-POPULATION-READ               PIC 9(07) VALUE ZERO.
017000 77  WS-NOT-EVALUATED                 PIC 9(07) VALUE ZERO.
017100 77  WS-AUDIT-ONLY-STUDENTS           PIC 9(07) VALUE ZERO.
017150 77  WS-NO-FLAGS-COUNT                PIC 9(07) VALUE ZERO.
017200 77  WS-DETAILS-WRITTEN               PIC 9(05) VALUE ZERO.
017300 77  WS-PGM-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
017400 77  WS-PGM-SUB                       PIC 9(03) COMP VALUE ZERO.
017500 77  WS-PGM-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
017600 77  WS-SHIFT-SUB                     PIC 9(03) COMP VALUE ZERO.
017700 77  WS-ADD-SUB                       PIC 9(03) COMP VALUE ZERO.
017800 77  WS-PRT-SUB                       PIC 9(03) COMP VALUE ZERO.
017900 77  WS-OUT-SUB                       PIC 9(03) COMP VALUE ZERO.
018000 77  WS-OUTCOME-SUB                   PIC 9(03) COMP VALUE ZERO.
018100 77  WS-COL                           PIC 9(03) COMP VALUE ZERO.
018200 77  WS-RATE-NUMERATOR                PIC 9(07) VALUE ZERO.
018300 77  WS-RATE-DENOMINATOR              PIC 9(07) VALUE ZERO.
018400 77  WS-RATE                          PIC 9(03)V9 VALUE ZERO.
018500 77  WS-EDIT-RATE                     PIC ZZ9.9.
018600 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
018700
018800*    ONE ENTRY PER ACADEMIC PROGRAM SEEN IN THE TERM, KEPT IN
018900*    PROGRAM-CODE ORDER.  ENTRY 51 COLLECTS STUDENTS WITH NO
019000*    PROGRAM ('***'), ENTRY 52 IS THE ALL-PROGRAMS TOTAL.  THE
019100*    OUTCOME COUNTS RUN CLEAN, PROBOK, WAIVED, ERROR, ERROR34,
019200*    HOLD, INACTV, THEN ANY OTHER CODE.
019300 01  WS-PROGRAM-TABLE.
019400     05  WS-PGM-ENTRY OCCURS 52 TIMES.
019500         10  WS-PGM-CODE              PIC X(03).
019600         10  WS-PGM-HEADCOUNT         PIC 9(07) COMP.
019700         10  WS-PGM-OUTCOME-COUNT     PIC 9(07) COMP
019800                                      OCCURS 8 TIMES.
019900         10  WS-PGM-OVERRIDE-COUNT    PIC 9(07) COMP.
020000         10  WS-PGM-WAIVER-COUNT      PIC 9(07) COMP.
020100         10  WS-PGM-FAILED-COUNT      PIC 9(07) COMP.
020200         10  WS-PGM-RECOVERED-COUNT   PIC 9(07) COMP.
020300
020400 01  WS-TSR-HEADING-LINE              PIC X(50) VALUE
020500     'TRMSTATS TERM ELIGIBILITY STATISTICS'.
020600 01  WS-TSR-OUTCOME-COLUMNS           PIC X(80) VALUE
020700      'PGM  HEADCT   CLEAN  PROBOK  WAIVED   ERROR ERROR34    HOLD
020800-    '  INACTV   OTHER'.
020900 01  WS-TSR-RATE-COLUMNS              PIC X(80) VALUE
021000      'PGM  HEADCT OVRRIDE     PCT  WAIVER     PCT  FAILED RECOVRD
021100-    '     PCT'.
021200
021300     COPY TSFREC.
021400
021500 PROCEDURE DIVISION.
021600
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021850     IF WS-FROM-TERM-HISTORY
021900         PERFORM 3600-TALLY-CLOSED-TERM THRU 3600-EXIT
021950     ELSE
022000         SORT DECISION-SORT-FILE
022050             ON ASCENDING KEY SRT-STUDENT-ID
022100                              SRT-RUN-DATE
022150                              SRT-RUN-TIME
022200             INPUT PROCEDURE IS 2000-SELECT-TERM-DECISIONS
022250                 THRU 2000-EXIT
022300             OUTPUT PROCEDURE IS 3000-MATCH-POPULATION
022350                 THRU 3000-EXIT
022400     END-IF.
022700     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
022800     PERFORM 6000-WRITE-SUBMISSION THRU 6000-EXIT.
022900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
023000     IF WS-AUDIT-MISSING
023050             OR WS-FLAGS-MISSING
023100         MOVE 0004 TO RETURN-CODE
023200     ELSE
023300         MOVE 0000 TO RETURN-CODE
023400     END-IF.
023500     STOP RUN.
023600
023700*****************************************************************
023800*    1000-INITIALIZE  -  SETTLE THE TERM, PICK THE SOURCE,       *
023900*    OPEN THE FILES AND WRITE THE REPORT HEADING                 *
024000*****************************************************************
024100 1000-INITIALIZE.
024200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024300     INITIALIZE WS-PROGRAM-TABLE.
024400     MOVE '***' TO WS-PGM-CODE (51).
024500     MOVE 'ALL' TO WS-PGM-CODE (52).
024600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
024700     PERFORM 1200-FIND-TERM THRU 1200-EXIT.
024800     IF WS-FROM-TERM-HISTORY
024900         OPEN INPUT TERM-HISTORY
025000         IF NOT WS-TRMHIST-OK
025100             DISPLAY 'TRMSTATS - TRMHIST OPEN FAILED, STATUS = '
025200                 WS-TRMHIST-STATUS
025300             MOVE 0016 TO RETURN-CODE
025400             STOP RUN
025500         END-IF
025600     ELSE
025700         OPEN INPUT STUDENT-MASTER
025800         IF NOT WS-STUDMSTR-OK
025900             DISPLAY 'TRMSTATS - STUDMSTR OPEN FAILED, STATUS = '
026000                 WS-STUDMSTR-STATUS
026100             MOVE 0016 TO RETURN-CODE
026200             STOP RUN
026300         END-IF
026400         OPEN INPUT OUTCOME-HISTORY
026500         IF NOT WS-OUTHIST-OK
026600             DISPLAY 'TRMSTATS - OUTHIST OPEN FAILED, STATUS = '
026700                 WS-OUTHIST-STATUS
026800             MOVE 0016 TO RETURN-CODE
026900             STOP RUN
027000         END-IF
027100     END-IF.
027200     OPEN OUTPUT STATS-REPORT.
027300     IF NOT WS-TRMSRPT-OK
027400         DISPLAY 'TRMSTATS - TRMSRPT OPEN FAILED, STATUS = '
027500             WS-TRMSRPT-STATUS
027600         MOVE 0016 TO RETURN-CODE
027700         STOP RUN
027800     END-IF.
027900     OPEN OUTPUT SUBMISSION-FILE.
028000     IF NOT WS-TRMSUBF-OK
028100         DISPLAY 'TRMSTATS - TRMSUBF OPEN FAILED, STATUS = '
028200             WS-TRMSUBF-STATUS
028300         MOVE 0016 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600     MOVE SPACES TO TSR-REPORT-LINE.
028700     MOVE WS-TSR-HEADING-LINE TO TSR-REPORT-LINE.
028800     MOVE 'AS OF' TO TSR-REPORT-LINE(52:5).
028900     MOVE WS-CURRENT-DATE TO TSR-REPORT-LINE(58:8).
029000     WRITE TSR-REPORT-LINE.
029100     MOVE SPACES TO TSR-REPORT-LINE.
029200     MOVE 'TERM' TO TSR-REPORT-LINE(1:4).
029300     MOVE WS-TERM-CODE TO TSR-REPORT-LINE(6:6).
029400     MOVE WS-TERM-START TO TSR-REPORT-LINE(13:8).
029500     MOVE 'THRU' TO TSR-REPORT-LINE(22:4).
029600     MOVE WS-TERM-END TO TSR-REPORT-LINE(27:8).
029700     IF WS-FROM-TERM-HISTORY
029800         MOVE 'CLOSED' TO TSR-REPORT-LINE(37:6)
029900         MOVE WS-TERM-CLOSE-DATE TO TSR-REPORT-LINE(44:8)
030000         MOVE '- FROM TERM HISTORY' TO TSR-REPORT-LINE(53:19)
030100     ELSE
030200         MOVE 'OPEN - FROM CURRENT MASTER'
030300             TO TSR-REPORT-LINE(37:26)
030400     END-IF.
030500     WRITE TSR-REPORT-LINE.
030600 1000-EXIT.
030700     EXIT.
030800
030900*    TRMSCTL IS DD DUMMY ON AN ORDINARY RUN - NO CARD MEANS THE
031000*    LATEST TERM THAT HAS STARTED.
031100 1100-READ-CONTROL-CARD.
031200     OPEN INPUT STATS-CONTROL-FILE.
031300     IF NOT WS-TRMSCTL-OK
031400         GO TO 1100-EXIT.
031500     READ STATS-CONTROL-FILE
031600         AT END
031700             CONTINUE
031800         NOT AT END
031900             MOVE TSC-TERM-CODE TO WS-REQUESTED-TERM
032000     END-READ.
032100     CLOSE STATS-CONTROL-FILE.
032200 1100-EXIT.
032300     EXIT.
032400
032500*****************************************************************
032600*    1200-FIND-TERM  -  LOOK THE TERM UP ON THE CALENDAR.  A     *
032700*    CLOSED TERM IS REPORTED FROM TRMHIST, AN OPEN ONE FROM THE  *
032800*    MASTER AND OUTHIST.  FOR AN OPEN TERM THE AUDIT WINDOW RUNS *
032900*    FROM THE TERM START TO TODAY; A CLOSED TERM'S FLAGS WERE    *
033000*    SET BY TRMCLOSE OVER THE TERM START TO THE CLOSE.           *
033100*****************************************************************
033200 1200-FIND-TERM.
033300     OPEN INPUT TERM-CALENDAR.
033400     IF NOT WS-TRMCAL-OK
033500         DISPLAY 'TRMSTATS - TRMCAL OPEN FAILED, STATUS = '
033600             WS-TRMCAL-STATUS
033700         MOVE 0016 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000     PERFORM 1210-READ-TERM-CALENDAR THRU 1210-EXIT
034100         UNTIL WS-TRMCAL-EOF.
034200     CLOSE TERM-CALENDAR.
034300     IF WS-TERM-CODE = SPACES
034400         IF WS-REQUESTED-TERM = SPACES
034500             DISPLAY 'TRMSTATS - NO TERM HAS STARTED YET'
034600         ELSE
034700             DISPLAY 'TRMSTATS - TERM ' WS-REQUESTED-TERM
034800                 ' NOT ON THE CALENDAR'
034900         END-IF
035000         MOVE 0008 TO RETURN-CODE
035100         STOP RUN
035200     END-IF.
035300     IF WS-TERM-START > WS-CURRENT-DATE
035400         DISPLAY 'TRMSTATS - TERM ' WS-TERM-CODE
035500             ' HAS NOT STARTED'
035600         MOVE 0008 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     IF WS-TERM-CLOSE-DATE > ZERO
036000         MOVE 'H' TO WS-SOURCE-SWITCH
036100         MOVE WS-TERM-CLOSE-DATE TO WS-WINDOW-TO-DATE
036200     ELSE
036300         MOVE 'C' TO WS-SOURCE-SWITCH
036400         MOVE WS-CURRENT-DATE TO WS-WINDOW-TO-DATE
036500     END-IF.
036600     DISPLAY 'TRMSTATS - REPORTING TERM ' WS-TERM-CODE
036700         ' SOURCE ' WS-SOURCE-SWITCH.
036800 1200-EXIT.
036900     EXIT.
037000
037100 1210-READ-TERM-CALENDAR.
037200     READ TERM-CALENDAR
037300         AT END
037400             MOVE '10' TO WS-TRMCAL-STATUS
037500             GO TO 1210-EXIT
037600     END-READ.
037700     IF WS-REQUESTED-TERM NOT = SPACES
037800         IF TRM-TERM-CODE = WS-REQUESTED-TERM
037900             PERFORM 1220-TAKE-TERM THRU 1220-EXIT
038000         END-IF
038100         GO TO 1210-EXIT.
038200     IF TRM-START-DATE NOT > WS-CURRENT-DATE
038300         PERFORM 1220-TAKE-TERM THRU 1220-EXIT
038400     END-IF.
038500 1210-EXIT.
038600     EXIT.
038700
038800 1220-TAKE-TERM.
038900     MOVE TRM-TERM-CODE TO WS-TERM-CODE.
039000     MOVE TRM-START-DATE TO WS-TERM-START.
039100     MOVE TRM-END-DATE TO WS-TERM-END.
039200     MOVE ZERO TO WS-TERM-CLOSE-DATE.
039300     IF TRM-CLOSE-DATE NUMERIC
039400         MOVE TRM-CLOSE-DATE TO WS-TERM-CLOSE-DATE
039500     END-IF.
039600 1220-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*    2000-SELECT-TERM-DECISIONS  -  SORT INPUT, OPEN TERM ONLY.  *
040100*    EVERY AUDIT DECISION INSIDE THE TERM WINDOW.  THE JOB       *
040200*    CONCATENATES THE ARCHIVE GENERATIONS BEHIND THE LIVE LOG    *
040300*    SO A TERM SPANNING AN ARCHIVE CUT FINDS ALL ITS DECISIONS.  *
040400*    NO LOG AT ALL LEAVES THE OVERRIDE, WAIVER AND RECOVERY      *
040450*    FIGURES EMPTY (RC=4).                                       *
040500*****************************************************************
040600 2000-SELECT-TERM-DECISIONS.
040700     OPEN INPUT AUDIT-LOG.
040800     IF WS-AUDTLOG-NOT-FOUND
040900         DISPLAY 'TRMSTATS - NO AUDIT LOG, USAGE RATES NOT SHOWN'
041000         MOVE 'Y' TO WS-AUDIT-MISSING-SWITCH
041100         GO TO 2000-EXIT.
041200     IF NOT WS-AUDTLOG-OK
041300         DISPLAY 'TRMSTATS - AUDTLOG OPEN FAILED, STATUS = '
041400             WS-AUDTLOG-STATUS
041500         MOVE 0016 TO RETURN-CODE
041600         STOP RUN
041700     END-IF.
041800     PERFORM 2100-SELECT-ONE-DECISION THRU 2100-EXIT
041900         UNTIL WS-AUDTLOG-EOF.
042000     CLOSE AUDIT-LOG.
042100 2000-EXIT.
042200     EXIT.
042300
042400 2100-SELECT-ONE-DECISION.
042500     READ AUDIT-LOG
042600         AT END
042700             MOVE '10' TO WS-AUDTLOG-STATUS
042800             GO TO 2100-EXIT
042900     END-READ.
043000     ADD 1 TO WS-AUDIT-READ.
043100     IF AUD-RUN-DATE NOT NUMERIC
043200             OR AUD-RUN-DATE < WS-TERM-START
043300             OR AUD-RUN-DATE > WS-WINDOW-TO-DATE
043400         GO TO 2100-EXIT.
043500     MOVE AUD-STUDENT-ID TO SRT-STUDENT-ID.
043600     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
043700     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
043800     MOVE AUD-PARAGRAPH-FIRED TO SRT-PARAGRAPH-FIRED.
043900     MOVE AUD-OUTCOME-CODE TO SRT-OUTCOME-CODE.
044000     RELEASE SRT-DECISION-RECORD.
044100     ADD 1 TO WS-DECISIONS-IN-TERM.
044200 2100-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600*    3000-MATCH-POPULATION  -  SORT OUTPUT.  THE OPEN TERM'S     *
044700*    POPULATION (THE MASTER, IN STUDENT ORDER) IS MATCHED TO THE *
044800*    SORTED DECISIONS.  A STUDENT WITH DECISIONS BUT NOT ON THE  *
044900*    MASTER (DELETED OR MERGED AWAY) IS COUNTED, NOT TALLIED.    *
045100*****************************************************************
045200 3000-MATCH-POPULATION.
045300     PERFORM 3100-RETURN-ONE-DECISION THRU 3100-EXIT.
045400     PERFORM 3300-READ-POPULATION THRU 3300-EXIT.
045500     PERFORM 3200-MATCH-ONE-STUDENT THRU 3200-EXIT
045600         UNTIL WS-POP-STUDENT-ID = HIGH-VALUES
045700             AND WS-AUD-STUDENT-ID = HIGH-VALUES.
045800 3000-EXIT.
045900     EXIT.
046000
046100 3100-RETURN-ONE-DECISION.
046200     RETURN DECISION-SORT-FILE
046300         AT END
046400             MOVE 'Y' TO WS-SORT-EOF-SWITCH
046500             MOVE HIGH-VALUES TO WS-AUD-STUDENT-ID
046600         NOT AT END
046700             MOVE SRT-STUDENT-ID TO WS-AUD-STUDENT-ID
046800     END-RETURN.
046900 3100-EXIT.
047000     EXIT.
047100
047200 3200-MATCH-ONE-STUDENT.
047300     MOVE 'N' TO WS-STU-OVERRIDE-SWITCH.
047400     MOVE 'N' TO WS-STU-WAIVER-SWITCH.
047500     MOVE 'N' TO WS-STU-FAILED-SWITCH.
047600     IF WS-AUD-STUDENT-ID < WS-POP-STUDENT-ID
047700         ADD 1 TO WS-AUDIT-ONLY-STUDENTS
047800         PERFORM 3250-SUMMARIZE-DECISIONS THRU 3250-EXIT
047900         GO TO 3200-EXIT.
048000     IF WS-AUD-STUDENT-ID = WS-POP-STUDENT-ID
048100         PERFORM 3250-SUMMARIZE-DECISIONS THRU 3250-EXIT
048200     END-IF.
048300     PERFORM 3400-TALLY-STUDENT THRU 3400-EXIT.
048400     PERFORM 3300-READ-POPULATION THRU 3300-EXIT.
048500 3200-EXIT.
048600     EXIT.
048700
048800*    EVERY DECISION FOR THE STUDENT NOW AT THE FRONT OF THE
048900*    SORT, LEAVING THE NEXT STUDENT'S FIRST DECISION RETURNED.
049000 3250-SUMMARIZE-DECISIONS.
049100     MOVE WS-AUD-STUDENT-ID TO SRT-STUDENT-ID.
049200     PERFORM 3260-NOTE-ONE-DECISION THRU 3260-EXIT
049300         UNTIL WS-END-OF-SORT
049400             OR SRT-STUDENT-ID NOT = WS-AUD-STUDENT-ID.
049500     IF WS-END-OF-SORT
049600         MOVE HIGH-VALUES TO WS-AUD-STUDENT-ID
049700     ELSE
049800         MOVE SRT-STUDENT-ID TO WS-AUD-STUDENT-ID
049900     END-IF.
050000 3250-EXIT.
050100     EXIT.
050200
050300 3260-NOTE-ONE-DECISION.
050400     IF SRT-PARAGRAPH-FIRED = 'XXXX-PARA9'
050500         MOVE 'Y' TO WS-STU-OVERRIDE-SWITCH
050600     END-IF.
050700     IF SRT-PARAGRAPH-FIRED = 'XXXX-PARA8'
050800         MOVE 'Y' TO WS-STU-WAIVER-SWITCH
050900     END-IF.
051000     IF SRT-OUTCOME-CODE = 'ERROR'
051100             OR SRT-OUTCOME-CODE = 'ERROR34'
051200         MOVE 'Y' TO WS-STU-FAILED-SWITCH
051300     END-IF.
051400     RETURN DECISION-SORT-FILE
051500         AT END
051600             MOVE 'Y' TO WS-SORT-EOF-SWITCH
051700     END-RETURN.
051800 3260-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200*    3300-READ-POPULATION  -  THE NEXT STUDENT IN THE TERM.      *
052300*    FROM TRMHIST, ONLY RECORDS FOR THE TERM BEING REPORTED;     *
052400*    FROM THE MASTER, THE OUTCOME IS THE ONE OUTHIST HOLDS NOW.  *
052500*    HIGH-VALUES AT END OF FILE.                                 *
052600*****************************************************************
052700 3300-READ-POPULATION.
052800     IF WS-FROM-CURRENT-MASTER
052900         PERFORM 3320-READ-MASTER THRU 3320-EXIT
053000         GO TO 3300-EXIT.
053100     MOVE SPACES TO THS-TERM-CODE.
053200     PERFORM 3310-READ-TERM-HISTORY THRU 3310-EXIT
053300         UNTIL WS-TRMHIST-EOF
053400             OR THS-TERM-CODE = WS-TERM-CODE.
053500     IF WS-TRMHIST-EOF
053600         MOVE HIGH-VALUES TO WS-POP-STUDENT-ID
053700         GO TO 3300-EXIT.
053800     ADD 1 TO WS-POPULATION-READ.
053900     MOVE THS-STUDENT-ID TO WS-POP-STUDENT-ID.
054000     MOVE THS-ACADEMIC-PROGRAM-CD TO WS-POP-PROGRAM-CD.
054100     MOVE THS-FINAL-OUTCOME TO WS-POP-OUTCOME.
054200 3300-EXIT.
054300     EXIT.
054400
054500 3310-READ-TERM-HISTORY.
054600     READ TERM-HISTORY
054700         AT END
054800             MOVE '10' TO WS-TRMHIST-STATUS
054900     END-READ.
055000 3310-EXIT.
055100     EXIT.
055200
055300 3320-READ-MASTER.
055400     READ STUDENT-MASTER
055500         AT END
055600             MOVE '10' TO WS-STUDMSTR-STATUS
055700             MOVE HIGH-VALUES TO WS-POP-STUDENT-ID
055800             GO TO 3320-EXIT
055900     END-READ.
056000     ADD 1 TO WS-POPULATION-READ.
056100     MOVE SM-STUDENT-ID TO WS-POP-STUDENT-ID.
056200     MOVE SM-ACADEMIC-PROGRAM-CD TO WS-POP-PROGRAM-CD.
056300     MOVE SM-STUDENT-ID TO HST-STUDENT-ID.
056400     READ OUTCOME-HISTORY
056500         INVALID KEY
056600             MOVE SPACES TO WS-POP-OUTCOME
056700         NOT INVALID KEY
056800             MOVE HST-OUTCOME-CODE TO WS-POP-OUTCOME
056900     END-READ.
057000 3320-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*    3400-TALLY-STUDENT  -  COUNT ONE EVALUATED STUDENT UNDER    *
057500*    THE PROGRAM AND UNDER THE ALL-PROGRAMS TOTAL.  A FINAL      *
057600*    ERROR / ERROR34 COUNTS AS FAILED EVEN WHEN THE DECISION     *
057700*    LINES ARE NO LONGER ON ANY LOG.                             *
057800*****************************************************************
057900 3400-TALLY-STUDENT.
058000     IF WS-POP-OUTCOME = SPACES
058100         ADD 1 TO WS-NOT-EVALUATED
058200         GO TO 3400-EXIT.
058300     EVALUATE WS-POP-OUTCOME
058400         WHEN 'CLEAN'
058500             MOVE 1 TO WS-OUTCOME-SUB
058600         WHEN 'PROBOK'
058700             MOVE 2 TO WS-OUTCOME-SUB
058800         WHEN 'WAIVED'
058900             MOVE 3 TO WS-OUTCOME-SUB
059000         WHEN 'ERROR'
059100             MOVE 4 TO WS-OUTCOME-SUB
059200         WHEN 'ERROR34'
059300             MOVE 5 TO WS-OUTCOME-SUB
059400         WHEN 'HOLD'
059500             MOVE 6 TO WS-OUTCOME-SUB
059600         WHEN 'INACTV'
059700             MOVE 7 TO WS-OUTCOME-SUB
059800         WHEN OTHER
059900             MOVE 8 TO WS-OUTCOME-SUB
060000     END-EVALUATE.
060100     IF WS-OUTCOME-SUB = 4
060200             OR WS-OUTCOME-SUB = 5
060300         MOVE 'Y' TO WS-STU-FAILED-SWITCH
060400     END-IF.
060500     IF WS-POP-PROGRAM-CD = SPACES
060600         MOVE 51 TO WS-ADD-SUB
060700     ELSE
060800         PERFORM 3450-FIND-PROGRAM THRU 3450-EXIT
060900         MOVE WS-PGM-FOUND-SUB TO WS-ADD-SUB
061000     END-IF.
061100     PERFORM 3480-ADD-TO-ENTRY THRU 3480-EXIT.
061200     MOVE 52 TO WS-ADD-SUB.
061300     PERFORM 3480-ADD-TO-ENTRY THRU 3480-EXIT.
061400 3400-EXIT.
061500     EXIT.
061600
061700*    THE TABLE IS KEPT IN CODE ORDER - A NEW PROGRAM GOES IN
061800*    AHEAD OF THE FIRST HIGHER CODE, THE ENTRIES BELOW IT
061900*    MOVING DOWN ONE.
062000 3450-FIND-PROGRAM.
062100     MOVE ZERO TO WS-PGM-FOUND-SUB.
062200     MOVE ZERO TO WS-PGM-SUB.
062300     PERFORM 3460-SCAN-PROGRAM-TABLE THRU 3460-EXIT
062400         UNTIL WS-PGM-SUB >= WS-PGM-ENTRY-COUNT
062500             OR WS-PGM-FOUND-SUB > ZERO.
062600     IF WS-PGM-FOUND-SUB > ZERO
062700         IF WS-PGM-CODE (WS-PGM-FOUND-SUB) = WS-POP-PROGRAM-CD
062800             GO TO 3450-EXIT
062900         END-IF
063000     ELSE
063100         COMPUTE WS-PGM-FOUND-SUB = WS-PGM-ENTRY-COUNT + 1
063200     END-IF.
063300     IF WS-PGM-ENTRY-COUNT >= 50
063400         DISPLAY 'TRMSTATS - PROGRAM TABLE FULL - '
063500             'RESIZE BEFORE RUNNING'
063600         MOVE 0016 TO RETURN-CODE
063700         STOP RUN
063800     END-IF.
063900     MOVE WS-PGM-ENTRY-COUNT TO WS-SHIFT-SUB.
064000     PERFORM 3470-SHIFT-ONE-ENTRY THRU 3470-EXIT
064100         UNTIL WS-SHIFT-SUB < WS-PGM-FOUND-SUB.
064200     INITIALIZE WS-PGM-ENTRY (WS-PGM-FOUND-SUB).
064300     MOVE WS-POP-PROGRAM-CD TO WS-PGM-CODE (WS-PGM-FOUND-SUB).
064400     ADD 1 TO WS-PGM-ENTRY-COUNT.
064500 3450-EXIT.
064600     EXIT.
064700
064800 3460-SCAN-PROGRAM-TABLE.
064900     ADD 1 TO WS-PGM-SUB.
065000     IF WS-PGM-CODE (WS-PGM-SUB) NOT < WS-POP-PROGRAM-CD
065100         MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
065200     END-IF.
065300 3460-EXIT.
065400     EXIT.
065500
065600 3470-SHIFT-ONE-ENTRY.
065700     MOVE WS-PGM-ENTRY (WS-SHIFT-SUB)
065800         TO WS-PGM-ENTRY (WS-SHIFT-SUB + 1).
065900     SUBTRACT 1 FROM WS-SHIFT-SUB.
066000 3470-EXIT.
066100     EXIT.
066200
066300 3480-ADD-TO-ENTRY.
066400     ADD 1 TO WS-PGM-HEADCOUNT (WS-ADD-SUB).
066500     ADD 1 TO WS-PGM-OUTCOME-COUNT (WS-ADD-SUB, WS-OUTCOME-SUB).
066600     IF WS-STU-HAD-OVERRIDE
066700         ADD 1 TO WS-PGM-OVERRIDE-COUNT (WS-ADD-SUB)
066800     END-IF.
066900     IF WS-STU-HAD-WAIVER
067000         ADD 1 TO WS-PGM-WAIVER-COUNT (WS-ADD-SUB)
067100     END-IF.
067200     IF WS-STU-FAILED
067300         ADD 1 TO WS-PGM-FAILED-COUNT (WS-ADD-SUB)
067400         IF WS-OUTCOME-SUB < 4
067500             ADD 1 TO WS-PGM-RECOVERED-COUNT (WS-ADD-SUB)
067600         END-IF
067700     END-IF.
067800 3480-EXIT.
067900     EXIT.
067910
067920*****************************************************************
067930*    3600-TALLY-CLOSED-TERM  -  A CLOSED TERM NEEDS NO SORT.     *
067940*    EACH TRMHIST RECORD CARRIES THE OVERRIDE, WAIVER AND        *
067950*    FAILED-IN-TERM FLAGS TRMCLOSE SET FROM THE AUDIT LOG, SO    *
067960*    THE POPULATION IS TALLIED STRAIGHT FROM THE FILE.  A        *
067970*    RECORD POSTED BEFORE THE FLAGS WERE KEPT HAS SPACES THERE - *
067980*    IT IS COUNTED AS USING NEITHER, THE COUNT IS PRINTED AND    *
067990*    THE RUN ENDS RC=4.                                          *
068000*****************************************************************
068010 3600-TALLY-CLOSED-TERM.
068020     PERFORM 3300-READ-POPULATION THRU 3300-EXIT.
068030     PERFORM 3610-TALLY-ONE-CLOSED THRU 3610-EXIT
068040         UNTIL WS-POP-STUDENT-ID = HIGH-VALUES.
068050     IF WS-NO-FLAGS-COUNT > ZERO
068060         MOVE 'Y' TO WS-FLAGS-MISSING-SWITCH
068070         DISPLAY 'TRMSTATS - ' WS-NO-FLAGS-COUNT
068080             ' TRMHIST RECORDS CARRY NO TERM FLAGS'
068090     END-IF.
068100 3600-EXIT.
068110     EXIT.
068120
068130 3610-TALLY-ONE-CLOSED.
068140     MOVE 'N' TO WS-STU-OVERRIDE-SWITCH.
068150     MOVE 'N' TO WS-STU-WAIVER-SWITCH.
068160     MOVE 'N' TO WS-STU-FAILED-SWITCH.
068170     IF THS-OVERRIDE-USED = SPACE
068180             AND THS-WAIVER-USED = SPACE
068190             AND THS-FAILED-IN-TERM = SPACE
068200         ADD 1 TO WS-NO-FLAGS-COUNT
068210     END-IF.
068220     IF THS-HAD-OVERRIDE
068230         MOVE 'Y' TO WS-STU-OVERRIDE-SWITCH
068240     END-IF.
068250     IF THS-HAD-WAIVER
068260         MOVE 'Y' TO WS-STU-WAIVER-SWITCH
068270     END-IF.
068280     IF THS-FAILED
068290         MOVE 'Y' TO WS-STU-FAILED-SWITCH
068300     END-IF.
068310     PERFORM 3400-TALLY-STUDENT THRU 3400-EXIT.
068320     PERFORM 3300-READ-POPULATION THRU 3300-EXIT.
068330 3610-EXIT.
068340     EXIT.
068350
068360*****************************************************************
068370*    5000-WRITE-REPORT  -  THE OUTCOME DISTRIBUTION, THEN THE    *
068380*    OVERRIDE / WAIVER / RECOVERY RATES, ONE LINE PER PROGRAM    *
068400*    WITH THE NO-PROGRAM AND ALL-PROGRAMS LINES AT THE FOOT      *
068500*****************************************************************
068600 5000-WRITE-REPORT.
068700     MOVE SPACES TO TSR-REPORT-LINE.
068800     WRITE TSR-REPORT-LINE.
068900     MOVE SPACES TO TSR-REPORT-LINE.
069000     MOVE 'FINAL TERM OUTCOME BY ACADEMIC PROGRAM'
069100         TO TSR-REPORT-LINE(1:38).
069200     WRITE TSR-REPORT-LINE.
069300     MOVE WS-TSR-OUTCOME-COLUMNS TO TSR-REPORT-LINE.
069400     WRITE TSR-REPORT-LINE.
069500     MOVE ZERO TO WS-PRT-SUB.
069600     PERFORM 5100-WRITE-OUTCOME-LINE THRU 5100-EXIT
069700         UNTIL WS-PRT-SUB >= WS-PGM-ENTRY-COUNT.
069800     MOVE 50 TO WS-PRT-SUB.
069900     PERFORM 5100-WRITE-OUTCOME-LINE THRU 5100-EXIT.
070000     PERFORM 5100-WRITE-OUTCOME-LINE THRU 5100-EXIT.
070100     MOVE SPACES TO TSR-REPORT-LINE.
070200     WRITE TSR-REPORT-LINE.
070300     MOVE SPACES TO TSR-REPORT-LINE.
070400     MOVE 'OVERRIDE, WAIVER AND RECOVERY RATES BY PROGRAM'
070500         TO TSR-REPORT-LINE(1:47).
070600     WRITE TSR-REPORT-LINE.
070700     MOVE WS-TSR-RATE-COLUMNS TO TSR-REPORT-LINE.
070800     WRITE TSR-REPORT-LINE.
070900     MOVE ZERO TO WS-PRT-SUB.
071000     PERFORM 5200-WRITE-RATE-LINE THRU 5200-EXIT
071100         UNTIL WS-PRT-SUB >= WS-PGM-ENTRY-COUNT.
071200     MOVE 50 TO WS-PRT-SUB.
071300     PERFORM 5200-WRITE-RATE-LINE THRU 5200-EXIT.
071400     PERFORM 5200-WRITE-RATE-LINE THRU 5200-EXIT.
071500     MOVE SPACES TO TSR-REPORT-LINE.
071600     WRITE TSR-REPORT-LINE.
071700     MOVE SPACES TO TSR-REPORT-LINE.
071800     MOVE '*** = NO PROGRAM ASSIGNED.  PCT = PER 100 EVALUATED;'
071900         TO TSR-REPORT-LINE(1:52).
072000     WRITE TSR-REPORT-LINE.
072100     MOVE SPACES TO TSR-REPORT-LINE.
072200     MOVE 'RECOVERED PCT = PER 100 FAILED'
072300         TO TSR-REPORT-LINE(5:30).
072400     WRITE TSR-REPORT-LINE.
072500     IF WS-AUDIT-MISSING
072600         MOVE SPACES TO TSR-REPORT-LINE
072700         MOVE 'NO AUDIT LOG - OVERRIDE AND WAIVER NOT COUNTED'
072800             TO TSR-REPORT-LINE(1:46)
072900         WRITE TSR-REPORT-LINE
073000     END-IF.
073010     IF WS-FLAGS-MISSING
073020         MOVE SPACES TO TSR-REPORT-LINE
073030         MOVE 'TRMHIST RECORDS WITHOUT TERM FLAGS COUNT AS NO'
073040             TO TSR-REPORT-LINE(1:47)
073050         WRITE TSR-REPORT-LINE
073060         MOVE SPACES TO TSR-REPORT-LINE
073070         MOVE 'OVERRIDE, NO WAIVER, FAILED ONLY ON A FINAL ERROR'
073080             TO TSR-REPORT-LINE(5:50)
073090         WRITE TSR-REPORT-LINE
073100     END-IF.
073110 5000-EXIT.
073200     EXIT.
073300
073400 5100-WRITE-OUTCOME-LINE.
073500     ADD 1 TO WS-PRT-SUB.
073600     MOVE SPACES TO TSR-REPORT-LINE.
073700     MOVE WS-PGM-CODE (WS-PRT-SUB) TO TSR-REPORT-LINE(1:3).
073800     MOVE WS-PGM-HEADCOUNT (WS-PRT-SUB) TO WS-EDIT-COUNT.
073900     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(5:7).
074000     MOVE ZERO TO WS-OUT-SUB.
074100     PERFORM 5110-EDIT-ONE-OUTCOME THRU 5110-EXIT
074200         UNTIL WS-OUT-SUB >= 8.
074300     WRITE TSR-REPORT-LINE.
074400 5100-EXIT.
074500     EXIT.
074600
074700 5110-EDIT-ONE-OUTCOME.
074800     ADD 1 TO WS-OUT-SUB.
074900     COMPUTE WS-COL = 5 + (WS-OUT-SUB * 8).
075000     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, WS-OUT-SUB)
075100         TO WS-EDIT-COUNT.
075200     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(WS-COL:7).
075300 5110-EXIT.
075400     EXIT.
075500
075600 5200-WRITE-RATE-LINE.
075700     ADD 1 TO WS-PRT-SUB.
075800     MOVE SPACES TO TSR-REPORT-LINE.
075900     MOVE WS-PGM-CODE (WS-PRT-SUB) TO TSR-REPORT-LINE(1:3).
076000     MOVE WS-PGM-HEADCOUNT (WS-PRT-SUB) TO WS-EDIT-COUNT.
076100     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(5:7).
076200     MOVE WS-PGM-OVERRIDE-COUNT (WS-PRT-SUB) TO WS-EDIT-COUNT.
076300     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(13:7).
076400     MOVE WS-PGM-OVERRIDE-COUNT (WS-PRT-SUB)
076500         TO WS-RATE-NUMERATOR.
076600     MOVE WS-PGM-HEADCOUNT (WS-PRT-SUB) TO WS-RATE-DENOMINATOR.
076700     PERFORM 5250-COMPUTE-RATE THRU 5250-EXIT.
076800     MOVE WS-EDIT-RATE TO TSR-REPORT-LINE(23:5).
076900     MOVE WS-PGM-WAIVER-COUNT (WS-PRT-SUB) TO WS-EDIT-COUNT.
077000     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(29:7).
077100     MOVE WS-PGM-WAIVER-COUNT (WS-PRT-SUB) TO WS-RATE-NUMERATOR.
077200     PERFORM 5250-COMPUTE-RATE THRU 5250-EXIT.
077300     MOVE WS-EDIT-RATE TO TSR-REPORT-LINE(39:5).
077400     MOVE WS-PGM-FAILED-COUNT (WS-PRT-SUB) TO WS-EDIT-COUNT.
077500     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(45:7).
077600     MOVE WS-PGM-RECOVERED-COUNT (WS-PRT-SUB) TO WS-EDIT-COUNT.
077700     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(53:7).
077800     MOVE WS-PGM-RECOVERED-COUNT (WS-PRT-SUB)
077900         TO WS-RATE-NUMERATOR.
078000     MOVE WS-PGM-FAILED-COUNT (WS-PRT-SUB) TO WS-RATE-DENOMINATOR.
078100     PERFORM 5250-COMPUTE-RATE THRU 5250-EXIT.
078200     MOVE WS-EDIT-RATE TO TSR-REPORT-LINE(63:5).
078300     WRITE TSR-REPORT-LINE.
078400 5200-EXIT.
078500     EXIT.
078600
078700*    A PERCENTAGE TO ONE PLACE.  NOTHING TO DIVIDE BY IS ZERO.
078800 5250-COMPUTE-RATE.
078900     IF WS-RATE-DENOMINATOR = ZERO
079000         MOVE ZERO TO WS-RATE
079100     ELSE
079200         COMPUTE WS-RATE ROUNDED =
079300             (WS-RATE-NUMERATOR * 100) / WS-RATE-DENOMINATOR
079400     END-IF.
079500     MOVE WS-RATE TO WS-EDIT-RATE.
079600 5250-EXIT.
079700     EXIT.
079800
079900*****************************************************************
080000*    6000-WRITE-SUBMISSION  -  HEADER, ONE DETAIL PER PROGRAM    *
080100*    (THE NO-PROGRAM LINE ONLY WHEN SOMEONE IS ON IT), AND THE   *
080200*    TRAILER CARRYING THE DETAIL COUNT AND THE ALL-PROGRAMS      *
080300*    TOTALS FOR THE RECEIVING SYSTEM TO TIE OUT AGAINST          *
080400*****************************************************************
080500 6000-WRITE-SUBMISSION.
080600     MOVE SPACES TO TSF-HEADER-RECORD.
080700     MOVE 'HDR' TO TSF-HDR-RECORD-ID.
080800     MOVE WS-TERM-CODE TO TSF-HDR-TERM-CODE.
080900     MOVE WS-TERM-START TO TSF-HDR-TERM-START.
081000     MOVE WS-TERM-END TO TSF-HDR-TERM-END.
081100     MOVE WS-CURRENT-DATE TO TSF-HDR-RUN-DATE.
081200     MOVE WS-SOURCE-SWITCH TO TSF-HDR-SOURCE.
081300     MOVE TSF-HEADER-RECORD TO TSB-SUBMISSION-RECORD.
081400     WRITE TSB-SUBMISSION-RECORD.
081500     MOVE ZERO TO WS-PRT-SUB.
081600     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT
081700         UNTIL WS-PRT-SUB >= WS-PGM-ENTRY-COUNT.
081800     IF WS-PGM-HEADCOUNT (51) > ZERO
081900         MOVE 50 TO WS-PRT-SUB
082000         PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT
082100     END-IF.
082200     MOVE SPACES TO TSF-TRAILER-RECORD.
082300     MOVE 'TRL' TO TSF-TRL-RECORD-ID.
082400     MOVE WS-DETAILS-WRITTEN TO TSF-TRL-DETAIL-COUNT.
082500     MOVE WS-PGM-HEADCOUNT (52) TO TSF-TRL-HEADCOUNT.
082600     MOVE WS-PGM-FAILED-COUNT (52) TO TSF-TRL-FAILED-COUNT.
082700     MOVE WS-PGM-RECOVERED-COUNT (52) TO TSF-TRL-RECOVERED-COUNT.
082800     MOVE TSF-TRAILER-RECORD TO TSB-SUBMISSION-RECORD.
082900     WRITE TSB-SUBMISSION-RECORD.
083000 6000-EXIT.
083100     EXIT.
083200
083300 6100-WRITE-DETAIL.
083400     ADD 1 TO WS-PRT-SUB.
083500     MOVE SPACES TO TSF-DETAIL-RECORD.
083600     MOVE 'DTL' TO TSF-DTL-RECORD-ID.
083700     MOVE WS-TERM-CODE TO TSF-DTL-TERM-CODE.
083800     MOVE WS-PGM-CODE (WS-PRT-SUB) TO TSF-DTL-PROGRAM-CD.
083900     MOVE WS-PGM-HEADCOUNT (WS-PRT-SUB) TO TSF-DTL-HEADCOUNT.
084000     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, 1)
084100         TO TSF-DTL-CLEAN-COUNT.
084200     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, 2)
084300         TO TSF-DTL-PROBOK-COUNT.
084400     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, 3)
084500         TO TSF-DTL-WAIVED-COUNT.
084600     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, 4)
084700         TO TSF-DTL-ERROR-COUNT.
084800     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, 5)
084900         TO TSF-DTL-ERROR34-COUNT.
085000     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, 6)
085100         TO TSF-DTL-HOLD-COUNT.
085200     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, 7)
085300         TO TSF-DTL-INACTIVE-COUNT.
085400     MOVE WS-PGM-OUTCOME-COUNT (WS-PRT-SUB, 8)
085500         TO TSF-DTL-OTHER-COUNT.
085600     MOVE WS-PGM-OVERRIDE-COUNT (WS-PRT-SUB)
085700         TO TSF-DTL-OVERRIDE-COUNT.
085800     MOVE WS-PGM-WAIVER-COUNT (WS-PRT-SUB)
085900         TO TSF-DTL-WAIVER-COUNT.
086000     MOVE WS-PGM-FAILED-COUNT (WS-PRT-SUB)
086100         TO TSF-DTL-FAILED-COUNT.
086200     MOVE WS-PGM-RECOVERED-COUNT (WS-PRT-SUB)
086300         TO TSF-DTL-RECOVERED-COUNT.
086400     MOVE TSF-DETAIL-RECORD TO TSB-SUBMISSION-RECORD.
086500     WRITE TSB-SUBMISSION-RECORD.
086600     ADD 1 TO WS-DETAILS-WRITTEN.
086700 6100-EXIT.
086800     EXIT.
086900
087000 8000-TERMINATE.
087100     MOVE SPACES TO TSR-REPORT-LINE.
087200     WRITE TSR-REPORT-LINE.
087300     MOVE SPACES TO TSR-REPORT-LINE.
087400     MOVE 'STUDENTS IN TERM.....' TO TSR-REPORT-LINE(1:25).
087500     MOVE WS-POPULATION-READ TO WS-EDIT-COUNT.
087600     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(27:7).
087700     WRITE TSR-REPORT-LINE.
087800     MOVE SPACES TO TSR-REPORT-LINE.
087900     MOVE 'NOT EVALUATED........' TO TSR-REPORT-LINE(1:25).
088000     MOVE WS-NOT-EVALUATED TO WS-EDIT-COUNT.
088100     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(27:7).
088200     WRITE TSR-REPORT-LINE.
088210     IF WS-FROM-TERM-HISTORY
088220         MOVE SPACES TO TSR-REPORT-LINE
088230         MOVE 'NO TERM FLAGS ON FILE' TO TSR-REPORT-LINE(1:25)
088240         MOVE WS-NO-FLAGS-COUNT TO WS-EDIT-COUNT
088250         MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(27:7)
088260         WRITE TSR-REPORT-LINE
088270         GO TO 8000-CLOSE-FILES.
088300     MOVE SPACES TO TSR-REPORT-LINE.
088400     MOVE 'AUDIT RECORDS READ...' TO TSR-REPORT-LINE(1:25).
088500     MOVE WS-AUDIT-READ TO WS-EDIT-COUNT.
088600     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(27:7).
088700     WRITE TSR-REPORT-LINE.
088800     MOVE SPACES TO TSR-REPORT-LINE.
088900     MOVE 'DECISIONS IN TERM....' TO TSR-REPORT-LINE(1:25).
089000     MOVE WS-DECISIONS-IN-TERM TO WS-EDIT-COUNT.
089100     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(27:7).
089200     WRITE TSR-REPORT-LINE.
089300     MOVE SPACES TO TSR-REPORT-LINE.
089400     MOVE 'DECIDED, NOT IN TERM.' TO TSR-REPORT-LINE(1:25).
089500     MOVE WS-AUDIT-ONLY-STUDENTS TO WS-EDIT-COUNT.
089600     MOVE WS-EDIT-COUNT TO TSR-REPORT-LINE(27:7).
089700     WRITE TSR-REPORT-LINE.
089750 8000-CLOSE-FILES.
089800     IF WS-FROM-TERM-HISTORY
089900         CLOSE TERM-HISTORY
090000     ELSE
090100         CLOSE STUDENT-MASTER
090200         CLOSE OUTCOME-HISTORY
090300     END-IF.
090400     CLOSE STATS-REPORT.
090500     CLOSE SUBMISSION-FILE.
090600     DISPLAY 'TRMSTATS - STUDENTS IN TERM    = '
090700         WS-POPULATION-READ.
090800     DISPLAY 'TRMSTATS - HEADCOUNT EVALUATED = '
090900         WS-PGM-HEADCOUNT (52).
091000     DISPLAY 'TRMSTATS - DECISIONS IN TERM   = '
091100         WS-DECISIONS-IN-TERM.
091200     DISPLAY 'TRMSTATS - DETAIL RECORDS      = '
091300         WS-DETAILS-WRITTEN.
091400 8000-EXIT.
091500     EXIT.
