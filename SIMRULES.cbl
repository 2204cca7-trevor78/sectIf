000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SIMRULES.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       SIMRULES                                      *
001000*    PURPOSE        WHAT-IF ELIGIBILITY SIMULATION.  RUNS THE    *
001100*                   HELLO123 2200-EVALUATE-STUDENT DECISION      *
001200*                   LOGIC (INACTV ROUTING, HOLDS, OVERRIDES,     *
001300*                   BOTH COMPARISON WINDOWS, WAIVERS, PROBOK)    *
001400*                   AGAINST THE LIVE STUDENT-MASTER USING A      *
001500*                   PROPOSED CONTROL RECORD (PROPCTL) AND A      *
001600*                   PROPOSED PROGRAM-RULES FILE (PROPPGM) IN     *
001700*                   PLACE OF THE PRODUCTION ONES, AND COMPARES   *
001800*                   EACH STUDENT'S SIMULATED OUTCOME TO THE      *
001900*                   CURRENT HST-OUTCOME-CODE ON THE OUTCOME      *
002000*                   HISTORY.  EVERY STUDENT WHOSE OUTCOME WOULD  *
002100*                   MOVE IS LISTED, AND THE DELTA IS COUNTED BY  *
002200*                   ACADEMIC PROGRAM - NEWLY ERROR, NEWLY        *
002300*                   ERROR34, BACK TO CLEAN, OTHER MOVES - SO     *
002400*                   THE DEANS CAN APPROVE A THRESHOLD CHANGE     *
002500*                   WITH ITS IMPACT ON PAPER.  THIS IS A READ-   *
002600*                   ONLY RUN: NOTHING IS WRITTEN TO THE          *
002700*                   EXTRACT, AUDIT LOG, REJECT REPORT, OUTCOME   *
002800*                   HISTORY, OR RUN-LEDGER, SO IT CAN RUN ANY    *
002900*                   TIME OF DAY AND AS OFTEN AS WANTED.          *
003000*                                                                *
003100*    MODIFICATION HISTORY                                        *
003200*    ----------------------------------------------------------- *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    10/15/26   JRT   ORIGINAL                                   *
003500*                                                                *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS SM-STUDENT-ID
004800         FILE STATUS IS WS-STUDMSTR-STATUS.
004900     SELECT PROPOSED-CTL-FILE ASSIGN TO PROPCTL
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-PROPCTL-STATUS.
005200     SELECT PROPOSED-RULES-FILE ASSIGN TO PROPPGM
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-PROPPGM-STATUS.
005500     SELECT WAIVER-FILE ASSIGN TO WVRFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-WVRFILE-STATUS.
005800     SELECT OVERRIDE-FILE ASSIGN TO OVRFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS OVR-STUDENT-ID
006200         FILE STATUS IS WS-OVRFILE-STATUS.
006300     SELECT OUTCOME-HISTORY ASSIGN TO OUTHIST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS HST-STUDENT-ID
006700         FILE STATUS IS WS-OUTHIST-STATUS.
006800     SELECT SIMULATION-REPORT ASSIGN TO SIMRPT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-SIMRPT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  STUDENT-MASTER
007500     LABEL RECORDS ARE STANDARD.
007600     COPY STUDCREC.
007700
007800 FD  PROPOSED-CTL-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CTLREC.
008100
008200 FD  PROPOSED-RULES-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY PGMREC.
008500
008600 FD  WAIVER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY WVRREC.
008900
009000 FD  OVERRIDE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY OVRREC.
009300
009400 FD  OUTCOME-HISTORY
009500     LABEL RECORDS ARE STANDARD.
009600     COPY HISTREC.
009700
009800 FD  SIMULATION-REPORT
009900     LABEL RECORDS ARE STANDARD.
010000 01  SMR-REPORT-LINE                      PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-FILE-STATUSES.
010400     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
010500         88  WS-STUDMSTR-OK           VALUE '00'.
010600     05  WS-PROPCTL-STATUS            PIC X(02) VALUE SPACES.
010700         88  WS-PROPCTL-OK            VALUE '00'.
010800         88  WS-PROPCTL-NOT-FOUND     VALUE '35'.
010900     05  WS-PROPPGM-STATUS            PIC X(02) VALUE SPACES.
011000         88  WS-PROPPGM-OK            VALUE '00'.
011100         88  WS-PROPPGM-NOT-FOUND     VALUE '35'.
011200         88  WS-PROPPGM-EOF           VALUE '10'.
011300     05  WS-WVRFILE-STATUS            PIC X(02) VALUE SPACES.
011400         88  WS-WVRFILE-OK            VALUE '00'.
011500         88  WS-WVRFILE-NOT-FOUND     VALUE '35'.
011600         88  WS-WVRFILE-EOF           VALUE '10'.
011700     05  WS-OVRFILE-STATUS            PIC X(02) VALUE SPACES.
011800         88  WS-OVRFILE-OK            VALUE '00'.
011900         88  WS-OVRFILE-NOT-FOUND     VALUE '35'.
012000     05  WS-OUTHIST-STATUS            PIC X(02) VALUE SPACES.
012100         88  WS-OUTHIST-OK            VALUE '00'.
012200     05  WS-SIMRPT-STATUS             PIC X(02) VALUE SPACES.
012300         88  WS-SIMRPT-OK             VALUE '00'.
012400
012500*    WS-NUM1/2/3 ARE THE WORKING THRESHOLD SET, EXACTLY AS IN
012600*    HELLO123 - REFRESHED PER STUDENT FROM THE PROPOSED PROGRAM
012700*    RULES, OR FROM THE PROPOSED CAMPUS-WIDE DEFAULTS.
012800 77  WS-NUM1                          PIC 9(03) VALUE ZERO.
012900 77  WS-NUM2                          PIC 9(03) VALUE ZERO.
013000 77  WS-NUM3                          PIC 9(03) VALUE ZERO.
013100 77  WS-DFLT-NUM1                     PIC 9(03) VALUE ZERO.
013200 77  WS-DFLT-NUM2                     PIC 9(03) VALUE ZERO.
013300 77  WS-DFLT-NUM3                     PIC 9(03) VALUE ZERO.
013400
013500 77  WS-EOF-SWITCH                    PIC X(01) VALUE 'N'.
013600     88  WS-END-OF-STUDENT-FILE       VALUE 'Y'.
013700 77  WS-CURRENT-PARAGRAPH             PIC X(12) VALUE SPACES.
013800 77  WS-OUTCOME-CODE                  PIC X(08) VALUE SPACES.
013900 77  WS-CURRENT-OUTCOME               PIC X(08) VALUE SPACES.
014000 77  WS-OVERRIDE-USER-ID              PIC X(08) VALUE SPACES.
014100 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
014200 77  WS-CURRENT-TIME                  PIC 9(08) VALUE ZERO.
014300 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
014400 77  WS-ATTENDANCE-WAIVED-SW          PIC X(01) VALUE 'N'.
014500     88  WS-ATTENDANCE-WAIVED         VALUE 'Y'.
014600 77  WS-WVR-ENTRY-COUNT               PIC 9(05) COMP VALUE ZERO.
014700 77  WS-WVR-SUB                       PIC 9(05) COMP VALUE ZERO.
014800 77  WS-WVR-FOUND-SUB                 PIC 9(05) COMP VALUE ZERO.
014900 77  WS-PGM-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
015000 77  WS-PGM-SUB                       PIC 9(03) COMP VALUE ZERO.
015100 77  WS-PGM-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
015200 77  WS-OVR-ACTIVE-SWITCH             PIC X(01) VALUE 'N'.
015300     88  WS-OVERRIDES-ACTIVE          VALUE 'Y'.
015400 77  WS-OVR-FOUND-SWITCH              PIC X(01) VALUE 'N'.
015500     88  WS-OVERRIDE-FOUND            VALUE 'Y'.
015600*    HOW THE SIMULATED OUTCOME COMPARES TO THE CURRENT ONE.
015700*    CLEAN, PROBOK, AND WAIVED ALL COUNT AS PASSING - A
015800*    PROBOK STUDENT PUSHED TO ERROR IS AS MUCH A NEW FAILURE
015900*    AS A CLEAN ONE.
016000 77  WS-DELTA-TYPE                    PIC X(01) VALUE SPACE.
016100     88  WS-DELTA-SAME                VALUE 'S'.
016200     88  WS-DELTA-TO-ERROR            VALUE 'E'.
016300     88  WS-DELTA-TO-ERROR34          VALUE 'F'.
016400     88  WS-DELTA-TO-CLEAN            VALUE 'C'.
016500     88  WS-DELTA-OTHER               VALUE 'O'.
016600     88  WS-DELTA-NO-HISTORY          VALUE 'N'.
016700 77  WS-STUDENTS-READ                 PIC 9(07) VALUE ZERO.
016800 77  WS-STUDENTS-LISTED               PIC 9(07) VALUE ZERO.
016900
017000*    WAIVER CODE TABLE - THE LIVE WVRFILE.  A FULL TABLE STOPS
017100*    THE RUN, THE SAME AS HELLO123.
017200 01  WS-WAIVER-TABLE.
017300     05  WS-WVR-ENTRY OCCURS 1000 TIMES.
017400         10  WS-WVR-CODE              PIC 9(03).
017500         10  WS-WVR-WINDOW            PIC X(01).
017600         10  WS-WVR-EFF-DATE          PIC 9(08).
017700         10  WS-WVR-EXP-DATE          PIC 9(08).
017800
017900*    PROPOSED ACADEMIC-PROGRAM RULES TABLE, LOADED FROM PROPPGM
018000*    WITH THE SAME 50-ENTRY LIMIT HELLO123 ENFORCES - A RULES
018100*    FILE THAT WOULD STOP THE NIGHT STOPS THE SIMULATION TOO.
018200*    EACH ENTRY CARRIES THE DELTA COUNTS FOR THE PROGRAM;
018300*    UNASSIGNED OR UNKNOWN PROGRAM CODES COUNT IN
018400*    WS-DFLT-DELTA-COUNTS.
018500 01  WS-PROGRAM-RULES-TABLE.
018600     05  WS-PGM-ENTRY OCCURS 50 TIMES.
018700         10  WS-PGM-CODE              PIC X(03).
018800         10  WS-PGM-NUM1              PIC 9(03).
018900         10  WS-PGM-NUM2              PIC 9(03).
019000         10  WS-PGM-NUM3              PIC 9(03).
019100         10  WS-PGM-EVAL-COUNT        PIC 9(07) COMP.
019200         10  WS-PGM-SAME-COUNT        PIC 9(07) COMP.
019300         10  WS-PGM-TO-ERROR-COUNT    PIC 9(07) COMP.
019400         10  WS-PGM-TO-ERROR34-COUNT  PIC 9(07) COMP.
019500         10  WS-PGM-TO-CLEAN-COUNT    PIC 9(07) COMP.
019600         10  WS-PGM-OTHER-COUNT       PIC 9(07) COMP.
019700         10  WS-PGM-NOHIST-COUNT      PIC 9(07) COMP.
019800
019900 01  WS-DFLT-DELTA-COUNTS.
020000     05  WS-DFLT-EVAL-COUNT           PIC 9(07) VALUE ZERO.
020100     05  WS-DFLT-SAME-COUNT           PIC 9(07) VALUE ZERO.
020200     05  WS-DFLT-TO-ERROR-COUNT       PIC 9(07) VALUE ZERO.
020300     05  WS-DFLT-TO-ERROR34-COUNT     PIC 9(07) VALUE ZERO.
020400     05  WS-DFLT-TO-CLEAN-COUNT       PIC 9(07) VALUE ZERO.
020500     05  WS-DFLT-OTHER-COUNT          PIC 9(07) VALUE ZERO.
020600     05  WS-DFLT-NOHIST-COUNT         PIC 9(07) VALUE ZERO.
020700
020800*    SIMULATED OUTCOME DISTRIBUTION FOR THE WHOLE ROSTER.
020900 01  WS-SIM-OUTCOME-COUNTS.
021000     05  WS-SIM-CLEAN-COUNT           PIC 9(07) VALUE ZERO.
021100     05  WS-SIM-ERROR-COUNT           PIC 9(07) VALUE ZERO.
021200     05  WS-SIM-ERROR34-COUNT         PIC 9(07) VALUE ZERO.
021300     05  WS-SIM-HOLD-COUNT            PIC 9(07) VALUE ZERO.
021400     05  WS-SIM-PROBOK-COUNT          PIC 9(07) VALUE ZERO.
021500     05  WS-SIM-WAIVED-COUNT          PIC 9(07) VALUE ZERO.
021600     05  WS-SIM-OVRRIDE-COUNT         PIC 9(07) VALUE ZERO.
021700     05  WS-SIM-INACTIVE-COUNT        PIC 9(07) VALUE ZERO.
021800
021900 PROCEDURE DIVISION.
022000
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022300     PERFORM 2000-PROCESS-ONE-STUDENT THRU 2000-EXIT
022400         UNTIL WS-END-OF-STUDENT-FILE.
022500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022600     MOVE 0000 TO RETURN-CODE.
022700     STOP RUN.
022800
022900*****************************************************************
023000*    1000-INITIALIZE  -  LOAD THE PROPOSED THRESHOLDS AND THE    *
023100*    LIVE WAIVER TABLE, OPEN THE MASTER, HISTORY, OVERRIDES.     *
023200*****************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023500     ACCEPT WS-CURRENT-TIME FROM TIME.
023600     PERFORM 1100-LOAD-CONTROL-THRESHOLDS THRU 1100-EXIT.
023700     PERFORM 1400-LOAD-WAIVER-TABLE THRU 1400-EXIT.
023800     PERFORM 1500-OPEN-OVERRIDE-FILE THRU 1500-EXIT.
023900     OPEN INPUT STUDENT-MASTER.
024000     IF NOT WS-STUDMSTR-OK
024100         DISPLAY 'SIMRULES - STUDMSTR OPEN FAILED, STATUS = '
024200             WS-STUDMSTR-STATUS
024300         MOVE 0016 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600     OPEN INPUT OUTCOME-HISTORY.
024700     IF NOT WS-OUTHIST-OK
024800         DISPLAY 'SIMRULES - OUTHIST OPEN FAILED, STATUS = '
024900             WS-OUTHIST-STATUS
025000         MOVE 0016 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     OPEN OUTPUT SIMULATION-REPORT.
025400     IF NOT WS-SIMRPT-OK
025500         DISPLAY 'SIMRULES - SIMRPT OPEN FAILED, STATUS = '
025600             WS-SIMRPT-STATUS
025700         MOVE 0016 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000     PERFORM 1800-WRITE-REPORT-HEADING THRU 1800-EXIT.
026100 1000-EXIT.
026200     EXIT.
026300
026400*    A MISSING OR EMPTY PROPOSED CONTROL RECORD FALLS BACK TO
026500*    THE SAME HARD DEFAULTS HELLO123 WOULD USE, SO THE
026600*    SIMULATION SHOWS WHAT THE NIGHT WOULD REALLY DO WITH IT.
026700 1100-LOAD-CONTROL-THRESHOLDS.
026800     OPEN INPUT PROPOSED-CTL-FILE.
026900     IF WS-PROPCTL-NOT-FOUND
027000         DISPLAY 'SIMRULES - PROPCTL NOT FOUND, USING DEFAULTS'
027100         MOVE 020 TO WS-DFLT-NUM1
027200         MOVE 025 TO WS-DFLT-NUM2
027300         MOVE 020 TO WS-DFLT-NUM3
027400     ELSE
027500         READ PROPOSED-CTL-FILE
027600             AT END
027700                 DISPLAY 'SIMRULES - PROPCTL EMPTY, USING DFLTS'
027800                 MOVE 020 TO WS-DFLT-NUM1
027900                 MOVE 025 TO WS-DFLT-NUM2
028000                 MOVE 020 TO WS-DFLT-NUM3
028100             NOT AT END
028200                 MOVE CTL-ATTENDANCE-THRESHOLD TO WS-DFLT-NUM1
028300                 MOVE CTL-GPA-THRESHOLD        TO WS-DFLT-NUM2
028400                 MOVE CTL-CREDIT-THRESHOLD     TO WS-DFLT-NUM3
028500         END-READ
028600         CLOSE PROPOSED-CTL-FILE
028700     END-IF.
028800     MOVE WS-DFLT-NUM1 TO WS-NUM1.
028900     MOVE WS-DFLT-NUM2 TO WS-NUM2.
029000     MOVE WS-DFLT-NUM3 TO WS-NUM3.
029100     PERFORM 1120-LOAD-PROGRAM-RULES THRU 1120-EXIT.
029200 1100-EXIT.
029300     EXIT.
029400
029500 1120-LOAD-PROGRAM-RULES.
029600     OPEN INPUT PROPOSED-RULES-FILE.
029700     IF WS-PROPPGM-NOT-FOUND
029800         DISPLAY 'SIMRULES - NO PROPOSED PROGRAM RULES, CTL '
029900             'DEFAULTS APPLY TO EVERY STUDENT'
030000     ELSE
030100         PERFORM 1130-READ-PROGRAM-RULE THRU 1130-EXIT
030200             UNTIL WS-PROPPGM-EOF
030300         CLOSE PROPOSED-RULES-FILE
030400         DISPLAY 'SIMRULES - PROPOSED PROGRAM RULES LOADED = '
030500             WS-PGM-ENTRY-COUNT
030600     END-IF.
030700 1120-EXIT.
030800     EXIT.
030900
031000 1130-READ-PROGRAM-RULE.
031100     READ PROPOSED-RULES-FILE
031200         AT END
031300             MOVE '10' TO WS-PROPPGM-STATUS
031400         NOT AT END
031500             IF WS-PGM-ENTRY-COUNT < 50
031600                 ADD 1 TO WS-PGM-ENTRY-COUNT
031700                 MOVE PGM-PROGRAM-CODE
031800                     TO WS-PGM-CODE (WS-PGM-ENTRY-COUNT)
031900                 MOVE PGM-ATTENDANCE-THRESHOLD
032000                     TO WS-PGM-NUM1 (WS-PGM-ENTRY-COUNT)
032100                 MOVE PGM-GPA-THRESHOLD
032200                     TO WS-PGM-NUM2 (WS-PGM-ENTRY-COUNT)
032300                 MOVE PGM-CREDIT-THRESHOLD
032400                     TO WS-PGM-NUM3 (WS-PGM-ENTRY-COUNT)
032500                 MOVE ZERO
032600                     TO WS-PGM-EVAL-COUNT (WS-PGM-ENTRY-COUNT)
032700                 MOVE ZERO
032800                     TO WS-PGM-SAME-COUNT (WS-PGM-ENTRY-COUNT)
032900                 MOVE ZERO
033000                     TO WS-PGM-TO-ERROR-COUNT (WS-PGM-ENTRY-COUNT)
033100                 MOVE ZERO
033200                     TO WS-PGM-TO-ERROR34-COUNT
033300                     (WS-PGM-ENTRY-COUNT)
033400                 MOVE ZERO
033500                     TO WS-PGM-TO-CLEAN-COUNT (WS-PGM-ENTRY-COUNT)
033600                 MOVE ZERO
033700                     TO WS-PGM-OTHER-COUNT (WS-PGM-ENTRY-COUNT)
033800                 MOVE ZERO
033900                     TO WS-PGM-NOHIST-COUNT (WS-PGM-ENTRY-COUNT)
034000             ELSE
034100                 DISPLAY 'SIMRULES - PROPOSED RULES EXCEED THE '
034200                     '50-ENTRY TABLE - HELLO123 WOULD STOP TOO'
034300                 MOVE 0016 TO RETURN-CODE
034400                 STOP RUN
034500             END-IF
034600     END-READ.
034700 1130-EXIT.
034800     EXIT.
034900
035000 1400-LOAD-WAIVER-TABLE.
035100     OPEN INPUT WAIVER-FILE.
035200     IF WS-WVRFILE-NOT-FOUND
035300         DISPLAY 'SIMRULES - NO WAIVER TABLE, WAIVERS INACTIVE'
035400     ELSE
035500         PERFORM 1410-READ-WAIVER-RECORD THRU 1410-EXIT
035600             UNTIL WS-WVRFILE-EOF
035700         CLOSE WAIVER-FILE
035800         DISPLAY 'SIMRULES - WAIVER CODES LOADED = '
035900             WS-WVR-ENTRY-COUNT
036000     END-IF.
036100 1400-EXIT.
036200     EXIT.
036300
036400 1410-READ-WAIVER-RECORD.
036500     READ WAIVER-FILE
036600         AT END
036700             MOVE '10' TO WS-WVRFILE-STATUS
036800         NOT AT END
036900             IF WS-WVR-ENTRY-COUNT < 1000
037000                 ADD 1 TO WS-WVR-ENTRY-COUNT
037100                 MOVE WVR-WAIVER-CODE
037200                     TO WS-WVR-CODE (WS-WVR-ENTRY-COUNT)
037300                 MOVE WVR-WINDOW-WAIVED
037400                     TO WS-WVR-WINDOW (WS-WVR-ENTRY-COUNT)
037500                 MOVE WVR-EFFECTIVE-DATE
037600                     TO WS-WVR-EFF-DATE (WS-WVR-ENTRY-COUNT)
037700                 MOVE WVR-EXPIRY-DATE
037800                     TO WS-WVR-EXP-DATE (WS-WVR-ENTRY-COUNT)
037900             ELSE
038000                 DISPLAY 'SIMRULES - WAIVER TABLE FULL - '
038100                     'RESIZE BEFORE RUNNING'
038200                 MOVE 0016 TO RETURN-CODE
038300                 STOP RUN
038400             END-IF
038500     END-READ.
038600 1410-EXIT.
038700     EXIT.
038800
038900 1500-OPEN-OVERRIDE-FILE.
039000     OPEN INPUT OVERRIDE-FILE.
039100     IF WS-OVRFILE-NOT-FOUND
039200         DISPLAY 'SIMRULES - NO OVERRIDE FILE, NONE IN EFFECT'
039300     ELSE
039400         IF NOT WS-OVRFILE-OK
039500             DISPLAY 'SIMRULES - OVRFILE OPEN FAILED, STATUS = '
039600                 WS-OVRFILE-STATUS
039700             MOVE 0016 TO RETURN-CODE
039800             STOP RUN
039900         END-IF
040000         MOVE 'Y' TO WS-OVR-ACTIVE-SWITCH
040100     END-IF.
040200 1500-EXIT.
040300     EXIT.
040400
040500 1800-WRITE-REPORT-HEADING.
040600     MOVE SPACES TO SMR-REPORT-LINE.
040700     MOVE 'SIMRULES WHAT-IF ELIGIBILITY SIMULATION - RUN'
040800         TO SMR-REPORT-LINE(1:45).
040900     MOVE WS-CURRENT-DATE TO SMR-REPORT-LINE(47:8).
041000     WRITE SMR-REPORT-LINE.
041100     MOVE SPACES TO SMR-REPORT-LINE.
041200     MOVE 'PROPOSED CAMPUS DEFAULTS  ATTENDANCE'
041300         TO SMR-REPORT-LINE(1:36).
041400     MOVE WS-DFLT-NUM1 TO SMR-REPORT-LINE(38:3).
041500     MOVE 'GPA' TO SMR-REPORT-LINE(43:3).
041600     MOVE WS-DFLT-NUM2 TO SMR-REPORT-LINE(47:3).
041700     MOVE 'CREDIT' TO SMR-REPORT-LINE(52:6).
041800     MOVE WS-DFLT-NUM3 TO SMR-REPORT-LINE(59:3).
041900     WRITE SMR-REPORT-LINE.
042000     MOVE SPACES TO SMR-REPORT-LINE.
042100     MOVE 'NOTHING IS POSTED - COMPARISON ONLY AGAINST THE '
042200         TO SMR-REPORT-LINE(1:48).
042300     MOVE 'CURRENT OUTCOME HISTORY' TO SMR-REPORT-LINE(49:23).
042400     WRITE SMR-REPORT-LINE.
042500     MOVE SPACES TO SMR-REPORT-LINE.
042600     WRITE SMR-REPORT-LINE.
042700     MOVE SPACES TO SMR-REPORT-LINE.
042800     MOVE 'STUDENT' TO SMR-REPORT-LINE(1:7).
042900     MOVE 'PGM' TO SMR-REPORT-LINE(11:3).
043000     MOVE 'CURRENT' TO SMR-REPORT-LINE(15:7).
043100     MOVE 'SIMULATD' TO SMR-REPORT-LINE(24:8).
043200     MOVE 'DECIDED BY' TO SMR-REPORT-LINE(33:10).
043300     MOVE 'MOVEMENT' TO SMR-REPORT-LINE(46:8).
043400     WRITE SMR-REPORT-LINE.
043500 1800-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*    2000-PROCESS-ONE-STUDENT  -  READ / SIMULATE / COMPARE      *
044000*****************************************************************
044100 2000-PROCESS-ONE-STUDENT.
044200     READ STUDENT-MASTER NEXT RECORD
044300         AT END
044400             MOVE 'Y' TO WS-EOF-SWITCH
044500             GO TO 2000-EXIT
044600     END-READ.
044700     ADD 1 TO WS-STUDENTS-READ.
044800     PERFORM 2200-EVALUATE-STUDENT THRU 2200-EXIT.
044900     PERFORM 2400-COMPARE-TO-HISTORY THRU 2400-EXIT.
045000 2000-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*    2200-EVALUATE-STUDENT  -  THE HELLO123 DECISION LOGIC,      *
045500*    BRANCH FOR BRANCH, AGAINST THE PROPOSED THRESHOLDS.  THE    *
045600*    OUTCOME PARAGRAPHS KEEP THEIR HELLO123 NAMES SO THE         *
045700*    REPORT'S 'DECIDED BY' COLUMN READS THE SAME AS AN AUDIT     *
045800*    ENTRY, BUT ONLY SET THE OUTCOME - THE AUDIT-ONLY            *
045900*    XXXX-PARA3 AND XXXX-PARA5 HAVE NOTHING TO DO HERE.  ANY     *
046000*    CHANGE TO THE HELLO123 BRANCHES MUST BE MADE HERE TOO.      *
046100*****************************************************************
046200 2200-EVALUATE-STUDENT.
046300     MOVE SPACES TO WS-OUTCOME-CODE.
046400     MOVE SPACES TO WS-OVERRIDE-USER-ID.
046500     PERFORM 2210-SELECT-PROGRAM-RULES THRU 2210-EXIT.
046600     IF SM-STUDENT-INACTIVE
046700         PERFORM XXXX-PARA10 THRU XXXX-PARA10-EXIT
046800         GO TO 2200-TALLY.
046900     IF SM-HOLD-FLAG > ZERO
047000         PERFORM XXXX-PARA6 THRU XXXX-PARA6-EXIT
047100         GO TO 2200-TALLY.
047200     PERFORM 2230-CHECK-OVERRIDE THRU 2230-EXIT.
047300     IF WS-OVERRIDE-FOUND
047400         PERFORM XXXX-PARA9 THRU XXXX-PARA9-EXIT
047500         GO TO 2200-TALLY.
047600     IF WS-NUM1 IS LESS THAN WS-NUM2 AND WS-NUM1 = WS-NUM3
047700         IF WS-NUM3 IS LESS THAN SM-CREDIT-HOURS-REQD
047800                 AND SM-GPA-COMPONENT-A = SM-GPA-COMPONENT-B
047900             PERFORM XXXX-PARA1 THRU XXXX-PARA1-EXIT
048000         ELSE
048100             PERFORM XXXX-PARA2 THRU XXXX-PARA2-EXIT
048200         END-IF
048300     ELSE
048400         MOVE 'N' TO WS-ATTENDANCE-WAIVED-SW
048500         IF SM-ATTENDANCE-WAIVER-CD > ZERO
048600             PERFORM 2250-CHECK-ATTENDANCE-WAIVER THRU 2250-EXIT
048700         END-IF
048800         IF (SM-SEC-ATTENDANCE-DAYS IS LESS THAN
048900                 SM-SEC-ATTENDANCE-DAYS-REQD
049000                 OR WS-ATTENDANCE-WAIVED)
049100                 AND SM-SEC-GPA-COMPONENT-A =
049200                 SM-SEC-GPA-COMPONENT-B
049300             IF SM-SEC-ATTENDANCE-DAYS IS LESS THAN
049400                     SM-SEC-ATTENDANCE-DAYS-REQD
049500                 PERFORM XXXX-PARA1 THRU XXXX-PARA1-EXIT
049600             ELSE
049700                 PERFORM XXXX-PARA8 THRU XXXX-PARA8-EXIT
049800             END-IF
049900         ELSE
050000             PERFORM XXXX-PARA2 THRU XXXX-PARA2-EXIT
050100             PERFORM XXXX-PARA4 THRU XXXX-PARA4-EXIT
050200         END-IF
050300     END-IF.
050400     IF WS-OUTCOME-CODE = 'CLEAN' AND SM-PROBATION-FLAG > ZERO
050500         PERFORM XXXX-PARA7 THRU XXXX-PARA7-EXIT
050600     END-IF.
050700 2200-TALLY.
050800     IF WS-OVERRIDE-USER-ID NOT = SPACES
050900         ADD 1 TO WS-SIM-OVRRIDE-COUNT
051000         GO TO 2200-EXIT.
051100     EVALUATE WS-OUTCOME-CODE
051200         WHEN 'CLEAN'
051300             ADD 1 TO WS-SIM-CLEAN-COUNT
051400         WHEN 'ERROR'
051500             ADD 1 TO WS-SIM-ERROR-COUNT
051600         WHEN 'ERROR34'
051700             ADD 1 TO WS-SIM-ERROR34-COUNT
051800         WHEN 'HOLD'
051900             ADD 1 TO WS-SIM-HOLD-COUNT
052000         WHEN 'PROBOK'
052100             ADD 1 TO WS-SIM-PROBOK-COUNT
052200         WHEN 'WAIVED'
052300             ADD 1 TO WS-SIM-WAIVED-COUNT
052400         WHEN 'INACTV'
052500             ADD 1 TO WS-SIM-INACTIVE-COUNT
052600     END-EVALUATE.
052700 2200-EXIT.
052800     EXIT.
052900
053000 2210-SELECT-PROGRAM-RULES.
053100     MOVE ZERO TO WS-PGM-FOUND-SUB.
053200     IF SM-ACADEMIC-PROGRAM-CD NOT = SPACES
053300         MOVE ZERO TO WS-PGM-SUB
053400         PERFORM 2220-SCAN-PROGRAM-TABLE THRU 2220-EXIT
053500             UNTIL WS-PGM-SUB >= WS-PGM-ENTRY-COUNT
053600                 OR WS-PGM-FOUND-SUB > ZERO
053700     END-IF.
053800     IF WS-PGM-FOUND-SUB > ZERO
053900         MOVE WS-PGM-NUM1 (WS-PGM-FOUND-SUB) TO WS-NUM1
054000         MOVE WS-PGM-NUM2 (WS-PGM-FOUND-SUB) TO WS-NUM2
054100         MOVE WS-PGM-NUM3 (WS-PGM-FOUND-SUB) TO WS-NUM3
054200     ELSE
054300         MOVE WS-DFLT-NUM1 TO WS-NUM1
054400         MOVE WS-DFLT-NUM2 TO WS-NUM2
054500         MOVE WS-DFLT-NUM3 TO WS-NUM3
054600     END-IF.
054700 2210-EXIT.
054800     EXIT.
054900
055000 2220-SCAN-PROGRAM-TABLE.
055100     ADD 1 TO WS-PGM-SUB.
055200     IF WS-PGM-CODE (WS-PGM-SUB) = SM-ACADEMIC-PROGRAM-CD
055300         MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
055400     END-IF.
055500 2220-EXIT.
055600     EXIT.
055700
055800 2230-CHECK-OVERRIDE.
055900     MOVE 'N' TO WS-OVR-FOUND-SWITCH.
056000     IF NOT WS-OVERRIDES-ACTIVE
056100         GO TO 2230-EXIT.
056200     MOVE SM-STUDENT-ID TO OVR-STUDENT-ID.
056300     READ OVERRIDE-FILE
056400         INVALID KEY
056500             CONTINUE
056600         NOT INVALID KEY
056700             IF WS-CURRENT-DATE <= OVR-EXPIRY-DATE
056800                 MOVE 'Y' TO WS-OVR-FOUND-SWITCH
056900             END-IF
057000     END-READ.
057100 2230-EXIT.
057200     EXIT.
057300
057400*    UNKNOWN AND OUT-OF-DATE CODES SIMPLY DO NOT WAIVE - THE
057500*    NIGHTLY WVRRPT ALREADY LISTS THEM FOR CLEAN-UP.
057600 2250-CHECK-ATTENDANCE-WAIVER.
057700     MOVE ZERO TO WS-WVR-FOUND-SUB.
057800     MOVE ZERO TO WS-WVR-SUB.
057900     PERFORM 2260-SCAN-WAIVER-TABLE THRU 2260-EXIT
058000         UNTIL WS-WVR-SUB >= WS-WVR-ENTRY-COUNT
058100             OR WS-WVR-FOUND-SUB > ZERO.
058200     IF WS-WVR-FOUND-SUB = ZERO
058300         GO TO 2250-EXIT.
058400     IF WS-CURRENT-DATE <
058500             WS-WVR-EFF-DATE (WS-WVR-FOUND-SUB)
058600             OR WS-CURRENT-DATE >
058700             WS-WVR-EXP-DATE (WS-WVR-FOUND-SUB)
058800         GO TO 2250-EXIT.
058900     IF WS-WVR-WINDOW (WS-WVR-FOUND-SUB) = 'S' OR 'B'
059000         MOVE 'Y' TO WS-ATTENDANCE-WAIVED-SW
059100     END-IF.
059200 2250-EXIT.
059300     EXIT.
059400
059500 2260-SCAN-WAIVER-TABLE.
059600     ADD 1 TO WS-WVR-SUB.
059700     IF WS-WVR-CODE (WS-WVR-SUB) = SM-ATTENDANCE-WAIVER-CD
059800         MOVE WS-WVR-SUB TO WS-WVR-FOUND-SUB
059900     END-IF.
060000 2260-EXIT.
060100     EXIT.
060200
060300*****************************************************************
060400*    2400-COMPARE-TO-HISTORY  -  CLASSIFY THE SIMULATED OUTCOME  *
060500*    AGAINST THE STUDENT'S CURRENT HST-OUTCOME-CODE, LIST ANY    *
060600*    MOVEMENT, AND COUNT IT IN THE STUDENT'S PROGRAM BUCKET.     *
060700*****************************************************************
060800 2400-COMPARE-TO-HISTORY.
060900     MOVE SM-STUDENT-ID TO HST-STUDENT-ID.
061000     READ OUTCOME-HISTORY
061100         INVALID KEY
061200             MOVE SPACES TO WS-CURRENT-OUTCOME
061300             MOVE 'N' TO WS-DELTA-TYPE
061400         NOT INVALID KEY
061500             MOVE HST-OUTCOME-CODE TO WS-CURRENT-OUTCOME
061600             PERFORM 2410-CLASSIFY-MOVEMENT THRU 2410-EXIT
061700     END-READ.
061800     IF WS-PGM-FOUND-SUB > ZERO
061900         PERFORM 2450-TALLY-PROGRAM-DELTA THRU 2450-EXIT
062000     ELSE
062100         PERFORM 2460-TALLY-DEFAULT-DELTA THRU 2460-EXIT
062200     END-IF.
062300     IF WS-DELTA-SAME OR WS-DELTA-NO-HISTORY
062400         GO TO 2400-EXIT.
062500     PERFORM 2500-WRITE-DELTA-LINE THRU 2500-EXIT.
062600 2400-EXIT.
062700     EXIT.
062800
062900 2410-CLASSIFY-MOVEMENT.
063000     IF WS-OUTCOME-CODE = WS-CURRENT-OUTCOME
063100         MOVE 'S' TO WS-DELTA-TYPE
063200         GO TO 2410-EXIT.
063300     MOVE 'O' TO WS-DELTA-TYPE.
063400     IF WS-CURRENT-OUTCOME = 'CLEAN' OR 'PROBOK' OR 'WAIVED'
063500         IF WS-OUTCOME-CODE = 'ERROR'
063600             MOVE 'E' TO WS-DELTA-TYPE
063700         END-IF
063800         IF WS-OUTCOME-CODE = 'ERROR34'
063900             MOVE 'F' TO WS-DELTA-TYPE
064000         END-IF
064100     END-IF.
064200     IF WS-CURRENT-OUTCOME = 'ERROR' OR 'ERROR34'
064300         IF WS-OUTCOME-CODE = 'CLEAN' OR 'PROBOK' OR 'WAIVED'
064400             MOVE 'C' TO WS-DELTA-TYPE
064500         END-IF
064600     END-IF.
064700 2410-EXIT.
064800     EXIT.
064900
065000 2450-TALLY-PROGRAM-DELTA.
065100     ADD 1 TO WS-PGM-EVAL-COUNT (WS-PGM-FOUND-SUB).
065200     EVALUATE TRUE
065300         WHEN WS-DELTA-SAME
065400             ADD 1 TO WS-PGM-SAME-COUNT (WS-PGM-FOUND-SUB)
065500         WHEN WS-DELTA-TO-ERROR
065600             ADD 1 TO WS-PGM-TO-ERROR-COUNT (WS-PGM-FOUND-SUB)
065700         WHEN WS-DELTA-TO-ERROR34
065800             ADD 1 TO WS-PGM-TO-ERROR34-COUNT (WS-PGM-FOUND-SUB)
065900         WHEN WS-DELTA-TO-CLEAN
066000             ADD 1 TO WS-PGM-TO-CLEAN-COUNT (WS-PGM-FOUND-SUB)
066100         WHEN WS-DELTA-OTHER
066200             ADD 1 TO WS-PGM-OTHER-COUNT (WS-PGM-FOUND-SUB)
066300         WHEN WS-DELTA-NO-HISTORY
066400             ADD 1 TO WS-PGM-NOHIST-COUNT (WS-PGM-FOUND-SUB)
066500     END-EVALUATE.
066600 2450-EXIT.
066700     EXIT.
066800
066900 2460-TALLY-DEFAULT-DELTA.
067000     ADD 1 TO WS-DFLT-EVAL-COUNT.
067100     EVALUATE TRUE
067200         WHEN WS-DELTA-SAME
067300             ADD 1 TO WS-DFLT-SAME-COUNT
067400         WHEN WS-DELTA-TO-ERROR
067500             ADD 1 TO WS-DFLT-TO-ERROR-COUNT
067600         WHEN WS-DELTA-TO-ERROR34
067700             ADD 1 TO WS-DFLT-TO-ERROR34-COUNT
067800         WHEN WS-DELTA-TO-CLEAN
067900             ADD 1 TO WS-DFLT-TO-CLEAN-COUNT
068000         WHEN WS-DELTA-OTHER
068100             ADD 1 TO WS-DFLT-OTHER-COUNT
068200         WHEN WS-DELTA-NO-HISTORY
068300             ADD 1 TO WS-DFLT-NOHIST-COUNT
068400     END-EVALUATE.
068500 2460-EXIT.
068600     EXIT.
068700
068800 2500-WRITE-DELTA-LINE.
068900     MOVE SPACES TO SMR-REPORT-LINE.
069000     MOVE SM-STUDENT-ID TO SMR-REPORT-LINE(1:9).
069100     MOVE SM-ACADEMIC-PROGRAM-CD TO SMR-REPORT-LINE(11:3).
069200     MOVE WS-CURRENT-OUTCOME TO SMR-REPORT-LINE(15:8).
069300     MOVE WS-OUTCOME-CODE TO SMR-REPORT-LINE(24:8).
069400     MOVE WS-CURRENT-PARAGRAPH TO SMR-REPORT-LINE(33:12).
069500     EVALUATE TRUE
069600         WHEN WS-DELTA-TO-ERROR
069700             MOVE 'NEWLY ERROR' TO SMR-REPORT-LINE(46:11)
069800         WHEN WS-DELTA-TO-ERROR34
069900             MOVE 'NEWLY ERROR34' TO SMR-REPORT-LINE(46:13)
070000         WHEN WS-DELTA-TO-CLEAN
070100             MOVE 'BACK TO CLEAN' TO SMR-REPORT-LINE(46:13)
070200         WHEN OTHER
070300             MOVE 'OTHER MOVE' TO SMR-REPORT-LINE(46:10)
070400     END-EVALUATE.
070500     WRITE SMR-REPORT-LINE.
070600     ADD 1 TO WS-STUDENTS-LISTED.
070700 2500-EXIT.
070800     EXIT.
070900
071000*****************************************************************
071100*    XXXX-PARA1 THRU XXXX-PARA10  -  OUTCOME SETTERS ONLY.  NO   *
071200*    AUDIT, REJECT, OR EXTRACT WRITE IS EVER MADE FROM HERE.     *
071300*****************************************************************
071400 XXXX-PARA1.
071500     MOVE 'XXXX-PARA1' TO WS-CURRENT-PARAGRAPH.
071600     MOVE 'CLEAN' TO WS-OUTCOME-CODE.
071700 XXXX-PARA1-EXIT.
071800     EXIT.
071900
072000 XXXX-PARA2.
072100     MOVE 'XXXX-PARA2' TO WS-CURRENT-PARAGRAPH.
072200     MOVE 'ERROR' TO WS-OUTCOME-CODE.
072300 XXXX-PARA2-EXIT.
072400     EXIT.
072500
072600 XXXX-PARA4.
072700     MOVE 'XXXX-PARA4' TO WS-CURRENT-PARAGRAPH.
072800     MOVE 'ERROR34' TO WS-OUTCOME-CODE.
072900 XXXX-PARA4-EXIT.
073000     EXIT.
073100
073200 XXXX-PARA6.
073300     MOVE 'XXXX-PARA6' TO WS-CURRENT-PARAGRAPH.
073400     MOVE 'HOLD' TO WS-OUTCOME-CODE.
073500 XXXX-PARA6-EXIT.
073600     EXIT.
073700
073800 XXXX-PARA7.
073900     MOVE 'XXXX-PARA7' TO WS-CURRENT-PARAGRAPH.
074000     MOVE 'PROBOK' TO WS-OUTCOME-CODE.
074100 XXXX-PARA7-EXIT.
074200     EXIT.
074300
074400 XXXX-PARA8.
074500     MOVE 'XXXX-PARA8' TO WS-CURRENT-PARAGRAPH.
074600     MOVE 'WAIVED' TO WS-OUTCOME-CODE.
074700 XXXX-PARA8-EXIT.
074800     EXIT.
074900
075000*    THE OVERRIDE RECORD IS STILL IN THE FD AREA FROM 2230.
075100 XXXX-PARA9.
075200     MOVE 'XXXX-PARA9' TO WS-CURRENT-PARAGRAPH.
075300     MOVE OVR-OUTCOME-CODE TO WS-OUTCOME-CODE.
075400     MOVE OVR-USER-ID TO WS-OVERRIDE-USER-ID.
075500 XXXX-PARA9-EXIT.
075600     EXIT.
075700
075800 XXXX-PARA10.
075900     MOVE 'XXXX-PARA10' TO WS-CURRENT-PARAGRAPH.
076000     MOVE 'INACTV' TO WS-OUTCOME-CODE.
076100 XXXX-PARA10-EXIT.
076200     EXIT.
076300
076400*****************************************************************
076500*    8000-TERMINATE  -  PER-PROGRAM DELTA SUMMARY, SIMULATED     *
076600*    OUTCOME DISTRIBUTION, CLOSE.                                *
076700*****************************************************************
076800 8000-TERMINATE.
076900     PERFORM 8100-WRITE-PROGRAM-DELTAS THRU 8100-EXIT.
077000     PERFORM 8200-WRITE-OUTCOME-TOTALS THRU 8200-EXIT.
077100     CLOSE STUDENT-MASTER.
077200     CLOSE OUTCOME-HISTORY.
077300     IF WS-OVERRIDES-ACTIVE
077400         CLOSE OVERRIDE-FILE
077500     END-IF.
077600     CLOSE SIMULATION-REPORT.
077700     DISPLAY 'SIMRULES - STUDENTS SIMULATED   = '
077800         WS-STUDENTS-READ.
077900     DISPLAY 'SIMRULES - OUTCOMES THAT MOVE   = '
078000         WS-STUDENTS-LISTED.
078100 8000-EXIT.
078200     EXIT.
078300
078400 8100-WRITE-PROGRAM-DELTAS.
078500     MOVE SPACES TO SMR-REPORT-LINE.
078600     WRITE SMR-REPORT-LINE.
078700     MOVE SPACES TO SMR-REPORT-LINE.
078800     MOVE 'OUTCOME MOVEMENT BY ACADEMIC PROGRAM'
078900         TO SMR-REPORT-LINE(1:36).
079000     WRITE SMR-REPORT-LINE.
079100     MOVE SPACES TO SMR-REPORT-LINE.
079200     MOVE 'PGM' TO SMR-REPORT-LINE(1:3).
079300     MOVE '   EVAL' TO SMR-REPORT-LINE(5:7).
079400     MOVE '   SAME' TO SMR-REPORT-LINE(13:7).
079500     MOVE 'TO-ERR ' TO SMR-REPORT-LINE(21:7).
079600     MOVE 'TO-E34 ' TO SMR-REPORT-LINE(29:7).
079700     MOVE 'TO-CLN ' TO SMR-REPORT-LINE(37:7).
079800     MOVE '  OTHER' TO SMR-REPORT-LINE(45:7).
079900     MOVE ' NOHIST' TO SMR-REPORT-LINE(53:7).
080000     WRITE SMR-REPORT-LINE.
080100     MOVE ZERO TO WS-PGM-SUB.
080200     PERFORM 8110-WRITE-ONE-PROGRAM-LINE THRU 8110-EXIT
080300         UNTIL WS-PGM-SUB >= WS-PGM-ENTRY-COUNT.
080400     MOVE SPACES TO SMR-REPORT-LINE.
080500     MOVE '***' TO SMR-REPORT-LINE(1:3).
080600     MOVE WS-DFLT-EVAL-COUNT TO WS-EDIT-COUNT.
080700     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(5:7).
080800     MOVE WS-DFLT-SAME-COUNT TO WS-EDIT-COUNT.
080900     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(13:7).
081000     MOVE WS-DFLT-TO-ERROR-COUNT TO WS-EDIT-COUNT.
081100     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(21:7).
081200     MOVE WS-DFLT-TO-ERROR34-COUNT TO WS-EDIT-COUNT.
081300     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(29:7).
081400     MOVE WS-DFLT-TO-CLEAN-COUNT TO WS-EDIT-COUNT.
081500     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(37:7).
081600     MOVE WS-DFLT-OTHER-COUNT TO WS-EDIT-COUNT.
081700     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(45:7).
081800     MOVE WS-DFLT-NOHIST-COUNT TO WS-EDIT-COUNT.
081900     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(53:7).
082000     WRITE SMR-REPORT-LINE.
082100     MOVE SPACES TO SMR-REPORT-LINE.
082200     MOVE '*** = NO PROGRAM ASSIGNED - PROPOSED CTL DEFAULTS'
082300         TO SMR-REPORT-LINE(1:50).
082400     WRITE SMR-REPORT-LINE.
082500     MOVE SPACES TO SMR-REPORT-LINE.
082600     MOVE 'TO-ERR/TO-E34 = PASSING TODAY (CLEAN/PROBOK/WAIVED),'
082700         TO SMR-REPORT-LINE(1:53).
082800     MOVE ' FAILS' TO SMR-REPORT-LINE(54:6).
082900     WRITE SMR-REPORT-LINE.
083000     MOVE SPACES TO SMR-REPORT-LINE.
083100     MOVE 'TO-CLN = ERROR/ERROR34 TODAY, PASSES UNDER THE RULES'
083200         TO SMR-REPORT-LINE(1:52).
083300     WRITE SMR-REPORT-LINE.
083400 8100-EXIT.
083500     EXIT.
083600
083700 8110-WRITE-ONE-PROGRAM-LINE.
083800     ADD 1 TO WS-PGM-SUB.
083900     MOVE SPACES TO SMR-REPORT-LINE.
084000     MOVE WS-PGM-CODE (WS-PGM-SUB) TO SMR-REPORT-LINE(1:3).
084100     MOVE WS-PGM-EVAL-COUNT (WS-PGM-SUB) TO WS-EDIT-COUNT.
084200     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(5:7).
084300     MOVE WS-PGM-SAME-COUNT (WS-PGM-SUB) TO WS-EDIT-COUNT.
084400     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(13:7).
084500     MOVE WS-PGM-TO-ERROR-COUNT (WS-PGM-SUB) TO WS-EDIT-COUNT.
084600     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(21:7).
084700     MOVE WS-PGM-TO-ERROR34-COUNT (WS-PGM-SUB) TO WS-EDIT-COUNT.
084800     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(29:7).
084900     MOVE WS-PGM-TO-CLEAN-COUNT (WS-PGM-SUB) TO WS-EDIT-COUNT.
085000     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(37:7).
085100     MOVE WS-PGM-OTHER-COUNT (WS-PGM-SUB) TO WS-EDIT-COUNT.
085200     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(45:7).
085300     MOVE WS-PGM-NOHIST-COUNT (WS-PGM-SUB) TO WS-EDIT-COUNT.
085400     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(53:7).
085500     WRITE SMR-REPORT-LINE.
085600 8110-EXIT.
085700     EXIT.
085800
085900 8200-WRITE-OUTCOME-TOTALS.
086000     MOVE SPACES TO SMR-REPORT-LINE.
086100     WRITE SMR-REPORT-LINE.
086200     MOVE SPACES TO SMR-REPORT-LINE.
086300     MOVE 'SIMULATED OUTCOME DISTRIBUTION'
086400         TO SMR-REPORT-LINE(1:30).
086500     WRITE SMR-REPORT-LINE.
086600     MOVE SPACES TO SMR-REPORT-LINE.
086700     MOVE '  CLEAN' TO SMR-REPORT-LINE(5:7).
086800     MOVE '  ERROR' TO SMR-REPORT-LINE(13:7).
086900     MOVE 'ERROR34' TO SMR-REPORT-LINE(21:7).
087000     MOVE '   HOLD' TO SMR-REPORT-LINE(29:7).
087100     MOVE ' PROBOK' TO SMR-REPORT-LINE(37:7).
087200     MOVE ' WAIVED' TO SMR-REPORT-LINE(45:7).
087300     MOVE 'OVRRIDE' TO SMR-REPORT-LINE(53:7).
087400     MOVE ' INACTV' TO SMR-REPORT-LINE(61:7).
087500     WRITE SMR-REPORT-LINE.
087600     MOVE SPACES TO SMR-REPORT-LINE.
087700     MOVE 'ALL' TO SMR-REPORT-LINE(1:3).
087800     MOVE WS-SIM-CLEAN-COUNT TO WS-EDIT-COUNT.
087900     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(5:7).
088000     MOVE WS-SIM-ERROR-COUNT TO WS-EDIT-COUNT.
088100     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(13:7).
088200     MOVE WS-SIM-ERROR34-COUNT TO WS-EDIT-COUNT.
088300     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(21:7).
088400     MOVE WS-SIM-HOLD-COUNT TO WS-EDIT-COUNT.
088500     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(29:7).
088600     MOVE WS-SIM-PROBOK-COUNT TO WS-EDIT-COUNT.
088700     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(37:7).
088800     MOVE WS-SIM-WAIVED-COUNT TO WS-EDIT-COUNT.
088900     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(45:7).
089000     MOVE WS-SIM-OVRRIDE-COUNT TO WS-EDIT-COUNT.
089100     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(53:7).
089200     MOVE WS-SIM-INACTIVE-COUNT TO WS-EDIT-COUNT.
089300     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(61:7).
089400     WRITE SMR-REPORT-LINE.
089500     MOVE SPACES TO SMR-REPORT-LINE.
089600     WRITE SMR-REPORT-LINE.
089700     MOVE SPACES TO SMR-REPORT-LINE.
089800     MOVE 'STUDENTS SIMULATED...' TO SMR-REPORT-LINE(1:25).
089900     MOVE WS-STUDENTS-READ TO WS-EDIT-COUNT.
090000     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(27:7).
090100     WRITE SMR-REPORT-LINE.
090200     MOVE SPACES TO SMR-REPORT-LINE.
090300     MOVE 'OUTCOMES THAT MOVE...' TO SMR-REPORT-LINE(1:25).
090400     MOVE WS-STUDENTS-LISTED TO WS-EDIT-COUNT.
090500     MOVE WS-EDIT-COUNT TO SMR-REPORT-LINE(27:7).
090600     WRITE SMR-REPORT-LINE.
090700 8200-EXIT.
090800     EXIT.
