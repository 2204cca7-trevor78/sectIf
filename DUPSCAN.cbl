000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DUPSCAN.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       DUPSCAN                                       *
001000*    PURPOSE        PROBABLE-DUPLICATE STUDENT SCAN.  EVERY      *
001100*                   MASTER RECORD IS MATCHED TO ITS ENROLLMENT   *
001200*                   DETAIL (BOTH IN STUDENT-ID ORDER) AND        *
001300*                   SORTED BY NAME AND ACADEMIC PROGRAM.  EACH   *
001400*                   PAIR OF IDS SHARING THE SAME SM-STUDENT-     *
001500*                   NAME AND PROGRAM IS LISTED WITH THE COUNT    *
001600*                   OF COURSES THEIR DETAIL HAS IN COMMON -      *
001700*                   PROBABLE WHEN THE DETAIL OVERLAPS,           *
001800*                   POSSIBLE WHEN IT DOES NOT (A NEWLY CREATED   *
001900*                   DUPLICATE OFTEN HAS NO DETAIL YET).          *
002000*                   CONFIRMED DUPLICATES ARE MERGED BY           *
002100*                   STUMERGE.  READ-ONLY - MAY RUN AT ANY TIME   *
002200*                   OF DAY.                                      *
002300*                                                                *
002400*    MODIFICATION HISTORY                                        *
002500*    ----------------------------------------------------------- *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    10/15/26   JRT   ORIGINAL                                   *
002800*                                                                *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS SM-STUDENT-ID
004100         FILE STATUS IS WS-STUDMSTR-STATUS.
004200     SELECT ENROLLMENT-DETAIL ASSIGN TO ENRLDTL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ENRLDTL-STATUS.
004500     SELECT DUPLICATE-REPORT ASSIGN TO DUPRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-DUPRPT-STATUS.
004800     SELECT DUPLICATE-SORT-FILE ASSIGN TO SORTWK01.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  STUDENT-MASTER
005300     LABEL RECORDS ARE STANDARD.
005400     COPY STUDCREC.
005500
005600 FD  ENROLLMENT-DETAIL
005700     LABEL RECORDS ARE STANDARD.
005800     COPY ENRREC.
005900
006000 FD  DUPLICATE-REPORT
006100     LABEL RECORDS ARE STANDARD.
006200 01  DUP-REPORT-LINE                      PIC X(80).
006300
006400 SD  DUPLICATE-SORT-FILE.
006500 01  SRT-DUPLICATE-RECORD.
006600     05  SRT-STUDENT-NAME                 PIC X(30).
006700     05  SRT-PROGRAM-CD                   PIC X(03).
006800     05  SRT-STUDENT-ID                   PIC X(09).
006900     05  SRT-COURSE-COUNT                 PIC 9(02).
007000     05  SRT-COURSE-ID OCCURS 20 TIMES    PIC X(08).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-FILE-STATUSES.
007400     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
007500         88  WS-STUDMSTR-OK           VALUE '00'.
007600         88  WS-STUDMSTR-EOF          VALUE '10'.
007700     05  WS-ENRLDTL-STATUS            PIC X(02) VALUE SPACES.
007800         88  WS-ENRLDTL-OK            VALUE '00'.
007900         88  WS-ENRLDTL-EOF           VALUE '10'.
008000     05  WS-DUPRPT-STATUS             PIC X(02) VALUE SPACES.
008100         88  WS-DUPRPT-OK             VALUE '00'.
008200
008300 77  WS-SORT-EOF-SWITCH               PIC X(01) VALUE 'N'.
008400     88  WS-END-OF-SORT               VALUE 'Y'.
008500 77  WS-COURSE-MATCH-SWITCH           PIC X(01) VALUE 'N'.
008600     88  WS-COURSE-MATCHED            VALUE 'Y'.
008700 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
008800 77  WS-GROUP-NAME                    PIC X(30) VALUE SPACES.
008900 77  WS-GROUP-PROGRAM                 PIC X(03) VALUE SPACES.
009000 77  WS-MASTERS-READ                  PIC 9(07) VALUE ZERO.
009100 77  WS-NAMELESS-SKIPPED              PIC 9(07) VALUE ZERO.
009200 77  WS-DETAIL-READ                   PIC 9(09) VALUE ZERO.
009300 77  WS-DETAIL-NOT-KEPT               PIC 9(07) VALUE ZERO.
009400 77  WS-GROUPS-FOUND                  PIC 9(07) VALUE ZERO.
009500 77  WS-PROBABLE-PAIRS                PIC 9(07) VALUE ZERO.
009600 77  WS-POSSIBLE-PAIRS                PIC 9(07) VALUE ZERO.
009700 77  WS-MEMBERS-NOT-COMPARED          PIC 9(07) VALUE ZERO.
009800 77  WS-SHARED-COURSES                PIC 9(02) VALUE ZERO.
009900 77  WS-GRP-COUNT                     PIC 9(02) COMP VALUE ZERO.
010000 77  WS-FIRST-SUB                     PIC 9(02) COMP VALUE ZERO.
010100 77  WS-SECOND-SUB                    PIC 9(02) COMP VALUE ZERO.
010200 77  WS-FIRST-COURSE-SUB              PIC 9(02) COMP VALUE ZERO.
010300 77  WS-SECOND-COURSE-SUB             PIC 9(02) COMP VALUE ZERO.
010400 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
010500 77  WS-EDIT-SHARED                   PIC Z9.
010600
010700*    THE STUDENTS SHARING ONE NAME AND PROGRAM, WITH THE FIRST
010800*    20 COURSES OF EACH ONE'S ENROLLMENT DETAIL.
010900 01  WS-GROUP-TABLE.
011000     05  WS-GRP-ENTRY OCCURS 50 TIMES.
011100         10  WS-GRP-STUDENT-ID        PIC X(09).
011200         10  WS-GRP-COURSE-COUNT      PIC 9(02).
011300         10  WS-GRP-COURSE-ID OCCURS 20 TIMES
011400                                      PIC X(08).
011500
011600 01  WS-DUP-HEADING-LINE              PIC X(50) VALUE
011700     'DUPSCAN PROBABLE DUPLICATE STUDENT REPORT'.
011800 01  WS-DUP-COLUMN-LINE               PIC X(80) VALUE
011900     'STUDENT NAME                   PGM  FIRST ID   SECOND ID SHA
012000-    'RED  RATING'.
012100
012200 PROCEDURE DIVISION.
012300
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     SORT DUPLICATE-SORT-FILE
012700         ON ASCENDING KEY SRT-STUDENT-NAME
012800                          SRT-PROGRAM-CD
012900                          SRT-STUDENT-ID
013000         INPUT PROCEDURE IS 2000-GATHER-STUDENTS
013100             THRU 2000-EXIT
013200         OUTPUT PROCEDURE IS 3000-LIST-DUPLICATES
013300             THRU 3000-EXIT.
013400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
013500     MOVE 0000 TO RETURN-CODE.
013600     STOP RUN.
013700
013800 1000-INITIALIZE.
013900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014000     OPEN INPUT STUDENT-MASTER.
014100     IF NOT WS-STUDMSTR-OK
014200         DISPLAY 'DUPSCAN - STUDMSTR OPEN FAILED, STATUS = '
014300             WS-STUDMSTR-STATUS
014400         MOVE 0016 TO RETURN-CODE
014500         STOP RUN
014600     END-IF.
014700     OPEN INPUT ENROLLMENT-DETAIL.
014800     IF NOT WS-ENRLDTL-OK
014900         DISPLAY 'DUPSCAN - ENRLDTL OPEN FAILED, STATUS = '
015000             WS-ENRLDTL-STATUS
015100         MOVE 0016 TO RETURN-CODE
015200         STOP RUN
015300     END-IF.
015400     OPEN OUTPUT DUPLICATE-REPORT.
015500     IF NOT WS-DUPRPT-OK
015600         DISPLAY 'DUPSCAN - DUPRPT OPEN FAILED, STATUS = '
015700             WS-DUPRPT-STATUS
015800         MOVE 0016 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     MOVE SPACES TO DUP-REPORT-LINE.
016200     MOVE WS-DUP-HEADING-LINE TO DUP-REPORT-LINE.
016300     MOVE WS-CURRENT-DATE TO DUP-REPORT-LINE(52:8).
016400     WRITE DUP-REPORT-LINE.
016500     MOVE SPACES TO DUP-REPORT-LINE.
016600     WRITE DUP-REPORT-LINE.
016700     MOVE WS-DUP-COLUMN-LINE TO DUP-REPORT-LINE.
016800     WRITE DUP-REPORT-LINE.
016900 1000-EXIT.
017000     EXIT.
017100
017200*****************************************************************
017300*    2000-GATHER-STUDENTS  -  SORT INPUT.  THE MASTER AND THE    *
017400*    ENROLLMENT DETAIL ARE BOTH IN STUDENT-ID ORDER, SO EACH     *
017500*    STUDENT'S COURSES ARE PICKED UP IN ONE MATCHED PASS.        *
017600*    DETAIL FOR AN ID NOT ON THE MASTER IS PASSED OVER.          *
017700*****************************************************************
017800 2000-GATHER-STUDENTS.
017900     PERFORM 2200-READ-DETAIL THRU 2200-EXIT.
018000     PERFORM 2100-GATHER-ONE-STUDENT THRU 2100-EXIT
018100         UNTIL WS-STUDMSTR-EOF.
018200     CLOSE STUDENT-MASTER.
018300     CLOSE ENROLLMENT-DETAIL.
018400 2000-EXIT.
018500     EXIT.
018600
018700 2100-GATHER-ONE-STUDENT.
018800     READ STUDENT-MASTER
018900         AT END
019000             MOVE '10' TO WS-STUDMSTR-STATUS
019100             GO TO 2100-EXIT
019200     END-READ.
019300     ADD 1 TO WS-MASTERS-READ.
019400     MOVE SPACES TO SRT-DUPLICATE-RECORD.
019500     MOVE SM-STUDENT-NAME TO SRT-STUDENT-NAME.
019600     MOVE SM-ACADEMIC-PROGRAM-CD TO SRT-PROGRAM-CD.
019700     MOVE SM-STUDENT-ID TO SRT-STUDENT-ID.
019800     MOVE ZERO TO SRT-COURSE-COUNT.
019900     PERFORM 2300-SKIP-ONE-ORPHAN THRU 2300-EXIT
020000         UNTIL WS-ENRLDTL-EOF
020100             OR ENR-STUDENT-ID NOT < SM-STUDENT-ID.
020200     PERFORM 2400-KEEP-ONE-COURSE THRU 2400-EXIT
020300         UNTIL WS-ENRLDTL-EOF
020400             OR ENR-STUDENT-ID NOT = SM-STUDENT-ID.
020500     IF SM-STUDENT-NAME = SPACES
020600         ADD 1 TO WS-NAMELESS-SKIPPED
020700         GO TO 2100-EXIT.
020800     RELEASE SRT-DUPLICATE-RECORD.
020900 2100-EXIT.
021000     EXIT.
021100
021200 2200-READ-DETAIL.
021300     READ ENROLLMENT-DETAIL
021400         AT END
021500             MOVE '10' TO WS-ENRLDTL-STATUS
021600         NOT AT END
021700             ADD 1 TO WS-DETAIL-READ
021800     END-READ.
021900 2200-EXIT.
022000     EXIT.
022100
022200 2300-SKIP-ONE-ORPHAN.
022300     ADD 1 TO WS-DETAIL-NOT-KEPT.
022400     PERFORM 2200-READ-DETAIL THRU 2200-EXIT.
022500 2300-EXIT.
022600     EXIT.
022700
022800*    ONLY THE FIRST 20 COURSES ARE KEPT - PLENTY TO SHOW AN
022900*    OVERLAP; THE REST ARE COUNTED AND PASSED OVER.
023000 2400-KEEP-ONE-COURSE.
023100     IF SRT-COURSE-COUNT < 20
023200         ADD 1 TO SRT-COURSE-COUNT
023300         MOVE ENR-COURSE-ID TO SRT-COURSE-ID (SRT-COURSE-COUNT)
023400     ELSE
023500         ADD 1 TO WS-DETAIL-NOT-KEPT
023600     END-IF.
023700     PERFORM 2200-READ-DETAIL THRU 2200-EXIT.
023800 2400-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200*    3000-LIST-DUPLICATES  -  SORT OUTPUT.  STUDENTS ARE         *
024300*    GATHERED INTO GROUPS OF ONE NAME AND PROGRAM; EVERY PAIR    *
024400*    IN A GROUP OF TWO OR MORE IS LISTED.                        *
024500*****************************************************************
024600 3000-LIST-DUPLICATES.
024700     PERFORM 3100-RETURN-ONE-STUDENT THRU 3100-EXIT.
024800     PERFORM 3200-GROUP-ONE-STUDENT THRU 3200-EXIT
024900         UNTIL WS-END-OF-SORT.
025000     PERFORM 3300-CHECK-GROUP THRU 3300-EXIT.
025100 3000-EXIT.
025200     EXIT.
025300
025400 3100-RETURN-ONE-STUDENT.
025500     RETURN DUPLICATE-SORT-FILE
025600         AT END
025700             MOVE 'Y' TO WS-SORT-EOF-SWITCH
025800     END-RETURN.
025900 3100-EXIT.
026000     EXIT.
026100
026200 3200-GROUP-ONE-STUDENT.
026300     IF SRT-STUDENT-NAME NOT = WS-GROUP-NAME
026400             OR SRT-PROGRAM-CD NOT = WS-GROUP-PROGRAM
026500         PERFORM 3300-CHECK-GROUP THRU 3300-EXIT
026600         MOVE SRT-STUDENT-NAME TO WS-GROUP-NAME
026700         MOVE SRT-PROGRAM-CD TO WS-GROUP-PROGRAM
026800         MOVE ZERO TO WS-GRP-COUNT
026900     END-IF.
027000     IF WS-GRP-COUNT < 50
027100         ADD 1 TO WS-GRP-COUNT
027200         MOVE SRT-STUDENT-ID TO WS-GRP-STUDENT-ID (WS-GRP-COUNT)
027300         MOVE SRT-COURSE-COUNT
027400             TO WS-GRP-COURSE-COUNT (WS-GRP-COUNT)
027500         MOVE ZERO TO WS-FIRST-COURSE-SUB
027600         PERFORM 3210-COPY-ONE-COURSE THRU 3210-EXIT
027700             UNTIL WS-FIRST-COURSE-SUB >= SRT-COURSE-COUNT
027800     ELSE
027900         ADD 1 TO WS-MEMBERS-NOT-COMPARED
028000     END-IF.
028100     PERFORM 3100-RETURN-ONE-STUDENT THRU 3100-EXIT.
028200 3200-EXIT.
028300     EXIT.
028400
028500 3210-COPY-ONE-COURSE.
028600     ADD 1 TO WS-FIRST-COURSE-SUB.
028700     MOVE SRT-COURSE-ID (WS-FIRST-COURSE-SUB)
028800         TO WS-GRP-COURSE-ID (WS-GRP-COUNT, WS-FIRST-COURSE-SUB).
028900 3210-EXIT.
029000     EXIT.
029100
029200 3300-CHECK-GROUP.
029300     IF WS-GRP-COUNT < 2
029400         GO TO 3300-EXIT.
029500     ADD 1 TO WS-GROUPS-FOUND.
029600     MOVE ZERO TO WS-FIRST-SUB.
029700     PERFORM 3400-PAIR-ONE-MEMBER THRU 3400-EXIT
029800         UNTIL WS-FIRST-SUB >= WS-GRP-COUNT - 1.
029900 3300-EXIT.
030000     EXIT.
030100
030200 3400-PAIR-ONE-MEMBER.
030300     ADD 1 TO WS-FIRST-SUB.
030400     MOVE WS-FIRST-SUB TO WS-SECOND-SUB.
030500     PERFORM 3500-COMPARE-ONE-PAIR THRU 3500-EXIT
030600         UNTIL WS-SECOND-SUB >= WS-GRP-COUNT.
030700 3400-EXIT.
030800     EXIT.
030900
031000 3500-COMPARE-ONE-PAIR.
031100     ADD 1 TO WS-SECOND-SUB.
031200     MOVE ZERO TO WS-SHARED-COURSES.
031300     MOVE ZERO TO WS-FIRST-COURSE-SUB.
031400     PERFORM 3600-MATCH-ONE-COURSE THRU 3600-EXIT
031500         UNTIL WS-FIRST-COURSE-SUB
031600             >= WS-GRP-COURSE-COUNT (WS-FIRST-SUB).
031700     MOVE SPACES TO DUP-REPORT-LINE.
031800     MOVE WS-GROUP-NAME TO DUP-REPORT-LINE(1:30).
031900     MOVE WS-GROUP-PROGRAM TO DUP-REPORT-LINE(32:3).
032000     MOVE WS-GRP-STUDENT-ID (WS-FIRST-SUB)
032100         TO DUP-REPORT-LINE(37:9).
032200     MOVE WS-GRP-STUDENT-ID (WS-SECOND-SUB)
032300         TO DUP-REPORT-LINE(48:9).
032400     MOVE WS-SHARED-COURSES TO WS-EDIT-SHARED.
032500     MOVE WS-EDIT-SHARED TO DUP-REPORT-LINE(62:2).
032600     IF WS-SHARED-COURSES > ZERO
032700         MOVE 'PROBABLE' TO DUP-REPORT-LINE(66:8)
032800         ADD 1 TO WS-PROBABLE-PAIRS
032900     ELSE
033000         MOVE 'POSSIBLE' TO DUP-REPORT-LINE(66:8)
033100         ADD 1 TO WS-POSSIBLE-PAIRS
033200     END-IF.
033300     WRITE DUP-REPORT-LINE.
033400 3500-EXIT.
033500     EXIT.
033600
033700 3600-MATCH-ONE-COURSE.
033800     ADD 1 TO WS-FIRST-COURSE-SUB.
033900     MOVE 'N' TO WS-COURSE-MATCH-SWITCH.
034000     MOVE ZERO TO WS-SECOND-COURSE-SUB.
034100     PERFORM 3610-TEST-ONE-COURSE THRU 3610-EXIT
034200         UNTIL WS-SECOND-COURSE-SUB
034300             >= WS-GRP-COURSE-COUNT (WS-SECOND-SUB)
034400             OR WS-COURSE-MATCHED.
034500     IF WS-COURSE-MATCHED
034600         ADD 1 TO WS-SHARED-COURSES
034700     END-IF.
034800 3600-EXIT.
034900     EXIT.
035000
035100 3610-TEST-ONE-COURSE.
035200     ADD 1 TO WS-SECOND-COURSE-SUB.
035300     IF WS-GRP-COURSE-ID (WS-FIRST-SUB, WS-FIRST-COURSE-SUB)
035400             = WS-GRP-COURSE-ID (WS-SECOND-SUB,
035500                                 WS-SECOND-COURSE-SUB)
035600         MOVE 'Y' TO WS-COURSE-MATCH-SWITCH
035700     END-IF.
035800 3610-EXIT.
035900     EXIT.
036000
036100 8000-TERMINATE.
036200     MOVE SPACES TO DUP-REPORT-LINE.
036300     WRITE DUP-REPORT-LINE.
036400     MOVE SPACES TO DUP-REPORT-LINE.
036500     MOVE 'STUDENTS SCANNED.....' TO DUP-REPORT-LINE(1:25).
036600     MOVE WS-MASTERS-READ TO WS-EDIT-COUNT.
036700     MOVE WS-EDIT-COUNT TO DUP-REPORT-LINE(27:7).
036800     WRITE DUP-REPORT-LINE.
036900     MOVE SPACES TO DUP-REPORT-LINE.
037000     MOVE '  NO NAME, SKIPPED...' TO DUP-REPORT-LINE(1:25).
037100     MOVE WS-NAMELESS-SKIPPED TO WS-EDIT-COUNT.
037200     MOVE WS-EDIT-COUNT TO DUP-REPORT-LINE(27:7).
037300     WRITE DUP-REPORT-LINE.
037400     MOVE SPACES TO DUP-REPORT-LINE.
037500     MOVE 'DETAIL ROWS..........' TO DUP-REPORT-LINE(1:25).
037600     MOVE WS-DETAIL-READ TO WS-EDIT-COUNT.
037700     MOVE WS-EDIT-COUNT TO DUP-REPORT-LINE(27:7).
037800     WRITE DUP-REPORT-LINE.
037900     MOVE SPACES TO DUP-REPORT-LINE.
038000     MOVE '  NOT COMPARED.......' TO DUP-REPORT-LINE(1:25).
038100     MOVE WS-DETAIL-NOT-KEPT TO WS-EDIT-COUNT.
038200     MOVE WS-EDIT-COUNT TO DUP-REPORT-LINE(27:7).
038300     WRITE DUP-REPORT-LINE.
038400     MOVE SPACES TO DUP-REPORT-LINE.
038500     MOVE 'NAME/PROGRAM GROUPS..' TO DUP-REPORT-LINE(1:25).
038600     MOVE WS-GROUPS-FOUND TO WS-EDIT-COUNT.
038700     MOVE WS-EDIT-COUNT TO DUP-REPORT-LINE(27:7).
038800     WRITE DUP-REPORT-LINE.
038900     MOVE SPACES TO DUP-REPORT-LINE.
039000     MOVE 'PROBABLE PAIRS.......' TO DUP-REPORT-LINE(1:25).
039100     MOVE WS-PROBABLE-PAIRS TO WS-EDIT-COUNT.
039200     MOVE WS-EDIT-COUNT TO DUP-REPORT-LINE(27:7).
039300     WRITE DUP-REPORT-LINE.
039400     MOVE SPACES TO DUP-REPORT-LINE.
039500     MOVE 'POSSIBLE PAIRS.......' TO DUP-REPORT-LINE(1:25).
039600     MOVE WS-POSSIBLE-PAIRS TO WS-EDIT-COUNT.
039700     MOVE WS-EDIT-COUNT TO DUP-REPORT-LINE(27:7).
039800     WRITE DUP-REPORT-LINE.
039900     MOVE SPACES TO DUP-REPORT-LINE.
040000     MOVE 'GROUP OVERFLOW.......' TO DUP-REPORT-LINE(1:25).
040100     MOVE WS-MEMBERS-NOT-COMPARED TO WS-EDIT-COUNT.
040200     MOVE WS-EDIT-COUNT TO DUP-REPORT-LINE(27:7).
040300     WRITE DUP-REPORT-LINE.
040400     CLOSE DUPLICATE-REPORT.
040500     DISPLAY 'DUPSCAN - STUDENTS SCANNED = ' WS-MASTERS-READ.
040600     DISPLAY 'DUPSCAN - PROBABLE PAIRS   = ' WS-PROBABLE-PAIRS.
040700     DISPLAY 'DUPSCAN - POSSIBLE PAIRS   = ' WS-POSSIBLE-PAIRS.
040800 8000-EXIT.
040900     EXIT.
