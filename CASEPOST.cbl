000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASEPOST.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       CASEPOST                                      *
001000*    PURPOSE        OPENS AND CLOSES ADVISING CASES OFF EACH     *
001100*                   NIGHT'S ELIGIBILITY EXTRACT.  THE FIRST      *
001200*                   NIGHT A STUDENT COMES OUT ERROR (XXXX-       *
001300*                   PARA2) OR ERROR34 (XXXX-PARA4) A CASE IS     *
001400*                   OPENED ON THE CASE FILE UNDER THE            *
001500*                   STUDENT'S ACADEMIC PROGRAM; THE NIGHT THE    *
001600*                   STUDENT COMES BACK CLEAN, PROBOK OR WAIVED   *
001700*                   THE CASE IS CLOSED.  HOLD AND INACTV LEAVE   *
001800*                   THE CASE AS IT IS.  A RECORD WHOSE           *
001900*                   DECISION DATE IS NOT NEWER THAN THE LAST     *
002000*                   ONE POSTED TO THE CASE (A RERUN, OR A        *
002100*                   CARRIED-FORWARD EXTRACT RECORD) CHANGES      *
002200*                   NOTHING.  RUNS AFTER HISTPOST HAS PROVED     *
002300*                   THE EXTRACT.                                 *
002400*                                                                *
002500*    MODIFICATION HISTORY                                        *
002600*    ----------------------------------------------------------- *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    10/15/26   JRT   ORIGINAL                                   *
002900*                                                                *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-EXTRFILE-STATUS.
004100     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS SM-STUDENT-ID
004500         FILE STATUS IS WS-STUDMSTR-STATUS.
004600     SELECT CASE-FILE ASSIGN TO CASEFILE
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CAS-STUDENT-ID
005000         FILE STATUS IS WS-CASEFILE-STATUS.
005100     SELECT CASE-POST-REPORT ASSIGN TO CASERPT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CASERPT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  EXTRACT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY EXTREC.
006000
006100 FD  STUDENT-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300     COPY STUDCREC.
006400
006500 FD  CASE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CASREC.
006800
006900 FD  CASE-POST-REPORT
007000     LABEL RECORDS ARE STANDARD.
007100 01  CPR-REPORT-LINE                      PIC X(80).
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-FILE-STATUSES.
007500     05  WS-EXTRFILE-STATUS           PIC X(02) VALUE SPACES.
007600         88  WS-EXTRFILE-OK           VALUE '00'.
007700     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
007800         88  WS-STUDMSTR-OK           VALUE '00'.
007900     05  WS-CASEFILE-STATUS           PIC X(02) VALUE SPACES.
008000         88  WS-CASEFILE-OK           VALUE '00'.
008100         88  WS-CASEFILE-NOT-FOUND    VALUE '35'.
008200     05  WS-CASERPT-STATUS            PIC X(02) VALUE SPACES.
008300         88  WS-CASERPT-OK            VALUE '00'.
008400
008500 77  WS-EOF-SWITCH                    PIC X(01) VALUE 'N'.
008600     88  WS-END-OF-EXTRACT            VALUE 'Y'.
008700 77  WS-CASE-FOUND-SWITCH             PIC X(01) VALUE 'N'.
008800     88  WS-CASE-FOUND                VALUE 'Y'.
008900 77  WS-OUTCOME-CLASS                 PIC X(01) VALUE SPACE.
009000     88  WS-OUTCOME-FAILING           VALUE 'F'.
009100     88  WS-OUTCOME-PASSING           VALUE 'P'.
009200     88  WS-OUTCOME-NEUTRAL           VALUE 'N'.
009300 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
009400 77  WS-RECORDS-READ                  PIC 9(07) VALUE ZERO.
009500 77  WS-CASES-OPENED                  PIC 9(07) VALUE ZERO.
009600 77  WS-CASES-REOPENED                PIC 9(07) VALUE ZERO.
009700 77  WS-CASES-CLOSED                  PIC 9(07) VALUE ZERO.
009800 77  WS-CASES-UPDATED                 PIC 9(07) VALUE ZERO.
009900 77  WS-RECORDS-REPOSTED              PIC 9(07) VALUE ZERO.
010000 77  WS-NO-CASE-ACTION                PIC 9(07) VALUE ZERO.
010100 77  WS-NOT-ON-MASTER-COUNT           PIC 9(07) VALUE ZERO.
010200 77  WS-WRITE-ERRORS                  PIC 9(07) VALUE ZERO.
010300 77  WS-ACTION-TEXT                   PIC X(08) VALUE SPACES.
010400 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
010500
010600 01  WS-CPR-HEADING-LINE              PIC X(50) VALUE
010700     'CASEPOST ADVISING CASE OPEN / CLOSE REPORT'.
010800
010900 PROCEDURE DIVISION.
011000
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     PERFORM 2000-POST-ONE-OUTCOME THRU 2000-EXIT
011400         UNTIL WS-END-OF-EXTRACT.
011500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011600     IF WS-WRITE-ERRORS > ZERO
011700         MOVE 0004 TO RETURN-CODE
011800     ELSE
011900         MOVE 0000 TO RETURN-CODE
012000     END-IF.
012100     STOP RUN.
012200
012300*****************************************************************
012400*    1000-INITIALIZE  -  OPEN FILES, CREATING THE CASE FILE ON   *
012500*    THE FIRST-EVER RUN, AND WRITE THE REPORT HEADING            *
012600*****************************************************************
012700 1000-INITIALIZE.
012800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
012900     OPEN INPUT EXTRACT-FILE.
013000     IF NOT WS-EXTRFILE-OK
013100         DISPLAY 'CASEPOST - EXTRFILE OPEN FAILED, STATUS = '
013200             WS-EXTRFILE-STATUS
013300         MOVE 0016 TO RETURN-CODE
013400         STOP RUN
013500     END-IF.
013600     OPEN INPUT STUDENT-MASTER.
013700     IF NOT WS-STUDMSTR-OK
013800         DISPLAY 'CASEPOST - STUDMSTR OPEN FAILED, STATUS = '
013900             WS-STUDMSTR-STATUS
014000         MOVE 0016 TO RETURN-CODE
014100         STOP RUN
014200     END-IF.
014300     OPEN I-O CASE-FILE.
014400     IF WS-CASEFILE-NOT-FOUND
014500         DISPLAY 'CASEPOST - CASE FILE EMPTY, CREATING IT'
014600         OPEN OUTPUT CASE-FILE
014700         CLOSE CASE-FILE
014800         OPEN I-O CASE-FILE
014900     END-IF.
015000     IF NOT WS-CASEFILE-OK
015100         DISPLAY 'CASEPOST - CASEFILE OPEN FAILED, STATUS = '
015200             WS-CASEFILE-STATUS
015300         MOVE 0016 TO RETURN-CODE
015400         STOP RUN
015500     END-IF.
015600     OPEN OUTPUT CASE-POST-REPORT.
015700     IF NOT WS-CASERPT-OK
015800         DISPLAY 'CASEPOST - CASERPT OPEN FAILED, STATUS = '
015900             WS-CASERPT-STATUS
016000         MOVE 0016 TO RETURN-CODE
016100         STOP RUN
016200     END-IF.
016300     MOVE SPACES TO CPR-REPORT-LINE.
016400     MOVE WS-CPR-HEADING-LINE TO CPR-REPORT-LINE.
016500     MOVE WS-CURRENT-DATE TO CPR-REPORT-LINE(52:8).
016600     WRITE CPR-REPORT-LINE.
016700     MOVE SPACES TO CPR-REPORT-LINE.
016800     WRITE CPR-REPORT-LINE.
016900 1000-EXIT.
017000     EXIT.
017100
017200 2000-POST-ONE-OUTCOME.
017300     READ EXTRACT-FILE
017400         AT END
017500             MOVE 'Y' TO WS-EOF-SWITCH
017600         NOT AT END
017700             IF EXH-HEADER-RECORD OR EXL-TRAILER-RECORD
017800                 CONTINUE
017900             ELSE
018000                 ADD 1 TO WS-RECORDS-READ
018100                 PERFORM 2100-POST-TO-CASE THRU 2100-EXIT
018200             END-IF
018300     END-READ.
018400 2000-EXIT.
018500     EXIT.
018600
018700*****************************************************************
018800*    2100-POST-TO-CASE  -  CLASSIFY TONIGHT'S OUTCOME, FETCH     *
018900*    THE STUDENT'S CASE, AND OPEN / REOPEN / CLOSE / CARRY IT.   *
019000*****************************************************************
019100 2100-POST-TO-CASE.
019200     EVALUATE EXT-OUTCOME-CODE
019300         WHEN 'ERROR'
019400         WHEN 'ERROR34'
019500             MOVE 'F' TO WS-OUTCOME-CLASS
019600         WHEN 'CLEAN'
019700         WHEN 'PROBOK'
019800         WHEN 'WAIVED'
019900             MOVE 'P' TO WS-OUTCOME-CLASS
020000         WHEN OTHER
020100             MOVE 'N' TO WS-OUTCOME-CLASS
020200     END-EVALUATE.
020300     MOVE EXT-STUDENT-ID TO CAS-STUDENT-ID.
020400     READ CASE-FILE
020500         INVALID KEY
020600             MOVE 'N' TO WS-CASE-FOUND-SWITCH
020700         NOT INVALID KEY
020800             MOVE 'Y' TO WS-CASE-FOUND-SWITCH
020900     END-READ.
021000     IF NOT WS-CASE-FOUND
021100         IF WS-OUTCOME-FAILING
021200             PERFORM 2200-OPEN-NEW-CASE THRU 2200-EXIT
021300         ELSE
021400             ADD 1 TO WS-NO-CASE-ACTION
021500         END-IF
021600         GO TO 2100-EXIT.
021700*    A RERUN MUST NOT POST THE SAME NIGHT TWICE, AND A
021800*    CARRIED-FORWARD RECORD MUST NOT MOVE THE CASE BACKWARD.
021900     IF EXT-DECISION-DATE NOT > CAS-LAST-DECISION-DATE
022000         ADD 1 TO WS-RECORDS-REPOSTED
022100         GO TO 2100-EXIT.
022200     EVALUATE TRUE
022300         WHEN WS-OUTCOME-FAILING AND CAS-CASE-CLOSED
022400             PERFORM 2300-REOPEN-CASE THRU 2300-EXIT
022500         WHEN WS-OUTCOME-PASSING AND CAS-CASE-ACTIVE
022600             PERFORM 2400-CLOSE-CASE THRU 2400-EXIT
022700         WHEN OTHER
022800             PERFORM 2500-CARRY-CASE THRU 2500-EXIT
022900     END-EVALUATE.
023000 2100-EXIT.
023100     EXIT.
023200
023300*    THE CASE IS FILED UNDER THE PROGRAM THE STUDENT IS IN THE
023400*    NIGHT IT OPENS.  A STUDENT MISSING FROM THE MASTER STILL
023500*    GETS A CASE (PROGRAM BLANK) - ADVISING SHOULD SEE IT.
023600 2200-OPEN-NEW-CASE.
023700     MOVE SPACES TO CAS-ADVISING-CASE-RECORD.
023800     MOVE EXT-STUDENT-ID TO CAS-STUDENT-ID.
023900     MOVE ZERO TO CAS-CASES-OPENED.
024000     PERFORM 2600-START-CASE THRU 2600-EXIT.
024100     WRITE CAS-ADVISING-CASE-RECORD
024200         INVALID KEY
024300             DISPLAY 'CASEPOST - WRITE FAILED FOR STUDENT '
024400                 CAS-STUDENT-ID ' STATUS = ' WS-CASEFILE-STATUS
024500             ADD 1 TO WS-WRITE-ERRORS
024600             GO TO 2200-EXIT
024700     END-WRITE.
024800     ADD 1 TO WS-CASES-OPENED.
024900     MOVE 'OPENED' TO WS-ACTION-TEXT.
025000     PERFORM 2700-WRITE-REPORT-DETAIL THRU 2700-EXIT.
025100 2200-EXIT.
025200     EXIT.
025300
025400*    A STUDENT WHO FAILS AGAIN AFTER A CLOSED CASE STARTS A NEW
025500*    CASE ON THE SAME RECORD - THE OLD ADVISOR, CONTACTS AND
025600*    RESOLUTION BELONG TO THE CASE THAT CLOSED.
025700 2300-REOPEN-CASE.
025800     PERFORM 2600-START-CASE THRU 2600-EXIT.
025900     PERFORM 2800-REWRITE-CASE THRU 2800-EXIT.
026000     ADD 1 TO WS-CASES-REOPENED.
026100     MOVE 'REOPENED' TO WS-ACTION-TEXT.
026200     PERFORM 2700-WRITE-REPORT-DETAIL THRU 2700-EXIT.
026300 2300-EXIT.
026400     EXIT.
026500
026600 2400-CLOSE-CASE.
026700     MOVE 'C' TO CAS-CASE-STATUS.
026800     MOVE EXT-OUTCOME-CODE TO CAS-CLOSE-OUTCOME.
026900     MOVE EXT-DECISION-DATE TO CAS-CLOSE-DATE.
027000     MOVE EXT-OUTCOME-CODE TO CAS-LAST-OUTCOME.
027100     MOVE EXT-DECISION-DATE TO CAS-LAST-DECISION-DATE.
027200     PERFORM 2800-REWRITE-CASE THRU 2800-EXIT.
027300     ADD 1 TO WS-CASES-CLOSED.
027400     MOVE 'CLOSED' TO WS-ACTION-TEXT.
027500     PERFORM 2700-WRITE-REPORT-DETAIL THRU 2700-EXIT.
027600 2400-EXIT.
027700     EXIT.
027800
027900*    STILL FAILING ON AN ACTIVE CASE, HOLD / INACTV, OR PASSING
028000*    ON A CASE ALREADY CLOSED - ONLY THE LAST OUTCOME MOVES.
028100 2500-CARRY-CASE.
028200     MOVE EXT-OUTCOME-CODE TO CAS-LAST-OUTCOME.
028300     MOVE EXT-DECISION-DATE TO CAS-LAST-DECISION-DATE.
028400     PERFORM 2800-REWRITE-CASE THRU 2800-EXIT.
028500     ADD 1 TO WS-CASES-UPDATED.
028600 2500-EXIT.
028700     EXIT.
028800
028900 2600-START-CASE.
029000     MOVE 'O' TO CAS-CASE-STATUS.
029100     MOVE SPACES TO CAS-ACADEMIC-PROGRAM-CD.
029200     MOVE EXT-STUDENT-ID TO SM-STUDENT-ID.
029300     READ STUDENT-MASTER
029400         INVALID KEY
029500             ADD 1 TO WS-NOT-ON-MASTER-COUNT
029600         NOT INVALID KEY
029700             MOVE SM-ACADEMIC-PROGRAM-CD
029800                 TO CAS-ACADEMIC-PROGRAM-CD
029900     END-READ.
030000     MOVE EXT-OUTCOME-CODE TO CAS-OPEN-OUTCOME.
030100     MOVE EXT-DECISION-DATE TO CAS-OPEN-DATE.
030200     MOVE EXT-OUTCOME-CODE TO CAS-LAST-OUTCOME.
030300     MOVE EXT-DECISION-DATE TO CAS-LAST-DECISION-DATE.
030400     MOVE SPACES TO CAS-ADVISOR-ID.
030500     MOVE ZERO TO CAS-ASSIGN-DATE.
030600     MOVE ZERO TO CAS-CONTACT-ATTEMPTS.
030700     MOVE ZERO TO CAS-LAST-CONTACT-DATE.
030800     MOVE SPACES TO CAS-LAST-CONTACT-METHOD.
030900     MOVE SPACES TO CAS-LAST-CONTACT-RESULT.
031000     MOVE SPACES TO CAS-RESOLUTION-CODE.
031100     MOVE ZERO TO CAS-RESOLUTION-DATE.
031200     MOVE SPACES TO CAS-CLOSE-OUTCOME.
031300     MOVE ZERO TO CAS-CLOSE-DATE.
031400     IF CAS-CASES-OPENED NOT NUMERIC
031500         MOVE ZERO TO CAS-CASES-OPENED
031600     END-IF.
031700     IF CAS-CASES-OPENED < 999
031800         ADD 1 TO CAS-CASES-OPENED
031900     END-IF.
032000 2600-EXIT.
032100     EXIT.
032200
032300 2700-WRITE-REPORT-DETAIL.
032400     MOVE SPACES TO CPR-REPORT-LINE.
032500     MOVE CAS-STUDENT-ID TO CPR-REPORT-LINE(1:9).
032600     MOVE WS-ACTION-TEXT TO CPR-REPORT-LINE(12:8).
032700     MOVE 'PROGRAM' TO CPR-REPORT-LINE(22:7).
032800     MOVE CAS-ACADEMIC-PROGRAM-CD TO CPR-REPORT-LINE(30:3).
032900     MOVE 'OUTCOME' TO CPR-REPORT-LINE(35:7).
033000     MOVE EXT-OUTCOME-CODE TO CPR-REPORT-LINE(43:8).
033100     MOVE 'ADVISOR' TO CPR-REPORT-LINE(53:7).
033200     MOVE CAS-ADVISOR-ID TO CPR-REPORT-LINE(61:8).
033300     WRITE CPR-REPORT-LINE.
033400 2700-EXIT.
033500     EXIT.
033600
033700 2800-REWRITE-CASE.
033800     REWRITE CAS-ADVISING-CASE-RECORD
033900         INVALID KEY
034000             DISPLAY 'CASEPOST - REWRITE FAILED FOR STUDENT '
034100                 CAS-STUDENT-ID ' STATUS = ' WS-CASEFILE-STATUS
034200             ADD 1 TO WS-WRITE-ERRORS
034300     END-REWRITE.
034400 2800-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*    8000-TERMINATE  -  REPORT SUMMARY COUNTS, CLOSE FILES       *
034900*****************************************************************
035000 8000-TERMINATE.
035100     MOVE SPACES TO CPR-REPORT-LINE.
035200     WRITE CPR-REPORT-LINE.
035300     MOVE SPACES TO CPR-REPORT-LINE.
035400     MOVE 'EXTRACT RECORDS READ.' TO CPR-REPORT-LINE(1:25).
035500     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
035600     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
035700     WRITE CPR-REPORT-LINE.
035800     MOVE SPACES TO CPR-REPORT-LINE.
035900     MOVE 'CASES OPENED.........' TO CPR-REPORT-LINE(1:25).
036000     MOVE WS-CASES-OPENED TO WS-EDIT-COUNT.
036100     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
036200     WRITE CPR-REPORT-LINE.
036300     MOVE SPACES TO CPR-REPORT-LINE.
036400     MOVE 'CASES REOPENED.......' TO CPR-REPORT-LINE(1:25).
036500     MOVE WS-CASES-REOPENED TO WS-EDIT-COUNT.
036600     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
036700     WRITE CPR-REPORT-LINE.
036800     MOVE SPACES TO CPR-REPORT-LINE.
036900     MOVE 'CASES CLOSED.........' TO CPR-REPORT-LINE(1:25).
037000     MOVE WS-CASES-CLOSED TO WS-EDIT-COUNT.
037100     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
037200     WRITE CPR-REPORT-LINE.
037300     MOVE SPACES TO CPR-REPORT-LINE.
037400     MOVE 'CASES CARRIED........' TO CPR-REPORT-LINE(1:25).
037500     MOVE WS-CASES-UPDATED TO WS-EDIT-COUNT.
037600     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
037700     WRITE CPR-REPORT-LINE.
037800     MOVE SPACES TO CPR-REPORT-LINE.
037900     MOVE 'SAME-NIGHT REPOSTS...' TO CPR-REPORT-LINE(1:25).
038000     MOVE WS-RECORDS-REPOSTED TO WS-EDIT-COUNT.
038100     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
038200     WRITE CPR-REPORT-LINE.
038300     MOVE SPACES TO CPR-REPORT-LINE.
038400     MOVE 'PASSING, NO CASE.....' TO CPR-REPORT-LINE(1:25).
038500     MOVE WS-NO-CASE-ACTION TO WS-EDIT-COUNT.
038600     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
038700     WRITE CPR-REPORT-LINE.
038800     MOVE SPACES TO CPR-REPORT-LINE.
038900     MOVE 'OPENED, NOT ON MASTER' TO CPR-REPORT-LINE(1:25).
039000     MOVE WS-NOT-ON-MASTER-COUNT TO WS-EDIT-COUNT.
039100     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
039200     WRITE CPR-REPORT-LINE.
039300     MOVE SPACES TO CPR-REPORT-LINE.
039400     MOVE 'CASE WRITE ERRORS....' TO CPR-REPORT-LINE(1:25).
039500     MOVE WS-WRITE-ERRORS TO WS-EDIT-COUNT.
039600     MOVE WS-EDIT-COUNT TO CPR-REPORT-LINE(27:7).
039700     WRITE CPR-REPORT-LINE.
039800     CLOSE EXTRACT-FILE.
039900     CLOSE STUDENT-MASTER.
040000     CLOSE CASE-FILE.
040100     CLOSE CASE-POST-REPORT.
040200     DISPLAY 'CASEPOST - EXTRACT RECORDS READ = ' WS-RECORDS-READ.
040300     DISPLAY 'CASEPOST - CASES OPENED         = ' WS-CASES-OPENED.
040400     DISPLAY 'CASEPOST - CASES REOPENED       = '
040500         WS-CASES-REOPENED.
040600     DISPLAY 'CASEPOST - CASES CLOSED         = ' WS-CASES-CLOSED.
040700     DISPLAY 'CASEPOST - CASE WRITE ERRORS    = ' WS-WRITE-ERRORS.
040800 8000-EXIT.
040900     EXIT.
