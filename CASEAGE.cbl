000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASEAGE.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       CASEAGE                                       *
001000*    PURPOSE        ADVISING CASE AGING REPORT FOR THE           *
001100*                   ADVISING DIRECTOR.  EVERY OPEN CASE (NOT     *
001200*                   YET RESOLVED BY AN ADVISOR) OPEN MORE THAN   *
001300*                   5 DAYS IS LISTED BY ADVISOR AND ACADEMIC     *
001400*                   PROGRAM, OLDEST FIRST, FLAGGED PAST 5,       *
001500*                   PAST 10 OR PAST 20 DAYS, WITH PROGRAM,       *
001600*                   ADVISOR AND GRAND TOTALS FOR EACH TIER.      *
001700*                   UNASSIGNED CASES SORT AHEAD OF EVERY         *
001800*                   ADVISOR SO THEY ARE SEEN FIRST.  READ-ONLY   *
001900*                   - MAY RUN AT ANY TIME OF DAY.                *
002000*                                                                *
002100*    MODIFICATION HISTORY                                        *
002200*    ----------------------------------------------------------- *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    10/15/26   JRT   ORIGINAL                                   *
002500*                                                                *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CASE-FILE ASSIGN TO CASEFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS CAS-STUDENT-ID
003800         FILE STATUS IS WS-CASEFILE-STATUS.
003900     SELECT ADVISOR-FILE ASSIGN TO ADVFILE
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-ADVFILE-STATUS.
004200     SELECT AGING-REPORT ASSIGN TO CASAGRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-CASAGRPT-STATUS.
004500     SELECT AGING-SORT-FILE ASSIGN TO SORTWK01.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CASE-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY CASREC.
005200
005300 FD  ADVISOR-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY ADVREC.
005600
005700 FD  AGING-REPORT
005800     LABEL RECORDS ARE STANDARD.
005900 01  CAR-REPORT-LINE                      PIC X(80).
006000
006100 SD  AGING-SORT-FILE.
006200 01  SRT-AGING-RECORD.
006300     05  SRT-ADVISOR-ID                   PIC X(08).
006400     05  SRT-PROGRAM-CD                   PIC X(03).
006500     05  SRT-AGE-DAYS                     PIC 9(05).
006600     05  SRT-STUDENT-ID                   PIC X(09).
006700     05  SRT-OPEN-DATE                    PIC 9(08).
006800     05  SRT-OPEN-OUTCOME                 PIC X(08).
006900     05  SRT-LAST-OUTCOME                 PIC X(08).
007000     05  SRT-CONTACT-ATTEMPTS             PIC 9(03).
007100     05  SRT-LAST-CONTACT-DATE            PIC 9(08).
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-FILE-STATUSES.
007500     05  WS-CASEFILE-STATUS           PIC X(02) VALUE SPACES.
007600         88  WS-CASEFILE-OK           VALUE '00'.
007700         88  WS-CASEFILE-NOT-FOUND    VALUE '35'.
007800         88  WS-CASEFILE-EOF          VALUE '10'.
007900     05  WS-ADVFILE-STATUS            PIC X(02) VALUE SPACES.
008000         88  WS-ADVFILE-OK            VALUE '00'.
008100         88  WS-ADVFILE-NOT-FOUND     VALUE '35'.
008200         88  WS-ADVFILE-EOF           VALUE '10'.
008300     05  WS-CASAGRPT-STATUS           PIC X(02) VALUE SPACES.
008400         88  WS-CASAGRPT-OK           VALUE '00'.
008500
008600 77  WS-SORT-EOF-SWITCH               PIC X(01) VALUE 'N'.
008700     88  WS-END-OF-SORT               VALUE 'Y'.
008800 77  WS-FIRST-RECORD-SWITCH           PIC X(01) VALUE 'Y'.
008900     88  WS-FIRST-RECORD              VALUE 'Y'.
009000 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
009100 77  WS-TODAY-DAY-NUMBER              PIC 9(07) VALUE ZERO.
009200 77  WS-AGE-TIER-1                    PIC 9(03) VALUE 005.
009300 77  WS-AGE-TIER-2                    PIC 9(03) VALUE 010.
009400 77  WS-AGE-TIER-3                    PIC 9(03) VALUE 020.
009500 77  WS-PRIOR-ADVISOR                 PIC X(08) VALUE SPACES.
009600 77  WS-PRIOR-PROGRAM                 PIC X(03) VALUE SPACES.
009700 77  WS-CASES-READ                    PIC 9(07) VALUE ZERO.
009800 77  WS-CASES-OPEN                    PIC 9(07) VALUE ZERO.
009900 77  WS-CASES-RESOLVED                PIC 9(07) VALUE ZERO.
010000 77  WS-CASES-CLOSED                  PIC 9(07) VALUE ZERO.
010100 77  WS-CASES-NOT-AGED                PIC 9(07) VALUE ZERO.
010200 77  WS-CASES-BAD-DATE                PIC 9(07) VALUE ZERO.
010300 77  WS-ADV-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
010400 77  WS-ADV-SUB                       PIC 9(03) COMP VALUE ZERO.
010500 77  WS-ADV-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
010600 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
010700 77  WS-EDIT-DAYS                     PIC ZZZZ9.
010800 77  WS-EDIT-TIER                     PIC ZZ9.
010900 77  WS-EDIT-ATTEMPTS                 PIC ZZ9.
011000
011100*    TIER COUNTS ARE CUMULATIVE - A CASE PAST 20 DAYS IS ALSO
011200*    PAST 10 AND PAST 5.  ENTRY 1 IS THE PROGRAM, 2 THE ADVISOR,
011300*    3 THE GRAND TOTAL.
011400 01  WS-TIER-TOTALS.
011500     05  WS-TIER-LEVEL OCCURS 3 TIMES.
011600         10  WS-PAST-TIER-1           PIC 9(07) COMP.
011700         10  WS-PAST-TIER-2           PIC 9(07) COMP.
011800         10  WS-PAST-TIER-3           PIC 9(07) COMP.
011900 77  WS-LEVEL-SUB                     PIC 9(01) COMP VALUE ZERO.
012000 77  WS-TOTAL-LABEL                   PIC X(24) VALUE SPACES.
012100
012200*    DAY-NUMBER WORK AREA FOR 7000 - DAYS SINCE A FIXED EPOCH,
012300*    GOOD FOR SUBTRACTING ONE YYYYMMDD FROM ANOTHER.
012400 01  WS-DN-DATE.
012500     05  WS-DN-YEAR                   PIC 9(04).
012600     05  WS-DN-MONTH                  PIC 9(02).
012700     05  WS-DN-DAY                    PIC 9(02).
012800 77  WS-DN-RESULT                     PIC 9(07) VALUE ZERO.
012900 77  WS-DN-WORK-YEAR                  PIC 9(04) VALUE ZERO.
013000 77  WS-DN-WORK-MONTH                 PIC 9(02) VALUE ZERO.
013100 77  WS-DN-QUOTIENT-4                 PIC 9(04) VALUE ZERO.
013200 77  WS-DN-QUOTIENT-100               PIC 9(04) VALUE ZERO.
013300 77  WS-DN-QUOTIENT-400               PIC 9(04) VALUE ZERO.
013400 77  WS-DN-MONTH-DAYS                 PIC 9(04) VALUE ZERO.
013500 77  WS-DN-MONTH-WORK                 PIC 9(04) VALUE ZERO.
013600
013700*    ADVISOR NAMES FOR THE BREAK LINES.  A FULL TABLE OR A
013800*    MISSING FILE ONLY COSTS THE NAMES, NOT THE REPORT.
013900 01  WS-ADVISOR-TABLE.
014000     05  WS-ADV-ENTRY OCCURS 500 TIMES.
014100         10  WS-ADV-ADVISOR-ID        PIC X(08).
014200         10  WS-ADV-ADVISOR-NAME      PIC X(30).
014300
014400 01  WS-CAR-HEADING-LINE              PIC X(50) VALUE
014500     'CASEAGE OPEN ADVISING CASE AGING REPORT'.
014600 01  WS-CAR-COLUMN-LINE               PIC X(80) VALUE
014700     '    STUDENT    OPENED   OUTCOME   LAST     DAYS  PAST  CONTA
014800-    'CTS  LAST CONTACT'.
014900
015000 PROCEDURE DIVISION.
015100
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     SORT AGING-SORT-FILE
015500         ON ASCENDING KEY SRT-ADVISOR-ID
015600                          SRT-PROGRAM-CD
015700         ON DESCENDING KEY SRT-AGE-DAYS
015800         ON ASCENDING KEY SRT-STUDENT-ID
015900         INPUT PROCEDURE IS 2000-SELECT-OPEN-CASES
016000             THRU 2000-EXIT
016100         OUTPUT PROCEDURE IS 3000-PRINT-AGED-CASES
016200             THRU 3000-EXIT.
016300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016400     MOVE 0000 TO RETURN-CODE.
016500     STOP RUN.
016600
016700*****************************************************************
016800*    1000-INITIALIZE  -  OPEN FILES, LOAD THE ADVISOR NAMES,     *
016900*    FIX TODAY'S DAY NUMBER, WRITE THE REPORT HEADING            *
017000*****************************************************************
017100 1000-INITIALIZE.
017200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017300     MOVE WS-CURRENT-DATE TO WS-DN-DATE.
017400     PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT.
017500     MOVE WS-DN-RESULT TO WS-TODAY-DAY-NUMBER.
017600     INITIALIZE WS-TIER-TOTALS.
017700     OPEN INPUT CASE-FILE.
017800     IF NOT WS-CASEFILE-OK
017900         DISPLAY 'CASEAGE - CASEFILE OPEN FAILED, STATUS = '
018000             WS-CASEFILE-STATUS
018100         MOVE 0016 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400     PERFORM 1100-LOAD-ADVISOR-NAMES THRU 1100-EXIT.
018500     OPEN OUTPUT AGING-REPORT.
018600     IF NOT WS-CASAGRPT-OK
018700         DISPLAY 'CASEAGE - CASAGRPT OPEN FAILED, STATUS = '
018800             WS-CASAGRPT-STATUS
018900         MOVE 0016 TO RETURN-CODE
019000         STOP RUN
019100     END-IF.
019200     MOVE SPACES TO CAR-REPORT-LINE.
019300     MOVE WS-CAR-HEADING-LINE TO CAR-REPORT-LINE.
019400     MOVE 'AS OF' TO CAR-REPORT-LINE(52:5).
019500     MOVE WS-CURRENT-DATE TO CAR-REPORT-LINE(58:8).
019600     WRITE CAR-REPORT-LINE.
019700     MOVE SPACES TO CAR-REPORT-LINE.
019800     MOVE 'OPEN CASES PAST' TO CAR-REPORT-LINE(1:15).
019900     MOVE WS-AGE-TIER-1 TO WS-EDIT-TIER.
020000     MOVE WS-EDIT-TIER TO CAR-REPORT-LINE(16:3).
020100     MOVE 'DAYS, BY ADVISOR AND ACADEMIC PROGRAM'
020200         TO CAR-REPORT-LINE(20:37).
020300     WRITE CAR-REPORT-LINE.
020400     MOVE SPACES TO CAR-REPORT-LINE.
020500     WRITE CAR-REPORT-LINE.
020600     MOVE WS-CAR-COLUMN-LINE TO CAR-REPORT-LINE.
020700     WRITE CAR-REPORT-LINE.
020800 1000-EXIT.
020900     EXIT.
021000
021100 1100-LOAD-ADVISOR-NAMES.
021200     OPEN INPUT ADVISOR-FILE.
021300     IF NOT WS-ADVFILE-OK
021400         DISPLAY 'CASEAGE - NO ADVISOR FILE, NAMES NOT SHOWN'
021500         GO TO 1100-EXIT.
021600     PERFORM 1110-READ-ADVISOR THRU 1110-EXIT
021700         UNTIL WS-ADVFILE-EOF.
021800     CLOSE ADVISOR-FILE.
021900 1100-EXIT.
022000     EXIT.
022100
022200 1110-READ-ADVISOR.
022300     READ ADVISOR-FILE
022400         AT END
022500             MOVE '10' TO WS-ADVFILE-STATUS
022600             GO TO 1110-EXIT
022700     END-READ.
022800     IF WS-ADV-ENTRY-COUNT < 500
022900         ADD 1 TO WS-ADV-ENTRY-COUNT
023000         MOVE ADV-ADVISOR-ID
023100             TO WS-ADV-ADVISOR-ID (WS-ADV-ENTRY-COUNT)
023200         MOVE ADV-ADVISOR-NAME
023300             TO WS-ADV-ADVISOR-NAME (WS-ADV-ENTRY-COUNT)
023400     END-IF.
023500 1110-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900*    2000-SELECT-OPEN-CASES  -  SORT INPUT.  ONLY OPEN CASES     *
024000*    OLDER THAN THE FIRST TIER GO TO THE SORT; EVERYTHING ELSE   *
024100*    IS COUNTED FOR THE SUMMARY.                                 *
024200*****************************************************************
024300 2000-SELECT-OPEN-CASES.
024400     PERFORM 2100-SELECT-ONE-CASE THRU 2100-EXIT
024500         UNTIL WS-CASEFILE-EOF.
024600 2000-EXIT.
024700     EXIT.
024800
024900 2100-SELECT-ONE-CASE.
025000     READ CASE-FILE
025100         AT END
025200             MOVE '10' TO WS-CASEFILE-STATUS
025300             GO TO 2100-EXIT
025400     END-READ.
025500     ADD 1 TO WS-CASES-READ.
025600     IF CAS-CASE-RESOLVED
025700         ADD 1 TO WS-CASES-RESOLVED
025800         GO TO 2100-EXIT.
025900     IF NOT CAS-CASE-OPEN
026000         ADD 1 TO WS-CASES-CLOSED
026100         GO TO 2100-EXIT.
026200     ADD 1 TO WS-CASES-OPEN.
026300*    A DAMAGED OPEN DATE CANNOT BE AGED - COUNTED, NOT GUESSED.
026400     IF CAS-OPEN-DATE NOT NUMERIC
026500             OR CAS-OPEN-DATE = ZERO
026600             OR CAS-OPEN-DATE > WS-CURRENT-DATE
026700         ADD 1 TO WS-CASES-BAD-DATE
026800         GO TO 2100-EXIT.
026900     MOVE CAS-OPEN-DATE TO WS-DN-DATE.
027000     PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT.
027100     MOVE SPACES TO SRT-AGING-RECORD.
027200     COMPUTE SRT-AGE-DAYS = WS-TODAY-DAY-NUMBER - WS-DN-RESULT.
027300     IF SRT-AGE-DAYS NOT > WS-AGE-TIER-1
027400         ADD 1 TO WS-CASES-NOT-AGED
027500         GO TO 2100-EXIT.
027600     MOVE CAS-ADVISOR-ID TO SRT-ADVISOR-ID.
027700     MOVE CAS-ACADEMIC-PROGRAM-CD TO SRT-PROGRAM-CD.
027800     MOVE CAS-STUDENT-ID TO SRT-STUDENT-ID.
027900     MOVE CAS-OPEN-DATE TO SRT-OPEN-DATE.
028000     MOVE CAS-OPEN-OUTCOME TO SRT-OPEN-OUTCOME.
028100     MOVE CAS-LAST-OUTCOME TO SRT-LAST-OUTCOME.
028200     MOVE CAS-CONTACT-ATTEMPTS TO SRT-CONTACT-ATTEMPTS.
028300     MOVE CAS-LAST-CONTACT-DATE TO SRT-LAST-CONTACT-DATE.
028400     RELEASE SRT-AGING-RECORD.
028500 2100-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900*    3000-PRINT-AGED-CASES  -  SORT OUTPUT.  CONTROL BREAKS ON   *
029000*    ADVISOR AND PROGRAM WITH A TIER TOTAL LINE AT EACH.         *
029100*****************************************************************
029200 3000-PRINT-AGED-CASES.
029300     PERFORM 3100-RETURN-ONE-CASE THRU 3100-EXIT.
029400     PERFORM 3200-PRINT-ONE-CASE THRU 3200-EXIT
029500         UNTIL WS-END-OF-SORT.
029600     IF NOT WS-FIRST-RECORD
029700         PERFORM 3450-END-PROGRAM THRU 3450-EXIT
029800         PERFORM 3350-END-ADVISOR THRU 3350-EXIT
029900     END-IF.
030000 3000-EXIT.
030100     EXIT.
030200
030300 3100-RETURN-ONE-CASE.
030400     RETURN AGING-SORT-FILE
030500         AT END
030600             MOVE 'Y' TO WS-SORT-EOF-SWITCH
030700     END-RETURN.
030800 3100-EXIT.
030900     EXIT.
031000
031100 3200-PRINT-ONE-CASE.
031200     EVALUATE TRUE
031300         WHEN WS-FIRST-RECORD
031400             MOVE 'N' TO WS-FIRST-RECORD-SWITCH
031500             PERFORM 3300-START-ADVISOR THRU 3300-EXIT
031600             PERFORM 3400-START-PROGRAM THRU 3400-EXIT
031700         WHEN SRT-ADVISOR-ID NOT = WS-PRIOR-ADVISOR
031800             PERFORM 3450-END-PROGRAM THRU 3450-EXIT
031900             PERFORM 3350-END-ADVISOR THRU 3350-EXIT
032000             PERFORM 3300-START-ADVISOR THRU 3300-EXIT
032100             PERFORM 3400-START-PROGRAM THRU 3400-EXIT
032200         WHEN SRT-PROGRAM-CD NOT = WS-PRIOR-PROGRAM
032300             PERFORM 3450-END-PROGRAM THRU 3450-EXIT
032400             PERFORM 3400-START-PROGRAM THRU 3400-EXIT
032500     END-EVALUATE.
032600     MOVE SPACES TO CAR-REPORT-LINE.
032700     MOVE SRT-STUDENT-ID TO CAR-REPORT-LINE(5:9).
032800     MOVE SRT-OPEN-DATE TO CAR-REPORT-LINE(16:8).
032900     MOVE SRT-OPEN-OUTCOME TO CAR-REPORT-LINE(25:8).
033000     MOVE SRT-LAST-OUTCOME TO CAR-REPORT-LINE(35:8).
033100     MOVE SRT-AGE-DAYS TO WS-EDIT-DAYS.
033200     MOVE WS-EDIT-DAYS TO CAR-REPORT-LINE(44:5).
033300     EVALUATE TRUE
033400         WHEN SRT-AGE-DAYS > WS-AGE-TIER-3
033500             MOVE WS-AGE-TIER-3 TO WS-EDIT-TIER
033600         WHEN SRT-AGE-DAYS > WS-AGE-TIER-2
033700             MOVE WS-AGE-TIER-2 TO WS-EDIT-TIER
033800         WHEN OTHER
033900             MOVE WS-AGE-TIER-1 TO WS-EDIT-TIER
034000     END-EVALUATE.
034100     MOVE WS-EDIT-TIER TO CAR-REPORT-LINE(51:3).
034200     MOVE SRT-CONTACT-ATTEMPTS TO WS-EDIT-ATTEMPTS.
034300     MOVE WS-EDIT-ATTEMPTS TO CAR-REPORT-LINE(58:3).
034400     IF SRT-LAST-CONTACT-DATE = ZERO
034500         MOVE 'NONE' TO CAR-REPORT-LINE(65:4)
034600     ELSE
034700         MOVE SRT-LAST-CONTACT-DATE TO CAR-REPORT-LINE(65:8)
034800     END-IF.
034900     WRITE CAR-REPORT-LINE.
035000     MOVE 1 TO WS-LEVEL-SUB.
035100     PERFORM 3500-COUNT-TIERS THRU 3500-EXIT
035200         UNTIL WS-LEVEL-SUB > 3.
035300     PERFORM 3100-RETURN-ONE-CASE THRU 3100-EXIT.
035400 3200-EXIT.
035500     EXIT.
035600
035700 3300-START-ADVISOR.
035800     MOVE SRT-ADVISOR-ID TO WS-PRIOR-ADVISOR.
035900     MOVE SPACES TO CAR-REPORT-LINE.
036000     WRITE CAR-REPORT-LINE.
036100     MOVE 'ADVISOR' TO CAR-REPORT-LINE(1:7).
036200     IF SRT-ADVISOR-ID = SPACES
036300         MOVE 'UNASSIGNED' TO CAR-REPORT-LINE(9:10)
036400         GO TO 3300-WRITE.
036500     MOVE SRT-ADVISOR-ID TO CAR-REPORT-LINE(9:8).
036600     MOVE ZERO TO WS-ADV-FOUND-SUB.
036700     MOVE ZERO TO WS-ADV-SUB.
036800     PERFORM 3310-SCAN-ADVISOR-TABLE THRU 3310-EXIT
036900         UNTIL WS-ADV-SUB >= WS-ADV-ENTRY-COUNT
037000             OR WS-ADV-FOUND-SUB > ZERO.
037100     IF WS-ADV-FOUND-SUB > ZERO
037200         MOVE WS-ADV-ADVISOR-NAME (WS-ADV-FOUND-SUB)
037300             TO CAR-REPORT-LINE(19:30)
037400     END-IF.
037500 3300-WRITE.
037600     WRITE CAR-REPORT-LINE.
037700 3300-EXIT.
037800     EXIT.
037900
038000 3310-SCAN-ADVISOR-TABLE.
038100     ADD 1 TO WS-ADV-SUB.
038200     IF WS-ADV-ADVISOR-ID (WS-ADV-SUB) = SRT-ADVISOR-ID
038300         MOVE WS-ADV-SUB TO WS-ADV-FOUND-SUB
038400     END-IF.
038500 3310-EXIT.
038600     EXIT.
038700
038800 3350-END-ADVISOR.
038900     MOVE 2 TO WS-LEVEL-SUB.
039000     MOVE 'ADVISOR TOTAL' TO WS-TOTAL-LABEL.
039100     PERFORM 3600-WRITE-TIER-TOTALS THRU 3600-EXIT.
039200 3350-EXIT.
039300     EXIT.
039400
039500 3400-START-PROGRAM.
039600     MOVE SRT-PROGRAM-CD TO WS-PRIOR-PROGRAM.
039700     MOVE SPACES TO CAR-REPORT-LINE.
039800     MOVE 'PROGRAM' TO CAR-REPORT-LINE(3:7).
039900     IF SRT-PROGRAM-CD = SPACES
040000         MOVE 'NONE' TO CAR-REPORT-LINE(11:4)
040100     ELSE
040200         MOVE SRT-PROGRAM-CD TO CAR-REPORT-LINE(11:3)
040300     END-IF.
040400     WRITE CAR-REPORT-LINE.
040500 3400-EXIT.
040600     EXIT.
040700
040800 3450-END-PROGRAM.
040900     MOVE 1 TO WS-LEVEL-SUB.
041000     MOVE '  PROGRAM TOTAL' TO WS-TOTAL-LABEL.
041100     PERFORM 3600-WRITE-TIER-TOTALS THRU 3600-EXIT.
041200 3450-EXIT.
041300     EXIT.
041400
041500 3500-COUNT-TIERS.
041600     ADD 1 TO WS-PAST-TIER-1 (WS-LEVEL-SUB).
041700     IF SRT-AGE-DAYS > WS-AGE-TIER-2
041800         ADD 1 TO WS-PAST-TIER-2 (WS-LEVEL-SUB)
041900     END-IF.
042000     IF SRT-AGE-DAYS > WS-AGE-TIER-3
042100         ADD 1 TO WS-PAST-TIER-3 (WS-LEVEL-SUB)
042200     END-IF.
042300     ADD 1 TO WS-LEVEL-SUB.
042400 3500-EXIT.
042500     EXIT.
042600
042700*    WRITES ONE TIER LINE FOR WS-LEVEL-SUB AND CLEARS THAT LEVEL
042800*    FOR THE NEXT GROUP.
042900 3600-WRITE-TIER-TOTALS.
043000     MOVE SPACES TO CAR-REPORT-LINE.
043100     MOVE WS-TOTAL-LABEL TO CAR-REPORT-LINE(1:24).
043200     MOVE 'PAST' TO CAR-REPORT-LINE(26:4).
043300     MOVE WS-AGE-TIER-1 TO WS-EDIT-TIER.
043400     MOVE WS-EDIT-TIER TO CAR-REPORT-LINE(30:3).
043500     MOVE WS-PAST-TIER-1 (WS-LEVEL-SUB) TO WS-EDIT-COUNT.
043600     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(33:7).
043700     MOVE 'PAST' TO CAR-REPORT-LINE(43:4).
043800     MOVE WS-AGE-TIER-2 TO WS-EDIT-TIER.
043900     MOVE WS-EDIT-TIER TO CAR-REPORT-LINE(47:3).
044000     MOVE WS-PAST-TIER-2 (WS-LEVEL-SUB) TO WS-EDIT-COUNT.
044100     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(50:7).
044200     MOVE 'PAST' TO CAR-REPORT-LINE(60:4).
044300     MOVE WS-AGE-TIER-3 TO WS-EDIT-TIER.
044400     MOVE WS-EDIT-TIER TO CAR-REPORT-LINE(64:3).
044500     MOVE WS-PAST-TIER-3 (WS-LEVEL-SUB) TO WS-EDIT-COUNT.
044600     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(67:7).
044700     WRITE CAR-REPORT-LINE.
044800     MOVE ZERO TO WS-PAST-TIER-1 (WS-LEVEL-SUB).
044900     MOVE ZERO TO WS-PAST-TIER-2 (WS-LEVEL-SUB).
045000     MOVE ZERO TO WS-PAST-TIER-3 (WS-LEVEL-SUB).
045100 3600-EXIT.
045200     EXIT.
045300
045400*****************************************************************
045500*    7000-COMPUTE-DAY-NUMBER  -  WS-DN-DATE (YYYYMMDD) TO A      *
045600*    DAY COUNT IN WS-DN-RESULT.  THE YEAR IS TAKEN TO START IN   *
045700*    MARCH SO FEBRUARY'S LEAP DAY FALLS AT THE END; 153 DAYS     *
045800*    PER FIVE MONTHS FROM MARCH GIVES THE MONTH OFFSET.  ALL     *
045900*    DIVISIONS ARE WHOLE-NUMBER.                                 *
046000*****************************************************************
046100 7000-COMPUTE-DAY-NUMBER.
046200     MOVE WS-DN-YEAR TO WS-DN-WORK-YEAR.
046300     MOVE WS-DN-MONTH TO WS-DN-WORK-MONTH.
046400     IF WS-DN-WORK-MONTH < 03
046500         SUBTRACT 1 FROM WS-DN-WORK-YEAR
046600         ADD 12 TO WS-DN-WORK-MONTH
046700     END-IF.
046800     DIVIDE WS-DN-WORK-YEAR BY 4 GIVING WS-DN-QUOTIENT-4.
046900     DIVIDE WS-DN-WORK-YEAR BY 100 GIVING WS-DN-QUOTIENT-100.
047000     DIVIDE WS-DN-WORK-YEAR BY 400 GIVING WS-DN-QUOTIENT-400.
047100     COMPUTE WS-DN-MONTH-WORK = 153 * (WS-DN-WORK-MONTH - 3) + 2.
047200     DIVIDE WS-DN-MONTH-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
047300     COMPUTE WS-DN-RESULT = 365 * WS-DN-WORK-YEAR
047400         + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
047500         + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS + WS-DN-DAY.
047600 7000-EXIT.
047700     EXIT.
047800
047900*****************************************************************
048000*    8000-TERMINATE  -  GRAND TOTALS AND THE CASE-FILE SUMMARY   *
048100*****************************************************************
048200 8000-TERMINATE.
048300     MOVE SPACES TO CAR-REPORT-LINE.
048400     WRITE CAR-REPORT-LINE.
048500     MOVE 3 TO WS-LEVEL-SUB.
048600     MOVE 'GRAND TOTAL' TO WS-TOTAL-LABEL.
048700     PERFORM 3600-WRITE-TIER-TOTALS THRU 3600-EXIT.
048800     MOVE SPACES TO CAR-REPORT-LINE.
048900     WRITE CAR-REPORT-LINE.
049000     MOVE SPACES TO CAR-REPORT-LINE.
049100     MOVE 'CASES ON FILE........' TO CAR-REPORT-LINE(1:25).
049200     MOVE WS-CASES-READ TO WS-EDIT-COUNT.
049300     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(27:7).
049400     WRITE CAR-REPORT-LINE.
049500     MOVE SPACES TO CAR-REPORT-LINE.
049600     MOVE 'OPEN.................' TO CAR-REPORT-LINE(1:25).
049700     MOVE WS-CASES-OPEN TO WS-EDIT-COUNT.
049800     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(27:7).
049900     WRITE CAR-REPORT-LINE.
050000     MOVE SPACES TO CAR-REPORT-LINE.
050100     MOVE '  NOT YET PAST TIER 1' TO CAR-REPORT-LINE(1:25).
050200     MOVE WS-CASES-NOT-AGED TO WS-EDIT-COUNT.
050300     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(27:7).
050400     WRITE CAR-REPORT-LINE.
050500     MOVE SPACES TO CAR-REPORT-LINE.
050600     MOVE '  OPEN DATE UNUSABLE.' TO CAR-REPORT-LINE(1:25).
050700     MOVE WS-CASES-BAD-DATE TO WS-EDIT-COUNT.
050800     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(27:7).
050900     WRITE CAR-REPORT-LINE.
051000     MOVE SPACES TO CAR-REPORT-LINE.
051100     MOVE 'RESOLVED, NOT CLOSED.' TO CAR-REPORT-LINE(1:25).
051200     MOVE WS-CASES-RESOLVED TO WS-EDIT-COUNT.
051300     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(27:7).
051400     WRITE CAR-REPORT-LINE.
051500     MOVE SPACES TO CAR-REPORT-LINE.
051600     MOVE 'CLOSED...............' TO CAR-REPORT-LINE(1:25).
051700     MOVE WS-CASES-CLOSED TO WS-EDIT-COUNT.
051800     MOVE WS-EDIT-COUNT TO CAR-REPORT-LINE(27:7).
051900     WRITE CAR-REPORT-LINE.
052000     CLOSE CASE-FILE.
052100     CLOSE AGING-REPORT.
052200     DISPLAY 'CASEAGE - CASES ON FILE      = ' WS-CASES-READ.
052300     DISPLAY 'CASEAGE - OPEN CASES         = ' WS-CASES-OPEN.
052400     DISPLAY 'CASEAGE - RESOLVED, NOT CLOSED = '
052500         WS-CASES-RESOLVED.
052600 8000-EXIT.
052700     EXIT.
