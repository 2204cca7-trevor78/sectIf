000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TBLMAINT.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       TBLMAINT                                      *
001000*    PURPOSE        EDITED MAINTENANCE FOR THE FOUR REFERENCE    *
001100*                   TABLES THE NIGHT STREAM AND OVREDIT LOAD -   *
001200*                   PGMRULES (HELLO123 PROGRAM THRESHOLDS),      *
001300*                   WVRFILE (ATTENDANCE WAIVER CODES), LTRTMPL   *
001400*                   (STULETTR WORDING), AND APPFILE (OVERRIDE    *
001500*                   APPROVERS).  EACH TABLE IS LOADED WHOLE,     *
001600*                   TRANSACTIONS (TBLTRN) ARE EDITED FIELD BY    *
001700*                   FIELD AND APPLIED IN STORAGE, AND THE FOUR   *
001800*                   TABLES ARE WRITTEN OUT NEW FOR THE JOB TO    *
001900*                   COPY OVER PRODUCTION.  THE EDITS REFUSE      *
002000*                   ANYTHING THAT WOULD STOP THE NIGHT (A TABLE  *
002100*                   PAST ITS READER'S LIMIT, AN EMPTIED APPROVER *
002200*                   OR TEMPLATE FILE) OR QUIETLY CHANGE          *
002300*                   ELIGIBILITY (OUT-OF-RANGE THRESHOLDS, A      *
002400*                   DELETED WAIVER OR PROGRAM STUDENTS STILL     *
002500*                   CARRY).  FAILURES BOUNCE TO A SUSPENSE FILE  *
002600*                   WITH A REASON CODE AND RECYCLE INTO THE      *
002700*                   NEXT RUN.  EVERY APPLIED CHANGE WRITES A     *
002800*                   BEFORE/AFTER IMAGE PAIR TO THE TABLE CHANGE  *
002900*                   LOG SO TBLINQ CAN SAY WHAT AN ENTRY HELD ON  *
003000*                   ANY PAST DATE.  SAME DISCIPLINE AS OVREDIT.  *
003100*                                                                *
003200*    MODIFICATION HISTORY                                        *
003300*    ----------------------------------------------------------- *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    10/15/26   JRT   ORIGINAL                                   *
003600*                                                                *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT TBL-TRANS-FILE ASSIGN TO TBTTRNF
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-TBTTRNF-STATUS.
004800     SELECT SUSP-IN-FILE ASSIGN TO TBSUSIN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-TBSUSIN-STATUS.
005100     SELECT SUSP-OUT-FILE ASSIGN TO TBSUSOUT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-TBSUSOUT-STATUS.
005400     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS SM-STUDENT-ID
005800         FILE STATUS IS WS-STUDMSTR-STATUS.
005900     SELECT PROGRAM-RULES-FILE ASSIGN TO PGMRULES
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-PGMRULES-STATUS.
006200     SELECT PROGRAM-RULES-NEW ASSIGN TO PGMNEW
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-PGMNEW-STATUS.
006500     SELECT WAIVER-FILE ASSIGN TO WVRFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-WVRFILE-STATUS.
006800     SELECT WAIVER-NEW ASSIGN TO WVRNEW
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-WVRNEW-STATUS.
007100     SELECT LETTER-TEMPLATE-FILE ASSIGN TO LTRTMPL
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-LTRTMPL-STATUS.
007400     SELECT LETTER-TEMPLATE-NEW ASSIGN TO LTRNEW
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-LTRNEW-STATUS.
007700     SELECT APPROVER-FILE ASSIGN TO APPFILE
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-APPFILE-STATUS.
008000     SELECT APPROVER-NEW ASSIGN TO APPNEW
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-APPNEW-STATUS.
008300     SELECT TABLE-CHANGE-LOG ASSIGN TO TBLLOGF
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-TBLLOGF-STATUS.
008600     SELECT EDIT-REPORT ASSIGN TO TBEDTRPT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-TBEDTRPT-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  TBL-TRANS-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  TTF-TRANS-RECORD                     PIC X(90).
009500
009600 FD  SUSP-IN-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  SIN-SUSPENSE-RECORD                  PIC X(106).
009900
010000 FD  SUSP-OUT-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  SOT-SUSPENSE-RECORD                  PIC X(106).
010300
010400 FD  STUDENT-MASTER
010500     LABEL RECORDS ARE STANDARD.
010600     COPY STUDCREC.
010700
010800 FD  PROGRAM-RULES-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY PGMREC.
011100
011200 FD  PROGRAM-RULES-NEW
011300     LABEL RECORDS ARE STANDARD.
011400 01  PGN-PROGRAM-RULES-RECORD             PIC X(50).
011500
011600 FD  WAIVER-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY WVRREC.
011900
012000 FD  WAIVER-NEW
012100     LABEL RECORDS ARE STANDARD.
012200 01  WVN-WAIVER-CODE-RECORD               PIC X(60).
012300
012400 FD  LETTER-TEMPLATE-FILE
012500     LABEL RECORDS ARE STANDARD.
012600     COPY LTRREC.
012700
012800 FD  LETTER-TEMPLATE-NEW
012900     LABEL RECORDS ARE STANDARD.
013000 01  LTN-TEMPLATE-RECORD                  PIC X(80).
013100
013200 FD  APPROVER-FILE
013300     LABEL RECORDS ARE STANDARD.
013400     COPY APPREC.
013500
013600 FD  APPROVER-NEW
013700     LABEL RECORDS ARE STANDARD.
013800 01  APN-APPROVER-RECORD                  PIC X(50).
013900
014000 FD  TABLE-CHANGE-LOG
014100     LABEL RECORDS ARE STANDARD.
014200     COPY TBLLOG.
014300
014400 FD  EDIT-REPORT
014500     LABEL RECORDS ARE STANDARD.
014600 01  TRP-REPORT-LINE                      PIC X(80).
014700
014800 WORKING-STORAGE SECTION.
014900 01  WS-FILE-STATUSES.
015000     05  WS-TBTTRNF-STATUS            PIC X(02) VALUE SPACES.
015100         88  WS-TBTTRNF-OK            VALUE '00'.
015200     05  WS-TBSUSIN-STATUS            PIC X(02) VALUE SPACES.
015300         88  WS-TBSUSIN-OK            VALUE '00'.
015400         88  WS-TBSUSIN-NOT-FOUND     VALUE '35'.
015500     05  WS-TBSUSOUT-STATUS           PIC X(02) VALUE SPACES.
015600         88  WS-TBSUSOUT-OK           VALUE '00'.
015700     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
015800         88  WS-STUDMSTR-OK           VALUE '00'.
015900         88  WS-STUDMSTR-EOF          VALUE '10'.
016000     05  WS-PGMRULES-STATUS           PIC X(02) VALUE SPACES.
016100         88  WS-PGMRULES-OK           VALUE '00'.
016200         88  WS-PGMRULES-NOT-FOUND    VALUE '35'.
016300         88  WS-PGMRULES-EOF          VALUE '10'.
016400     05  WS-PGMNEW-STATUS             PIC X(02) VALUE SPACES.
016500         88  WS-PGMNEW-OK             VALUE '00'.
016600     05  WS-WVRFILE-STATUS            PIC X(02) VALUE SPACES.
016700         88  WS-WVRFILE-OK            VALUE '00'.
016800         88  WS-WVRFILE-NOT-FOUND     VALUE '35'.
016900         88  WS-WVRFILE-EOF           VALUE '10'.
017000     05  WS-WVRNEW-STATUS             PIC X(02) VALUE SPACES.
017100         88  WS-WVRNEW-OK             VALUE '00'.
017200     05  WS-LTRTMPL-STATUS            PIC X(02) VALUE SPACES.
017300         88  WS-LTRTMPL-OK            VALUE '00'.
017400         88  WS-LTRTMPL-NOT-FOUND     VALUE '35'.
017500         88  WS-LTRTMPL-EOF           VALUE '10'.
017600     05  WS-LTRNEW-STATUS             PIC X(02) VALUE SPACES.
017700         88  WS-LTRNEW-OK             VALUE '00'.
017800     05  WS-APPFILE-STATUS            PIC X(02) VALUE SPACES.
017900         88  WS-APPFILE-OK            VALUE '00'.
018000         88  WS-APPFILE-NOT-FOUND     VALUE '35'.
018100         88  WS-APPFILE-EOF           VALUE '10'.
018200     05  WS-APPNEW-STATUS             PIC X(02) VALUE SPACES.
018300         88  WS-APPNEW-OK             VALUE '00'.
018400     05  WS-TBLLOGF-STATUS            PIC X(02) VALUE SPACES.
018500         88  WS-TBLLOGF-OK            VALUE '00'.
018600         88  WS-TBLLOGF-NOT-FOUND     VALUE '35'.
018700     05  WS-TBEDTRPT-STATUS           PIC X(02) VALUE SPACES.
018800         88  WS-TBEDTRPT-OK           VALUE '00'.
018900
019000 77  WS-TRANS-EOF-SWITCH              PIC X(01) VALUE 'N'.
019100     88  WS-END-OF-TRANS-FILE         VALUE 'Y'.
019200 77  WS-SUSP-EOF-SWITCH               PIC X(01) VALUE 'N'.
019300     88  WS-END-OF-SUSP-FILE          VALUE 'Y'.
019400 77  WS-EDIT-RESULT-SWITCH            PIC X(01) VALUE 'P'.
019500     88  WS-EDIT-PASSED               VALUE 'P'.
019600     88  WS-EDIT-FAILED               VALUE 'F'.
019700 77  WS-TRANS-SOURCE                  PIC X(07) VALUE SPACES.
019800 77  WS-REASON-CODE                   PIC X(08) VALUE SPACES.
019900 77  WS-TRANS-KEY                     PIC X(10) VALUE SPACES.
020000 77  WS-BEFORE-IMAGE                  PIC X(80) VALUE SPACES.
020100 77  WS-AFTER-IMAGE                   PIC X(80) VALUE SPACES.
020200 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
020300 77  WS-CURRENT-TIME                  PIC 9(08) VALUE ZERO.
020400 77  WS-TRANS-READ                    PIC 9(05) VALUE ZERO.
020500 77  WS-RECYCLED-READ                 PIC 9(05) VALUE ZERO.
020600 77  WS-TRANS-APPLIED                 PIC 9(05) VALUE ZERO.
020700 77  WS-TRANS-SUSPENDED               PIC 9(05) VALUE ZERO.
020800 77  WS-PGM-APPLIED                   PIC 9(05) VALUE ZERO.
020900 77  WS-WVR-APPLIED                   PIC 9(05) VALUE ZERO.
021000 77  WS-LTR-APPLIED                   PIC 9(05) VALUE ZERO.
021100 77  WS-APP-APPLIED                   PIC 9(05) VALUE ZERO.
021200 77  WS-STUDENTS-SCANNED              PIC 9(07) VALUE ZERO.
021300 77  WS-PGM-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
021400 77  WS-PGM-SUB                       PIC 9(03) COMP VALUE ZERO.
021500 77  WS-PGM-NEXT-SUB                  PIC 9(03) COMP VALUE ZERO.
021600 77  WS-PGM-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
021700 77  WS-WVR-ENTRY-COUNT               PIC 9(05) COMP VALUE ZERO.
021800 77  WS-WVR-SUB                       PIC 9(05) COMP VALUE ZERO.
021900 77  WS-WVR-NEXT-SUB                  PIC 9(05) COMP VALUE ZERO.
022000 77  WS-WVR-FOUND-SUB                 PIC 9(05) COMP VALUE ZERO.
022100 77  WS-LTR-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
022200 77  WS-LTR-SUB                       PIC 9(03) COMP VALUE ZERO.
022300 77  WS-LTR-NEXT-SUB                  PIC 9(03) COMP VALUE ZERO.
022400 77  WS-LTR-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
022500 77  WS-LTR-LAST-SUB                  PIC 9(03) COMP VALUE ZERO.
022600 77  WS-LTR-MAX-SEQ                   PIC 9(02) VALUE ZERO.
022700 77  WS-APP-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
022800 77  WS-APP-SUB                       PIC 9(03) COMP VALUE ZERO.
022900 77  WS-APP-NEXT-SUB                  PIC 9(03) COMP VALUE ZERO.
023000 77  WS-APP-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
023100 77  WS-MAX-DAY                       PIC 9(02) VALUE ZERO.
023200 77  WS-LEAP-QUOTIENT                 PIC 9(04) VALUE ZERO.
023300 77  WS-LEAP-REM-4                    PIC 9(04) VALUE ZERO.
023400 77  WS-LEAP-REM-100                  PIC 9(04) VALUE ZERO.
023500 77  WS-LEAP-REM-400                  PIC 9(04) VALUE ZERO.
023600 77  WS-LEAP-YEAR-SWITCH              PIC X(01) VALUE 'N'.
023700     88  WS-LEAP-YEAR                 VALUE 'Y'.
023800 77  WS-EDIT-COUNT                    PIC ZZZZ9.
023900
024000 01  WS-CHECK-DATE-PARTS.
024100     05  WS-CHK-YEAR                  PIC 9(04).
024200     05  WS-CHK-MONTH                 PIC 9(02).
024300     05  WS-CHK-DAY                   PIC 9(02).
024400 01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-PARTS
024500                                      PIC 9(08).
024600
024700*    THE FOUR TABLES, HELD IN FILE ORDER.  EACH IS SIZED TO THE
024800*    LIMIT OF THE PROGRAM THAT LOADS IT AT NIGHT (HELLO123 50
024900*    PROGRAMS AND 1000 WAIVERS, STULETTR 500 TEMPLATE LINES,
025000*    OVREDIT 200 APPROVERS) - AN ADD PAST THAT LIMIT SUSPENDS
025100*    HERE INSTEAD OF STOPPING THE NIGHT.
025200 01  WS-PGM-TABLE.
025300     05  WS-PGM-ENTRY OCCURS 50 TIMES.
025400         10  WS-PGM-IMAGE.
025500             15  WS-PGM-CODE          PIC X(03).
025600             15  WS-PGM-DESCRIPTION   PIC X(30).
025700             15  WS-PGM-NUM1          PIC 9(03).
025800             15  WS-PGM-NUM2          PIC 9(03).
025900             15  WS-PGM-NUM3          PIC 9(03).
026000             15  FILLER               PIC X(08).
026100         10  WS-PGM-STUDENT-COUNT     PIC 9(07) COMP.
026200
026300 01  WS-WVR-TABLE.
026400     05  WS-WVR-ENTRY OCCURS 1000 TIMES.
026500         10  WS-WVR-IMAGE.
026600             15  WS-WVR-CODE          PIC 9(03).
026700             15  WS-WVR-DESCRIPTION   PIC X(30).
026800             15  WS-WVR-WINDOW        PIC X(01).
026900             15  WS-WVR-EFF-DATE      PIC 9(08).
027000             15  WS-WVR-EXP-DATE      PIC 9(08).
027100             15  FILLER               PIC X(10).
027200
027300*    STUDENTS CARRYING EACH WAIVER CODE, SUBSCRIPTED BY THE CODE
027400*    ITSELF (SM-ATTENDANCE-WAIVER-CD IS 001-999).
027500 01  WS-WVR-IN-USE-TABLE.
027600     05  WS-WVR-IN-USE-COUNT          PIC 9(07) COMP
027700                                      OCCURS 999 TIMES.
027800
027900 01  WS-LTR-TABLE.
028000     05  WS-LTR-ENTRY OCCURS 500 TIMES.
028100         10  WS-LTR-IMAGE.
028200             15  WS-LTR-OUTCOME       PIC X(08).
028300             15  WS-LTR-SEQ           PIC 9(02).
028400             15  WS-LTR-TEXT          PIC X(60).
028500             15  FILLER               PIC X(10).
028600
028700 01  WS-APP-TABLE.
028800     05  WS-APP-ENTRY OCCURS 200 TIMES.
028900         10  WS-APP-IMAGE.
029000             15  WS-APP-USER-ID       PIC X(08).
029100             15  WS-APP-USER-NAME     PIC X(30).
029200             15  FILLER               PIC X(12).
029300
029400     COPY TBLTRN.
029500
029600     COPY TBLSUS.
029700
029800 01  WS-TRP-HEADING-LINE              PIC X(50) VALUE
029900     'TBLMAINT REFERENCE TABLE MAINTENANCE EDIT REPORT'.
030000
030100 PROCEDURE DIVISION.
030200
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030500     PERFORM 2000-RECYCLE-ONE-SUSPENSE THRU 2000-EXIT
030600         UNTIL WS-END-OF-SUSP-FILE.
030700     PERFORM 2100-PROCESS-ONE-TRANS THRU 2100-EXIT
030800         UNTIL WS-END-OF-TRANS-FILE.
030900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
031000     IF WS-TRANS-SUSPENDED > ZERO
031100         MOVE 0004 TO RETURN-CODE
031200     ELSE
031300         MOVE 0000 TO RETURN-CODE
031400     END-IF.
031500     STOP RUN.
031600
031700*****************************************************************
031800*    1000-INITIALIZE  -  OPEN FILES, LOAD THE FOUR TABLES,       *
031900*    COUNT WHAT THE MASTER STILL USES, WRITE THE HEADING         *
032000*****************************************************************
032100 1000-INITIALIZE.
032200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
032300     ACCEPT WS-CURRENT-TIME FROM TIME.
032400     OPEN INPUT TBL-TRANS-FILE.
032500     IF NOT WS-TBTTRNF-OK
032600         DISPLAY 'TBLMAINT - TBTTRNF OPEN FAILED, STATUS = '
032700             WS-TBTTRNF-STATUS
032800         MOVE 0016 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     OPEN INPUT SUSP-IN-FILE.
033200     IF WS-TBSUSIN-NOT-FOUND
033300         DISPLAY 'TBLMAINT - NO SUSPENSE FILE, NOTHING TO RECYCLE'
033400         MOVE 'Y' TO WS-SUSP-EOF-SWITCH
033500     ELSE
033600         IF NOT WS-TBSUSIN-OK
033700             DISPLAY 'TBLMAINT - TBSUSIN OPEN FAILED, STATUS = '
033800                 WS-TBSUSIN-STATUS
033900             MOVE 0016 TO RETURN-CODE
034000             STOP RUN
034100         END-IF
034200     END-IF.
034300     OPEN OUTPUT SUSP-OUT-FILE.
034400     IF NOT WS-TBSUSOUT-OK
034500         DISPLAY 'TBLMAINT - TBSUSOUT OPEN FAILED, STATUS = '
034600             WS-TBSUSOUT-STATUS
034700         MOVE 0016 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     PERFORM 1100-LOAD-PROGRAM-RULES THRU 1100-EXIT.
035100     PERFORM 1200-LOAD-WAIVER-CODES THRU 1200-EXIT.
035200     PERFORM 1300-LOAD-LETTER-TEMPLATES THRU 1300-EXIT.
035300     PERFORM 1400-LOAD-APPROVERS THRU 1400-EXIT.
035400     PERFORM 1500-COUNT-MASTER-USAGE THRU 1500-EXIT.
035500*    THE CHANGE LOG ACCUMULATES ACROSS RUNS - IT IS THE ONLY
035600*    RECORD OF WHAT THE TABLES HELD ON A PAST DATE.
035700     OPEN EXTEND TABLE-CHANGE-LOG.
035800     IF WS-TBLLOGF-NOT-FOUND
035900         DISPLAY 'TBLMAINT - CHANGE LOG EMPTY, CREATING IT'
036000         OPEN OUTPUT TABLE-CHANGE-LOG
036100     END-IF.
036200     IF NOT WS-TBLLOGF-OK
036300         DISPLAY 'TBLMAINT - TBLLOGF OPEN FAILED, STATUS = '
036400             WS-TBLLOGF-STATUS
036500         MOVE 0016 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     OPEN OUTPUT EDIT-REPORT.
036900     IF NOT WS-TBEDTRPT-OK
037000         DISPLAY 'TBLMAINT - TBEDTRPT OPEN FAILED, STATUS = '
037100             WS-TBEDTRPT-STATUS
037200         MOVE 0016 TO RETURN-CODE
037300         STOP RUN
037400     END-IF.
037500     MOVE SPACES TO TRP-REPORT-LINE.
037600     MOVE WS-TRP-HEADING-LINE TO TRP-REPORT-LINE.
037700     WRITE TRP-REPORT-LINE.
037800     MOVE SPACES TO TRP-REPORT-LINE.
037900     WRITE TRP-REPORT-LINE.
038000 1000-EXIT.
038100     EXIT.
038200
038300*    A MISSING TABLE FILE STARTS EMPTY SO A TABLE CAN BE BUILT
038400*    FROM SCRATCH THROUGH THE EDITED PATH.  A FILE ALREADY PAST
038500*    THE READER'S LIMIT STOPS THE RUN THE SAME WAY IT WOULD
038600*    STOP THE READER.
038700 1100-LOAD-PROGRAM-RULES.
038800     OPEN INPUT PROGRAM-RULES-FILE.
038900     IF WS-PGMRULES-NOT-FOUND
039000         DISPLAY 'TBLMAINT - NO PGMRULES FILE, STARTING EMPTY'
039100         GO TO 1100-EXIT.
039200     IF NOT WS-PGMRULES-OK
039300         DISPLAY 'TBLMAINT - PGMRULES OPEN FAILED, STATUS = '
039400             WS-PGMRULES-STATUS
039500         MOVE 0016 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     PERFORM 1110-READ-PROGRAM-RULE THRU 1110-EXIT
039900         UNTIL WS-PGMRULES-EOF.
040000     CLOSE PROGRAM-RULES-FILE.
040100     DISPLAY 'TBLMAINT - PROGRAM RULES LOADED  = '
040200         WS-PGM-ENTRY-COUNT.
040300 1100-EXIT.
040400     EXIT.
040500
040600 1110-READ-PROGRAM-RULE.
040700     READ PROGRAM-RULES-FILE
040800         AT END
040900             MOVE '10' TO WS-PGMRULES-STATUS
041000         NOT AT END
041100             IF WS-PGM-ENTRY-COUNT < 50
041200                 ADD 1 TO WS-PGM-ENTRY-COUNT
041300                 MOVE PGM-PROGRAM-RULES-RECORD
041400                     TO WS-PGM-IMAGE (WS-PGM-ENTRY-COUNT)
041500                 MOVE ZERO
041600                     TO WS-PGM-STUDENT-COUNT (WS-PGM-ENTRY-COUNT)
041700             ELSE
041800                 DISPLAY 'TBLMAINT - PROGRAM RULES TABLE FULL - '
041900                     'RESIZE BEFORE RUNNING'
042000                 MOVE 0016 TO RETURN-CODE
042100                 STOP RUN
042200             END-IF
042300     END-READ.
042400 1110-EXIT.
042500     EXIT.
042600
042700 1200-LOAD-WAIVER-CODES.
042800     OPEN INPUT WAIVER-FILE.
042900     IF WS-WVRFILE-NOT-FOUND
043000         DISPLAY 'TBLMAINT - NO WVRFILE, STARTING EMPTY'
043100         GO TO 1200-EXIT.
043200     IF NOT WS-WVRFILE-OK
043300         DISPLAY 'TBLMAINT - WVRFILE OPEN FAILED, STATUS = '
043400             WS-WVRFILE-STATUS
043500         MOVE 0016 TO RETURN-CODE
043600         STOP RUN
043700     END-IF.
043800     PERFORM 1210-READ-WAIVER-CODE THRU 1210-EXIT
043900         UNTIL WS-WVRFILE-EOF.
044000     CLOSE WAIVER-FILE.
044100     DISPLAY 'TBLMAINT - WAIVER CODES LOADED   = '
044200         WS-WVR-ENTRY-COUNT.
044300 1200-EXIT.
044400     EXIT.
044500
044600 1210-READ-WAIVER-CODE.
044700     READ WAIVER-FILE
044800         AT END
044900             MOVE '10' TO WS-WVRFILE-STATUS
045000         NOT AT END
045100             IF WS-WVR-ENTRY-COUNT < 1000
045200                 ADD 1 TO WS-WVR-ENTRY-COUNT
045300                 MOVE WVR-WAIVER-CODE-RECORD
045400                     TO WS-WVR-IMAGE (WS-WVR-ENTRY-COUNT)
045500             ELSE
045600                 DISPLAY 'TBLMAINT - WAIVER TABLE FULL - '
045700                     'RESIZE BEFORE RUNNING'
045800                 MOVE 0016 TO RETURN-CODE
045900                 STOP RUN
046000             END-IF
046100     END-READ.
046200 1210-EXIT.
046300     EXIT.
046400
046500 1300-LOAD-LETTER-TEMPLATES.
046600     OPEN INPUT LETTER-TEMPLATE-FILE.
046700     IF WS-LTRTMPL-NOT-FOUND
046800         DISPLAY 'TBLMAINT - NO LTRTMPL FILE, STARTING EMPTY'
046900         GO TO 1300-EXIT.
047000     IF NOT WS-LTRTMPL-OK
047100         DISPLAY 'TBLMAINT - LTRTMPL OPEN FAILED, STATUS = '
047200             WS-LTRTMPL-STATUS
047300         MOVE 0016 TO RETURN-CODE
047400         STOP RUN
047500     END-IF.
047600     PERFORM 1310-READ-TEMPLATE-LINE THRU 1310-EXIT
047700         UNTIL WS-LTRTMPL-EOF.
047800     CLOSE LETTER-TEMPLATE-FILE.
047900     DISPLAY 'TBLMAINT - TEMPLATE LINES LOADED = '
048000         WS-LTR-ENTRY-COUNT.
048100 1300-EXIT.
048200     EXIT.
048300
048400 1310-READ-TEMPLATE-LINE.
048500     READ LETTER-TEMPLATE-FILE
048600         AT END
048700             MOVE '10' TO WS-LTRTMPL-STATUS
048800         NOT AT END
048900             IF WS-LTR-ENTRY-COUNT < 500
049000                 ADD 1 TO WS-LTR-ENTRY-COUNT
049100                 MOVE LTR-TEMPLATE-RECORD
049200                     TO WS-LTR-IMAGE (WS-LTR-ENTRY-COUNT)
049300             ELSE
049400                 DISPLAY 'TBLMAINT - TEMPLATE TABLE FULL - '
049500                     'RESIZE BEFORE RUNNING'
049600                 MOVE 0016 TO RETURN-CODE
049700                 STOP RUN
049800             END-IF
049900     END-READ.
050000 1310-EXIT.
050100     EXIT.
050200
050300 1400-LOAD-APPROVERS.
050400     OPEN INPUT APPROVER-FILE.
050500     IF WS-APPFILE-NOT-FOUND
050600         DISPLAY 'TBLMAINT - NO APPFILE, STARTING EMPTY'
050700         GO TO 1400-EXIT.
050800     IF NOT WS-APPFILE-OK
050900         DISPLAY 'TBLMAINT - APPFILE OPEN FAILED, STATUS = '
051000             WS-APPFILE-STATUS
051100         MOVE 0016 TO RETURN-CODE
051200         STOP RUN
051300     END-IF.
051400     PERFORM 1410-READ-APPROVER THRU 1410-EXIT
051500         UNTIL WS-APPFILE-EOF.
051600     CLOSE APPROVER-FILE.
051700     DISPLAY 'TBLMAINT - APPROVERS LOADED      = '
051800         WS-APP-ENTRY-COUNT.
051900 1400-EXIT.
052000     EXIT.
052100
052200 1410-READ-APPROVER.
052300     READ APPROVER-FILE
052400         AT END
052500             MOVE '10' TO WS-APPFILE-STATUS
052600         NOT AT END
052700             IF WS-APP-ENTRY-COUNT < 200
052800                 ADD 1 TO WS-APP-ENTRY-COUNT
052900                 MOVE APP-APPROVER-RECORD
053000                     TO WS-APP-IMAGE (WS-APP-ENTRY-COUNT)
053100             ELSE
053200                 DISPLAY 'TBLMAINT - APPROVER TABLE FULL - '
053300                     'RESIZE BEFORE RUNNING'
053400                 MOVE 0016 TO RETURN-CODE
053500                 STOP RUN
053600             END-IF
053700     END-READ.
053800 1410-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*    1500-COUNT-MASTER-USAGE  -  ONE PASS OF THE MASTER TO       *
054300*    COUNT THE STUDENTS STILL CARRYING EACH WAIVER CODE AND      *
054400*    ASSIGNED TO EACH PROGRAM, SO A DELETE CAN BE REFUSED        *
054500*    WHILE ANYONE DEPENDS ON THE ENTRY.                          *
054600*****************************************************************
054700 1500-COUNT-MASTER-USAGE.
054800     OPEN INPUT STUDENT-MASTER.
054900     IF NOT WS-STUDMSTR-OK
055000         DISPLAY 'TBLMAINT - STUDMSTR OPEN FAILED, STATUS = '
055100             WS-STUDMSTR-STATUS
055200         MOVE 0016 TO RETURN-CODE
055300         STOP RUN
055400     END-IF.
055500     INITIALIZE WS-WVR-IN-USE-TABLE.
055600     PERFORM 1510-COUNT-ONE-STUDENT THRU 1510-EXIT
055700         UNTIL WS-STUDMSTR-EOF.
055800     CLOSE STUDENT-MASTER.
055900     DISPLAY 'TBLMAINT - STUDENTS SCANNED      = '
056000         WS-STUDENTS-SCANNED.
056100 1500-EXIT.
056200     EXIT.
056300
056400 1510-COUNT-ONE-STUDENT.
056500     READ STUDENT-MASTER NEXT RECORD
056600         AT END
056700             MOVE '10' TO WS-STUDMSTR-STATUS
056800             GO TO 1510-EXIT
056900     END-READ.
057000     ADD 1 TO WS-STUDENTS-SCANNED.
057100     IF SM-ATTENDANCE-WAIVER-CD NUMERIC
057200             AND SM-ATTENDANCE-WAIVER-CD > ZERO
057300         ADD 1 TO WS-WVR-IN-USE-COUNT (SM-ATTENDANCE-WAIVER-CD)
057400     END-IF.
057500     IF SM-ACADEMIC-PROGRAM-CD = SPACES
057600         GO TO 1510-EXIT.
057700     MOVE ZERO TO WS-PGM-FOUND-SUB.
057800     MOVE ZERO TO WS-PGM-SUB.
057900     PERFORM 1520-SCAN-STUDENT-PROGRAM THRU 1520-EXIT
058000         UNTIL WS-PGM-SUB >= WS-PGM-ENTRY-COUNT
058100             OR WS-PGM-FOUND-SUB > ZERO.
058200     IF WS-PGM-FOUND-SUB > ZERO
058300         ADD 1 TO WS-PGM-STUDENT-COUNT (WS-PGM-FOUND-SUB)
058400     END-IF.
058500 1510-EXIT.
058600     EXIT.
058700
058800 1520-SCAN-STUDENT-PROGRAM.
058900     ADD 1 TO WS-PGM-SUB.
059000     IF WS-PGM-CODE (WS-PGM-SUB) = SM-ACADEMIC-PROGRAM-CD
059100         MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
059200     END-IF.
059300 1520-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700*    2000-RECYCLE-ONE-SUSPENSE  -  YESTERDAY'S SUSPENDED         *
059800*    TRANSACTIONS RE-ENTER THE EDIT AHEAD OF THE NEW BATCH       *
059900*****************************************************************
060000 2000-RECYCLE-ONE-SUSPENSE.
060100     READ SUSP-IN-FILE
060200         AT END
060300             MOVE 'Y' TO WS-SUSP-EOF-SWITCH
060400         NOT AT END
060500             ADD 1 TO WS-RECYCLED-READ
060600             MOVE SIN-SUSPENSE-RECORD TO TSU-SUSPENSE-RECORD
060700             MOVE TSU-TRANSACTION-IMAGE
060800                 TO TBT-TRANSACTION-RECORD
060900             MOVE 'RECYCLE' TO WS-TRANS-SOURCE
061000             PERFORM 2200-EDIT-AND-ROUTE THRU 2200-EXIT
061100     END-READ.
061200 2000-EXIT.
061300     EXIT.
061400
061500 2100-PROCESS-ONE-TRANS.
061600     READ TBL-TRANS-FILE
061700         AT END
061800             MOVE 'Y' TO WS-TRANS-EOF-SWITCH
061900         NOT AT END
062000             ADD 1 TO WS-TRANS-READ
062100             MOVE TTF-TRANS-RECORD TO TBT-TRANSACTION-RECORD
062200             MOVE 'BATCH' TO WS-TRANS-SOURCE
062300             PERFORM 2200-EDIT-AND-ROUTE THRU 2200-EXIT
062400     END-READ.
062500 2100-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900*    2200-EDIT-AND-ROUTE  -  RUN THE FIELD EDITS, APPLY A CLEAN  *
063000*    TRANSACTION TO ITS TABLE, SUSPEND A FAILURE.                *
063100*****************************************************************
063200 2200-EDIT-AND-ROUTE.
063300     MOVE 'P' TO WS-EDIT-RESULT-SWITCH.
063400     MOVE SPACES TO WS-REASON-CODE.
063500     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
063600     IF WS-EDIT-PASSED
063700         PERFORM 2400-APPLY-TRANSACTION THRU 2400-EXIT
063800     END-IF.
063900     IF WS-EDIT-FAILED
064000         PERFORM 2500-SUSPEND-TRANSACTION THRU 2500-EXIT
064100     END-IF.
064200 2200-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600*    2300-EDIT-TRANSACTION  -  THE FIELD EDITS.  FIRST FAILURE   *
064700*    WINS; WS-REASON-CODE IDENTIFIES IT ON SUSPENSE AND REPORT.  *
064800*    THE KEY IS LOOKED UP HERE RATHER THAN AT APPLY TIME, SO     *
064900*    DUPADD / NOTFOUND AND THE IN-USE AND GAP CHECKS ALL SUSPEND *
065000*    BEFORE ANY TABLE IS TOUCHED.  A DELETE IS NOT RE-EDITED     *
065100*    BEYOND ITS KEY.                                             *
065200*****************************************************************
065300 2300-EDIT-TRANSACTION.
065400     PERFORM 2305-SET-TRANSACTION-KEY THRU 2305-EXIT.
065500     IF NOT TBT-PROGRAM-RULES
065600             AND NOT TBT-WAIVER-CODES
065700             AND NOT TBT-LETTER-TEMPLATES
065800             AND NOT TBT-APPROVERS
065900         MOVE 'BADTABLE' TO WS-REASON-CODE
066000         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
066100         GO TO 2300-EXIT
066200     END-IF.
066300     IF NOT TBT-ADD-TRANS
066400             AND NOT TBT-CHANGE-TRANS
066500             AND NOT TBT-DELETE-TRANS
066600         MOVE 'BADCODE' TO WS-REASON-CODE
066700         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
066800         GO TO 2300-EXIT
066900     END-IF.
067000     EVALUATE TRUE
067100         WHEN TBT-PROGRAM-RULES
067200             PERFORM 2310-EDIT-PROGRAM-RULE THRU 2310-EXIT
067300         WHEN TBT-WAIVER-CODES
067400             PERFORM 2320-EDIT-WAIVER-CODE THRU 2320-EXIT
067500         WHEN TBT-LETTER-TEMPLATES
067600             PERFORM 2330-EDIT-TEMPLATE-LINE THRU 2330-EXIT
067700         WHEN TBT-APPROVERS
067800             PERFORM 2340-EDIT-APPROVER THRU 2340-EXIT
067900     END-EVALUATE.
068000 2300-EXIT.
068100     EXIT.
068200
068300*    THE KEY AS IT APPEARS ON THE CHANGE LOG AND THE REPORT -
068400*    PROGRAM CODE, WAIVER CODE, OUTCOME PLUS LINE SEQUENCE, OR
068500*    APPROVER USER-ID, ALL FROM THE FRONT OF THE IMAGE.
068600 2305-SET-TRANSACTION-KEY.
068700     MOVE SPACES TO WS-TRANS-KEY.
068800     EVALUATE TRUE
068900         WHEN TBT-PROGRAM-RULES
069000             MOVE TBT-PGM-PROGRAM-CODE TO WS-TRANS-KEY
069100         WHEN TBT-WAIVER-CODES
069200             MOVE TBT-TABLE-IMAGE(1:3) TO WS-TRANS-KEY
069300         WHEN TBT-APPROVERS
069400             MOVE TBT-APP-USER-ID TO WS-TRANS-KEY
069500         WHEN OTHER
069600             MOVE TBT-TABLE-IMAGE(1:10) TO WS-TRANS-KEY
069700     END-EVALUATE.
069800 2305-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*    2310-EDIT-PROGRAM-RULE  -  THE THRESHOLDS MUST BE NUMERIC   *
070300*    AND INSIDE THE RANGES STUEDIT HOLDS THE STUDENT FIELDS TO - *
070400*    ATTENDANCE 1-366 DAYS, GPA 1-400 (HUNDREDTHS) - AND THE     *
070500*    CREDIT THRESHOLD NON-ZERO.  '***' IS RESERVED FOR THE       *
070600*    HELLO123 DEFAULT BUCKET.                                    *
070700*****************************************************************
070800 2310-EDIT-PROGRAM-RULE.
070900     IF TBT-PGM-PROGRAM-CODE = SPACES OR '***'
071000         MOVE 'NOKEY' TO WS-REASON-CODE
071100         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
071200         GO TO 2310-EXIT.
071300     PERFORM 2315-FIND-PROGRAM-RULE THRU 2315-EXIT.
071400     IF TBT-DELETE-TRANS
071500         IF WS-PGM-FOUND-SUB = ZERO
071600             MOVE 'NOTFOUND' TO WS-REASON-CODE
071700             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
071800         ELSE
071900             IF WS-PGM-STUDENT-COUNT (WS-PGM-FOUND-SUB) > ZERO
072000                 MOVE 'PGMINUSE' TO WS-REASON-CODE
072100                 MOVE 'F' TO WS-EDIT-RESULT-SWITCH
072200             END-IF
072300         END-IF
072400         GO TO 2310-EXIT
072500     END-IF.
072600     IF TBT-ADD-TRANS AND WS-PGM-FOUND-SUB > ZERO
072700         MOVE 'DUPADD' TO WS-REASON-CODE
072800         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
072900         GO TO 2310-EXIT.
073000     IF TBT-CHANGE-TRANS AND WS-PGM-FOUND-SUB = ZERO
073100         MOVE 'NOTFOUND' TO WS-REASON-CODE
073200         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
073300         GO TO 2310-EXIT.
073400     IF TBT-ADD-TRANS AND WS-PGM-ENTRY-COUNT >= 50
073500         MOVE 'TBLFULL' TO WS-REASON-CODE
073600         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
073700         GO TO 2310-EXIT.
073800     IF TBT-PGM-DESCRIPTION = SPACES
073900         MOVE 'NODESC' TO WS-REASON-CODE
074000         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
074100         GO TO 2310-EXIT.
074200     IF TBT-PGM-ATTENDANCE-THRESHOLD NOT NUMERIC
074300             OR TBT-PGM-GPA-THRESHOLD NOT NUMERIC
074400             OR TBT-PGM-CREDIT-THRESHOLD NOT NUMERIC
074500         MOVE 'NOTNUM' TO WS-REASON-CODE
074600         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
074700         GO TO 2310-EXIT.
074800     IF TBT-PGM-ATTENDANCE-THRESHOLD = ZERO
074900             OR TBT-PGM-ATTENDANCE-THRESHOLD > 366
075000         MOVE 'ATTRANGE' TO WS-REASON-CODE
075100         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
075200         GO TO 2310-EXIT.
075300     IF TBT-PGM-GPA-THRESHOLD = ZERO
075400             OR TBT-PGM-GPA-THRESHOLD > 400
075500         MOVE 'GPARANGE' TO WS-REASON-CODE
075600         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
075700         GO TO 2310-EXIT.
075800     IF TBT-PGM-CREDIT-THRESHOLD = ZERO
075900         MOVE 'CRDRANGE' TO WS-REASON-CODE
076000         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
076100     END-IF.
076200 2310-EXIT.
076300     EXIT.
076400
076500 2315-FIND-PROGRAM-RULE.
076600     MOVE ZERO TO WS-PGM-FOUND-SUB.
076700     MOVE ZERO TO WS-PGM-SUB.
076800     PERFORM 2316-SCAN-PROGRAM-TABLE THRU 2316-EXIT
076900         UNTIL WS-PGM-SUB >= WS-PGM-ENTRY-COUNT
077000             OR WS-PGM-FOUND-SUB > ZERO.
077100 2315-EXIT.
077200     EXIT.
077300
077400 2316-SCAN-PROGRAM-TABLE.
077500     ADD 1 TO WS-PGM-SUB.
077600     IF WS-PGM-CODE (WS-PGM-SUB) = TBT-PGM-PROGRAM-CODE
077700         MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
077800     END-IF.
077900 2316-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300*    2320-EDIT-WAIVER-CODE  -  CODE 001-999, A WINDOW OF P / S / *
078400*    B, REAL EFFECTIVE AND EXPIRY DATES WITH THE EXPIRY AFTER    *
078500*    THE EFFECTIVE DATE.  NO DELETE WHILE A STUDENT STILL        *
078600*    CARRIES THE CODE ON SM-ATTENDANCE-WAIVER-CD.                *
078700*****************************************************************
078800 2320-EDIT-WAIVER-CODE.
078900     IF TBT-WVR-WAIVER-CODE NOT NUMERIC
079000             OR TBT-WVR-WAIVER-CODE = ZERO
079100         MOVE 'NOKEY' TO WS-REASON-CODE
079200         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
079300         GO TO 2320-EXIT.
079400     PERFORM 2325-FIND-WAIVER-CODE THRU 2325-EXIT.
079500     IF TBT-DELETE-TRANS
079600         IF WS-WVR-FOUND-SUB = ZERO
079700             MOVE 'NOTFOUND' TO WS-REASON-CODE
079800             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
079900         ELSE
080000             IF WS-WVR-IN-USE-COUNT (TBT-WVR-WAIVER-CODE) > ZERO
080100                 MOVE 'WVRINUSE' TO WS-REASON-CODE
080200                 MOVE 'F' TO WS-EDIT-RESULT-SWITCH
080300             END-IF
080400         END-IF
080500         GO TO 2320-EXIT
080600     END-IF.
080700     IF TBT-ADD-TRANS AND WS-WVR-FOUND-SUB > ZERO
080800         MOVE 'DUPADD' TO WS-REASON-CODE
080900         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
081000         GO TO 2320-EXIT.
081100     IF TBT-CHANGE-TRANS AND WS-WVR-FOUND-SUB = ZERO
081200         MOVE 'NOTFOUND' TO WS-REASON-CODE
081300         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
081400         GO TO 2320-EXIT.
081500     IF TBT-ADD-TRANS AND WS-WVR-ENTRY-COUNT >= 1000
081600         MOVE 'TBLFULL' TO WS-REASON-CODE
081700         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
081800         GO TO 2320-EXIT.
081900     IF TBT-WVR-DESCRIPTION = SPACES
082000         MOVE 'NODESC' TO WS-REASON-CODE
082100         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
082200         GO TO 2320-EXIT.
082300     IF TBT-WVR-WINDOW-WAIVED NOT = 'P'
082400             AND TBT-WVR-WINDOW-WAIVED NOT = 'S'
082500             AND TBT-WVR-WINDOW-WAIVED NOT = 'B'
082600         MOVE 'BADWINDW' TO WS-REASON-CODE
082700         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
082800         GO TO 2320-EXIT.
082900     IF TBT-WVR-EFFECTIVE-DATE NOT NUMERIC
083000             OR TBT-WVR-EXPIRY-DATE NOT NUMERIC
083100         MOVE 'NOTNUM' TO WS-REASON-CODE
083200         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
083300         GO TO 2320-EXIT.
083400     MOVE TBT-WVR-EFFECTIVE-DATE TO WS-CHECK-DATE.
083500     PERFORM 2380-CHECK-CALENDAR-DATE THRU 2380-EXIT.
083600     IF WS-EDIT-FAILED
083700         GO TO 2320-EXIT.
083800     MOVE TBT-WVR-EXPIRY-DATE TO WS-CHECK-DATE.
083900     PERFORM 2380-CHECK-CALENDAR-DATE THRU 2380-EXIT.
084000     IF WS-EDIT-FAILED
084100         GO TO 2320-EXIT.
084200     IF TBT-WVR-EXPIRY-DATE NOT > TBT-WVR-EFFECTIVE-DATE
084300         MOVE 'EXPBEFOR' TO WS-REASON-CODE
084400         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
084500     END-IF.
084600 2320-EXIT.
084700     EXIT.
084800
084900 2325-FIND-WAIVER-CODE.
085000     MOVE ZERO TO WS-WVR-FOUND-SUB.
085100     MOVE ZERO TO WS-WVR-SUB.
085200     PERFORM 2326-SCAN-WAIVER-TABLE THRU 2326-EXIT
085300         UNTIL WS-WVR-SUB >= WS-WVR-ENTRY-COUNT
085400             OR WS-WVR-FOUND-SUB > ZERO.
085500 2325-EXIT.
085600     EXIT.
085700
085800 2326-SCAN-WAIVER-TABLE.
085900     ADD 1 TO WS-WVR-SUB.
086000     IF WS-WVR-CODE (WS-WVR-SUB) = TBT-WVR-WAIVER-CODE
086100         MOVE WS-WVR-SUB TO WS-WVR-FOUND-SUB
086200     END-IF.
086300 2326-EXIT.
086400     EXIT.
086500
086600*****************************************************************
086700*    2330-EDIT-TEMPLATE-LINE  -  A LEGAL OUTCOME AND A LINE SEQ  *
086800*    01-99.  STULETTR PRINTS AN OUTCOME'S LINES IN TABLE ORDER,  *
086900*    SO EACH OUTCOME'S LINES MUST RUN 01, 02, 03 ... WITH NO     *
087000*    GAP: AN ADD MUST BE THE NEXT LINE AFTER THE CURRENT LAST,   *
087100*    AND ONLY THE LAST LINE MAY BE DELETED.  A CHANGE REPLACES   *
087200*    THE TEXT OF A LINE IN PLACE.  THE LAST LINE ON THE WHOLE    *
087300*    FILE MAY NOT BE DELETED - STULETTR WILL NOT RUN EMPTY.      *
087400*****************************************************************
087500 2330-EDIT-TEMPLATE-LINE.
087600     IF TBT-LTR-OUTCOME-CODE NOT = 'CLEAN'
087700             AND TBT-LTR-OUTCOME-CODE NOT = 'ERROR'
087800             AND TBT-LTR-OUTCOME-CODE NOT = 'ERROR34'
087900             AND TBT-LTR-OUTCOME-CODE NOT = 'HOLD'
088000             AND TBT-LTR-OUTCOME-CODE NOT = 'PROBOK'
088100             AND TBT-LTR-OUTCOME-CODE NOT = 'WAIVED'
088200             AND TBT-LTR-OUTCOME-CODE NOT = 'INACTV'
088300         MOVE 'BADOUTC' TO WS-REASON-CODE
088400         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
088500         GO TO 2330-EXIT.
088600     IF TBT-LTR-LINE-SEQ NOT NUMERIC
088700             OR TBT-LTR-LINE-SEQ = ZERO
088800         MOVE 'BADSEQ' TO WS-REASON-CODE
088900         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
089000         GO TO 2330-EXIT.
089100     PERFORM 2335-FIND-TEMPLATE-LINE THRU 2335-EXIT.
089200     IF TBT-DELETE-TRANS
089300         IF WS-LTR-FOUND-SUB = ZERO
089400             MOVE 'NOTFOUND' TO WS-REASON-CODE
089500             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
089600             GO TO 2330-EXIT
089700         END-IF
089800         IF TBT-LTR-LINE-SEQ NOT = WS-LTR-MAX-SEQ
089900             MOVE 'SEQGAP' TO WS-REASON-CODE
090000             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
090100             GO TO 2330-EXIT
090200         END-IF
090300         IF WS-LTR-ENTRY-COUNT = 1
090400             MOVE 'LASTENTR' TO WS-REASON-CODE
090500             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
090600         END-IF
090700         GO TO 2330-EXIT
090800     END-IF.
090900     IF TBT-CHANGE-TRANS AND WS-LTR-FOUND-SUB = ZERO
091000         MOVE 'NOTFOUND' TO WS-REASON-CODE
091100         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
091200         GO TO 2330-EXIT.
091300     IF TBT-ADD-TRANS AND WS-LTR-FOUND-SUB > ZERO
091400         MOVE 'DUPADD' TO WS-REASON-CODE
091500         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
091600         GO TO 2330-EXIT.
091700     IF TBT-ADD-TRANS
091800             AND TBT-LTR-LINE-SEQ NOT = WS-LTR-MAX-SEQ + 1
091900         MOVE 'SEQGAP' TO WS-REASON-CODE
092000         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
092100         GO TO 2330-EXIT.
092200     IF TBT-ADD-TRANS AND WS-LTR-ENTRY-COUNT >= 500
092300         MOVE 'TBLFULL' TO WS-REASON-CODE
092400         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
092500     END-IF.
092600 2330-EXIT.
092700     EXIT.
092800
092900*    ONE FULL PASS: THE EXACT LINE IF PRESENT, THE TABLE SLOT OF
093000*    THE OUTCOME'S LAST LINE, AND ITS HIGHEST SEQUENCE NUMBER.
093100 2335-FIND-TEMPLATE-LINE.
093200     MOVE ZERO TO WS-LTR-FOUND-SUB.
093300     MOVE ZERO TO WS-LTR-LAST-SUB.
093400     MOVE ZERO TO WS-LTR-MAX-SEQ.
093500     MOVE ZERO TO WS-LTR-SUB.
093600     PERFORM 2336-SCAN-TEMPLATE-TABLE THRU 2336-EXIT
093700         UNTIL WS-LTR-SUB >= WS-LTR-ENTRY-COUNT.
093800 2335-EXIT.
093900     EXIT.
094000
094100 2336-SCAN-TEMPLATE-TABLE.
094200     ADD 1 TO WS-LTR-SUB.
094300     IF WS-LTR-OUTCOME (WS-LTR-SUB) NOT = TBT-LTR-OUTCOME-CODE
094400         GO TO 2336-EXIT.
094500     MOVE WS-LTR-SUB TO WS-LTR-LAST-SUB.
094600     IF WS-LTR-SEQ (WS-LTR-SUB) > WS-LTR-MAX-SEQ
094700         MOVE WS-LTR-SEQ (WS-LTR-SUB) TO WS-LTR-MAX-SEQ
094800     END-IF.
094900     IF WS-LTR-SEQ (WS-LTR-SUB) = TBT-LTR-LINE-SEQ
095000         MOVE WS-LTR-SUB TO WS-LTR-FOUND-SUB
095100     END-IF.
095200 2336-EXIT.
095300     EXIT.
095400
095500*    OVREDIT WILL NOT RUN WITH AN EMPTY APPROVER FILE, SO THE
095600*    LAST APPROVER CANNOT BE DELETED.
095700 2340-EDIT-APPROVER.
095800     IF TBT-APP-USER-ID = SPACES
095900         MOVE 'NOKEY' TO WS-REASON-CODE
096000         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
096100         GO TO 2340-EXIT.
096200     PERFORM 2345-FIND-APPROVER THRU 2345-EXIT.
096300     IF TBT-DELETE-TRANS
096400         IF WS-APP-FOUND-SUB = ZERO
096500             MOVE 'NOTFOUND' TO WS-REASON-CODE
096600             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
096700         ELSE
096800             IF WS-APP-ENTRY-COUNT = 1
096900                 MOVE 'LASTENTR' TO WS-REASON-CODE
097000                 MOVE 'F' TO WS-EDIT-RESULT-SWITCH
097100             END-IF
097200         END-IF
097300         GO TO 2340-EXIT
097400     END-IF.
097500     IF TBT-ADD-TRANS AND WS-APP-FOUND-SUB > ZERO
097600         MOVE 'DUPADD' TO WS-REASON-CODE
097700         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
097800         GO TO 2340-EXIT.
097900     IF TBT-CHANGE-TRANS AND WS-APP-FOUND-SUB = ZERO
098000         MOVE 'NOTFOUND' TO WS-REASON-CODE
098100         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
098200         GO TO 2340-EXIT.
098300     IF TBT-ADD-TRANS AND WS-APP-ENTRY-COUNT >= 200
098400         MOVE 'TBLFULL' TO WS-REASON-CODE
098500         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
098600         GO TO 2340-EXIT.
098700     IF TBT-APP-USER-NAME = SPACES
098800         MOVE 'NODESC' TO WS-REASON-CODE
098900         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
099000     END-IF.
099100 2340-EXIT.
099200     EXIT.
099300
099400 2345-FIND-APPROVER.
099500     MOVE ZERO TO WS-APP-FOUND-SUB.
099600     MOVE ZERO TO WS-APP-SUB.
099700     PERFORM 2346-SCAN-APPROVER-TABLE THRU 2346-EXIT
099800         UNTIL WS-APP-SUB >= WS-APP-ENTRY-COUNT
099900             OR WS-APP-FOUND-SUB > ZERO.
100000 2345-EXIT.
100100     EXIT.
100200
100300 2346-SCAN-APPROVER-TABLE.
100400     ADD 1 TO WS-APP-SUB.
100500     IF WS-APP-USER-ID (WS-APP-SUB) = TBT-APP-USER-ID
100600         MOVE WS-APP-SUB TO WS-APP-FOUND-SUB
100700     END-IF.
100800 2346-EXIT.
100900     EXIT.
101000
101100*****************************************************************
101200*    2380-CHECK-CALENDAR-DATE  -  WS-CHECK-DATE MUST BE A REAL   *
101300*    CALENDAR DATE (MONTH 1-12, DAY LEGAL FOR THE MONTH WITH     *
101400*    THE FULL LEAP-YEAR RULE).                                   *
101500*****************************************************************
101600 2380-CHECK-CALENDAR-DATE.
101700     IF WS-CHK-MONTH < 01 OR WS-CHK-MONTH > 12
101800         MOVE 'BADDATE' TO WS-REASON-CODE
101900         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
102000         GO TO 2380-EXIT.
102100     PERFORM 2385-SET-LEAP-YEAR THRU 2385-EXIT.
102200     EVALUATE WS-CHK-MONTH
102300         WHEN 01
102400         WHEN 03
102500         WHEN 05
102600         WHEN 07
102700         WHEN 08
102800         WHEN 10
102900         WHEN 12
103000             MOVE 31 TO WS-MAX-DAY
103100         WHEN 04
103200         WHEN 06
103300         WHEN 09
103400         WHEN 11
103500             MOVE 30 TO WS-MAX-DAY
103600         WHEN 02
103700             IF WS-LEAP-YEAR
103800                 MOVE 29 TO WS-MAX-DAY
103900             ELSE
104000                 MOVE 28 TO WS-MAX-DAY
104100             END-IF
104200     END-EVALUATE.
104300     IF WS-CHK-DAY < 01 OR WS-CHK-DAY > WS-MAX-DAY
104400         MOVE 'BADDATE' TO WS-REASON-CODE
104500         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
104600     END-IF.
104700 2380-EXIT.
104800     EXIT.
104900
105000*    GREGORIAN LEAP RULE - DIVISIBLE BY 4, EXCEPT CENTURIES,
105100*    EXCEPT CENTURIES DIVISIBLE BY 400.
105200 2385-SET-LEAP-YEAR.
105300     MOVE 'N' TO WS-LEAP-YEAR-SWITCH.
105400     DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
105500         REMAINDER WS-LEAP-REM-4.
105600     DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
105700         REMAINDER WS-LEAP-REM-100.
105800     DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
105900         REMAINDER WS-LEAP-REM-400.
106000     IF WS-LEAP-REM-4 = ZERO
106100         IF WS-LEAP-REM-100 NOT = ZERO
106200                 OR WS-LEAP-REM-400 = ZERO
106300             MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
106400         END-IF
106500     END-IF.
106600 2385-EXIT.
106700     EXIT.
106800
106900*****************************************************************
107000*    2400-APPLY-TRANSACTION  -  DISPATCH ON TABLE AND TRANS-CODE *
107100*    AGAINST THE TABLE IN STORAGE, THEN LOG THE IMAGE PAIR.  THE *
107200*    FOUND / LAST SUBSCRIPTS ARE STILL SET FROM THE EDIT.        *
107300*****************************************************************
107400 2400-APPLY-TRANSACTION.
107500     MOVE SPACES TO WS-BEFORE-IMAGE.
107600     MOVE SPACES TO WS-AFTER-IMAGE.
107700     EVALUATE TRUE
107800         WHEN TBT-PROGRAM-RULES
107900             PERFORM 2410-APPLY-PROGRAM-RULE THRU 2410-EXIT
108000         WHEN TBT-WAIVER-CODES
108100             PERFORM 2420-APPLY-WAIVER-CODE THRU 2420-EXIT
108200         WHEN TBT-LETTER-TEMPLATES
108300             PERFORM 2430-APPLY-TEMPLATE-LINE THRU 2430-EXIT
108400         WHEN TBT-APPROVERS
108500             PERFORM 2440-APPLY-APPROVER THRU 2440-EXIT
108600     END-EVALUATE.
108700     ADD 1 TO WS-TRANS-APPLIED.
108800     PERFORM 2490-WRITE-CHANGE-LOG THRU 2490-EXIT.
108900 2400-EXIT.
109000     EXIT.
109100
109200 2410-APPLY-PROGRAM-RULE.
109300     ADD 1 TO WS-PGM-APPLIED.
109400     IF NOT TBT-ADD-TRANS
109500         MOVE WS-PGM-IMAGE (WS-PGM-FOUND-SUB) TO WS-BEFORE-IMAGE
109600     END-IF.
109700     IF TBT-DELETE-TRANS
109800         PERFORM 2415-REMOVE-PROGRAM-RULE THRU 2415-EXIT
109900         GO TO 2410-EXIT.
110000     IF TBT-ADD-TRANS
110100         ADD 1 TO WS-PGM-ENTRY-COUNT
110200         MOVE WS-PGM-ENTRY-COUNT TO WS-PGM-FOUND-SUB
110300         MOVE SPACES TO WS-PGM-IMAGE (WS-PGM-FOUND-SUB)
110400         MOVE ZERO TO WS-PGM-STUDENT-COUNT (WS-PGM-FOUND-SUB)
110500         MOVE TBT-PGM-PROGRAM-CODE
110600             TO WS-PGM-CODE (WS-PGM-FOUND-SUB)
110700     END-IF.
110800     MOVE TBT-PGM-DESCRIPTION
110900         TO WS-PGM-DESCRIPTION (WS-PGM-FOUND-SUB).
111000     MOVE TBT-PGM-ATTENDANCE-THRESHOLD
111100         TO WS-PGM-NUM1 (WS-PGM-FOUND-SUB).
111200     MOVE TBT-PGM-GPA-THRESHOLD
111300         TO WS-PGM-NUM2 (WS-PGM-FOUND-SUB).
111400     MOVE TBT-PGM-CREDIT-THRESHOLD
111500         TO WS-PGM-NUM3 (WS-PGM-FOUND-SUB).
111600     MOVE WS-PGM-IMAGE (WS-PGM-FOUND-SUB) TO WS-AFTER-IMAGE.
111700 2410-EXIT.
111800     EXIT.
111900
112000*    CLOSE THE GAP - EVERY ENTRY BELOW THE DELETED ONE MOVES UP.
112100 2415-REMOVE-PROGRAM-RULE.
112200     MOVE WS-PGM-FOUND-SUB TO WS-PGM-SUB.
112300     PERFORM 2416-SHIFT-PROGRAM-UP THRU 2416-EXIT
112400         UNTIL WS-PGM-SUB >= WS-PGM-ENTRY-COUNT.
112500     SUBTRACT 1 FROM WS-PGM-ENTRY-COUNT.
112600 2415-EXIT.
112700     EXIT.
112800
112900 2416-SHIFT-PROGRAM-UP.
113000     COMPUTE WS-PGM-NEXT-SUB = WS-PGM-SUB + 1.
113100     MOVE WS-PGM-ENTRY (WS-PGM-NEXT-SUB)
113200         TO WS-PGM-ENTRY (WS-PGM-SUB).
113300     MOVE WS-PGM-NEXT-SUB TO WS-PGM-SUB.
113400 2416-EXIT.
113500     EXIT.
113600
113700 2420-APPLY-WAIVER-CODE.
113800     ADD 1 TO WS-WVR-APPLIED.
113900     IF NOT TBT-ADD-TRANS
114000         MOVE WS-WVR-IMAGE (WS-WVR-FOUND-SUB) TO WS-BEFORE-IMAGE
114100     END-IF.
114200     IF TBT-DELETE-TRANS
114300         PERFORM 2425-REMOVE-WAIVER-CODE THRU 2425-EXIT
114400         GO TO 2420-EXIT.
114500     IF TBT-ADD-TRANS
114600         ADD 1 TO WS-WVR-ENTRY-COUNT
114700         MOVE WS-WVR-ENTRY-COUNT TO WS-WVR-FOUND-SUB
114800         MOVE SPACES TO WS-WVR-IMAGE (WS-WVR-FOUND-SUB)
114900         MOVE TBT-WVR-WAIVER-CODE
115000             TO WS-WVR-CODE (WS-WVR-FOUND-SUB)
115100     END-IF.
115200     MOVE TBT-WVR-DESCRIPTION
115300         TO WS-WVR-DESCRIPTION (WS-WVR-FOUND-SUB).
115400     MOVE TBT-WVR-WINDOW-WAIVED
115500         TO WS-WVR-WINDOW (WS-WVR-FOUND-SUB).
115600     MOVE TBT-WVR-EFFECTIVE-DATE
115700         TO WS-WVR-EFF-DATE (WS-WVR-FOUND-SUB).
115800     MOVE TBT-WVR-EXPIRY-DATE
115900         TO WS-WVR-EXP-DATE (WS-WVR-FOUND-SUB).
116000     MOVE WS-WVR-IMAGE (WS-WVR-FOUND-SUB) TO WS-AFTER-IMAGE.
116100 2420-EXIT.
116200     EXIT.
116300
116400 2425-REMOVE-WAIVER-CODE.
116500     MOVE WS-WVR-FOUND-SUB TO WS-WVR-SUB.
116600     PERFORM 2426-SHIFT-WAIVER-UP THRU 2426-EXIT
116700         UNTIL WS-WVR-SUB >= WS-WVR-ENTRY-COUNT.
116800     SUBTRACT 1 FROM WS-WVR-ENTRY-COUNT.
116900 2425-EXIT.
117000     EXIT.
117100
117200 2426-SHIFT-WAIVER-UP.
117300     COMPUTE WS-WVR-NEXT-SUB = WS-WVR-SUB + 1.
117400     MOVE WS-WVR-ENTRY (WS-WVR-NEXT-SUB)
117500         TO WS-WVR-ENTRY (WS-WVR-SUB).
117600     MOVE WS-WVR-NEXT-SUB TO WS-WVR-SUB.
117700 2426-EXIT.
117800     EXIT.
117900
118000*    A NEW LINE GOES DIRECTLY AFTER ITS OUTCOME'S CURRENT LAST
118100*    LINE SO THE OUTCOME'S WORDING STAYS TOGETHER AND IN ORDER;
118200*    THE FIRST LINE OF A NEW OUTCOME GOES ON THE END.
118300 2430-APPLY-TEMPLATE-LINE.
118400     ADD 1 TO WS-LTR-APPLIED.
118500     IF NOT TBT-ADD-TRANS
118600         MOVE WS-LTR-IMAGE (WS-LTR-FOUND-SUB) TO WS-BEFORE-IMAGE
118700     END-IF.
118800     IF TBT-DELETE-TRANS
118900         PERFORM 2435-REMOVE-TEMPLATE-LINE THRU 2435-EXIT
119000         GO TO 2430-EXIT.
119100     IF TBT-ADD-TRANS
119200         IF WS-LTR-LAST-SUB = ZERO
119300             COMPUTE WS-LTR-FOUND-SUB = WS-LTR-ENTRY-COUNT + 1
119400         ELSE
119500             COMPUTE WS-LTR-FOUND-SUB = WS-LTR-LAST-SUB + 1
119600             PERFORM 2437-OPEN-TEMPLATE-SLOT THRU 2437-EXIT
119700         END-IF
119800         ADD 1 TO WS-LTR-ENTRY-COUNT
119900         MOVE SPACES TO WS-LTR-IMAGE (WS-LTR-FOUND-SUB)
120000         MOVE TBT-LTR-OUTCOME-CODE
120100             TO WS-LTR-OUTCOME (WS-LTR-FOUND-SUB)
120200         MOVE TBT-LTR-LINE-SEQ
120300             TO WS-LTR-SEQ (WS-LTR-FOUND-SUB)
120400     END-IF.
120500     MOVE TBT-LTR-LINE-TEXT TO WS-LTR-TEXT (WS-LTR-FOUND-SUB).
120600     MOVE WS-LTR-IMAGE (WS-LTR-FOUND-SUB) TO WS-AFTER-IMAGE.
120700 2430-EXIT.
120800     EXIT.
120900
121000 2435-REMOVE-TEMPLATE-LINE.
121100     MOVE WS-LTR-FOUND-SUB TO WS-LTR-SUB.
121200     PERFORM 2436-SHIFT-TEMPLATE-UP THRU 2436-EXIT
121300         UNTIL WS-LTR-SUB >= WS-LTR-ENTRY-COUNT.
121400     SUBTRACT 1 FROM WS-LTR-ENTRY-COUNT.
121500 2435-EXIT.
121600     EXIT.
121700
121800 2436-SHIFT-TEMPLATE-UP.
121900     COMPUTE WS-LTR-NEXT-SUB = WS-LTR-SUB + 1.
122000     MOVE WS-LTR-ENTRY (WS-LTR-NEXT-SUB)
122100         TO WS-LTR-ENTRY (WS-LTR-SUB).
122200     MOVE WS-LTR-NEXT-SUB TO WS-LTR-SUB.
122300 2436-EXIT.
122400     EXIT.
122500
122600*    MAKE ROOM AT WS-LTR-FOUND-SUB - EVERY ENTRY FROM THE END OF
122700*    THE TABLE BACK TO THE SLOT MOVES DOWN ONE.
122800 2437-OPEN-TEMPLATE-SLOT.
122900     MOVE WS-LTR-ENTRY-COUNT TO WS-LTR-SUB.
123000     PERFORM 2438-SHIFT-TEMPLATE-DOWN THRU 2438-EXIT
123100         UNTIL WS-LTR-SUB < WS-LTR-FOUND-SUB.
123200 2437-EXIT.
123300     EXIT.
123400
123500 2438-SHIFT-TEMPLATE-DOWN.
123600     COMPUTE WS-LTR-NEXT-SUB = WS-LTR-SUB + 1.
123700     MOVE WS-LTR-ENTRY (WS-LTR-SUB)
123800         TO WS-LTR-ENTRY (WS-LTR-NEXT-SUB).
123900     SUBTRACT 1 FROM WS-LTR-SUB.
124000 2438-EXIT.
124100     EXIT.
124200
124300 2440-APPLY-APPROVER.
124400     ADD 1 TO WS-APP-APPLIED.
124500     IF NOT TBT-ADD-TRANS
124600         MOVE WS-APP-IMAGE (WS-APP-FOUND-SUB) TO WS-BEFORE-IMAGE
124700     END-IF.
124800     IF TBT-DELETE-TRANS
124900         PERFORM 2445-REMOVE-APPROVER THRU 2445-EXIT
125000         GO TO 2440-EXIT.
125100     IF TBT-ADD-TRANS
125200         ADD 1 TO WS-APP-ENTRY-COUNT
125300         MOVE WS-APP-ENTRY-COUNT TO WS-APP-FOUND-SUB
125400         MOVE SPACES TO WS-APP-IMAGE (WS-APP-FOUND-SUB)
125500         MOVE TBT-APP-USER-ID
125600             TO WS-APP-USER-ID (WS-APP-FOUND-SUB)
125700     END-IF.
125800     MOVE TBT-APP-USER-NAME
125900         TO WS-APP-USER-NAME (WS-APP-FOUND-SUB).
126000     MOVE WS-APP-IMAGE (WS-APP-FOUND-SUB) TO WS-AFTER-IMAGE.
126100 2440-EXIT.
126200     EXIT.
126300
126400 2445-REMOVE-APPROVER.
126500     MOVE WS-APP-FOUND-SUB TO WS-APP-SUB.
126600     PERFORM 2446-SHIFT-APPROVER-UP THRU 2446-EXIT
126700         UNTIL WS-APP-SUB >= WS-APP-ENTRY-COUNT.
126800     SUBTRACT 1 FROM WS-APP-ENTRY-COUNT.
126900 2445-EXIT.
127000     EXIT.
127100
127200 2446-SHIFT-APPROVER-UP.
127300     COMPUTE WS-APP-NEXT-SUB = WS-APP-SUB + 1.
127400     MOVE WS-APP-ENTRY (WS-APP-NEXT-SUB)
127500         TO WS-APP-ENTRY (WS-APP-SUB).
127600     MOVE WS-APP-NEXT-SUB TO WS-APP-SUB.
127700 2446-EXIT.
127800     EXIT.
127900
128000 2490-WRITE-CHANGE-LOG.
128100     MOVE SPACES TO TLG-LOG-LINE.
128200     MOVE TBT-TABLE-ID TO TLG-TABLE-ID.
128300     MOVE WS-TRANS-KEY TO TLG-TABLE-KEY.
128400     MOVE TBT-TRANS-CODE TO TLG-TRANS-CODE.
128500     MOVE WS-CURRENT-DATE TO TLG-RUN-DATE.
128600     MOVE WS-CURRENT-TIME TO TLG-RUN-TIME.
128700     MOVE WS-BEFORE-IMAGE TO TLG-BEFORE-IMAGE.
128800     MOVE WS-AFTER-IMAGE TO TLG-AFTER-IMAGE.
128900     WRITE TLG-LOG-LINE.
129000 2490-EXIT.
129100     EXIT.
129200
129300 2500-SUSPEND-TRANSACTION.
129400     MOVE WS-REASON-CODE TO TSU-REASON-CODE.
129500*    A RECYCLED TRANSACTION KEEPS ITS ORIGINAL SUSPEND DATE
129600*    (STILL IN TSU-SUSPEND-DATE FROM THE RECYCLE READ) SO THE
129700*    REGISTRAR CAN SEE HOW LONG IT HAS BEEN STUCK.
129800     IF WS-TRANS-SOURCE NOT = 'RECYCLE'
129900         MOVE WS-CURRENT-DATE TO TSU-SUSPEND-DATE
130000     END-IF.
130100     MOVE TBT-TRANSACTION-RECORD TO TSU-TRANSACTION-IMAGE.
130200     MOVE TSU-SUSPENSE-RECORD TO SOT-SUSPENSE-RECORD.
130300     WRITE SOT-SUSPENSE-RECORD.
130400     ADD 1 TO WS-TRANS-SUSPENDED.
130500     PERFORM 2510-WRITE-REPORT-DETAIL THRU 2510-EXIT.
130600 2500-EXIT.
130700     EXIT.
130800
130900 2510-WRITE-REPORT-DETAIL.
131000     MOVE SPACES TO TRP-REPORT-LINE.
131100     MOVE 'TABLE' TO TRP-REPORT-LINE(1:5).
131200     MOVE TBT-TABLE-ID TO TRP-REPORT-LINE(7:3).
131300     MOVE 'KEY' TO TRP-REPORT-LINE(12:3).
131400     MOVE WS-TRANS-KEY TO TRP-REPORT-LINE(16:10).
131500     MOVE 'TRANS' TO TRP-REPORT-LINE(28:5).
131600     MOVE TBT-TRANS-CODE TO TRP-REPORT-LINE(34:1).
131700     MOVE 'REASON' TO TRP-REPORT-LINE(37:6).
131800     MOVE WS-REASON-CODE TO TRP-REPORT-LINE(44:8).
131900     MOVE 'SOURCE' TO TRP-REPORT-LINE(54:6).
132000     MOVE WS-TRANS-SOURCE TO TRP-REPORT-LINE(61:7).
132100     WRITE TRP-REPORT-LINE.
132200 2510-EXIT.
132300     EXIT.
132400
132500*****************************************************************
132600*    8000-TERMINATE  -  WRITE THE FOUR NEW TABLES, REPORT        *
132700*    SUMMARY COUNTS, CLOSE FILES                                 *
132800*****************************************************************
132900 8000-TERMINATE.
133000     PERFORM 8100-WRITE-NEW-TABLES THRU 8100-EXIT.
133100     MOVE SPACES TO TRP-REPORT-LINE.
133200     WRITE TRP-REPORT-LINE.
133300     MOVE SPACES TO TRP-REPORT-LINE.
133400     MOVE 'TRANSACTIONS READ....' TO TRP-REPORT-LINE(1:25).
133500     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
133600     MOVE WS-EDIT-COUNT TO TRP-REPORT-LINE(27:5).
133700     WRITE TRP-REPORT-LINE.
133800     MOVE SPACES TO TRP-REPORT-LINE.
133900     MOVE 'RECYCLED FROM SUSP...' TO TRP-REPORT-LINE(1:25).
134000     MOVE WS-RECYCLED-READ TO WS-EDIT-COUNT.
134100     MOVE WS-EDIT-COUNT TO TRP-REPORT-LINE(27:5).
134200     WRITE TRP-REPORT-LINE.
134300     MOVE SPACES TO TRP-REPORT-LINE.
134400     MOVE 'APPLIED TO PGMRULES..' TO TRP-REPORT-LINE(1:25).
134500     MOVE WS-PGM-APPLIED TO WS-EDIT-COUNT.
134600     MOVE WS-EDIT-COUNT TO TRP-REPORT-LINE(27:5).
134700     WRITE TRP-REPORT-LINE.
134800     MOVE SPACES TO TRP-REPORT-LINE.
134900     MOVE 'APPLIED TO WVRFILE...' TO TRP-REPORT-LINE(1:25).
135000     MOVE WS-WVR-APPLIED TO WS-EDIT-COUNT.
135100     MOVE WS-EDIT-COUNT TO TRP-REPORT-LINE(27:5).
135200     WRITE TRP-REPORT-LINE.
135300     MOVE SPACES TO TRP-REPORT-LINE.
135400     MOVE 'APPLIED TO LTRTMPL...' TO TRP-REPORT-LINE(1:25).
135500     MOVE WS-LTR-APPLIED TO WS-EDIT-COUNT.
135600     MOVE WS-EDIT-COUNT TO TRP-REPORT-LINE(27:5).
135700     WRITE TRP-REPORT-LINE.
135800     MOVE SPACES TO TRP-REPORT-LINE.
135900     MOVE 'APPLIED TO APPFILE...' TO TRP-REPORT-LINE(1:25).
136000     MOVE WS-APP-APPLIED TO WS-EDIT-COUNT.
136100     MOVE WS-EDIT-COUNT TO TRP-REPORT-LINE(27:5).
136200     WRITE TRP-REPORT-LINE.
136300     MOVE SPACES TO TRP-REPORT-LINE.
136400     MOVE 'SUSPENDED............' TO TRP-REPORT-LINE(1:25).
136500     MOVE WS-TRANS-SUSPENDED TO WS-EDIT-COUNT.
136600     MOVE WS-EDIT-COUNT TO TRP-REPORT-LINE(27:5).
136700     WRITE TRP-REPORT-LINE.
136800     CLOSE TBL-TRANS-FILE.
136900     IF NOT WS-TBSUSIN-NOT-FOUND
137000         CLOSE SUSP-IN-FILE
137100     END-IF.
137200     CLOSE SUSP-OUT-FILE.
137300     CLOSE TABLE-CHANGE-LOG.
137400     CLOSE EDIT-REPORT.
137500     DISPLAY 'TBLMAINT - TRANSACTIONS READ      = ' WS-TRANS-READ.
137600     DISPLAY 'TBLMAINT - RECYCLED FROM SUSPENSE = '
137700         WS-RECYCLED-READ.
137800     DISPLAY 'TBLMAINT - APPLIED AND LOGGED     = '
137900         WS-TRANS-APPLIED.
138000     DISPLAY 'TBLMAINT - SUSPENDED              = '
138100         WS-TRANS-SUSPENDED.
138200 8000-EXIT.
138300     EXIT.
138400
138500*****************************************************************
138600*    8100-WRITE-NEW-TABLES  -  ALL FOUR TABLES ARE WRITTEN EVERY *
138700*    RUN, CHANGED OR NOT, SO THE JOB'S COPY STEPS NEVER HAVE TO  *
138800*    KNOW WHICH ONES MOVED.                                      *
138900*****************************************************************
139000 8100-WRITE-NEW-TABLES.
139100     OPEN OUTPUT PROGRAM-RULES-NEW.
139200     IF NOT WS-PGMNEW-OK
139300         DISPLAY 'TBLMAINT - PGMNEW OPEN FAILED, STATUS = '
139400             WS-PGMNEW-STATUS
139500         MOVE 0016 TO RETURN-CODE
139600         STOP RUN
139700     END-IF.
139800     MOVE ZERO TO WS-PGM-SUB.
139900     PERFORM 8110-WRITE-PROGRAM-RULE THRU 8110-EXIT
140000         UNTIL WS-PGM-SUB >= WS-PGM-ENTRY-COUNT.
140100     CLOSE PROGRAM-RULES-NEW.
140200     OPEN OUTPUT WAIVER-NEW.
140300     IF NOT WS-WVRNEW-OK
140400         DISPLAY 'TBLMAINT - WVRNEW OPEN FAILED, STATUS = '
140500             WS-WVRNEW-STATUS
140600         MOVE 0016 TO RETURN-CODE
140700         STOP RUN
140800     END-IF.
140900     MOVE ZERO TO WS-WVR-SUB.
141000     PERFORM 8120-WRITE-WAIVER-CODE THRU 8120-EXIT
141100         UNTIL WS-WVR-SUB >= WS-WVR-ENTRY-COUNT.
141200     CLOSE WAIVER-NEW.
141300     OPEN OUTPUT LETTER-TEMPLATE-NEW.
141400     IF NOT WS-LTRNEW-OK
141500         DISPLAY 'TBLMAINT - LTRNEW OPEN FAILED, STATUS = '
141600             WS-LTRNEW-STATUS
141700         MOVE 0016 TO RETURN-CODE
141800         STOP RUN
141900     END-IF.
142000     MOVE ZERO TO WS-LTR-SUB.
142100     PERFORM 8130-WRITE-TEMPLATE-LINE THRU 8130-EXIT
142200         UNTIL WS-LTR-SUB >= WS-LTR-ENTRY-COUNT.
142300     CLOSE LETTER-TEMPLATE-NEW.
142400     OPEN OUTPUT APPROVER-NEW.
142500     IF NOT WS-APPNEW-OK
142600         DISPLAY 'TBLMAINT - APPNEW OPEN FAILED, STATUS = '
142700             WS-APPNEW-STATUS
142800         MOVE 0016 TO RETURN-CODE
142900         STOP RUN
143000     END-IF.
143100     MOVE ZERO TO WS-APP-SUB.
143200     PERFORM 8140-WRITE-APPROVER THRU 8140-EXIT
143300         UNTIL WS-APP-SUB >= WS-APP-ENTRY-COUNT.
143400     CLOSE APPROVER-NEW.
143500 8100-EXIT.
143600     EXIT.
143700
143800 8110-WRITE-PROGRAM-RULE.
143900     ADD 1 TO WS-PGM-SUB.
144000     MOVE WS-PGM-IMAGE (WS-PGM-SUB) TO PGN-PROGRAM-RULES-RECORD.
144100     WRITE PGN-PROGRAM-RULES-RECORD.
144200 8110-EXIT.
144300     EXIT.
144400
144500 8120-WRITE-WAIVER-CODE.
144600     ADD 1 TO WS-WVR-SUB.
144700     MOVE WS-WVR-IMAGE (WS-WVR-SUB) TO WVN-WAIVER-CODE-RECORD.
144800     WRITE WVN-WAIVER-CODE-RECORD.
144900 8120-EXIT.
145000     EXIT.
145100
145200 8130-WRITE-TEMPLATE-LINE.
145300     ADD 1 TO WS-LTR-SUB.
145400     MOVE WS-LTR-IMAGE (WS-LTR-SUB) TO LTN-TEMPLATE-RECORD.
145500     WRITE LTN-TEMPLATE-RECORD.
145600 8130-EXIT.
145700     EXIT.
145800
145900 8140-WRITE-APPROVER.
146000     ADD 1 TO WS-APP-SUB.
146100     MOVE WS-APP-IMAGE (WS-APP-SUB) TO APN-APPROVER-RECORD.
146200     WRITE APN-APPROVER-RECORD.
146300 8140-EXIT.
146400     EXIT.
