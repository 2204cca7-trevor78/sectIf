000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASEMNT.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       CASEMNT                                       *
001000*    PURPOSE        DAYTIME EDIT AND MAINTENANCE FOR THE         *
001100*                   ADVISING CASE FILE CASEPOST KEEPS.  EACH     *
001200*                   TRANSACTION ASSIGNS AN ADVISOR TO A CASE,    *
001300*                   RECORDS A CONTACT ATTEMPT, OR RECORDS THE    *
001400*                   ADVISOR'S RESOLUTION.  EVERY TRANSACTION     *
001500*                   IS VALIDATED FIELD BY FIELD - TRANS-CODE,    *
001600*                   A CASE ON FILE AND NOT CLOSED, AN ADVISOR    *
001700*                   ON THE ADVISOR FILE, A REAL ACTION DATE      *
001800*                   NOT IN THE FUTURE AND NOT BEFORE THE CASE    *
001900*                   OPENED, AND LEGAL CONTACT / RESOLUTION       *
002000*                   CODES.  FAILURES BOUNCE TO A SUSPENSE FILE   *
002100*                   WITH A REASON CODE AND RECYCLE INTO THE      *
002200*                   NEXT DAY'S BATCH - SAME DISCIPLINE AS        *
002300*                   OVREDIT.  CASES ARE NEVER ADDED OR CLOSED    *
002400*                   HERE - ONLY THE NIGHT STREAM DOES THAT.      *
002500*                                                                *
002600*    MODIFICATION HISTORY                                        *
002700*    ----------------------------------------------------------- *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    10/15/26   JRT   ORIGINAL                                   *
003000*                                                                *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CASE-TRANS-FILE ASSIGN TO CSTTRNF
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CSTTRNF-STATUS.
004200     SELECT SUSP-IN-FILE ASSIGN TO CSSUSIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-CSSUSIN-STATUS.
004500     SELECT SUSP-OUT-FILE ASSIGN TO CSSUSOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CSSUSOUT-STATUS.
004800     SELECT ADVISOR-FILE ASSIGN TO ADVFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-ADVFILE-STATUS.
005100     SELECT CASE-FILE ASSIGN TO CASEFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CAS-STUDENT-ID
005500         FILE STATUS IS WS-CASEFILE-STATUS.
005600     SELECT EDIT-REPORT ASSIGN TO CSEDTRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CSEDTRPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CASE-TRANS-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  CTF-TRANS-RECORD                     PIC X(60).
006500
006600 FD  SUSP-IN-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  SIN-SUSPENSE-RECORD                  PIC X(76).
006900
007000 FD  SUSP-OUT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  SOT-SUSPENSE-RECORD                  PIC X(76).
007300
007400 FD  ADVISOR-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY ADVREC.
007700
007800 FD  CASE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CASREC.
008100
008200 FD  EDIT-REPORT
008300     LABEL RECORDS ARE STANDARD.
008400 01  ERP-REPORT-LINE                      PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-FILE-STATUSES.
008800     05  WS-CSTTRNF-STATUS            PIC X(02) VALUE SPACES.
008900         88  WS-CSTTRNF-OK            VALUE '00'.
009000     05  WS-CSSUSIN-STATUS            PIC X(02) VALUE SPACES.
009100         88  WS-CSSUSIN-OK            VALUE '00'.
009200         88  WS-CSSUSIN-NOT-FOUND     VALUE '35'.
009300     05  WS-CSSUSOUT-STATUS           PIC X(02) VALUE SPACES.
009400         88  WS-CSSUSOUT-OK           VALUE '00'.
009500     05  WS-ADVFILE-STATUS            PIC X(02) VALUE SPACES.
009600         88  WS-ADVFILE-OK            VALUE '00'.
009700         88  WS-ADVFILE-NOT-FOUND     VALUE '35'.
009800         88  WS-ADVFILE-EOF           VALUE '10'.
009900     05  WS-CASEFILE-STATUS           PIC X(02) VALUE SPACES.
010000         88  WS-CASEFILE-OK           VALUE '00'.
010100         88  WS-CASEFILE-NOT-FOUND    VALUE '35'.
010200     05  WS-CSEDTRPT-STATUS           PIC X(02) VALUE SPACES.
010300         88  WS-CSEDTRPT-OK           VALUE '00'.
010400
010500 77  WS-TRANS-EOF-SWITCH              PIC X(01) VALUE 'N'.
010600     88  WS-END-OF-TRANS-FILE         VALUE 'Y'.
010700 77  WS-SUSP-EOF-SWITCH               PIC X(01) VALUE 'N'.
010800     88  WS-END-OF-SUSP-FILE          VALUE 'Y'.
010900 77  WS-EDIT-RESULT-SWITCH            PIC X(01) VALUE 'P'.
011000     88  WS-EDIT-PASSED               VALUE 'P'.
011100     88  WS-EDIT-FAILED               VALUE 'F'.
011200 77  WS-TRANS-SOURCE                  PIC X(07) VALUE SPACES.
011300 77  WS-REASON-CODE                   PIC X(08) VALUE SPACES.
011400 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
011500 77  WS-TRANS-READ                    PIC 9(05) VALUE ZERO.
011600 77  WS-RECYCLED-READ                 PIC 9(05) VALUE ZERO.
011700 77  WS-ASSIGNS-APPLIED               PIC 9(05) VALUE ZERO.
011800 77  WS-CONTACTS-APPLIED              PIC 9(05) VALUE ZERO.
011900 77  WS-RESOLUTIONS-APPLIED           PIC 9(05) VALUE ZERO.
012000 77  WS-TRANS-SUSPENDED               PIC 9(05) VALUE ZERO.
012100 77  WS-ADV-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
012200 77  WS-ADV-SUB                       PIC 9(03) COMP VALUE ZERO.
012300 77  WS-ADV-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
012400 77  WS-MAX-DAY                       PIC 9(02) VALUE ZERO.
012500 77  WS-LEAP-QUOTIENT                 PIC 9(04) VALUE ZERO.
012600 77  WS-LEAP-REM-4                    PIC 9(04) VALUE ZERO.
012700 77  WS-LEAP-REM-100                  PIC 9(04) VALUE ZERO.
012800 77  WS-LEAP-REM-400                  PIC 9(04) VALUE ZERO.
012900 77  WS-LEAP-YEAR-SWITCH              PIC X(01) VALUE 'N'.
013000     88  WS-LEAP-YEAR                 VALUE 'Y'.
013100 77  WS-EDIT-COUNT                    PIC ZZZZ9.
013200
013300 01  WS-ACTION-DATE-PARTS.
013400     05  WS-ACT-YEAR                  PIC 9(04).
013500     05  WS-ACT-MONTH                 PIC 9(02).
013600     05  WS-ACT-DAY                   PIC 9(02).
013700
013800*    EVERY ADVISOR WHO MAY CARRY A CASE, LOADED FROM ADVFILE AT
013900*    INIT.  A FULL TABLE STOPS THE RUN RATHER THAN SILENTLY
014000*    REFUSING ADVISORS OFF THE END OF IT.
014100 01  WS-ADVISOR-TABLE.
014200     05  WS-ADV-ENTRY OCCURS 500 TIMES.
014300         10  WS-ADV-ADVISOR-ID        PIC X(08).
014400
014500     COPY CASTRN.
014600
014700     COPY CASSUS.
014800
014900 01  WS-ERP-HEADING-LINE              PIC X(50) VALUE
015000     'CASEMNT ADVISING CASE EDIT REPORT'.
015100
015200 PROCEDURE DIVISION.
015300
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 2000-RECYCLE-ONE-SUSPENSE THRU 2000-EXIT
015700         UNTIL WS-END-OF-SUSP-FILE.
015800     PERFORM 2100-PROCESS-ONE-TRANS THRU 2100-EXIT
015900         UNTIL WS-END-OF-TRANS-FILE.
016000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016100     IF WS-TRANS-SUSPENDED > ZERO
016200         MOVE 0004 TO RETURN-CODE
016300     ELSE
016400         MOVE 0000 TO RETURN-CODE
016500     END-IF.
016600     STOP RUN.
016700
016800*****************************************************************
016900*    1000-INITIALIZE  -  OPEN FILES, LOAD THE ADVISOR TABLE,     *
017000*    WRITE THE REPORT HEADING                                    *
017100*****************************************************************
017200 1000-INITIALIZE.
017300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017400     OPEN INPUT CASE-TRANS-FILE.
017500     IF NOT WS-CSTTRNF-OK
017600         DISPLAY 'CASEMNT - CSTTRNF OPEN FAILED, STATUS = '
017700             WS-CSTTRNF-STATUS
017800         MOVE 0016 TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100     OPEN INPUT SUSP-IN-FILE.
018200     IF WS-CSSUSIN-NOT-FOUND
018300         DISPLAY 'CASEMNT - NO SUSPENSE FILE, NOTHING TO RECYCLE'
018400         MOVE 'Y' TO WS-SUSP-EOF-SWITCH
018500     ELSE
018600         IF NOT WS-CSSUSIN-OK
018700             DISPLAY 'CASEMNT - CSSUSIN OPEN FAILED, STATUS = '
018800                 WS-CSSUSIN-STATUS
018900             MOVE 0016 TO RETURN-CODE
019000             STOP RUN
019100         END-IF
019200     END-IF.
019300     OPEN OUTPUT SUSP-OUT-FILE.
019400     IF NOT WS-CSSUSOUT-OK
019500         DISPLAY 'CASEMNT - CSSUSOUT OPEN FAILED, STATUS = '
019600             WS-CSSUSOUT-STATUS
019700         MOVE 0016 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     PERFORM 1100-LOAD-ADVISOR-TABLE THRU 1100-EXIT.
020100*    CASES ARE ONLY EVER CREATED BY CASEPOST - NO FILE YET MEANS
020200*    THE NIGHT STREAM HAS NEVER OPENED ONE.
020300     OPEN I-O CASE-FILE.
020400     IF WS-CASEFILE-NOT-FOUND
020500         DISPLAY 'CASEMNT - NO CASE FILE, CASEPOST HAS NOT RUN'
020600         MOVE 0016 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     IF NOT WS-CASEFILE-OK
021000         DISPLAY 'CASEMNT - CASEFILE OPEN FAILED, STATUS = '
021100             WS-CASEFILE-STATUS
021200         MOVE 0016 TO RETURN-CODE
021300         STOP RUN
021400     END-IF.
021500     OPEN OUTPUT EDIT-REPORT.
021600     IF NOT WS-CSEDTRPT-OK
021700         DISPLAY 'CASEMNT - CSEDTRPT OPEN FAILED, STATUS = '
021800             WS-CSEDTRPT-STATUS
021900         MOVE 0016 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200     MOVE SPACES TO ERP-REPORT-LINE.
022300     MOVE WS-ERP-HEADING-LINE TO ERP-REPORT-LINE.
022400     WRITE ERP-REPORT-LINE.
022500     MOVE SPACES TO ERP-REPORT-LINE.
022600     WRITE ERP-REPORT-LINE.
022700 1000-EXIT.
022800     EXIT.
022900
023000*    A CASE WITH NO LEGITIMATE ADVISOR IS WORTHLESS, SO A
023100*    MISSING OR EMPTY ADVISOR FILE STOPS THE RUN.
023200 1100-LOAD-ADVISOR-TABLE.
023300     OPEN INPUT ADVISOR-FILE.
023400     IF WS-ADVFILE-NOT-FOUND
023500         DISPLAY 'CASEMNT - NO ADVISOR FILE, CANNOT EDIT'
023600         MOVE 0016 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
023900     IF NOT WS-ADVFILE-OK
024000         DISPLAY 'CASEMNT - ADVFILE OPEN FAILED, STATUS = '
024100             WS-ADVFILE-STATUS
024200         MOVE 0016 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     PERFORM 1110-READ-ADVISOR THRU 1110-EXIT
024600         UNTIL WS-ADVFILE-EOF.
024700     CLOSE ADVISOR-FILE.
024800     IF WS-ADV-ENTRY-COUNT = ZERO
024900         DISPLAY 'CASEMNT - ADVISOR FILE EMPTY, CANNOT EDIT'
025000         MOVE 0016 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     DISPLAY 'CASEMNT - ADVISORS LOADED = ' WS-ADV-ENTRY-COUNT.
025400 1100-EXIT.
025500     EXIT.
025600
025700 1110-READ-ADVISOR.
025800     READ ADVISOR-FILE
025900         AT END
026000             MOVE '10' TO WS-ADVFILE-STATUS
026100         NOT AT END
026200             IF WS-ADV-ENTRY-COUNT < 500
026300                 ADD 1 TO WS-ADV-ENTRY-COUNT
026400                 MOVE ADV-ADVISOR-ID
026500                     TO WS-ADV-ADVISOR-ID (WS-ADV-ENTRY-COUNT)
026600             ELSE
026700                 DISPLAY 'CASEMNT - ADVISOR TABLE FULL - '
026800                     'RESIZE BEFORE RUNNING'
026900                 MOVE 0016 TO RETURN-CODE
027000                 STOP RUN
027100             END-IF
027200     END-READ.
027300 1110-EXIT.
027400     EXIT.
027500
027600*****************************************************************
027700*    2000-RECYCLE-ONE-SUSPENSE  -  YESTERDAY'S SUSPENDED         *
027800*    TRANSACTIONS RE-ENTER THE EDIT AHEAD OF THE NEW BATCH       *
027900*****************************************************************
028000 2000-RECYCLE-ONE-SUSPENSE.
028100     READ SUSP-IN-FILE
028200         AT END
028300             MOVE 'Y' TO WS-SUSP-EOF-SWITCH
028400         NOT AT END
028500             ADD 1 TO WS-RECYCLED-READ
028600             MOVE SIN-SUSPENSE-RECORD TO CSU-SUSPENSE-RECORD
028700             MOVE CSU-TRANSACTION-IMAGE
028800                 TO CST-TRANSACTION-RECORD
028900             MOVE 'RECYCLE' TO WS-TRANS-SOURCE
029000             PERFORM 2200-EDIT-AND-ROUTE THRU 2200-EXIT
029100     END-READ.
029200 2000-EXIT.
029300     EXIT.
029400
029500 2100-PROCESS-ONE-TRANS.
029600     READ CASE-TRANS-FILE
029700         AT END
029800             MOVE 'Y' TO WS-TRANS-EOF-SWITCH
029900         NOT AT END
030000             ADD 1 TO WS-TRANS-READ
030100             MOVE CTF-TRANS-RECORD TO CST-TRANSACTION-RECORD
030200             MOVE 'BATCH' TO WS-TRANS-SOURCE
030300             PERFORM 2200-EDIT-AND-ROUTE THRU 2200-EXIT
030400     END-READ.
030500 2100-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*    2200-EDIT-AND-ROUTE  -  RUN THE FIELD EDITS, APPLY A CLEAN  *
031000*    TRANSACTION TO THE CASE, SUSPEND A FAILURE.                 *
031100*****************************************************************
031200 2200-EDIT-AND-ROUTE.
031300     MOVE 'P' TO WS-EDIT-RESULT-SWITCH.
031400     MOVE SPACES TO WS-REASON-CODE.
031500     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
031600     IF WS-EDIT-PASSED
031700         PERFORM 2400-APPLY-TRANSACTION THRU 2400-EXIT
031800     END-IF.
031900     IF WS-EDIT-FAILED
032000         PERFORM 2500-SUSPEND-TRANSACTION THRU 2500-EXIT
032100     END-IF.
032200 2200-EXIT.
032300     EXIT.
032400
032500*****************************************************************
032600*    2300-EDIT-TRANSACTION  -  THE FIELD EDITS.  FIRST FAILURE   *
032700*    WINS; WS-REASON-CODE IDENTIFIES IT ON SUSPENSE AND REPORT.  *
032800*    THE CASE RECORD READ HERE IS THE ONE 2400 REWRITES.         *
032900*****************************************************************
033000 2300-EDIT-TRANSACTION.
033100     IF NOT CST-ASSIGN-TRANS
033200             AND NOT CST-CONTACT-TRANS
033300             AND NOT CST-RESOLVE-TRANS
033400         MOVE 'BADCODE' TO WS-REASON-CODE
033500         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
033600         GO TO 2300-EXIT
033700     END-IF.
033800     MOVE CST-STUDENT-ID TO CAS-STUDENT-ID.
033900     READ CASE-FILE
034000         INVALID KEY
034100             MOVE 'NOCASE' TO WS-REASON-CODE
034200             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
034300             GO TO 2300-EXIT
034400     END-READ.
034500     IF CAS-CASE-CLOSED
034600         MOVE 'CLOSED' TO WS-REASON-CODE
034700         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
034800         GO TO 2300-EXIT
034900     END-IF.
035000     PERFORM 2310-CHECK-ADVISOR THRU 2310-EXIT.
035100     IF WS-EDIT-FAILED
035200         GO TO 2300-EXIT
035300     END-IF.
035400     PERFORM 2330-CHECK-ACTION-DATE THRU 2330-EXIT.
035500     IF WS-EDIT-FAILED
035600         GO TO 2300-EXIT
035700     END-IF.
035800     IF (CST-CONTACT-TRANS OR CST-RESOLVE-TRANS)
035900             AND CAS-ADVISOR-ID = SPACES
036000         MOVE 'NOADV' TO WS-REASON-CODE
036100         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
036200         GO TO 2300-EXIT
036300     END-IF.
036400     IF CST-CONTACT-TRANS
036500         IF NOT CST-METHOD-VALID
036600             MOVE 'BADMETH' TO WS-REASON-CODE
036700             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
036800             GO TO 2300-EXIT
036900         END-IF
037000         IF NOT CST-RESULT-VALID
037100             MOVE 'BADRSLT' TO WS-REASON-CODE
037200             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
037300             GO TO 2300-EXIT
037400         END-IF
037500     END-IF.
037600     IF CST-RESOLVE-TRANS
037700             AND NOT CST-RESOLUTION-VALID
037800         MOVE 'BADRES' TO WS-REASON-CODE
037900         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
038000     END-IF.
038100 2300-EXIT.
038200     EXIT.
038300
038400 2310-CHECK-ADVISOR.
038500     MOVE ZERO TO WS-ADV-FOUND-SUB.
038600     MOVE ZERO TO WS-ADV-SUB.
038700     PERFORM 2320-SCAN-ADVISOR-TABLE THRU 2320-EXIT
038800         UNTIL WS-ADV-SUB >= WS-ADV-ENTRY-COUNT
038900             OR WS-ADV-FOUND-SUB > ZERO.
039000     IF WS-ADV-FOUND-SUB = ZERO
039100         MOVE 'BADADV' TO WS-REASON-CODE
039200         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
039300     END-IF.
039400 2310-EXIT.
039500     EXIT.
039600
039700 2320-SCAN-ADVISOR-TABLE.
039800     ADD 1 TO WS-ADV-SUB.
039900     IF WS-ADV-ADVISOR-ID (WS-ADV-SUB) = CST-ADVISOR-ID
040000         MOVE WS-ADV-SUB TO WS-ADV-FOUND-SUB
040100     END-IF.
040200 2320-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600*    2330-CHECK-ACTION-DATE  -  A ZERO DATE MEANS TODAY AND IS   *
040700*    FILLED IN ON THE TRANSACTION ITSELF, SO A SUSPENDED ONE     *
040800*    RECYCLES WITH THE DAY IT WAS KEYED.  OTHERWISE A REAL       *
040900*    CALENDAR DATE (FULL LEAP-YEAR RULE), NOT AFTER TODAY AND    *
041000*    NOT BEFORE THE CASE OPENED.                                 *
041100*****************************************************************
041200 2330-CHECK-ACTION-DATE.
041300     IF CST-ACTION-DATE NOT NUMERIC
041400         MOVE 'BADDATE' TO WS-REASON-CODE
041500         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
041600         GO TO 2330-EXIT.
041700     IF CST-ACTION-DATE = ZERO
041800         MOVE WS-CURRENT-DATE TO CST-ACTION-DATE.
041900     MOVE CST-ACTION-DATE TO WS-ACTION-DATE-PARTS.
042000     IF WS-ACT-MONTH < 01 OR WS-ACT-MONTH > 12
042100         MOVE 'BADDATE' TO WS-REASON-CODE
042200         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
042300         GO TO 2330-EXIT.
042400     PERFORM 2335-SET-LEAP-YEAR THRU 2335-EXIT.
042500     EVALUATE WS-ACT-MONTH
042600         WHEN 01
042700         WHEN 03
042800         WHEN 05
042900         WHEN 07
043000         WHEN 08
043100         WHEN 10
043200         WHEN 12
043300             MOVE 31 TO WS-MAX-DAY
043400         WHEN 04
043500         WHEN 06
043600         WHEN 09
043700         WHEN 11
043800             MOVE 30 TO WS-MAX-DAY
043900         WHEN 02
044000             IF WS-LEAP-YEAR
044100                 MOVE 29 TO WS-MAX-DAY
044200             ELSE
044300                 MOVE 28 TO WS-MAX-DAY
044400             END-IF
044500     END-EVALUATE.
044600     IF WS-ACT-DAY < 01 OR WS-ACT-DAY > WS-MAX-DAY
044700         MOVE 'BADDATE' TO WS-REASON-CODE
044800         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
044900         GO TO 2330-EXIT.
045000     IF CST-ACTION-DATE > WS-CURRENT-DATE
045100         MOVE 'FUTDATE' TO WS-REASON-CODE
045200         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
045300         GO TO 2330-EXIT.
045400     IF CST-ACTION-DATE < CAS-OPEN-DATE
045500         MOVE 'BEFOPEN' TO WS-REASON-CODE
045600         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
045700     END-IF.
045800 2330-EXIT.
045900     EXIT.
046000
046100*    GREGORIAN LEAP RULE - DIVISIBLE BY 4, EXCEPT CENTURIES,
046200*    EXCEPT CENTURIES DIVISIBLE BY 400.
046300 2335-SET-LEAP-YEAR.
046400     MOVE 'N' TO WS-LEAP-YEAR-SWITCH.
046500     DIVIDE WS-ACT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
046600         REMAINDER WS-LEAP-REM-4.
046700     DIVIDE WS-ACT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
046800         REMAINDER WS-LEAP-REM-100.
046900     DIVIDE WS-ACT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
047000         REMAINDER WS-LEAP-REM-400.
047100     IF WS-LEAP-REM-4 = ZERO
047200         IF WS-LEAP-REM-100 NOT = ZERO
047300                 OR WS-LEAP-REM-400 = ZERO
047400             MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
047500         END-IF
047600     END-IF.
047700 2335-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100*    2400-APPLY-TRANSACTION  -  DISPATCH ON CST-TRANS-CODE AND   *
048200*    REWRITE THE CASE 2300 READ.                                 *
048300*****************************************************************
048400 2400-APPLY-TRANSACTION.
048500     EVALUATE TRUE
048600         WHEN CST-ASSIGN-TRANS
048700             PERFORM 2410-APPLY-ASSIGN THRU 2410-EXIT
048800         WHEN CST-CONTACT-TRANS
048900             PERFORM 2420-APPLY-CONTACT THRU 2420-EXIT
049000         WHEN CST-RESOLVE-TRANS
049100             PERFORM 2430-APPLY-RESOLUTION THRU 2430-EXIT
049200     END-EVALUATE.
049300     REWRITE CAS-ADVISING-CASE-RECORD
049400         INVALID KEY
049500             MOVE 'NOCASE' TO WS-REASON-CODE
049600             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
049700             GO TO 2400-EXIT
049800     END-REWRITE.
049900     EVALUATE TRUE
050000         WHEN CST-ASSIGN-TRANS
050100             ADD 1 TO WS-ASSIGNS-APPLIED
050200         WHEN CST-CONTACT-TRANS
050300             ADD 1 TO WS-CONTACTS-APPLIED
050400         WHEN CST-RESOLVE-TRANS
050500             ADD 1 TO WS-RESOLUTIONS-APPLIED
050600     END-EVALUATE.
050700 2400-EXIT.
050800     EXIT.
050900
051000*    A REASSIGNMENT SIMPLY REPLACES THE ADVISOR - THE CONTACT
051100*    COUNT STAYS WITH THE CASE, NOT THE ADVISOR.
051200 2410-APPLY-ASSIGN.
051300     MOVE CST-ADVISOR-ID TO CAS-ADVISOR-ID.
051400     MOVE CST-ACTION-DATE TO CAS-ASSIGN-DATE.
051500 2410-EXIT.
051600     EXIT.
051700
051800*    A LATE-KEYED OLDER CONTACT STILL COUNTS AS AN ATTEMPT BUT
051900*    DOES NOT DISPLACE A NEWER LAST CONTACT.
052000 2420-APPLY-CONTACT.
052100     IF CAS-CONTACT-ATTEMPTS < 999
052200         ADD 1 TO CAS-CONTACT-ATTEMPTS
052300     END-IF.
052400     IF CST-ACTION-DATE NOT < CAS-LAST-CONTACT-DATE
052500         MOVE CST-ACTION-DATE TO CAS-LAST-CONTACT-DATE
052600         MOVE CST-CONTACT-METHOD TO CAS-LAST-CONTACT-METHOD
052700         MOVE CST-CONTACT-RESULT TO CAS-LAST-CONTACT-RESULT
052800     END-IF.
052900 2420-EXIT.
053000     EXIT.
053100
053200*    A RESOLVED CASE DROPS OFF THE AGING REPORT BUT STAYS ON
053300*    FILE UNTIL THE NIGHT STREAM SEES THE STUDENT PASS.  A
053400*    SECOND RESOLUTION REPLACES THE FIRST.
053500 2430-APPLY-RESOLUTION.
053600     MOVE 'R' TO CAS-CASE-STATUS.
053700     MOVE CST-RESOLUTION-CODE TO CAS-RESOLUTION-CODE.
053800     MOVE CST-ACTION-DATE TO CAS-RESOLUTION-DATE.
053900 2430-EXIT.
054000     EXIT.
054100
054200 2500-SUSPEND-TRANSACTION.
054300     MOVE WS-REASON-CODE TO CSU-REASON-CODE.
054400*    A RECYCLED TRANSACTION KEEPS ITS ORIGINAL SUSPEND DATE
054500*    (STILL IN CSU-SUSPEND-DATE FROM THE RECYCLE READ) SO THE
054600*    ADVISING OFFICE CAN SEE HOW LONG IT HAS BEEN STUCK.
054700     IF WS-TRANS-SOURCE NOT = 'RECYCLE'
054800         MOVE WS-CURRENT-DATE TO CSU-SUSPEND-DATE
054900     END-IF.
055000     MOVE CST-TRANSACTION-RECORD TO CSU-TRANSACTION-IMAGE.
055100     MOVE CSU-SUSPENSE-RECORD TO SOT-SUSPENSE-RECORD.
055200     WRITE SOT-SUSPENSE-RECORD.
055300     ADD 1 TO WS-TRANS-SUSPENDED.
055400     PERFORM 2510-WRITE-REPORT-DETAIL THRU 2510-EXIT.
055500 2500-EXIT.
055600     EXIT.
055700
055800 2510-WRITE-REPORT-DETAIL.
055900     MOVE SPACES TO ERP-REPORT-LINE.
056000     MOVE 'STUDENT' TO ERP-REPORT-LINE(1:7).
056100     MOVE CST-STUDENT-ID TO ERP-REPORT-LINE(9:9).
056200     MOVE 'TRANS' TO ERP-REPORT-LINE(20:5).
056300     MOVE CST-TRANS-CODE TO ERP-REPORT-LINE(26:1).
056400     MOVE 'REASON' TO ERP-REPORT-LINE(29:6).
056500     MOVE WS-REASON-CODE TO ERP-REPORT-LINE(36:8).
056600     MOVE 'SOURCE' TO ERP-REPORT-LINE(46:6).
056700     MOVE WS-TRANS-SOURCE TO ERP-REPORT-LINE(53:7).
056800     MOVE CST-ADVISOR-ID TO ERP-REPORT-LINE(62:8).
056900     WRITE ERP-REPORT-LINE.
057000 2510-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*    8000-TERMINATE  -  REPORT SUMMARY COUNTS, CLOSE FILES       *
057500*****************************************************************
057600 8000-TERMINATE.
057700     MOVE SPACES TO ERP-REPORT-LINE.
057800     WRITE ERP-REPORT-LINE.
057900     MOVE SPACES TO ERP-REPORT-LINE.
058000     MOVE 'TRANSACTIONS READ....' TO ERP-REPORT-LINE(1:25).
058100     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
058200     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
058300     WRITE ERP-REPORT-LINE.
058400     MOVE SPACES TO ERP-REPORT-LINE.
058500     MOVE 'RECYCLED FROM SUSP...' TO ERP-REPORT-LINE(1:25).
058600     MOVE WS-RECYCLED-READ TO WS-EDIT-COUNT.
058700     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
058800     WRITE ERP-REPORT-LINE.
058900     MOVE SPACES TO ERP-REPORT-LINE.
059000     MOVE 'ADVISORS ASSIGNED....' TO ERP-REPORT-LINE(1:25).
059100     MOVE WS-ASSIGNS-APPLIED TO WS-EDIT-COUNT.
059200     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
059300     WRITE ERP-REPORT-LINE.
059400     MOVE SPACES TO ERP-REPORT-LINE.
059500     MOVE 'CONTACTS RECORDED....' TO ERP-REPORT-LINE(1:25).
059600     MOVE WS-CONTACTS-APPLIED TO WS-EDIT-COUNT.
059700     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
059800     WRITE ERP-REPORT-LINE.
059900     MOVE SPACES TO ERP-REPORT-LINE.
060000     MOVE 'RESOLUTIONS RECORDED.' TO ERP-REPORT-LINE(1:25).
060100     MOVE WS-RESOLUTIONS-APPLIED TO WS-EDIT-COUNT.
060200     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
060300     WRITE ERP-REPORT-LINE.
060400     MOVE SPACES TO ERP-REPORT-LINE.
060500     MOVE 'SUSPENDED............' TO ERP-REPORT-LINE(1:25).
060600     MOVE WS-TRANS-SUSPENDED TO WS-EDIT-COUNT.
060700     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
060800     WRITE ERP-REPORT-LINE.
060900     CLOSE CASE-TRANS-FILE.
061000     IF NOT WS-CSSUSIN-NOT-FOUND
061100         CLOSE SUSP-IN-FILE
061200     END-IF.
061300     CLOSE SUSP-OUT-FILE.
061400     CLOSE CASE-FILE.
061500     CLOSE EDIT-REPORT.
061600     DISPLAY 'CASEMNT - TRANSACTIONS READ      = ' WS-TRANS-READ.
061700     DISPLAY 'CASEMNT - RECYCLED FROM SUSPENSE = '
061800         WS-RECYCLED-READ.
061900     DISPLAY 'CASEMNT - ADVISORS ASSIGNED      = '
062000         WS-ASSIGNS-APPLIED.
062100     DISPLAY 'CASEMNT - CONTACTS RECORDED      = '
062200         WS-CONTACTS-APPLIED.
062300     DISPLAY 'CASEMNT - RESOLUTIONS RECORDED   = '
062400         WS-RESOLUTIONS-APPLIED.
062500     DISPLAY 'CASEMNT - SUSPENDED              = '
062600         WS-TRANS-SUSPENDED.
062700 8000-EXIT.
062800     EXIT.
