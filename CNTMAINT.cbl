000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNTMAINT.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       CNTMAINT                                      *
001000*    PURPOSE        DAYTIME EDIT AND MAINTENANCE FOR THE STUDENT *
001100*                   CONTACT FILE STULETTR ROUTES NOTICES BY.     *
001200*                   EACH TRANSACTION ADDS, REPLACES OR DELETES   *
001300*                   ONE STUDENT'S CONTACT.  EVERY TRANSACTION    *
001400*                   IS VALIDATED FIELD BY FIELD - TRANS-CODE,    *
001500*                   A KEYING CLERK, THE STUDENT ON THE MASTER,   *
001600*                   A LEGAL CHANNEL AND OPT-OUT FLAG, A          *
001700*                   WELL-FORMED EMAIL AND MOBILE, A COMPLETE     *
001800*                   MAILING ADDRESS, AND AN ADDRESS FOR THE      *
001900*                   CHANNEL THE STUDENT PREFERS.  FAILURES       *
002000*                   BOUNCE TO A SUSPENSE FILE WITH A REASON      *
002100*                   CODE AND RECYCLE INTO THE NEXT DAY'S BATCH   *
002200*                   - SAME DISCIPLINE AS OVREDIT AND CASEMNT.    *
002300*                   A CHANGED EMAIL OR MOBILE CLEARS THE         *
002400*                   BOUNCE MARK NTFSTAT SET ON THE OLD ONE.      *
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
003900     SELECT CONTACT-TRANS-FILE ASSIGN TO CNTTRNF
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CNTTRNF-STATUS.
004200     SELECT SUSP-IN-FILE ASSIGN TO CNSUSIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-CNSUSIN-STATUS.
004500     SELECT SUSP-OUT-FILE ASSIGN TO CNSUSOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CNSUSOUT-STATUS.
004800     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS SM-STUDENT-ID
005200         FILE STATUS IS WS-STUDMSTR-STATUS.
005300     SELECT CONTACT-FILE ASSIGN TO CNTFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CNT-STUDENT-ID
005700         FILE STATUS IS WS-CNTFILE-STATUS.
005800     SELECT EDIT-REPORT ASSIGN TO CNEDTRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CNEDTRPT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CONTACT-TRANS-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  CTF-TRANS-RECORD                     PIC X(200).
006700
006800 FD  SUSP-IN-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  SIN-SUSPENSE-RECORD                  PIC X(216).
007100
007200 FD  SUSP-OUT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  SOT-SUSPENSE-RECORD                  PIC X(216).
007500
007600 FD  STUDENT-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800     COPY STUDCREC.
007900
008000 FD  CONTACT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY CNTREC.
008300
008400 FD  EDIT-REPORT
008500     LABEL RECORDS ARE STANDARD.
008600 01  ERP-REPORT-LINE                      PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-FILE-STATUSES.
009000     05  WS-CNTTRNF-STATUS            PIC X(02) VALUE SPACES.
009100         88  WS-CNTTRNF-OK            VALUE '00'.
009200     05  WS-CNSUSIN-STATUS            PIC X(02) VALUE SPACES.
009300         88  WS-CNSUSIN-OK            VALUE '00'.
009400         88  WS-CNSUSIN-NOT-FOUND     VALUE '35'.
009500     05  WS-CNSUSOUT-STATUS           PIC X(02) VALUE SPACES.
009600         88  WS-CNSUSOUT-OK           VALUE '00'.
009700     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
009800         88  WS-STUDMSTR-OK           VALUE '00'.
009900     05  WS-CNTFILE-STATUS            PIC X(02) VALUE SPACES.
010000         88  WS-CNTFILE-OK            VALUE '00'.
010100     05  WS-CNEDTRPT-STATUS           PIC X(02) VALUE SPACES.
010200         88  WS-CNEDTRPT-OK           VALUE '00'.
010300
010400 77  WS-TRANS-EOF-SWITCH              PIC X(01) VALUE 'N'.
010500     88  WS-END-OF-TRANS-FILE         VALUE 'Y'.
010600 77  WS-SUSP-EOF-SWITCH               PIC X(01) VALUE 'N'.
010700     88  WS-END-OF-SUSP-FILE          VALUE 'Y'.
010800 77  WS-EDIT-RESULT-SWITCH            PIC X(01) VALUE 'P'.
010900     88  WS-EDIT-PASSED               VALUE 'P'.
011000     88  WS-EDIT-FAILED               VALUE 'F'.
011100 77  WS-TRANS-SOURCE                  PIC X(07) VALUE SPACES.
011200 77  WS-REASON-CODE                   PIC X(08) VALUE SPACES.
011300 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
011400 77  WS-TRANS-READ                    PIC 9(05) VALUE ZERO.
011500 77  WS-RECYCLED-READ                 PIC 9(05) VALUE ZERO.
011600 77  WS-ADDS-APPLIED                  PIC 9(05) VALUE ZERO.
011700 77  WS-CHANGES-APPLIED               PIC 9(05) VALUE ZERO.
011800 77  WS-DELETES-APPLIED               PIC 9(05) VALUE ZERO.
011900 77  WS-TRANS-SUSPENDED               PIC 9(05) VALUE ZERO.
012000 77  WS-FIELD-LENGTH                  PIC 9(03) COMP VALUE ZERO.
012100 77  WS-AT-COUNT                      PIC 9(03) COMP VALUE ZERO.
012200 77  WS-DOT-COUNT                     PIC 9(03) COMP VALUE ZERO.
012300 77  WS-EMAIL-LOCAL                   PIC X(60) VALUE SPACES.
012400 77  WS-EMAIL-DOMAIN                  PIC X(60) VALUE SPACES.
012500 77  WS-EDIT-COUNT                    PIC ZZZZ9.
012600
012700     COPY CNTTRN.
012800
012900     COPY CNTSUS.
013000
013100 01  WS-ERP-HEADING-LINE              PIC X(50) VALUE
013200     'CNTMAINT STUDENT CONTACT EDIT REPORT'.
013300
013400 PROCEDURE DIVISION.
013500
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     PERFORM 2000-RECYCLE-ONE-SUSPENSE THRU 2000-EXIT
013900         UNTIL WS-END-OF-SUSP-FILE.
014000     PERFORM 2100-PROCESS-ONE-TRANS THRU 2100-EXIT
014100         UNTIL WS-END-OF-TRANS-FILE.
014200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014300     IF WS-TRANS-SUSPENDED > ZERO
014400         MOVE 0004 TO RETURN-CODE
014500     ELSE
014600         MOVE 0000 TO RETURN-CODE
014700     END-IF.
014800     STOP RUN.
014900
015000*****************************************************************
015100*    1000-INITIALIZE  -  OPEN FILES, WRITE THE REPORT HEADING    *
015200*****************************************************************
015300 1000-INITIALIZE.
015400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015500     OPEN INPUT CONTACT-TRANS-FILE.
015600     IF NOT WS-CNTTRNF-OK
015700         DISPLAY 'CNTMAINT - CNTTRNF OPEN FAILED, STATUS = '
015800             WS-CNTTRNF-STATUS
015900         MOVE 0016 TO RETURN-CODE
016000         STOP RUN
016100     END-IF.
016200     OPEN INPUT SUSP-IN-FILE.
016300     IF WS-CNSUSIN-NOT-FOUND
016400         DISPLAY 'CNTMAINT - NO SUSPENSE FILE, NOTHING TO '
016500             'RECYCLE'
016600         MOVE 'Y' TO WS-SUSP-EOF-SWITCH
016700     ELSE
016800         IF NOT WS-CNSUSIN-OK
016900             DISPLAY 'CNTMAINT - CNSUSIN OPEN FAILED, STATUS = '
017000                 WS-CNSUSIN-STATUS
017100             MOVE 0016 TO RETURN-CODE
017200             STOP RUN
017300         END-IF
017400     END-IF.
017500     OPEN OUTPUT SUSP-OUT-FILE.
017600     IF NOT WS-CNSUSOUT-OK
017700         DISPLAY 'CNTMAINT - CNSUSOUT OPEN FAILED, STATUS = '
017800             WS-CNSUSOUT-STATUS
017900         MOVE 0016 TO RETURN-CODE
018000         STOP RUN
018100     END-IF.
018200     OPEN INPUT STUDENT-MASTER.
018300     IF NOT WS-STUDMSTR-OK
018400         DISPLAY 'CNTMAINT - STUDMSTR OPEN FAILED, STATUS = '
018500             WS-STUDMSTR-STATUS
018600         MOVE 0016 TO RETURN-CODE
018700         STOP RUN
018800     END-IF.
018900     OPEN I-O CONTACT-FILE.
019000     IF NOT WS-CNTFILE-OK
019100         DISPLAY 'CNTMAINT - CNTFILE OPEN FAILED, STATUS = '
019200             WS-CNTFILE-STATUS
019300         MOVE 0016 TO RETURN-CODE
019400         STOP RUN
019500     END-IF.
019600     OPEN OUTPUT EDIT-REPORT.
019700     IF NOT WS-CNEDTRPT-OK
019800         DISPLAY 'CNTMAINT - CNEDTRPT OPEN FAILED, STATUS = '
019900             WS-CNEDTRPT-STATUS
020000         MOVE 0016 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     MOVE SPACES TO ERP-REPORT-LINE.
020400     MOVE WS-ERP-HEADING-LINE TO ERP-REPORT-LINE.
020500     WRITE ERP-REPORT-LINE.
020600     MOVE SPACES TO ERP-REPORT-LINE.
020700     WRITE ERP-REPORT-LINE.
020800 1000-EXIT.
020900     EXIT.
021000
021100*****************************************************************
021200*    2000-RECYCLE-ONE-SUSPENSE  -  YESTERDAY'S SUSPENDED         *
021300*    TRANSACTIONS RE-ENTER THE EDIT AHEAD OF THE NEW BATCH       *
021400*****************************************************************
021500 2000-RECYCLE-ONE-SUSPENSE.
021600     READ SUSP-IN-FILE
021700         AT END
021800             MOVE 'Y' TO WS-SUSP-EOF-SWITCH
021900         NOT AT END
022000             ADD 1 TO WS-RECYCLED-READ
022100             MOVE SIN-SUSPENSE-RECORD TO CSS-SUSPENSE-RECORD
022200             MOVE CSS-TRANSACTION-IMAGE
022300                 TO CTT-TRANSACTION-RECORD
022400             MOVE 'RECYCLE' TO WS-TRANS-SOURCE
022500             PERFORM 2200-EDIT-AND-ROUTE THRU 2200-EXIT
022600     END-READ.
022700 2000-EXIT.
022800     EXIT.
022900
023000 2100-PROCESS-ONE-TRANS.
023100     READ CONTACT-TRANS-FILE
023200         AT END
023300             MOVE 'Y' TO WS-TRANS-EOF-SWITCH
023400         NOT AT END
023500             ADD 1 TO WS-TRANS-READ
023600             MOVE CTF-TRANS-RECORD TO CTT-TRANSACTION-RECORD
023700             MOVE 'BATCH' TO WS-TRANS-SOURCE
023800             PERFORM 2200-EDIT-AND-ROUTE THRU 2200-EXIT
023900     END-READ.
024000 2100-EXIT.
024100     EXIT.
024200
024300*****************************************************************
024400*    2200-EDIT-AND-ROUTE  -  RUN THE FIELD EDITS, APPLY A CLEAN  *
024500*    TRANSACTION TO THE CONTACT FILE, SUSPEND A FAILURE.         *
024600*****************************************************************
024700 2200-EDIT-AND-ROUTE.
024800     MOVE 'P' TO WS-EDIT-RESULT-SWITCH.
024900     MOVE SPACES TO WS-REASON-CODE.
025000     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
025100     IF WS-EDIT-PASSED
025200         PERFORM 2400-APPLY-TRANSACTION THRU 2400-EXIT
025300     END-IF.
025400     IF WS-EDIT-FAILED
025500         PERFORM 2500-SUSPEND-TRANSACTION THRU 2500-EXIT
025600     END-IF.
025700 2200-EXIT.
025800     EXIT.
025900
026000*****************************************************************
026100*    2300-EDIT-TRANSACTION  -  THE FIELD EDITS.  FIRST FAILURE   *
026200*    WINS; WS-REASON-CODE IDENTIFIES IT ON SUSPENSE AND REPORT.  *
026300*    A DELETE ONLY NEEDS A VALID KEY AND A CLERK - ITS STUDENT   *
026400*    MAY ALREADY BE OFF THE MASTER, AND THE APPLY'S NOTFOUND     *
026500*    CHECK GUARDS THE KEY.                                       *
026600*****************************************************************
026700 2300-EDIT-TRANSACTION.
026800     IF NOT CTT-ADD-TRANS
026900             AND NOT CTT-CHANGE-TRANS
027000             AND NOT CTT-DELETE-TRANS
027100         MOVE 'BADCODE' TO WS-REASON-CODE
027200         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
027300         GO TO 2300-EXIT
027400     END-IF.
027500     IF CTT-USER-ID = SPACES
027600         MOVE 'NOUSER' TO WS-REASON-CODE
027700         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
027800         GO TO 2300-EXIT
027900     END-IF.
028000     IF CTT-DELETE-TRANS
028100         GO TO 2300-EXIT
028200     END-IF.
028300     PERFORM 2310-CHECK-STUDENT-EXISTS THRU 2310-EXIT.
028400     IF WS-EDIT-FAILED
028500         GO TO 2300-EXIT
028600     END-IF.
028700     IF NOT CTT-CHANNEL-VALID
028800         MOVE 'BADCHAN' TO WS-REASON-CODE
028900         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
029000         GO TO 2300-EXIT
029100     END-IF.
029200     IF NOT CTT-OPT-OUT-VALID
029300         MOVE 'BADOPT' TO WS-REASON-CODE
029400         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
029500         GO TO 2300-EXIT
029600     END-IF.
029700     IF CTT-EMAIL-ADDRESS NOT = SPACES
029800         PERFORM 2320-CHECK-EMAIL THRU 2320-EXIT
029900         IF WS-EDIT-FAILED
030000             GO TO 2300-EXIT
030100         END-IF
030200     END-IF.
030300     IF CTT-MOBILE-NUMBER NOT = SPACES
030400         PERFORM 2330-CHECK-MOBILE THRU 2330-EXIT
030500         IF WS-EDIT-FAILED
030600             GO TO 2300-EXIT
030700         END-IF
030800     END-IF.
030900     IF CTT-MAILING-ADDRESS NOT = SPACES
031000         IF CTT-ADDRESS-LINE-1 = SPACES
031100                 OR CTT-CITY = SPACES
031200                 OR CTT-STATE = SPACES
031300                 OR CTT-POSTAL-CODE = SPACES
031400             MOVE 'BADADDR' TO WS-REASON-CODE
031500             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
031600             GO TO 2300-EXIT
031700         END-IF
031800     END-IF.
031900     PERFORM 2340-CHECK-CHANNEL-ADDRESS THRU 2340-EXIT.
032000 2300-EXIT.
032100     EXIT.
032200
032300 2310-CHECK-STUDENT-EXISTS.
032400     MOVE CTT-STUDENT-ID TO SM-STUDENT-ID.
032500     READ STUDENT-MASTER
032600         INVALID KEY
032700             MOVE 'NOSTUD' TO WS-REASON-CODE
032800             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
032900     END-READ.
033000 2310-EXIT.
033100     EXIT.
033200
033300*****************************************************************
033400*    2320-CHECK-EMAIL  -  ONE '@' WITH SOMETHING IN FRONT OF IT, *
033500*    A DOMAIN AFTER IT CONTAINING A DOT BUT NOT STARTING WITH    *
033600*    ONE, LEFT-JUSTIFIED, NO EMBEDDED BLANKS.  THE VENDOR DOES   *
033700*    THE REAL CHECK - THIS CATCHES KEYING SLIPS BEFORE THEY      *
033800*    COME BACK AS BOUNCES.                                       *
033900*****************************************************************
034000 2320-CHECK-EMAIL.
034100     MOVE ZERO TO WS-AT-COUNT.
034200     INSPECT CTT-EMAIL-ADDRESS TALLYING WS-AT-COUNT
034300         FOR ALL '@'.
034400     IF WS-AT-COUNT NOT = 1
034500         MOVE 'BADEMAIL' TO WS-REASON-CODE
034600         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
034700         GO TO 2320-EXIT.
034800     MOVE ZERO TO WS-FIELD-LENGTH.
034900     INSPECT CTT-EMAIL-ADDRESS TALLYING WS-FIELD-LENGTH
035000         FOR CHARACTERS BEFORE INITIAL SPACE.
035100     IF WS-FIELD-LENGTH = ZERO
035200         MOVE 'BADEMAIL' TO WS-REASON-CODE
035300         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
035400         GO TO 2320-EXIT.
035500     IF WS-FIELD-LENGTH < 60
035600         IF CTT-EMAIL-ADDRESS (WS-FIELD-LENGTH + 1:) NOT = SPACES
035700             MOVE 'BADEMAIL' TO WS-REASON-CODE
035800             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
035900             GO TO 2320-EXIT
036000         END-IF
036100     END-IF.
036200     MOVE SPACES TO WS-EMAIL-LOCAL.
036300     MOVE SPACES TO WS-EMAIL-DOMAIN.
036400     UNSTRING CTT-EMAIL-ADDRESS DELIMITED BY '@'
036500         INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN.
036600     MOVE ZERO TO WS-DOT-COUNT.
036700     INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOT-COUNT
036800         FOR ALL '.'.
036900     IF WS-EMAIL-LOCAL = SPACES
037000             OR WS-DOT-COUNT = ZERO
037100             OR WS-EMAIL-DOMAIN (1:1) = '.'
037200         MOVE 'BADEMAIL' TO WS-REASON-CODE
037300         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
037400     END-IF.
037500 2320-EXIT.
037600     EXIT.
037700
037800*    10 TO 15 DIGITS FROM THE FIRST POSITION, NOTHING AFTER.
037900 2330-CHECK-MOBILE.
038000     MOVE ZERO TO WS-FIELD-LENGTH.
038100     INSPECT CTT-MOBILE-NUMBER TALLYING WS-FIELD-LENGTH
038200         FOR CHARACTERS BEFORE INITIAL SPACE.
038300     IF WS-FIELD-LENGTH < 10
038400         MOVE 'BADMOBL' TO WS-REASON-CODE
038500         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
038600         GO TO 2330-EXIT.
038700     IF CTT-MOBILE-NUMBER (1:WS-FIELD-LENGTH) NOT NUMERIC
038800         MOVE 'BADMOBL' TO WS-REASON-CODE
038900         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
039000         GO TO 2330-EXIT.
039100     IF WS-FIELD-LENGTH < 15
039200         IF CTT-MOBILE-NUMBER (WS-FIELD-LENGTH + 1:) NOT = SPACES
039300             MOVE 'BADMOBL' TO WS-REASON-CODE
039400             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
039500         END-IF
039600     END-IF.
039700 2330-EXIT.
039800     EXIT.
039900
040000*    THE PREFERRED CHANNEL MUST HAVE SOMEWHERE TO GO.  AN OPTED-
040100*    OUT STUDENT STILL NAMES A CHANNEL; STULETTR PRINTS FOR THEM.
040200 2340-CHECK-CHANNEL-ADDRESS.
040300     EVALUATE TRUE
040400         WHEN CTT-PREFERRED-CHANNEL = 'E'
040500                 AND CTT-EMAIL-ADDRESS = SPACES
040600             MOVE 'NOEMAIL' TO WS-REASON-CODE
040700             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
040800         WHEN CTT-PREFERRED-CHANNEL = 'S'
040900                 AND CTT-MOBILE-NUMBER = SPACES
041000             MOVE 'NOMOBL' TO WS-REASON-CODE
041100             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
041200         WHEN CTT-PREFERRED-CHANNEL = 'P'
041300                 AND CTT-MAILING-ADDRESS = SPACES
041400             MOVE 'NOADDR' TO WS-REASON-CODE
041500             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
041600     END-EVALUATE.
041700 2340-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100*    2400-APPLY-TRANSACTION  -  DISPATCH ON CTT-TRANS-CODE       *
042200*    AGAINST THE KEYED CONTACT FILE.                             *
042300*****************************************************************
042400 2400-APPLY-TRANSACTION.
042500     EVALUATE TRUE
042600         WHEN CTT-ADD-TRANS
042700             PERFORM 2410-APPLY-ADD THRU 2410-EXIT
042800         WHEN CTT-CHANGE-TRANS
042900             PERFORM 2420-APPLY-CHANGE THRU 2420-EXIT
043000         WHEN CTT-DELETE-TRANS
043100             PERFORM 2430-APPLY-DELETE THRU 2430-EXIT
043200     END-EVALUATE.
043300 2400-EXIT.
043400     EXIT.
043500
043600 2410-APPLY-ADD.
043700     MOVE SPACES TO CNT-STUDENT-CONTACT-RECORD.
043800     MOVE CTT-STUDENT-ID TO CNT-STUDENT-ID.
043900     PERFORM 2450-MOVE-CONTACT-FIELDS THRU 2450-EXIT.
044000     WRITE CNT-STUDENT-CONTACT-RECORD
044100         INVALID KEY
044200             MOVE 'DUPADD' TO WS-REASON-CODE
044300             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
044400         NOT INVALID KEY
044500             ADD 1 TO WS-ADDS-APPLIED
044600     END-WRITE.
044700 2410-EXIT.
044800     EXIT.
044900
045000*    A NEW EMAIL OR MOBILE HAS NOT BOUNCED YET - ITS MARK CLEARS.
045100*    THE SAME ADDRESS KEYED AGAIN KEEPS ITS MARK.
045200 2420-APPLY-CHANGE.
045300     MOVE CTT-STUDENT-ID TO CNT-STUDENT-ID.
045400     READ CONTACT-FILE
045500         INVALID KEY
045600             MOVE 'NOTFOUND' TO WS-REASON-CODE
045700             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
045800             GO TO 2420-EXIT
045900     END-READ.
046000     IF CTT-EMAIL-ADDRESS NOT = CNT-EMAIL-ADDRESS
046100         MOVE SPACE TO CNT-EMAIL-STATUS
046200     END-IF.
046300     IF CTT-MOBILE-NUMBER NOT = CNT-MOBILE-NUMBER
046400         MOVE SPACE TO CNT-MOBILE-STATUS
046500     END-IF.
046600     PERFORM 2450-MOVE-CONTACT-FIELDS THRU 2450-EXIT.
046700     REWRITE CNT-STUDENT-CONTACT-RECORD
046800         INVALID KEY
046900             MOVE 'NOTFOUND' TO WS-REASON-CODE
047000             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
047100         NOT INVALID KEY
047200             ADD 1 TO WS-CHANGES-APPLIED
047300     END-REWRITE.
047400 2420-EXIT.
047500     EXIT.
047600
047700 2430-APPLY-DELETE.
047800     MOVE CTT-STUDENT-ID TO CNT-STUDENT-ID.
047900     READ CONTACT-FILE
048000         INVALID KEY
048100             MOVE 'NOTFOUND' TO WS-REASON-CODE
048200             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
048300         NOT INVALID KEY
048400             DELETE CONTACT-FILE RECORD
048500                 INVALID KEY
048600                     MOVE 'NOTFOUND' TO WS-REASON-CODE
048700                     MOVE 'F' TO WS-EDIT-RESULT-SWITCH
048800                 NOT INVALID KEY
048900                     ADD 1 TO WS-DELETES-APPLIED
049000             END-DELETE
049100     END-READ.
049200 2430-EXIT.
049300     EXIT.
049400
049500 2450-MOVE-CONTACT-FIELDS.
049600     MOVE CTT-EMAIL-ADDRESS TO CNT-EMAIL-ADDRESS.
049700     MOVE CTT-MOBILE-NUMBER TO CNT-MOBILE-NUMBER.
049800     MOVE CTT-MAILING-ADDRESS TO CNT-MAILING-ADDRESS.
049900     MOVE CTT-PREFERRED-CHANNEL TO CNT-PREFERRED-CHANNEL.
050000     IF CTT-OPT-OUT-FLAG = SPACE
050100         MOVE 'N' TO CNT-OPT-OUT-FLAG
050200     ELSE
050300         MOVE CTT-OPT-OUT-FLAG TO CNT-OPT-OUT-FLAG
050400     END-IF.
050500     MOVE WS-CURRENT-DATE TO CNT-LAST-CHANGE-DATE.
050600     MOVE CTT-USER-ID TO CNT-LAST-CHANGE-USER.
050700 2450-EXIT.
050800     EXIT.
050900
051000 2500-SUSPEND-TRANSACTION.
051100     MOVE WS-REASON-CODE TO CSS-REASON-CODE.
051200*    A RECYCLED TRANSACTION KEEPS ITS ORIGINAL SUSPEND DATE
051300*    (STILL IN CSS-SUSPEND-DATE FROM THE RECYCLE READ) SO THE
051400*    REGISTRAR CAN SEE HOW LONG IT HAS BEEN STUCK.
051500     IF WS-TRANS-SOURCE NOT = 'RECYCLE'
051600         MOVE WS-CURRENT-DATE TO CSS-SUSPEND-DATE
051700     END-IF.
051800     MOVE CTT-TRANSACTION-RECORD TO CSS-TRANSACTION-IMAGE.
051900     MOVE CSS-SUSPENSE-RECORD TO SOT-SUSPENSE-RECORD.
052000     WRITE SOT-SUSPENSE-RECORD.
052100     ADD 1 TO WS-TRANS-SUSPENDED.
052200     PERFORM 2510-WRITE-REPORT-DETAIL THRU 2510-EXIT.
052300 2500-EXIT.
052400     EXIT.
052500
052600 2510-WRITE-REPORT-DETAIL.
052700     MOVE SPACES TO ERP-REPORT-LINE.
052800     MOVE 'STUDENT' TO ERP-REPORT-LINE(1:7).
052900     MOVE CTT-STUDENT-ID TO ERP-REPORT-LINE(9:9).
053000     MOVE 'TRANS' TO ERP-REPORT-LINE(20:5).
053100     MOVE CTT-TRANS-CODE TO ERP-REPORT-LINE(26:1).
053200     MOVE 'REASON' TO ERP-REPORT-LINE(29:6).
053300     MOVE WS-REASON-CODE TO ERP-REPORT-LINE(36:8).
053400     MOVE 'SOURCE' TO ERP-REPORT-LINE(46:6).
053500     MOVE WS-TRANS-SOURCE TO ERP-REPORT-LINE(53:7).
053600     MOVE CTT-USER-ID TO ERP-REPORT-LINE(62:8).
053700     WRITE ERP-REPORT-LINE.
053800 2510-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*    8000-TERMINATE  -  REPORT SUMMARY COUNTS, CLOSE FILES       *
054300*****************************************************************
054400 8000-TERMINATE.
054500     MOVE SPACES TO ERP-REPORT-LINE.
054600     WRITE ERP-REPORT-LINE.
054700     MOVE SPACES TO ERP-REPORT-LINE.
054800     MOVE 'TRANSACTIONS READ....' TO ERP-REPORT-LINE(1:25).
054900     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
055000     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
055100     WRITE ERP-REPORT-LINE.
055200     MOVE SPACES TO ERP-REPORT-LINE.
055300     MOVE 'RECYCLED FROM SUSP...' TO ERP-REPORT-LINE(1:25).
055400     MOVE WS-RECYCLED-READ TO WS-EDIT-COUNT.
055500     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
055600     WRITE ERP-REPORT-LINE.
055700     MOVE SPACES TO ERP-REPORT-LINE.
055800     MOVE 'CONTACTS ADDED.......' TO ERP-REPORT-LINE(1:25).
055900     MOVE WS-ADDS-APPLIED TO WS-EDIT-COUNT.
056000     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
056100     WRITE ERP-REPORT-LINE.
056200     MOVE SPACES TO ERP-REPORT-LINE.
056300     MOVE 'CONTACTS CHANGED.....' TO ERP-REPORT-LINE(1:25).
056400     MOVE WS-CHANGES-APPLIED TO WS-EDIT-COUNT.
056500     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
056600     WRITE ERP-REPORT-LINE.
056700     MOVE SPACES TO ERP-REPORT-LINE.
056800     MOVE 'CONTACTS DELETED.....' TO ERP-REPORT-LINE(1:25).
056900     MOVE WS-DELETES-APPLIED TO WS-EDIT-COUNT.
057000     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
057100     WRITE ERP-REPORT-LINE.
057200     MOVE SPACES TO ERP-REPORT-LINE.
057300     MOVE 'SUSPENDED............' TO ERP-REPORT-LINE(1:25).
057400     MOVE WS-TRANS-SUSPENDED TO WS-EDIT-COUNT.
057500     MOVE WS-EDIT-COUNT TO ERP-REPORT-LINE(27:5).
057600     WRITE ERP-REPORT-LINE.
057700     CLOSE CONTACT-TRANS-FILE.
057800     IF NOT WS-CNSUSIN-NOT-FOUND
057900         CLOSE SUSP-IN-FILE
058000     END-IF.
058100     CLOSE SUSP-OUT-FILE.
058200     CLOSE STUDENT-MASTER.
058300     CLOSE CONTACT-FILE.
058400     CLOSE EDIT-REPORT.
058500     DISPLAY 'CNTMAINT - TRANSACTIONS READ      = '
058600         WS-TRANS-READ.
058700     DISPLAY 'CNTMAINT - RECYCLED FROM SUSPENSE = '
058800         WS-RECYCLED-READ.
058900     DISPLAY 'CNTMAINT - CONTACTS ADDED         = '
059000         WS-ADDS-APPLIED.
059100     DISPLAY 'CNTMAINT - CONTACTS CHANGED       = '
059200         WS-CHANGES-APPLIED.
059300     DISPLAY 'CNTMAINT - CONTACTS DELETED       = '
059400         WS-DELETES-APPLIED.
059500     DISPLAY 'CNTMAINT - SUSPENDED              = '
059600         WS-TRANS-SUSPENDED.
059700 8000-EXIT.
059800     EXIT.
