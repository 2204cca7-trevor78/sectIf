000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDPOST.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       HOLDPOST                                      *
001000*    PURPOSE        NIGHTLY POSTING OF THE BURSAR AND STUDENT    *
001100*                   CONDUCT HOLD FEEDS, RUN AHEAD OF HELLO123.   *
001200*                   EACH FEED RECORD PLACES OR RELEASES ONE      *
001300*                   HOLD TYPE FOR ONE STUDENT AS OF AN           *
001400*                   EFFECTIVE DATE.  THE HOLD-REASON TABLE       *
001500*                   (HRSFILE) SAYS WHICH OFFICE OWNS EACH TYPE   *
001600*                   AND WHETHER IT BLOCKS ELIGIBILITY.  EVERY    *
001700*                   ACTION IS RECORDED ON THE HOLD FILE          *
001800*                   (HOLDFILE, ONE RECORD PER STUDENT, OFFICE    *
001900*                   AND TYPE); A BLOCKING HOLD ALSO COUNTS ONE   *
002000*                   ON SM-HOLD-FLAG WHILE IT IS ACTIVE, SO THE   *
002100*                   ELIGIBILITY RUN SENDS THE STUDENT TO         *
002200*                   XXXX-PARA6.  HAND-KEYED HOLDS STAY ON THE    *
002300*                   FLAG AS KEYED - THE FEED ONLY ADDS AND       *
002400*                   TAKES BACK ITS OWN.  EVERY MASTER CHANGE IS  *
002500*                   LOGGED TO MNT-LOG (TRANS 'H', RESULT         *
002600*                   HOLDPLC / HOLDREL, OPERATOR = OFFICE CODE).  *
002700*                   AN ACTION NOT YET EFFECTIVE IS CARRIED ON    *
002800*                   THE PENDING FILE AND RE-READ AHEAD OF THE    *
002900*                   FEED EACH NIGHT UNTIL IT FALLS DUE.          *
003000*                   ACTIONS FOR AN UNKNOWN STUDENT, RELEASES OF  *
003100*                   A HOLD NEVER PLACED, AND ANY OTHER REJECT GO *
003200*                   ON THE EXCEPTION REPORT.  EACH OFFICE GETS A *
003300*                   RECONCILIATION FILE BACK - EVERY ACTION IT   *
003400*                   SENT WITH ITS DISPOSITION, BETWEEN A HEADER  *
003500*                   AND A COUNT TRAILER.                         *
003600*                                                                *
003700*    MODIFICATION HISTORY                                        *
003800*    ----------------------------------------------------------- *
003900*    DATE       INIT  DESCRIPTION                                *
004000*    10/15/26   JRT   ORIGINAL                                   *
004100*                                                                *
004200*****************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT HOLD-FEED-FILE ASSIGN TO HLDFEED
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-HLDFEED-STATUS.
005300     SELECT PENDING-IN-FILE ASSIGN TO HLDPNDI
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-HLDPNDI-STATUS.
005600     SELECT PENDING-OUT-FILE ASSIGN TO HLDPNDO
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-HLDPNDO-STATUS.
005900     SELECT HOLD-REASON-FILE ASSIGN TO HRSFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-HRSFILE-STATUS.
006200     SELECT STUDENT-HOLD-FILE ASSIGN TO HOLDFILE
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS HLD-HOLD-KEY
006600         FILE STATUS IS WS-HOLDFILE-STATUS.
006700     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS SM-STUDENT-ID
007100         FILE STATUS IS WS-STUDMSTR-STATUS.
007200     SELECT MNT-LOG ASSIGN TO MNTLOGF
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-MNTLOGF-STATUS.
007500     SELECT EXCEPTION-REPORT ASSIGN TO HLDEXCP
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-HLDEXCP-STATUS.
007800     SELECT BURSAR-RECON-FILE ASSIGN TO HLDRCB
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-HLDRCB-STATUS.
008100     SELECT CONDUCT-RECON-FILE ASSIGN TO HLDRCC
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-HLDRCC-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  HOLD-FEED-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  HFF-FEED-RECORD                      PIC X(80).
009000
009100 FD  PENDING-IN-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  PNI-PENDING-RECORD                   PIC X(80).
009400
009500 FD  PENDING-OUT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  PNO-PENDING-RECORD                   PIC X(80).
009800
009900 FD  HOLD-REASON-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY HRSREC.
010200
010300 FD  STUDENT-HOLD-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY HLDREC.
010600
010700 FD  STUDENT-MASTER
010800     LABEL RECORDS ARE STANDARD.
010900     COPY STUDCREC.
011000
011100 FD  MNT-LOG
011200     LABEL RECORDS ARE STANDARD.
011300     COPY MNTLOG.
011400
011500 FD  EXCEPTION-REPORT
011600     LABEL RECORDS ARE STANDARD.
011700 01  HXR-REPORT-LINE                      PIC X(80).
011800
011900 FD  BURSAR-RECON-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  BRC-RECON-RECORD                     PIC X(80).
012200
012300 FD  CONDUCT-RECON-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  CRC-RECON-RECORD                     PIC X(80).
012600
012700 WORKING-STORAGE SECTION.
012800 01  WS-FILE-STATUSES.
012900     05  WS-HLDFEED-STATUS            PIC X(02) VALUE SPACES.
013000         88  WS-HLDFEED-OK            VALUE '00'.
013100         88  WS-HLDFEED-EOF           VALUE '10'.
013200     05  WS-HLDPNDI-STATUS            PIC X(02) VALUE SPACES.
013300         88  WS-HLDPNDI-OK            VALUE '00'.
013400         88  WS-HLDPNDI-NOT-FOUND     VALUE '35'.
013500     05  WS-HLDPNDO-STATUS            PIC X(02) VALUE SPACES.
013600         88  WS-HLDPNDO-OK            VALUE '00'.
013700     05  WS-HRSFILE-STATUS            PIC X(02) VALUE SPACES.
013800         88  WS-HRSFILE-OK            VALUE '00'.
013900         88  WS-HRSFILE-EOF           VALUE '10'.
014000         88  WS-HRSFILE-NOT-FOUND     VALUE '35'.
014100     05  WS-HOLDFILE-STATUS           PIC X(02) VALUE SPACES.
014200         88  WS-HOLDFILE-OK           VALUE '00'.
014300     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
014400         88  WS-STUDMSTR-OK           VALUE '00'.
014500     05  WS-MNTLOGF-STATUS            PIC X(02) VALUE SPACES.
014600         88  WS-MNTLOGF-OK            VALUE '00'.
014700     05  WS-HLDEXCP-STATUS            PIC X(02) VALUE SPACES.
014800         88  WS-HLDEXCP-OK            VALUE '00'.
014900     05  WS-HLDRCB-STATUS             PIC X(02) VALUE SPACES.
015000         88  WS-HLDRCB-OK             VALUE '00'.
015100     05  WS-HLDRCC-STATUS             PIC X(02) VALUE SPACES.
015200         88  WS-HLDRCC-OK             VALUE '00'.
015300
015400 77  WS-PEND-EOF-SWITCH               PIC X(01) VALUE 'N'.
015500     88  WS-PEND-EOF                  VALUE 'Y'.
015600 77  WS-HOLD-FOUND-SWITCH             PIC X(01) VALUE 'N'.
015700     88  WS-HOLD-FOUND                VALUE 'Y'.
015800 77  WS-ACTION-SOURCE                 PIC X(07) VALUE SPACES.
015900 77  WS-REJECT-REASON                 PIC X(08) VALUE SPACES.
016000 77  WS-REJECT-TEXT                   PIC X(20) VALUE SPACES.
016100 77  WS-DISPOSITION                   PIC X(08) VALUE SPACES.
016200 77  WS-LOG-RESULT                    PIC X(08) VALUE SPACES.
016300 77  WS-BEFORE-IMAGE                  PIC X(105) VALUE SPACES.
016400 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
016500 77  WS-CURRENT-TIME                  PIC 9(08) VALUE ZERO.
016600 77  WS-FEED-READ                     PIC 9(07) VALUE ZERO.
016700 77  WS-PENDING-READ                  PIC 9(07) VALUE ZERO.
016800 77  WS-HOLDS-PLACED                  PIC 9(07) VALUE ZERO.
016900 77  WS-HOLDS-RELEASED                PIC 9(07) VALUE ZERO.
017000 77  WS-MASTER-CHANGED                PIC 9(07) VALUE ZERO.
017100 77  WS-ACTIONS-PENDED                PIC 9(07) VALUE ZERO.
017200 77  WS-ACTIONS-REJECTED              PIC 9(07) VALUE ZERO.
017300 77  WS-MASTER-ERRORS                 PIC 9(05) VALUE ZERO.
017400 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
017500 77  WS-RSN-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
017600 77  WS-RSN-SUB                       PIC 9(03) COMP VALUE ZERO.
017700 77  WS-RSN-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
017800
017900*    EVERY HOLD TYPE THE OFFICES MAY SEND, LOADED FROM HRSFILE
018000*    AT INITIALIZATION.
018100 01  WS-REASON-TABLE.
018200     05  WS-RSN-ENTRY OCCURS 200 TIMES.
018300         10  WS-RSN-HOLD-TYPE         PIC X(04).
018400         10  WS-RSN-OFFICE-CD         PIC X(04).
018500         10  WS-RSN-BLOCKING-SW       PIC X(01).
018600
018700*    RECONCILIATION COUNTS FOR EACH OFFICE'S TRAILER.
018800 01  WS-RECON-COUNTS.
018900     05  WS-BURS-RECORDS              PIC 9(07) VALUE ZERO.
019000     05  WS-BURS-APPLIED              PIC 9(07) VALUE ZERO.
019100     05  WS-BURS-PENDING              PIC 9(07) VALUE ZERO.
019200     05  WS-BURS-REJECTED             PIC 9(07) VALUE ZERO.
019300     05  WS-COND-RECORDS              PIC 9(07) VALUE ZERO.
019400     05  WS-COND-APPLIED              PIC 9(07) VALUE ZERO.
019500     05  WS-COND-PENDING              PIC 9(07) VALUE ZERO.
019600     05  WS-COND-REJECTED             PIC 9(07) VALUE ZERO.
019700
019800     COPY HFDREC.
019900
020000     COPY HRCREC.
020100
020200 PROCEDURE DIVISION.
020300
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 2000-RECYCLE-ONE-PENDING THRU 2000-EXIT
020700         UNTIL WS-PEND-EOF.
020800     PERFORM 2100-PROCESS-ONE-FEED THRU 2100-EXIT
020900         UNTIL WS-HLDFEED-EOF.
021000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021100     IF WS-MASTER-ERRORS > ZERO
021200         MOVE 0008 TO RETURN-CODE
021300     ELSE
021400         IF WS-ACTIONS-REJECTED > ZERO
021500             MOVE 0004 TO RETURN-CODE
021600         ELSE
021700             MOVE 0000 TO RETURN-CODE
021800         END-IF
021900     END-IF.
022000     STOP RUN.
022100
022200*****************************************************************
022300*    1000-INITIALIZE  -  LOAD THE REASON TABLE, OPEN FILES,      *
022400*    WRITE THE REPORT HEADING AND THE RECONCILIATION HEADERS     *
022500*****************************************************************
022600 1000-INITIALIZE.
022700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022800     ACCEPT WS-CURRENT-TIME FROM TIME.
022900     PERFORM 1100-LOAD-REASON-TABLE THRU 1100-EXIT.
023000     OPEN INPUT HOLD-FEED-FILE.
023100     IF NOT WS-HLDFEED-OK
023200         DISPLAY 'HOLDPOST - HLDFEED OPEN FAILED, STATUS = '
023300             WS-HLDFEED-STATUS
023400         MOVE 0016 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     OPEN INPUT PENDING-IN-FILE.
023800     IF WS-HLDPNDI-NOT-FOUND
023900         DISPLAY 'HOLDPOST - NO PENDING FILE, NOTHING TO RECYCLE'
024000         MOVE 'Y' TO WS-PEND-EOF-SWITCH
024100     ELSE
024200         IF NOT WS-HLDPNDI-OK
024300             DISPLAY 'HOLDPOST - HLDPNDI OPEN FAILED, STATUS = '
024400                 WS-HLDPNDI-STATUS
024500             MOVE 0016 TO RETURN-CODE
024600             STOP RUN
024700         END-IF
024800     END-IF.
024900     OPEN OUTPUT PENDING-OUT-FILE.
025000     IF NOT WS-HLDPNDO-OK
025100         DISPLAY 'HOLDPOST - HLDPNDO OPEN FAILED, STATUS = '
025200             WS-HLDPNDO-STATUS
025300         MOVE 0016 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     OPEN I-O STUDENT-HOLD-FILE.
025700     IF NOT WS-HOLDFILE-OK
025800         DISPLAY 'HOLDPOST - HOLDFILE OPEN FAILED, STATUS = '
025900             WS-HOLDFILE-STATUS
026000         MOVE 0016 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     OPEN I-O STUDENT-MASTER.
026400     IF NOT WS-STUDMSTR-OK
026500         DISPLAY 'HOLDPOST - STUDMSTR OPEN FAILED, STATUS = '
026600             WS-STUDMSTR-STATUS
026700         MOVE 0016 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000     OPEN EXTEND MNT-LOG.
027100     IF NOT WS-MNTLOGF-OK
027200         DISPLAY 'HOLDPOST - MNTLOGF OPEN FAILED, STATUS = '
027300             WS-MNTLOGF-STATUS
027400         MOVE 0016 TO RETURN-CODE
027500         STOP RUN
027600     END-IF.
027700     OPEN OUTPUT EXCEPTION-REPORT.
027800     IF NOT WS-HLDEXCP-OK
027900         DISPLAY 'HOLDPOST - HLDEXCP OPEN FAILED, STATUS = '
028000             WS-HLDEXCP-STATUS
028100         MOVE 0016 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400     OPEN OUTPUT BURSAR-RECON-FILE.
028500     IF NOT WS-HLDRCB-OK
028600         DISPLAY 'HOLDPOST - HLDRCB OPEN FAILED, STATUS = '
028700             WS-HLDRCB-STATUS
028800         MOVE 0016 TO RETURN-CODE
028900         STOP RUN
029000     END-IF.
029100     OPEN OUTPUT CONDUCT-RECON-FILE.
029200     IF NOT WS-HLDRCC-OK
029300         DISPLAY 'HOLDPOST - HLDRCC OPEN FAILED, STATUS = '
029400             WS-HLDRCC-STATUS
029500         MOVE 0016 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800     MOVE SPACES TO HXR-REPORT-LINE.
029900     MOVE 'HOLDPOST HOLD-FEED EXCEPTION REPORT'
030000         TO HXR-REPORT-LINE(1:50).
030100     MOVE 'AS OF' TO HXR-REPORT-LINE(52:5).
030200     MOVE WS-CURRENT-DATE TO HXR-REPORT-LINE(58:8).
030300     WRITE HXR-REPORT-LINE.
030400     MOVE SPACES TO HXR-REPORT-LINE.
030500     WRITE HXR-REPORT-LINE.
030600     MOVE SPACES TO HXR-REPORT-LINE.
030700     MOVE 'OFFC' TO HXR-REPORT-LINE(1:4).
030800     MOVE 'STUDENT' TO HXR-REPORT-LINE(6:7).
030900     MOVE 'TYPE' TO HXR-REPORT-LINE(16:4).
031000     MOVE 'A' TO HXR-REPORT-LINE(21:1).
031100     MOVE 'EFFECTIVE' TO HXR-REPORT-LINE(23:9).
031200     MOVE 'REFERENCE' TO HXR-REPORT-LINE(33:9).
031300     MOVE 'REASON' TO HXR-REPORT-LINE(46:6).
031400     MOVE 'DESCRIPTION' TO HXR-REPORT-LINE(55:11).
031500     WRITE HXR-REPORT-LINE.
031600     MOVE SPACES TO HRH-RECONCILIATION-HEADER.
031700     MOVE 'HDR' TO HRH-RECORD-ID.
031800     MOVE WS-CURRENT-DATE TO HRH-RUN-DATE.
031900     MOVE 'BURS' TO HRH-OFFICE-CD.
032000     MOVE HRH-RECONCILIATION-HEADER TO BRC-RECON-RECORD.
032100     WRITE BRC-RECON-RECORD.
032200     MOVE 'COND' TO HRH-OFFICE-CD.
032300     MOVE HRH-RECONCILIATION-HEADER TO CRC-RECON-RECORD.
032400     WRITE CRC-RECON-RECORD.
032500 1000-EXIT.
032600     EXIT.
032700
032800*    WITHOUT THE TABLE NO ACTION COULD BE TOLD BLOCKING FROM
032900*    INFORMATIONAL, SO A MISSING OR EMPTY REASON FILE STOPS
033000*    THE RUN RATHER THAN REJECT THE WHOLE FEED.
033100 1100-LOAD-REASON-TABLE.
033200     OPEN INPUT HOLD-REASON-FILE.
033300     IF WS-HRSFILE-NOT-FOUND
033400         DISPLAY 'HOLDPOST - NO HOLD-REASON FILE, CANNOT POST'
033500         MOVE 0016 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800     IF NOT WS-HRSFILE-OK
033900         DISPLAY 'HOLDPOST - HRSFILE OPEN FAILED, STATUS = '
034000             WS-HRSFILE-STATUS
034100         MOVE 0016 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     PERFORM 1110-READ-HOLD-REASON THRU 1110-EXIT
034500         UNTIL WS-HRSFILE-EOF.
034600     CLOSE HOLD-REASON-FILE.
034700     IF WS-RSN-ENTRY-COUNT = ZERO
034800         DISPLAY 'HOLDPOST - HOLD-REASON FILE EMPTY, CANNOT POST'
034900         MOVE 0016 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200     DISPLAY 'HOLDPOST - HOLD TYPES LOADED = ' WS-RSN-ENTRY-COUNT.
035300 1100-EXIT.
035400     EXIT.
035500
035600 1110-READ-HOLD-REASON.
035700     READ HOLD-REASON-FILE
035800         AT END
035900             MOVE '10' TO WS-HRSFILE-STATUS
036000         NOT AT END
036100             IF WS-RSN-ENTRY-COUNT < 200
036200                 ADD 1 TO WS-RSN-ENTRY-COUNT
036300                 MOVE HRS-HOLD-TYPE
036400                     TO WS-RSN-HOLD-TYPE (WS-RSN-ENTRY-COUNT)
036500                 MOVE HRS-OFFICE-CD
036600                     TO WS-RSN-OFFICE-CD (WS-RSN-ENTRY-COUNT)
036700                 MOVE HRS-BLOCKING-SW
036800                     TO WS-RSN-BLOCKING-SW (WS-RSN-ENTRY-COUNT)
036900             ELSE
037000                 DISPLAY 'HOLDPOST - HOLD-REASON TABLE FULL - '
037100                     'RESIZE BEFORE RUNNING'
037200                 MOVE 0016 TO RETURN-CODE
037300                 STOP RUN
037400             END-IF
037500     END-READ.
037600 1110-EXIT.
037700     EXIT.
037800
037900*****************************************************************
038000*    2000-RECYCLE-ONE-PENDING  -  ACTIONS HELD FROM EARLIER      *
038100*    NIGHTS FOR A FUTURE EFFECTIVE DATE RE-ENTER AHEAD OF THE    *
038200*    NEW FEED, IN THE ORDER THE OFFICES SENT THEM                *
038300*****************************************************************
038400 2000-RECYCLE-ONE-PENDING.
038500     READ PENDING-IN-FILE
038600         AT END
038700             MOVE 'Y' TO WS-PEND-EOF-SWITCH
038800         NOT AT END
038900             ADD 1 TO WS-PENDING-READ
039000             MOVE PNI-PENDING-RECORD TO HFD-HOLD-FEED-RECORD
039100             MOVE 'PENDING' TO WS-ACTION-SOURCE
039200             PERFORM 2200-POST-ONE-ACTION THRU 2200-EXIT
039300     END-READ.
039400 2000-EXIT.
039500     EXIT.
039600
039700 2100-PROCESS-ONE-FEED.
039800     READ HOLD-FEED-FILE
039900         AT END
040000             MOVE '10' TO WS-HLDFEED-STATUS
040100         NOT AT END
040200             ADD 1 TO WS-FEED-READ
040300             MOVE HFF-FEED-RECORD TO HFD-HOLD-FEED-RECORD
040400             MOVE 'FEED' TO WS-ACTION-SOURCE
040500             PERFORM 2200-POST-ONE-ACTION THRU 2200-EXIT
040600     END-READ.
040700 2100-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*    2200-POST-ONE-ACTION  -  EDIT THE ACTION, HOLD IT IF IT IS  *
041200*    NOT YET EFFECTIVE, OTHERWISE APPLY IT TO THE HOLD FILE AND  *
041300*    THE MASTER AND CONFIRM IT BACK TO THE OFFICE                *
041400*****************************************************************
041500 2200-POST-ONE-ACTION.
041600     MOVE SPACES TO WS-REJECT-REASON.
041700     PERFORM 2300-EDIT-ACTION THRU 2300-EXIT.
041800     IF WS-REJECT-REASON NOT = SPACES
041900         PERFORM 2700-REJECT-ACTION THRU 2700-EXIT
042000         GO TO 2200-EXIT.
042100     IF HFD-EFFECTIVE-DATE > WS-CURRENT-DATE
042200         PERFORM 2600-PEND-ACTION THRU 2600-EXIT
042300         GO TO 2200-EXIT.
042400     MOVE HFD-STUDENT-ID TO SM-STUDENT-ID.
042500     READ STUDENT-MASTER
042600         INVALID KEY
042700             MOVE 'NOSTUDNT' TO WS-REJECT-REASON
042800     END-READ.
042900     IF WS-REJECT-REASON = SPACES
043000         IF HFD-PLACE-HOLD
043100             PERFORM 2400-PLACE-HOLD THRU 2400-EXIT
043200         ELSE
043300             PERFORM 2500-RELEASE-HOLD THRU 2500-EXIT
043400         END-IF
043500     END-IF.
043600     IF WS-REJECT-REASON NOT = SPACES
043700         PERFORM 2700-REJECT-ACTION THRU 2700-EXIT
043800         GO TO 2200-EXIT.
043900     MOVE 'APPLIED' TO WS-DISPOSITION.
044000     PERFORM 2800-WRITE-RECON THRU 2800-EXIT.
044100 2200-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*    2300-EDIT-ACTION  -  THE FIELD EDITS.  FIRST FAILURE WINS.  *
044600*    THE STUDENT IS LOOKED UP ONLY WHEN THE ACTION FALLS DUE -   *
044700*    A FUTURE-DATED HOLD MAY NAME A STUDENT NOT YET ADDED.       *
044800*****************************************************************
044900 2300-EDIT-ACTION.
045000     IF NOT HFD-BURSAR-OFFICE
045100             AND NOT HFD-CONDUCT-OFFICE
045200         MOVE 'BADOFFC' TO WS-REJECT-REASON
045300         GO TO 2300-EXIT.
045400     IF HFD-STUDENT-ID = SPACES
045500         MOVE 'NOSTUDNT' TO WS-REJECT-REASON
045600         GO TO 2300-EXIT.
045700     IF NOT HFD-PLACE-HOLD
045800             AND NOT HFD-RELEASE-HOLD
045900         MOVE 'BADACTN' TO WS-REJECT-REASON
046000         GO TO 2300-EXIT.
046100     IF HFD-EFFECTIVE-DATE NOT NUMERIC
046200             OR HFD-EFFECTIVE-DATE = ZERO
046300         MOVE 'BADDATE' TO WS-REJECT-REASON
046400         GO TO 2300-EXIT.
046500     MOVE ZERO TO WS-RSN-FOUND-SUB.
046600     MOVE ZERO TO WS-RSN-SUB.
046700     PERFORM 2350-SCAN-REASON-TABLE THRU 2350-EXIT
046800         UNTIL WS-RSN-SUB >= WS-RSN-ENTRY-COUNT
046900             OR WS-RSN-FOUND-SUB > ZERO.
047000     IF WS-RSN-FOUND-SUB = ZERO
047100         MOVE 'BADTYPE' TO WS-REJECT-REASON
047200         GO TO 2300-EXIT.
047300     IF WS-RSN-OFFICE-CD (WS-RSN-FOUND-SUB) NOT = HFD-OFFICE-CD
047400         MOVE 'WRONGOFC' TO WS-REJECT-REASON
047500     END-IF.
047600 2300-EXIT.
047700     EXIT.
047800
047900 2350-SCAN-REASON-TABLE.
048000     ADD 1 TO WS-RSN-SUB.
048100     IF WS-RSN-HOLD-TYPE (WS-RSN-SUB) = HFD-HOLD-TYPE
048200         MOVE WS-RSN-SUB TO WS-RSN-FOUND-SUB
048300     END-IF.
048400 2350-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*    2400-PLACE-HOLD  -  MARK THE HOLD ACTIVE.  A HOLD RELEASED  *
048900*    EARLIER IS REUSED; ONE ALREADY ACTIVE IS REJECTED SO A      *
049000*    RESENT PLACE NEVER COUNTS TWICE ON SM-HOLD-FLAG.            *
049100*****************************************************************
049200 2400-PLACE-HOLD.
049300     PERFORM 2450-READ-HOLD-RECORD THRU 2450-EXIT.
049400     IF WS-HOLD-FOUND
049500             AND HLD-HOLD-ACTIVE
049600         MOVE 'ALRDYACT' TO WS-REJECT-REASON
049700         GO TO 2400-EXIT.
049800     MOVE 'A' TO HLD-HOLD-STATUS.
049900     MOVE WS-RSN-BLOCKING-SW (WS-RSN-FOUND-SUB)
049950         TO HLD-BLOCKING-SW.
050000     MOVE HFD-EFFECTIVE-DATE TO HLD-PLACED-DATE.
050100     MOVE HFD-OFFICE-REFERENCE TO HLD-PLACED-REFERENCE.
050200     MOVE ZERO TO HLD-RELEASED-DATE.
050300     MOVE SPACES TO HLD-RELEASED-REFERENCE.
050400     MOVE WS-CURRENT-DATE TO HLD-LAST-POSTED-DATE.
050500     IF WS-HOLD-FOUND
050600         REWRITE HLD-STUDENT-HOLD-RECORD
050700             INVALID KEY
050800                 MOVE 'HOLDIOER' TO WS-REJECT-REASON
050900         END-REWRITE
051000     ELSE
051100         WRITE HLD-STUDENT-HOLD-RECORD
051200             INVALID KEY
051300                 MOVE 'HOLDIOER' TO WS-REJECT-REASON
051400         END-WRITE
051500     END-IF.
051600     IF WS-REJECT-REASON NOT = SPACES
051700         DISPLAY 'HOLDPOST - HOLD WRITE FAILED, STUDENT '
051800             HFD-STUDENT-ID ' STATUS = ' WS-HOLDFILE-STATUS
051900         GO TO 2400-EXIT.
052000     ADD 1 TO WS-HOLDS-PLACED.
052100     IF NOT HLD-BLOCKS-ELIGIBILITY
052200         GO TO 2400-EXIT.
052300     IF SM-HOLD-FLAG NOT < 999
052400         DISPLAY 'HOLDPOST - SM-HOLD-FLAG AT 999, STUDENT '
052500             SM-STUDENT-ID ' NOT RAISED'
052600         GO TO 2400-EXIT.
052700     MOVE SM-STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE.
052800     ADD 1 TO SM-HOLD-FLAG.
052900     MOVE 'HOLDPLC' TO WS-LOG-RESULT.
053000     PERFORM 2900-REWRITE-AND-LOG THRU 2900-EXIT.
053100 2400-EXIT.
053200     EXIT.
053300
053400 2450-READ-HOLD-RECORD.
053500     MOVE 'Y' TO WS-HOLD-FOUND-SWITCH.
053600     MOVE HFD-STUDENT-ID TO HLD-STUDENT-ID.
053700     MOVE HFD-OFFICE-CD TO HLD-OFFICE-CD.
053800     MOVE HFD-HOLD-TYPE TO HLD-HOLD-TYPE.
053900     READ STUDENT-HOLD-FILE
054000         INVALID KEY
054100             MOVE 'N' TO WS-HOLD-FOUND-SWITCH
054200             MOVE SPACES TO HLD-STUDENT-HOLD-RECORD
054300             MOVE HFD-STUDENT-ID TO HLD-STUDENT-ID
054400             MOVE HFD-OFFICE-CD TO HLD-OFFICE-CD
054500             MOVE HFD-HOLD-TYPE TO HLD-HOLD-TYPE
054600     END-READ.
054700 2450-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100*    2500-RELEASE-HOLD  -  MARK THE HOLD RELEASED AND TAKE BACK  *
055200*    WHAT ITS PLACE PUT ON SM-HOLD-FLAG.  A RELEASE WITH NO      *
055300*    ACTIVE HOLD BEHIND IT IS REJECTED.  THE FLAG NEVER GOES     *
055400*    BELOW ZERO - IF DATA ENTRY HAS ALREADY KEYED IT DOWN,       *
055500*    THERE IS NOTHING LEFT TO TAKE BACK.                         *
055600*****************************************************************
055700 2500-RELEASE-HOLD.
055800     PERFORM 2450-READ-HOLD-RECORD THRU 2450-EXIT.
055900     IF NOT WS-HOLD-FOUND
056000             OR NOT HLD-HOLD-ACTIVE
056100         MOVE 'NOTPLACD' TO WS-REJECT-REASON
056200         GO TO 2500-EXIT.
056300     MOVE 'R' TO HLD-HOLD-STATUS.
056400     MOVE HFD-EFFECTIVE-DATE TO HLD-RELEASED-DATE.
056500     MOVE HFD-OFFICE-REFERENCE TO HLD-RELEASED-REFERENCE.
056600     MOVE WS-CURRENT-DATE TO HLD-LAST-POSTED-DATE.
056700     REWRITE HLD-STUDENT-HOLD-RECORD
056800         INVALID KEY
056900             MOVE 'HOLDIOER' TO WS-REJECT-REASON
057000             DISPLAY 'HOLDPOST - HOLD REWRITE FAILED, STUDENT '
057100                 HFD-STUDENT-ID ' STATUS = ' WS-HOLDFILE-STATUS
057200             GO TO 2500-EXIT
057300     END-REWRITE.
057400     ADD 1 TO WS-HOLDS-RELEASED.
057500     IF NOT HLD-BLOCKS-ELIGIBILITY
057600             OR SM-HOLD-FLAG = ZERO
057700         GO TO 2500-EXIT.
057800     MOVE SM-STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE.
057900     SUBTRACT 1 FROM SM-HOLD-FLAG.
058000     MOVE 'HOLDREL' TO WS-LOG-RESULT.
058100     PERFORM 2900-REWRITE-AND-LOG THRU 2900-EXIT.
058200 2500-EXIT.
058300     EXIT.
058400
058500*    NOT YET EFFECTIVE - CARRY IT TO TOMORROW'S PENDING FILE.
058600*    THE OFFICE HEARS 'PENDING' ONCE, THE NIGHT IT SENT THE
058700*    ACTION, AND 'APPLIED' OR 'REJECTED' THE NIGHT IT FALLS DUE.
058800 2600-PEND-ACTION.
058900     MOVE HFD-HOLD-FEED-RECORD TO PNO-PENDING-RECORD.
059000     WRITE PNO-PENDING-RECORD.
059100     ADD 1 TO WS-ACTIONS-PENDED.
059200     IF WS-ACTION-SOURCE = 'FEED'
059300         MOVE 'PENDING' TO WS-DISPOSITION
059400         PERFORM 2800-WRITE-RECON THRU 2800-EXIT
059500     END-IF.
059600 2600-EXIT.
059700     EXIT.
059800
059900 2700-REJECT-ACTION.
060000     ADD 1 TO WS-ACTIONS-REJECTED.
060100     EVALUATE WS-REJECT-REASON
060200         WHEN 'BADOFFC'
060300             MOVE 'UNKNOWN OFFICE' TO WS-REJECT-TEXT
060400         WHEN 'BADACTN'
060500             MOVE 'ACTION NOT P OR R' TO WS-REJECT-TEXT
060600         WHEN 'BADDATE'
060700             MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-TEXT
060800         WHEN 'BADTYPE'
060900             MOVE 'HOLD TYPE NOT ON FILE' TO WS-REJECT-TEXT
061000         WHEN 'WRONGOFC'
061100             MOVE 'TYPE OF OTHER OFFICE' TO WS-REJECT-TEXT
061200         WHEN 'NOSTUDNT'
061300             MOVE 'STUDENT NOT ON FILE' TO WS-REJECT-TEXT
061400         WHEN 'ALRDYACT'
061500             MOVE 'HOLD ALREADY ACTIVE' TO WS-REJECT-TEXT
061600         WHEN 'NOTPLACD'
061700             MOVE 'HOLD NEVER PLACED' TO WS-REJECT-TEXT
061800         WHEN OTHER
061900             MOVE 'HOLD FILE I/O ERROR' TO WS-REJECT-TEXT
062000     END-EVALUATE.
062100     MOVE SPACES TO HXR-REPORT-LINE.
062200     MOVE HFD-OFFICE-CD TO HXR-REPORT-LINE(1:4).
062300     MOVE HFD-STUDENT-ID TO HXR-REPORT-LINE(6:9).
062400     MOVE HFD-HOLD-TYPE TO HXR-REPORT-LINE(16:4).
062500     MOVE HFD-ACTION TO HXR-REPORT-LINE(21:1).
062600     MOVE HFD-EFFECTIVE-DATE TO HXR-REPORT-LINE(23:8).
062700     MOVE HFD-OFFICE-REFERENCE TO HXR-REPORT-LINE(33:12).
062800     MOVE WS-REJECT-REASON TO HXR-REPORT-LINE(46:8).
062900     MOVE WS-REJECT-TEXT TO HXR-REPORT-LINE(55:20).
063000     WRITE HXR-REPORT-LINE.
063100     MOVE 'REJECTED' TO WS-DISPOSITION.
063200     PERFORM 2800-WRITE-RECON THRU 2800-EXIT.
063300 2700-EXIT.
063400     EXIT.
063500
063600*    AN ACTION FROM NEITHER OFFICE HAS NOWHERE TO GO BACK TO -
063700*    IT IS ON THE EXCEPTION REPORT ONLY.
063800 2800-WRITE-RECON.
063900     MOVE SPACES TO HRC-RECONCILIATION-RECORD.
064000     MOVE HFD-OFFICE-CD TO HRC-OFFICE-CD.
064100     MOVE HFD-STUDENT-ID TO HRC-STUDENT-ID.
064200     MOVE HFD-HOLD-TYPE TO HRC-HOLD-TYPE.
064300     MOVE HFD-ACTION TO HRC-ACTION.
064400     MOVE HFD-EFFECTIVE-DATE TO HRC-EFFECTIVE-DATE.
064500     MOVE HFD-OFFICE-REFERENCE TO HRC-OFFICE-REFERENCE.
064600     MOVE WS-DISPOSITION TO HRC-DISPOSITION.
064700     IF WS-DISPOSITION = 'REJECTED'
064800         MOVE WS-REJECT-REASON TO HRC-REASON-CODE
064900     END-IF.
065000     MOVE WS-CURRENT-DATE TO HRC-PROCESS-DATE.
065100     IF HFD-BURSAR-OFFICE
065200         MOVE HRC-RECONCILIATION-RECORD TO BRC-RECON-RECORD
065300         WRITE BRC-RECON-RECORD
065400         ADD 1 TO WS-BURS-RECORDS
065500         EVALUATE WS-DISPOSITION
065600             WHEN 'APPLIED'
065700                 ADD 1 TO WS-BURS-APPLIED
065800             WHEN 'PENDING'
065900                 ADD 1 TO WS-BURS-PENDING
066000             WHEN OTHER
066100                 ADD 1 TO WS-BURS-REJECTED
066200         END-EVALUATE
066300         GO TO 2800-EXIT.
066400     IF HFD-CONDUCT-OFFICE
066500         MOVE HRC-RECONCILIATION-RECORD TO CRC-RECON-RECORD
066600         WRITE CRC-RECON-RECORD
066700         ADD 1 TO WS-COND-RECORDS
066800         EVALUATE WS-DISPOSITION
066900             WHEN 'APPLIED'
067000                 ADD 1 TO WS-COND-APPLIED
067100             WHEN 'PENDING'
067200                 ADD 1 TO WS-COND-PENDING
067300             WHEN OTHER
067400                 ADD 1 TO WS-COND-REJECTED
067500         END-EVALUATE
067600     END-IF.
067700 2800-EXIT.
067800     EXIT.
067900
068000*    THE HOLD FILE IS ALREADY POSTED WHEN THE MASTER IS
068100*    REWRITTEN, SO A FAILED REWRITE IS NOT A REJECT - THE
068200*    ACTION STANDS AND THE RUN ENDS RC=8 FOR THE FLAG TO BE
068300*    KEYED BY HAND.
068400 2900-REWRITE-AND-LOG.
068500     REWRITE SM-STUDENT-MASTER-RECORD
068600         INVALID KEY
068700             DISPLAY 'HOLDPOST - REWRITE FAILED, STUDENT '
068800                 SM-STUDENT-ID ' STATUS = ' WS-STUDMSTR-STATUS
068900             ADD 1 TO WS-MASTER-ERRORS
069000             GO TO 2900-EXIT
069100     END-REWRITE.
069200     ADD 1 TO WS-MASTER-CHANGED.
069300     MOVE SPACES TO MLG-LOG-LINE.
069400     MOVE SM-STUDENT-ID TO MLG-STUDENT-ID.
069500     MOVE 'H' TO MLG-TRANS-CODE.
069600     MOVE WS-LOG-RESULT TO MLG-RESULT-CODE.
069700     MOVE WS-CURRENT-DATE TO MLG-RUN-DATE.
069800     MOVE WS-CURRENT-TIME TO MLG-RUN-TIME.
069900     MOVE WS-BEFORE-IMAGE TO MLG-BEFORE-IMAGE.
070000     MOVE SM-STUDENT-MASTER-RECORD TO MLG-AFTER-IMAGE.
070100     MOVE HFD-OFFICE-CD TO MLG-OPERATOR-ID.
070200     WRITE MLG-LOG-LINE.
070300 2900-EXIT.
070400     EXIT.
070500
070600 8000-TERMINATE.
070700     MOVE SPACES TO HRT-RECONCILIATION-TRAILER.
070800     MOVE 'TRL' TO HRT-RECORD-ID.
070900     MOVE WS-BURS-RECORDS TO HRT-RECORD-COUNT.
071000     MOVE WS-BURS-APPLIED TO HRT-APPLIED-COUNT.
071100     MOVE WS-BURS-PENDING TO HRT-PENDING-COUNT.
071200     MOVE WS-BURS-REJECTED TO HRT-REJECTED-COUNT.
071300     MOVE HRT-RECONCILIATION-TRAILER TO BRC-RECON-RECORD.
071400     WRITE BRC-RECON-RECORD.
071500     MOVE WS-COND-RECORDS TO HRT-RECORD-COUNT.
071600     MOVE WS-COND-APPLIED TO HRT-APPLIED-COUNT.
071700     MOVE WS-COND-PENDING TO HRT-PENDING-COUNT.
071800     MOVE WS-COND-REJECTED TO HRT-REJECTED-COUNT.
071900     MOVE HRT-RECONCILIATION-TRAILER TO CRC-RECON-RECORD.
072000     WRITE CRC-RECON-RECORD.
072100     MOVE SPACES TO HXR-REPORT-LINE.
072200     WRITE HXR-REPORT-LINE.
072300     MOVE SPACES TO HXR-REPORT-LINE.
072400     MOVE 'FEED ACTIONS READ....' TO HXR-REPORT-LINE(1:25).
072500     MOVE WS-FEED-READ TO WS-EDIT-COUNT.
072600     MOVE WS-EDIT-COUNT TO HXR-REPORT-LINE(27:7).
072700     WRITE HXR-REPORT-LINE.
072800     MOVE SPACES TO HXR-REPORT-LINE.
072900     MOVE 'PENDING RECYCLED.....' TO HXR-REPORT-LINE(1:25).
073000     MOVE WS-PENDING-READ TO WS-EDIT-COUNT.
073100     MOVE WS-EDIT-COUNT TO HXR-REPORT-LINE(27:7).
073200     WRITE HXR-REPORT-LINE.
073300     MOVE SPACES TO HXR-REPORT-LINE.
073400     MOVE 'HOLDS PLACED.........' TO HXR-REPORT-LINE(1:25).
073500     MOVE WS-HOLDS-PLACED TO WS-EDIT-COUNT.
073600     MOVE WS-EDIT-COUNT TO HXR-REPORT-LINE(27:7).
073700     WRITE HXR-REPORT-LINE.
073800     MOVE SPACES TO HXR-REPORT-LINE.
073900     MOVE 'HOLDS RELEASED.......' TO HXR-REPORT-LINE(1:25).
074000     MOVE WS-HOLDS-RELEASED TO WS-EDIT-COUNT.
074100     MOVE WS-EDIT-COUNT TO HXR-REPORT-LINE(27:7).
074200     WRITE HXR-REPORT-LINE.
074300     MOVE SPACES TO HXR-REPORT-LINE.
074400     MOVE 'MASTER RECORDS CHANGED' TO HXR-REPORT-LINE(1:25).
074500     MOVE WS-MASTER-CHANGED TO WS-EDIT-COUNT.
074600     MOVE WS-EDIT-COUNT TO HXR-REPORT-LINE(27:7).
074700     WRITE HXR-REPORT-LINE.
074800     MOVE SPACES TO HXR-REPORT-LINE.
074900     MOVE 'HELD PENDING.........' TO HXR-REPORT-LINE(1:25).
075000     MOVE WS-ACTIONS-PENDED TO WS-EDIT-COUNT.
075100     MOVE WS-EDIT-COUNT TO HXR-REPORT-LINE(27:7).
075200     WRITE HXR-REPORT-LINE.
075300     MOVE SPACES TO HXR-REPORT-LINE.
075400     MOVE 'REJECTED.............' TO HXR-REPORT-LINE(1:25).
075500     MOVE WS-ACTIONS-REJECTED TO WS-EDIT-COUNT.
075600     MOVE WS-EDIT-COUNT TO HXR-REPORT-LINE(27:7).
075700     WRITE HXR-REPORT-LINE.
075800     MOVE SPACES TO HXR-REPORT-LINE.
075900     MOVE 'MASTER REWRITE ERRORS' TO HXR-REPORT-LINE(1:25).
076000     MOVE WS-MASTER-ERRORS TO WS-EDIT-COUNT.
076100     MOVE WS-EDIT-COUNT TO HXR-REPORT-LINE(27:7).
076200     WRITE HXR-REPORT-LINE.
076300     CLOSE HOLD-FEED-FILE.
076400     IF NOT WS-HLDPNDI-NOT-FOUND
076500         CLOSE PENDING-IN-FILE
076600     END-IF.
076700     CLOSE PENDING-OUT-FILE.
076800     CLOSE STUDENT-HOLD-FILE.
076900     CLOSE STUDENT-MASTER.
077000     CLOSE MNT-LOG.
077100     CLOSE EXCEPTION-REPORT.
077200     CLOSE BURSAR-RECON-FILE.
077300     CLOSE CONDUCT-RECON-FILE.
077400     DISPLAY 'HOLDPOST - FEED ACTIONS READ   = ' WS-FEED-READ.
077500     DISPLAY 'HOLDPOST - PENDING RECYCLED    = ' WS-PENDING-READ.
077600     DISPLAY 'HOLDPOST - HOLDS PLACED        = ' WS-HOLDS-PLACED.
077700     DISPLAY 'HOLDPOST - HOLDS RELEASED      = '
077800         WS-HOLDS-RELEASED.
077900     DISPLAY 'HOLDPOST - MASTER CHANGED      = '
078000         WS-MASTER-CHANGED.
078100     DISPLAY 'HOLDPOST - HELD PENDING        = '
078200         WS-ACTIONS-PENDED.
078300     DISPLAY 'HOLDPOST - REJECTED            = '
078400         WS-ACTIONS-REJECTED.
078500 8000-EXIT.
078600     EXIT.
