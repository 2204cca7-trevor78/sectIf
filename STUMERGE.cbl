000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STUMERGE.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       STUMERGE                                      *
001000*    PURPOSE        MERGES A DUPLICATE STUDENT-ID INTO THE ID    *
001100*                   THAT SURVIVES.  EACH MRGTRN CARD NAMES A     *
001200*                   RETIRED ID AND A SURVIVING ID, BOTH ON THE   *
001300*                   MASTER.  THE SURVIVOR'S MASTER RECORD        *
001400*                   STANDS, ADDING THE RETIRED ID'S HOLD COUNT   *
001500*                   TO ITS OWN, TAKING THE HIGHER PROBATION      *
001550*                   FLAG OF THE TWO AND THE                      *
001600*                   RETIRED ID'S PROGRAM IF IT HAS NONE; THE     *
001700*                   RETIRED MASTER RECORD IS DELETED.  BOTH      *
001800*                   ARE LOGGED TO MNT-LOG (TRANS 'M', RESULTS    *
001900*                   MERGED / RETIRED).  THE RETIRED ID'S         *
002000*                   OUTCOME HISTORY, OVERRIDE AND ADVISING       *
002100*                   CASE ARE RE-KEYED TO THE SURVIVOR, OR        *
002200*                   COMBINED WHERE THE SURVIVOR HAS ONE TOO      *
002300*                   (THE LATER DECISION / LATER EXPIRY /         *
002400*                   ACTIVE CASE WINS).  THE ENROLLMENT DETAIL    *
002500*                   IS REWRITTEN WHOLE WITH THE RETIRED IDS      *
002600*                   TRANSLATED AND RE-SORTED INTO STUDENT        *
002700*                   ORDER, AND EVERY MERGE APPLIED CUTS A        *
002800*                   RETIRED-TO-SURVIVING CROSS-REFERENCE         *
002900*                   RECORD.  THE ACADEMIC TOTALS FOLLOW THE      *
003000*                   RE-KEYED DETAIL AT THE NEXT ENRLROLL.        *
003010*                   THE RETIRED ID'S HOLD RECORDS MOVE TO THE    *
003020*                   SURVIVOR - WHERE BOTH HAVE A HOLD OF THE     *
003030*                   SAME OFFICE AND TYPE THE ACTIVE ONE STANDS   *
003040*                   AND A HOLD ACTIVE ON BOTH COUNTS ONCE - SO   *
003050*                   HOLDPOST CAN RELEASE IT UNDER THE SURVIVOR.  *
003060*                   THE RETIRED ID'S CONTACT RECORD MOVES WHEN   *
003070*                   THE SURVIVOR HAS NONE; OTHERWISE THE         *
003080*                   SURVIVOR'S STANDS AND THE RETIRED ONE IS     *
003090*                   DROPPED AND PRINTED ON THE REPORT.           *
003100*                   THE AUDIT LOG IS NOT REWRITTEN - AUDINQ      *
003200*                   FOLLOWS THE CROSS-REFERENCE INSTEAD.  A      *
003300*                   MERGE TOUCHES FILES MNTBKOUT DOES NOT, SO    *
003400*                   ITS LOG ENTRIES ARE NOT BACKOUT-ELIGIBLE.    *
003500*                                                                *
003600*    MODIFICATION HISTORY                                        *
003700*    ----------------------------------------------------------- *
003800*    DATE       INIT  DESCRIPTION                                *
003900*    10/15/26   JRT   ORIGINAL                                   *
003920*    10/15/26   JRT   MERGE LOG LINES CARRY THE REQUESTING       *
003940*                     OPERATOR (MRG-REQUESTED-BY) IN THE NEW     *
003960*                     MLG-OPERATOR-ID FIELD                      *
003965*    10/15/26   JRT   RE-KEY THE HOLD FILE (HOLDFILE) AND ADD    *
003970*                     THE RETIRED ID'S HOLD COUNT TO THE         *
003975*                     SURVIVOR'S INSTEAD OF TAKING THE HIGHER;   *
003980*                     MOVE OR DROP THE CONTACT RECORD (CNTFILE)  *
004000*                                                                *
004100*****************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT MERGE-TRANS-FILE ASSIGN TO MRGTRN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-MRGTRN-STATUS.
005200     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS SM-STUDENT-ID
005600         FILE STATUS IS WS-STUDMSTR-STATUS.
005700     SELECT OUTCOME-HISTORY ASSIGN TO OUTHIST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS HST-STUDENT-ID
006100         FILE STATUS IS WS-OUTHIST-STATUS.
006200     SELECT OVERRIDE-FILE ASSIGN TO OVRFILE
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS OVR-STUDENT-ID
006600         FILE STATUS IS WS-OVRFILE-STATUS.
006700     SELECT CASE-FILE ASSIGN TO CASEFILE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS CAS-STUDENT-ID
007100         FILE STATUS IS WS-CASEFILE-STATUS.
007105     SELECT STUDENT-HOLD-FILE ASSIGN TO HOLDFILE
007110         ORGANIZATION IS INDEXED
007115         ACCESS MODE IS DYNAMIC
007120         RECORD KEY IS HLD-HOLD-KEY
007125         FILE STATUS IS WS-HOLDFILE-STATUS.
007130     SELECT CONTACT-FILE ASSIGN TO CNTFILE
007135         ORGANIZATION IS INDEXED
007140         ACCESS MODE IS RANDOM
007145         RECORD KEY IS CNT-STUDENT-ID
007150         FILE STATUS IS WS-CNTFILE-STATUS.
007200     SELECT MNT-LOG ASSIGN TO MNTLOGF
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-MNTLOGF-STATUS.
007500     SELECT MERGE-XREF-FILE ASSIGN TO MRGXREF
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-MRGXREF-STATUS.
007800     SELECT ENROLLMENT-DETAIL ASSIGN TO ENRLDTL
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-ENRLDTL-STATUS.
008100     SELECT ENROLLMENT-NEW ASSIGN TO ENRLNEW
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-ENRLNEW-STATUS.
008400     SELECT ENROLLMENT-SORT-FILE ASSIGN TO SORTWK01.
008500     SELECT MERGE-REPORT ASSIGN TO MRGRPT
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-MRGRPT-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  MERGE-TRANS-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY MRGTRN.
009400
009500 FD  STUDENT-MASTER
009600     LABEL RECORDS ARE STANDARD.
009700     COPY STUDCREC.
009800
009900 FD  OUTCOME-HISTORY
010000     LABEL RECORDS ARE STANDARD.
010100     COPY HISTREC.
010200
010300 FD  OVERRIDE-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY OVRREC.
010600
010700 FD  CASE-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY CASREC.
010910
010920 FD  STUDENT-HOLD-FILE
010930     LABEL RECORDS ARE STANDARD.
010940     COPY HLDREC.
010950
010960 FD  CONTACT-FILE
010970     LABEL RECORDS ARE STANDARD.
010980     COPY CNTREC.
011000
011100 FD  MNT-LOG
011200     LABEL RECORDS ARE STANDARD.
011300     COPY MNTLOG.
011400
011500 FD  MERGE-XREF-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY MXRREC.
011800
011900 FD  ENROLLMENT-DETAIL
012000     LABEL RECORDS ARE STANDARD.
012100     COPY ENRREC.
012200
012300 FD  ENROLLMENT-NEW
012400     LABEL RECORDS ARE STANDARD.
012500 01  ENN-ENROLLMENT-DETAIL-RECORD         PIC X(40).
012600
012700 SD  ENROLLMENT-SORT-FILE.
012800 01  SRT-ENROLLMENT-RECORD.
012900     05  SRT-STUDENT-ID                   PIC X(09).
013000     05  FILLER                           PIC X(31).
013100
013200 FD  MERGE-REPORT
013300     LABEL RECORDS ARE STANDARD.
013400 01  MRP-REPORT-LINE                      PIC X(80).
013500
013600 WORKING-STORAGE SECTION.
013700 01  WS-FILE-STATUSES.
013800     05  WS-MRGTRN-STATUS             PIC X(02) VALUE SPACES.
013900         88  WS-MRGTRN-OK             VALUE '00'.
014000     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
014100         88  WS-STUDMSTR-OK           VALUE '00'.
014200     05  WS-OUTHIST-STATUS            PIC X(02) VALUE SPACES.
014300         88  WS-OUTHIST-OK            VALUE '00'.
014400     05  WS-OVRFILE-STATUS            PIC X(02) VALUE SPACES.
014500         88  WS-OVRFILE-OK            VALUE '00'.
014600     05  WS-CASEFILE-STATUS           PIC X(02) VALUE SPACES.
014700         88  WS-CASEFILE-OK           VALUE '00'.
014800         88  WS-CASEFILE-NOT-FOUND    VALUE '35'.
014820     05  WS-HOLDFILE-STATUS           PIC X(02) VALUE SPACES.
014840         88  WS-HOLDFILE-OK           VALUE '00'.
014860     05  WS-CNTFILE-STATUS            PIC X(02) VALUE SPACES.
014880         88  WS-CNTFILE-OK            VALUE '00'.
014900     05  WS-MNTLOGF-STATUS            PIC X(02) VALUE SPACES.
015000         88  WS-MNTLOGF-OK            VALUE '00'.
015100     05  WS-MRGXREF-STATUS            PIC X(02) VALUE SPACES.
015200         88  WS-MRGXREF-OK            VALUE '00'.
015300     05  WS-ENRLDTL-STATUS            PIC X(02) VALUE SPACES.
015400         88  WS-ENRLDTL-OK            VALUE '00'.
015500         88  WS-ENRLDTL-EOF           VALUE '10'.
015600     05  WS-ENRLNEW-STATUS            PIC X(02) VALUE SPACES.
015700         88  WS-ENRLNEW-OK            VALUE '00'.
015800     05  WS-MRGRPT-STATUS             PIC X(02) VALUE SPACES.
015900         88  WS-MRGRPT-OK             VALUE '00'.
016000
016100 77  WS-EOF-SWITCH                    PIC X(01) VALUE 'N'.
016200     88  WS-END-OF-TRANS              VALUE 'Y'.
016300 77  WS-CASE-FILE-SWITCH              PIC X(01) VALUE 'Y'.
016400     88  WS-CASE-FILE-PRESENT         VALUE 'Y'.
016500 77  WS-SURVIVOR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
016600     88  WS-SURVIVOR-FOUND            VALUE 'Y'.
016700 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
016800 77  WS-CURRENT-TIME                  PIC 9(08) VALUE ZERO.
016900 77  WS-REASON-CODE                   PIC X(08) VALUE SPACES.
017000 77  WS-MOVED-TEXT                    PIC X(30) VALUE SPACES.
017100 77  WS-MOVED-POINTER                 PIC 9(02) COMP VALUE 1.
017200 77  WS-RETIRED-ID                    PIC X(09) VALUE SPACES.
017300 77  WS-SURVIVING-ID                  PIC X(09) VALUE SPACES.
017400 77  WS-RETIRED-MASTER-IMAGE          PIC X(105) VALUE SPACES.
017500 77  WS-SURVIVOR-BEFORE-IMAGE         PIC X(105) VALUE SPACES.
017600 77  WS-RETIRED-HOLD-FLAG             PIC 9(03) VALUE ZERO.
017700 77  WS-RETIRED-PROBATION-FLAG        PIC 9(03) VALUE ZERO.
017800 77  WS-RETIRED-PROGRAM-CD            PIC X(03) VALUE SPACES.
017900 77  WS-RETIRED-HISTORY-IMAGE         PIC X(54) VALUE SPACES.
018000 77  WS-RETIRED-DECISION-DATE         PIC 9(08) VALUE ZERO.
018100 77  WS-RETIRED-OVERRIDE-IMAGE        PIC X(45) VALUE SPACES.
018200 77  WS-RETIRED-EXPIRY-DATE           PIC 9(08) VALUE ZERO.
018300 77  WS-RETIRED-CASE-IMAGE            PIC X(120) VALUE SPACES.
018400 77  WS-RETIRED-CASE-STATUS           PIC X(01) VALUE SPACE.
018500 77  WS-RETIRED-CASES-OPENED          PIC 9(03) VALUE ZERO.
018505 77  WS-HOLD-TOTAL                    PIC S9(05) VALUE ZERO.
018510 77  WS-HOLDS-DOUBLED                 PIC 9(03) VALUE ZERO.
018515 77  WS-RHT-COUNT                     PIC 9(03) COMP VALUE ZERO.
018520 77  WS-RHT-SUB                       PIC 9(03) COMP VALUE ZERO.
018525 77  WS-HOLD-BROWSE-SWITCH            PIC X(01) VALUE 'N'.
018530     88  WS-HOLD-BROWSE-DONE          VALUE 'Y'.
018535 77  WS-RETIRED-HOLD-IMAGE            PIC X(80) VALUE SPACES.
018540 77  WS-RETIRED-HOLD-STATUS           PIC X(01) VALUE SPACE.
018545 77  WS-RETIRED-HOLD-BLOCKING         PIC X(01) VALUE SPACE.
018550 77  WS-RETIRED-CONTACT-IMAGE         PIC X(200) VALUE SPACES.
018555 77  WS-CONTACT-DROPPED-SWITCH        PIC X(01) VALUE 'N'.
018560     88  WS-CONTACT-DROPPED           VALUE 'Y'.
018600 77  WS-TRANS-READ                    PIC 9(07) VALUE ZERO.
018700 77  WS-MERGES-APPLIED                PIC 9(07) VALUE ZERO.
018800 77  WS-MERGES-REJECTED               PIC 9(07) VALUE ZERO.
018900 77  WS-HISTORY-MOVED                 PIC 9(07) VALUE ZERO.
019000 77  WS-OVERRIDES-MOVED               PIC 9(07) VALUE ZERO.
019100 77  WS-CASES-MOVED                   PIC 9(07) VALUE ZERO.
019120 77  WS-HOLDS-MOVED                   PIC 9(07) VALUE ZERO.
019140 77  WS-CONTACTS-MOVED                PIC 9(07) VALUE ZERO.
019160 77  WS-CONTACTS-DROPPED              PIC 9(07) VALUE ZERO.
019200 77  WS-ENROLL-READ                   PIC 9(09) VALUE ZERO.
019300 77  WS-ENROLL-REKEYED                PIC 9(09) VALUE ZERO.
019400 77  WS-IO-ERRORS                     PIC 9(07) VALUE ZERO.
019500 77  WS-APL-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
019600 77  WS-APL-SUB                       PIC 9(03) COMP VALUE ZERO.
019700 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
019800
019900*    MERGES APPLIED THIS RUN, IN CARD ORDER, FOR THE
020000*    ENROLLMENT-DETAIL TRANSLATION.  ONE FORWARD PASS FOLLOWS
020100*    A CHAIN (A INTO B, THEN B INTO C) BECAUSE A LATER CARD
020200*    CAN ONLY RETIRE AN ID THAT IS STILL ON THE MASTER.
020300 01  WS-APPLIED-TABLE.
020400     05  WS-APL-ENTRY OCCURS 500 TIMES.
020500         10  WS-APL-RETIRED-ID        PIC X(09).
020600         10  WS-APL-SURVIVING-ID      PIC X(09).
020610
020620*    THE RETIRED ID'S HOLD RECORDS, LOADED BY 2250 BEFORE THE
020630*    MASTER IS MERGED AND RE-KEYED BY 2700 AFTER.
020640 01  WS-RETIRED-HOLD-TABLE.
020650     05  WS-RHT-ENTRY OCCURS 50 TIMES  PIC X(80).
020700
020800 01  WS-MRP-HEADING-LINE              PIC X(50) VALUE
020900     'STUMERGE STUDENT-ID MERGE REPORT'.
021000 01  WS-MRP-COLUMN-LINE               PIC X(80) VALUE
021100      'RESULT    RETIRED    SURVIVING  REQUESTED  REASON / RE-KEYE
021200-    'D'.
021300
021400 PROCEDURE DIVISION.
021500
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     PERFORM 2000-PROCESS-ONE-MERGE THRU 2000-EXIT
021900         UNTIL WS-END-OF-TRANS.
022000     SORT ENROLLMENT-SORT-FILE
022100         ON ASCENDING KEY SRT-STUDENT-ID
022200         WITH DUPLICATES IN ORDER
022300         INPUT PROCEDURE IS 3000-REKEY-ENROLLMENT
022400             THRU 3000-EXIT
022500         GIVING ENROLLMENT-NEW.
022600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022700     IF WS-MERGES-REJECTED > ZERO
022800             OR WS-IO-ERRORS > ZERO
022900         MOVE 0004 TO RETURN-CODE
023000     ELSE
023100         MOVE 0000 TO RETURN-CODE
023200     END-IF.
023300     STOP RUN.
023400
023500*****************************************************************
023600*    1000-INITIALIZE  -  OPEN EVERY FILE UP FRONT SO A MISSING   *
023700*    DD STOPS THE RUN BEFORE ANY RECORD IS RE-KEYED              *
023800*****************************************************************
023900 1000-INITIALIZE.
024000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024100     ACCEPT WS-CURRENT-TIME FROM TIME.
024200     OPEN INPUT MERGE-TRANS-FILE.
024300     IF NOT WS-MRGTRN-OK
024400         DISPLAY 'STUMERGE - MRGTRN OPEN FAILED, STATUS = '
024500             WS-MRGTRN-STATUS
024600         MOVE 0016 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900     OPEN I-O STUDENT-MASTER.
025000     IF NOT WS-STUDMSTR-OK
025100         DISPLAY 'STUMERGE - STUDMSTR OPEN FAILED, STATUS = '
025200             WS-STUDMSTR-STATUS
025300         MOVE 0016 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     OPEN I-O OUTCOME-HISTORY.
025700     IF NOT WS-OUTHIST-OK
025800         DISPLAY 'STUMERGE - OUTHIST OPEN FAILED, STATUS = '
025900             WS-OUTHIST-STATUS
026000         MOVE 0016 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     OPEN I-O OVERRIDE-FILE.
026400     IF NOT WS-OVRFILE-OK
026500         DISPLAY 'STUMERGE - OVRFILE OPEN FAILED, STATUS = '
026600             WS-OVRFILE-STATUS
026700         MOVE 0016 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000*    NO CASE FILE YET (CASEPOST HAS NEVER RUN) MEANS NO CASES
027100*    TO MOVE - NOT A FAILURE.
027200     OPEN I-O CASE-FILE.
027300     IF WS-CASEFILE-NOT-FOUND
027400         DISPLAY 'STUMERGE - NO CASE FILE, CASES NOT RE-KEYED'
027500         MOVE 'N' TO WS-CASE-FILE-SWITCH
027600     ELSE
027700         IF NOT WS-CASEFILE-OK
027800             DISPLAY 'STUMERGE - CASEFILE OPEN FAILED, STATUS = '
027900                 WS-CASEFILE-STATUS
028000             MOVE 0016 TO RETURN-CODE
028100             STOP RUN
028200         END-IF
028300     END-IF.
028305     OPEN I-O STUDENT-HOLD-FILE.
028310     IF NOT WS-HOLDFILE-OK
028315         DISPLAY 'STUMERGE - HOLDFILE OPEN FAILED, STATUS = '
028320             WS-HOLDFILE-STATUS
028325         MOVE 0016 TO RETURN-CODE
028330         STOP RUN
028335     END-IF.
028340     OPEN I-O CONTACT-FILE.
028345     IF NOT WS-CNTFILE-OK
028350         DISPLAY 'STUMERGE - CNTFILE OPEN FAILED, STATUS = '
028355             WS-CNTFILE-STATUS
028360         MOVE 0016 TO RETURN-CODE
028365         STOP RUN
028370     END-IF.
028400     OPEN EXTEND MNT-LOG.
028500     IF NOT WS-MNTLOGF-OK
028600         DISPLAY 'STUMERGE - MNTLOGF OPEN FAILED, STATUS = '
028700             WS-MNTLOGF-STATUS
028800         MOVE 0016 TO RETURN-CODE
028900         STOP RUN
029000     END-IF.
029100     OPEN EXTEND MERGE-XREF-FILE.
029200     IF NOT WS-MRGXREF-OK
029300         DISPLAY 'STUMERGE - MRGXREF OPEN FAILED, STATUS = '
029400             WS-MRGXREF-STATUS
029500         MOVE 0016 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800     OPEN INPUT ENROLLMENT-DETAIL.
029900     IF NOT WS-ENRLDTL-OK
030000         DISPLAY 'STUMERGE - ENRLDTL OPEN FAILED, STATUS = '
030100             WS-ENRLDTL-STATUS
030200         MOVE 0016 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500     OPEN OUTPUT MERGE-REPORT.
030600     IF NOT WS-MRGRPT-OK
030700         DISPLAY 'STUMERGE - MRGRPT OPEN FAILED, STATUS = '
030800             WS-MRGRPT-STATUS
030900         MOVE 0016 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200     MOVE SPACES TO MRP-REPORT-LINE.
031300     MOVE WS-MRP-HEADING-LINE TO MRP-REPORT-LINE.
031400     MOVE WS-CURRENT-DATE TO MRP-REPORT-LINE(52:8).
031500     WRITE MRP-REPORT-LINE.
031600     MOVE SPACES TO MRP-REPORT-LINE.
031700     WRITE MRP-REPORT-LINE.
031800     MOVE WS-MRP-COLUMN-LINE TO MRP-REPORT-LINE.
031900     WRITE MRP-REPORT-LINE.
031950     MOVE SPACES TO MRP-REPORT-LINE.
032000 1000-EXIT.
032100     EXIT.
032200
032300 2000-PROCESS-ONE-MERGE.
032400     READ MERGE-TRANS-FILE
032500         AT END
032600             MOVE 'Y' TO WS-EOF-SWITCH
032700             GO TO 2000-EXIT
032800     END-READ.
032900     ADD 1 TO WS-TRANS-READ.
033000     MOVE MRG-RETIRED-ID TO WS-RETIRED-ID.
033100     MOVE MRG-SURVIVING-ID TO WS-SURVIVING-ID.
033200     MOVE SPACES TO WS-REASON-CODE.
033300     PERFORM 2100-EDIT-MERGE THRU 2100-EXIT.
033400     IF WS-REASON-CODE NOT = SPACES
033500         ADD 1 TO WS-MERGES-REJECTED
033600         MOVE 'REJECTED' TO MRP-REPORT-LINE(1:8)
033700         MOVE WS-REASON-CODE TO MRP-REPORT-LINE(44:8)
033800         PERFORM 2900-WRITE-MERGE-LINE THRU 2900-EXIT
033900         GO TO 2000-EXIT.
034000     MOVE SPACES TO WS-MOVED-TEXT.
034100     MOVE 1 TO WS-MOVED-POINTER.
034200     PERFORM 2200-MERGE-MASTER THRU 2200-EXIT.
034210*    A MASTER THAT COULD NOT BE MERGED STOPS THE MERGE HERE -
034220*    NOTHING ELSE IS RE-KEYED TO A SURVIVOR IT DID NOT REACH.
034230     IF WS-REASON-CODE NOT = SPACES
034240         ADD 1 TO WS-MERGES-REJECTED
034250         MOVE 'REJECTED' TO MRP-REPORT-LINE(1:8)
034260         MOVE WS-REASON-CODE TO MRP-REPORT-LINE(44:8)
034270         PERFORM 2900-WRITE-MERGE-LINE THRU 2900-EXIT
034280         GO TO 2000-EXIT.
034300     PERFORM 2300-MERGE-HISTORY THRU 2300-EXIT.
034400     PERFORM 2400-MERGE-OVERRIDE THRU 2400-EXIT.
034500     IF WS-CASE-FILE-PRESENT
034600         PERFORM 2500-MERGE-CASE THRU 2500-EXIT
034700     END-IF.
034720     PERFORM 2700-MERGE-HOLDS THRU 2700-EXIT.
034740     PERFORM 2750-MERGE-CONTACT THRU 2750-EXIT.
034800     PERFORM 2600-WRITE-XREF THRU 2600-EXIT.
034900     ADD 1 TO WS-MERGES-APPLIED.
035000     ADD 1 TO WS-APL-ENTRY-COUNT.
035100     MOVE WS-RETIRED-ID TO WS-APL-RETIRED-ID (WS-APL-ENTRY-COUNT).
035200     MOVE WS-SURVIVING-ID
035300         TO WS-APL-SURVIVING-ID (WS-APL-ENTRY-COUNT).
035400     MOVE 'APPLIED' TO MRP-REPORT-LINE(1:8).
035500     MOVE WS-MOVED-TEXT TO MRP-REPORT-LINE(44:30).
035600     PERFORM 2900-WRITE-MERGE-LINE THRU 2900-EXIT.
035620     IF WS-CONTACT-DROPPED
035640         PERFORM 2950-WRITE-DROPPED-CONTACT THRU 2950-EXIT
035660     END-IF.
035700 2000-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100*    2100-EDIT-MERGE  -  FIRST FAILURE WINS.  BOTH IDS MUST BE   *
036200*    ON THE MASTER, SO AN ID ALREADY RETIRED CANNOT BE MERGED    *
036300*    AGAIN OR MERGED INTO.                                       *
036400*****************************************************************
036500 2100-EDIT-MERGE.
036600     IF NOT MRG-MERGE-TRANS
036700         MOVE 'BADCODE' TO WS-REASON-CODE
036800         GO TO 2100-EXIT.
036900     IF WS-RETIRED-ID = SPACES
037000             OR WS-SURVIVING-ID = SPACES
037100             OR WS-RETIRED-ID = WS-SURVIVING-ID
037200         MOVE 'BADID' TO WS-REASON-CODE
037300         GO TO 2100-EXIT.
037400     IF WS-APL-ENTRY-COUNT >= 500
037500         MOVE 'TBLFULL' TO WS-REASON-CODE
037600         GO TO 2100-EXIT.
037700     MOVE WS-SURVIVING-ID TO SM-STUDENT-ID.
037800     READ STUDENT-MASTER
037900         INVALID KEY
038000             MOVE 'NOSURV' TO WS-REASON-CODE
038100             GO TO 2100-EXIT
038200     END-READ.
038300     MOVE WS-RETIRED-ID TO SM-STUDENT-ID.
038400     READ STUDENT-MASTER
038500         INVALID KEY
038600             MOVE 'NORETIR' TO WS-REASON-CODE
038700             GO TO 2100-EXIT
038800     END-READ.
038900 2100-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300*    2200-MERGE-MASTER  -  THE RETIRED RECORD IS STILL IN THE    *
039400*    BUFFER FROM THE EDIT.  SM-HOLD-FLAG IS A COUNT OF ACTIVE    *
039500*    BLOCKING HOLDS, SO THE SURVIVOR TAKES BOTH IDS' COUNTS LESS *
039550*    ANY HOLD ACTIVE ON BOTH (2250), WHICH 2700 KEEPS ONCE.  THE *
039560*    HIGHER PROBATION FLAG STANDS SO NEITHER ID'S RESTRICTION IS *
039570*    LOST, AND THE RETIRED PROGRAM ONLY WHEN IT HAS NONE OF ITS  *
039580*    OWN.                                                        *
039700*    THE SURVIVOR IS REWRITTEN BEFORE THE RETIRED RECORD IS      *
039800*    DELETED.                                                    *
039900*****************************************************************
040000 2200-MERGE-MASTER.
040100     MOVE SM-STUDENT-MASTER-RECORD TO WS-RETIRED-MASTER-IMAGE.
040200     MOVE SM-HOLD-FLAG TO WS-RETIRED-HOLD-FLAG.
040300     MOVE SM-PROBATION-FLAG TO WS-RETIRED-PROBATION-FLAG.
040400     MOVE SM-ACADEMIC-PROGRAM-CD TO WS-RETIRED-PROGRAM-CD.
040500     MOVE WS-SURVIVING-ID TO SM-STUDENT-ID.
040600     READ STUDENT-MASTER
040700         INVALID KEY
040800             DISPLAY 'STUMERGE - SURVIVOR REREAD FAILED, '
040900                 'STUDENT ' WS-SURVIVING-ID
041000             ADD 1 TO WS-IO-ERRORS
041050             MOVE 'IOERROR' TO WS-REASON-CODE
041100             GO TO 2200-EXIT
041200     END-READ.
041300     MOVE SM-STUDENT-MASTER-RECORD TO WS-SURVIVOR-BEFORE-IMAGE.
041320     PERFORM 2250-LOAD-RETIRED-HOLDS THRU 2250-EXIT.
041340     IF WS-REASON-CODE NOT = SPACES
041360         GO TO 2200-EXIT.
041380     IF WS-HOLDS-DOUBLED > WS-RETIRED-HOLD-FLAG
041400         MOVE WS-RETIRED-HOLD-FLAG TO WS-HOLDS-DOUBLED
041420     END-IF.
041440     COMPUTE WS-HOLD-TOTAL = SM-HOLD-FLAG + WS-RETIRED-HOLD-FLAG
041460         - WS-HOLDS-DOUBLED.
041480     IF WS-HOLD-TOTAL > 999
041500         MOVE 999 TO SM-HOLD-FLAG
041520     ELSE
041540         MOVE WS-HOLD-TOTAL TO SM-HOLD-FLAG
041560     END-IF.
041700     IF WS-RETIRED-PROBATION-FLAG > SM-PROBATION-FLAG
041800         MOVE WS-RETIRED-PROBATION-FLAG TO SM-PROBATION-FLAG
041900     END-IF.
042000     IF SM-ACADEMIC-PROGRAM-CD = SPACES
042100         MOVE WS-RETIRED-PROGRAM-CD TO SM-ACADEMIC-PROGRAM-CD
042200     END-IF.
042300     REWRITE SM-STUDENT-MASTER-RECORD
042400         INVALID KEY
042500             DISPLAY 'STUMERGE - SURVIVOR REWRITE FAILED, '
042600                 'STUDENT ' WS-SURVIVING-ID
042700             ADD 1 TO WS-IO-ERRORS
042750             MOVE 'IOERROR' TO WS-REASON-CODE
042800             GO TO 2200-EXIT
042900     END-REWRITE.
043000     MOVE WS-SURVIVING-ID TO MLG-STUDENT-ID.
043100     MOVE 'MERGED' TO MLG-RESULT-CODE.
043200     MOVE WS-SURVIVOR-BEFORE-IMAGE TO MLG-BEFORE-IMAGE.
043300     MOVE SM-STUDENT-MASTER-RECORD TO MLG-AFTER-IMAGE.
043400     PERFORM 2800-WRITE-MERGE-LOG THRU 2800-EXIT.
043500     MOVE WS-RETIRED-ID TO SM-STUDENT-ID.
043600     DELETE STUDENT-MASTER RECORD
043700         INVALID KEY
043800             DISPLAY 'STUMERGE - RETIRED DELETE FAILED, '
043900                 'STUDENT ' WS-RETIRED-ID
044000             ADD 1 TO WS-IO-ERRORS
044050             MOVE 'IOERROR' TO WS-REASON-CODE
044100             GO TO 2200-EXIT
044200     END-DELETE.
044300     MOVE WS-RETIRED-ID TO MLG-STUDENT-ID.
044400     MOVE 'RETIRED' TO MLG-RESULT-CODE.
044500     MOVE WS-RETIRED-MASTER-IMAGE TO MLG-BEFORE-IMAGE.
044600     MOVE SPACES TO MLG-AFTER-IMAGE.
044700     PERFORM 2800-WRITE-MERGE-LOG THRU 2800-EXIT.
044800 2200-EXIT.
044900     EXIT.
044901
044902*****************************************************************
044903*    2250-LOAD-RETIRED-HOLDS  -  READ ONLY.  TABLES THE RETIRED  *
044904*    ID'S HOLD RECORDS AND COUNTS THE ACTIVE BLOCKING ONES THE   *
044905*    SURVIVOR ALSO HAS ACTIVE AND BLOCKING - THOSE ARE ALREADY   *
044906*    ON THE SURVIVOR'S COUNT.  NOTHING IS CHANGED UNTIL THE      *
044907*    MASTER HAS MERGED.                                          *
044908*****************************************************************
044909 2250-LOAD-RETIRED-HOLDS.
044910     MOVE ZERO TO WS-RHT-COUNT.
044911     MOVE ZERO TO WS-HOLDS-DOUBLED.
044912     MOVE WS-RETIRED-ID TO HLD-STUDENT-ID.
044913     MOVE LOW-VALUES TO HLD-OFFICE-CD.
044914     MOVE LOW-VALUES TO HLD-HOLD-TYPE.
044915     START STUDENT-HOLD-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
044916         INVALID KEY
044917             GO TO 2250-EXIT
044918     END-START.
044919     MOVE 'N' TO WS-HOLD-BROWSE-SWITCH.
044920     PERFORM 2260-LOAD-ONE-HOLD THRU 2260-EXIT
044921         UNTIL WS-HOLD-BROWSE-DONE.
044922     IF WS-REASON-CODE NOT = SPACES
044923         GO TO 2250-EXIT.
044924     MOVE ZERO TO WS-RHT-SUB.
044925     PERFORM 2270-TEST-ONE-OVERLAP THRU 2270-EXIT
044926         UNTIL WS-RHT-SUB >= WS-RHT-COUNT.
044927 2250-EXIT.
044928     EXIT.
044929
044930 2260-LOAD-ONE-HOLD.
044931     READ STUDENT-HOLD-FILE NEXT RECORD
044932         AT END
044933             MOVE 'Y' TO WS-HOLD-BROWSE-SWITCH
044934             GO TO 2260-EXIT
044935     END-READ.
044936     IF HLD-STUDENT-ID NOT = WS-RETIRED-ID
044937         MOVE 'Y' TO WS-HOLD-BROWSE-SWITCH
044938         GO TO 2260-EXIT.
044939     IF WS-RHT-COUNT >= 50
044940         MOVE 'HOLDFULL' TO WS-REASON-CODE
044941         MOVE 'Y' TO WS-HOLD-BROWSE-SWITCH
044942         GO TO 2260-EXIT.
044943     ADD 1 TO WS-RHT-COUNT.
044944     MOVE HLD-STUDENT-HOLD-RECORD TO WS-RHT-ENTRY (WS-RHT-COUNT).
044945 2260-EXIT.
044946     EXIT.
044947
044948 2270-TEST-ONE-OVERLAP.
044949     ADD 1 TO WS-RHT-SUB.
044950     MOVE WS-RHT-ENTRY (WS-RHT-SUB) TO HLD-STUDENT-HOLD-RECORD.
044951     IF NOT HLD-HOLD-ACTIVE
044952             OR NOT HLD-BLOCKS-ELIGIBILITY
044953         GO TO 2270-EXIT.
044954     MOVE WS-SURVIVING-ID TO HLD-STUDENT-ID.
044955     READ STUDENT-HOLD-FILE
044956         INVALID KEY
044957             GO TO 2270-EXIT
044958     END-READ.
044959     IF HLD-HOLD-ACTIVE
044960             AND HLD-BLOCKS-ELIGIBILITY
044961         ADD 1 TO WS-HOLDS-DOUBLED
044962     END-IF.
044963 2270-EXIT.
044964     EXIT.
045000
045100*****************************************************************
045200*    2300-MERGE-HISTORY  -  THE RETIRED ID'S OUTCOME HISTORY     *
045300*    MOVES TO THE SURVIVOR, OR REPLACES THE SURVIVOR'S WHEN      *
045400*    ITS DECISION IS THE LATER OF THE TWO.                       *
045500*****************************************************************
045600 2300-MERGE-HISTORY.
045700     MOVE WS-RETIRED-ID TO HST-STUDENT-ID.
045800     READ OUTCOME-HISTORY
045900         INVALID KEY
046000             GO TO 2300-EXIT
046100     END-READ.
046200     MOVE HST-OUTCOME-HISTORY-RECORD TO WS-RETIRED-HISTORY-IMAGE.
046300     MOVE HST-DECISION-DATE TO WS-RETIRED-DECISION-DATE.
046400     MOVE 'N' TO WS-SURVIVOR-FOUND-SWITCH.
046500     MOVE WS-SURVIVING-ID TO HST-STUDENT-ID.
046600     READ OUTCOME-HISTORY
046700         INVALID KEY
046800             CONTINUE
046900         NOT INVALID KEY
047000             MOVE 'Y' TO WS-SURVIVOR-FOUND-SWITCH
047100     END-READ.
047200     IF WS-SURVIVOR-FOUND
047300         IF WS-RETIRED-DECISION-DATE > HST-DECISION-DATE
047400             MOVE WS-RETIRED-HISTORY-IMAGE
047500                 TO HST-OUTCOME-HISTORY-RECORD
047600             MOVE WS-SURVIVING-ID TO HST-STUDENT-ID
047700             REWRITE HST-OUTCOME-HISTORY-RECORD
047800                 INVALID KEY
047900                     ADD 1 TO WS-IO-ERRORS
048000                     GO TO 2300-EXIT
048100             END-REWRITE
048200         END-IF
048300     ELSE
048400         MOVE WS-RETIRED-HISTORY-IMAGE
048450             TO HST-OUTCOME-HISTORY-RECORD
048500         MOVE WS-SURVIVING-ID TO HST-STUDENT-ID
048600         WRITE HST-OUTCOME-HISTORY-RECORD
048700             INVALID KEY
048800                 ADD 1 TO WS-IO-ERRORS
048900                 GO TO 2300-EXIT
049000         END-WRITE
049100     END-IF.
049200     MOVE WS-RETIRED-ID TO HST-STUDENT-ID.
049300     DELETE OUTCOME-HISTORY RECORD
049400         INVALID KEY
049500             ADD 1 TO WS-IO-ERRORS
049600             GO TO 2300-EXIT
049700     END-DELETE.
049800     ADD 1 TO WS-HISTORY-MOVED.
049900     STRING 'HIST ' DELIMITED BY SIZE
050000         INTO WS-MOVED-TEXT WITH POINTER WS-MOVED-POINTER.
050100 2300-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*    2400-MERGE-OVERRIDE  -  ONE OVERRIDE PER STUDENT.  WHERE    *
050600*    BOTH IDS HAVE ONE THE LATER EXPIRY STANDS.                  *
050700*****************************************************************
050800 2400-MERGE-OVERRIDE.
050900     MOVE WS-RETIRED-ID TO OVR-STUDENT-ID.
051000     READ OVERRIDE-FILE
051100         INVALID KEY
051200             GO TO 2400-EXIT
051300     END-READ.
051400     MOVE OVR-OVERRIDE-RECORD TO WS-RETIRED-OVERRIDE-IMAGE.
051500     MOVE OVR-EXPIRY-DATE TO WS-RETIRED-EXPIRY-DATE.
051600     MOVE 'N' TO WS-SURVIVOR-FOUND-SWITCH.
051700     MOVE WS-SURVIVING-ID TO OVR-STUDENT-ID.
051800     READ OVERRIDE-FILE
051900         INVALID KEY
052000             CONTINUE
052100         NOT INVALID KEY
052200             MOVE 'Y' TO WS-SURVIVOR-FOUND-SWITCH
052300     END-READ.
052400     IF WS-SURVIVOR-FOUND
052500         IF WS-RETIRED-EXPIRY-DATE > OVR-EXPIRY-DATE
052600             MOVE WS-RETIRED-OVERRIDE-IMAGE TO OVR-OVERRIDE-RECORD
052700             MOVE WS-SURVIVING-ID TO OVR-STUDENT-ID
052800             REWRITE OVR-OVERRIDE-RECORD
052900                 INVALID KEY
053000                     ADD 1 TO WS-IO-ERRORS
053100                     GO TO 2400-EXIT
053200             END-REWRITE
053300         END-IF
053400     ELSE
053500         MOVE WS-RETIRED-OVERRIDE-IMAGE TO OVR-OVERRIDE-RECORD
053600         MOVE WS-SURVIVING-ID TO OVR-STUDENT-ID
053700         WRITE OVR-OVERRIDE-RECORD
053800             INVALID KEY
053900                 ADD 1 TO WS-IO-ERRORS
054000                 GO TO 2400-EXIT
054100         END-WRITE
054200     END-IF.
054300     MOVE WS-RETIRED-ID TO OVR-STUDENT-ID.
054400     DELETE OVERRIDE-FILE RECORD
054500         INVALID KEY
054600             ADD 1 TO WS-IO-ERRORS
054700             GO TO 2400-EXIT
054800     END-DELETE.
054900     ADD 1 TO WS-OVERRIDES-MOVED.
055000     STRING 'OVRD ' DELIMITED BY SIZE
055100         INTO WS-MOVED-TEXT WITH POINTER WS-MOVED-POINTER.
055200 2400-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*    2500-MERGE-CASE  -  THE SURVIVOR'S ADVISING CASE STANDS     *
055700*    UNLESS IT IS CLOSED AND THE RETIRED ID'S IS STILL ACTIVE.   *
055800*    EITHER WAY THE CASES-OPENED COUNT COVERS BOTH IDS.          *
055900*****************************************************************
056000 2500-MERGE-CASE.
056100     MOVE WS-RETIRED-ID TO CAS-STUDENT-ID.
056200     READ CASE-FILE
056300         INVALID KEY
056400             GO TO 2500-EXIT
056500     END-READ.
056600     MOVE CAS-ADVISING-CASE-RECORD TO WS-RETIRED-CASE-IMAGE.
056700     MOVE CAS-CASE-STATUS TO WS-RETIRED-CASE-STATUS.
056800     MOVE CAS-CASES-OPENED TO WS-RETIRED-CASES-OPENED.
056900     MOVE 'N' TO WS-SURVIVOR-FOUND-SWITCH.
057000     MOVE WS-SURVIVING-ID TO CAS-STUDENT-ID.
057100     READ CASE-FILE
057200         INVALID KEY
057300             CONTINUE
057400         NOT INVALID KEY
057500             MOVE 'Y' TO WS-SURVIVOR-FOUND-SWITCH
057600     END-READ.
057700     IF WS-SURVIVOR-FOUND
057800         IF CAS-CASE-CLOSED
057900                 AND WS-RETIRED-CASE-STATUS NOT = 'C'
058000             MOVE CAS-CASES-OPENED TO WS-RETIRED-CASES-OPENED
058100             MOVE WS-RETIRED-CASE-IMAGE
058200                 TO CAS-ADVISING-CASE-RECORD
058300             MOVE WS-SURVIVING-ID TO CAS-STUDENT-ID
058400         END-IF
058500         IF CAS-CASES-OPENED + WS-RETIRED-CASES-OPENED > 999
058600             MOVE 999 TO CAS-CASES-OPENED
058700         ELSE
058800             ADD WS-RETIRED-CASES-OPENED TO CAS-CASES-OPENED
058900         END-IF
059000         REWRITE CAS-ADVISING-CASE-RECORD
059100             INVALID KEY
059200                 ADD 1 TO WS-IO-ERRORS
059300                 GO TO 2500-EXIT
059400         END-REWRITE
059500     ELSE
059600         MOVE WS-RETIRED-CASE-IMAGE TO CAS-ADVISING-CASE-RECORD
059700         MOVE WS-SURVIVING-ID TO CAS-STUDENT-ID
059800         WRITE CAS-ADVISING-CASE-RECORD
059900             INVALID KEY
060000                 ADD 1 TO WS-IO-ERRORS
060100                 GO TO 2500-EXIT
060200         END-WRITE
060300     END-IF.
060400     MOVE WS-RETIRED-ID TO CAS-STUDENT-ID.
060500     DELETE CASE-FILE RECORD
060600         INVALID KEY
060700             ADD 1 TO WS-IO-ERRORS
060800             GO TO 2500-EXIT
060900     END-DELETE.
061000     ADD 1 TO WS-CASES-MOVED.
061100     STRING 'CASE ' DELIMITED BY SIZE
061200         INTO WS-MOVED-TEXT WITH POINTER WS-MOVED-POINTER.
061300 2500-EXIT.
061400     EXIT.
061500
061600 2600-WRITE-XREF.
061700     MOVE SPACES TO MXR-MERGE-XREF-RECORD.
061800     MOVE WS-RETIRED-ID TO MXR-RETIRED-ID.
061900     MOVE WS-SURVIVING-ID TO MXR-SURVIVING-ID.
062000     MOVE WS-CURRENT-DATE TO MXR-MERGE-DATE.
062100     MOVE WS-CURRENT-TIME TO MXR-MERGE-TIME.
062200     MOVE MRG-REQUESTED-BY TO MXR-REQUESTED-BY.
062300     WRITE MXR-MERGE-XREF-RECORD.
062400 2600-EXIT.
062500     EXIT.
062501
062502*****************************************************************
062503*    2700-MERGE-HOLDS  -  EACH RETIRED HOLD MOVES TO THE         *
062504*    SURVIVOR.  WHERE THE SURVIVOR HAS THE SAME OFFICE AND TYPE, *
062505*    THE RETIRED ONE REPLACES IT ONLY WHEN IT IS ACTIVE AND THE  *
062506*    SURVIVOR'S IS RELEASED, OR BOTH ARE ACTIVE AND ONLY THE     *
062507*    RETIRED ONE BLOCKS - THE SAME RULE 2250 COUNTED BY.         *
062508*****************************************************************
062509 2700-MERGE-HOLDS.
062510     MOVE ZERO TO WS-RHT-SUB.
062511     PERFORM 2710-MOVE-ONE-HOLD THRU 2710-EXIT
062512         UNTIL WS-RHT-SUB >= WS-RHT-COUNT.
062513     IF WS-RHT-COUNT > ZERO
062514         STRING 'HOLD ' DELIMITED BY SIZE
062515             INTO WS-MOVED-TEXT WITH POINTER WS-MOVED-POINTER
062516     END-IF.
062517 2700-EXIT.
062518     EXIT.
062519
062520 2710-MOVE-ONE-HOLD.
062521     ADD 1 TO WS-RHT-SUB.
062522     MOVE WS-RHT-ENTRY (WS-RHT-SUB) TO WS-RETIRED-HOLD-IMAGE.
062523     MOVE WS-RETIRED-HOLD-IMAGE TO HLD-STUDENT-HOLD-RECORD.
062524     MOVE HLD-HOLD-STATUS TO WS-RETIRED-HOLD-STATUS.
062525     MOVE HLD-BLOCKING-SW TO WS-RETIRED-HOLD-BLOCKING.
062526     MOVE 'N' TO WS-SURVIVOR-FOUND-SWITCH.
062527     MOVE WS-SURVIVING-ID TO HLD-STUDENT-ID.
062528     READ STUDENT-HOLD-FILE
062529         INVALID KEY
062530             CONTINUE
062531         NOT INVALID KEY
062532             MOVE 'Y' TO WS-SURVIVOR-FOUND-SWITCH
062533     END-READ.
062534     IF WS-SURVIVOR-FOUND
062535         IF WS-RETIRED-HOLD-STATUS = 'A'
062536                 AND (HLD-HOLD-RELEASED
062537                     OR (NOT HLD-BLOCKS-ELIGIBILITY
062538                         AND WS-RETIRED-HOLD-BLOCKING = 'Y'))
062539             MOVE WS-RETIRED-HOLD-IMAGE
062540                 TO HLD-STUDENT-HOLD-RECORD
062541             MOVE WS-SURVIVING-ID TO HLD-STUDENT-ID
062542             REWRITE HLD-STUDENT-HOLD-RECORD
062543                 INVALID KEY
062544                     ADD 1 TO WS-IO-ERRORS
062545                     GO TO 2710-EXIT
062546             END-REWRITE
062547         END-IF
062548     ELSE
062549         MOVE WS-RETIRED-HOLD-IMAGE TO HLD-STUDENT-HOLD-RECORD
062550         MOVE WS-SURVIVING-ID TO HLD-STUDENT-ID
062551         WRITE HLD-STUDENT-HOLD-RECORD
062552             INVALID KEY
062553                 ADD 1 TO WS-IO-ERRORS
062554                 GO TO 2710-EXIT
062555         END-WRITE
062556     END-IF.
062557     MOVE WS-RETIRED-HOLD-IMAGE TO HLD-STUDENT-HOLD-RECORD.
062558     DELETE STUDENT-HOLD-FILE RECORD
062559         INVALID KEY
062560             ADD 1 TO WS-IO-ERRORS
062561             GO TO 2710-EXIT
062562     END-DELETE.
062563     ADD 1 TO WS-HOLDS-MOVED.
062564 2710-EXIT.
062565     EXIT.
062566
062567*****************************************************************
062568*    2750-MERGE-CONTACT  -  THE RETIRED ID'S CONTACT MOVES TO    *
062569*    A SURVIVOR WITH NONE.  A SURVIVOR WITH ITS OWN KEEPS IT -   *
062570*    ITS CHANNEL AND OPT-OUT ARE THE STUDENT'S LATEST WORD - AND *
062571*    THE RETIRED ONE IS DROPPED AND PRINTED (2950) SO ANY OF ITS *
062572*    DETAIL STILL WANTED CAN BE KEYED THROUGH CNTMAINT.          *
062573*****************************************************************
062574 2750-MERGE-CONTACT.
062575     MOVE 'N' TO WS-CONTACT-DROPPED-SWITCH.
062576     MOVE WS-RETIRED-ID TO CNT-STUDENT-ID.
062577     READ CONTACT-FILE
062578         INVALID KEY
062579             GO TO 2750-EXIT
062580     END-READ.
062581     MOVE CNT-STUDENT-CONTACT-RECORD TO WS-RETIRED-CONTACT-IMAGE.
062582     MOVE 'N' TO WS-SURVIVOR-FOUND-SWITCH.
062583     MOVE WS-SURVIVING-ID TO CNT-STUDENT-ID.
062584     READ CONTACT-FILE
062585         INVALID KEY
062586             CONTINUE
062587         NOT INVALID KEY
062588             MOVE 'Y' TO WS-SURVIVOR-FOUND-SWITCH
062589     END-READ.
062590     IF NOT WS-SURVIVOR-FOUND
062591         MOVE WS-RETIRED-CONTACT-IMAGE
062592             TO CNT-STUDENT-CONTACT-RECORD
062593         MOVE WS-SURVIVING-ID TO CNT-STUDENT-ID
062594         WRITE CNT-STUDENT-CONTACT-RECORD
062595             INVALID KEY
062596                 ADD 1 TO WS-IO-ERRORS
062597                 GO TO 2750-EXIT
062598         END-WRITE
062599     END-IF.
062600     MOVE WS-RETIRED-ID TO CNT-STUDENT-ID.
062601     DELETE CONTACT-FILE RECORD
062602         INVALID KEY
062603             ADD 1 TO WS-IO-ERRORS
062604             GO TO 2750-EXIT
062605     END-DELETE.
062606     IF WS-SURVIVOR-FOUND
062607         ADD 1 TO WS-CONTACTS-DROPPED
062608         MOVE 'Y' TO WS-CONTACT-DROPPED-SWITCH
062609     ELSE
062610         ADD 1 TO WS-CONTACTS-MOVED
062611         STRING 'CNTC ' DELIMITED BY SIZE
062612             INTO WS-MOVED-TEXT WITH POINTER WS-MOVED-POINTER
062613     END-IF.
062614 2750-EXIT.
062615     EXIT.
062616
062700*    THE CALLER SETS THE STUDENT-ID, RESULT CODE AND IMAGES.
062800 2800-WRITE-MERGE-LOG.
062900     MOVE 'M' TO MLG-TRANS-CODE.
063000     MOVE WS-CURRENT-DATE TO MLG-RUN-DATE.
063100     MOVE WS-CURRENT-TIME TO MLG-RUN-TIME.
063150     MOVE MRG-REQUESTED-BY TO MLG-OPERATOR-ID.
063200     WRITE MLG-LOG-LINE.
063300 2800-EXIT.
063400     EXIT.
063500
063600 2900-WRITE-MERGE-LINE.
063700     MOVE WS-RETIRED-ID TO MRP-REPORT-LINE(11:9).
063800     MOVE WS-SURVIVING-ID TO MRP-REPORT-LINE(22:9).
063900     MOVE MRG-REQUESTED-BY TO MRP-REPORT-LINE(33:8).
064000     WRITE MRP-REPORT-LINE.
064100     MOVE SPACES TO MRP-REPORT-LINE.
064200 2900-EXIT.
064300     EXIT.
064302
064304*    THE RETIRED ID'S CONTACT, DROPPED BY 2750, UNDER ITS
064306*    APPLIED LINE.
064308 2950-WRITE-DROPPED-CONTACT.
064310     MOVE WS-RETIRED-CONTACT-IMAGE TO CNT-STUDENT-CONTACT-RECORD.
064312     MOVE SPACES TO MRP-REPORT-LINE.
064314     MOVE 'CONTACT DROPPED' TO MRP-REPORT-LINE(11:15).
064316     MOVE 'CHANNEL' TO MRP-REPORT-LINE(33:7).
064318     MOVE CNT-PREFERRED-CHANNEL TO MRP-REPORT-LINE(41:1).
064320     MOVE 'OPT-OUT' TO MRP-REPORT-LINE(44:7).
064322     MOVE CNT-OPT-OUT-FLAG TO MRP-REPORT-LINE(52:1).
064324     WRITE MRP-REPORT-LINE.
064326     MOVE SPACES TO MRP-REPORT-LINE.
064328     MOVE 'EMAIL' TO MRP-REPORT-LINE(11:5).
064330     MOVE CNT-EMAIL-ADDRESS TO MRP-REPORT-LINE(19:60).
064332     WRITE MRP-REPORT-LINE.
064334     MOVE SPACES TO MRP-REPORT-LINE.
064336     MOVE 'MOBILE' TO MRP-REPORT-LINE(11:6).
064338     MOVE CNT-MOBILE-NUMBER TO MRP-REPORT-LINE(19:15).
064340     WRITE MRP-REPORT-LINE.
064342     MOVE SPACES TO MRP-REPORT-LINE.
064344     MOVE 'ADDRESS' TO MRP-REPORT-LINE(11:7).
064346     MOVE CNT-ADDRESS-LINE-1 TO MRP-REPORT-LINE(19:30).
064348     WRITE MRP-REPORT-LINE.
064350     IF CNT-ADDRESS-LINE-2 NOT = SPACES
064352         MOVE SPACES TO MRP-REPORT-LINE
064354         MOVE CNT-ADDRESS-LINE-2 TO MRP-REPORT-LINE(19:30)
064356         WRITE MRP-REPORT-LINE
064358     END-IF.
064360     MOVE SPACES TO MRP-REPORT-LINE.
064362     MOVE CNT-CITY TO MRP-REPORT-LINE(19:20).
064364     MOVE CNT-STATE TO MRP-REPORT-LINE(40:2).
064366     MOVE CNT-POSTAL-CODE TO MRP-REPORT-LINE(43:10).
064368     WRITE MRP-REPORT-LINE.
064370     MOVE SPACES TO MRP-REPORT-LINE.
064372 2950-EXIT.
064374     EXIT.
064400
064500*****************************************************************
064600*    3000-REKEY-ENROLLMENT  -  SORT INPUT.  EVERY DETAIL ROW     *
064700*    IS PASSED THROUGH, RETIRED IDS TRANSLATED TO THEIR          *
064800*    SURVIVOR; THE SORT PUTS THE MOVED ROWS BACK IN STUDENT      *
064900*    ORDER FOR ENRLROLL.                                         *
065000*****************************************************************
065100 3000-REKEY-ENROLLMENT.
065200     PERFORM 3100-REKEY-ONE-ROW THRU 3100-EXIT
065300         UNTIL WS-ENRLDTL-EOF.
065400     CLOSE ENROLLMENT-DETAIL.
065500 3000-EXIT.
065600     EXIT.
065700
065800 3100-REKEY-ONE-ROW.
065900     READ ENROLLMENT-DETAIL
066000         AT END
066100             MOVE '10' TO WS-ENRLDTL-STATUS
066200             GO TO 3100-EXIT
066300     END-READ.
066400     ADD 1 TO WS-ENROLL-READ.
066500     MOVE ZERO TO WS-APL-SUB.
066600     PERFORM 3200-TRANSLATE-ONE-ID THRU 3200-EXIT
066700         UNTIL WS-APL-SUB >= WS-APL-ENTRY-COUNT.
066800     MOVE ENR-ENROLLMENT-DETAIL-RECORD TO SRT-ENROLLMENT-RECORD.
066900     RELEASE SRT-ENROLLMENT-RECORD.
067000 3100-EXIT.
067100     EXIT.
067200
067300 3200-TRANSLATE-ONE-ID.
067400     ADD 1 TO WS-APL-SUB.
067500     IF ENR-STUDENT-ID = WS-APL-RETIRED-ID (WS-APL-SUB)
067600         MOVE WS-APL-SURVIVING-ID (WS-APL-SUB) TO ENR-STUDENT-ID
067700         ADD 1 TO WS-ENROLL-REKEYED
067800     END-IF.
067900 3200-EXIT.
068000     EXIT.
068100
068200 8000-TERMINATE.
068300     MOVE SPACES TO MRP-REPORT-LINE.
068400     WRITE MRP-REPORT-LINE.
068500     MOVE SPACES TO MRP-REPORT-LINE.
068600     MOVE 'MERGE CARDS READ.....' TO MRP-REPORT-LINE(1:25).
068700     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
068800     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
068900     WRITE MRP-REPORT-LINE.
069000     MOVE SPACES TO MRP-REPORT-LINE.
069100     MOVE 'MERGES APPLIED.......' TO MRP-REPORT-LINE(1:25).
069200     MOVE WS-MERGES-APPLIED TO WS-EDIT-COUNT.
069300     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
069400     WRITE MRP-REPORT-LINE.
069500     MOVE SPACES TO MRP-REPORT-LINE.
069600     MOVE 'MERGES REJECTED......' TO MRP-REPORT-LINE(1:25).
069700     MOVE WS-MERGES-REJECTED TO WS-EDIT-COUNT.
069800     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
069900     WRITE MRP-REPORT-LINE.
070000     MOVE SPACES TO MRP-REPORT-LINE.
070100     MOVE 'HISTORIES RE-KEYED...' TO MRP-REPORT-LINE(1:25).
070200     MOVE WS-HISTORY-MOVED TO WS-EDIT-COUNT.
070300     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
070400     WRITE MRP-REPORT-LINE.
070500     MOVE SPACES TO MRP-REPORT-LINE.
070600     MOVE 'OVERRIDES RE-KEYED...' TO MRP-REPORT-LINE(1:25).
070700     MOVE WS-OVERRIDES-MOVED TO WS-EDIT-COUNT.
070800     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
070900     WRITE MRP-REPORT-LINE.
071000     MOVE SPACES TO MRP-REPORT-LINE.
071100     MOVE 'CASES RE-KEYED.......' TO MRP-REPORT-LINE(1:25).
071200     MOVE WS-CASES-MOVED TO WS-EDIT-COUNT.
071300     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
071400     WRITE MRP-REPORT-LINE.
071405     MOVE SPACES TO MRP-REPORT-LINE.
071410     MOVE 'HOLDS RE-KEYED.......' TO MRP-REPORT-LINE(1:25).
071415     MOVE WS-HOLDS-MOVED TO WS-EDIT-COUNT.
071420     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
071425     WRITE MRP-REPORT-LINE.
071430     MOVE SPACES TO MRP-REPORT-LINE.
071435     MOVE 'CONTACTS RE-KEYED....' TO MRP-REPORT-LINE(1:25).
071440     MOVE WS-CONTACTS-MOVED TO WS-EDIT-COUNT.
071445     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
071450     WRITE MRP-REPORT-LINE.
071455     MOVE SPACES TO MRP-REPORT-LINE.
071460     MOVE 'CONTACTS DROPPED.....' TO MRP-REPORT-LINE(1:25).
071465     MOVE WS-CONTACTS-DROPPED TO WS-EDIT-COUNT.
071470     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
071475     WRITE MRP-REPORT-LINE.
071500     MOVE SPACES TO MRP-REPORT-LINE.
071600     MOVE 'ENROLLMENT ROWS......' TO MRP-REPORT-LINE(1:25).
071700     MOVE WS-ENROLL-READ TO WS-EDIT-COUNT.
071800     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
071900     WRITE MRP-REPORT-LINE.
072000     MOVE SPACES TO MRP-REPORT-LINE.
072100     MOVE '  RE-KEYED...........' TO MRP-REPORT-LINE(1:25).
072200     MOVE WS-ENROLL-REKEYED TO WS-EDIT-COUNT.
072300     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
072400     WRITE MRP-REPORT-LINE.
072500     MOVE SPACES TO MRP-REPORT-LINE.
072600     MOVE 'I/O ERRORS...........' TO MRP-REPORT-LINE(1:25).
072700     MOVE WS-IO-ERRORS TO WS-EDIT-COUNT.
072800     MOVE WS-EDIT-COUNT TO MRP-REPORT-LINE(27:7).
072900     WRITE MRP-REPORT-LINE.
073000     CLOSE MERGE-TRANS-FILE.
073100     CLOSE STUDENT-MASTER.
073200     CLOSE OUTCOME-HISTORY.
073300     CLOSE OVERRIDE-FILE.
073400     IF WS-CASE-FILE-PRESENT
073500         CLOSE CASE-FILE
073600     END-IF.
073620     CLOSE STUDENT-HOLD-FILE.
073640     CLOSE CONTACT-FILE.
073700     CLOSE MNT-LOG.
073800     CLOSE MERGE-XREF-FILE.
073900     CLOSE MERGE-REPORT.
074000     DISPLAY 'STUMERGE - MERGE CARDS READ  = ' WS-TRANS-READ.
074100     DISPLAY 'STUMERGE - MERGES APPLIED    = ' WS-MERGES-APPLIED.
074200     DISPLAY 'STUMERGE - MERGES REJECTED   = '
074300         WS-MERGES-REJECTED.
074400     DISPLAY 'STUMERGE - ENROLLMENT ROWS RE-KEYED = '
074500         WS-ENROLL-REKEYED.
074600 8000-EXIT.
074700     EXIT.
