000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFRECON.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       XFRECON                                       *
001000*    PURPOSE        WEEKLY CROSS-FILE REFERENTIAL-INTEGRITY      *
001100*                   RECONCILIATION.  STUSCAN PROVES THE MASTER   *
001200*                   IS SOUND IN ITSELF; THIS PROVES THE OTHER    *
001300*                   STUDENT-KEYED FILES STILL AGREE WITH IT.     *
001400*                   THE MASTER, EVERY STUARCH ARCHIVE            *
001500*                   GENERATION, THE OUTCOME HISTORY, THE         *
001600*                   OVERRIDE FILE AND THE CURRENT ENROLLMENT     *
001700*                   DETAIL ARE SORTED TOGETHER BY STUDENT ID     *
001800*                   AND EACH STUDENT IS CHECKED FILE PAIR BY     *
001900*                   FILE PAIR:                                   *
002000*                     MSTR/ARCH  ON THE MASTER AND ALSO ON THE   *
002100*                                ARCHIVE                         *
002200*                     HIST/MSTR  HISTORY WITH NO MASTER RECORD;  *
002300*                                INACTV OUTCOME FOR AN ACTIVE    *
002400*                                STUDENT, OR A LATER OTHER       *
002500*                                OUTCOME FOR AN INACTIVE ONE     *
002600*                     OVRD/MSTR  OVERRIDE WITH NO MASTER         *
002700*                                RECORD; UNEXPIRED OVERRIDE      *
002800*                                FOR AN INACTIVE STUDENT         *
002900*                     ENRL/MSTR  COURSE DETAIL WITH NO MASTER    *
003000*                                RECORD; CURRENT-TERM COURSES    *
003100*                                FOR AN INACTIVE STUDENT         *
003200*                   AN ORPHAN IS MARKED ARCHIVED WHEN ITS        *
003300*                   STUDENT IS ON THE ARCHIVE.  WITH 'Y' ON THE  *
003400*                   XFRCTL CARD THE HISTORY AND OVERRIDE         *
003500*                   ORPHANS ALSO GO OUT AS PURGE TRANSACTIONS -  *
003600*                   HPGREC FOR HSTPURGE, OVRTRN DELETES FOR      *
003700*                   OVREDIT - SO THE CLEAN-UP RUNS THROUGH THE   *
003800*                   EDITED PATHS.  ENROLLMENT DETAIL BELONGS TO  *
003900*                   THE REGISTRATION FEED AND IS REPORTED ONLY.  *
004000*                   READS ONLY.  RC=4 WHEN ANYTHING IS FOUND.    *
004100*                                                                *
004200*    MODIFICATION HISTORY                                        *
004300*    ----------------------------------------------------------- *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    10/15/26   JRT   ORIGINAL                                   *
004600*                                                                *
004700*****************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT RECON-CONTROL-FILE ASSIGN TO XFRCTL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-XFRCTL-STATUS.
005800     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS SM-STUDENT-ID
006200         FILE STATUS IS WS-STUDMSTR-STATUS.
006300     SELECT ARCHIVE-FILE ASSIGN TO STARCIN
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-STARCIN-STATUS.
006600     SELECT OUTCOME-HISTORY ASSIGN TO OUTHIST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS HST-STUDENT-ID
007000         FILE STATUS IS WS-OUTHIST-STATUS.
007100     SELECT OVERRIDE-FILE ASSIGN TO OVRFILE
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS OVR-STUDENT-ID
007500         FILE STATUS IS WS-OVRFILE-STATUS.
007600     SELECT ENROLLMENT-DETAIL ASSIGN TO ENRLDTL
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-ENRLDTL-STATUS.
007900     SELECT RECON-REPORT ASSIGN TO XFRRPT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-XFRRPT-STATUS.
008200     SELECT OVR-PURGE-FILE ASSIGN TO OVRPURG
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-OVRPURG-STATUS.
008500     SELECT HST-PURGE-FILE ASSIGN TO HSTPURG
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-HSTPURG-STATUS.
008800     SELECT RECON-SORT-FILE ASSIGN TO SORTWK01.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  RECON-CONTROL-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY XFCREC.
009500
009600 FD  STUDENT-MASTER
009700     LABEL RECORDS ARE STANDARD.
009800     COPY STUDCREC.
009900
010000*    STUARCH WRITES THE ARCHIVE IN THE STUDCREC LAYOUT; ONLY THE
010100*    KEY AND THE ENROLLMENT-STATUS FIELDS ARE NEEDED HERE.
010200 FD  ARCHIVE-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  ARC-MASTER-RECORD.
010500     05  ARC-STUDENT-ID                   PIC X(09).
010600     05  FILLER                           PIC X(81).
010700     05  ARC-ENROLL-STATUS                PIC X(01).
010800     05  ARC-STATUS-DATE                  PIC 9(08).
010900     05  FILLER                           PIC X(06).
011000
011100 FD  OUTCOME-HISTORY
011200     LABEL RECORDS ARE STANDARD.
011300     COPY HISTREC.
011400
011500 FD  OVERRIDE-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY OVRREC.
011800
011900 FD  ENROLLMENT-DETAIL
012000     LABEL RECORDS ARE STANDARD.
012100     COPY ENRREC.
012200
012300 FD  RECON-REPORT
012400     LABEL RECORDS ARE STANDARD.
012500 01  XRP-REPORT-LINE                      PIC X(80).
012600
012700 FD  OVR-PURGE-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  OPG-PURGE-RECORD                     PIC X(46).
013000
013100 FD  HST-PURGE-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  HPO-PURGE-RECORD                     PIC X(80).
013400
013500 SD  RECON-SORT-FILE.
013600 01  SRT-RECON-RECORD.
013700     05  SRT-STUDENT-ID                   PIC X(09).
013800     05  SRT-SOURCE                       PIC X(01).
013900         88  SRT-FROM-MASTER              VALUE 'M'.
014000         88  SRT-FROM-ARCHIVE             VALUE 'A'.
014100         88  SRT-FROM-HISTORY             VALUE 'H'.
014200         88  SRT-FROM-OVERRIDE            VALUE 'O'.
014300         88  SRT-FROM-ENROLLMENT          VALUE 'E'.
014400     05  SRT-ENROLL-STATUS                PIC X(01).
014500     05  SRT-DATE                         PIC 9(08).
014600     05  SRT-OUTCOME-CODE                 PIC X(08).
014700     05  SRT-TERM-FLAG                    PIC X(01).
014800
014900 WORKING-STORAGE SECTION.
015000 01  WS-FILE-STATUSES.
015100     05  WS-XFRCTL-STATUS             PIC X(02) VALUE SPACES.
015200         88  WS-XFRCTL-OK             VALUE '00'.
015300     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
015400         88  WS-STUDMSTR-OK           VALUE '00'.
015500         88  WS-STUDMSTR-EOF          VALUE '10'.
015600     05  WS-STARCIN-STATUS            PIC X(02) VALUE SPACES.
015700         88  WS-STARCIN-OK            VALUE '00'.
015800         88  WS-STARCIN-EOF           VALUE '10'.
015900         88  WS-STARCIN-NOT-FOUND     VALUE '35'.
016000     05  WS-OUTHIST-STATUS            PIC X(02) VALUE SPACES.
016100         88  WS-OUTHIST-OK            VALUE '00'.
016200         88  WS-OUTHIST-EOF           VALUE '10'.
016300         88  WS-OUTHIST-NOT-FOUND     VALUE '35'.
016400     05  WS-OVRFILE-STATUS            PIC X(02) VALUE SPACES.
016500         88  WS-OVRFILE-OK            VALUE '00'.
016600         88  WS-OVRFILE-EOF           VALUE '10'.
016700         88  WS-OVRFILE-NOT-FOUND     VALUE '35'.
016800     05  WS-ENRLDTL-STATUS            PIC X(02) VALUE SPACES.
016900         88  WS-ENRLDTL-OK            VALUE '00'.
017000         88  WS-ENRLDTL-EOF           VALUE '10'.
017100         88  WS-ENRLDTL-NOT-FOUND     VALUE '35'.
017200     05  WS-XFRRPT-STATUS             PIC X(02) VALUE SPACES.
017300         88  WS-XFRRPT-OK             VALUE '00'.
017400     05  WS-OVRPURG-STATUS            PIC X(02) VALUE SPACES.
017500         88  WS-OVRPURG-OK            VALUE '00'.
017600     05  WS-HSTPURG-STATUS            PIC X(02) VALUE SPACES.
017700         88  WS-HSTPURG-OK            VALUE '00'.
017800
017900 77  WS-SORT-EOF-SWITCH               PIC X(01) VALUE 'N'.
018000     88  WS-END-OF-SORT               VALUE 'Y'.
018100 77  WS-PURGE-SWITCH                  PIC X(01) VALUE 'N'.
018200     88  WS-WRITE-PURGES              VALUE 'Y'.
018300 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
018400 77  WS-MASTER-READ                   PIC 9(07) VALUE ZERO.
018500 77  WS-ARCHIVE-READ                  PIC 9(07) VALUE ZERO.
018600 77  WS-HISTORY-READ                  PIC 9(07) VALUE ZERO.
018700 77  WS-OVERRIDE-READ                 PIC 9(07) VALUE ZERO.
018800 77  WS-ENROLLMENT-READ               PIC 9(07) VALUE ZERO.
018900 77  WS-STUDENTS-CHECKED              PIC 9(07) VALUE ZERO.
019000 77  WS-FINDINGS                      PIC 9(07) VALUE ZERO.
019100 77  WS-OVR-PURGES-WRITTEN            PIC 9(07) VALUE ZERO.
019200 77  WS-HST-PURGES-WRITTEN            PIC 9(07) VALUE ZERO.
019300 77  WS-PAIR-SUB                      PIC 9(03) COMP VALUE ZERO.
019400 77  WS-PRT-SUB                       PIC 9(03) COMP VALUE ZERO.
019500 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
019600
019700*    ONE STUDENT'S PRESENCE ACROSS THE FILES, BUILT FROM THE
019800*    SORTED RECORDS FOR THAT STUDENT ID.
019900 01  WS-STUDENT-GROUP.
020000     05  WS-GRP-STUDENT-ID            PIC X(09).
020100     05  WS-GRP-MASTER-SWITCH         PIC X(01).
020200         88  WS-GRP-ON-MASTER         VALUE 'Y'.
020300     05  WS-GRP-MASTER-STATUS         PIC X(01).
020400         88  WS-GRP-MASTER-ACTIVE     VALUE 'A', ' '.
020500         88  WS-GRP-MASTER-INACTIVE   VALUE 'W', 'G', 'L'.
020600     05  WS-GRP-STATUS-DATE           PIC 9(08).
020700     05  WS-GRP-ARCHIVE-COUNT         PIC 9(03) COMP.
020800     05  WS-GRP-HISTORY-SWITCH        PIC X(01).
020900         88  WS-GRP-ON-HISTORY        VALUE 'Y'.
021000     05  WS-GRP-HST-OUTCOME           PIC X(08).
021100     05  WS-GRP-HST-DATE              PIC 9(08).
021200     05  WS-GRP-OVERRIDE-SWITCH       PIC X(01).
021300         88  WS-GRP-ON-OVERRIDE       VALUE 'Y'.
021400     05  WS-GRP-OVR-OUTCOME           PIC X(08).
021500     05  WS-GRP-OVR-EXPIRY            PIC 9(08).
021600     05  WS-GRP-ENROLL-ROWS           PIC 9(05) COMP.
021700     05  WS-GRP-CURRENT-ROWS          PIC 9(05) COMP.
021800
021900*    ONE FINDING ON ITS WAY TO THE REPORT.
022000 01  WS-FINDING.
022100     05  WS-FND-TYPE                  PIC X(08).
022200     05  WS-FND-DETAIL                PIC X(40).
022300     05  WS-FND-PURGE-SWITCH          PIC X(01).
022400         88  WS-FND-PURGED            VALUE 'Y'.
022500
022600*    COUNTS BY FILE PAIR FOR THE FOOT OF THE REPORT.
022700 01  WS-PAIR-TABLE.
022800     05  WS-PAIR-ENTRY OCCURS 4 TIMES.
022900         10  WS-PAIR-NAME             PIC X(09).
023000         10  WS-PAIR-ORPHANS          PIC 9(07) COMP.
023100         10  WS-PAIR-ARCHIVED         PIC 9(07) COMP.
023200         10  WS-PAIR-MISMATCHES       PIC 9(07) COMP.
023300         10  WS-PAIR-PURGES           PIC 9(07) COMP.
023400
023500 01  WS-XRP-HEADING-LINE              PIC X(50) VALUE
023600     'XFRECON CROSS-FILE INTEGRITY RECONCILIATION'.
023700 01  WS-XRP-COLUMN-LINE               PIC X(80) VALUE
023800     'STUDENT   FILES     FINDING  DETAIL'.
023900 01  WS-XRP-PAIR-COLUMN-LINE          PIC X(80) VALUE
024000     'FILES     ORPHANS ARCHIVED MISMTCH  PURGES'.
024100
024200     COPY HPGREC.
024300
024400     COPY OVRTRN.
024500
024600 PROCEDURE DIVISION.
024700
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     SORT RECON-SORT-FILE
025100         ON ASCENDING KEY SRT-STUDENT-ID
025200                          SRT-SOURCE
025300         INPUT PROCEDURE IS 2000-GATHER-STUDENT-KEYS
025400             THRU 2000-EXIT
025500         OUTPUT PROCEDURE IS 3000-RECONCILE-STUDENTS
025600             THRU 3000-EXIT.
025700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025800     IF WS-FINDINGS > ZERO
025900         MOVE 0004 TO RETURN-CODE
026000     ELSE
026100         MOVE 0000 TO RETURN-CODE
026200     END-IF.
026300     STOP RUN.
026400
026500*****************************************************************
026600*    1000-INITIALIZE  -  READ THE CONTROL CARD, OPEN THE         *
026700*    OUTPUTS AND WRITE THE REPORT HEADING                        *
026800*****************************************************************
026900 1000-INITIALIZE.
027000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
027100     INITIALIZE WS-PAIR-TABLE.
027200     MOVE 'MSTR/ARCH' TO WS-PAIR-NAME (1).
027300     MOVE 'HIST/MSTR' TO WS-PAIR-NAME (2).
027400     MOVE 'OVRD/MSTR' TO WS-PAIR-NAME (3).
027500     MOVE 'ENRL/MSTR' TO WS-PAIR-NAME (4).
027600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
027700     OPEN OUTPUT RECON-REPORT.
027800     IF NOT WS-XFRRPT-OK
027900         DISPLAY 'XFRECON - XFRRPT OPEN FAILED, STATUS = '
028000             WS-XFRRPT-STATUS
028100         MOVE 0016 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400     OPEN OUTPUT OVR-PURGE-FILE.
028500     IF NOT WS-OVRPURG-OK
028600         DISPLAY 'XFRECON - OVRPURG OPEN FAILED, STATUS = '
028700             WS-OVRPURG-STATUS
028800         MOVE 0016 TO RETURN-CODE
028900         STOP RUN
029000     END-IF.
029100     OPEN OUTPUT HST-PURGE-FILE.
029200     IF NOT WS-HSTPURG-OK
029300         DISPLAY 'XFRECON - HSTPURG OPEN FAILED, STATUS = '
029400             WS-HSTPURG-STATUS
029500         MOVE 0016 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800     MOVE SPACES TO XRP-REPORT-LINE.
029900     MOVE WS-XRP-HEADING-LINE TO XRP-REPORT-LINE.
030000     MOVE 'AS OF' TO XRP-REPORT-LINE(52:5).
030100     MOVE WS-CURRENT-DATE TO XRP-REPORT-LINE(58:8).
030200     WRITE XRP-REPORT-LINE.
030300     MOVE SPACES TO XRP-REPORT-LINE.
030400     IF WS-WRITE-PURGES
030500         MOVE 'PURGE TRANSACTIONS WRITTEN FOR HISTORY AND'
030600             TO XRP-REPORT-LINE(1:42)
030700         MOVE 'OVERRIDE ORPHANS' TO XRP-REPORT-LINE(44:16)
030800     ELSE
030900         MOVE 'REPORT ONLY - NO PURGE TRANSACTIONS WRITTEN'
031000             TO XRP-REPORT-LINE(1:43)
031100     END-IF.
031200     WRITE XRP-REPORT-LINE.
031300     MOVE SPACES TO XRP-REPORT-LINE.
031400     WRITE XRP-REPORT-LINE.
031500     MOVE WS-XRP-COLUMN-LINE TO XRP-REPORT-LINE.
031600     MOVE 'PURGE' TO XRP-REPORT-LINE(72:5).
031700     WRITE XRP-REPORT-LINE.
031800 1000-EXIT.
031900     EXIT.
032000
032100*    XFRCTL IS DD DUMMY ON AN ORDINARY WEEK - NO CARD MEANS
032200*    REPORT ONLY.
032300 1100-READ-CONTROL-CARD.
032400     OPEN INPUT RECON-CONTROL-FILE.
032500     IF NOT WS-XFRCTL-OK
032600         GO TO 1100-EXIT.
032700     READ RECON-CONTROL-FILE
032800         AT END
032900             CONTINUE
033000         NOT AT END
033100             IF XFC-WRITE-PURGES
033200                 MOVE 'Y' TO WS-PURGE-SWITCH
033300             END-IF
033400     END-READ.
033500     CLOSE RECON-CONTROL-FILE.
033600 1100-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000*    2000-GATHER-STUDENT-KEYS  -  SORT INPUT.  ONE SORT RECORD   *
034100*    PER MASTER, ARCHIVE, HISTORY, OVERRIDE AND ENROLLMENT       *
034200*    RECORD.  THE ARCHIVE GENERATIONS ARE CONCATENATED IN THE    *
034300*    JOB, SO THEY ARE NOT IN ONE KEY SEQUENCE - THE SORT PUTS    *
034400*    EVERYTHING FOR A STUDENT TOGETHER.  ONLY THE MASTER IS      *
034500*    REQUIRED; ANY OTHER FILE NOT YET CREATED IS SKIPPED.        *
034600*****************************************************************
034700 2000-GATHER-STUDENT-KEYS.
034800     OPEN INPUT STUDENT-MASTER.
034900     IF NOT WS-STUDMSTR-OK
035000         DISPLAY 'XFRECON - STUDMSTR OPEN FAILED, STATUS = '
035100             WS-STUDMSTR-STATUS
035200         MOVE 0016 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500     PERFORM 2100-RELEASE-MASTER THRU 2100-EXIT
035600         UNTIL WS-STUDMSTR-EOF.
035700     CLOSE STUDENT-MASTER.
035800     OPEN INPUT ARCHIVE-FILE.
035900     IF WS-STARCIN-NOT-FOUND
036000         DISPLAY 'XFRECON - NO ARCHIVE FILE, ARCHIVE NOT CHECKED'
036100     ELSE
036200         IF NOT WS-STARCIN-OK
036300             DISPLAY 'XFRECON - STARCIN OPEN FAILED, STATUS = '
036400                 WS-STARCIN-STATUS
036500             MOVE 0016 TO RETURN-CODE
036600             STOP RUN
036700         END-IF
036800         PERFORM 2200-RELEASE-ARCHIVE THRU 2200-EXIT
036900             UNTIL WS-STARCIN-EOF
037000         CLOSE ARCHIVE-FILE
037100     END-IF.
037200     OPEN INPUT OUTCOME-HISTORY.
037300     IF WS-OUTHIST-NOT-FOUND
037400         DISPLAY 'XFRECON - NO HISTORY FILE, HISTORY NOT CHECKED'
037500     ELSE
037600         IF NOT WS-OUTHIST-OK
037700             DISPLAY 'XFRECON - OUTHIST OPEN FAILED, STATUS = '
037800                 WS-OUTHIST-STATUS
037900             MOVE 0016 TO RETURN-CODE
038000             STOP RUN
038100         END-IF
038200         PERFORM 2300-RELEASE-HISTORY THRU 2300-EXIT
038300             UNTIL WS-OUTHIST-EOF
038400         CLOSE OUTCOME-HISTORY
038500     END-IF.
038600     OPEN INPUT OVERRIDE-FILE.
038700     IF WS-OVRFILE-NOT-FOUND
038800         DISPLAY 'XFRECON - NO OVERRIDE FILE, OVERRIDES NOT '
038900             'CHECKED'
039000     ELSE
039100         IF NOT WS-OVRFILE-OK
039200             DISPLAY 'XFRECON - OVRFILE OPEN FAILED, STATUS = '
039300                 WS-OVRFILE-STATUS
039400             MOVE 0016 TO RETURN-CODE
039500             STOP RUN
039600         END-IF
039700         PERFORM 2400-RELEASE-OVERRIDE THRU 2400-EXIT
039800             UNTIL WS-OVRFILE-EOF
039900         CLOSE OVERRIDE-FILE
040000     END-IF.
040100     OPEN INPUT ENROLLMENT-DETAIL.
040200     IF WS-ENRLDTL-NOT-FOUND
040300         DISPLAY 'XFRECON - NO ENROLLMENT DETAIL, ENROLLMENT NOT '
040400             'CHECKED'
040500     ELSE
040600         IF NOT WS-ENRLDTL-OK
040700             DISPLAY 'XFRECON - ENRLDTL OPEN FAILED, STATUS = '
040800                 WS-ENRLDTL-STATUS
040900             MOVE 0016 TO RETURN-CODE
041000             STOP RUN
041100         END-IF
041200         PERFORM 2500-RELEASE-ENROLLMENT THRU 2500-EXIT
041300             UNTIL WS-ENRLDTL-EOF
041400         CLOSE ENROLLMENT-DETAIL
041500     END-IF.
041600 2000-EXIT.
041700     EXIT.
041800
041900 2100-RELEASE-MASTER.
042000     READ STUDENT-MASTER
042100         AT END
042200             MOVE '10' TO WS-STUDMSTR-STATUS
042300             GO TO 2100-EXIT
042400     END-READ.
042500     ADD 1 TO WS-MASTER-READ.
042600     MOVE SPACES TO SRT-RECON-RECORD.
042700     MOVE SM-STUDENT-ID TO SRT-STUDENT-ID.
042800     MOVE 'M' TO SRT-SOURCE.
042900     MOVE SM-ENROLL-STATUS TO SRT-ENROLL-STATUS.
043000     MOVE ZERO TO SRT-DATE.
043100     IF SM-STATUS-DATE NUMERIC
043200         MOVE SM-STATUS-DATE TO SRT-DATE
043300     END-IF.
043400     RELEASE SRT-RECON-RECORD.
043500 2100-EXIT.
043600     EXIT.
043700
043800 2200-RELEASE-ARCHIVE.
043900     READ ARCHIVE-FILE
044000         AT END
044100             MOVE '10' TO WS-STARCIN-STATUS
044200             GO TO 2200-EXIT
044300     END-READ.
044400     ADD 1 TO WS-ARCHIVE-READ.
044500     MOVE SPACES TO SRT-RECON-RECORD.
044600     MOVE ARC-STUDENT-ID TO SRT-STUDENT-ID.
044700     MOVE 'A' TO SRT-SOURCE.
044800     MOVE ARC-ENROLL-STATUS TO SRT-ENROLL-STATUS.
044900     MOVE ZERO TO SRT-DATE.
045000     RELEASE SRT-RECON-RECORD.
045100 2200-EXIT.
045200     EXIT.
045300
045400 2300-RELEASE-HISTORY.
045500     READ OUTCOME-HISTORY
045600         AT END
045700             MOVE '10' TO WS-OUTHIST-STATUS
045800             GO TO 2300-EXIT
045900     END-READ.
046000     ADD 1 TO WS-HISTORY-READ.
046100     MOVE SPACES TO SRT-RECON-RECORD.
046200     MOVE HST-STUDENT-ID TO SRT-STUDENT-ID.
046300     MOVE 'H' TO SRT-SOURCE.
046400     MOVE HST-DECISION-DATE TO SRT-DATE.
046500     MOVE HST-OUTCOME-CODE TO SRT-OUTCOME-CODE.
046600     RELEASE SRT-RECON-RECORD.
046700 2300-EXIT.
046800     EXIT.
046900
047000 2400-RELEASE-OVERRIDE.
047100     READ OVERRIDE-FILE
047200         AT END
047300             MOVE '10' TO WS-OVRFILE-STATUS
047400             GO TO 2400-EXIT
047500     END-READ.
047600     ADD 1 TO WS-OVERRIDE-READ.
047700     MOVE SPACES TO SRT-RECON-RECORD.
047800     MOVE OVR-STUDENT-ID TO SRT-STUDENT-ID.
047900     MOVE 'O' TO SRT-SOURCE.
048000     MOVE OVR-EXPIRY-DATE TO SRT-DATE.
048100     MOVE OVR-OUTCOME-CODE TO SRT-OUTCOME-CODE.
048200     RELEASE SRT-RECON-RECORD.
048300 2400-EXIT.
048400     EXIT.
048500
048600 2500-RELEASE-ENROLLMENT.
048700     READ ENROLLMENT-DETAIL
048800         AT END
048900             MOVE '10' TO WS-ENRLDTL-STATUS
049000             GO TO 2500-EXIT
049100     END-READ.
049200     ADD 1 TO WS-ENROLLMENT-READ.
049300     MOVE SPACES TO SRT-RECON-RECORD.
049400     MOVE ENR-STUDENT-ID TO SRT-STUDENT-ID.
049500     MOVE 'E' TO SRT-SOURCE.
049600     MOVE ZERO TO SRT-DATE.
049700     MOVE ENR-TERM-FLAG TO SRT-TERM-FLAG.
049800     RELEASE SRT-RECON-RECORD.
049900 2500-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*    3000-RECONCILE-STUDENTS  -  SORT OUTPUT.  COLLECT EACH      *
050400*    STUDENT'S RECORDS, THEN RUN THE FILE-PAIR CHECKS ON THEM.   *
050500*****************************************************************
050600 3000-RECONCILE-STUDENTS.
050700     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT.
050800     PERFORM 3200-RECONCILE-ONE-STUDENT THRU 3200-EXIT
050900         UNTIL WS-END-OF-SORT.
051000 3000-EXIT.
051100     EXIT.
051200
051300 3100-RETURN-ONE-RECORD.
051400     RETURN RECON-SORT-FILE
051500         AT END
051600             MOVE 'Y' TO WS-SORT-EOF-SWITCH
051700     END-RETURN.
051800 3100-EXIT.
051900     EXIT.
052000
052100 3200-RECONCILE-ONE-STUDENT.
052200     INITIALIZE WS-STUDENT-GROUP.
052300     MOVE SRT-STUDENT-ID TO WS-GRP-STUDENT-ID.
052400     PERFORM 3300-COLLECT-ONE-RECORD THRU 3300-EXIT
052500         UNTIL WS-END-OF-SORT
052600             OR SRT-STUDENT-ID NOT = WS-GRP-STUDENT-ID.
052700     ADD 1 TO WS-STUDENTS-CHECKED.
052800     PERFORM 4100-CHECK-MASTER-ARCHIVE THRU 4100-EXIT.
052900     PERFORM 4200-CHECK-HISTORY THRU 4200-EXIT.
053000     PERFORM 4300-CHECK-OVERRIDE THRU 4300-EXIT.
053100     PERFORM 4400-CHECK-ENROLLMENT THRU 4400-EXIT.
053200 3200-EXIT.
053300     EXIT.
053400
053500 3300-COLLECT-ONE-RECORD.
053600     EVALUATE TRUE
053700         WHEN SRT-FROM-MASTER
053800             MOVE 'Y' TO WS-GRP-MASTER-SWITCH
053900             MOVE SRT-ENROLL-STATUS TO WS-GRP-MASTER-STATUS
054000             MOVE SRT-DATE TO WS-GRP-STATUS-DATE
054100         WHEN SRT-FROM-ARCHIVE
054200             ADD 1 TO WS-GRP-ARCHIVE-COUNT
054300         WHEN SRT-FROM-HISTORY
054400             MOVE 'Y' TO WS-GRP-HISTORY-SWITCH
054500             MOVE SRT-OUTCOME-CODE TO WS-GRP-HST-OUTCOME
054600             MOVE SRT-DATE TO WS-GRP-HST-DATE
054700         WHEN SRT-FROM-OVERRIDE
054800             MOVE 'Y' TO WS-GRP-OVERRIDE-SWITCH
054900             MOVE SRT-OUTCOME-CODE TO WS-GRP-OVR-OUTCOME
055000             MOVE SRT-DATE TO WS-GRP-OVR-EXPIRY
055100         WHEN SRT-FROM-ENROLLMENT
055200             ADD 1 TO WS-GRP-ENROLL-ROWS
055300             IF SRT-TERM-FLAG = 'C'
055400                 ADD 1 TO WS-GRP-CURRENT-ROWS
055500             END-IF
055600     END-EVALUATE.
055700     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT.
055800 3300-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*    4100-CHECK-MASTER-ARCHIVE  -  A STUDENT STUARCH MOVED OFF   *
056300*    THE MASTER SHOULD NOT BE BACK ON IT.  USUALLY A RE-ADMIT    *
056400*    KEYED UNDER THE OLD ID - THE REGISTRAR DECIDES WHICH        *
056500*    RECORD STANDS, SO THIS IS REPORTED, NEVER PURGED.           *
056600*****************************************************************
056700 4100-CHECK-MASTER-ARCHIVE.
056800     IF NOT WS-GRP-ON-MASTER
056900             OR WS-GRP-ARCHIVE-COUNT = ZERO
057000         GO TO 4100-EXIT.
057100     MOVE 1 TO WS-PAIR-SUB.
057200     MOVE 'MISMATCH' TO WS-FND-TYPE.
057300     MOVE 'ON THE MASTER AND ON THE ARCHIVE'
057400         TO WS-FND-DETAIL.
057500     MOVE 'N' TO WS-FND-PURGE-SWITCH.
057600     PERFORM 5000-WRITE-FINDING THRU 5000-EXIT.
057700 4100-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100*    4200-CHECK-HISTORY  -  HISTORY FOR A STUDENT NOT ON THE     *
058200*    MASTER IS AN ORPHAN (PURGED THROUGH HSTPURGE ON REQUEST).   *
058300*    FOR A STUDENT ON THE MASTER THE LAST OUTCOME MUST AGREE     *
058400*    WITH THE ENROLLMENT STATUS: INACTV ONLY FOR AN INACTIVE     *
058500*    STUDENT, AND NOTHING BUT INACTV DECIDED AFTER THE STATUS    *
058600*    WENT INACTIVE.                                              *
058700*****************************************************************
058800 4200-CHECK-HISTORY.
058900     IF NOT WS-GRP-ON-HISTORY
059000         GO TO 4200-EXIT.
059100     MOVE 2 TO WS-PAIR-SUB.
059200     MOVE 'N' TO WS-FND-PURGE-SWITCH.
059300     IF NOT WS-GRP-ON-MASTER
059400         MOVE 'ORPHAN' TO WS-FND-TYPE
059500         MOVE SPACES TO WS-FND-DETAIL
059600         STRING 'HISTORY ' DELIMITED BY SIZE
059700             WS-GRP-HST-OUTCOME DELIMITED BY SPACE
059800             ', NO MASTER RECORD' DELIMITED BY SIZE
059900             INTO WS-FND-DETAIL
060000         END-STRING
060100         IF WS-WRITE-PURGES
060200             PERFORM 4250-WRITE-HISTORY-PURGE THRU 4250-EXIT
060300         END-IF
060400         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
060500         GO TO 4200-EXIT.
060600     IF WS-GRP-HST-OUTCOME = 'INACTV'
060700             AND WS-GRP-MASTER-ACTIVE
060800         MOVE 'MISMATCH' TO WS-FND-TYPE
060900         MOVE 'HISTORY INACTV, MASTER SHOWS ACTIVE'
061000             TO WS-FND-DETAIL
061100         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
061200         GO TO 4200-EXIT.
061300     IF WS-GRP-HST-OUTCOME NOT = 'INACTV'
061400             AND WS-GRP-MASTER-INACTIVE
061500             AND WS-GRP-HST-DATE > WS-GRP-STATUS-DATE
061600         MOVE 'MISMATCH' TO WS-FND-TYPE
061700         MOVE SPACES TO WS-FND-DETAIL
061800         STRING 'HISTORY ' DELIMITED BY SIZE
061900             WS-GRP-HST-OUTCOME DELIMITED BY SPACE
062000             ', MASTER SHOWS INACTIVE' DELIMITED BY SIZE
062100             INTO WS-FND-DETAIL
062200         END-STRING
062300         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
062400     END-IF.
062500 4200-EXIT.
062600     EXIT.
062700
062800 4250-WRITE-HISTORY-PURGE.
062900     MOVE SPACES TO HPG-PURGE-TRANSACTION.
063000     MOVE 'P' TO HPG-TRANS-CODE.
063100     MOVE WS-GRP-STUDENT-ID TO HPG-STUDENT-ID.
063200     IF WS-GRP-ARCHIVE-COUNT > ZERO
063300         MOVE 'ARCHIVED' TO HPG-REASON-CODE
063400     ELSE
063500         MOVE 'NOMASTER' TO HPG-REASON-CODE
063600     END-IF.
063700     MOVE 'XFRECON' TO HPG-REQUESTED-BY.
063800     MOVE WS-CURRENT-DATE TO HPG-REQUEST-DATE.
063900     MOVE HPG-PURGE-TRANSACTION TO HPO-PURGE-RECORD.
064000     WRITE HPO-PURGE-RECORD.
064100     ADD 1 TO WS-HST-PURGES-WRITTEN.
064200     MOVE 'Y' TO WS-FND-PURGE-SWITCH.
064300 4250-EXIT.
064400     EXIT.
064500
064600*****************************************************************
064700*    4300-CHECK-OVERRIDE  -  AN OVERRIDE FOR A STUDENT NOT ON    *
064800*    THE MASTER IS AN ORPHAN (DELETED THROUGH OVREDIT ON         *
064900*    REQUEST - OVREDIT TAKES A DELETE WITHOUT THE STUDENT ON     *
065000*    THE MASTER).  AN UNEXPIRED OVERRIDE FOR AN INACTIVE         *
065100*    STUDENT NEVER FIRES - HELLO123 SENDS AN INACTIVE STUDENT    *
065200*    TO INACTV FIRST - SO IT IS REPORTED FOR THE REGISTRAR.      *
065300*****************************************************************
065400 4300-CHECK-OVERRIDE.
065500     IF NOT WS-GRP-ON-OVERRIDE
065600         GO TO 4300-EXIT.
065700     MOVE 3 TO WS-PAIR-SUB.
065800     MOVE 'N' TO WS-FND-PURGE-SWITCH.
065900     IF NOT WS-GRP-ON-MASTER
066000         MOVE 'ORPHAN' TO WS-FND-TYPE
066100         MOVE SPACES TO WS-FND-DETAIL
066200         STRING 'OVERRIDE ' DELIMITED BY SIZE
066300             WS-GRP-OVR-OUTCOME DELIMITED BY SPACE
066400             ', NO MASTER RECORD' DELIMITED BY SIZE
066500             INTO WS-FND-DETAIL
066600         END-STRING
066700         IF WS-WRITE-PURGES
066800             PERFORM 4350-WRITE-OVERRIDE-PURGE THRU 4350-EXIT
066900         END-IF
067000         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
067100         GO TO 4300-EXIT.
067200     IF WS-GRP-MASTER-INACTIVE
067300             AND WS-GRP-OVR-EXPIRY NOT < WS-CURRENT-DATE
067400         MOVE 'MISMATCH' TO WS-FND-TYPE
067500         MOVE 'UNEXPIRED OVERRIDE, MASTER SHOWS INACTIVE'
067600             TO WS-FND-DETAIL
067700         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
067800     END-IF.
067900 4300-EXIT.
068000     EXIT.
068100
068200 4350-WRITE-OVERRIDE-PURGE.
068300     MOVE SPACES TO OVT-TRANSACTION-RECORD.
068400     MOVE 'D' TO OVT-TRANS-CODE.
068500     MOVE WS-GRP-STUDENT-ID TO OVT-STUDENT-ID.
068600     MOVE WS-GRP-OVR-OUTCOME TO OVT-OUTCOME-CODE.
068700     MOVE 'XFRECON' TO OVT-USER-ID.
068800     MOVE WS-GRP-OVR-EXPIRY TO OVT-EXPIRY-DATE.
068900     MOVE OVT-TRANSACTION-RECORD TO OPG-PURGE-RECORD.
069000     WRITE OPG-PURGE-RECORD.
069100     ADD 1 TO WS-OVR-PURGES-WRITTEN.
069200     MOVE 'Y' TO WS-FND-PURGE-SWITCH.
069300 4350-EXIT.
069400     EXIT.
069500
069600*****************************************************************
069700*    4400-CHECK-ENROLLMENT  -  COURSE DETAIL FOR A STUDENT NOT   *
069800*    ON THE MASTER (ENRLROLL SKIPS IT EVERY NIGHT), OR CURRENT-  *
069900*    TERM COURSES FOR AN INACTIVE STUDENT.  THE DETAIL IS THE    *
070000*    REGISTRATION SYSTEM'S FEED - THE FIX IS MADE THERE, SO      *
070100*    NOTHING IS PURGED HERE.                                     *
070200*****************************************************************
070300 4400-CHECK-ENROLLMENT.
070400     IF WS-GRP-ENROLL-ROWS = ZERO
070500         GO TO 4400-EXIT.
070600     MOVE 4 TO WS-PAIR-SUB.
070700     MOVE 'N' TO WS-FND-PURGE-SWITCH.
070800     IF NOT WS-GRP-ON-MASTER
070900         MOVE 'ORPHAN' TO WS-FND-TYPE
071000         MOVE SPACES TO WS-FND-DETAIL
071100         MOVE WS-GRP-ENROLL-ROWS TO WS-EDIT-COUNT
071200         STRING 'COURSE ROWS' DELIMITED BY SIZE
071300             WS-EDIT-COUNT DELIMITED BY SIZE
071400             ', NO MASTER RECORD' DELIMITED BY SIZE
071500             INTO WS-FND-DETAIL
071600         END-STRING
071700         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
071800         GO TO 4400-EXIT.
071900     IF WS-GRP-MASTER-INACTIVE
072000             AND WS-GRP-CURRENT-ROWS > ZERO
072100         MOVE 'MISMATCH' TO WS-FND-TYPE
072200         MOVE 'CURRENT-TERM COURSES, MASTER SHOWS INACTIVE'
072300             TO WS-FND-DETAIL
072400         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
072500     END-IF.
072600 4400-EXIT.
072700     EXIT.
072800
072900*****************************************************************
073000*    5000-WRITE-FINDING  -  ONE REPORT LINE, COUNTED UNDER ITS   *
073100*    FILE PAIR.  AN ORPHAN WHOSE STUDENT IS ON THE ARCHIVE IS    *
073200*    MARKED (ARCHIVED) - STUARCH MOVED THE STUDENT BUT LEFT      *
073300*    THE ROW BEHIND.                                             *
073400*****************************************************************
073500 5000-WRITE-FINDING.
073600     ADD 1 TO WS-FINDINGS.
073700     MOVE SPACES TO XRP-REPORT-LINE.
073800     MOVE WS-GRP-STUDENT-ID TO XRP-REPORT-LINE(1:9).
073900     MOVE WS-PAIR-NAME (WS-PAIR-SUB) TO XRP-REPORT-LINE(11:9).
074000     MOVE WS-FND-TYPE TO XRP-REPORT-LINE(21:8).
074100     MOVE WS-FND-DETAIL TO XRP-REPORT-LINE(30:40).
074200     IF WS-FND-TYPE = 'ORPHAN'
074300         ADD 1 TO WS-PAIR-ORPHANS (WS-PAIR-SUB)
074400         IF WS-GRP-ARCHIVE-COUNT > ZERO
074500             ADD 1 TO WS-PAIR-ARCHIVED (WS-PAIR-SUB)
074600             MOVE 'ARCHIVED' TO XRP-REPORT-LINE(21:8)
074700         END-IF
074800     ELSE
074900         ADD 1 TO WS-PAIR-MISMATCHES (WS-PAIR-SUB)
075000     END-IF.
075100     IF WS-FND-PURGED
075200         ADD 1 TO WS-PAIR-PURGES (WS-PAIR-SUB)
075300         MOVE 'PURGE' TO XRP-REPORT-LINE(72:5)
075400     END-IF.
075500     WRITE XRP-REPORT-LINE.
075600 5000-EXIT.
075700     EXIT.
075800
075900*****************************************************************
076000*    8000-TERMINATE  -  COUNTS BY FILE PAIR AND THE RECORDS      *
076100*    READ FROM EACH FILE                                         *
076200*****************************************************************
076300 8000-TERMINATE.
076400     MOVE SPACES TO XRP-REPORT-LINE.
076500     WRITE XRP-REPORT-LINE.
076600     MOVE WS-XRP-PAIR-COLUMN-LINE TO XRP-REPORT-LINE.
076700     WRITE XRP-REPORT-LINE.
076800     MOVE ZERO TO WS-PRT-SUB.
076900     PERFORM 8100-WRITE-PAIR-LINE THRU 8100-EXIT
077000         UNTIL WS-PRT-SUB >= 4.
077100     MOVE SPACES TO XRP-REPORT-LINE.
077200     WRITE XRP-REPORT-LINE.
077300     MOVE SPACES TO XRP-REPORT-LINE.
077400     MOVE 'MASTER RECORDS READ..' TO XRP-REPORT-LINE(1:25).
077500     MOVE WS-MASTER-READ TO WS-EDIT-COUNT.
077600     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(27:7).
077700     WRITE XRP-REPORT-LINE.
077800     MOVE SPACES TO XRP-REPORT-LINE.
077900     MOVE 'ARCHIVE RECORDS READ.' TO XRP-REPORT-LINE(1:25).
078000     MOVE WS-ARCHIVE-READ TO WS-EDIT-COUNT.
078100     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(27:7).
078200     WRITE XRP-REPORT-LINE.
078300     MOVE SPACES TO XRP-REPORT-LINE.
078400     MOVE 'HISTORY RECORDS READ.' TO XRP-REPORT-LINE(1:25).
078500     MOVE WS-HISTORY-READ TO WS-EDIT-COUNT.
078600     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(27:7).
078700     WRITE XRP-REPORT-LINE.
078800     MOVE SPACES TO XRP-REPORT-LINE.
078900     MOVE 'OVERRIDES READ.......' TO XRP-REPORT-LINE(1:25).
079000     MOVE WS-OVERRIDE-READ TO WS-EDIT-COUNT.
079100     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(27:7).
079200     WRITE XRP-REPORT-LINE.
079300     MOVE SPACES TO XRP-REPORT-LINE.
079400     MOVE 'COURSE ROWS READ.....' TO XRP-REPORT-LINE(1:25).
079500     MOVE WS-ENROLLMENT-READ TO WS-EDIT-COUNT.
079600     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(27:7).
079700     WRITE XRP-REPORT-LINE.
079800     MOVE SPACES TO XRP-REPORT-LINE.
079900     MOVE 'STUDENT IDS CHECKED..' TO XRP-REPORT-LINE(1:25).
080000     MOVE WS-STUDENTS-CHECKED TO WS-EDIT-COUNT.
080100     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(27:7).
080200     WRITE XRP-REPORT-LINE.
080300     MOVE SPACES TO XRP-REPORT-LINE.
080400     MOVE 'FINDINGS.............' TO XRP-REPORT-LINE(1:25).
080500     MOVE WS-FINDINGS TO WS-EDIT-COUNT.
080600     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(27:7).
080700     WRITE XRP-REPORT-LINE.
080800     CLOSE RECON-REPORT.
080900     CLOSE OVR-PURGE-FILE.
081000     CLOSE HST-PURGE-FILE.
081100     DISPLAY 'XFRECON - STUDENT IDS CHECKED  = '
081200         WS-STUDENTS-CHECKED.
081300     DISPLAY 'XFRECON - FINDINGS             = ' WS-FINDINGS.
081400     DISPLAY 'XFRECON - HISTORY PURGES       = '
081500         WS-HST-PURGES-WRITTEN.
081600     DISPLAY 'XFRECON - OVERRIDE PURGES      = '
081700         WS-OVR-PURGES-WRITTEN.
081800 8000-EXIT.
081900     EXIT.
082000
082100 8100-WRITE-PAIR-LINE.
082200     ADD 1 TO WS-PRT-SUB.
082300     MOVE SPACES TO XRP-REPORT-LINE.
082400     MOVE WS-PAIR-NAME (WS-PRT-SUB) TO XRP-REPORT-LINE(1:9).
082500     MOVE WS-PAIR-ORPHANS (WS-PRT-SUB) TO WS-EDIT-COUNT.
082600     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(11:7).
082700     MOVE WS-PAIR-ARCHIVED (WS-PRT-SUB) TO WS-EDIT-COUNT.
082800     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(20:7).
082900     MOVE WS-PAIR-MISMATCHES (WS-PRT-SUB) TO WS-EDIT-COUNT.
083000     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(28:7).
083100     MOVE WS-PAIR-PURGES (WS-PRT-SUB) TO WS-EDIT-COUNT.
083200     MOVE WS-EDIT-COUNT TO XRP-REPORT-LINE(36:7).
083300     WRITE XRP-REPORT-LINE.
083400 8100-EXIT.
083500     EXIT.
