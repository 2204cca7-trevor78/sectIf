000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TBLINQ.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       TBLINQ                                        *
001000*    PURPOSE        REFERENCE-TABLE AS-OF INQUIRY.  GIVEN A      *
001100*                   TABLE (PGM / WVR / LTR / APP), AN ENTRY KEY, *
001200*                   AND A DATE, LISTS EVERY LOGGED CHANGE TO     *
001300*                   THAT ENTRY FROM THE TBLMAINT CHANGE LOG AND  *
001400*                   STATES WHAT THE ENTRY HELD AT THE END OF     *
001500*                   THAT DATE - THE AFTER IMAGE OF THE LAST      *
001600*                   CHANGE ON OR BEFORE IT, OR, FAILING THAT,    *
001700*                   THE BEFORE IMAGE OF THE FIRST CHANGE AFTER   *
001800*                   IT.  ANSWERS THE ACCREDITOR'S "WHAT WAS THE  *
001900*                   THRESHOLD ON MARCH 3RD" WITHOUT ANYONE       *
002000*                   READING THE LOG BY HAND.                     *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    ----------------------------------------------------------- *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    10/15/26   JRT   ORIGINAL                                   *
002600*                                                                *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT INQUIRY-PARM-FILE ASSIGN TO INQPARM
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-INQPARM-STATUS.
003800     SELECT TABLE-CHANGE-LOG ASSIGN TO TBLLOGF
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-TBLLOGF-STATUS.
004100     SELECT INQUIRY-REPORT ASSIGN TO INQRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-INQRPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  INQUIRY-PARM-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY TIQREC.
005000
005100 FD  TABLE-CHANGE-LOG
005200     LABEL RECORDS ARE STANDARD.
005300     COPY TBLLOG.
005400
005500 FD  INQUIRY-REPORT
005600     LABEL RECORDS ARE STANDARD.
005700 01  INR-REPORT-LINE                      PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-FILE-STATUSES.
006100     05  WS-INQPARM-STATUS            PIC X(02) VALUE SPACES.
006200         88  WS-INQPARM-OK            VALUE '00'.
006300     05  WS-TBLLOGF-STATUS            PIC X(02) VALUE SPACES.
006400         88  WS-TBLLOGF-OK            VALUE '00'.
006500         88  WS-TBLLOGF-EOF           VALUE '10'.
006600     05  WS-INQRPT-STATUS             PIC X(02) VALUE SPACES.
006700         88  WS-INQRPT-OK             VALUE '00'.
006800
006900 77  WS-INQ-TABLE-ID                  PIC X(03) VALUE SPACES.
007000 77  WS-INQ-TABLE-KEY                 PIC X(10) VALUE SPACES.
007100 77  WS-INQ-AS-OF-DATE                PIC 9(08) VALUE ZERO.
007200 77  WS-RECORDS-READ                  PIC 9(09) VALUE ZERO.
007300 77  WS-ENTRIES-LISTED                PIC 9(07) VALUE ZERO.
007400 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
007500 77  WS-AS-OF-FOUND-SWITCH            PIC X(01) VALUE 'N'.
007600     88  WS-AS-OF-FOUND               VALUE 'Y'.
007700 77  WS-LATER-FOUND-SWITCH            PIC X(01) VALUE 'N'.
007800     88  WS-LATER-FOUND               VALUE 'Y'.
007900 77  WS-AS-OF-IMAGE                   PIC X(80) VALUE SPACES.
008000 77  WS-LATER-BEFORE-IMAGE            PIC X(80) VALUE SPACES.
008100
008200*    THE ANSWERING IMAGE, WITH THE PROGRAM-RULE AND WAIVER
008300*    VIEWS USED TO SPELL THE VALUES OUT ON THE REPORT.
008400 01  WS-ANSWER-IMAGE                  PIC X(80) VALUE SPACES.
008500 01  WS-ANSWER-PGM REDEFINES WS-ANSWER-IMAGE.
008600     05  WS-ANS-PGM-CODE              PIC X(03).
008700     05  WS-ANS-PGM-DESCRIPTION       PIC X(30).
008800     05  WS-ANS-PGM-ATTENDANCE        PIC X(03).
008900     05  WS-ANS-PGM-GPA               PIC X(03).
009000     05  WS-ANS-PGM-CREDIT            PIC X(03).
009100     05  FILLER                       PIC X(38).
009200 01  WS-ANSWER-WVR REDEFINES WS-ANSWER-IMAGE.
009300     05  WS-ANS-WVR-CODE              PIC X(03).
009400     05  WS-ANS-WVR-DESCRIPTION       PIC X(30).
009500     05  WS-ANS-WVR-WINDOW            PIC X(01).
009600     05  WS-ANS-WVR-EFF-DATE          PIC X(08).
009700     05  WS-ANS-WVR-EXP-DATE          PIC X(08).
009800     05  FILLER                       PIC X(30).
009900
010000 PROCEDURE DIVISION.
010100
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
010500         UNTIL WS-TBLLOGF-EOF.
010600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010700     STOP RUN.
010800
010900 1000-INITIALIZE.
011000     OPEN INPUT INQUIRY-PARM-FILE.
011100     IF NOT WS-INQPARM-OK
011200         DISPLAY 'TBLINQ - INQPARM OPEN FAILED, STATUS = '
011300             WS-INQPARM-STATUS
011400         MOVE 0016 TO RETURN-CODE
011500         STOP RUN
011600     END-IF.
011700     READ INQUIRY-PARM-FILE
011800         AT END
011900             DISPLAY 'TBLINQ - INQPARM EMPTY, NOTHING TO DO'
012000             MOVE 0016 TO RETURN-CODE
012100             STOP RUN
012200         NOT AT END
012300             MOVE TIQ-TABLE-ID TO WS-INQ-TABLE-ID
012400             MOVE TIQ-TABLE-KEY TO WS-INQ-TABLE-KEY
012500             MOVE TIQ-AS-OF-DATE TO WS-INQ-AS-OF-DATE
012600     END-READ.
012700     CLOSE INQUIRY-PARM-FILE.
012800     OPEN INPUT TABLE-CHANGE-LOG.
012900     IF NOT WS-TBLLOGF-OK
013000         DISPLAY 'TBLINQ - TBLLOGF OPEN FAILED, STATUS = '
013100             WS-TBLLOGF-STATUS
013200         MOVE 0016 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     OPEN OUTPUT INQUIRY-REPORT.
013600     IF NOT WS-INQRPT-OK
013700         DISPLAY 'TBLINQ - INQRPT OPEN FAILED, STATUS = '
013800             WS-INQRPT-STATUS
013900         MOVE 0016 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200     MOVE SPACES TO INR-REPORT-LINE.
014300     MOVE 'TBLINQ REFERENCE TABLE HISTORY FOR'
014400         TO INR-REPORT-LINE(1:34).
014500     MOVE WS-INQ-TABLE-ID TO INR-REPORT-LINE(36:3).
014600     MOVE 'KEY' TO INR-REPORT-LINE(40:3).
014700     MOVE WS-INQ-TABLE-KEY TO INR-REPORT-LINE(44:10).
014800     WRITE INR-REPORT-LINE.
014900     MOVE SPACES TO INR-REPORT-LINE.
015000     MOVE 'VALUE WANTED AS OF' TO INR-REPORT-LINE(1:18).
015100     MOVE WS-INQ-AS-OF-DATE TO INR-REPORT-LINE(20:8).
015200     WRITE INR-REPORT-LINE.
015300     MOVE SPACES TO INR-REPORT-LINE.
015400     WRITE INR-REPORT-LINE.
015500 1000-EXIT.
015600     EXIT.
015700
015800*    THE LOG IS WRITTEN IN RUN ORDER, SO THE LAST MATCH ON OR
015900*    BEFORE THE DATE IS THE ONE IN EFFECT AT THE END OF IT.
016000 2000-SCAN-ONE-RECORD.
016100     READ TABLE-CHANGE-LOG
016200         AT END
016300             MOVE '10' TO WS-TBLLOGF-STATUS
016400             GO TO 2000-EXIT
016500     END-READ.
016600     ADD 1 TO WS-RECORDS-READ.
016700     IF TLG-TABLE-ID NOT = WS-INQ-TABLE-ID
016800             OR TLG-TABLE-KEY NOT = WS-INQ-TABLE-KEY
016900         GO TO 2000-EXIT.
017000     PERFORM 2100-WRITE-CHRONOLOGY-ENTRY THRU 2100-EXIT.
017100     IF TLG-RUN-DATE <= WS-INQ-AS-OF-DATE
017200         MOVE TLG-AFTER-IMAGE TO WS-AS-OF-IMAGE
017300         MOVE 'Y' TO WS-AS-OF-FOUND-SWITCH
017400     ELSE
017500         IF NOT WS-LATER-FOUND
017600             MOVE TLG-BEFORE-IMAGE TO WS-LATER-BEFORE-IMAGE
017700             MOVE 'Y' TO WS-LATER-FOUND-SWITCH
017800         END-IF
017900     END-IF.
018000 2000-EXIT.
018100     EXIT.
018200
018300 2100-WRITE-CHRONOLOGY-ENTRY.
018400     MOVE SPACES TO INR-REPORT-LINE.
018500     MOVE TLG-RUN-DATE TO INR-REPORT-LINE(1:8).
018600     MOVE TLG-RUN-TIME TO INR-REPORT-LINE(10:8).
018700     EVALUATE TLG-TRANS-CODE
018800         WHEN 'A'
018900             MOVE 'ADDED' TO INR-REPORT-LINE(19:7)
019000         WHEN 'C'
019100             MOVE 'CHANGED' TO INR-REPORT-LINE(19:7)
019200         WHEN 'D'
019300             MOVE 'DELETED' TO INR-REPORT-LINE(19:7)
019400     END-EVALUATE.
019500     WRITE INR-REPORT-LINE.
019600     IF TLG-BEFORE-IMAGE NOT = SPACES
019700         MOVE SPACES TO INR-REPORT-LINE
019800         MOVE '  BEFORE' TO INR-REPORT-LINE(1:8)
019900         WRITE INR-REPORT-LINE
020000         MOVE TLG-BEFORE-IMAGE TO INR-REPORT-LINE
020100         WRITE INR-REPORT-LINE
020200     END-IF.
020300     IF TLG-AFTER-IMAGE NOT = SPACES
020400         MOVE SPACES TO INR-REPORT-LINE
020500         MOVE '  AFTER' TO INR-REPORT-LINE(1:7)
020600         WRITE INR-REPORT-LINE
020700         MOVE TLG-AFTER-IMAGE TO INR-REPORT-LINE
020800         WRITE INR-REPORT-LINE
020900     END-IF.
021000     ADD 1 TO WS-ENTRIES-LISTED.
021100 2100-EXIT.
021200     EXIT.
021300
021400*****************************************************************
021500*    8000-TERMINATE  -  STATE THE VALUE IN EFFECT ON THE DATE    *
021600*****************************************************************
021700 8000-TERMINATE.
021800     MOVE SPACES TO INR-REPORT-LINE.
021900     WRITE INR-REPORT-LINE.
022000     MOVE SPACES TO INR-REPORT-LINE.
022100     MOVE 'CHANGES LISTED.......' TO INR-REPORT-LINE(1:25).
022200     MOVE WS-ENTRIES-LISTED TO WS-EDIT-COUNT.
022300     MOVE WS-EDIT-COUNT TO INR-REPORT-LINE(27:7).
022400     WRITE INR-REPORT-LINE.
022500     MOVE SPACES TO INR-REPORT-LINE.
022600     WRITE INR-REPORT-LINE.
022700     PERFORM 8100-WRITE-ANSWER THRU 8100-EXIT.
022800     CLOSE TABLE-CHANGE-LOG.
022900     CLOSE INQUIRY-REPORT.
023000     DISPLAY 'TBLINQ - LOG RECORDS SCANNED = '
023100         WS-RECORDS-READ.
023200     DISPLAY 'TBLINQ - CHANGES LISTED      = '
023300         WS-ENTRIES-LISTED.
023400 8000-EXIT.
023500     EXIT.
023600
023700 8100-WRITE-ANSWER.
023800     MOVE SPACES TO INR-REPORT-LINE.
023900     MOVE 'IN EFFECT AT END OF' TO INR-REPORT-LINE(1:19).
024000     MOVE WS-INQ-AS-OF-DATE TO INR-REPORT-LINE(21:8).
024100     WRITE INR-REPORT-LINE.
024200     MOVE SPACES TO INR-REPORT-LINE.
024300     IF NOT WS-AS-OF-FOUND AND NOT WS-LATER-FOUND
024400         MOVE 'NO LOGGED CHANGES - THE CURRENT TABLE ENTRY'
024500             TO INR-REPORT-LINE(1:43)
024600         MOVE ' APPLIED THROUGHOUT' TO INR-REPORT-LINE(44:19)
024700         WRITE INR-REPORT-LINE
024800         GO TO 8100-EXIT.
024900     IF WS-AS-OF-FOUND
025000         MOVE WS-AS-OF-IMAGE TO WS-ANSWER-IMAGE
025100     ELSE
025200         MOVE WS-LATER-BEFORE-IMAGE TO WS-ANSWER-IMAGE
025300     END-IF.
025400     IF WS-ANSWER-IMAGE = SPACES
025500         MOVE 'NOT ON FILE ON THAT DATE'
025600             TO INR-REPORT-LINE(1:24)
025700         WRITE INR-REPORT-LINE
025800         GO TO 8100-EXIT.
025900     MOVE WS-ANSWER-IMAGE TO INR-REPORT-LINE.
026000     WRITE INR-REPORT-LINE.
026100     MOVE SPACES TO INR-REPORT-LINE.
026200     EVALUATE WS-INQ-TABLE-ID
026300         WHEN 'PGM'
026400             MOVE 'ATTENDANCE' TO INR-REPORT-LINE(1:10)
026500             MOVE WS-ANS-PGM-ATTENDANCE TO INR-REPORT-LINE(12:3)
026600             MOVE 'GPA' TO INR-REPORT-LINE(17:3)
026700             MOVE WS-ANS-PGM-GPA TO INR-REPORT-LINE(21:3)
026800             MOVE 'CREDIT' TO INR-REPORT-LINE(26:6)
026900             MOVE WS-ANS-PGM-CREDIT TO INR-REPORT-LINE(33:3)
027000             WRITE INR-REPORT-LINE
027100         WHEN 'WVR'
027200             MOVE 'WINDOW' TO INR-REPORT-LINE(1:6)
027300             MOVE WS-ANS-WVR-WINDOW TO INR-REPORT-LINE(8:1)
027400             MOVE 'EFFECTIVE' TO INR-REPORT-LINE(11:9)
027500             MOVE WS-ANS-WVR-EFF-DATE TO INR-REPORT-LINE(21:8)
027600             MOVE 'EXPIRES' TO INR-REPORT-LINE(31:7)
027700             MOVE WS-ANS-WVR-EXP-DATE TO INR-REPORT-LINE(39:8)
027800             WRITE INR-REPORT-LINE
027900     END-EVALUATE.
028000 8100-EXIT.
028100     EXIT.
