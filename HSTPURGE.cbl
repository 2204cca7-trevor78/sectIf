000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HSTPURGE.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       HSTPURGE                                      *
001000*    PURPOSE        EDITED PURGE OF ORPHANED OUTCOME-HISTORY     *
001100*                   ROWS.  HISTPOST ONLY EVER ADDS TO OUTHIST,   *
001200*                   SO HISTORY FOR A STUDENT STUMAINT DELETED    *
001300*                   OR STUARCH ARCHIVED STAYS ON FILE FOREVER.   *
001400*                   EACH PURGE TRANSACTION (HPGREC - WRITTEN BY  *
001500*                   XFRECON OR KEYED BY HAND) IS EDITED -        *
001600*                   TRANS-CODE, STUDENT ID PRESENT, STUDENT      *
001700*                   NOT ON STUDENT-MASTER AT THE TIME OF THE     *
001800*                   RUN, HISTORY ROW ON FILE - AND ONLY THEN     *
001900*                   IS THE ROW DELETED.  A STUDENT RE-ADDED      *
002000*                   SINCE THE RECONCILIATION IS REFUSED, NOT     *
002100*                   PURGED.  EVERY PURGED ROW IS PRINTED IN      *
002200*                   FULL AS THE RECORD OF WHAT WAS REMOVED.      *
002300*                   A REFUSED PURGE IS NOT RECYCLED - THE NEXT   *
002400*                   RECONCILIATION RAISES IT AGAIN IF IT IS      *
002500*                   STILL AN ORPHAN.  RC=4 WHEN ANY PURGE IS     *
002600*                   REFUSED.                                     *
002700*                                                                *
002800*    MODIFICATION HISTORY                                        *
002900*    ----------------------------------------------------------- *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    10/15/26   JRT   ORIGINAL                                   *
003200*                                                                *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PURGE-TRANS-FILE ASSIGN TO HPGTRNF
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-HPGTRNF-STATUS.
004400     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS SM-STUDENT-ID
004800         FILE STATUS IS WS-STUDMSTR-STATUS.
004900     SELECT OUTCOME-HISTORY ASSIGN TO OUTHIST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS HST-STUDENT-ID
005300         FILE STATUS IS WS-OUTHIST-STATUS.
005400     SELECT PURGE-REPORT ASSIGN TO HPGRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-HPGRPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PURGE-TRANS-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  PTF-TRANS-RECORD                     PIC X(80).
006300
006400 FD  STUDENT-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600     COPY STUDCREC.
006700
006800 FD  OUTCOME-HISTORY
006900     LABEL RECORDS ARE STANDARD.
007000     COPY HISTREC.
007100
007200 FD  PURGE-REPORT
007300     LABEL RECORDS ARE STANDARD.
007400 01  PRP-REPORT-LINE                      PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-FILE-STATUSES.
007800     05  WS-HPGTRNF-STATUS            PIC X(02) VALUE SPACES.
007900         88  WS-HPGTRNF-OK            VALUE '00'.
008000     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
008100         88  WS-STUDMSTR-OK           VALUE '00'.
008200     05  WS-OUTHIST-STATUS            PIC X(02) VALUE SPACES.
008300         88  WS-OUTHIST-OK            VALUE '00'.
008400     05  WS-HPGRPT-STATUS             PIC X(02) VALUE SPACES.
008500         88  WS-HPGRPT-OK             VALUE '00'.
008600
008700 77  WS-TRANS-EOF-SWITCH              PIC X(01) VALUE 'N'.
008800     88  WS-END-OF-TRANS-FILE         VALUE 'Y'.
008900 77  WS-EDIT-RESULT-SWITCH            PIC X(01) VALUE 'P'.
009000     88  WS-EDIT-PASSED               VALUE 'P'.
009100     88  WS-EDIT-FAILED               VALUE 'F'.
009200 77  WS-REASON-CODE                   PIC X(08) VALUE SPACES.
009300 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
009400 77  WS-TRANS-READ                    PIC 9(05) VALUE ZERO.
009500 77  WS-TRANS-PURGED                  PIC 9(05) VALUE ZERO.
009600 77  WS-TRANS-REFUSED                 PIC 9(05) VALUE ZERO.
009700 77  WS-EDIT-COUNT                    PIC ZZZZ9.
009800
009900 01  WS-PRP-HEADING-LINE              PIC X(50) VALUE
010000     'HSTPURGE OUTCOME-HISTORY PURGE REPORT'.
010100
010200     COPY HPGREC.
010300
010400 PROCEDURE DIVISION.
010500
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010800     PERFORM 2100-PROCESS-ONE-TRANS THRU 2100-EXIT
010900         UNTIL WS-END-OF-TRANS-FILE.
011000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011100     IF WS-TRANS-REFUSED > ZERO
011200         MOVE 0004 TO RETURN-CODE
011300     ELSE
011400         MOVE 0000 TO RETURN-CODE
011500     END-IF.
011600     STOP RUN.
011700
011800*****************************************************************
011900*    1000-INITIALIZE  -  OPEN FILES, WRITE THE REPORT HEADING    *
012000*****************************************************************
012100 1000-INITIALIZE.
012200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
012300     OPEN INPUT PURGE-TRANS-FILE.
012400     IF NOT WS-HPGTRNF-OK
012500         DISPLAY 'HSTPURGE - HPGTRNF OPEN FAILED, STATUS = '
012600             WS-HPGTRNF-STATUS
012700         MOVE 0016 TO RETURN-CODE
012800         STOP RUN
012900     END-IF.
013000     OPEN INPUT STUDENT-MASTER.
013100     IF NOT WS-STUDMSTR-OK
013200         DISPLAY 'HSTPURGE - STUDMSTR OPEN FAILED, STATUS = '
013300             WS-STUDMSTR-STATUS
013400         MOVE 0016 TO RETURN-CODE
013500         STOP RUN
013600     END-IF.
013700     OPEN I-O OUTCOME-HISTORY.
013800     IF NOT WS-OUTHIST-OK
013900         DISPLAY 'HSTPURGE - OUTHIST OPEN FAILED, STATUS = '
014000             WS-OUTHIST-STATUS
014100         MOVE 0016 TO RETURN-CODE
014200         STOP RUN
014300     END-IF.
014400     OPEN OUTPUT PURGE-REPORT.
014500     IF NOT WS-HPGRPT-OK
014600         DISPLAY 'HSTPURGE - HPGRPT OPEN FAILED, STATUS = '
014700             WS-HPGRPT-STATUS
014800         MOVE 0016 TO RETURN-CODE
014900         STOP RUN
015000     END-IF.
015100     MOVE SPACES TO PRP-REPORT-LINE.
015200     MOVE WS-PRP-HEADING-LINE TO PRP-REPORT-LINE.
015300     MOVE 'AS OF' TO PRP-REPORT-LINE(52:5).
015400     MOVE WS-CURRENT-DATE TO PRP-REPORT-LINE(58:8).
015500     WRITE PRP-REPORT-LINE.
015600     MOVE SPACES TO PRP-REPORT-LINE.
015700     WRITE PRP-REPORT-LINE.
015800 1000-EXIT.
015900     EXIT.
016000
016100 2100-PROCESS-ONE-TRANS.
016200     READ PURGE-TRANS-FILE
016300         AT END
016400             MOVE 'Y' TO WS-TRANS-EOF-SWITCH
016500         NOT AT END
016600             ADD 1 TO WS-TRANS-READ
016700             MOVE PTF-TRANS-RECORD TO HPG-PURGE-TRANSACTION
016800             PERFORM 2200-EDIT-AND-PURGE THRU 2200-EXIT
016900     END-READ.
017000 2100-EXIT.
017100     EXIT.
017200
017300*****************************************************************
017400*    2200-EDIT-AND-PURGE  -  RUN THE EDITS, DELETE THE ROW ON A  *
017500*    CLEAN TRANSACTION, REPORT EITHER WAY                        *
017600*****************************************************************
017700 2200-EDIT-AND-PURGE.
017800     MOVE 'P' TO WS-EDIT-RESULT-SWITCH.
017900     MOVE SPACES TO WS-REASON-CODE.
018000     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
018100     IF WS-EDIT-PASSED
018200         PERFORM 2400-PURGE-HISTORY THRU 2400-EXIT
018300     END-IF.
018400     IF WS-EDIT-PASSED
018500         ADD 1 TO WS-TRANS-PURGED
018600     ELSE
018700         ADD 1 TO WS-TRANS-REFUSED
018800     END-IF.
018900     PERFORM 2500-WRITE-REPORT-DETAIL THRU 2500-EXIT.
019000 2200-EXIT.
019100     EXIT.
019200
019300*****************************************************************
019400*    2300-EDIT-TRANSACTION  -  FIRST FAILURE WINS.  THE MASTER   *
019500*    CHECK IS MADE NOW, NOT TRUSTED FROM THE RECONCILIATION -    *
019600*    A STUDENT RE-ADDED IN BETWEEN KEEPS THE HISTORY.            *
019700*****************************************************************
019800 2300-EDIT-TRANSACTION.
019900     IF NOT HPG-PURGE-TRANS
020000         MOVE 'BADCODE' TO WS-REASON-CODE
020100         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
020200         GO TO 2300-EXIT.
020300     IF HPG-STUDENT-ID = SPACES
020400         MOVE 'NOKEY' TO WS-REASON-CODE
020500         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
020600         GO TO 2300-EXIT.
020700     MOVE HPG-STUDENT-ID TO SM-STUDENT-ID.
020800     READ STUDENT-MASTER
020900         INVALID KEY
021000             CONTINUE
021100         NOT INVALID KEY
021200             MOVE 'ONMASTER' TO WS-REASON-CODE
021300             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
021400     END-READ.
021500 2300-EXIT.
021600     EXIT.
021700
021800 2400-PURGE-HISTORY.
021900     MOVE HPG-STUDENT-ID TO HST-STUDENT-ID.
022000     READ OUTCOME-HISTORY
022100         INVALID KEY
022200             MOVE 'NOTFOUND' TO WS-REASON-CODE
022300             MOVE 'F' TO WS-EDIT-RESULT-SWITCH
022400         NOT INVALID KEY
022500             DELETE OUTCOME-HISTORY RECORD
022600                 INVALID KEY
022700                     MOVE 'NOTFOUND' TO WS-REASON-CODE
022800                     MOVE 'F' TO WS-EDIT-RESULT-SWITCH
022900             END-DELETE
023000     END-READ.
023100 2400-EXIT.
023200     EXIT.
023300
023400*    A PURGED ROW IS PRINTED WITH THE OUTCOMES IT CARRIED, SO
023500*    THE REPORT IS THE ONLY RECORD NEEDED OF WHAT WENT.
023600 2500-WRITE-REPORT-DETAIL.
023700     MOVE SPACES TO PRP-REPORT-LINE.
023800     MOVE 'STUDENT' TO PRP-REPORT-LINE(1:7).
023900     MOVE HPG-STUDENT-ID TO PRP-REPORT-LINE(9:9).
024000     IF WS-EDIT-PASSED
024100         MOVE 'PURGED' TO PRP-REPORT-LINE(20:6)
024200         MOVE HPG-REASON-CODE TO PRP-REPORT-LINE(29:8)
024300         MOVE HST-OUTCOME-CODE TO PRP-REPORT-LINE(39:8)
024400         MOVE HST-DECISION-DATE TO PRP-REPORT-LINE(48:8)
024500         MOVE HST-PRIOR-OUTCOME TO PRP-REPORT-LINE(58:8)
024600         MOVE HST-PRIOR-DATE TO PRP-REPORT-LINE(67:8)
024700     ELSE
024800         MOVE 'REFUSED' TO PRP-REPORT-LINE(20:7)
024900         MOVE 'REASON' TO PRP-REPORT-LINE(29:6)
025000         MOVE WS-REASON-CODE TO PRP-REPORT-LINE(36:8)
025100     END-IF.
025200     WRITE PRP-REPORT-LINE.
025300 2500-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700*    8000-TERMINATE  -  REPORT SUMMARY COUNTS, CLOSE FILES       *
025800*****************************************************************
025900 8000-TERMINATE.
026000     MOVE SPACES TO PRP-REPORT-LINE.
026100     WRITE PRP-REPORT-LINE.
026200     MOVE SPACES TO PRP-REPORT-LINE.
026300     MOVE 'TRANSACTIONS READ....' TO PRP-REPORT-LINE(1:25).
026400     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
026500     MOVE WS-EDIT-COUNT TO PRP-REPORT-LINE(27:5).
026600     WRITE PRP-REPORT-LINE.
026700     MOVE SPACES TO PRP-REPORT-LINE.
026800     MOVE 'PURGED FROM OUTHIST..' TO PRP-REPORT-LINE(1:25).
026900     MOVE WS-TRANS-PURGED TO WS-EDIT-COUNT.
027000     MOVE WS-EDIT-COUNT TO PRP-REPORT-LINE(27:5).
027100     WRITE PRP-REPORT-LINE.
027200     MOVE SPACES TO PRP-REPORT-LINE.
027300     MOVE 'REFUSED..............' TO PRP-REPORT-LINE(1:25).
027400     MOVE WS-TRANS-REFUSED TO WS-EDIT-COUNT.
027500     MOVE WS-EDIT-COUNT TO PRP-REPORT-LINE(27:5).
027600     WRITE PRP-REPORT-LINE.
027700     CLOSE PURGE-TRANS-FILE.
027800     CLOSE STUDENT-MASTER.
027900     CLOSE OUTCOME-HISTORY.
028000     CLOSE PURGE-REPORT.
028100     DISPLAY 'HSTPURGE - TRANSACTIONS READ = ' WS-TRANS-READ.
028200     DISPLAY 'HSTPURGE - PURGED            = ' WS-TRANS-PURGED.
028300     DISPLAY 'HSTPURGE - REFUSED           = ' WS-TRANS-REFUSED.
028400 8000-EXIT.
028500     EXIT.
