000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NTFSTAT.
000300 AUTHOR. J R TATE.
000400 INSTALLATION. REGISTRARS OFFICE - STUDENT SYSTEMS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                                *
000900*    PROGRAM       NTFSTAT                                       *
001000*    PURPOSE        NIGHTLY POSTING OF THE MESSAGING VENDOR'S    *
001100*                   DELIVERY-STATUS RETURN FOR THE EMAIL AND     *
001200*                   TEXT NOTICES STULETTR SENT.  EACH RESULT IS  *
001300*                   POSTED TO THE NOTICE'S RECORD ON THE NOTICE  *
001400*                   HISTORY (NTFHIST), WHERE AUDINQ SHOWS IT.    *
001500*                   BOUNCED AND UNDELIVERED NOTICES GO ON THE    *
001600*                   EXCEPTION LIST FOR FOLLOW-UP.  A HARD        *
001700*                   BOUNCE ALSO MARKS THE EMAIL OR MOBILE ON     *
001800*                   THE CONTACT FILE, IF IT IS STILL THE ONE     *
001900*                   SENT TO, SO LATER NOTICES FALL BACK TO       *
002000*                   ANOTHER CHANNEL OR PRINT.  AFTER THE RETURN  *
002100*                   IS POSTED THE HISTORY IS SWEPT FOR NOTICES   *
002200*                   STILL WAITING ON THE VENDOR PAST THE WAIT    *
002300*                   DAYS (NTFCTL CARD, DEFAULT 3); THOSE ARE     *
002400*                   MARKED NORETURN AND LISTED ONCE.  RESULTS    *
002500*                   FOR UNKNOWN OR PRINTED NOTICES, BAD STATUS   *
002600*                   CODES, AND A TRAILER COUNT THAT DOES NOT     *
002700*                   TIE ARE LISTED TOO.                          *
002800*                                                                *
002900*    MODIFICATION HISTORY                                        *
003000*    ----------------------------------------------------------- *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    10/15/26   JRT   ORIGINAL                                   *
003300*                                                                *
003400*****************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT STATUS-CONTROL-FILE ASSIGN TO NTFCTL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-NTFCTL-STATUS.
004500     SELECT VENDOR-RETURN-FILE ASSIGN TO NTFRTN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-NTFRTN-STATUS.
004800     SELECT NOTICE-HISTORY ASSIGN TO NTFHIST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS NTH-NOTICE-ID
005200         FILE STATUS IS WS-NTFHIST-STATUS.
005300     SELECT CONTACT-FILE ASSIGN TO CNTFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CNT-STUDENT-ID
005700         FILE STATUS IS WS-CNTFILE-STATUS.
005800     SELECT EXCEPTION-REPORT ASSIGN TO NTFEXCP
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-NTFEXCP-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  STATUS-CONTROL-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY NSCREC.
006700
006800 FD  VENDOR-RETURN-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY NTRREC.
007100
007200 FD  NOTICE-HISTORY
007300     LABEL RECORDS ARE STANDARD.
007400     COPY NTHREC.
007500
007600 FD  CONTACT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY CNTREC.
007900
008000 FD  EXCEPTION-REPORT
008100     LABEL RECORDS ARE STANDARD.
008200 01  NXR-REPORT-LINE                      PIC X(80).
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-FILE-STATUSES.
008600     05  WS-NTFCTL-STATUS             PIC X(02) VALUE SPACES.
008700         88  WS-NTFCTL-OK             VALUE '00'.
008800     05  WS-NTFRTN-STATUS             PIC X(02) VALUE SPACES.
008900         88  WS-NTFRTN-OK             VALUE '00'.
009000         88  WS-NTFRTN-EOF            VALUE '10'.
009100     05  WS-NTFHIST-STATUS            PIC X(02) VALUE SPACES.
009200         88  WS-NTFHIST-OK            VALUE '00'.
009300         88  WS-NTFHIST-EOF           VALUE '10'.
009400     05  WS-CNTFILE-STATUS            PIC X(02) VALUE SPACES.
009500         88  WS-CNTFILE-OK            VALUE '00'.
009600     05  WS-NTFEXCP-STATUS            PIC X(02) VALUE SPACES.
009700         88  WS-NTFEXCP-OK            VALUE '00'.
009800
009900 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
010000 77  WS-TODAY-DAY-NUMBER              PIC 9(07) VALUE ZERO.
010100 77  WS-WAIT-DAYS                     PIC 9(03) VALUE 3.
010200 77  WS-DAYS-WAITED                   PIC S9(07) VALUE ZERO.
010300 77  WS-TRAILER-SWITCH                PIC X(01) VALUE 'N'.
010400     88  WS-TRAILER-SEEN              VALUE 'Y'.
010500 77  WS-TRAILER-COUNT                 PIC 9(07) VALUE ZERO.
010600 77  WS-EXCEPTION-REASON              PIC X(08) VALUE SPACES.
010700 77  WS-CONTACT-MARKED-SWITCH         PIC X(01) VALUE 'N'.
010800     88  WS-CONTACT-MARKED            VALUE 'Y'.
010900 77  WS-RECORDS-READ                  PIC 9(07) VALUE ZERO.
011000 77  WS-DETAILS-READ                  PIC 9(07) VALUE ZERO.
011100 77  WS-DELIVERED-POSTED              PIC 9(07) VALUE ZERO.
011200 77  WS-BOUNCED-POSTED                PIC 9(07) VALUE ZERO.
011300 77  WS-UNDELIVERED-POSTED            PIC 9(07) VALUE ZERO.
011400 77  WS-STALE-SKIPPED                 PIC 9(07) VALUE ZERO.
011500 77  WS-RETURNS-REJECTED              PIC 9(07) VALUE ZERO.
011600 77  WS-CONTACTS-MARKED               PIC 9(07) VALUE ZERO.
011700 77  WS-HISTORY-SWEPT                 PIC 9(07) VALUE ZERO.
011800 77  WS-NO-RETURN-MARKED              PIC 9(07) VALUE ZERO.
011900 77  WS-EXCEPTIONS-LISTED             PIC 9(07) VALUE ZERO.
012000 77  WS-COUNT-BREAK-SWITCH            PIC X(01) VALUE 'N'.
012100     88  WS-COUNT-BREAK               VALUE 'Y'.
012200 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
012300 77  WS-EDIT-DAYS                     PIC ZZ9.
012400
012500*    DAY-NUMBER WORK AREA FOR 7000 - DAYS SINCE A FIXED EPOCH,
012600*    GOOD FOR SUBTRACTING ONE YYYYMMDD FROM ANOTHER.
012700 01  WS-DN-DATE.
012800     05  WS-DN-YEAR                   PIC 9(04).
012900     05  WS-DN-MONTH                  PIC 9(02).
013000     05  WS-DN-DAY                    PIC 9(02).
013100 77  WS-DN-RESULT                     PIC 9(07) VALUE ZERO.
013200 77  WS-DN-WORK-YEAR                  PIC 9(04) VALUE ZERO.
013300 77  WS-DN-WORK-MONTH                 PIC 9(02) VALUE ZERO.
013400 77  WS-DN-QUOTIENT-4                 PIC 9(04) VALUE ZERO.
013500 77  WS-DN-QUOTIENT-100               PIC 9(04) VALUE ZERO.
013600 77  WS-DN-QUOTIENT-400               PIC 9(04) VALUE ZERO.
013700 77  WS-DN-MONTH-DAYS                 PIC 9(04) VALUE ZERO.
013800 77  WS-DN-MONTH-WORK                 PIC 9(04) VALUE ZERO.
013900
014000 01  WS-NXR-HEADING-LINE              PIC X(50) VALUE
014100     'NTFSTAT NOTICE DELIVERY EXCEPTIONS'.
014200
014300 PROCEDURE DIVISION.
014400
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     PERFORM 2000-READ-ONE-RETURN THRU 2000-EXIT
014800         UNTIL WS-NTFRTN-EOF.
014900     PERFORM 3000-SWEEP-NO-RETURNS THRU 3000-EXIT.
015000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015100     IF WS-COUNT-BREAK
015200         MOVE 0008 TO RETURN-CODE
015300     ELSE
015400         IF WS-EXCEPTIONS-LISTED > ZERO
015500             MOVE 0004 TO RETURN-CODE
015600         ELSE
015700             MOVE 0000 TO RETURN-CODE
015800         END-IF
015900     END-IF.
016000     STOP RUN.
016100
016200*****************************************************************
016300*    1000-INITIALIZE  -  CONTROL CARD, OPEN FILES, HEADINGS      *
016400*****************************************************************
016500 1000-INITIALIZE.
016600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016700     MOVE WS-CURRENT-DATE TO WS-DN-DATE.
016800     PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT.
016900     MOVE WS-DN-RESULT TO WS-TODAY-DAY-NUMBER.
017000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
017100     OPEN INPUT VENDOR-RETURN-FILE.
017200     IF NOT WS-NTFRTN-OK
017300         DISPLAY 'NTFSTAT - NTFRTN OPEN FAILED, STATUS = '
017400             WS-NTFRTN-STATUS
017500         MOVE 0016 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800     OPEN I-O NOTICE-HISTORY.
017900     IF NOT WS-NTFHIST-OK
018000         DISPLAY 'NTFSTAT - NTFHIST OPEN FAILED, STATUS = '
018100             WS-NTFHIST-STATUS
018200         MOVE 0016 TO RETURN-CODE
018300         STOP RUN
018400     END-IF.
018500     OPEN I-O CONTACT-FILE.
018600     IF NOT WS-CNTFILE-OK
018700         DISPLAY 'NTFSTAT - CNTFILE OPEN FAILED, STATUS = '
018800             WS-CNTFILE-STATUS
018900         MOVE 0016 TO RETURN-CODE
019000         STOP RUN
019100     END-IF.
019200     OPEN OUTPUT EXCEPTION-REPORT.
019300     IF NOT WS-NTFEXCP-OK
019400         DISPLAY 'NTFSTAT - NTFEXCP OPEN FAILED, STATUS = '
019500             WS-NTFEXCP-STATUS
019600         MOVE 0016 TO RETURN-CODE
019700         STOP RUN
019800     END-IF.
019900     MOVE SPACES TO NXR-REPORT-LINE.
020000     MOVE WS-NXR-HEADING-LINE TO NXR-REPORT-LINE(1:50).
020100     MOVE 'AS OF' TO NXR-REPORT-LINE(52:5).
020200     MOVE WS-CURRENT-DATE TO NXR-REPORT-LINE(58:8).
020300     WRITE NXR-REPORT-LINE.
020400     MOVE SPACES TO NXR-REPORT-LINE.
020500     WRITE NXR-REPORT-LINE.
020600     MOVE SPACES TO NXR-REPORT-LINE.
020700     MOVE 'STUDENT' TO NXR-REPORT-LINE(1:7).
020800     MOVE 'NOTICE' TO NXR-REPORT-LINE(11:6).
020900     MOVE 'SEQ' TO NXR-REPORT-LINE(20:3).
021000     MOVE 'CH' TO NXR-REPORT-LINE(26:2).
021100     MOVE 'RESULT' TO NXR-REPORT-LINE(29:6).
021200     MOVE 'AS OF' TO NXR-REPORT-LINE(38:5).
021300     MOVE 'OUTCOME' TO NXR-REPORT-LINE(47:7).
021400     MOVE 'REASON' TO NXR-REPORT-LINE(56:6).
021500     WRITE NXR-REPORT-LINE.
021600     MOVE SPACES TO NXR-REPORT-LINE.
021700     WRITE NXR-REPORT-LINE.
021800 1000-EXIT.
021900     EXIT.
022000
022100*    NTFCTL IS DD DUMMY ON AN ORDINARY NIGHT - NO CARD MEANS THE
022200*    STANDARD 3-DAY WAIT.
022300 1100-READ-CONTROL-CARD.
022400     OPEN INPUT STATUS-CONTROL-FILE.
022500     IF NOT WS-NTFCTL-OK
022600         GO TO 1100-EXIT.
022700     READ STATUS-CONTROL-FILE
022800         AT END
022900             CONTINUE
023000         NOT AT END
023100             IF NSC-WAIT-DAYS NUMERIC
023200                     AND NSC-WAIT-DAYS > ZERO
023300                 MOVE NSC-WAIT-DAYS TO WS-WAIT-DAYS
023400             END-IF
023500     END-READ.
023600     CLOSE STATUS-CONTROL-FILE.
023700 1100-EXIT.
023800     EXIT.
023900
024000*****************************************************************
024100*    2000-READ-ONE-RETURN  -  THE HEADER IS PASSED OVER, THE     *
024200*    TRAILER'S COUNT IS KEPT FOR 8000, EACH DETAIL IS POSTED.    *
024300*****************************************************************
024400 2000-READ-ONE-RETURN.
024500     READ VENDOR-RETURN-FILE
024600         AT END
024700             MOVE '10' TO WS-NTFRTN-STATUS
024800             GO TO 2000-EXIT
024900     END-READ.
025000     ADD 1 TO WS-RECORDS-READ.
025100     EVALUATE TRUE
025200         WHEN NTR-HEADER
025300             CONTINUE
025400         WHEN NTR-TRAILER
025500             MOVE 'Y' TO WS-TRAILER-SWITCH
025600             MOVE NTR-TRL-DETAIL-COUNT TO WS-TRAILER-COUNT
025700         WHEN NTR-DETAIL
025800             ADD 1 TO WS-DETAILS-READ
025900             PERFORM 2100-POST-ONE-RESULT THRU 2100-EXIT
026000         WHEN OTHER
026100             MOVE 'BADREC' TO WS-EXCEPTION-REASON
026200             PERFORM 2900-LIST-REJECTED-RETURN THRU 2900-EXIT
026300     END-EVALUATE.
026400 2000-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800*    2100-POST-ONE-RESULT  -  A RESULT ONLY REPLACES AN EARLIER  *
026900*    ONE - A LATE-ARRIVING OLDER RESULT FOR A NOTICE ALREADY     *
027000*    RESOLVED IS COUNTED AND SKIPPED.  A RESULT FOR A NOTICE     *
027100*    MARKED NORETURN IS ALWAYS TAKEN.                            *
027200*****************************************************************
027300 2100-POST-ONE-RESULT.
027400     IF NOT NTR-STATUS-VALID
027500             OR NTR-STATUS-DATE NOT NUMERIC
027600         MOVE 'BADSTAT' TO WS-EXCEPTION-REASON
027700         PERFORM 2900-LIST-REJECTED-RETURN THRU 2900-EXIT
027800         GO TO 2100-EXIT.
027900     MOVE NTR-NOTICE-ID TO NTH-NOTICE-ID.
028000     READ NOTICE-HISTORY
028100         INVALID KEY
028200             MOVE 'UNKNOWN' TO WS-EXCEPTION-REASON
028300             PERFORM 2900-LIST-REJECTED-RETURN THRU 2900-EXIT
028400             GO TO 2100-EXIT
028500     END-READ.
028600     IF NTH-PRINTED
028700         MOVE 'PRINTED' TO WS-EXCEPTION-REASON
028800         PERFORM 2900-LIST-REJECTED-RETURN THRU 2900-EXIT
028900         GO TO 2100-EXIT.
029000     IF NOT NTH-AWAITING-RETURN
029100             AND NOT NTH-NO-RETURN
029200             AND NTR-STATUS-DATE < NTH-STATUS-DATE
029300         ADD 1 TO WS-STALE-SKIPPED
029400         GO TO 2100-EXIT.
029500     MOVE NTR-STATUS-CODE TO NTH-DELIVERY-STATUS.
029600     MOVE NTR-STATUS-DATE TO NTH-STATUS-DATE.
029700     MOVE NTR-VENDOR-REASON TO NTH-VENDOR-REASON.
029800     REWRITE NTH-NOTICE-HISTORY-RECORD
029900         INVALID KEY
030000             DISPLAY 'NTFSTAT - NTFHIST REWRITE FAILED, STATUS = '
030100                 WS-NTFHIST-STATUS
030200             MOVE 0016 TO RETURN-CODE
030300             STOP RUN
030400     END-REWRITE.
030500     MOVE 'N' TO WS-CONTACT-MARKED-SWITCH.
030600     EVALUATE TRUE
030700         WHEN NTH-DELIVERED
030800             ADD 1 TO WS-DELIVERED-POSTED
030900         WHEN NTH-BOUNCED
031000             ADD 1 TO WS-BOUNCED-POSTED
031100             PERFORM 2200-MARK-CONTACT-BOUNCED THRU 2200-EXIT
031200             PERFORM 2800-LIST-NOTICE THRU 2800-EXIT
031300         WHEN NTH-UNDELIVERED
031400             ADD 1 TO WS-UNDELIVERED-POSTED
031500             PERFORM 2800-LIST-NOTICE THRU 2800-EXIT
031600     END-EVALUATE.
031700 2100-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100*    2200-MARK-CONTACT-BOUNCED  -  ONLY IF THE CONTACT STILL     *
032200*    CARRIES THE ADDRESS THE NOTICE WENT TO; ONE CHANGED SINCE   *
032300*    HAS NOT BEEN TRIED YET AND IS LEFT ALONE.                   *
032400*****************************************************************
032500 2200-MARK-CONTACT-BOUNCED.
032600     MOVE NTH-STUDENT-ID TO CNT-STUDENT-ID.
032700     READ CONTACT-FILE
032800         INVALID KEY
032900             GO TO 2200-EXIT
033000     END-READ.
033100     IF NTH-SENT-BY-EMAIL
033200             AND CNT-EMAIL-ADDRESS = NTH-SENT-ADDRESS
033300             AND NOT CNT-EMAIL-BOUNCED
033400         MOVE 'B' TO CNT-EMAIL-STATUS
033500         MOVE 'Y' TO WS-CONTACT-MARKED-SWITCH
033600     END-IF.
033700     IF NTH-SENT-BY-TEXT
033800             AND CNT-MOBILE-NUMBER = NTH-SENT-ADDRESS
033900             AND NOT CNT-MOBILE-BOUNCED
034000         MOVE 'B' TO CNT-MOBILE-STATUS
034100         MOVE 'Y' TO WS-CONTACT-MARKED-SWITCH
034200     END-IF.
034300     IF NOT WS-CONTACT-MARKED
034400         GO TO 2200-EXIT.
034500     REWRITE CNT-STUDENT-CONTACT-RECORD
034600         INVALID KEY
034700             MOVE 'N' TO WS-CONTACT-MARKED-SWITCH
034800             GO TO 2200-EXIT
034900     END-REWRITE.
035000     ADD 1 TO WS-CONTACTS-MARKED.
035100 2200-EXIT.
035200     EXIT.
035300
035400*    ONE EXCEPTION ENTRY FOR A NOTICE ON THE HISTORY - THE
035500*    RESULT LINE, WHERE IT WENT, AND THE VENDOR'S REASON.
035600 2800-LIST-NOTICE.
035700     MOVE SPACES TO NXR-REPORT-LINE.
035800     MOVE NTH-STUDENT-ID TO NXR-REPORT-LINE(1:9).
035900     MOVE NTH-NOTICE-DATE TO NXR-REPORT-LINE(11:8).
036000     MOVE NTH-NOTICE-SEQ TO NXR-REPORT-LINE(20:5).
036100     MOVE NTH-CHANNEL TO NXR-REPORT-LINE(26:1).
036200     MOVE NTH-DELIVERY-STATUS TO NXR-REPORT-LINE(29:8).
036300     MOVE NTH-STATUS-DATE TO NXR-REPORT-LINE(38:8).
036400     MOVE NTH-OUTCOME-CODE TO NXR-REPORT-LINE(47:8).
036500     IF WS-CONTACT-MARKED
036600         MOVE 'CONTACT MARKED' TO NXR-REPORT-LINE(56:14)
036700     END-IF.
036800     WRITE NXR-REPORT-LINE.
036900     MOVE SPACES TO NXR-REPORT-LINE.
037000     MOVE 'TO' TO NXR-REPORT-LINE(11:2).
037100     MOVE NTH-SENT-ADDRESS TO NXR-REPORT-LINE(14:60).
037200     WRITE NXR-REPORT-LINE.
037300     IF NTH-VENDOR-REASON NOT = SPACES
037400         MOVE SPACES TO NXR-REPORT-LINE
037500         MOVE 'VENDOR' TO NXR-REPORT-LINE(11:6)
037600         MOVE NTH-VENDOR-REASON TO NXR-REPORT-LINE(18:40)
037700         WRITE NXR-REPORT-LINE
037800     END-IF.
037900     ADD 1 TO WS-EXCEPTIONS-LISTED.
038000 2800-EXIT.
038100     EXIT.
038200
038300*    A RETURN RECORD THAT COULD NOT BE POSTED, WITH THE REASON
038400*    IN WS-EXCEPTION-REASON.
038500 2900-LIST-REJECTED-RETURN.
038600     MOVE SPACES TO NXR-REPORT-LINE.
038700     MOVE NTR-NOTICE-ID (1:9) TO NXR-REPORT-LINE(1:9).
038800     MOVE NTR-NOTICE-ID (10:8) TO NXR-REPORT-LINE(11:8).
038900     MOVE NTR-NOTICE-ID (18:5) TO NXR-REPORT-LINE(20:5).
039000     MOVE NTR-CHANNEL TO NXR-REPORT-LINE(26:1).
039100     MOVE NTR-STATUS-CODE TO NXR-REPORT-LINE(29:8).
039200     MOVE NTR-STATUS-DATE TO NXR-REPORT-LINE(38:8).
039300     MOVE 'REJECTED' TO NXR-REPORT-LINE(47:8).
039400     MOVE WS-EXCEPTION-REASON TO NXR-REPORT-LINE(56:8).
039500     WRITE NXR-REPORT-LINE.
039600     ADD 1 TO WS-RETURNS-REJECTED.
039700     ADD 1 TO WS-EXCEPTIONS-LISTED.
039800 2900-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200*    3000-SWEEP-NO-RETURNS  -  READ THE WHOLE HISTORY FOR        *
040300*    NOTICES STILL 'SENT' MORE THAN THE WAIT DAYS AGO.  EACH IS  *
040400*    MARKED NORETURN, SO IT IS LISTED THE ONE NIGHT ONLY; A      *
040500*    RESULT ARRIVING LATER STILL POSTS OVER IT.                  *
040600*****************************************************************
040700 3000-SWEEP-NO-RETURNS.
040800     MOVE LOW-VALUES TO NTH-NOTICE-ID.
040900     START NOTICE-HISTORY KEY IS NOT LESS THAN NTH-NOTICE-ID
041000         INVALID KEY
041100             GO TO 3000-EXIT
041200     END-START.
041300     PERFORM 3100-SWEEP-ONE-NOTICE THRU 3100-EXIT
041400         UNTIL WS-NTFHIST-EOF.
041500 3000-EXIT.
041600     EXIT.
041700
041800 3100-SWEEP-ONE-NOTICE.
041900     READ NOTICE-HISTORY NEXT RECORD
042000         AT END
042100             MOVE '10' TO WS-NTFHIST-STATUS
042200             GO TO 3100-EXIT
042300     END-READ.
042400     ADD 1 TO WS-HISTORY-SWEPT.
042500     IF NOT NTH-AWAITING-RETURN
042600         GO TO 3100-EXIT.
042700     MOVE NTH-STATUS-DATE TO WS-DN-DATE.
042800     PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT.
042900     COMPUTE WS-DAYS-WAITED = WS-TODAY-DAY-NUMBER - WS-DN-RESULT.
043000     IF WS-DAYS-WAITED NOT > WS-WAIT-DAYS
043100         GO TO 3100-EXIT.
043200     MOVE 'NORETURN' TO NTH-DELIVERY-STATUS.
043300     MOVE WS-CURRENT-DATE TO NTH-STATUS-DATE.
043400     MOVE 'NO DELIVERY RESULT FROM VENDOR'
043500         TO NTH-VENDOR-REASON.
043600     REWRITE NTH-NOTICE-HISTORY-RECORD
043700         INVALID KEY
043800             DISPLAY 'NTFSTAT - NTFHIST REWRITE FAILED, STATUS = '
043900                 WS-NTFHIST-STATUS
044000             MOVE 0016 TO RETURN-CODE
044100             STOP RUN
044200     END-REWRITE.
044300     ADD 1 TO WS-NO-RETURN-MARKED.
044400     MOVE 'N' TO WS-CONTACT-MARKED-SWITCH.
044500     PERFORM 2800-LIST-NOTICE THRU 2800-EXIT.
044600 3100-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000*    7000-COMPUTE-DAY-NUMBER  -  WS-DN-DATE (YYYYMMDD) TO A      *
045100*    DAY COUNT IN WS-DN-RESULT.  THE YEAR IS TAKEN TO START IN   *
045200*    MARCH SO FEBRUARY'S LEAP DAY FALLS AT THE END; 153 DAYS     *
045300*    PER FIVE MONTHS FROM MARCH GIVES THE MONTH OFFSET.  ALL     *
045400*    DIVISIONS ARE WHOLE-NUMBER.                                 *
045500*****************************************************************
045600 7000-COMPUTE-DAY-NUMBER.
045700     MOVE WS-DN-YEAR TO WS-DN-WORK-YEAR.
045800     MOVE WS-DN-MONTH TO WS-DN-WORK-MONTH.
045900     IF WS-DN-WORK-MONTH < 03
046000         SUBTRACT 1 FROM WS-DN-WORK-YEAR
046100         ADD 12 TO WS-DN-WORK-MONTH
046200     END-IF.
046300     DIVIDE WS-DN-WORK-YEAR BY 4 GIVING WS-DN-QUOTIENT-4.
046400     DIVIDE WS-DN-WORK-YEAR BY 100 GIVING WS-DN-QUOTIENT-100.
046500     DIVIDE WS-DN-WORK-YEAR BY 400 GIVING WS-DN-QUOTIENT-400.
046600     COMPUTE WS-DN-MONTH-WORK = 153 * (WS-DN-WORK-MONTH - 3) + 2.
046700     DIVIDE WS-DN-MONTH-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
046800     COMPUTE WS-DN-RESULT = 365 * WS-DN-WORK-YEAR
046900         + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
047000         + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS + WS-DN-DAY.
047100 7000-EXIT.
047200     EXIT.
047300
047400*****************************************************************
047500*    8000-TERMINATE  -  TRAILER CHECK, SUMMARY COUNTS, CLOSE.    *
047600*    A FILE WITH ANY RECORDS MUST END IN A TRAILER WHOSE COUNT   *
047700*    TIES TO THE DETAILS; A DUMMY OR EMPTY FILE IS A NIGHT THE   *
047800*    VENDOR SENT NOTHING.                                        *
047900*****************************************************************
048000 8000-TERMINATE.
048100     IF WS-RECORDS-READ > ZERO
048200         IF NOT WS-TRAILER-SEEN
048300                 OR WS-TRAILER-COUNT NOT = WS-DETAILS-READ
048400             MOVE 'Y' TO WS-COUNT-BREAK-SWITCH
048500         END-IF
048600     END-IF.
048700     MOVE SPACES TO NXR-REPORT-LINE.
048800     WRITE NXR-REPORT-LINE.
048900     IF WS-COUNT-BREAK
049000         MOVE SPACES TO NXR-REPORT-LINE
049100         MOVE '*** RETURN FILE TRAILER MISSING OR OUT OF BALANCE'
049200             TO NXR-REPORT-LINE(1:49)
049300         WRITE NXR-REPORT-LINE
049400         MOVE SPACES TO NXR-REPORT-LINE
049500         MOVE 'TRAILER COUNT........' TO NXR-REPORT-LINE(1:25)
049600         MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT
049700         MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7)
049800         WRITE NXR-REPORT-LINE
049900         DISPLAY 'NTFSTAT - RETURN TRAILER MISSING OR OUT OF '
050000             'BALANCE, DETAILS = ' WS-DETAILS-READ
050100             ', TRAILER = ' WS-TRAILER-COUNT
050200     END-IF.
050300     MOVE SPACES TO NXR-REPORT-LINE.
050400     MOVE 'RETURN DETAILS READ..' TO NXR-REPORT-LINE(1:25).
050500     MOVE WS-DETAILS-READ TO WS-EDIT-COUNT.
050600     MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7).
050700     WRITE NXR-REPORT-LINE.
050800     MOVE SPACES TO NXR-REPORT-LINE.
050900     MOVE 'DELIVERED............' TO NXR-REPORT-LINE(1:25).
051000     MOVE WS-DELIVERED-POSTED TO WS-EDIT-COUNT.
051100     MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7).
051200     WRITE NXR-REPORT-LINE.
051300     MOVE SPACES TO NXR-REPORT-LINE.
051400     MOVE 'BOUNCED..............' TO NXR-REPORT-LINE(1:25).
051500     MOVE WS-BOUNCED-POSTED TO WS-EDIT-COUNT.
051600     MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7).
051700     WRITE NXR-REPORT-LINE.
051800     MOVE SPACES TO NXR-REPORT-LINE.
051900     MOVE 'UNDELIVERED..........' TO NXR-REPORT-LINE(1:25).
052000     MOVE WS-UNDELIVERED-POSTED TO WS-EDIT-COUNT.
052100     MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7).
052200     WRITE NXR-REPORT-LINE.
052300     MOVE SPACES TO NXR-REPORT-LINE.
052400     MOVE 'OLDER RESULT SKIPPED.' TO NXR-REPORT-LINE(1:25).
052500     MOVE WS-STALE-SKIPPED TO WS-EDIT-COUNT.
052600     MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7).
052700     WRITE NXR-REPORT-LINE.
052800     MOVE SPACES TO NXR-REPORT-LINE.
052900     MOVE 'RETURNS REJECTED.....' TO NXR-REPORT-LINE(1:25).
053000     MOVE WS-RETURNS-REJECTED TO WS-EDIT-COUNT.
053100     MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7).
053200     WRITE NXR-REPORT-LINE.
053300     MOVE SPACES TO NXR-REPORT-LINE.
053400     MOVE 'CONTACTS MARKED......' TO NXR-REPORT-LINE(1:25).
053500     MOVE WS-CONTACTS-MARKED TO WS-EDIT-COUNT.
053600     MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7).
053700     WRITE NXR-REPORT-LINE.
053800     MOVE SPACES TO NXR-REPORT-LINE.
053900     MOVE 'NO RETURN AFTER DAYS.' TO NXR-REPORT-LINE(1:25).
054000     MOVE WS-NO-RETURN-MARKED TO WS-EDIT-COUNT.
054100     MOVE WS-EDIT-COUNT TO NXR-REPORT-LINE(27:7).
054200     MOVE WS-WAIT-DAYS TO WS-EDIT-DAYS.
054300     MOVE '(WAIT' TO NXR-REPORT-LINE(36:5).
054400     MOVE WS-EDIT-DAYS TO NXR-REPORT-LINE(42:3).
054500     MOVE 'DAYS)' TO NXR-REPORT-LINE(46:5).
054600     WRITE NXR-REPORT-LINE.
054700     CLOSE VENDOR-RETURN-FILE.
054800     CLOSE NOTICE-HISTORY.
054900     CLOSE CONTACT-FILE.
055000     CLOSE EXCEPTION-REPORT.
055100     DISPLAY 'NTFSTAT - RETURN RECORDS READ    = '
055200         WS-RECORDS-READ.
055300     DISPLAY 'NTFSTAT - DELIVERED POSTED       = '
055400         WS-DELIVERED-POSTED.
055500     DISPLAY 'NTFSTAT - BOUNCED POSTED         = '
055600         WS-BOUNCED-POSTED.
055700     DISPLAY 'NTFSTAT - UNDELIVERED POSTED     = '
055800         WS-UNDELIVERED-POSTED.
055900     DISPLAY 'NTFSTAT - RETURNS REJECTED       = '
056000         WS-RETURNS-REJECTED.
056100     DISPLAY 'NTFSTAT - CONTACTS MARKED        = '
056200         WS-CONTACTS-MARKED.
056300     DISPLAY 'NTFSTAT - HISTORY RECORDS SWEPT  = '
056400         WS-HISTORY-SWEPT.
056500     DISPLAY 'NTFSTAT - NO RETURN MARKED       = '
056600         WS-NO-RETURN-MARKED.
056700 8000-EXIT.
056800     EXIT.
