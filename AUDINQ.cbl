001600*                   CHRONOLOGY READS OLDEST TO NEWEST - INTO     *
001700*                   A FORMATTED CHRONOLOGY FOR GRADE-APPEAL      *
001800*                   HEARINGS AND SIMILAR REQUESTS.               *
001820*                   ENTRIES LOGGED UNDER AN ID SINCE MERGED      *
001840*                   INTO THE INQUIRY ID (STUMERGE CROSS-         *
001860*                   REFERENCE, FOLLOWED THROUGH CHAINS) ARE      *
001880*                   INCLUDED AND MARKED WITH THE ID LOGGED.      *
001882*                   THE NOTICES SENT TO THE STUDENT IN THE       *
001884*                   RANGE FOLLOW THE CHRONOLOGY, FROM THE        *
001886*                   NOTICE HISTORY (NTFHIST), WITH HOW EACH      *
001888*                   WENT AND THE VENDOR'S DELIVERY RESULT.       *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    ----------------------------------------------------------- *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    08/21/26   JRT   ORIGINAL                                   *
002320*    10/15/26   JRT   FOLLOW THE STUDENT-ID MERGE CROSS-         *
002340*                     REFERENCE (MRGXREF) SO A SURVIVING ID'S    *
002360*                     CHRONOLOGY TAKES IN ITS RETIRED IDS        *
002370*    10/15/26   JRT   LIST THE STUDENT'S NOTICES AND THEIR       *
002380*                     DELIVERY RESULTS FROM THE NOTICE           *
002390*                     HISTORY (NTFHIST) AFTER THE CHRONOLOGY     *
002400*                                                                *
002500*****************************************************************
002600
003900     SELECT INQUIRY-REPORT ASSIGN TO INQRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-INQRPT-STATUS.
004120     SELECT MERGE-XREF-FILE ASSIGN TO MRGXREF
004140         ORGANIZATION IS SEQUENTIAL
004160         FILE STATUS IS WS-MRGXREF-STATUS.
004165     SELECT NOTICE-HISTORY ASSIGN TO NTFHIST
004170         ORGANIZATION IS INDEXED
004175         ACCESS MODE IS DYNAMIC
004180         RECORD KEY IS NTH-NOTICE-ID
004185         FILE STATUS IS WS-NTFHIST-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005300 FD  INQUIRY-REPORT
005400     LABEL RECORDS ARE STANDARD.
005500 01  INR-REPORT-LINE                      PIC X(80).
005520
005540 FD  MERGE-XREF-FILE
005560     LABEL RECORDS ARE STANDARD.
005580     COPY MXRREC.
005582
005584 FD  NOTICE-HISTORY
005586     LABEL RECORDS ARE STANDARD.
005588     COPY NTHREC.
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-FILE-STATUSES.
006300         88  WS-AUDIN-EOF             VALUE '10'.
006400     05  WS-INQRPT-STATUS             PIC X(02) VALUE SPACES.
006500         88  WS-INQRPT-OK             VALUE '00'.
006520     05  WS-MRGXREF-STATUS            PIC X(02) VALUE SPACES.
006540         88  WS-MRGXREF-OK            VALUE '00'.
006560         88  WS-MRGXREF-EOF           VALUE '10'.
006570     05  WS-NTFHIST-STATUS            PIC X(02) VALUE SPACES.
006580         88  WS-NTFHIST-OK            VALUE '00'.
006600
006700 77  WS-INQ-STUDENT-ID                PIC X(09) VALUE SPACES.
006800 77  WS-INQ-FROM-DATE                 PIC 9(08) VALUE ZERO.
007000 77  WS-RECORDS-READ                  PIC 9(09) VALUE ZERO.
007100 77  WS-ENTRIES-LISTED                PIC 9(07) VALUE ZERO.
007200 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
007205 77  WS-FIND-ID                       PIC X(09) VALUE SPACES.
007210 77  WS-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
007215     88  WS-ID-FOUND                  VALUE 'Y'.
007220 77  WS-ADDED-SWITCH                  PIC X(01) VALUE 'N'.
007225     88  WS-ID-ADDED                  VALUE 'Y'.
007230 77  WS-ID-COUNT                      PIC 9(03) COMP VALUE ZERO.
007235 77  WS-ID-SUB                        PIC 9(03) COMP VALUE ZERO.
007240 77  WS-XRF-COUNT                     PIC 9(05) COMP VALUE ZERO.
007245 77  WS-XRF-SUB                       PIC 9(05) COMP VALUE ZERO.
007246 77  WS-NOTICES-LISTED                PIC 9(07) VALUE ZERO.
007247 77  WS-NTC-SUB                       PIC 9(03) COMP VALUE ZERO.
007248 77  WS-NTC-DONE-SWITCH               PIC X(01) VALUE 'N'.
007249     88  WS-NTC-DONE                  VALUE 'Y'.
007250
007255*    THE INQUIRY ID IN ENTRY 1, THEN EVERY ID MERGED INTO IT,
007260*    DIRECTLY OR THROUGH ANOTHER RETIRED ID.
007265 01  WS-INQUIRY-ID-TABLE.
007270     05  WS-INQUIRY-ID OCCURS 50 TIMES  PIC X(09).
007275
007280 01  WS-XREF-TABLE.
007285     05  WS-XRT-ENTRY OCCURS 20000 TIMES.
007290         10  WS-XRT-RETIRED-ID        PIC X(09).
007295         10  WS-XRT-SURVIVING-ID      PIC X(09).
007300
007400 PROCEDURE DIVISION.
007500
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007800     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
007900         UNTIL WS-AUDIN-EOF.
007950     PERFORM 3000-LIST-NOTICES THRU 3000-EXIT.
008000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008100     STOP RUN.
008200
009900             MOVE INQ-TO-DATE TO WS-INQ-TO-DATE
010000     END-READ.
010100     CLOSE INQUIRY-PARM-FILE.
010110     MOVE 1 TO WS-ID-COUNT.
010120     MOVE WS-INQ-STUDENT-ID TO WS-INQUIRY-ID (1).
010130     PERFORM 1200-LOAD-MERGE-XREF THRU 1200-EXIT.
010140     MOVE 'Y' TO WS-ADDED-SWITCH.
010150     PERFORM 1300-ONE-XREF-PASS THRU 1300-EXIT
010160         UNTIL NOT WS-ID-ADDED.
010200     OPEN INPUT AUDIT-IN-FILE.
010300     IF NOT WS-AUDIN-OK
010400         DISPLAY 'AUDINQ - AUDIN OPEN FAILED, STATUS = '
012400     MOVE 'THRU' TO INR-REPORT-LINE(15:4).
012500     MOVE WS-INQ-TO-DATE TO INR-REPORT-LINE(20:8).
012600     WRITE INR-REPORT-LINE.
012620     MOVE 1 TO WS-ID-SUB.
012640     PERFORM 1500-WRITE-RETIRED-ID-LINE THRU 1500-EXIT
012660         UNTIL WS-ID-SUB >= WS-ID-COUNT.
012700     MOVE SPACES TO INR-REPORT-LINE.
012800     WRITE INR-REPORT-LINE.
012900 1000-EXIT.
013000     EXIT.
013001
013002*****************************************************************
013003*    1200-LOAD-MERGE-XREF  -  THE CROSS-REFERENCE IS OPTIONAL - *
013004*    WITHOUT IT THE INQUIRY COVERS THE ONE ID AS IT ALWAYS HAS. *
013005*****************************************************************
013006 1200-LOAD-MERGE-XREF.
013007     OPEN INPUT MERGE-XREF-FILE.
013008     IF NOT WS-MRGXREF-OK
013009         GO TO 1200-EXIT.
013010     PERFORM 1210-READ-ONE-XREF THRU 1210-EXIT
013011         UNTIL WS-MRGXREF-EOF.
013012     CLOSE MERGE-XREF-FILE.
013013 1200-EXIT.
013014     EXIT.
013015
013016 1210-READ-ONE-XREF.
013017     READ MERGE-XREF-FILE
013018         AT END
013019             MOVE '10' TO WS-MRGXREF-STATUS
013020             GO TO 1210-EXIT
013021     END-READ.
013022     IF WS-XRF-COUNT >= 20000
013023         DISPLAY 'AUDINQ - MERGE XREF TABLE FULL, LATER '
013024             'MERGES NOT FOLLOWED'
013025         MOVE '10' TO WS-MRGXREF-STATUS
013026         GO TO 1210-EXIT.
013027     ADD 1 TO WS-XRF-COUNT.
013028     MOVE MXR-RETIRED-ID TO WS-XRT-RETIRED-ID (WS-XRF-COUNT).
013029     MOVE MXR-SURVIVING-ID TO WS-XRT-SURVIVING-ID (WS-XRF-COUNT).
013030 1210-EXIT.
013031     EXIT.
013032
013033*    ONE PASS OVER THE CROSS-REFERENCE, TAKING IN EVERY RETIRED
013034*    ID WHOSE SURVIVOR IS ALREADY IN THE LIST.  PASSES REPEAT
013035*    UNTIL ONE ADDS NOTHING, SO A CHAIN IS FOLLOWED IN ANY ORDER.
013036 1300-ONE-XREF-PASS.
013037     MOVE 'N' TO WS-ADDED-SWITCH.
013038     MOVE ZERO TO WS-XRF-SUB.
013039     PERFORM 1310-TEST-ONE-XREF THRU 1310-EXIT
013040         UNTIL WS-XRF-SUB >= WS-XRF-COUNT.
013041 1300-EXIT.
013042     EXIT.
013043
013044 1310-TEST-ONE-XREF.
013045     ADD 1 TO WS-XRF-SUB.
013046     MOVE WS-XRT-SURVIVING-ID (WS-XRF-SUB) TO WS-FIND-ID.
013047     PERFORM 1400-FIND-INQUIRY-ID THRU 1400-EXIT.
013048     IF NOT WS-ID-FOUND
013049         GO TO 1310-EXIT.
013050     MOVE WS-XRT-RETIRED-ID (WS-XRF-SUB) TO WS-FIND-ID.
013051     PERFORM 1400-FIND-INQUIRY-ID THRU 1400-EXIT.
013052     IF WS-ID-FOUND
013053         GO TO 1310-EXIT.
013054     IF WS-ID-COUNT >= 50
013055         DISPLAY 'AUDINQ - TOO MANY MERGED IDS, ' WS-FIND-ID
013056             ' NOT FOLLOWED'
013057         GO TO 1310-EXIT.
013058     ADD 1 TO WS-ID-COUNT.
013059     MOVE WS-FIND-ID TO WS-INQUIRY-ID (WS-ID-COUNT).
013060     MOVE 'Y' TO WS-ADDED-SWITCH.
013061 1310-EXIT.
013062     EXIT.
013063
013064*    SETS WS-ID-FOUND WHEN WS-FIND-ID IS IN THE INQUIRY LIST.
013065 1400-FIND-INQUIRY-ID.
013066     MOVE 'N' TO WS-FOUND-SWITCH.
013067     MOVE ZERO TO WS-ID-SUB.
013068     PERFORM 1410-TEST-ONE-ID THRU 1410-EXIT
013069         UNTIL WS-ID-SUB >= WS-ID-COUNT
013070             OR WS-ID-FOUND.
013071 1400-EXIT.
013072     EXIT.
013073
013074 1410-TEST-ONE-ID.
013075     ADD 1 TO WS-ID-SUB.
013076     IF WS-INQUIRY-ID (WS-ID-SUB) = WS-FIND-ID
013077         MOVE 'Y' TO WS-FOUND-SWITCH
013078     END-IF.
013079 1410-EXIT.
013080     EXIT.
013081
013082 1500-WRITE-RETIRED-ID-LINE.
013083     ADD 1 TO WS-ID-SUB.
013084     MOVE SPACES TO INR-REPORT-LINE.
013085     MOVE 'INCLUDES RETIRED ID' TO INR-REPORT-LINE(1:19).
013086     MOVE WS-INQUIRY-ID (WS-ID-SUB) TO INR-REPORT-LINE(21:9).
013087     WRITE INR-REPORT-LINE.
013088 1500-EXIT.
013089     EXIT.
013100
013200 2000-SCAN-ONE-RECORD.
013300     READ AUDIT-IN-FILE
013500             MOVE '10' TO WS-AUDIN-STATUS
013600         NOT AT END
013700             ADD 1 TO WS-RECORDS-READ
013800             IF AUD-RUN-DATE >= WS-INQ-FROM-DATE
014000                     AND AUD-RUN-DATE <= WS-INQ-TO-DATE
014020                 MOVE AUD-STUDENT-ID TO WS-FIND-ID
014040                 PERFORM 1400-FIND-INQUIRY-ID THRU 1400-EXIT
014060                 IF WS-ID-FOUND
014100                     PERFORM 2100-WRITE-CHRONOLOGY-LINE
014200                         THRU 2100-EXIT
014250                 END-IF
014300             END-IF
014400     END-READ.
014500 2000-EXIT.
015200     MOVE AUD-PARAGRAPH-FIRED TO INR-REPORT-LINE(19:12).
015300     MOVE AUD-OUTCOME-CODE TO INR-REPORT-LINE(32:8).
015400     MOVE AUD-OVERRIDE-USER TO INR-REPORT-LINE(41:8).
015420     IF AUD-STUDENT-ID NOT = WS-INQ-STUDENT-ID
015440         MOVE 'LOGGED AS' TO INR-REPORT-LINE(51:9)
015460         MOVE AUD-STUDENT-ID TO INR-REPORT-LINE(61:9)
015480     END-IF.
015500     WRITE INR-REPORT-LINE.
015600     ADD 1 TO WS-ENTRIES-LISTED.
015700 2100-EXIT.
015800     EXIT.
015900
015901*****************************************************************
015902*    3000-LIST-NOTICES  -  THE NOTICE HISTORY IS OPTIONAL -      *
015903*    WITHOUT IT THE INQUIRY ENDS WITH THE CHRONOLOGY.  EACH ID   *
015904*    IN THE INQUIRY LIST IS READ FROM ITS FIRST NOTICE ON THE    *
015905*    FROM-DATE THROUGH ITS LAST ON THE TO-DATE.                  *
015906*****************************************************************
015907 3000-LIST-NOTICES.
015908     OPEN INPUT NOTICE-HISTORY.
015909     IF NOT WS-NTFHIST-OK
015910         GO TO 3000-EXIT.
015911     MOVE SPACES TO INR-REPORT-LINE.
015912     WRITE INR-REPORT-LINE.
015913     MOVE SPACES TO INR-REPORT-LINE.
015914     MOVE 'NOTICES SENT TO STUDENT' TO INR-REPORT-LINE(1:23).
015915     WRITE INR-REPORT-LINE.
015916     MOVE SPACES TO INR-REPORT-LINE.
015917     MOVE 'NOTICE' TO INR-REPORT-LINE(1:6).
015918     MOVE 'CH' TO INR-REPORT-LINE(10:2).
015919     MOVE 'ROUTE' TO INR-REPORT-LINE(13:5).
015920     MOVE 'OUTCOME' TO INR-REPORT-LINE(22:7).
015921     MOVE 'DELIVERY' TO INR-REPORT-LINE(31:8).
015922     MOVE 'AS OF' TO INR-REPORT-LINE(40:5).
015923     WRITE INR-REPORT-LINE.
015924     MOVE ZERO TO WS-NTC-SUB.
015925     PERFORM 3100-LIST-ONE-ID THRU 3100-EXIT
015926         UNTIL WS-NTC-SUB >= WS-ID-COUNT.
015927     CLOSE NOTICE-HISTORY.
015928 3000-EXIT.
015929     EXIT.
015930
015931 3100-LIST-ONE-ID.
015932     ADD 1 TO WS-NTC-SUB.
015933     MOVE WS-INQUIRY-ID (WS-NTC-SUB) TO NTH-STUDENT-ID.
015934     MOVE WS-INQ-FROM-DATE TO NTH-NOTICE-DATE.
015935     MOVE ZERO TO NTH-NOTICE-SEQ.
015936     START NOTICE-HISTORY KEY IS NOT LESS THAN NTH-NOTICE-ID
015937         INVALID KEY
015938             GO TO 3100-EXIT
015939     END-START.
015940     MOVE 'N' TO WS-NTC-DONE-SWITCH.
015941     PERFORM 3200-LIST-ONE-NOTICE THRU 3200-EXIT
015942         UNTIL WS-NTC-DONE.
015943 3100-EXIT.
015944     EXIT.
015945
015946 3200-LIST-ONE-NOTICE.
015947     READ NOTICE-HISTORY NEXT RECORD
015948         AT END
015949             MOVE 'Y' TO WS-NTC-DONE-SWITCH
015950             GO TO 3200-EXIT
015951     END-READ.
015952     IF NTH-STUDENT-ID NOT = WS-INQUIRY-ID (WS-NTC-SUB)
015953             OR NTH-NOTICE-DATE > WS-INQ-TO-DATE
015954         MOVE 'Y' TO WS-NTC-DONE-SWITCH
015955         GO TO 3200-EXIT.
015956     MOVE SPACES TO INR-REPORT-LINE.
015957     MOVE NTH-NOTICE-DATE TO INR-REPORT-LINE(1:8).
015958     MOVE NTH-CHANNEL TO INR-REPORT-LINE(10:1).
015959     MOVE NTH-ROUTE-REASON TO INR-REPORT-LINE(13:8).
015960     MOVE NTH-OUTCOME-CODE TO INR-REPORT-LINE(22:8).
015961     MOVE NTH-DELIVERY-STATUS TO INR-REPORT-LINE(31:8).
015962     MOVE NTH-STATUS-DATE TO INR-REPORT-LINE(40:8).
015963     IF NTH-STUDENT-ID NOT = WS-INQ-STUDENT-ID
015964         MOVE 'LOGGED AS' TO INR-REPORT-LINE(51:9)
015965         MOVE NTH-STUDENT-ID TO INR-REPORT-LINE(61:9)
015966     END-IF.
015967     WRITE INR-REPORT-LINE.
015968     IF NTH-SENT-ADDRESS NOT = SPACES
015969         MOVE SPACES TO INR-REPORT-LINE
015970         MOVE 'TO' TO INR-REPORT-LINE(10:2)
015971         MOVE NTH-SENT-ADDRESS TO INR-REPORT-LINE(13:60)
015972         WRITE INR-REPORT-LINE
015973     END-IF.
015974     IF NTH-VENDOR-REASON NOT = SPACES
015975         MOVE SPACES TO INR-REPORT-LINE
015976         MOVE 'VENDOR' TO INR-REPORT-LINE(10:6)
015977         MOVE NTH-VENDOR-REASON TO INR-REPORT-LINE(17:40)
015978         WRITE INR-REPORT-LINE
015979     END-IF.
015980     ADD 1 TO WS-NOTICES-LISTED.
015981 3200-EXIT.
015982     EXIT.
015983
016000 8000-TERMINATE.
016100     MOVE SPACES TO INR-REPORT-LINE.
016200     WRITE INR-REPORT-LINE.
016500     MOVE WS-ENTRIES-LISTED TO WS-EDIT-COUNT.
016600     MOVE WS-EDIT-COUNT TO INR-REPORT-LINE(27:7).
016700     WRITE INR-REPORT-LINE.
016710     MOVE SPACES TO INR-REPORT-LINE.
016720     MOVE 'NOTICES LISTED.......' TO INR-REPORT-LINE(1:25).
016730     MOVE WS-NOTICES-LISTED TO WS-EDIT-COUNT.
016740     MOVE WS-EDIT-COUNT TO INR-REPORT-LINE(27:7).
016750     WRITE INR-REPORT-LINE.
016800     CLOSE AUDIT-IN-FILE.
016900     CLOSE INQUIRY-REPORT.
017000     DISPLAY 'AUDINQ - AUDIT RECORDS SCANNED = '
017100         WS-RECORDS-READ.
017200     DISPLAY 'AUDINQ - ENTRIES LISTED        = '
017300         WS-ENTRIES-LISTED.
017320     DISPLAY 'AUDINQ - NOTICES LISTED        = '
017340         WS-NOTICES-LISTED.
017400 8000-EXIT.
017500     EXIT.
