002300*                   THAN THE POSTED HISTORY DATE) WERE           *
002400*                   LETTERED THE NIGHT THEY WERE DECIDED AND     *
002500*                   ARE SUPPRESSED HERE.                         *
002510*                   EACH NOTICE IS ROUTED BY THE STUDENT'S       *
002520*                   PREFERRED CHANNEL ON THE CONTACT FILE -      *
002530*                   EMAIL AND TEXT NOTICES GO ON THE MESSAGING   *
002540*                   VENDOR'S OUTBOUND FILE, EVERYTHING ELSE IS   *
002550*                   PRINTED WITH THE MAILING ADDRESS ON IT.      *
002560*                   EVERY NOTICE IS RECORDED ON THE NOTICE       *
002570*                   HISTORY FOR NTFSTAT AND AUDINQ.              *
002600*                                                                *
002700*    MODIFICATION HISTORY                                        *
002800*    ----------------------------------------------------------- *
003010*    09/02/26   JRT   PASS OVER THE EXTRACT HDR/TRL CONTROL      *
003020*                     RECORDS - ONLY DATA RECORDS DRIVE          *
003030*                     LETTERS OR COUNT AS READ                   *
003040*    10/15/26   JRT   ROUTE NOTICES BY THE CONTACT FILE'S        *
003050*                     PREFERRED CHANNEL - EMAIL / TEXT TO THE    *
003060*                     VENDOR FILE NTFOUT, PRINT AS THE FALLBACK  *
003070*                     WITH THE MAILING ADDRESS; EVERY NOTICE     *
003080*                     WRITTEN TO THE NOTICE HISTORY NTFHIST      *
003100*                                                                *
003200*****************************************************************
003300
005600     SELECT LETTER-PRINT-FILE ASSIGN TO LTRFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-LTRFILE-STATUS.
005805     SELECT CONTACT-FILE ASSIGN TO CNTFILE
005810         ORGANIZATION IS INDEXED
005815         ACCESS MODE IS RANDOM
005820         RECORD KEY IS CNT-STUDENT-ID
005825         FILE STATUS IS WS-CNTFILE-STATUS.
005830     SELECT NOTICE-OUT-FILE ASSIGN TO NTFOUT
005835         ORGANIZATION IS SEQUENTIAL
005840         FILE STATUS IS WS-NTFOUT-STATUS.
005845     SELECT NOTICE-HISTORY ASSIGN TO NTFHIST
005850         ORGANIZATION IS INDEXED
005855         ACCESS MODE IS RANDOM
005860         RECORD KEY IS NTH-NOTICE-ID
005865         FILE STATUS IS WS-NTFHIST-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
007800 FD  LETTER-PRINT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  LTP-PRINT-LINE                       PIC X(80).
008005
008010 FD  CONTACT-FILE
008015     LABEL RECORDS ARE STANDARD.
008020     COPY CNTREC.
008025
008030 FD  NOTICE-OUT-FILE
008035     LABEL RECORDS ARE STANDARD.
008040     COPY NTFREC.
008045
008050 FD  NOTICE-HISTORY
008055     LABEL RECORDS ARE STANDARD.
008060     COPY NTHREC.
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-FILE-STATUSES.
009300         88  WS-LTRTMPL-EOF           VALUE '10'.
009400     05  WS-LTRFILE-STATUS            PIC X(02) VALUE SPACES.
009500         88  WS-LTRFILE-OK            VALUE '00'.
009510     05  WS-CNTFILE-STATUS            PIC X(02) VALUE SPACES.
009520         88  WS-CNTFILE-OK            VALUE '00'.
009530     05  WS-NTFOUT-STATUS             PIC X(02) VALUE SPACES.
009540         88  WS-NTFOUT-OK             VALUE '00'.
009550     05  WS-NTFHIST-STATUS            PIC X(02) VALUE SPACES.
009560         88  WS-NTFHIST-OK            VALUE '00'.
009600
009700 77  WS-EOF-SWITCH                    PIC X(01) VALUE 'N'.
009800     88  WS-END-OF-EXTRACT            VALUE 'Y'.
011000 77  WS-NO-HISTORY-COUNT              PIC 9(07) VALUE ZERO.
011100 77  WS-NOT-ON-MASTER-COUNT           PIC 9(05) VALUE ZERO.
011200 77  WS-NO-TEMPLATE-COUNT             PIC 9(05) VALUE ZERO.
011205 77  WS-CONTACT-SWITCH                PIC X(01) VALUE 'N'.
011210     88  WS-CONTACT-FOUND             VALUE 'Y'.
011215 77  WS-ROUTE-CHANNEL                 PIC X(01) VALUE SPACE.
011220     88  WS-ROUTE-EMAIL               VALUE 'E'.
011225     88  WS-ROUTE-TEXT                VALUE 'S'.
011230     88  WS-ROUTE-PRINT               VALUE 'P'.
011235 77  WS-ROUTE-REASON                  PIC X(08) VALUE SPACES.
011240 77  WS-ROUTE-ADDRESS                 PIC X(60) VALUE SPACES.
011245 77  WS-OUTCOME-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
011250 77  WS-NOTICE-SEQ                    PIC 9(05) VALUE ZERO.
011255 77  WS-NOTICE-LINE-SEQ               PIC 9(02) VALUE ZERO.
011260 77  WS-EMAILS-QUEUED                 PIC 9(07) VALUE ZERO.
011265 77  WS-TEXTS-QUEUED                  PIC 9(07) VALUE ZERO.
011270 77  WS-NOTICE-LINES-QUEUED           PIC 9(07) VALUE ZERO.
011275 77  WS-PRINT-FALLBACKS               PIC 9(07) VALUE ZERO.
011280 77  WS-NO-CONTACT-COUNT              PIC 9(07) VALUE ZERO.
011285 77  WS-NO-ADDRESS-COUNT              PIC 9(07) VALUE ZERO.
011300
011400*    THE TEMPLATE TABLE HOLDS EVERY LTRTMPL LINE IN FILE ORDER.
011500*    THE REGISTRAR KEEPS THE FILE SORTED BY OUTCOME CODE AND
017100         MOVE 0016 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017302     OPEN INPUT CONTACT-FILE.
017304     IF NOT WS-CNTFILE-OK
017306         DISPLAY 'STULETTR - CNTFILE OPEN FAILED, STATUS = '
017308             WS-CNTFILE-STATUS
017310         MOVE 0016 TO RETURN-CODE
017312         STOP RUN
017314     END-IF.
017316     OPEN I-O NOTICE-HISTORY.
017318     IF NOT WS-NTFHIST-OK
017320         DISPLAY 'STULETTR - NTFHIST OPEN FAILED, STATUS = '
017322             WS-NTFHIST-STATUS
017324         MOVE 0016 TO RETURN-CODE
017326         STOP RUN
017328     END-IF.
017330     OPEN OUTPUT NOTICE-OUT-FILE.
017332     IF NOT WS-NTFOUT-OK
017334         DISPLAY 'STULETTR - NTFOUT OPEN FAILED, STATUS = '
017336             WS-NTFOUT-STATUS
017338         MOVE 0016 TO RETURN-CODE
017340         STOP RUN
017342     END-IF.
017344     MOVE SPACES TO NTF-HEADER-RECORD.
017346     MOVE 'HDR' TO NTF-HDR-RECORD-ID.
017348     MOVE WS-CURRENT-DATE TO NTF-HDR-RUN-DATE.
017350     MOVE 'REGISTRR' TO NTF-HDR-SENDER-ID.
017352     WRITE NTF-HEADER-RECORD.
017400 1000-EXIT.
017500     EXIT.
017600
028200             ADD 1 TO WS-NOT-ON-MASTER-COUNT
028300             GO TO 2200-EXIT
028400     END-READ.
028405     ADD 1 TO WS-NOTICE-SEQ.
028410     PERFORM 2250-CHOOSE-CHANNEL THRU 2250-EXIT.
028415     IF NOT WS-ROUTE-PRINT
028420         PERFORM 2600-QUEUE-ELECTRONIC-NOTICE THRU 2600-EXIT
028425         PERFORM 2700-RECORD-NOTICE THRU 2700-EXIT
028430         GO TO 2200-EXIT
028435     END-IF.
028440     IF WS-ROUTE-REASON NOT = 'PREFERRD'
028445         ADD 1 TO WS-PRINT-FALLBACKS
028450     END-IF.
028500     MOVE ZERO TO WS-TMPL-LINES-PRINTED.
028600     PERFORM 2300-PRINT-LETTER-HEADING THRU 2300-EXIT.
028700     MOVE ZERO TO WS-TMPL-SUB.
029800     END-IF.
029900     PERFORM 2500-PRINT-LETTER-FOOTING THRU 2500-EXIT.
030000     ADD 1 TO WS-LETTERS-WRITTEN.
030050     PERFORM 2700-RECORD-NOTICE THRU 2700-EXIT.
030100 2200-EXIT.
030200     EXIT.
030201
030202*****************************************************************
030203*    2250-CHOOSE-CHANNEL  -  THE PREFERRED CHANNEL IF IT HAS A   *
030204*    USABLE ADDRESS, ELSE THE OTHER ELECTRONIC CHANNEL IF THAT   *
030205*    ONE DOES, ELSE PRINT.  NO CONTACT, AN OPT-OUT, OR NO        *
030206*    WORDING FOR THE OUTCOME ALWAYS PRINTS - A NOTICE WITH NO    *
030207*    WORDING MUST BE SEEN BY THE OFFICE, NOT SENT BLANK.         *
030208*    WS-ROUTE-REASON SAYS WHY, FOR THE NOTICE HISTORY.           *
030209*****************************************************************
030210 2250-CHOOSE-CHANNEL.
030211     MOVE 'P' TO WS-ROUTE-CHANNEL.
030212     MOVE SPACES TO WS-ROUTE-ADDRESS.
030213     MOVE ZERO TO WS-OUTCOME-LINE-COUNT.
030214     MOVE ZERO TO WS-TMPL-SUB.
030215     PERFORM 2260-COUNT-ONE-TEMPLATE-LINE THRU 2260-EXIT
030216         UNTIL WS-TMPL-SUB >= WS-TMPL-ENTRY-COUNT.
030217     MOVE 'Y' TO WS-CONTACT-SWITCH.
030218     MOVE EXT-STUDENT-ID TO CNT-STUDENT-ID.
030219     READ CONTACT-FILE
030220         INVALID KEY
030221             MOVE 'N' TO WS-CONTACT-SWITCH
030222     END-READ.
030223     IF NOT WS-CONTACT-FOUND
030224         MOVE 'NOCONTCT' TO WS-ROUTE-REASON
030225         ADD 1 TO WS-NO-CONTACT-COUNT
030226         GO TO 2250-EXIT.
030227     MOVE CNT-ADDRESS-LINE-1 TO WS-ROUTE-ADDRESS.
030228     IF WS-OUTCOME-LINE-COUNT = ZERO
030229         MOVE 'NOWORDNG' TO WS-ROUTE-REASON
030230         GO TO 2250-EXIT.
030231     IF CNT-OPTED-OUT
030232         MOVE 'OPTEDOUT' TO WS-ROUTE-REASON
030233         GO TO 2250-EXIT.
030234     EVALUATE TRUE
030235         WHEN CNT-PREFERS-EMAIL
030236             PERFORM 2270-TRY-EMAIL THRU 2270-EXIT
030237             IF WS-ROUTE-PRINT
030238                 PERFORM 2280-TRY-TEXT THRU 2280-EXIT
030239                 IF WS-ROUTE-TEXT
030240                     MOVE 'ALTTEXT' TO WS-ROUTE-REASON
030241                 END-IF
030242             END-IF
030243         WHEN CNT-PREFERS-TEXT
030244             PERFORM 2280-TRY-TEXT THRU 2280-EXIT
030245             IF WS-ROUTE-PRINT
030246                 PERFORM 2270-TRY-EMAIL THRU 2270-EXIT
030247                 IF WS-ROUTE-EMAIL
030248                     MOVE 'ALTEMAIL' TO WS-ROUTE-REASON
030249                 END-IF
030250             END-IF
030251         WHEN OTHER
030252             MOVE 'PREFERRD' TO WS-ROUTE-REASON
030253     END-EVALUATE.
030254 2250-EXIT.
030255     EXIT.
030256
030257 2260-COUNT-ONE-TEMPLATE-LINE.
030258     ADD 1 TO WS-TMPL-SUB.
030259     IF WS-TMPL-OUTCOME (WS-TMPL-SUB) = EXT-OUTCOME-CODE
030260         ADD 1 TO WS-OUTCOME-LINE-COUNT
030261     END-IF.
030262 2260-EXIT.
030263     EXIT.
030264
030265*    ON FAILURE THE ROUTE STAYS PRINT AND THE REASON IS LEFT SET
030266*    ONLY IF NO EARLIER TRY SET ONE, SO THE HISTORY SHOWS WHY
030267*    THE PREFERRED CHANNEL COULD NOT BE USED.
030268 2270-TRY-EMAIL.
030269     IF CNT-EMAIL-ADDRESS = SPACES
030270         IF CNT-PREFERS-EMAIL
030271             MOVE 'NOEMAIL' TO WS-ROUTE-REASON
030272         END-IF
030273         GO TO 2270-EXIT.
030274     IF CNT-EMAIL-BOUNCED
030275         IF CNT-PREFERS-EMAIL
030276             MOVE 'EMLBOUNC' TO WS-ROUTE-REASON
030277         END-IF
030278         GO TO 2270-EXIT.
030279     MOVE 'E' TO WS-ROUTE-CHANNEL.
030280     MOVE CNT-EMAIL-ADDRESS TO WS-ROUTE-ADDRESS.
030281     MOVE 'PREFERRD' TO WS-ROUTE-REASON.
030282 2270-EXIT.
030283     EXIT.
030284
030285 2280-TRY-TEXT.
030286     IF CNT-MOBILE-NUMBER = SPACES
030287         IF CNT-PREFERS-TEXT
030288             MOVE 'NOMOBL' TO WS-ROUTE-REASON
030289         END-IF
030290         GO TO 2280-EXIT.
030291     IF CNT-MOBILE-BOUNCED
030292         IF CNT-PREFERS-TEXT
030293             MOVE 'MOBBOUNC' TO WS-ROUTE-REASON
030294         END-IF
030295         GO TO 2280-EXIT.
030296     MOVE 'S' TO WS-ROUTE-CHANNEL.
030297     MOVE CNT-MOBILE-NUMBER TO WS-ROUTE-ADDRESS.
030298     MOVE 'PREFERRD' TO WS-ROUTE-REASON.
030299 2280-EXIT.
030300     EXIT.
030301
030400 2300-PRINT-LETTER-HEADING.
030500     MOVE ALL '*' TO LTP-PRINT-LINE.
030600     WRITE LTP-PRINT-LINE.
031700     MOVE SPACES TO LTP-PRINT-LINE.
031800     MOVE SM-STUDENT-NAME TO LTP-PRINT-LINE(1:30).
031900     WRITE LTP-PRINT-LINE.
031950     PERFORM 2350-PRINT-MAILING-ADDRESS THRU 2350-EXIT.
032000     MOVE SPACES TO LTP-PRINT-LINE.
032100     MOVE 'STUDENT ID' TO LTP-PRINT-LINE(1:10).
032200     MOVE SM-STUDENT-ID TO LTP-PRINT-LINE(13:9).
032400     MOVE SPACES TO LTP-PRINT-LINE.
032500     WRITE LTP-PRINT-LINE.
032600 2300-EXIT.
032602     EXIT.
032604
032606*    THE ADDRESS BLOCK UNDER THE NAME.  A LETTER WITH NO ADDRESS
032608*    ON FILE SAYS SO, SO THE MAILROOM PULLS IT FOR LOOK-UP.
032610 2350-PRINT-MAILING-ADDRESS.
032612     IF NOT WS-CONTACT-FOUND
032614             OR CNT-ADDRESS-LINE-1 = SPACES
032616         ADD 1 TO WS-NO-ADDRESS-COUNT
032618         MOVE SPACES TO LTP-PRINT-LINE
032620         MOVE '*** NO MAILING ADDRESS ON FILE ***'
032622             TO LTP-PRINT-LINE(1:34)
032624         WRITE LTP-PRINT-LINE
032626         GO TO 2350-EXIT.
032628     MOVE SPACES TO LTP-PRINT-LINE.
032630     MOVE CNT-ADDRESS-LINE-1 TO LTP-PRINT-LINE(1:30).
032632     WRITE LTP-PRINT-LINE.
032634     IF CNT-ADDRESS-LINE-2 NOT = SPACES
032636         MOVE SPACES TO LTP-PRINT-LINE
032638         MOVE CNT-ADDRESS-LINE-2 TO LTP-PRINT-LINE(1:30)
032640         WRITE LTP-PRINT-LINE
032642     END-IF.
032644     MOVE SPACES TO LTP-PRINT-LINE.
032646     MOVE CNT-CITY TO LTP-PRINT-LINE(1:20).
032648     MOVE CNT-STATE TO LTP-PRINT-LINE(22:2).
032650     MOVE CNT-POSTAL-CODE TO LTP-PRINT-LINE(25:10).
032652     WRITE LTP-PRINT-LINE.
032654 2350-EXIT.
032700     EXIT.
032800
032900 2400-PRINT-ONE-TEMPLATE-LINE.
034800     WRITE LTP-PRINT-LINE.
034900 2500-EXIT.
035000     EXIT.
035001
035002*****************************************************************
035003*    2600-QUEUE-ELECTRONIC-NOTICE  -  ONE NTC RECORD SAYING      *
035004*    WHERE TO SEND IT, THEN THE OUTCOME'S WORDING AS LIN         *
035005*    RECORDS IN TEMPLATE ORDER.                                  *
035006*****************************************************************
035007 2600-QUEUE-ELECTRONIC-NOTICE.
035008     MOVE SPACES TO NTF-NOTICE-RECORD.
035009     MOVE 'NTC' TO NTF-NTC-RECORD-ID.
035010     MOVE EXT-STUDENT-ID TO NTF-NTC-STUDENT-ID.
035011     MOVE WS-CURRENT-DATE TO NTF-NTC-NOTICE-DATE.
035012     MOVE WS-NOTICE-SEQ TO NTF-NTC-NOTICE-SEQ.
035013     MOVE WS-ROUTE-CHANNEL TO NTF-NTC-CHANNEL.
035014     MOVE WS-ROUTE-ADDRESS TO NTF-NTC-ADDRESS.
035015     MOVE SM-STUDENT-NAME TO NTF-NTC-STUDENT-NAME.
035016     MOVE EXT-OUTCOME-CODE TO NTF-NTC-OUTCOME-CODE.
035017     MOVE WS-OUTCOME-LINE-COUNT TO NTF-NTC-LINE-COUNT.
035018     WRITE NTF-NOTICE-RECORD.
035019     MOVE ZERO TO WS-NOTICE-LINE-SEQ.
035020     MOVE ZERO TO WS-TMPL-SUB.
035021     PERFORM 2610-QUEUE-ONE-TEMPLATE-LINE THRU 2610-EXIT
035022         UNTIL WS-TMPL-SUB >= WS-TMPL-ENTRY-COUNT.
035023     IF WS-ROUTE-EMAIL
035024         ADD 1 TO WS-EMAILS-QUEUED
035025     ELSE
035026         ADD 1 TO WS-TEXTS-QUEUED
035027     END-IF.
035028 2600-EXIT.
035029     EXIT.
035030
035031 2610-QUEUE-ONE-TEMPLATE-LINE.
035032     ADD 1 TO WS-TMPL-SUB.
035033     IF WS-TMPL-OUTCOME (WS-TMPL-SUB) = EXT-OUTCOME-CODE
035034         ADD 1 TO WS-NOTICE-LINE-SEQ
035035         MOVE SPACES TO NTF-LINE-RECORD
035036         MOVE 'LIN' TO NTF-LIN-RECORD-ID
035037         MOVE NTF-NTC-NOTICE-ID TO NTF-LIN-NOTICE-ID
035038         MOVE WS-NOTICE-LINE-SEQ TO NTF-LIN-LINE-SEQ
035039         MOVE WS-TMPL-TEXT (WS-TMPL-SUB) TO NTF-LIN-LINE-TEXT
035040         WRITE NTF-LINE-RECORD
035041         ADD 1 TO WS-NOTICE-LINES-QUEUED
035042     END-IF.
035043 2610-EXIT.
035044     EXIT.
035045
035046*****************************************************************
035047*    2700-RECORD-NOTICE  -  ONE NOTICE HISTORY RECORD PER        *
035048*    NOTICE, SENT OR PRINTED.  A RERUN OF THE SAME NIGHT MAKES   *
035049*    THE SAME NOTICE IDS AND REPLACES WHAT THE FIRST RUN WROTE.  *
035050*****************************************************************
035051 2700-RECORD-NOTICE.
035052     MOVE SPACES TO NTH-NOTICE-HISTORY-RECORD.
035053     MOVE EXT-STUDENT-ID TO NTH-STUDENT-ID.
035054     MOVE WS-CURRENT-DATE TO NTH-NOTICE-DATE.
035055     MOVE WS-NOTICE-SEQ TO NTH-NOTICE-SEQ.
035056     MOVE WS-ROUTE-CHANNEL TO NTH-CHANNEL.
035057     MOVE WS-ROUTE-REASON TO NTH-ROUTE-REASON.
035058     MOVE WS-ROUTE-ADDRESS TO NTH-SENT-ADDRESS.
035059     MOVE EXT-OUTCOME-CODE TO NTH-OUTCOME-CODE.
035060     MOVE EXT-DECISION-DATE TO NTH-DECISION-DATE.
035061     IF WS-ROUTE-PRINT
035062         MOVE 'PRINTED' TO NTH-DELIVERY-STATUS
035063     ELSE
035064         MOVE 'SENT' TO NTH-DELIVERY-STATUS
035065     END-IF.
035066     MOVE WS-CURRENT-DATE TO NTH-STATUS-DATE.
035067     WRITE NTH-NOTICE-HISTORY-RECORD
035068         INVALID KEY
035069             REWRITE NTH-NOTICE-HISTORY-RECORD
035070                 INVALID KEY
035071                     DISPLAY 'STULETTR - NTFHIST WRITE FAILED, '
035072                         'STATUS = ' WS-NTFHIST-STATUS
035073                     MOVE 0016 TO RETURN-CODE
035074                     STOP RUN
035075             END-REWRITE
035076     END-WRITE.
035077 2700-EXIT.
035078     EXIT.
035100
035200 8000-TERMINATE.
035300     CLOSE EXTRACT-FILE.
035400     CLOSE STUDENT-MASTER.
035500     CLOSE OUTCOME-HISTORY.
035600     CLOSE LETTER-PRINT-FILE.
035610     MOVE SPACES TO NTF-TRAILER-RECORD.
035620     MOVE 'TRL' TO NTF-TRL-RECORD-ID.
035630     COMPUTE NTF-TRL-NOTICE-COUNT = WS-EMAILS-QUEUED
035640         + WS-TEXTS-QUEUED.
035650     MOVE WS-NOTICE-LINES-QUEUED TO NTF-TRL-LINE-COUNT.
035660     WRITE NTF-TRAILER-RECORD.
035670     CLOSE NOTICE-OUT-FILE.
035680     CLOSE CONTACT-FILE.
035690     CLOSE NOTICE-HISTORY.
035700     DISPLAY 'STULETTR - EXTRACT RECORDS READ  = '
035800         WS-EXTRACT-READ.
035900     DISPLAY 'STULETTR - LETTERS WRITTEN       = '
036800         WS-NOT-ON-MASTER-COUNT.
036900     DISPLAY 'STULETTR - NO TEMPLATE FOUND     = '
037000         WS-NO-TEMPLATE-COUNT.
037005     DISPLAY 'STULETTR - EMAIL NOTICES QUEUED  = '
037010         WS-EMAILS-QUEUED.
037015     DISPLAY 'STULETTR - TEXT NOTICES QUEUED   = '
037020         WS-TEXTS-QUEUED.
037025     DISPLAY 'STULETTR - PRINTED AS FALLBACK   = '
037030         WS-PRINT-FALLBACKS.
037035     DISPLAY 'STULETTR - NO CONTACT ON FILE    = '
037040         WS-NO-CONTACT-COUNT.
037045     DISPLAY 'STULETTR - PRINTED, NO ADDRESS   = '
037050         WS-NO-ADDRESS-COUNT.
037100 8000-EXIT.
037200     EXIT.
