003000*    ----------------------------------------------------------- *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    09/02/26   JRT   ORIGINAL                                   *
003220*    10/15/26   JRT   REFUSE TO RUN BETWEEN A TERM CLOSE AND THE *
003240*                    NEXT TERM'S START UNLESS TRMOVRD OVERRIDES  *
003300*                                                                *
003400*****************************************************************
003500
005000     SELECT ROLLUP-REPORT ASSIGN TO ENRLRPT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-ENRLRPT-STATUS.
005210     SELECT TERM-CALENDAR ASSIGN TO TRMCAL
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS WS-TRMCAL-STATUS.
005240     SELECT GAP-OVERRIDE-FILE ASSIGN TO TRMOVRD
005250         ORGANIZATION IS SEQUENTIAL
005260         FILE STATUS IS WS-TRMOVRD-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
006400 FD  ROLLUP-REPORT
006500     LABEL RECORDS ARE STANDARD.
006600 01  RLP-REPORT-LINE                      PIC X(80).
006610
006620 FD  TERM-CALENDAR
006630     LABEL RECORDS ARE STANDARD.
006640     COPY TRMREC.
006650
006660 FD  GAP-OVERRIDE-FILE
006670     LABEL RECORDS ARE STANDARD.
006680     COPY TOVREC.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-FILE-STATUSES.
007400         88  WS-STUDMSTR-OK           VALUE '00'.
007500     05  WS-ENRLRPT-STATUS            PIC X(02) VALUE SPACES.
007600         88  WS-ENRLRPT-OK            VALUE '00'.
007610     05  WS-TRMCAL-STATUS             PIC X(02) VALUE SPACES.
007620         88  WS-TRMCAL-OK             VALUE '00'.
007630         88  WS-TRMCAL-NOT-FOUND      VALUE '35'.
007640         88  WS-TRMCAL-EOF            VALUE '10'.
007650     05  WS-TRMOVRD-STATUS            PIC X(02) VALUE SPACES.
007660         88  WS-TRMOVRD-OK            VALUE '00'.
007700
007800 77  WS-GROUP-ID                      PIC X(09) VALUE SPACES.
007900 77  WS-GROUP-CHANGED-SWITCH          PIC X(01) VALUE 'N'.
009800 77  WS-MASTER-VALUE                  PIC 9(03) VALUE ZERO.
009900 77  WS-COMPUTED-VALUE                PIC 9(03) VALUE ZERO.
010000 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
010010 77  WS-CURRENT-DATE                  PIC 9(08) VALUE ZERO.
010020 77  WS-GAP-CLOSED-TERM               PIC X(06) VALUE SPACES.
010030 77  WS-GAP-CLOSE-DATE                PIC 9(08) VALUE ZERO.
010040 77  WS-GAP-CLOSED-END                PIC 9(08) VALUE ZERO.
010050 77  WS-GAP-NEXT-START                PIC 9(08) VALUE ZERO.
010060 77  WS-GAP-OVERRIDE-SWITCH           PIC X(01) VALUE 'N'.
010070     88  WS-GAP-OVERRIDDEN            VALUE 'Y'.
010080 77  WS-GAP-OVERRIDE-USER             PIC X(08) VALUE SPACES.
010100
010200 PROCEDURE DIVISION.
010300
011900*    READ FOR THE CONTROL BREAK ON STUDENT-ID                    *
012000*****************************************************************
012100 1000-INITIALIZE.
012120     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
012140     PERFORM 1100-CHECK-TERM-GAP THRU 1100-EXIT.
012200     OPEN INPUT ENROLLMENT-DETAIL.
012300     IF NOT WS-ENRLDTL-OK
012400         DISPLAY 'ENRLROLL - ENRLDTL OPEN FAILED, STATUS = '
014900     PERFORM 2400-READ-ONE-DETAIL THRU 2400-EXIT.
015000 1000-EXIT.
015100     EXIT.
015101
015102*****************************************************************
015103*    1100-CHECK-TERM-GAP  -  REFUSE THE RUN BETWEEN A TERM       *
015104*    CLOSE AND THE NEXT TERM'S START, WHEN THE DETAIL STILL      *
015105*    HOLDS THE CLOSED TERM AND A ROLL-UP WOULD PUT BACK THE      *
015106*    TERM FIGURES TRMCLOSE JUST RESET.  A TRMOVRD CARD DATED     *
015107*    TODAY LETS THE RUN GO AHEAD.  NO CALENDAR, NO GAP.          *
015108*****************************************************************
015109 1100-CHECK-TERM-GAP.
015110     OPEN INPUT TERM-CALENDAR.
015111     IF WS-TRMCAL-NOT-FOUND
015112         DISPLAY 'ENRLROLL - NO TERM CALENDAR, GAP CHECK SKIPPED'
015113         GO TO 1100-EXIT.
015114     IF NOT WS-TRMCAL-OK
015115         DISPLAY 'ENRLROLL - TRMCAL OPEN FAILED, STATUS = '
015116             WS-TRMCAL-STATUS
015117         MOVE 0016 TO RETURN-CODE
015118         STOP RUN
015119     END-IF.
015120     PERFORM 1110-READ-TERM-CALENDAR THRU 1110-EXIT
015121         UNTIL WS-TRMCAL-EOF.
015122     CLOSE TERM-CALENDAR.
015123     IF WS-GAP-CLOSED-TERM = SPACES
015124         GO TO 1100-EXIT.
015125     IF WS-GAP-NEXT-START > ZERO
015126             AND WS-CURRENT-DATE NOT < WS-GAP-NEXT-START
015127         GO TO 1100-EXIT.
015128     PERFORM 1120-READ-GAP-OVERRIDE THRU 1120-EXIT.
015129     IF WS-GAP-OVERRIDDEN
015130         DISPLAY 'ENRLROLL - TERM ' WS-GAP-CLOSED-TERM
015131             ' CLOSED, GAP RUN AUTHORIZED BY '
015132             WS-GAP-OVERRIDE-USER
015133         GO TO 1100-EXIT.
015134     DISPLAY 'ENRLROLL - TERM ' WS-GAP-CLOSED-TERM ' CLOSED '
015135         WS-GAP-CLOSE-DATE ' AND NEXT TERM NOT STARTED - '
015136         'RUN REFUSED'.
015137     MOVE 0008 TO RETURN-CODE.
015138     STOP RUN.
015139 1100-EXIT.
015140     EXIT.
015141
015142*    SAME SCAN AS HELLO123 1810 - THE CALENDAR IS IN START-DATE
015143*    ORDER, SO A CLOSED TERM RESETS THE SEARCH FOR THE NEXT ONE.
015144 1110-READ-TERM-CALENDAR.
015145     READ TERM-CALENDAR
015146         AT END
015147             MOVE '10' TO WS-TRMCAL-STATUS
015148             GO TO 1110-EXIT
015149     END-READ.
015150     IF TRM-CLOSE-DATE NUMERIC
015151             AND TRM-CLOSE-DATE > ZERO
015152         MOVE TRM-TERM-CODE TO WS-GAP-CLOSED-TERM
015153         MOVE TRM-CLOSE-DATE TO WS-GAP-CLOSE-DATE
015154         MOVE TRM-END-DATE TO WS-GAP-CLOSED-END
015155         MOVE ZERO TO WS-GAP-NEXT-START
015156         GO TO 1110-EXIT.
015157     IF WS-GAP-CLOSED-TERM NOT = SPACES
015158             AND WS-GAP-NEXT-START = ZERO
015159             AND TRM-START-DATE > WS-GAP-CLOSED-END
015160         MOVE TRM-START-DATE TO WS-GAP-NEXT-START
015161     END-IF.
015162 1110-EXIT.
015163     EXIT.
015164
015165*    TRMOVRD IS DD DUMMY ON AN ORDINARY NIGHT.  A CARD COUNTS
015166*    ONLY FOR THE RUN DATE IT NAMES.
015167 1120-READ-GAP-OVERRIDE.
015168     OPEN INPUT GAP-OVERRIDE-FILE.
015169     IF NOT WS-TRMOVRD-OK
015170         GO TO 1120-EXIT.
015171     READ GAP-OVERRIDE-FILE
015172         AT END
015173             CONTINUE
015174         NOT AT END
015175             IF TOV-RUN-DATE = WS-CURRENT-DATE
015176                 MOVE 'Y' TO WS-GAP-OVERRIDE-SWITCH
015177                 MOVE TOV-AUTHORIZED-BY TO WS-GAP-OVERRIDE-USER
015178             ELSE
015179                 DISPLAY 'ENRLROLL - TRMOVRD CARD DATED '
015180                     TOV-RUN-DATE ' IGNORED'
015181             END-IF
015182     END-READ.
015183     CLOSE GAP-OVERRIDE-FILE.
015184 1120-EXIT.
015185     EXIT.
015200
015300*****************************************************************
015400*    2000-ROLL-ONE-STUDENT  -  ACCUMULATE EVERY COURSE RECORD    *
