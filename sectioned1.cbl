003194*                    THEIR RE-EVALUATED REWRITES AND THE SUM     *
003195*                    WOULD FAULT A LEGITIMATE NIGHT AT           *
003196*                    RUNVERFY.                                   *
003197*    10/15/26   JRT   REFUSE TO RUN BETWEEN A TERM CLOSE AND THE *
003198*                    NEXT TERM'S START UNLESS TRMOVRD OVERRIDES  *
003199*                                                                *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
006432     SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
006434         ORGANIZATION IS SEQUENTIAL
006436         FILE STATUS IS WS-RUNLEDGR-STATUS.
006438     SELECT TERM-CALENDAR ASSIGN TO TRMCAL
006440         ORGANIZATION IS SEQUENTIAL
006442         FILE STATUS IS WS-TRMCAL-STATUS.
006444     SELECT GAP-OVERRIDE-FILE ASSIGN TO TRMOVRD
006446         ORGANIZATION IS SEQUENTIAL
006448         FILE STATUS IS WS-TRMOVRD-STATUS.
006450
006468 DATA DIVISION.
006500 FILE SECTION.
006600 FD  STUDENT-MASTER
009315 FD  RUN-LEDGER
009316     LABEL RECORDS ARE STANDARD.
009317     COPY RUNLREC.
009319
009321 FD  TERM-CALENDAR
009323     LABEL RECORDS ARE STANDARD.
009325     COPY TRMREC.
009327
009329 FD  GAP-OVERRIDE-FILE
009331     LABEL RECORDS ARE STANDARD.
009333     COPY TOVREC.
009354
009400 WORKING-STORAGE SECTION.
009500 01  WS-FILE-STATUSES.
010516         88  WS-PGMRULES-EOF          VALUE '10'.
010518     05  WS-RUNLEDGR-STATUS           PIC X(02) VALUE SPACES.
010520         88  WS-RUNLEDGR-OK           VALUE '00'.
010522     05  WS-TRMCAL-STATUS             PIC X(02) VALUE SPACES.
010524         88  WS-TRMCAL-OK             VALUE '00'.
010526         88  WS-TRMCAL-NOT-FOUND      VALUE '35'.
010528         88  WS-TRMCAL-EOF            VALUE '10'.
010530     05  WS-TRMOVRD-STATUS            PIC X(02) VALUE SPACES.
010532         88  WS-TRMOVRD-OK            VALUE '00'.
010553
010600*    WS-NUM1/2/3 ARE THE WORKING THRESHOLD SET - 2210-SELECT-
010610*    PROGRAM-RULES REFRESHES THEM FOR EVERY STUDENT FROM THE
012228*    IS CURRENTLY TESTING SO 3100-WRITE-REJECT-RECORD LOGS THE
012230*    FIELDS THAT WINDOW ACTUALLY COMPARED.
012232 77  WS-COMPARISON-WINDOW             PIC X(09) VALUE SPACES.
012237*    TERM-GAP CHECK (1800) - THE LAST CLOSED TERM ON THE
012242*    CALENDAR AND THE START DATE OF THE TERM AFTER IT.
012247 77  WS-GAP-CLOSED-TERM               PIC X(06) VALUE SPACES.
012252 77  WS-GAP-CLOSE-DATE                PIC 9(08) VALUE ZERO.
012257 77  WS-GAP-CLOSED-END                PIC 9(08) VALUE ZERO.
012262 77  WS-GAP-NEXT-START                PIC 9(08) VALUE ZERO.
012267 77  WS-GAP-OVERRIDE-SWITCH           PIC X(01) VALUE 'N'.
012272     88  WS-GAP-OVERRIDDEN            VALUE 'Y'.
012277 77  WS-GAP-OVERRIDE-USER             PIC X(08) VALUE SPACES.
012300 77  WS-EDIT-COUNT                    PIC ZZZZZZ9.
012310 77  WS-ATTENDANCE-WAIVED-SW          PIC X(01) VALUE 'N'.
012320     88  WS-ATTENDANCE-WAIVED         VALUE 'Y'.
014300 1000-INITIALIZE.
014500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014600     ACCEPT WS-CURRENT-TIME FROM TIME.
014650     PERFORM 1800-CHECK-TERM-GAP THRU 1800-EXIT.
014700     PERFORM 1100-LOAD-CONTROL-THRESHOLDS THRU 1100-EXIT.
014710     PERFORM 1600-LOAD-PARTITION-PARM THRU 1600-EXIT.
014750     PERFORM 1400-LOAD-WAIVER-TABLE THRU 1400-EXIT.
046128     END-READ.
046130 8610-EXIT.
046132     EXIT.
046142
046152*****************************************************************
046162*    1800-CHECK-TERM-GAP  -  REFUSE THE RUN BETWEEN A TERM       *
046172*    CLOSE AND THE NEXT TERM'S START.  TRMCLOSE HAS RESET THE    *
046182*    TERM COUNTERS BY THEN, SO AN EVALUATION WOULD FAIL EVERY    *
046192*    STUDENT ON EMPTY TERM FIGURES.  A TRMOVRD CARD DATED        *
046202*    TODAY LETS THE RUN GO AHEAD.  RUNS BEFORE ANY OUTPUT IS     *
046212*    OPENED, SO A REFUSED NIGHT LEAVES LAST NIGHT'S EXTRACT AND  *
046222*    REPORTS AS THEY WERE.  NO CALENDAR, NO GAP TO ENFORCE.      *
046232*****************************************************************
046242 1800-CHECK-TERM-GAP.
046252     OPEN INPUT TERM-CALENDAR.
046262     IF WS-TRMCAL-NOT-FOUND
046272         DISPLAY 'HELLO123 - NO TERM CALENDAR, GAP CHECK SKIPPED'
046282         GO TO 1800-EXIT.
046292     IF NOT WS-TRMCAL-OK
046302         DISPLAY 'HELLO123 - TRMCAL OPEN FAILED, STATUS = '
046312             WS-TRMCAL-STATUS
046322         MOVE 0016 TO RETURN-CODE
046332         STOP RUN
046342     END-IF.
046352     PERFORM 1810-READ-TERM-CALENDAR THRU 1810-EXIT
046362         UNTIL WS-TRMCAL-EOF.
046372     CLOSE TERM-CALENDAR.
046382     IF WS-GAP-CLOSED-TERM = SPACES
046392         GO TO 1800-EXIT.
046402     IF WS-GAP-NEXT-START > ZERO
046412             AND WS-CURRENT-DATE NOT < WS-GAP-NEXT-START
046422         GO TO 1800-EXIT.
046432     PERFORM 1820-READ-GAP-OVERRIDE THRU 1820-EXIT.
046442     IF WS-GAP-OVERRIDDEN
046452         DISPLAY 'HELLO123 - TERM ' WS-GAP-CLOSED-TERM
046462             ' CLOSED, GAP RUN AUTHORIZED BY '
046472             WS-GAP-OVERRIDE-USER
046482         GO TO 1800-EXIT.
046492     DISPLAY 'HELLO123 - TERM ' WS-GAP-CLOSED-TERM ' CLOSED '
046502         WS-GAP-CLOSE-DATE ' AND NEXT TERM NOT STARTED - '
046512         'RUN REFUSED'.
046522     MOVE 0008 TO RETURN-CODE.
046532     STOP RUN.
046542 1800-EXIT.
046552     EXIT.
046562
046572*    THE CALENDAR IS IN START-DATE ORDER (TRMCLOSE PROVES IT),
046582*    SO A CLOSED TERM RESETS THE SEARCH FOR THE TERM AFTER IT
046592*    AND THE FIRST OPEN TERM STARTING PAST ITS END IS THE NEXT.
046602*    A CLOSE STAMP KEYED AS SPACES READS AS NOT CLOSED.
046612 1810-READ-TERM-CALENDAR.
046622     READ TERM-CALENDAR
046632         AT END
046642             MOVE '10' TO WS-TRMCAL-STATUS
046652             GO TO 1810-EXIT
046662     END-READ.
046672     IF TRM-CLOSE-DATE NUMERIC
046682             AND TRM-CLOSE-DATE > ZERO
046692         MOVE TRM-TERM-CODE TO WS-GAP-CLOSED-TERM
046702         MOVE TRM-CLOSE-DATE TO WS-GAP-CLOSE-DATE
046712         MOVE TRM-END-DATE TO WS-GAP-CLOSED-END
046722         MOVE ZERO TO WS-GAP-NEXT-START
046732         GO TO 1810-EXIT.
046742     IF WS-GAP-CLOSED-TERM NOT = SPACES
046752             AND WS-GAP-NEXT-START = ZERO
046762             AND TRM-START-DATE > WS-GAP-CLOSED-END
046772         MOVE TRM-START-DATE TO WS-GAP-NEXT-START
046782     END-IF.
046792 1810-EXIT.
046802     EXIT.
046812
046822*    TRMOVRD IS DD DUMMY ON AN ORDINARY NIGHT.  A CARD COUNTS
046832*    ONLY FOR THE RUN DATE IT NAMES.
046842 1820-READ-GAP-OVERRIDE.
046852     OPEN INPUT GAP-OVERRIDE-FILE.
046862     IF NOT WS-TRMOVRD-OK
046872         GO TO 1820-EXIT.
046882     READ GAP-OVERRIDE-FILE
046892         AT END
046902             CONTINUE
046912         NOT AT END
046922             IF TOV-RUN-DATE = WS-CURRENT-DATE
046932                 MOVE 'Y' TO WS-GAP-OVERRIDE-SWITCH
046942                 MOVE TOV-AUTHORIZED-BY TO WS-GAP-OVERRIDE-USER
046952             ELSE
046962                 DISPLAY 'HELLO123 - TRMOVRD CARD DATED '
046972                     TOV-RUN-DATE ' IGNORED'
046982             END-IF
046992     END-READ.
047002     CLOSE GAP-OVERRIDE-FILE.
047012 1820-EXIT.
047022     EXIT.
