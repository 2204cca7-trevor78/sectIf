002692*    09/02/26   JRT   EDIT MNT-ENROLL-STATUS - ONLY A (OR        *
002694*                     SPACE), W, G, L PASS; ANYTHING ELSE        *
002696*                     SUSPENDS AS BADSTAT                        *
002700*    10/15/26   JRT   OPERATOR AUTHORIZATION - EVERY TRANSACTION *
002705*                     CARRIES MNT-OPERATOR-ID, WHICH MUST BE ON  *
002710*                     THE OPERATOR AUTHORIZATION TABLE (OPRFILE) *
002715*                     (ELSE BADOPER).  THE TRANSACTION IS        *
002720*                     COMPARED WITH THE MASTER RECORD AS IT      *
002725*                     STANDS AND SUSPENDS (AUTHHOLD / AUTHPROB / *
002730*                     AUTHSTAT / AUTHACAD) WHEN IT CHANGES A     *
002735*                     FIELD GROUP THE OPERATOR IS NOT            *
002740*                     AUTHORIZED FOR.  TRANSACTION RECORD 94 TO  *
002745*                     102 BYTES, SUSPENSE RECORD 110 TO 118      *
002750*                                                                *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005010     SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS WS-RUNLEDGR-STATUS.
005035     SELECT OPERATOR-FILE ASSIGN TO OPRFILE
005040         ORGANIZATION IS SEQUENTIAL
005045         FILE STATUS IS WS-OPRFILE-STATUS.
005050     SELECT STUDENT-MASTER ASSIGN TO STUDMSTR
005055         ORGANIZATION IS INDEXED
005060         ACCESS MODE IS RANDOM
005065         RECORD KEY IS SM-STUDENT-ID
005070         FILE STATUS IS WS-STUDMSTR-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  MNT-TRANS-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  MTF-TRANS-RECORD                     PIC X(102).
005700
005800 FD  SUSP-IN-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  SIN-SUSPENSE-RECORD                  PIC X(118).
006100
006200 FD  SUSP-OUT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  SOT-SUSPENSE-RECORD                  PIC X(118).
006500
006600 FD  EDITED-TRANS-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  ETF-TRANS-RECORD                     PIC X(102).
006900
007000 FD  EDIT-REPORT
007100     LABEL RECORDS ARE STANDARD.
007220 FD  RUN-LEDGER
007230     LABEL RECORDS ARE STANDARD.
007240     COPY RUNLREC.
007245
007250 FD  OPERATOR-FILE
007255     LABEL RECORDS ARE STANDARD.
007260     COPY OPRREC.
007265
007270 FD  STUDENT-MASTER
007275     LABEL RECORDS ARE STANDARD.
007280     COPY STUDCREC.
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-FILE-STATUSES.
008600         88  WS-EDITRPT-OK            VALUE '00'.
008610     05  WS-RUNLEDGR-STATUS           PIC X(02) VALUE SPACES.
008620         88  WS-RUNLEDGR-OK           VALUE '00'.
008630     05  WS-OPRFILE-STATUS            PIC X(02) VALUE SPACES.
008640         88  WS-OPRFILE-OK            VALUE '00'.
008650         88  WS-OPRFILE-NOT-FOUND     VALUE '35'.
008660         88  WS-OPRFILE-EOF           VALUE '10'.
008670     05  WS-STUDMSTR-STATUS           PIC X(02) VALUE SPACES.
008680         88  WS-STUDMSTR-OK           VALUE '00'.
008700
008800 77  WS-TRANS-EOF-SWITCH              PIC X(01) VALUE 'N'.
008900     88  WS-END-OF-TRANS-FILE         VALUE 'Y'.
010220 77  WS-STAMP-TIME                    PIC 9(08) VALUE ZERO.
010300 77  WS-ID-ENTRY-COUNT                PIC 9(05) COMP VALUE ZERO.
010400 77  WS-ID-SUB                        PIC 9(05) COMP VALUE ZERO.
010410 77  WS-OPR-ENTRY-COUNT               PIC 9(03) COMP VALUE ZERO.
010420 77  WS-OPR-SUB                       PIC 9(03) COMP VALUE ZERO.
010430 77  WS-OPR-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
010440 77  WS-MASTER-FOUND-SWITCH           PIC X(01) VALUE 'N'.
010450     88  WS-MASTER-FOUND              VALUE 'Y'.
010500 77  WS-EDIT-COUNT                    PIC ZZZZ9.
010600
010700*    EVERY STUDENT-ID ACCEPTED THIS BATCH IS REMEMBERED HERE
011200         10  WS-ID-STUDENT-ID         PIC X(09).
011300         10  WS-ID-TRANS-CODE         PIC X(01).
011400
011401*    EVERY AUTHORIZED OPERATOR AND THE FIELD GROUPS THEY MAY
011402*    CHANGE, LOADED FROM OPRFILE AT INITIALIZATION.
011403 01  WS-OPERATOR-TABLE.
011404     05  WS-OPR-ENTRY OCCURS 500 TIMES.
011405         10  WS-OPR-OPERATOR-ID       PIC X(08).
011406         10  WS-OPR-HOLD-AUTH         PIC X(01).
011407         10  WS-OPR-PROBATION-AUTH    PIC X(01).
011408         10  WS-OPR-STATUS-AUTH       PIC X(01).
011409         10  WS-OPR-ACADEMIC-AUTH     PIC X(01).
011410
011411*    THE FIELD GROUPS AS THE MASTER HOLDS THEM NOW (WS-AUTH-
011412*    CURRENT) AND AS THEY WILL STAND AFTER THE TRANSACTION
011413*    (WS-AUTH-PROPOSED).  A GROUP THAT DIFFERS IS A GROUP THE
011414*    TRANSACTION CHANGES.  AN ADD CHANGES FROM AN EMPTY RECORD
011415*    AND A DELETE CHANGES TO ONE, SO A DELETE OF A STUDENT ON
011416*    HOLD NEEDS HOLD AUTHORITY JUST AS A RELEASE WOULD.
011417 01  WS-AUTH-CURRENT.
011418     05  WS-CUR-HOLD-FLAG             PIC 9(03).
011419     05  WS-CUR-PROBATION-FLAG        PIC 9(03).
011420     05  WS-CUR-ENROLL-STATUS         PIC X(01).
011421     05  WS-CUR-ACADEMIC-FIELDS.
011422         10  WS-CUR-STUDENT-NAME      PIC X(30).
011423         10  WS-CUR-ACADEMIC-NUMBERS  PIC X(42).
011424         10  WS-CUR-PROGRAM-CD        PIC X(03).
011425
011426 01  WS-AUTH-PROPOSED.
011427     05  WS-PRO-HOLD-FLAG             PIC 9(03).
011428     05  WS-PRO-PROBATION-FLAG        PIC 9(03).
011429     05  WS-PRO-ENROLL-STATUS         PIC X(01).
011430     05  WS-PRO-ACADEMIC-FIELDS.
011431         10  WS-PRO-STUDENT-NAME      PIC X(30).
011432         10  WS-PRO-ACADEMIC-NUMBERS  PIC X(42).
011433         10  WS-PRO-PROGRAM-CD        PIC X(03).
011434
011435 01  WS-ACADEMIC-NUMBERS.
011436     05  WS-ACN-ATTENDANCE-DAYS       PIC 9(03).
011437     05  WS-ACN-ATTENDANCE-DAYS-REQD  PIC 9(03).
011438     05  WS-ACN-ATTENDANCE-WAIVER-CD  PIC 9(03).
011439     05  WS-ACN-CREDIT-HOURS-REQD     PIC 9(03).
011440     05  WS-ACN-GPA-COMPONENT-A       PIC 9(03).
011441     05  WS-ACN-GPA-COMPONENT-B       PIC 9(03).
011442     05  WS-ACN-CREDIT-HOURS-EARNED   PIC 9(03).
011443     05  WS-ACN-CREDIT-HOURS-CUM      PIC 9(03).
011444     05  WS-ACN-GPA-TERM              PIC 9(03).
011445     05  WS-ACN-GPA-CUM               PIC 9(03).
011446     05  WS-ACN-SEC-ATTENDANCE-DAYS   PIC 9(03).
011447     05  WS-ACN-SEC-ATT-DAYS-REQD     PIC 9(03).
011448     05  WS-ACN-SEC-GPA-COMPONENT-A   PIC 9(03).
011449     05  WS-ACN-SEC-GPA-COMPONENT-B   PIC 9(03).
011450
011500     COPY MNTTRN.
011600
011700     COPY SUSREC.
018100         MOVE 0016 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018310     OPEN INPUT STUDENT-MASTER.
018320     IF NOT WS-STUDMSTR-OK
018330         DISPLAY 'STUEDIT - STUDMSTR OPEN FAILED, STATUS = '
018340             WS-STUDMSTR-STATUS
018350         MOVE 0016 TO RETURN-CODE
018360         STOP RUN
018370     END-IF.
018380     PERFORM 1100-LOAD-OPERATOR-TABLE THRU 1100-EXIT.
018400     MOVE SPACES TO ERP-REPORT-LINE.
018500     MOVE WS-ERP-HEADING-LINE TO ERP-REPORT-LINE.
018600     WRITE ERP-REPORT-LINE.
018800     WRITE ERP-REPORT-LINE.
018900 1000-EXIT.
019000     EXIT.
019001
019002*    WITHOUT THE TABLE NO TRANSACTION COULD PASS, SO A MISSING
019003*    OR EMPTY OPERATOR FILE STOPS THE RUN RATHER THAN SUSPEND
019004*    THE WHOLE BATCH.
019005 1100-LOAD-OPERATOR-TABLE.
019006     OPEN INPUT OPERATOR-FILE.
019007     IF WS-OPRFILE-NOT-FOUND
019008         DISPLAY 'STUEDIT - NO OPERATOR FILE, CANNOT EDIT'
019009         MOVE 0016 TO RETURN-CODE
019010         STOP RUN
019011     END-IF.
019012     IF NOT WS-OPRFILE-OK
019013         DISPLAY 'STUEDIT - OPRFILE OPEN FAILED, STATUS = '
019014             WS-OPRFILE-STATUS
019015         MOVE 0016 TO RETURN-CODE
019016         STOP RUN
019017     END-IF.
019018     PERFORM 1110-READ-OPERATOR THRU 1110-EXIT
019019         UNTIL WS-OPRFILE-EOF.
019020     CLOSE OPERATOR-FILE.
019021     IF WS-OPR-ENTRY-COUNT = ZERO
019022         DISPLAY 'STUEDIT - OPERATOR FILE EMPTY, CANNOT EDIT'
019023         MOVE 0016 TO RETURN-CODE
019024         STOP RUN
019025     END-IF.
019026     DISPLAY 'STUEDIT - OPERATORS LOADED = ' WS-OPR-ENTRY-COUNT.
019027 1100-EXIT.
019028     EXIT.
019029
019030 1110-READ-OPERATOR.
019031     READ OPERATOR-FILE
019032         AT END
019033             MOVE '10' TO WS-OPRFILE-STATUS
019034         NOT AT END
019035             IF WS-OPR-ENTRY-COUNT < 500
019036                 ADD 1 TO WS-OPR-ENTRY-COUNT
019037                 MOVE OPR-OPERATOR-ID
019038                     TO WS-OPR-OPERATOR-ID (WS-OPR-ENTRY-COUNT)
019039                 MOVE OPR-HOLD-AUTH
019040                     TO WS-OPR-HOLD-AUTH (WS-OPR-ENTRY-COUNT)
019041                 MOVE OPR-PROBATION-AUTH
019042                     TO WS-OPR-PROBATION-AUTH (WS-OPR-ENTRY-COUNT)
019043                 MOVE OPR-STATUS-AUTH
019044                     TO WS-OPR-STATUS-AUTH (WS-OPR-ENTRY-COUNT)
019045                 MOVE OPR-ACADEMIC-AUTH
019046                     TO WS-OPR-ACADEMIC-AUTH (WS-OPR-ENTRY-COUNT)
019047             ELSE
019048                 DISPLAY 'STUEDIT - OPERATOR TABLE FULL - '
019049                     'RESIZE BEFORE RUNNING'
019050                 MOVE 0016 TO RETURN-CODE
019051                 STOP RUN
019052             END-IF
019053     END-READ.
019054 1110-EXIT.
019055     EXIT.
019100
019200*****************************************************************
019300*    2000-RECYCLE-ONE-SUSPENSE  -  PRIOR NIGHT'S SUSPENDED       *
026140             GO TO 2300-EXIT
026150         END-IF
026160     END-IF.
026165     PERFORM 2340-CHECK-AUTHORIZATION THRU 2340-EXIT.
026170     IF WS-EDIT-FAILED
026175         GO TO 2300-EXIT
026180     END-IF.
026200     PERFORM 2350-CHECK-BATCH-CONFLICTS THRU 2350-EXIT.
026300 2300-EXIT.
026400     EXIT.
031193 2330-EXIT.
031194     EXIT.
031195
031196*****************************************************************
031197*    2340-CHECK-AUTHORIZATION  -  THE OPERATOR MUST BE ON THE    *
031198*    TABLE AND AUTHORIZED FOR EVERY FIELD GROUP THE TRANSACTION  *
031199*    CHANGES.  A CHANGE OR DELETE FOR A STUDENT NOT ON THE       *
031200*    MASTER CHANGES NOTHING - STUMAINT LOGS IT AS NOTFOUND.      *
031201*****************************************************************
031202 2340-CHECK-AUTHORIZATION.
031203     MOVE ZERO TO WS-OPR-FOUND-SUB.
031204     MOVE ZERO TO WS-OPR-SUB.
031205     IF MNT-OPERATOR-ID NOT = SPACES
031206         PERFORM 2345-SCAN-OPERATOR-TABLE THRU 2345-EXIT
031207             UNTIL WS-OPR-SUB >= WS-OPR-ENTRY-COUNT
031208                 OR WS-OPR-FOUND-SUB > ZERO
031209     END-IF.
031210     IF WS-OPR-FOUND-SUB = ZERO
031211         MOVE 'BADOPER' TO WS-REASON-CODE
031212         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
031213         GO TO 2340-EXIT
031214     END-IF.
031215     PERFORM 2346-BUILD-AUTH-IMAGES THRU 2346-EXIT.
031216     IF NOT WS-MASTER-FOUND
031217             AND NOT MNT-ADD-TRANS
031218         GO TO 2340-EXIT
031219     END-IF.
031220     IF WS-CUR-HOLD-FLAG NOT = WS-PRO-HOLD-FLAG
031221             AND WS-OPR-HOLD-AUTH (WS-OPR-FOUND-SUB) NOT = 'Y'
031222         MOVE 'AUTHHOLD' TO WS-REASON-CODE
031223         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
031224         GO TO 2340-EXIT
031225     END-IF.
031226     IF WS-CUR-PROBATION-FLAG NOT = WS-PRO-PROBATION-FLAG
031227             AND WS-OPR-PROBATION-AUTH (WS-OPR-FOUND-SUB)
031228                 NOT = 'Y'
031229         MOVE 'AUTHPROB' TO WS-REASON-CODE
031230         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
031231         GO TO 2340-EXIT
031232     END-IF.
031233     IF WS-CUR-ENROLL-STATUS NOT = WS-PRO-ENROLL-STATUS
031234             AND WS-OPR-STATUS-AUTH (WS-OPR-FOUND-SUB) NOT = 'Y'
031235         MOVE 'AUTHSTAT' TO WS-REASON-CODE
031236         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
031237         GO TO 2340-EXIT
031238     END-IF.
031239     IF WS-CUR-ACADEMIC-FIELDS NOT = WS-PRO-ACADEMIC-FIELDS
031240             AND WS-OPR-ACADEMIC-AUTH (WS-OPR-FOUND-SUB)
031241                 NOT = 'Y'
031242         MOVE 'AUTHACAD' TO WS-REASON-CODE
031243         MOVE 'F' TO WS-EDIT-RESULT-SWITCH
031244     END-IF.
031245 2340-EXIT.
031246     EXIT.
031247
031248 2345-SCAN-OPERATOR-TABLE.
031249     ADD 1 TO WS-OPR-SUB.
031250     IF WS-OPR-OPERATOR-ID (WS-OPR-SUB) = MNT-OPERATOR-ID
031251         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
031252     END-IF.
031253 2345-EXIT.
031254     EXIT.
031255
031256*    AN EMPTY RECORD IS ZERO FLAGS, ACTIVE STATUS, AND BLANK
031257*    ACADEMIC FIELDS.  SPACE AND 'A' ARE THE SAME STATUS, SO
031258*    BOTH COMPARE AS 'A'.
031259 2346-BUILD-AUTH-IMAGES.
031260     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
031261     MOVE ZERO TO WS-CUR-HOLD-FLAG.
031262     MOVE ZERO TO WS-CUR-PROBATION-FLAG.
031263     MOVE 'A' TO WS-CUR-ENROLL-STATUS.
031264     MOVE SPACES TO WS-CUR-ACADEMIC-FIELDS.
031265     MOVE WS-AUTH-CURRENT TO WS-AUTH-PROPOSED.
031266     IF NOT MNT-ADD-TRANS
031267         MOVE MNT-STUDENT-ID TO SM-STUDENT-ID
031268         READ STUDENT-MASTER
031269             INVALID KEY
031270                 GO TO 2346-EXIT
031271             NOT INVALID KEY
031272                 MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
031273         END-READ
031274         PERFORM 2347-LOAD-CURRENT-IMAGE THRU 2347-EXIT
031275     END-IF.
031276     IF NOT MNT-DELETE-TRANS
031277         PERFORM 2348-LOAD-PROPOSED-IMAGE THRU 2348-EXIT
031278     END-IF.
031279 2346-EXIT.
031280     EXIT.
031281
031282 2347-LOAD-CURRENT-IMAGE.
031283     MOVE SM-HOLD-FLAG TO WS-CUR-HOLD-FLAG.
031284     MOVE SM-PROBATION-FLAG TO WS-CUR-PROBATION-FLAG.
031285     IF SM-ENROLL-STATUS NOT = SPACE
031286         MOVE SM-ENROLL-STATUS TO WS-CUR-ENROLL-STATUS
031287     END-IF.
031288     MOVE SM-STUDENT-NAME TO WS-CUR-STUDENT-NAME.
031289     MOVE SM-ATTENDANCE-DAYS TO WS-ACN-ATTENDANCE-DAYS.
031290     MOVE SM-ATTENDANCE-DAYS-REQD TO WS-ACN-ATTENDANCE-DAYS-REQD.
031291     MOVE SM-ATTENDANCE-WAIVER-CD TO WS-ACN-ATTENDANCE-WAIVER-CD.
031292     MOVE SM-CREDIT-HOURS-REQD TO WS-ACN-CREDIT-HOURS-REQD.
031293     MOVE SM-GPA-COMPONENT-A TO WS-ACN-GPA-COMPONENT-A.
031294     MOVE SM-GPA-COMPONENT-B TO WS-ACN-GPA-COMPONENT-B.
031295     MOVE SM-CREDIT-HOURS-EARNED TO WS-ACN-CREDIT-HOURS-EARNED.
031296     MOVE SM-CREDIT-HOURS-CUM TO WS-ACN-CREDIT-HOURS-CUM.
031297     MOVE SM-GPA-TERM TO WS-ACN-GPA-TERM.
031298     MOVE SM-GPA-CUM TO WS-ACN-GPA-CUM.
031299     MOVE SM-SEC-ATTENDANCE-DAYS TO WS-ACN-SEC-ATTENDANCE-DAYS.
031300     MOVE SM-SEC-ATTENDANCE-DAYS-REQD TO WS-ACN-SEC-ATT-DAYS-REQD.
031301     MOVE SM-SEC-GPA-COMPONENT-A TO WS-ACN-SEC-GPA-COMPONENT-A.
031302     MOVE SM-SEC-GPA-COMPONENT-B TO WS-ACN-SEC-GPA-COMPONENT-B.
031303     MOVE WS-ACADEMIC-NUMBERS TO WS-CUR-ACADEMIC-NUMBERS.
031304     MOVE SM-ACADEMIC-PROGRAM-CD TO WS-CUR-PROGRAM-CD.
031305 2347-EXIT.
031306     EXIT.
031307
031308 2348-LOAD-PROPOSED-IMAGE.
031309     MOVE MNT-HOLD-FLAG TO WS-PRO-HOLD-FLAG.
031310     MOVE MNT-PROBATION-FLAG TO WS-PRO-PROBATION-FLAG.
031311     MOVE 'A' TO WS-PRO-ENROLL-STATUS.
031312     IF MNT-ENROLL-STATUS NOT = SPACE
031313         MOVE MNT-ENROLL-STATUS TO WS-PRO-ENROLL-STATUS
031314     END-IF.
031315     MOVE MNT-STUDENT-NAME TO WS-PRO-STUDENT-NAME.
031316     MOVE MNT-ATTENDANCE-DAYS TO WS-ACN-ATTENDANCE-DAYS.
031317     MOVE MNT-ATTENDANCE-DAYS-REQD TO WS-ACN-ATTENDANCE-DAYS-REQD.
031318     MOVE MNT-ATTENDANCE-WAIVER-CD TO WS-ACN-ATTENDANCE-WAIVER-CD.
031319     MOVE MNT-CREDIT-HOURS-REQD TO WS-ACN-CREDIT-HOURS-REQD.
031320     MOVE MNT-GPA-COMPONENT-A TO WS-ACN-GPA-COMPONENT-A.
031321     MOVE MNT-GPA-COMPONENT-B TO WS-ACN-GPA-COMPONENT-B.
031322     MOVE MNT-CREDIT-HOURS-EARNED TO WS-ACN-CREDIT-HOURS-EARNED.
031323     MOVE MNT-CREDIT-HOURS-CUM TO WS-ACN-CREDIT-HOURS-CUM.
031324     MOVE MNT-GPA-TERM TO WS-ACN-GPA-TERM.
031325     MOVE MNT-GPA-CUM TO WS-ACN-GPA-CUM.
031326     MOVE MNT-SEC-ATTENDANCE-DAYS TO WS-ACN-SEC-ATTENDANCE-DAYS.
031327     MOVE MNT-SEC-ATTENDANCE-DAYS-REQD
031328         TO WS-ACN-SEC-ATT-DAYS-REQD.
031329     MOVE MNT-SEC-GPA-COMPONENT-A TO WS-ACN-SEC-GPA-COMPONENT-A.
031330     MOVE MNT-SEC-GPA-COMPONENT-B TO WS-ACN-SEC-GPA-COMPONENT-B.
031331     MOVE WS-ACADEMIC-NUMBERS TO WS-PRO-ACADEMIC-NUMBERS.
031332     MOVE MNT-ACADEMIC-PROGRAM-CD TO WS-PRO-PROGRAM-CD.
031333 2348-EXIT.
031334     EXIT.
031335
031336 2350-CHECK-BATCH-CONFLICTS.
031337     MOVE ZERO TO WS-ID-SUB.
031400     PERFORM 2360-SCAN-BATCH-ID-TABLE THRU 2360-EXIT
031500         UNTIL WS-ID-SUB >= WS-ID-ENTRY-COUNT
031600             OR WS-EDIT-FAILED.
037100     MOVE WS-REASON-CODE TO ERP-REPORT-LINE(36:8).
037200     MOVE 'SOURCE' TO ERP-REPORT-LINE(46:6).
037300     MOVE WS-TRANS-SOURCE TO ERP-REPORT-LINE(53:7).
037320     MOVE 'OPER' TO ERP-REPORT-LINE(62:4).
037340     MOVE MNT-OPERATOR-ID TO ERP-REPORT-LINE(67:8).
037400     WRITE ERP-REPORT-LINE.
037500 2510-EXIT.
037600     EXIT.
040800     CLOSE SUSP-OUT-FILE.
040900     CLOSE EDITED-TRANS-FILE.
041000     CLOSE EDIT-REPORT.
041050     CLOSE STUDENT-MASTER.
041100     DISPLAY 'STUEDIT - TRANSACTIONS READ      = ' WS-TRANS-READ.
041200     DISPLAY 'STUEDIT - RECYCLED FROM SUSPENSE = '
041300         WS-RECYCLED-READ.
