000202*                LIMIT, 4 ANY REJECTS AT ALL - SO THE SCHEDULER    *
000203*                CAN HOLD STRINGENDSWITH INSTEAD OF SOMEONE        *
000204*                READING SYSOUT.                                   *
000205* 2026-10-15 DS  REJFILE LAYOUT MOVED TO THE NEW REJFLDS COPYBOOK *
000206*                AND WIDENED TO 954 BYTES - EACH REJECT NOW       *
000207*                CARRIES THE FEED IDENTITY, ITS DATA-RECORD       *
000208*                NUMBER, TODAY'S DATE AND THE WHOLE TRAN-RECORD,  *
000209*                SO REJREPR CAN LOAD IT ONTO THE OPEN-REJECT      *
000210*                MASTER FOR REPAIR AND RESUBMISSION. TRANFILE IS  *
000211*                NOW 761 BYTES (TRANFLDS RESUBMIT LINKAGE).       *
000212* 2026-10-15 DS  EACH RUN NOW RECORDS ITSELF ON THE RUNCTL   *
000213*                NIGHTLY CYCLE LEDGER (CYCLCTL), STARTED AT  *
000214*                THE FIRST RECORD PAST THE HEADER AND ENDED  *
000215*                COMPLETE, FAILED OR REFUSED WITH ITS        *
000216*                COUNTS. A FEED STRINGENDSWITH HAS RUN, OR   *
000217*                IS RUNNING, IS REFUSED.                     *
000218*-----------------------------------------------------------*
000219 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000221 SOURCE-COMPUTER.   IBM-370.
000230 OBJECT-COMPUTER.   IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  TRANFILE
000360     RECORD CONTAINS 761 CHARACTERS.
000370     COPY TRANFLDS.
000380*
000390 FD  REJFILE
000400     RECORD CONTAINS 954 CHARACTERS.
000410     COPY REJFLDS.
000512*
000513*-----------------------------------------------------------*
000514* FEEDLOG - THE FEEDS ALREADY PROCESSED, APPENDED TO BY       *
000644     05  WS-FEEDLOG-EOF-SW       PIC X(01) VALUE 'N'.
000645         88  WS-FEEDLOG-EOF-YES             VALUE 'Y'.
000646         88  WS-FEEDLOG-EOF-NO              VALUE 'N'.
000647     05  WS-STEP-BEGUN-SW        PIC X(01) VALUE 'N'.
000648         88  WS-STEP-BEGUN-YES              VALUE 'Y'.
000649         88  WS-STEP-BEGUN-NO               VALUE 'N'.
000650     05  WS-STEP-REFUSED-SW      PIC X(01) VALUE 'N'.
000651         88  WS-STEP-REFUSED-YES            VALUE 'Y'.
000652         88  WS-STEP-REFUSED-NO             VALUE 'N'.
000653     05  WS-RUNCTL-DOWN-SW       PIC X(01) VALUE 'N'.
000654         88  WS-RUNCTL-DOWN-YES             VALUE 'Y'.
000655         88  WS-RUNCTL-DOWN-NO              VALUE 'N'.
000656*
000657*-----------------------------------------------------------*
000660* WS-FILE-STATUSES - STANDARD TWO-CHARACTER FILE STATUS      *
000670* CODES FOR EACH FILE, WITH 88-LEVELS FOR THE CODES THIS     *
000680* PROGRAM ACTUALLY TESTS FOR.                                *
000826 77  WS-REJECT-LIMIT             PIC 9(05) COMP VALUE 0.
000827 77  WS-REJECT-PARM-RAW          PIC X(05) VALUE '00000'.
000828 77  WS-REJECT-PARM-START        PIC 9(02) COMP VALUE 0.
000829*
000830*-----------------------------------------------------------*
000831* RUN-CONTROL LEDGER - THIS RUN'S RUNCTL ENTRY (RCFLDS) AND *
000832* THE CYCLCTL CALL AREA (CCFLDS). WS-CYCLE-DATE IS THE FEED *
000833* DATE ONCE THE HEADER HAS PASSED, OTHERWISE TODAY.         *
000834*-----------------------------------------------------------*
000835 77  WS-CYCLE-DATE               PIC 9(08) VALUE ZEROS.
000836     COPY RCFLDS.
000837     COPY CCFLDS.
000838*-----------------------------------------------------------*
000839* LINKAGE SECTION - LS-PARM-AREA RECEIVES THE JCL EXEC PARM= *
000840* TEXT, THE SAME MECHANISM STRINGENDSWITH USES. A PARM OF    *
000841* 1-5 DIGITS IS THE REJECT-COUNT LIMIT - WHEN NON-ZERO, A    *
000842* RUN WHOSE REJECT COUNT REACHES IT ENDS WITH CONDITION      *
000843* CODE 8.                                                    *
000844*-----------------------------------------------------------*
000845 LINKAGE SECTION.
000846 01  LS-PARM-AREA.
000847     05  LS-PARM-LENGTH          PIC S9(04) COMP.
000848     05  LS-PARM-TEXT            PIC X(05).
000849*
000850 PROCEDURE DIVISION USING LS-PARM-AREA.
000851*-----------------------------------------------------------*
000852* 0000-MAINLINE                                              *
000860*-----------------------------------------------------------*
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
000910     PERFORM 8000-CONTROL-REPORT  THRU 8000-EXIT.
000920     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
000925     PERFORM 9500-SET-FINAL-RC    THRU 9500-EXIT.
000927     PERFORM 9600-END-CYCLE-STEP  THRU 9600-EXIT.
000930     STOP RUN.
000940*
000950*-----------------------------------------------------------*
001230*-----------------------------------------------------------*
001240 2000-PROCESS-RECORD.
001250     ADD 1 TO WS-REC-COUNT.
001251     IF WS-STEP-BEGUN-NO AND NOT TC-HEADER-REC
001252         PERFORM 2700-BEGIN-CYCLE-STEP THRU 2700-EXIT
001253         IF WS-EOF-YES
001254             GO TO 2000-EXIT
001255         END-IF
001256     END-IF.
001260     MOVE 'N' TO WS-REJECT-SW.
001262     EVALUATE TRUE
001264         WHEN TC-HEADER-REC
002459     END-IF.
002460 2600-EXIT.
002461     EXIT.
002462*
002463*-----------------------------------------------------------*
002464* 2700-BEGIN-CYCLE-STEP - RECORD THIS RUN ON THE RUNCTL      *
002465* LEDGER BEFORE ANY DATA RECORD IS EDITED: AT THE FIRST      *
002466* RECORD PAST THE HEADER (A BAD HEADER HAS ALREADY ENDED THE *
002467* RUN), OR THE FIRST OF A FEED WITH NO HEADER. A FEED THAT   *
002468* STRINGENDSWITH HAS RUN, OR IS RUNNING, IS REFUSED -        *
002469* EDITING IT AGAIN WOULD ONLY WRITE DUPLICATE REJECTS. A     *
002470* FEED WITH NO HEADER HAS NO IDENTITY TO CHECK. A LEDGER     *
002471* THAT WILL NOT OPEN STOPS THE RUN LIKE ANY OPEN FAILURE.    *
002472*-----------------------------------------------------------*
002473 2700-BEGIN-CYCLE-STEP.
002474     IF WS-STEP-BEGUN-YES
002475         GO TO 2700-EXIT
002476     END-IF.
002477     MOVE 'Y' TO WS-STEP-BEGUN-SW.
002478     IF WS-HEADER-SEEN-YES
002479         PERFORM 2710-BUILD-RUNCTL-ENTRY THRU 2710-EXIT
002480         MOVE 'STRINGENDSWITH' TO RC-STEP-NAME
002481         MOVE SPACES           TO RC-JOB-ID
002482         MOVE RC-RECORD TO CC-ENTRY
002483         MOVE 'Q' TO CC-FUNCTION
002484         CALL 'CYCLCTL' USING CC-AREA
002485         IF CC-RC-UNAVAILABLE
002486             PERFORM 2790-RUNCTL-UNAVAILABLE THRU 2790-EXIT
002487             GO TO 2700-EXIT
002488         END-IF
002489     END-IF.
002490     PERFORM 2710-BUILD-RUNCTL-ENTRY THRU 2710-EXIT.
002491     IF WS-HEADER-SEEN-YES AND CC-RC-OK
002492        AND CC-STARTED-COUNT > 0
002493         MOVE 'FEED IS RUNNING IN STRINGENDSWITH NOW'
002494             TO RC-MESSAGE
002495         PERFORM 2780-REFUSE-THE-STEP THRU 2780-EXIT
002496         GO TO 2700-EXIT
002497     END-IF.
002498     IF WS-HEADER-SEEN-YES AND CC-RC-OK
002499        AND CC-COMPLETE-COUNT > 0
002500         MOVE 'FEED ALREADY RUN BY STRINGENDSWITH'
002501             TO RC-MESSAGE
002502         PERFORM 2780-REFUSE-THE-STEP THRU 2780-EXIT
002503         GO TO 2700-EXIT
002504     END-IF.
002505     MOVE RC-RECORD TO CC-ENTRY.
002506     MOVE 'B' TO CC-FUNCTION.
002507     CALL 'CYCLCTL' USING CC-AREA.
002508     IF NOT CC-RC-OK
002509         PERFORM 2790-RUNCTL-UNAVAILABLE THRU 2790-EXIT
002510         GO TO 2700-EXIT
002511     END-IF.
002512     MOVE CC-ENTRY TO RC-RECORD.
002513 2700-EXIT.
002514     EXIT.
002515*
002516*-----------------------------------------------------------*
002517* 2710-BUILD-RUNCTL-ENTRY - A FRESH TRANEDIT ENTRY FOR THIS *
002518* FEED, NOT YET ON THE LEDGER (ENTRY NO. ZERO).             *
002519*-----------------------------------------------------------*
002520 2710-BUILD-RUNCTL-ENTRY.
002521     MOVE WS-TODAY-DATE TO WS-CYCLE-DATE.
002522     IF WS-HEADER-SEEN-YES AND WS-FEED-ERROR-NO
002523        AND WS-FEED-DATE > 0
002524         MOVE WS-FEED-DATE TO WS-CYCLE-DATE
002525     END-IF.
002526     MOVE SPACES           TO RC-RECORD.
002527     MOVE WS-CYCLE-DATE    TO RC-CYCLE-DATE.
002528     MOVE 0                TO RC-ENTRY-NO.
002529     MOVE 'TRANEDIT'       TO RC-STEP-NAME.
002530     MOVE 'TRANEDIT'       TO RC-JOB-ID.
002531     MOVE 0                TO RC-STEP-RC.
002532     MOVE 0                TO RC-ATTEMPT-COUNT.
002533     MOVE WS-SOURCE-SYSTEM TO RC-FEED-SOURCE.
002534     MOVE WS-FEED-DATE     TO RC-FEED-DATE.
002535     MOVE WS-FEED-SEQ      TO RC-FEED-SEQ.
002536     MOVE ZEROS            TO RC-COUNTS.
002537     MOVE 0                TO RC-ROUTE-START-POS.
002538     MOVE 0                TO RC-ROUTE-END-POS.
002539     MOVE 'N'              TO RC-DISPATCH-SW.
002540     MOVE 0                TO RC-DISPATCH-CYCLE.
002541     MOVE 0                TO RC-DISPATCH-ENTRY.
002542     MOVE 'N'              TO CC-RESTART-SW.
002543     MOVE 'N'              TO CC-ALL-CYCLES-SW.
002544 2710-EXIT.
002545     EXIT.
002546*
002547*-----------------------------------------------------------*
002548* 2780-REFUSE-THE-STEP - THE LEDGER SAYS THIS FEED MUST NOT BE *
002549* EDITED NOW. NOTHING IS READ PAST THIS POINT; 9600 FILES THE *
002550* REFUSAL, WITH RC-MESSAGE, AS A NEW ENTRY.                 *
002551*-----------------------------------------------------------*
002552 2780-REFUSE-THE-STEP.
002553     DISPLAY 'TRANEDIT - STEP REFUSED - ' RC-MESSAGE.
002554     MOVE 'Y' TO WS-STEP-REFUSED-SW.
002555     MOVE 'Y' TO WS-EOF-SW.
002556 2780-EXIT.
002557     EXIT.
002558*
002559 2790-RUNCTL-UNAVAILABLE.
002560     DISPLAY 'TRANEDIT - RUNCTL LEDGER UNAVAILABLE - STATUS '
002561             CC-RUNCTL-STATUS.
002562     MOVE 12  TO RETURN-CODE.
002563     MOVE 'Y' TO WS-RUNCTL-DOWN-SW.
002564     MOVE 'Y' TO WS-EOF-SW.
002565 2790-EXIT.
002566     EXIT.
002567*-----------------------------------------------------------*
002568* 7000-WRITE-REJECT - WRITE ONE REJFILE RECORD CARRYING THE   *
002569* FAILING RECORD NUMBER, THE REASON CODE/TEXT SET BY THE       *
002570* CALLING EDIT PARAGRAPH, THE FEED IDENTITY, AND THE WHOLE     *
002571* TRAN-RECORD SO REJREPR CAN REPAIR AND RESUBMIT IT. SETS      *
002572* WS-REJECT-SW SO 2000-PROCESS-RECORD DOES NOT ALSO COUNT IT.  *
002573*-----------------------------------------------------------*
002574 7000-WRITE-REJECT.
002575     MOVE WS-REC-COUNT      TO REJ-REC-NO.
002576     MOVE TR-STR-VALUE (1:100) TO REJ-TRAN-RECORD (1:100).
002577     MOVE TR-END-VALUE (1:8)   TO REJ-TRAN-RECORD (101:8).
002578     MOVE WS-SOURCE-SYSTEM  TO REJ-FEED-SOURCE.
002579     MOVE WS-FEED-DATE      TO REJ-FEED-DATE.
002580     MOVE WS-FEED-SEQ       TO REJ-FEED-SEQ.
002581     MOVE WS-DATA-REC-COUNT TO REJ-DATA-REC-NO.
002582     MOVE WS-TODAY-DATE     TO REJ-REJECT-DATE.
002583     MOVE TRAN-RECORD       TO REJ-FULL-RECORD.
002584     WRITE REJ-RECORD.
002585     MOVE 'Y' TO WS-REJECT-SW.
002586 7000-EXIT.
002587     EXIT.
002588*
002589*-----------------------------------------------------------*
002590* 8000-CONTROL-REPORT - SHOW THE PRE-RUN COUNTS SO OPERATIONS *
002591* KNOWS, BEFORE STRINGENDSWITH EVER STARTS, HOW MANY RECORDS  *
002592* ARE GOING TO BE SKIPPED AS BAD.                             *
002593*-----------------------------------------------------------*
002594 8000-CONTROL-REPORT.
002595     DISPLAY ' '.
002600     DISPLAY '***************************************'.
002610     DISPLAY '*   TRANEDIT CONTROL REPORT            *'.
002620     DISPLAY '***************************************'.
002636         DISPLAY 'FEED FAILED - DO NOT RUN STRINGENDSWITH '
002637                 'AGAINST THIS FILE'
002638     END-IF.
002639     IF WS-STEP-REFUSED-YES
002640         DISPLAY 'STEP REFUSED BY RUNCTL . . ' RC-MESSAGE
002641     END-IF.
002642     DISPLAY 'RECORDS READ . . . . . . . ' WS-REC-COUNT.
002643     DISPLAY 'DATA RECORDS . . . . . . . ' WS-DATA-REC-COUNT.
002644     DISPLAY 'RECORDS REJECTED . . . . . ' WS-REJECT-COUNT.
002650     DISPLAY 'CLEAN RECORDS FOR STRINGENDSWITH  '
002660             WS-CLEAN-COUNT.
002670     DISPLAY '***************************************'.
002840* HEADER/TRAILER CONTROLS, OR THE REJECT COUNT REACHED THE   *
002850* EXEC-PARM LIMIT; 4 = ANY REJECTS AT ALL. THE CODE ONLY     *
002860* EVER RISES - A WARNING NEVER MASKS A FAILURE.              *
002865* A STEP THE RUNCTL LEDGER REFUSED (2780) ALSO ENDS 8.      *
002870*-----------------------------------------------------------*
002880 9500-SET-FINAL-RC.
002890     IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
002950        AND RETURN-CODE < 8
002960         MOVE 8 TO RETURN-CODE
002970     END-IF.
002972     IF WS-STEP-REFUSED-YES AND RETURN-CODE < 8
002974         MOVE 8 TO RETURN-CODE
002976     END-IF.
002980     IF RETURN-CODE > 0
002990         DISPLAY 'TRANEDIT - ENDING WITH CONDITION CODE '
003000                 RETURN-CODE
003010     END-IF.
003020 9500-EXIT.
003030     EXIT.
003040*
003050*-----------------------------------------------------------*
003060* 9600-END-CYCLE-STEP - FILE HOW THE RUN ENDED ON THE LEDGER: *
003070* REFUSED, FAILED (CONDITION CODE 8 OR MORE) OR COMPLETE,   *
003080* WITH RECORDS READ, CLEAN AND REJECTED. A RUN THAT STOPPED *
003090* BEFORE 2700 EVER BEGAN IT (AN OPEN FAILURE, A BAD HEADER, *
003100* AN EMPTY FILE) IS FILED AS A NEW ENTRY. IF THE LEDGER CANNOT *
003110* BE UPDATED STRINGENDSWITH WILL NOT SEE THIS RUN COMPLETE, *
003120* SO THE RUN ENDS 12 TO SAY SO.                             *
003130*-----------------------------------------------------------*
003140 9600-END-CYCLE-STEP.
003150     IF WS-RUNCTL-DOWN-YES
003160         GO TO 9600-EXIT
003170     END-IF.
003180     IF WS-STEP-BEGUN-NO
003190         PERFORM 2710-BUILD-RUNCTL-ENTRY THRU 2710-EXIT
003200     END-IF.
003210     EVALUATE TRUE
003220         WHEN WS-STEP-REFUSED-YES
003230             MOVE 'R' TO RC-RUN-STATUS
003240         WHEN RETURN-CODE >= 8
003250             MOVE 'F' TO RC-RUN-STATUS
003260         WHEN OTHER
003270             MOVE 'C' TO RC-RUN-STATUS
003280     END-EVALUATE.
003290     IF RC-MESSAGE = SPACES
003300         EVALUATE TRUE
003310             WHEN RETURN-CODE >= 12
003320                 MOVE 'FILE OPEN FAILURE' TO RC-MESSAGE
003330             WHEN WS-FEED-ERROR-YES
003340                 MOVE 'FEED FAILED ITS HEADER/TRAILER CONTROLS'
003350                     TO RC-MESSAGE
003360             WHEN RETURN-CODE >= 8
003370                 MOVE 'REJECT COUNT REACHED THE PARM LIMIT'
003380                     TO RC-MESSAGE
003390         END-EVALUATE
003400     END-IF.
003410     MOVE RETURN-CODE     TO RC-STEP-RC.
003420     MOVE WS-REC-COUNT    TO RC-READ-COUNT.
003430     MOVE WS-CLEAN-COUNT  TO RC-WRITTEN-COUNT.
003440     MOVE WS-REJECT-COUNT TO RC-ERROR-COUNT.
003450     MOVE RC-RECORD TO CC-ENTRY.
003460     MOVE 'E' TO CC-FUNCTION.
003470     CALL 'CYCLCTL' USING CC-AREA.
003480     IF NOT CC-RC-OK
003490         DISPLAY 'TRANEDIT - RUNCTL LEDGER NOT UPDATED - STATUS '
003500                 CC-RUNCTL-STATUS
003510         MOVE 12 TO RETURN-CODE
003520         DISPLAY 'TRANEDIT - ENDING WITH CONDITION CODE '
003530                 RETURN-CODE
003540         GO TO 9600-EXIT
003550     END-IF.
003560     MOVE CC-ENTRY TO RC-RECORD.
003570     DISPLAY 'TRANEDIT - RUNCTL ENTRY ' RC-CYCLE-DATE '/'
003580             RC-ENTRY-NO ' STATUS ' RC-RUN-STATUS.
003590 9600-EXIT.
003600     EXIT.
