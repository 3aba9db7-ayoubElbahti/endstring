000220*                ENTRIES CURRENTLY ON THE FILE BACK INTO ONE  *
000230*                SET OF TOTALS, SO A NIGHT SPLIT ACROSS SEVERAL*
000240*                RECORD-RANGE-SLICED RUNS CAN BE RECONCILED    *
000241*                INTO A SINGLE NIGHTLY NUMBER.                 *
000242* 2026-10-15 DS  CTLH-RECORD IS NOW 85 BYTES. EACH RUN'S LINE   *
000243*                NOW SHOWS THE PATTERN SET VERSION IT LOADED,   *
000244*                SO SLICES OF ONE NIGHT THAT RAN DIFFERENT      *
000245*                PATTERN SETS ARE VISIBLE.                      *
000246* 2026-10-15 DS  THE RUN NOW CHECKS THE RUNCTL NIGHTLY CYCLE *
000247*                LEDGER (CYCLCTL) FIRST - IT IS REFUSED UNTIL *
000248*                A STRINGENDSWITH RUN HAS COMPLETED IN THE  *
000249*                LATEST CYCLE AND NONE IS STILL STARTED - AND *
000250*                RECORDS ITS OWN START AND END THERE. THE RUN *
000251*                NOW ENDS WITH A CONDITION CODE (9500): 12 IF *
000252*                CTLHIST OR THE LEDGER CANNOT BE OPENED, 8 IF *
000253*                REFUSED.                                   *
000260*-----------------------------------------------------------*
000270*-----------------------------------------------------------*
000280* CTLRECON - CONTROL-REPORT RECONCILIATION.                  *
000600* AUDIT-RECORD IN PATUTIL).                                     *
000610*-----------------------------------------------------------*
000620 FD  CTLHIST
000630     RECORD CONTAINS 85 CHARACTERS.
000640 01  CTLH-RECORD.
000650     05  CTLH-JOB-ID             PIC X(08).
000660     05  CTLH-TIMESTAMP          PIC X(21).
000710     05  CTLH-NOMATCH-COUNT      PIC 9(07).
000720     05  CTLH-ERROR-COUNT        PIC 9(07).
000722     05  CTLH-EXCLUDED-COUNT     PIC 9(07).
000726     05  CTLH-PATSET-VERSION     PIC 9(07).
000730*
000740 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000880     05  WS-GRAND-NOMATCH-COUNT  PIC 9(09) COMP VALUE 0.
000890     05  WS-GRAND-ERROR-COUNT    PIC 9(09) COMP VALUE 0.
000892     05  WS-GRAND-EXCLUDED-COUNT PIC 9(09) COMP VALUE 0.
000893*
000894*-----------------------------------------------------------*
000895* RUN-CONTROL LEDGER - THIS RUN'S RUNCTL ENTRY (RCFLDS) AND *
000896* THE CYCLCTL CALL AREA (CCFLDS).                           *
000897*-----------------------------------------------------------*
000898 01  WS-RUNCTL-CONTROLS.
000899     05  WS-STEP-REFUSED-SW      PIC X(01) VALUE 'N'.
000900         88  WS-STEP-REFUSED-YES            VALUE 'Y'.
000901         88  WS-STEP-REFUSED-NO             VALUE 'N'.
000902     05  WS-STEP-ENTRY-SW        PIC X(01) VALUE 'N'.
000903         88  WS-STEP-ENTRY-YES              VALUE 'Y'.
000904         88  WS-STEP-ENTRY-NO               VALUE 'N'.
000905     05  WS-RUNCTL-DOWN-SW       PIC X(01) VALUE 'N'.
000906         88  WS-RUNCTL-DOWN-YES             VALUE 'Y'.
000907         88  WS-RUNCTL-DOWN-NO              VALUE 'N'.
000908     05  WS-CYCLE-DATE           PIC 9(08) VALUE ZEROS.
000909     05  WS-RUNCTL-MESSAGE       PIC X(40) VALUE SPACES.
000910 77  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
000911     COPY RCFLDS.
000912     COPY CCFLDS.
000913*
000914 PROCEDURE DIVISION.
000920*-----------------------------------------------------------*
000930* 0000-MAINLINE                                              *
000940*-----------------------------------------------------------*
000980             UNTIL WS-CTLHIST-EOF-YES.
000990     PERFORM 8000-RECONCILE-REPORT THRU 8000-EXIT.
001000     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001003     PERFORM 9500-SET-FINAL-RC     THRU 9500-EXIT.
001006     PERFORM 9600-END-CYCLE-STEP   THRU 9600-EXIT.
001010     STOP RUN.
001020*
001030*-----------------------------------------------------------*
001040* 1000-INITIALIZE - CHECK THE RUNCTL LEDGER, THEN OPEN CTLHIST *
001042* AND PRIME THE READ.                                       *
001050*-----------------------------------------------------------*
001060 1000-INITIALIZE.
001061     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
001062     PERFORM 1500-BEGIN-CYCLE-STEP THRU 1500-EXIT.
001063     IF WS-STEP-REFUSED-YES OR WS-RUNCTL-DOWN-YES
001064         MOVE 'Y' TO WS-CTLHIST-EOF-SW
001065         GO TO 1000-EXIT
001066     END-IF.
001070     OPEN INPUT CTLHIST.
001071     IF NOT WS-CTLHIST-OK
001072         DISPLAY 'CTLRECON - OPEN ERROR ON CTLHIST '
001073                 WS-CTLHIST-STATUS
001074         MOVE 12 TO RETURN-CODE
001075         MOVE 'Y' TO WS-CTLHIST-EOF-SW
001076     ELSE
001077         PERFORM 2100-READ-CTLHIST THRU 2100-EXIT
001078     END-IF.
001079 1000-EXIT.
001080     EXIT.
001081*
001082*-----------------------------------------------------------*
001083* 1500-BEGIN-CYCLE-STEP - THE TOTALS ARE ONLY WORTH TAKING  *
001084* ONCE THE NIGHT'S CLASSIFYING IS OVER: THE LATEST CYCLE ON *
001085* THE LEDGER MUST HOLD AT LEAST ONE COMPLETE STRINGENDSWITH *
001086* RUN AND NONE STILL STARTED (RUNNING, OR ABENDED AND NOT YET *
001087* RESTARTED). OTHERWISE THE RUN IS REFUSED. THE ENTRY IS    *
001088* FILED UNDER THAT LATEST CYCLE.                            *
001089*-----------------------------------------------------------*
001090 1500-BEGIN-CYCLE-STEP.
001091     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
001092     MOVE 0                TO RC-CYCLE-DATE.
001093     MOVE 'STRINGENDSWITH' TO RC-STEP-NAME.
001094     MOVE SPACES           TO RC-JOB-ID.
001095     MOVE 'Q' TO CC-FUNCTION.
001096     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
001097     IF WS-RUNCTL-DOWN-YES
001098         GO TO 1500-EXIT
001099     END-IF.
001100     IF RC-CYCLE-DATE > 0
001101         MOVE RC-CYCLE-DATE TO WS-CYCLE-DATE
001102     END-IF.
001103     EVALUATE TRUE
001104         WHEN CC-RC-NOT-FOUND
001105             MOVE 'NO STRINGENDSWITH RUN IN THE LATEST CYCLE'
001106                 TO WS-RUNCTL-MESSAGE
001107         WHEN CC-STARTED-COUNT > 0
001108             MOVE 'A STRINGENDSWITH RUN IS STILL STARTED'
001109                 TO WS-RUNCTL-MESSAGE
001110         WHEN CC-COMPLETE-COUNT = 0
001111             MOVE 'NO STRINGENDSWITH RUN HAS COMPLETED'
001112                 TO WS-RUNCTL-MESSAGE
001113     END-EVALUATE.
001114     IF WS-RUNCTL-MESSAGE NOT = SPACES
001115         DISPLAY 'CTLRECON - STEP REFUSED - ' WS-RUNCTL-MESSAGE
001116         MOVE 'Y' TO WS-STEP-REFUSED-SW
001117         GO TO 1500-EXIT
001118     END-IF.
001119     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
001120     MOVE 'B' TO CC-FUNCTION.
001121     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
001122     IF WS-RUNCTL-DOWN-YES
001123         GO TO 1500-EXIT
001124     END-IF.
001125     IF NOT CC-RC-OK
001126         DISPLAY 'CTLRECON - RUNCTL ENTRY NOT BEGUN - '
001127                 'RETURN CODE ' CC-RETURN-CODE
001128         PERFORM 1590-RUNCTL-UNAVAILABLE THRU 1590-EXIT
001129         GO TO 1500-EXIT
001130     END-IF.
001131     MOVE 'Y' TO WS-STEP-ENTRY-SW.
001132 1500-EXIT.
001133     EXIT.
001134*
001135*-----------------------------------------------------------*
001136* 1510-BUILD-RUNCTL-ENTRY - A FRESH CTLRECON ENTRY, NOT YET *
001137* ON THE LEDGER (ENTRY NO. ZERO), UNDER WS-CYCLE-DATE - TODAY *
001138* UNTIL THE LEDGER HAS SAID WHICH CYCLE IS THE LATEST.      *
001139*-----------------------------------------------------------*
001140 1510-BUILD-RUNCTL-ENTRY.
001141     IF WS-CYCLE-DATE = 0
001142         MOVE WS-TODAY-DATE TO WS-CYCLE-DATE
001143     END-IF.
001144     MOVE SPACES        TO RC-RECORD.
001145     MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE.
001146     MOVE 0             TO RC-ENTRY-NO.
001147     MOVE 'CTLRECON'    TO RC-STEP-NAME.
001148     MOVE 'CTLRECON'    TO RC-JOB-ID.
001149     MOVE 0             TO RC-STEP-RC.
001150     MOVE 0             TO RC-ATTEMPT-COUNT.
001151     MOVE 0             TO RC-FEED-DATE.
001152     MOVE 0             TO RC-FEED-SEQ.
001153     MOVE ZEROS         TO RC-COUNTS.
001154     MOVE 0             TO RC-ROUTE-START-POS.
001155     MOVE 0             TO RC-ROUTE-END-POS.
001156     MOVE 'N'           TO RC-DISPATCH-SW.
001157     MOVE 0             TO RC-DISPATCH-CYCLE.
001158     MOVE 0             TO RC-DISPATCH-ENTRY.
001159     MOVE 'N'           TO CC-RESTART-SW.
001160     MOVE 'N'           TO CC-ALL-CYCLES-SW.
001161 1510-EXIT.
001162     EXIT.
001163*
001164*-----------------------------------------------------------*
001165* 1520-CALL-CYCLCTL - PASS RC-RECORD TO CYCLCTL FOR THE     *
001166* FUNCTION IN CC-FUNCTION AND TAKE BACK THE ENTRY IT RETURNS. *
001167*-----------------------------------------------------------*
001168 1520-CALL-CYCLCTL.
001169     MOVE RC-RECORD TO CC-ENTRY.
001170     CALL 'CYCLCTL' USING CC-AREA.
001171     MOVE CC-ENTRY TO RC-RECORD.
001172     IF CC-RC-UNAVAILABLE
001173         PERFORM 1590-RUNCTL-UNAVAILABLE THRU 1590-EXIT
001174     END-IF.
001175 1520-EXIT.
001176     EXIT.
001177*
001178 1590-RUNCTL-UNAVAILABLE.
001179     DISPLAY 'CTLRECON - RUNCTL LEDGER UNAVAILABLE - STATUS '
001180             CC-RUNCTL-STATUS.
001181     MOVE 12  TO RETURN-CODE.
001182     MOVE 'Y' TO WS-RUNCTL-DOWN-SW.
001183 1590-EXIT.
001184     EXIT.
001185*
001186*-----------------------------------------------------------*
001190* 2000-ADD-ONE-ENTRY - DISPLAY THIS RUN'S OWN LINE AND ROLL   *
001200* ITS COUNTS INTO THE GRAND TOTALS.                          *
001210*-----------------------------------------------------------*
001300             ' MATCH ' CTLH-MATCH-COUNT
001310             ' NOMATCH ' CTLH-NOMATCH-COUNT
001320             ' ERROR ' CTLH-ERROR-COUNT
001322             ' EXCLUDED ' CTLH-EXCLUDED-COUNT
001326             ' PATSET ' CTLH-PATSET-VERSION.
001330     PERFORM 2100-READ-CTLHIST THRU 2100-EXIT.
001340 2000-EXIT.
001350     EXIT.
001570     DISPLAY 'RESULT = 0 (NO MATCH)  . . ' WS-GRAND-NOMATCH-COUNT.
001580     DISPLAY 'RESULT = 2 (ERROR) . . . . ' WS-GRAND-ERROR-COUNT.
001582     DISPLAY 'RESULT = 3 (EXCLUDED)  . . '
001583             WS-GRAND-EXCLUDED-COUNT.
001584     IF WS-STEP-ENTRY-YES
001585         DISPLAY 'CYCLE RECONCILED . . . . . ' WS-CYCLE-DATE
001586     END-IF.
001587     IF WS-STEP-REFUSED-YES
001588         DISPLAY 'STEP REFUSED BY RUNCTL . . ' WS-RUNCTL-MESSAGE
001589     END-IF.
001590     DISPLAY '***************************************'.
001600 8000-EXIT.
001610     EXIT.
001670     CLOSE CTLHIST.
001700 9000-EXIT.
001710     EXIT.
001720*
001730*-----------------------------------------------------------*
001740* 9500-SET-FINAL-RC - GRADE THE RUN FOR THE JOB SCHEDULER:  *
001750* 12 = CTLHIST OR THE RUNCTL LEDGER FAILED TO OPEN (SET AT  *
001760* THE FAILURE SITE); 8 = THE LEDGER REFUSED THE STEP. THE   *
001770* CODE ONLY EVER RISES.                                     *
001780*-----------------------------------------------------------*
001790 9500-SET-FINAL-RC.
001800     IF WS-STEP-REFUSED-YES AND RETURN-CODE < 8
001810         MOVE 8 TO RETURN-CODE
001820     END-IF.
001830     IF RETURN-CODE > 0
001840         DISPLAY 'CTLRECON - ENDING WITH CONDITION CODE '
001850                 RETURN-CODE
001860     END-IF.
001870 9500-EXIT.
001880     EXIT.
001890*
001900*-----------------------------------------------------------*
001910* 9600-END-CYCLE-STEP - FILE HOW THE RUN ENDED ON THE LEDGER: *
001920* REFUSED, FAILED (CONDITION CODE 8 OR MORE) OR COMPLETE,   *
001930* WITH RUNS RECONCILED, RECORDS AND RESULT=2 ERRORS. A      *
001940* REFUSED RUN IS FILED AS A NEW ENTRY.                      *
001950*-----------------------------------------------------------*
001960 9600-END-CYCLE-STEP.
001970     IF WS-RUNCTL-DOWN-YES
001980         GO TO 9600-EXIT
001990     END-IF.
002000     IF WS-STEP-ENTRY-NO
002010         PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT
002020     END-IF.
002030     EVALUATE TRUE
002040         WHEN WS-STEP-REFUSED-YES
002050             MOVE 'R' TO RC-RUN-STATUS
002060             MOVE WS-RUNCTL-MESSAGE TO RC-MESSAGE
002070         WHEN RETURN-CODE >= 8
002080             MOVE 'F' TO RC-RUN-STATUS
002090             MOVE 'CTLHIST OPEN FAILURE' TO RC-MESSAGE
002100         WHEN OTHER
002110             MOVE 'C' TO RC-RUN-STATUS
002120     END-EVALUATE.
002130     MOVE RETURN-CODE          TO RC-STEP-RC.
002140     MOVE WS-RUN-COUNT         TO RC-READ-COUNT.
002150     MOVE WS-GRAND-REC-COUNT   TO RC-WRITTEN-COUNT.
002160     MOVE WS-GRAND-ERROR-COUNT TO RC-ERROR-COUNT.
002170     MOVE 'E' TO CC-FUNCTION.
002180     MOVE RC-RECORD TO CC-ENTRY.
002190     CALL 'CYCLCTL' USING CC-AREA.
002200     IF NOT CC-RC-OK
002210         DISPLAY 'CTLRECON - RUNCTL LEDGER NOT UPDATED - STATUS '
002220                 CC-RUNCTL-STATUS
002230         MOVE 12 TO RETURN-CODE
002240         DISPLAY 'CTLRECON - ENDING WITH CONDITION CODE '
002250                 RETURN-CODE
002260         GO TO 9600-EXIT
002270     END-IF.
002280     MOVE CC-ENTRY TO RC-RECORD.
002290     DISPLAY 'CTLRECON - RUNCTL ENTRY ' RC-CYCLE-DATE '/'
002300             RC-ENTRY-NO ' STATUS ' RC-RUN-STATUS.
002310 9600-EXIT.
002320     EXIT.
