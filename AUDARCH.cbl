000130*                PROMISING - "OPERATIONS IS EXPECTED TO       *
000140*                ARCHIVE/RESET BETWEEN REPORTING PERIODS" IS  *
000150*                FINALLY A JOB STEP INSTEAD OF A NERVOUS      *
000151*                MANUAL COPY-AND-DELETE.                      *
000152* 2026-10-15 DS  AUDIT-RECORD (NOW 276 BYTES) AND CTLH-RECORD  *
000153*                (NOW 85 BYTES) CARRY THE PATTERN SET VERSION  *
000154*                STRINGENDSWITH STAMPS - LAYOUTS CARRIED ALONG *
000155*                HERE. PATSNAP ITSELF IS NEVER CUT - AN        *
000156*                ARCHIVED AUDIT RECORD STILL NEEDS ITS VERSION.*
000157* 2026-10-15 DS  THE RUN NOW CHECKS THE RUNCTL NIGHTLY CYCLE *
000158*                LEDGER (CYCLCTL) BEFORE CUTTING - IT IS    *
000159*                REFUSED WHILE ANY STRINGENDSWITH RUN IS STILL *
000160*                STARTED, OR UNTIL ROUTDISP HAS COMPLETED IN *
000161*                THE LATEST CYCLE - AND RECORDS ITS OWN START *
000162*                AND END THERE, UNDER THE LATEST CYCLE ON  *
000163*                THE LEDGER EVEN WHEN IT IS REFUSED.       *
000170*-----------------------------------------------------------*
000180*-----------------------------------------------------------*
000190* AUDARCH - AUDITFILE/CTLHIST RETENTION AND ARCHIVE CUT.     *
000360* CHECKPOINT IS OUTSTANDING ON CKPTFILE - CUTTING AUDITFILE   *
000370* IN THE MIDDLE OF A RESTART WOULD WRECK THE RESTARTED RUN'S  *
000380* 9200-BALANCE-AUDITFILE COUNT.                               *
000382* THE RUNCTL LEDGER IS CHECKED THE SAME WAY: NO CUT WHILE ANY *
000384* STRINGENDSWITH RUN IS STILL STARTED IN ANY CYCLE, OR BEFORE *
000386* THE LATEST CYCLE'S ROUTDISP RUN HAS COMPLETED.            *
000390*                                                             *
000400* AUDIT-RECORD AND CTLH-RECORD ARE THE SAME LAYOUTS           *
000410* STRINGENDSWITH WRITES - REPRODUCED INLINE, THE SAME CALL    *
000770     05  CKPT-REC-NO             PIC 9(07).
000780*
000790 FD  AUDITFILE
000800     RECORD CONTAINS 276 CHARACTERS.
000810 01  AUDIT-RECORD.
000820     05  AUD-JOB-ID              PIC X(08).
000830     05  AUD-TIMESTAMP           PIC X(21).
000920     05  AUD-FEED-DATE           PIC 9(08).
000930     05  AUD-FEED-SEQ            PIC 9(05).
000940     05  AUD-SOURCE-SYSTEM       PIC X(08).
000945     05  AUD-PATSET-VERSION      PIC 9(07).
000950*
000960 FD  AUDARCHV
000970     RECORD CONTAINS 276 CHARACTERS.
000980 01  AUDARCHV-RECORD             PIC X(276).
000990*
001000 FD  AUDITNEW
001010     RECORD CONTAINS 276 CHARACTERS.
001020 01  AUDITNEW-RECORD             PIC X(276).
001030*
001040 FD  CTLHIST
001050     RECORD CONTAINS 85 CHARACTERS.
001060 01  CTLH-RECORD.
001070     05  CTLH-JOB-ID             PIC X(08).
001080     05  CTLH-TIMESTAMP          PIC X(21).
001130     05  CTLH-NOMATCH-COUNT      PIC 9(07).
001140     05  CTLH-ERROR-COUNT        PIC 9(07).
001150     05  CTLH-EXCLUDED-COUNT     PIC 9(07).
001155     05  CTLH-PATSET-VERSION     PIC 9(07).
001160*
001170 FD  CTLARCHV
001180     RECORD CONTAINS 85 CHARACTERS.
001190 01  CTLARCHV-RECORD             PIC X(85).
001200*
001210 FD  CTLHNEW
001220     RECORD CONTAINS 85 CHARACTERS.
001230 01  CTLHNEW-RECORD              PIC X(85).
001240*
001250 WORKING-STORAGE SECTION.
001260 01  WS-SWITCHES.
001740     05  WS-CTL-READ-COUNT       PIC 9(07) COMP VALUE 0.
001750     05  WS-CTL-ARCH-COUNT       PIC 9(07) COMP VALUE 0.
001760     05  WS-CTL-KEEP-COUNT       PIC 9(07) COMP VALUE 0.
001761     05  WS-CTL-REWRITE-COUNT    PIC 9(07) COMP VALUE 0.
001762*
001763*-----------------------------------------------------------*
001764* RUN-CONTROL LEDGER - THIS RUN'S RUNCTL ENTRY (RCFLDS) AND *
001765* THE CYCLCTL CALL AREA (CCFLDS).                           *
001766*-----------------------------------------------------------*
001767 01  WS-RUNCTL-CONTROLS.
001768     05  WS-STEP-REFUSED-SW      PIC X(01) VALUE 'N'.
001769         88  WS-STEP-REFUSED-YES            VALUE 'Y'.
001770         88  WS-STEP-REFUSED-NO             VALUE 'N'.
001771     05  WS-STEP-ENTRY-SW        PIC X(01) VALUE 'N'.
001772         88  WS-STEP-ENTRY-YES              VALUE 'Y'.
001773         88  WS-STEP-ENTRY-NO               VALUE 'N'.
001774     05  WS-RUNCTL-DOWN-SW       PIC X(01) VALUE 'N'.
001775         88  WS-RUNCTL-DOWN-YES             VALUE 'Y'.
001776         88  WS-RUNCTL-DOWN-NO              VALUE 'N'.
001777     05  WS-CYCLE-DATE           PIC 9(08) VALUE ZEROS.
001778     05  WS-RUNCTL-MESSAGE       PIC X(40) VALUE SPACES.
001779 01  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
001780     COPY RCFLDS.
001781     COPY CCFLDS.
001782*
001790 LINKAGE SECTION.
001800 01  LS-PARM-AREA.
001810     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001950         PERFORM 8000-CONTROL-REPORT    THRU 8000-EXIT
001960     END-IF.
001965     PERFORM 9500-SET-FINAL-RC THRU 9500-EXIT.
001967     PERFORM 9600-END-CYCLE-STEP THRU 9600-EXIT.
001970     STOP RUN.
001980*
001990*-----------------------------------------------------------*
002000* 1000-INITIALIZE - EDIT THE CUTOFF-DATE PARM AND REFUSE TO  *
002010* RUN WITH AN OUTSTANDING STRINGENDSWITH CHECKPOINT, THEN CHECK *
002012* THE RUNCTL LEDGER.                                        *
002020*-----------------------------------------------------------*
002030 1000-INITIALIZE.
002035     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
002040     IF LS-PARM-LENGTH NOT = 8
002050         DISPLAY 'AUDARCH - PARM MUST BE THE CUTOFF DATE '
002060                 '(YYYYMMDD) - NOTHING ARCHIVED'
002065         MOVE 8 TO RETURN-CODE
002067         MOVE 'CUTOFF DATE PARM MISSING OR NOT 8 BYTES'
002068             TO WS-RUNCTL-MESSAGE
002070         MOVE 'Y' TO WS-STOP-SW
002080         GO TO 1000-EXIT
002090     END-IF.
002120         DISPLAY 'AUDARCH - CUTOFF DATE ' WS-CUTOFF-DATE-X
002130                 ' IS NOT NUMERIC - NOTHING ARCHIVED'
002135         MOVE 8 TO RETURN-CODE
002137         MOVE 'CUTOFF DATE PARM NOT NUMERIC' TO WS-RUNCTL-MESSAGE
002140         MOVE 'Y' TO WS-STOP-SW
002150         GO TO 1000-EXIT
002160     END-IF.
002190         DISPLAY 'AUDARCH - A STRINGENDSWITH CHECKPOINT IS '
002200                 'OUTSTANDING ON CKPTFILE - AN ABENDED RUN '
002210                 'HAS NOT BEEN RESTARTED. NOTHING ARCHIVED.'
002211         MOVE 8 TO RETURN-CODE
002212         MOVE 'STRINGENDSWITH CHECKPOINT OUTSTANDING'
002213             TO WS-RUNCTL-MESSAGE
002214         MOVE 'Y' TO WS-STOP-SW
002215         GO TO 1000-EXIT
002216     END-IF.
002217     PERFORM 1500-BEGIN-CYCLE-STEP THRU 1500-EXIT.
002218     IF WS-STEP-REFUSED-YES OR WS-RUNCTL-DOWN-YES
002220         MOVE 'Y' TO WS-STOP-SW
002230     END-IF.
002240 1000-EXIT.
002310* EMPTIES IT), SO THE CUT IS SAFE.                           *
002320*-----------------------------------------------------------*
002330 1100-CHECK-CKPTFILE.
002331     MOVE 'N' TO WS-CKPT-FOUND-SW.
002332     OPEN INPUT CKPTFILE.
002333     IF NOT WS-CKPTFILE-OK
002334         GO TO 1100-EXIT
002335     END-IF.
002336     READ CKPTFILE
002337         AT END
002338             CONTINUE
002339         NOT AT END
002340             MOVE 'Y' TO WS-CKPT-FOUND-SW
002341     END-READ.
002342     CLOSE CKPTFILE.
002343 1100-EXIT.
002344     EXIT.
002345*
002346*-----------------------------------------------------------*
002347* 1500-BEGIN-CYCLE-STEP - NOTHING IS CUT WHILE A            *
002348* STRINGENDSWITH RUN IS STILL STARTED IN ANY CYCLE          *
002349* (RUNNING, OR ABENDED AND NOT YET RESTARTED OR RERUN), OR  *
002350* UNTIL A ROUTDISP RUN IN THE LATEST CYCLE HAS COMPLETED    *
002351* AND NONE IS STILL STARTED - A ROUTDISP RERUN TURNED AWAY  *
002352* AFTERWARDS CHANGES NOTHING. THE LATEST CYCLE IS ASKED FOR *
002353* FIRST, SO THE ENTRY - REFUSED OR NOT - IS FILED UNDER IT. *
002354*-----------------------------------------------------------*
002355 1500-BEGIN-CYCLE-STEP.
002356     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
002357     MOVE 0          TO RC-CYCLE-DATE.
002358     MOVE 'ROUTDISP' TO RC-STEP-NAME.
002359     MOVE SPACES     TO RC-JOB-ID.
002360     MOVE 'Q' TO CC-FUNCTION.
002361     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
002362     IF WS-RUNCTL-DOWN-YES
002363         GO TO 1500-EXIT
002364     END-IF.
002365     IF RC-CYCLE-DATE > 0
002366         MOVE RC-CYCLE-DATE TO WS-CYCLE-DATE
002367     END-IF.
002368     EVALUATE TRUE
002369         WHEN CC-RC-NOT-FOUND
002370             MOVE 'NO ROUTDISP RUN IN THE LATEST CYCLE'
002371                 TO WS-RUNCTL-MESSAGE
002372         WHEN CC-STARTED-COUNT > 0
002373             MOVE 'A ROUTDISP RUN IS STILL STARTED'
002374                 TO WS-RUNCTL-MESSAGE
002375         WHEN CC-COMPLETE-COUNT = 0
002376             MOVE 'NO ROUTDISP RUN HAS COMPLETED'
002377                 TO WS-RUNCTL-MESSAGE
002378     END-EVALUATE.
002379     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
002380     MOVE 0                TO RC-CYCLE-DATE.
002381     MOVE 'STRINGENDSWITH' TO RC-STEP-NAME.
002382     MOVE SPACES           TO RC-JOB-ID.
002383     MOVE 'Y'              TO CC-ALL-CYCLES-SW.
002384     MOVE 'Q' TO CC-FUNCTION.
002385     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
002386     IF WS-RUNCTL-DOWN-YES
002387         GO TO 1500-EXIT
002388     END-IF.
002389     IF CC-STARTED-COUNT > 0
002390         MOVE 'A STRINGENDSWITH RUN IS STILL STARTED'
002391             TO WS-RUNCTL-MESSAGE
002392     END-IF.
002393     IF WS-RUNCTL-MESSAGE NOT = SPACES
002394         GO TO 1500-REFUSE
002395     END-IF.
002396     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
002397     MOVE 'B' TO CC-FUNCTION.
002398     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
002399     IF WS-RUNCTL-DOWN-YES
002400         GO TO 1500-EXIT
002401     END-IF.
002402     IF NOT CC-RC-OK
002403         DISPLAY 'AUDARCH - RUNCTL ENTRY NOT BEGUN - '
002404                 'RETURN CODE ' CC-RETURN-CODE
002405         PERFORM 1590-RUNCTL-UNAVAILABLE THRU 1590-EXIT
002406         GO TO 1500-EXIT
002407     END-IF.
002408     MOVE 'Y' TO WS-STEP-ENTRY-SW.
002409     GO TO 1500-EXIT.
002410 1500-REFUSE.
002411     DISPLAY 'AUDARCH - STEP REFUSED - ' WS-RUNCTL-MESSAGE
002412             ' - NOTHING ARCHIVED'.
002413     MOVE 8   TO RETURN-CODE.
002414     MOVE 'Y' TO WS-STEP-REFUSED-SW.
002415 1500-EXIT.
002416     EXIT.
002417*
002418*-----------------------------------------------------------*
002419* 1510-BUILD-RUNCTL-ENTRY - A FRESH AUDARCH ENTRY, NOT YET  *
002420* ON THE LEDGER (ENTRY NO. ZERO), UNDER WS-CYCLE-DATE, OR   *
002421* UNDER TODAY WHILE THE LEDGER HAS GIVEN NO CYCLE.          *
002422*-----------------------------------------------------------*
002423 1510-BUILD-RUNCTL-ENTRY.
002424     MOVE SPACES        TO RC-RECORD.
002425     MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE.
002426     IF WS-CYCLE-DATE = 0
002427         MOVE WS-TODAY-DATE TO RC-CYCLE-DATE
002428     END-IF.
002429     MOVE 0             TO RC-ENTRY-NO.
002430     MOVE 'AUDARCH'     TO RC-STEP-NAME.
002431     MOVE 'AUDARCH'     TO RC-JOB-ID.
002432     MOVE 0             TO RC-STEP-RC.
002433     MOVE 0             TO RC-ATTEMPT-COUNT.
002434     MOVE 0             TO RC-FEED-DATE.
002435     MOVE 0             TO RC-FEED-SEQ.
002436     MOVE ZEROS         TO RC-COUNTS.
002437     MOVE 0             TO RC-ROUTE-START-POS.
002438     MOVE 0             TO RC-ROUTE-END-POS.
002439     MOVE 'N'           TO RC-DISPATCH-SW.
002440     MOVE 0             TO RC-DISPATCH-CYCLE.
002441     MOVE 0             TO RC-DISPATCH-ENTRY.
002442     MOVE 'N'           TO CC-RESTART-SW.
002443     MOVE 'N'           TO CC-ALL-CYCLES-SW.
002444 1510-EXIT.
002445     EXIT.
002446*
002447*-----------------------------------------------------------*
002448* 1520-CALL-CYCLCTL - PASS RC-RECORD TO CYCLCTL FOR THE     *
002449* FUNCTION IN CC-FUNCTION AND TAKE BACK THE ENTRY IT RETURNS. *
002450*-----------------------------------------------------------*
002451 1520-CALL-CYCLCTL.
002452     MOVE RC-RECORD TO CC-ENTRY.
002453     CALL 'CYCLCTL' USING CC-AREA.
002454     MOVE CC-ENTRY TO RC-RECORD.
002455     IF CC-RC-UNAVAILABLE
002456         PERFORM 1590-RUNCTL-UNAVAILABLE THRU 1590-EXIT
002457     END-IF.
002458 1520-EXIT.
002459     EXIT.
002460*
002461 1590-RUNCTL-UNAVAILABLE.
002462     DISPLAY 'AUDARCH - RUNCTL LEDGER UNAVAILABLE - STATUS '
002463             CC-RUNCTL-STATUS ' - NOTHING ARCHIVED'.
002464     MOVE 12  TO RETURN-CODE.
002465     MOVE 'Y' TO WS-RUNCTL-DOWN-SW.
002466 1590-EXIT.
002470     EXIT.
002480*
002490*-----------------------------------------------------------*
004410     DISPLAY '*   AUDARCH RETENTION CONTROL REPORT   *'.
004420     DISPLAY '***************************************'.
004430     DISPLAY 'CUTOFF DATE  . . . . . . . ' WS-CUTOFF-DATE.
004435     DISPLAY 'CYCLE  . . . . . . . . . . ' WS-CYCLE-DATE.
004440     DISPLAY 'AUDITFILE READ . . . . . . ' WS-AUD-READ-COUNT.
004450     DISPLAY 'AUDITFILE ARCHIVED . . . . ' WS-AUD-ARCH-COUNT.
004460     DISPLAY 'AUDITFILE RETAINED . . . . ' WS-AUD-KEEP-COUNT.
004610* 9500-SET-FINAL-RC - SAY SO WHEN THE RUN IS NOT ENDING      *
004620* CLEAN. THE CODES THEMSELVES ARE SET AT THE FAILURE SITES - *
004630* 8 WHEN THE RUN REFUSED TO CUT AT ALL (BAD/MISSING PARM, OR *
004640* A STRINGENDSWITH CHECKPOINT OUTSTANDING, OR THE RUNCTL     *
004650* LEDGER REFUSED IT), 12 ON AN OPEN FAILURE, A REWRITE       *
004651* BALANCE ERROR OR AN UNUSABLE LEDGER - THE SAME GRADED      *
004660* SCHEME THE NIGHTLY PROGRAMS USE, SO THE SCHEDULER HOLDS    *
004670* THE ARCHIVE-DELETE STEP INSTEAD OF SOMEONE READING SYSOUT. *
004680*-----------------------------------------------------------*
004730     END-IF.
004740 9500-EXIT.
004750     EXIT.
004760*
004770*-----------------------------------------------------------*
004780* 9600-END-CYCLE-STEP - FILE HOW THE RUN ENDED ON THE       *
004790* LEDGER: REFUSED (THE PARM, CHECKPOINT OR LEDGER CHECKS    *
004800* STOPPED IT), FAILED (CONDITION CODE 8 OR MORE) OR         *
004810* COMPLETE, WITH THE AUDITFILE RECORDS READ, ARCHIVED AND   *
004820* RETAINED. A RUN REFUSED BEFORE 1500 ASKED THE LEDGER FOR  *
004830* ITS LATEST CYCLE ASKS NOW, SO THE REFUSAL IS FILED UNDER  *
004840* THAT CYCLE RATHER THAN STARTING A NEW ONE OF ITS OWN.     *
004850*-----------------------------------------------------------*
004860 9600-END-CYCLE-STEP.
004870     IF WS-RUNCTL-DOWN-YES
004880         GO TO 9600-EXIT
004890     END-IF.
004900     IF WS-STEP-ENTRY-NO AND WS-CYCLE-DATE = 0
004910         PERFORM 9610-FIND-LATEST-CYCLE THRU 9610-EXIT
004920         IF WS-RUNCTL-DOWN-YES
004930             DISPLAY 'AUDARCH - ENDING WITH CONDITION CODE '
004940                     RETURN-CODE
004950             GO TO 9600-EXIT
004960         END-IF
004970     END-IF.
004980     IF WS-STEP-ENTRY-NO
004990         PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT
005000         MOVE 'R' TO RC-RUN-STATUS
005010         MOVE WS-RUNCTL-MESSAGE TO RC-MESSAGE
005020     ELSE
005030         IF RETURN-CODE >= 8
005040             MOVE 'F' TO RC-RUN-STATUS
005050             MOVE 'OPEN FAILURE OR BALANCE ERROR' TO RC-MESSAGE
005060         ELSE
005070             MOVE 'C' TO RC-RUN-STATUS
005080         END-IF
005090     END-IF.
005100     MOVE RETURN-CODE       TO RC-STEP-RC.
005110     MOVE WS-AUD-READ-COUNT TO RC-READ-COUNT.
005120     MOVE WS-AUD-ARCH-COUNT TO RC-WRITTEN-COUNT.
005130     MOVE WS-AUD-KEEP-COUNT TO RC-HELD-COUNT.
005140     MOVE 'E' TO CC-FUNCTION.
005150     MOVE RC-RECORD TO CC-ENTRY.
005160     CALL 'CYCLCTL' USING CC-AREA.
005170     IF NOT CC-RC-OK
005180         DISPLAY 'AUDARCH - RUNCTL LEDGER NOT UPDATED - STATUS '
005190                 CC-RUNCTL-STATUS
005200         MOVE 12 TO RETURN-CODE
005210         DISPLAY 'AUDARCH - ENDING WITH CONDITION CODE '
005220                 RETURN-CODE
005230         GO TO 9600-EXIT
005240     END-IF.
005250     MOVE CC-ENTRY TO RC-RECORD.
005260     DISPLAY 'AUDARCH - RUNCTL ENTRY ' RC-CYCLE-DATE '/'
005270             RC-ENTRY-NO ' STATUS ' RC-RUN-STATUS.
005280 9600-EXIT.
005290     EXIT.
005300*
005310*-----------------------------------------------------------*
005320* 9610-FIND-LATEST-CYCLE - ASK THE LEDGER FOR ITS LATEST    *
005330* CYCLE (A QUERY FOR ANY STEP). TODAY STANDS ONLY WHEN THE  *
005340* LEDGER IS STILL EMPTY.                                    *
005350*-----------------------------------------------------------*
005360 9610-FIND-LATEST-CYCLE.
005370     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
005380     MOVE 0      TO RC-CYCLE-DATE.
005390     MOVE SPACES TO RC-STEP-NAME.
005400     MOVE SPACES TO RC-JOB-ID.
005410     MOVE 'Q' TO CC-FUNCTION.
005420     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
005430     IF WS-RUNCTL-DOWN-YES
005440         GO TO 9610-EXIT
005450     END-IF.
005460     IF RC-CYCLE-DATE > 0
005470         MOVE RC-CYCLE-DATE TO WS-CYCLE-DATE
005480     END-IF.
005490 9610-EXIT.
005500     EXIT.
