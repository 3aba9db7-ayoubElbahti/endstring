000180*                AND SPLITS THE ROWS ACROSS THE PER-          *
000190*                DESTINATION OUTPUT FILES DESTOUT1-DESTOUT5.  *
000200*                A ROW WITH NO MATCHING RULE GOES TO DISPEXCP *
000201*                SO IT STOPS GETTING SILENTLY LEFT IN         *
000202*                ROUTEOUT OVERNIGHT.                          *
000203* 2026-10-15 DS  THE RUN NOW CHECKS THE RUNCTL NIGHTLY CYCLE  *
000204*                LEDGER (CYCLCTL) FIRST - IT IS REFUSED UNTIL *
000205*                CTLRECON HAS COMPLETED IN THE LATEST CYCLE,  *
000206*                AND REFUSED WITH 8 BEFORE DESTOUT1-5 AND     *
000207*                DISPEXCP ARE OPENED WHEN ROUTDISP HAS        *
000208*                ALREADY COMPLETED IN THAT CYCLE OR NO        *
000209*                COMPLETED STRINGENDSWITH RUN IS LEFT TO      *
000210*                RELEASE - AND ONLY DISPATCHES ROWS FROM      *
000211*                STRINGENDSWITH RUNS THAT COMPLETED AND HAVE  *
000212*                NOT BEEN DISPATCHED BEFORE, THEN MARKS THOSE *
000213*                RUNS DISPATCHED. ROWS OF A RUN STILL STARTED *
000214*                ARE HELD FOR A LATER NIGHT; ROWS OF A FAILED *
000215*                RUN ARE WITHHELD FOR GOOD. BOTH ARE COUNTED  *
000216*                ON THE CONTROL REPORT.                       *
000217* 2026-10-15 DS  RTRULEF'S RECORD LAYOUT MOVED TO THE NEW     *
000218*                RLFLDS COPYBOOK, NOW THAT RTRULMT MAINTAINS  *
000219*                THE FILE. NO LAYOUT CHANGE.                  *
000220* 2026-10-15 DS  EVERY ROW SENT TO A DESTINATION IS NOW       *
000221*                LOGGED ON DISPLOG (DLFLDS) WITH WHERE AND    *
000222*                WHEN IT WENT, SO ACKRECON CAN RECONCILE THE  *
000223*                DESTINATIONS' ACKNOWLEDGMENTS LONG AFTER THE *
000224*                DESTOUT FILES ARE REWRITTEN. A FAILED LOG    *
000225*                WRITE ENDS THE RUN WITH 4.                   *
000230*-----------------------------------------------------------*
000240*-----------------------------------------------------------*
000250* ROUTDISP - ROUTEOUT DISPATCH STEP.                         *
000350* HOW MANY ROWS WENT TO EACH DESTINATION AND HOW MANY FELL    *
000360* THROUGH WITH NO RULE, SO OPERATIONS CAN PROVE EVERY ROW     *
000370* LANDED SOMEWHERE. RTRULEF IS A SITE-CONTROLLED REFERENCE    *
000380* FILE, MAINTAINED THROUGH RTRULMT THE WAY STRPATF IS THROUGH *
000390* STRPATMT - A RULE FOR RESULT 0 WITH A BLANK PATTERN CAN     *
000400* ROUTE THE NO-MATCH ROWS TO A DISPOSAL DESTINATION           *
000401* DELIBERATELY INSTEAD OF BY EXCEPTION.                       *
000402* ROUTEOUT IS ONLY EVER APPENDED TO, SO EVERY ROW IS READ     *
000403* EVERY NIGHT, BUT A ROW IS ONLY DISPATCHED WHEN THE RUNCTL   *
000404* LEDGER SAYS THE STRINGENDSWITH RUN THAT WROTE IT (ITS JOB   *
000405* ID, AND ITS ROW NUMBER INSIDE THAT RUN'S ROUTEOUT WINDOW)   *
000406* COMPLETED AND HAS NOT BEEN DISPATCHED YET. EVERY OTHER ROW  *
000407* IS SKIPPED (ALREADY SENT, OR FROM A REFUSED OR ABANDONED    *
000408* RUN), HELD (ITS RUN IS STILL STARTED) OR WITHHELD (ITS RUN  *
000409* FAILED).                                                    *
000410*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000530            ACCESS MODE IS RANDOM
000540            RECORD KEY IS RL-KEY
000550            FILE STATUS IS WS-RTRULEF-STATUS.
000551     SELECT DISPLOG   ASSIGN TO "DISPLOG"
000552            ORGANIZATION IS INDEXED
000553            ACCESS MODE IS RANDOM
000554            RECORD KEY IS DL-KEY
000555            FILE STATUS IS WS-DISPLOG-STATUS.
000560     SELECT DESTOUT1  ASSIGN TO "DESTOUT1"
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS IS WS-DESTOUT1-STATUS.
000970* FILE (1-5) ROWS WITH THAT PAIR SHOULD BE DISPATCHED TO.     *
000980*-----------------------------------------------------------*
000990 FD  RTRULEF.
001000     COPY RLFLDS.
001010*
001020*-----------------------------------------------------------*
001030* DISPLOG - THE DISPATCH LOG. ONE RECORD PER ROW WRITTEN TO A *
001040* DESTINATION FILE, FOR ACKRECON TO MATCH THE DESTINATIONS'   *
001050* ACKNOWLEDGMENTS AGAINST.                                    *
001052*-----------------------------------------------------------*
001054 FD  DISPLOG.
001056     COPY DLFLDS.
001060*
001070 FD  DESTOUT1
001080     RECORD CONTAINS 225 CHARACTERS.
001450         88  WS-RTRULEF-OK                  VALUE '00'.
001460         88  WS-RTRULEF-NOT-FOUND           VALUE '23'.
001470         88  WS-RTRULEF-FILE-NOT-FOUND      VALUE '35'.
001472     05  WS-DISPLOG-STATUS       PIC X(02) VALUE SPACES.
001474         88  WS-DISPLOG-OK                  VALUE '00'.
001476         88  WS-DISPLOG-FILE-NOT-FOUND      VALUE '35'.
001480     05  WS-DESTOUT1-STATUS      PIC X(02) VALUE SPACES.
001490         88  WS-DESTOUT1-OK                 VALUE '00'.
001500     05  WS-DESTOUT2-STATUS      PIC X(02) VALUE SPACES.
001640* THE DISPATCH CONTROL REPORT.                                *
001650*-----------------------------------------------------------*
001660 01  WS-DISPATCH-COUNTS.
001661     05  WS-DEST-COUNT           OCCURS 5 TIMES
001662                                 PIC 9(07) COMP VALUE 0.
001663 77  WS-ROW-COUNT                PIC 9(07) COMP VALUE 0.
001664 77  WS-LOGGED-COUNT             PIC 9(07) COMP VALUE 0.
001665 77  WS-LOG-FAIL-COUNT           PIC 9(07) COMP VALUE 0.
001666 77  WS-NO-RULE-COUNT            PIC 9(07) COMP VALUE 0.
001667 77  WS-BAD-DEST-COUNT           PIC 9(07) COMP VALUE 0.
001668 77  WS-DEST-I                   PIC 9(01) COMP VALUE 0.
001669*
001670*-----------------------------------------------------------*
001671* RUN-CONTROL LEDGER - THIS RUN'S RUNCTL ENTRY (RCFLDS), THE *
001672* CYCLCTL CALL AREA (CCFLDS), AND WS-RUN-TABLE: EVERY       *
001673* STRINGENDSWITH RUN ON THE LEDGER NOT YET DISPATCHED, WITH *
001674* THE ROUTEOUT WINDOW ITS ROWS WERE WRITTEN IN AND HOW MANY OF *
001675* THEM THIS RUN DISPATCHED.                                 *
001676*-----------------------------------------------------------*
001677 01  WS-RUNCTL-CONTROLS.
001678     05  WS-STEP-REFUSED-SW      PIC X(01) VALUE 'N'.
001679         88  WS-STEP-REFUSED-YES            VALUE 'Y'.
001680         88  WS-STEP-REFUSED-NO             VALUE 'N'.
001681     05  WS-STEP-ENTRY-SW        PIC X(01) VALUE 'N'.
001682         88  WS-STEP-ENTRY-YES              VALUE 'Y'.
001683         88  WS-STEP-ENTRY-NO               VALUE 'N'.
001684     05  WS-RUNCTL-DOWN-SW       PIC X(01) VALUE 'N'.
001685         88  WS-RUNCTL-DOWN-YES             VALUE 'Y'.
001686         88  WS-RUNCTL-DOWN-NO              VALUE 'N'.
001687     05  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
001688         88  WS-BROWSE-EOF-YES              VALUE 'Y'.
001689         88  WS-BROWSE-EOF-NO               VALUE 'N'.
001690     05  WS-ROW-RELEASED-SW      PIC X(01) VALUE 'N'.
001691         88  WS-ROW-RELEASED-YES            VALUE 'Y'.
001692         88  WS-ROW-RELEASED-NO             VALUE 'N'.
001693     05  WS-CYCLE-DATE           PIC 9(08) VALUE ZEROS.
001694     05  WS-OWN-ENTRY-NO         PIC 9(04) VALUE ZEROS.
001695     05  WS-RUNCTL-MESSAGE       PIC X(40) VALUE SPACES.
001696 01  WS-OWN-ENTRY                PIC X(250) VALUE SPACES.
001697*
001698 01  WS-RUN-TABLE.
001699     05  WS-RUN-ENTRY            OCCURS 500 TIMES.
001700         10  WS-RUN-CYCLE        PIC 9(08).
001701         10  WS-RUN-ENTRY-NO     PIC 9(04).
001702         10  WS-RUN-JOB-ID       PIC X(08).
001703         10  WS-RUN-STATUS       PIC X(01).
001704             88  WS-RUN-STARTED             VALUE 'S'.
001705             88  WS-RUN-COMPLETE            VALUE 'C'.
001706             88  WS-RUN-FAILED              VALUE 'F'.
001707         10  WS-RUN-START-POS    PIC 9(09).
001708         10  WS-RUN-END-POS      PIC 9(09).
001709         10  WS-RUN-ROW-COUNT    PIC 9(07) COMP.
001710 77  WS-RUN-COUNT                PIC 9(04) COMP VALUE 0.
001711 77  WS-RELEASE-COUNT            PIC 9(04) COMP VALUE 0.
001712 77  WS-RUN-MAX                  PIC 9(04) COMP VALUE 500.
001713 77  WS-RUN-OVER-COUNT           PIC 9(04) COMP VALUE 0.
001714 77  WS-RUN-I                    PIC 9(04) COMP VALUE 0.
001715 77  WS-OWNER-I                  PIC 9(04) COMP VALUE 0.
001716 77  WS-ROUTE-POS                PIC 9(09) COMP VALUE 0.
001717 77  WS-LOW-START-POS            PIC 9(09) COMP VALUE 999999999.
001718 77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE 0.
001719 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE 0.
001720 77  WS-WITHHELD-COUNT           PIC 9(07) COMP VALUE 0.
001721 77  WS-SENT-COUNT               PIC 9(07) COMP VALUE 0.
001722 77  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
001723     COPY RCFLDS.
001724     COPY CCFLDS.
001730*
001740 PROCEDURE DIVISION.
001750*-----------------------------------------------------------*
001810             UNTIL WS-EOF-YES.
001820     PERFORM 8000-CONTROL-REPORT  THRU 8000-EXIT.
001830     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001832     PERFORM 9600-MARK-RUNS-DISPATCHED THRU 9600-EXIT.
001835     PERFORM 9500-SET-FINAL-RC    THRU 9500-EXIT.
001837     PERFORM 9700-END-CYCLE-STEP  THRU 9700-EXIT.
001840     STOP RUN.
001850*
001860*-----------------------------------------------------------*
001870* 1000-INITIALIZE - CHECK THE RUNCTL LEDGER AND LOAD THE RUNS *
001880* WAITING TO BE DISPATCHED, THEN OPEN ALL FILES AND PRIME THE *
001890* READ. A REFUSAL ENDS THE RUN BEFORE ANY DESTINATION FILE IS *
001900* OPENED (AND SO EMPTIED). AN OPEN FAILURE ON ANY FILE ENDS   *
001901* THE RUN BEFORE ANY ROW IS DISPATCHED - A HALF-OPENED SET OF *
001902* DESTINATION FILES WOULD SPLIT THE NIGHT'S ROWS ACROSS AN    *
001903* UNKNOWABLE SUBSET. A RERUN IN A CYCLE WHERE ROUTDISP HAS   *
001904* ALREADY COMPLETED, OR A RUN TABLE WITH NO COMPLETED RUN TO *
001905* RELEASE, IS REFUSED BEFORE ANY FILE IS OPENED TOO, SO A    *
001906* RERUN NEVER EMPTIES THE FILES THE FIRST RUN WROTE.         *
001907*-----------------------------------------------------------*
001908 1000-INITIALIZE.
001909     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
001910     PERFORM 1500-BEGIN-CYCLE-STEP THRU 1500-EXIT.
001911     IF WS-STEP-REFUSED-YES OR WS-RUNCTL-DOWN-YES
001912         MOVE 'Y' TO WS-EOF-SW
001913         GO TO 1000-EXIT
001914     END-IF.
001915     PERFORM 1600-LOAD-RUN-TABLE THRU 1600-EXIT.
001916     IF WS-RUNCTL-DOWN-YES
001917         MOVE 'Y' TO WS-EOF-SW
001918         GO TO 1000-EXIT
001919     END-IF.
001920     IF WS-RELEASE-COUNT = 0
001921         MOVE 'NO COMPLETED RUN LEFT TO DISPATCH'
001922             TO WS-RUNCTL-MESSAGE
001923         DISPLAY 'ROUTDISP - STEP REFUSED - ' WS-RUNCTL-MESSAGE
001924         MOVE 'Y' TO WS-STEP-REFUSED-SW
001925         MOVE 'Y' TO WS-EOF-SW
001926         GO TO 1000-EXIT
001927     END-IF.
001930     OPEN INPUT ROUTEOUT.
001940     IF NOT WS-ROUTEOUT-OK
001950         DISPLAY 'ROUTDISP - OPEN ERROR ON ROUTEOUT '
002000     OPEN INPUT RTRULEF.
002010     IF NOT WS-RTRULEF-OK
002020         DISPLAY 'ROUTDISP - OPEN ERROR ON RTRULEF '
002021                 WS-RTRULEF-STATUS
002022         MOVE 12 TO RETURN-CODE
002023         MOVE 'Y' TO WS-EOF-SW
002024         GO TO 1000-EXIT
002025     END-IF.
002026     OPEN I-O DISPLOG.
002027     IF WS-DISPLOG-FILE-NOT-FOUND
002028         OPEN OUTPUT DISPLOG
002029         CLOSE DISPLOG
002030         OPEN I-O DISPLOG
002031     END-IF.
002032     IF NOT WS-DISPLOG-OK
002033         DISPLAY 'ROUTDISP - OPEN ERROR ON DISPLOG '
002034                 WS-DISPLOG-STATUS
002035         MOVE 12 TO RETURN-CODE
002040         MOVE 'Y' TO WS-EOF-SW
002050         GO TO 1000-EXIT
002080     OPEN OUTPUT DESTOUT2.
002090     OPEN OUTPUT DESTOUT3.
002100     OPEN OUTPUT DESTOUT4.
002101     OPEN OUTPUT DESTOUT5.
002102     OPEN OUTPUT DISPEXCP.
002103     IF NOT WS-DESTOUT1-OK OR NOT WS-DESTOUT2-OK
002104        OR NOT WS-DESTOUT3-OK OR NOT WS-DESTOUT4-OK
002105        OR NOT WS-DESTOUT5-OK OR NOT WS-DISPEXCP-OK
002106         DISPLAY 'ROUTDISP - OPEN ERROR ON AN OUTPUT FILE '
002107                 WS-DESTOUT1-STATUS SPACE WS-DESTOUT2-STATUS
002108                 SPACE WS-DESTOUT3-STATUS SPACE
002109                 WS-DESTOUT4-STATUS SPACE WS-DESTOUT5-STATUS
002110                 SPACE WS-DISPEXCP-STATUS
002111         MOVE 12 TO RETURN-CODE
002112         MOVE 'Y' TO WS-EOF-SW
002113         GO TO 1000-EXIT
002114     END-IF.
002115     PERFORM 2100-READ-ROUTEOUT THRU 2100-EXIT.
002116 1000-EXIT.
002117     EXIT.
002118*
002119*-----------------------------------------------------------*
002120* 1500-BEGIN-CYCLE-STEP - ROWS ARE ONLY DISPATCHED ONCE THE *
002121* NIGHT'S TOTALS HAVE BEEN TAKEN: THE LATEST CTLRECON RUN IN *
002122* THE LATEST CYCLE ON THE LEDGER MUST HAVE COMPLETED. OTHERWISE *
002123* THE RUN IS REFUSED, AS IT IS WHEN A ROUTDISP RUN HAS       *
002124* ALREADY COMPLETED IN THAT CYCLE. THE ENTRY IS FILED UNDER  *
002125* THAT CYCLE.                                                *
002126*-----------------------------------------------------------*
002127 1500-BEGIN-CYCLE-STEP.
002128     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
002129     MOVE 0          TO RC-CYCLE-DATE.
002130     MOVE 'CTLRECON' TO RC-STEP-NAME.
002131     MOVE SPACES     TO RC-JOB-ID.
002132     MOVE 'Q' TO CC-FUNCTION.
002133     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
002134     IF WS-RUNCTL-DOWN-YES
002135         GO TO 1500-EXIT
002136     END-IF.
002137     IF RC-CYCLE-DATE > 0
002138         MOVE RC-CYCLE-DATE TO WS-CYCLE-DATE
002139     END-IF.
002140     EVALUATE TRUE
002141         WHEN CC-RC-NOT-FOUND
002142             MOVE 'NO CTLRECON RUN IN THE LATEST CYCLE'
002143                 TO WS-RUNCTL-MESSAGE
002144         WHEN NOT RC-COMPLETE
002145             MOVE 'THE LATEST CTLRECON RUN HAS NOT COMPLETED'
002146                 TO WS-RUNCTL-MESSAGE
002147     END-EVALUATE.
002148     IF WS-RUNCTL-MESSAGE NOT = SPACES
002149         DISPLAY 'ROUTDISP - STEP REFUSED - ' WS-RUNCTL-MESSAGE
002150         MOVE 'Y' TO WS-STEP-REFUSED-SW
002151         GO TO 1500-EXIT
002152     END-IF.
002153     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
002154     MOVE 'Q' TO CC-FUNCTION.
002155     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
002156     IF WS-RUNCTL-DOWN-YES
002157         GO TO 1500-EXIT
002158     END-IF.
002159     IF CC-COMPLETE-COUNT > 0
002160         MOVE 'ROUTDISP ALREADY COMPLETE FOR THIS CYCLE'
002161             TO WS-RUNCTL-MESSAGE
002162         DISPLAY 'ROUTDISP - STEP REFUSED - ' WS-RUNCTL-MESSAGE
002163         MOVE 'Y' TO WS-STEP-REFUSED-SW
002164         GO TO 1500-EXIT
002165     END-IF.
002166     PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT.
002167     MOVE 'B' TO CC-FUNCTION.
002168     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
002169     IF WS-RUNCTL-DOWN-YES
002170         GO TO 1500-EXIT
002171     END-IF.
002172     IF NOT CC-RC-OK
002173         DISPLAY 'ROUTDISP - RUNCTL ENTRY NOT BEGUN - '
002174                 'RETURN CODE ' CC-RETURN-CODE
002175         PERFORM 1590-RUNCTL-UNAVAILABLE THRU 1590-EXIT
002176         GO TO 1500-EXIT
002177     END-IF.
002178     MOVE RC-RECORD   TO WS-OWN-ENTRY.
002179     MOVE RC-ENTRY-NO TO WS-OWN-ENTRY-NO.
002180     MOVE 'Y' TO WS-STEP-ENTRY-SW.
002181 1500-EXIT.
002182     EXIT.
002183*
002184*-----------------------------------------------------------*
002185* 1510-BUILD-RUNCTL-ENTRY - A FRESH ROUTDISP ENTRY, NOT YET ON *
002186* THE LEDGER (ENTRY NO. ZERO), UNDER WS-CYCLE-DATE - TODAY  *
002187* UNTIL THE LEDGER HAS SAID WHICH CYCLE IS THE LATEST.      *
002188*-----------------------------------------------------------*
002189 1510-BUILD-RUNCTL-ENTRY.
002190     IF WS-CYCLE-DATE = 0
002191         MOVE WS-TODAY-DATE TO WS-CYCLE-DATE
002192     END-IF.
002193     MOVE SPACES        TO RC-RECORD.
002194     MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE.
002195     MOVE 0             TO RC-ENTRY-NO.
002196     MOVE 'ROUTDISP'    TO RC-STEP-NAME.
002197     MOVE 'ROUTDISP'    TO RC-JOB-ID.
002198     MOVE 0             TO RC-STEP-RC.
002199     MOVE 0             TO RC-ATTEMPT-COUNT.
002200     MOVE 0             TO RC-FEED-DATE.
002201     MOVE 0             TO RC-FEED-SEQ.
002202     MOVE ZEROS         TO RC-COUNTS.
002203     MOVE 0             TO RC-ROUTE-START-POS.
002204     MOVE 0             TO RC-ROUTE-END-POS.
002205     MOVE 'N'           TO RC-DISPATCH-SW.
002206     MOVE 0             TO RC-DISPATCH-CYCLE.
002207     MOVE 0             TO RC-DISPATCH-ENTRY.
002208     MOVE 'N'           TO CC-RESTART-SW.
002209     MOVE 'N'           TO CC-ALL-CYCLES-SW.
002210 1510-EXIT.
002211     EXIT.
002212*
002213*-----------------------------------------------------------*
002214* 1520-CALL-CYCLCTL - PASS RC-RECORD TO CYCLCTL FOR THE     *
002215* FUNCTION IN CC-FUNCTION AND TAKE BACK THE ENTRY IT RETURNS. *
002216*-----------------------------------------------------------*
002217 1520-CALL-CYCLCTL.
002218     MOVE RC-RECORD TO CC-ENTRY.
002219     CALL 'CYCLCTL' USING CC-AREA.
002220     MOVE CC-ENTRY TO RC-RECORD.
002221     IF CC-RC-UNAVAILABLE
002222         PERFORM 1590-RUNCTL-UNAVAILABLE THRU 1590-EXIT
002223     END-IF.
002224 1520-EXIT.
002225     EXIT.
002226*
002227 1590-RUNCTL-UNAVAILABLE.
002228     DISPLAY 'ROUTDISP - RUNCTL LEDGER UNAVAILABLE - STATUS '
002229             CC-RUNCTL-STATUS.
002230     MOVE 12  TO RETURN-CODE.
002231     MOVE 'Y' TO WS-RUNCTL-DOWN-SW.
002232 1590-EXIT.
002233     EXIT.
002234*
002235*-----------------------------------------------------------*
002236* 1600-LOAD-RUN-TABLE - BROWSE THE WHOLE LEDGER FOR         *
002237* STRINGENDSWITH RUNS WHOSE ROWS HAVE NOT BEEN DISPATCHED - *
002238* COMPLETE (TO SEND), STARTED (TO HOLD) OR FAILED (TO WITHHOLD). *
002239* REFUSED AND ABANDONED RUNS WROTE NOTHING THAT MAY GO OUT. *
002240* RUNS PAST THE TABLE'S SIZE ARE LEFT FOR A LATER NIGHT.    *
002241*-----------------------------------------------------------*
002242 1600-LOAD-RUN-TABLE.
002243     MOVE 0      TO WS-RUN-COUNT.
002244     MOVE 0      TO WS-RELEASE-COUNT.
002245     MOVE 'N'    TO WS-BROWSE-EOF-SW.
002246     MOVE SPACES TO RC-RECORD.
002247     MOVE 0      TO RC-CYCLE-DATE.
002248     MOVE 0      TO RC-ENTRY-NO.
002249     PERFORM 1610-LOAD-ONE-RUN THRU 1610-EXIT
002250             UNTIL WS-BROWSE-EOF-YES.
002251     IF WS-RUN-OVER-COUNT > 0
002252         DISPLAY 'ROUTDISP - RUN TABLE FULL - ' WS-RUN-OVER-COUNT
002253                 ' RUNS LEFT FOR A LATER NIGHT'
002254     END-IF.
002255 1600-EXIT.
002256     EXIT.
002257*
002258 1610-LOAD-ONE-RUN.
002259     MOVE 'N' TO CC-FUNCTION.
002260     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
002261     IF NOT CC-RC-OK
002262         MOVE 'Y' TO WS-BROWSE-EOF-SW
002263         GO TO 1610-EXIT
002264     END-IF.
002265     IF NOT RC-STEP-STRINGENDSWITH
002266        OR NOT RC-NOT-DISPATCHED
002267        OR NOT (RC-COMPLETE OR RC-STARTED OR RC-FAILED)
002268         GO TO 1610-EXIT
002269     END-IF.
002270     IF WS-RUN-COUNT >= WS-RUN-MAX
002271         ADD 1 TO WS-RUN-OVER-COUNT
002272         GO TO 1610-EXIT
002273     END-IF.
002274     ADD 1 TO WS-RUN-COUNT.
002275     MOVE RC-CYCLE-DATE      TO WS-RUN-CYCLE (WS-RUN-COUNT).
002276     MOVE RC-ENTRY-NO        TO WS-RUN-ENTRY-NO (WS-RUN-COUNT).
002277     MOVE RC-JOB-ID          TO WS-RUN-JOB-ID (WS-RUN-COUNT).
002278     MOVE RC-RUN-STATUS      TO WS-RUN-STATUS (WS-RUN-COUNT).
002279     MOVE RC-ROUTE-START-POS TO WS-RUN-START-POS (WS-RUN-COUNT).
002280     MOVE RC-ROUTE-END-POS   TO WS-RUN-END-POS (WS-RUN-COUNT).
002281     MOVE 0                  TO WS-RUN-ROW-COUNT (WS-RUN-COUNT).
002282     IF RC-ROUTE-START-POS < WS-LOW-START-POS
002283         MOVE RC-ROUTE-START-POS TO WS-LOW-START-POS
002284     END-IF.
002285     IF RC-COMPLETE
002286         ADD 1 TO WS-RELEASE-COUNT
002287     END-IF.
002288 1610-EXIT.
002289     EXIT.
002290*
002291*-----------------------------------------------------------*
002292* 2000-DISPATCH-ROW - A ROW WHOSE RUN IS NOT RELEASED FOR   *
002293* DISPATCH (2300) IS ONLY COUNTED. OTHERWISE LOOK IT UP ON  *
002300* RTRULEF AND WRITE IT TO THE DESTINATION THE RULE NAMES, OR  *
002310* TO DISPEXCP WHEN NO RULE FITS, THEN READ THE NEXT ROW.      *
002320*-----------------------------------------------------------*
002330 2000-DISPATCH-ROW.
002340     ADD 1 TO WS-ROW-COUNT.
002341     ADD 1 TO WS-ROUTE-POS.
002342     PERFORM 2300-CHECK-ROW-RUN THRU 2300-EXIT.
002343     IF WS-ROW-RELEASED-NO
002344         PERFORM 2100-READ-ROUTEOUT THRU 2100-EXIT
002345         GO TO 2000-EXIT
002346     END-IF.
002350     PERFORM 2200-LOOK-UP-RULE THRU 2200-EXIT.
002360     IF WS-RULE-FOUND-YES
002370         IF RL-DEST-NO IS NUMERIC
002800     END-READ.
002810     IF WS-RTRULEF-OK
002820         MOVE 'Y' TO WS-RULE-FOUND-SW
002821     END-IF.
002822 2200-EXIT.
002823     EXIT.
002824*
002825*-----------------------------------------------------------*
002826* 2300-CHECK-ROW-RUN - FIND THE RUN THAT WROTE THE CURRENT ROW: *
002827* THE LOADED RUN WITH THE ROW'S JOB ID WHOSE ROUTEOUT WINDOW *
002828* HOLDS THE ROW'S POSITION (A STARTED RUN'S WINDOW HAS NO END *
002829* YET). THE ROW IS RELEASED ONLY WHEN THAT RUN COMPLETED; ROWS *
002830* BEFORE THE EARLIEST WINDOW SKIP THE SEARCH.               *
002831*-----------------------------------------------------------*
002832 2300-CHECK-ROW-RUN.
002833     MOVE 'N' TO WS-ROW-RELEASED-SW.
002834     MOVE 0   TO WS-OWNER-I.
002835     IF WS-ROUTE-POS > WS-LOW-START-POS
002836         PERFORM 2310-TRY-ONE-RUN THRU 2310-EXIT
002837                 VARYING WS-RUN-I FROM 1 BY 1
002838                 UNTIL WS-RUN-I > WS-RUN-COUNT
002839     END-IF.
002840     EVALUATE TRUE
002841         WHEN WS-OWNER-I = 0
002842             ADD 1 TO WS-SKIPPED-COUNT
002843         WHEN WS-RUN-STARTED (WS-OWNER-I)
002844             ADD 1 TO WS-HELD-COUNT
002845         WHEN WS-RUN-FAILED (WS-OWNER-I)
002846             ADD 1 TO WS-WITHHELD-COUNT
002847         WHEN OTHER
002848             ADD 1 TO WS-RUN-ROW-COUNT (WS-OWNER-I)
002849             MOVE 'Y' TO WS-ROW-RELEASED-SW
002850     END-EVALUATE.
002851 2300-EXIT.
002852     EXIT.
002853*
002854*-----------------------------------------------------------*
002855* 2310-TRY-ONE-RUN - WINDOWS OF ONE JOB ID NEVER OVERLAP, BUT *
002856* A STARTED RUN'S OPEN WINDOW CAN RUN ON INTO A LATER ONE - *
002857* THE RUN THAT STARTED LAST WINS.                           *
002858*-----------------------------------------------------------*
002859 2310-TRY-ONE-RUN.
002860     IF WS-RUN-JOB-ID (WS-RUN-I) NOT = RT-JOB-ID
002861        OR WS-ROUTE-POS NOT > WS-RUN-START-POS (WS-RUN-I)
002862         GO TO 2310-EXIT
002863     END-IF.
002864     IF NOT WS-RUN-STARTED (WS-RUN-I)
002865        AND WS-ROUTE-POS > WS-RUN-END-POS (WS-RUN-I)
002866         GO TO 2310-EXIT
002867     END-IF.
002868     IF WS-OWNER-I = 0
002869         MOVE WS-RUN-I TO WS-OWNER-I
002870     ELSE
002871         IF WS-RUN-START-POS (WS-RUN-I)
002872            > WS-RUN-START-POS (WS-OWNER-I)
002873             MOVE WS-RUN-I TO WS-OWNER-I
002874         END-IF
002875     END-IF.
002876 2310-EXIT.
002877     EXIT.
002878*
002879*-----------------------------------------------------------*
002880* 7000-WRITE-DESTINATION - WRITE THE ROW, UNCHANGED, TO THE   *
002890* DESTINATION FILE WS-DEST-I NAMES. FIVE SEPARATE WRITES      *
002900* BECAUSE EACH DESTINATION IS ITS OWN FD - THE JCL BINDS      *
003060             WRITE DEST4-RECORD
003070         WHEN 5
003080             MOVE ROUTE-RECORD TO DEST5-RECORD
003081             WRITE DEST5-RECORD
003082     END-EVALUATE.
003083     PERFORM 7050-LOG-DISPATCH THRU 7050-EXIT.
003084 7000-EXIT.
003085     EXIT.
003086*
003087*-----------------------------------------------------------*
003088* 7050-LOG-DISPATCH - RECORD THE ROW JUST WRITTEN ON DISPLOG: *
003089* WHICH DESTINATION, WHICH NIGHT'S RUN WROTE IT (AND WHERE ON *
003090* ROUTEOUT), AND WHEN IT WENT OUT - UNACKNOWLEDGED UNTIL      *
003091* ACKRECON HEARS BACK. THE ROW HAS ALREADY GONE, SO A FAILED  *
003092* WRITE IS ONLY COUNTED AND REPORTED; ACKRECON WILL CALL THAT *
003093* ROW'S ACKNOWLEDGMENT UNMATCHED.                             *
003094*-----------------------------------------------------------*
003095 7050-LOG-DISPATCH.
003096     MOVE SPACES                    TO DL-RECORD.
003097     MOVE RT-JOB-ID                 TO DL-JOB-ID.
003098     MOVE RT-REC-NO                 TO DL-REC-NO.
003099     MOVE WS-RUN-CYCLE (WS-OWNER-I) TO DL-CYCLE-DATE.
003100     MOVE WS-ROUTE-POS              TO DL-ROUTE-POS.
003101     MOVE WS-DEST-I                 TO DL-DEST-NO.
003102     MOVE WS-TODAY-DATE             TO DL-DISPATCH-DATE.
003103     MOVE FUNCTION CURRENT-DATE     TO DL-DISPATCH-TIMESTAMP.
003104     MOVE RT-RESULT                 TO DL-RESULT.
003105     MOVE RT-MATCH-VALUE (1:40)     TO DL-MATCH-VALUE.
003106     MOVE 0                         TO DL-ACK-DATE.
003107     MOVE 0                         TO DL-ACK-COUNT.
003108     WRITE DL-RECORD
003109         INVALID KEY
003110             CONTINUE
003111     END-WRITE.
003112     IF WS-DISPLOG-OK
003113         ADD 1 TO WS-LOGGED-COUNT
003114     ELSE
003115         ADD 1 TO WS-LOG-FAIL-COUNT
003116         DISPLAY 'ROUTDISP - DISPLOG WRITE FAILED - STATUS '
003117                 WS-DISPLOG-STATUS ' ROW ' RT-JOB-ID '/' RT-REC-NO
003118     END-IF.
003119 7050-EXIT.
003120     EXIT.
003130*
003140*-----------------------------------------------------------*
003240*
003250*-----------------------------------------------------------*
003260* 8000-CONTROL-REPORT - HOW MANY ROWS WENT TO EACH            *
003270* DESTINATION AND HOW MANY FELL THROUGH, HOW MANY WERE NOT  *
003273* RELEASED BY THE RUNCTL LEDGER, AND EACH STRINGENDSWITH RUN *
003276* WAITING ON DISPATCH, SO THE MORNING                       *
003280* REVIEW IS A GLANCE AT ONE REPORT INSTEAD OF A HAND-BUILT    *
003290* JCL SESSION.                                                *
003300*-----------------------------------------------------------*
003380             VARYING WS-DEST-I FROM 1 BY 1
003390             UNTIL WS-DEST-I > 5.
003400     DISPLAY 'NO RULE ON FILE  . . . . . ' WS-NO-RULE-COUNT.
003401     DISPLAY 'RULE DESTINATION INVALID . ' WS-BAD-DEST-COUNT.
003402     DISPLAY 'ROWS SKIPPED (NOT DUE) . . ' WS-SKIPPED-COUNT.
003403     DISPLAY 'ROWS HELD (RUN STARTED)  . ' WS-HELD-COUNT.
003404     DISPLAY 'ROWS WITHHELD (RUN FAILED) ' WS-WITHHELD-COUNT.
003405     DISPLAY 'ROWS LOGGED ON DISPLOG . . ' WS-LOGGED-COUNT.
003406     IF WS-LOG-FAIL-COUNT > 0
003407         DISPLAY 'DISPLOG WRITES FAILED  . . ' WS-LOG-FAIL-COUNT
003408     END-IF.
003409     IF WS-STEP-ENTRY-YES
003410         DISPLAY 'CYCLE DISPATCHED . . . . . ' WS-CYCLE-DATE
003411     END-IF.
003412     IF WS-STEP-REFUSED-YES
003413         DISPLAY 'STEP REFUSED BY RUNCTL . . ' WS-RUNCTL-MESSAGE
003414     END-IF.
003415     PERFORM 8020-DISPLAY-ONE-RUN THRU 8020-EXIT
003416             VARYING WS-RUN-I FROM 1 BY 1
003417             UNTIL WS-RUN-I > WS-RUN-COUNT.
003420     DISPLAY '***************************************'.
003430 8000-EXIT.
003440     EXIT.
003460 8010-DISPLAY-ONE-DEST.
003470     DISPLAY 'ROWS TO DESTOUT' WS-DEST-I ' . . . . . '
003480             WS-DEST-COUNT (WS-DEST-I).
003481 8010-EXIT.
003482     EXIT.
003483*
003484 8020-DISPLAY-ONE-RUN.
003485     DISPLAY 'RUN ' WS-RUN-CYCLE (WS-RUN-I) '/'
003486             WS-RUN-ENTRY-NO (WS-RUN-I) ' '
003487             WS-RUN-JOB-ID (WS-RUN-I) ' STATUS '
003488             WS-RUN-STATUS (WS-RUN-I) ' WINDOW '
003489             WS-RUN-START-POS (WS-RUN-I) '-'
003490             WS-RUN-END-POS (WS-RUN-I) ' SENT '
003491             WS-RUN-ROW-COUNT (WS-RUN-I).
003492 8020-EXIT.
003500     EXIT.
003510*
003520*-----------------------------------------------------------*
003610     CLOSE DESTOUT4.
003620     CLOSE DESTOUT5.
003630     CLOSE DISPEXCP.
003635     CLOSE DISPLOG.
003640 9000-EXIT.
003650     EXIT.
003660*
003670*-----------------------------------------------------------*
003680* 9500-SET-FINAL-RC - GRADE THE RUN FOR THE JOB SCHEDULER:   *
003690* 12 = A FILE FAILED TO OPEN (SET AT THE FAILURE SITE);      *
003700* 8 = THE RUNCTL LEDGER REFUSED THE STEP;                   *
003710* 4 = ROWS LANDED ON DISPEXCP (NO RULE, OR A RULE WITH A    *
003720* BAD DESTINATION), ROWS WERE HELD OR WITHHELD, RUNS WERE     *
003722* LEFT FOR A LATER NIGHT, OR A ROW COULD NOT BE LOGGED ON     *
003724* DISPLOG - THE SAME GRADED SCHEME THE NIGHTLY PROGRAMS USE.  *
003726* THE CODE ONLY EVER RISES.                                   *
003730*-----------------------------------------------------------*
003740 9500-SET-FINAL-RC.
003741     IF WS-STEP-REFUSED-YES AND RETURN-CODE < 8
003742         MOVE 8 TO RETURN-CODE
003743     END-IF.
003744     IF (WS-HELD-COUNT > 0 OR WS-WITHHELD-COUNT > 0
003745         OR WS-RUN-OVER-COUNT > 0)
003746        AND RETURN-CODE < 4
003747         MOVE 4 TO RETURN-CODE
003748     END-IF.
003750     IF (WS-NO-RULE-COUNT > 0 OR WS-BAD-DEST-COUNT > 0)
003760        AND RETURN-CODE < 4
003762         MOVE 4 TO RETURN-CODE
003764     END-IF.
003766     IF WS-LOG-FAIL-COUNT > 0 AND RETURN-CODE < 4
003770         MOVE 4 TO RETURN-CODE
003780     END-IF.
003790     IF RETURN-CODE > 0
003820     END-IF.
003830 9500-EXIT.
003840     EXIT.
003850*
003860*-----------------------------------------------------------*
003870* 9600-MARK-RUNS-DISPATCHED - ONCE EVERY DESTINATION FILE IS *
003880* CLOSED, MARK EACH COMPLETE RUN DISPATCHED AND EACH FAILED RUN *
003890* WITHHELD, POINTING BACK AT THIS RUN'S OWN ENTRY, SO NO ROW *
003900* GOES OUT TWICE. A STARTED RUN IS LEFT FOR A LATER NIGHT. NOT *
003910* DONE WHEN A FILE FAILED TO OPEN - NOTHING WAS SENT - OR    *
003920* WHEN THE STEP WAS REFUSED AFTER ITS ENTRY WAS BEGUN.       *
003930*-----------------------------------------------------------*
003940 9600-MARK-RUNS-DISPATCHED.
003950     IF WS-STEP-ENTRY-NO OR WS-RUNCTL-DOWN-YES
003960        OR WS-STEP-REFUSED-YES OR RETURN-CODE >= 12
003970         GO TO 9600-EXIT
003980     END-IF.
003990     PERFORM 9610-MARK-ONE-RUN THRU 9610-EXIT
004000             VARYING WS-RUN-I FROM 1 BY 1
004010             UNTIL WS-RUN-I > WS-RUN-COUNT
004020             OR WS-RUNCTL-DOWN-YES.
004030 9600-EXIT.
004040     EXIT.
004050*
004060 9610-MARK-ONE-RUN.
004070     IF WS-RUN-STARTED (WS-RUN-I)
004080         GO TO 9610-EXIT
004090     END-IF.
004100     MOVE SPACES                    TO RC-RECORD.
004110     MOVE WS-RUN-CYCLE (WS-RUN-I)   TO RC-CYCLE-DATE.
004120     MOVE WS-RUN-ENTRY-NO (WS-RUN-I) TO RC-ENTRY-NO.
004130     MOVE 'Y'                       TO RC-DISPATCH-SW.
004140     IF WS-RUN-FAILED (WS-RUN-I)
004150         MOVE 'W' TO RC-DISPATCH-SW
004160     END-IF.
004170     MOVE WS-CYCLE-DATE             TO RC-DISPATCH-CYCLE.
004180     MOVE WS-OWN-ENTRY-NO          TO RC-DISPATCH-ENTRY.
004190     MOVE 'D' TO CC-FUNCTION.
004200     PERFORM 1520-CALL-CYCLCTL THRU 1520-EXIT.
004210     IF NOT CC-RC-OK
004220         DISPLAY 'ROUTDISP - RUNCTL ENTRY '
004230                 WS-RUN-CYCLE (WS-RUN-I)
004240                 '/' WS-RUN-ENTRY-NO (WS-RUN-I)
004250                 ' NOT MARKED - RETURN CODE ' CC-RETURN-CODE
004260         MOVE 12 TO RETURN-CODE
004270     END-IF.
004280 9610-EXIT.
004290     EXIT.
004300*
004310*-----------------------------------------------------------*
004320* 9700-END-CYCLE-STEP - FILE HOW THE RUN ENDED ON THE LEDGER: *
004330* REFUSED, FAILED (CONDITION CODE 8 OR MORE) OR COMPLETE, WITH *
004340* THE ROWS READ, DISPATCHED, SENT TO DISPEXCP AND HELD.     *
004350*-----------------------------------------------------------*
004360 9700-END-CYCLE-STEP.
004370     IF WS-RUNCTL-DOWN-YES
004380         GO TO 9700-EXIT
004390     END-IF.
004400     IF WS-STEP-ENTRY-NO
004410         PERFORM 1510-BUILD-RUNCTL-ENTRY THRU 1510-EXIT
004420     ELSE
004430         MOVE WS-OWN-ENTRY TO RC-RECORD
004440     END-IF.
004450     EVALUATE TRUE
004460         WHEN WS-STEP-REFUSED-YES
004470             MOVE 'R' TO RC-RUN-STATUS
004480             MOVE WS-RUNCTL-MESSAGE TO RC-MESSAGE
004490         WHEN RETURN-CODE >= 8
004500             MOVE 'F' TO RC-RUN-STATUS
004510             MOVE 'FILE OPEN OR LEDGER FAILURE' TO RC-MESSAGE
004520         WHEN OTHER
004530             MOVE 'C' TO RC-RUN-STATUS
004540             IF WS-HELD-COUNT > 0
004550                 MOVE 'ROWS HELD FROM A RUN STILL STARTED'
004560                     TO RC-MESSAGE
004570             END-IF
004580     END-EVALUATE.
004590     MOVE 0 TO WS-SENT-COUNT.
004600     PERFORM 9710-ADD-ONE-DEST THRU 9710-EXIT
004610             VARYING WS-DEST-I FROM 1 BY 1
004620             UNTIL WS-DEST-I > 5.
004630     MOVE RETURN-CODE   TO RC-STEP-RC.
004640     MOVE WS-ROW-COUNT  TO RC-READ-COUNT.
004650     MOVE WS-SENT-COUNT TO RC-WRITTEN-COUNT.
004660     COMPUTE RC-ERROR-COUNT =
004670         WS-NO-RULE-COUNT + WS-BAD-DEST-COUNT.
004680     MOVE WS-HELD-COUNT TO RC-HELD-COUNT.
004690     MOVE 'E' TO CC-FUNCTION.
004700     MOVE RC-RECORD TO CC-ENTRY.
004710     CALL 'CYCLCTL' USING CC-AREA.
004720     IF NOT CC-RC-OK
004730         DISPLAY 'ROUTDISP - RUNCTL LEDGER NOT UPDATED - STATUS '
004740                 CC-RUNCTL-STATUS
004750         MOVE 12 TO RETURN-CODE
004760         DISPLAY 'ROUTDISP - ENDING WITH CONDITION CODE '
004770                 RETURN-CODE
004780         GO TO 9700-EXIT
004790     END-IF.
004800     MOVE CC-ENTRY TO RC-RECORD.
004810     DISPLAY 'ROUTDISP - RUNCTL ENTRY ' RC-CYCLE-DATE '/'
004820             RC-ENTRY-NO ' STATUS ' RC-RUN-STATUS.
004830 9700-EXIT.
004840     EXIT.
004850*
004860 9710-ADD-ONE-DEST.
004870     ADD WS-DEST-COUNT (WS-DEST-I) TO WS-SENT-COUNT.
004880 9710-EXIT.
004890     EXIT.
