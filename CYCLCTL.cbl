000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CYCLCTL.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. THE RUNCTL NIGHTLY CYCLE LEDGER   *
000120*                AND THE ONE SUBPROGRAM ALLOWED TO TOUCH IT, *
000130*                SO EVERY CYCLE STEP RECORDS ITS START AND   *
000140*                END, AND CHECKS THE STEPS BEFORE IT, THE    *
000150*                SAME WAY. A BEGIN ONLY ABANDONS OR REUSES   *
000160*                AN ENTRY FOR THE SAME RECORD RANGE          *
000170*                (RC-RANGE-START/END), SO CONCURRENT SLICES  *
000180*                OF ONE FEED LEAVE EACH OTHER'S ENTRIES      *
000190*                ALONE, AND A REWRITE THAT FAILS RETURNS 12  *
000200*                WITH ITS OWN STATUS.                        *
000210*-----------------------------------------------------------*
000220*-----------------------------------------------------------*
000230* CYCLCTL - RUN-CONTROL LEDGER SUBPROGRAM.                   *
000240*                                                             *
000250* CALLED, NEVER RUN AS A JOB STEP:                            *
000260*     CALL 'CYCLCTL' USING CC-AREA                            *
000270* WITH CC-AREA FROM THE CCFLDS COPYBOOK, WHICH DOCUMENTS      *
000280* EVERY FUNCTION, AND THE LEDGER ENTRY ITSELF IN THE RCFLDS   *
000290* LAYOUT. RUNCTL IS OPENED AND CLOSED AROUND EACH CALL, SO A  *
000300* STRINGENDSWITH SLICE THAT RUNS FOR HOURS NEVER HOLDS THE    *
000310* LEDGER AWAY FROM THE OTHER SLICES - THE ONE EXCEPTION IS A  *
000320* RUN OF 'N' CALLS, WHICH KEEPS ITS BROWSE OPEN UNTIL THE END *
000330* OF THE LEDGER OR ANY OTHER FUNCTION CLOSES IT. TWO SLICES   *
000340* STARTING TOGETHER CAN BE ISSUED THE SAME ENTRY NUMBER; THE  *
000350* LOSER GETS A DUPLICATE KEY AND TAKES THE NEXT ONE, THE SAME *
000360* WAY STRINGENDSWITH CLAIMS A PATSNAP VERSION. THE SUBPROGRAM *
000370* NEVER DISPLAYS AND NEVER SETS RETURN-CODE - WHAT TO SAY AND *
000380* HOW TO END IS THE CALLER'S BUSINESS.                        *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RUNCTL    ASSIGN TO "RUNCTL"
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS DYNAMIC
000490            RECORD KEY IS RUNCTL-KEY
000500            FILE STATUS IS WS-RUNCTL-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*-----------------------------------------------------------*
000550* RUNCTL - THE LEDGER. THE RECORD IS MOVED IN AND OUT OF THE  *
000560* RCFLDS LAYOUT IN WORKING-STORAGE; ONLY THE KEY IS NAMED     *
000570* HERE.                                                       *
000580*-----------------------------------------------------------*
000590 FD  RUNCTL
000600     RECORD CONTAINS 250 CHARACTERS.
000610 01  RUNCTL-RECORD.
000620     05  RUNCTL-KEY              PIC X(12).
000630     05  FILLER                  PIC X(238).
000640*
000650 WORKING-STORAGE SECTION.
000660     COPY RCFLDS.
000670*
000680 01  WS-SWITCHES.
000690     05  WS-BROWSE-OPEN-SW       PIC X(01) VALUE 'N'.
000700         88  WS-BROWSE-OPEN-YES             VALUE 'Y'.
000710         88  WS-BROWSE-OPEN-NO              VALUE 'N'.
000720     05  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
000730         88  WS-SCAN-EOF-YES                VALUE 'Y'.
000740         88  WS-SCAN-EOF-NO                 VALUE 'N'.
000750     05  WS-BEGIN-SCAN-SW        PIC X(01) VALUE 'N'.
000760         88  WS-BEGIN-SCAN-YES              VALUE 'Y'.
000770         88  WS-BEGIN-SCAN-NO               VALUE 'N'.
000780     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000790         88  WS-FOUND-YES                   VALUE 'Y'.
000800         88  WS-FOUND-NO                    VALUE 'N'.
000810     05  WS-WRITTEN-SW           PIC X(01) VALUE 'N'.
000820         88  WS-WRITTEN-YES                 VALUE 'Y'.
000830         88  WS-WRITTEN-NO                  VALUE 'N'.
000840     05  WS-EMPTY-SW             PIC X(01) VALUE 'N'.
000850         88  WS-EMPTY-YES                   VALUE 'Y'.
000860         88  WS-EMPTY-NO                    VALUE 'N'.
000870*
000880 01  WS-FILE-STATUSES.
000890     05  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
000900         88  WS-RUNCTL-OK                   VALUE '00'.
000910         88  WS-RUNCTL-EOF                  VALUE '10'.
000920         88  WS-RUNCTL-DUP-KEY              VALUE '22'.
000930         88  WS-RUNCTL-NOT-ON-FILE          VALUE '23'.
000940         88  WS-RUNCTL-NOT-FOUND            VALUE '35'.
000950*
000960*-----------------------------------------------------------*
000970* WS-REQUEST - THE CALLER'S ENTRY FIELDS THIS CALL WORKS     *
000980* FROM, SAVED BEFORE RC-RECORD IS REUSED TO READ THE LEDGER. *
000990*-----------------------------------------------------------*
001000 01  WS-REQUEST.
001010     05  WS-REQ-CYCLE            PIC 9(08) VALUE ZEROS.
001020     05  WS-REQ-STEP             PIC X(14) VALUE SPACES.
001030     05  WS-REQ-JOB              PIC X(08) VALUE SPACES.
001040     05  WS-REQ-SOURCE           PIC X(08) VALUE SPACES.
001050     05  WS-REQ-SEQ              PIC 9(05) VALUE ZEROS.
001060     05  WS-REQ-START-POS        PIC 9(09) VALUE ZEROS.
001070     05  WS-REQ-DISP-CYCLE       PIC 9(08) VALUE ZEROS.
001080     05  WS-REQ-DISP-ENTRY       PIC 9(04) VALUE ZEROS.
001090     05  WS-REQ-DISP-SW          PIC X(01) VALUE SPACES.
001100     05  WS-REQ-RANGE-START      PIC 9(07) VALUE ZEROS.
001110     05  WS-REQ-RANGE-END        PIC 9(07) VALUE ZEROS.
001120 01  WS-SAVE-ENTRY               PIC X(250) VALUE SPACES.
001130 01  WS-LATEST-ENTRY             PIC X(250) VALUE SPACES.
001140*
001150 01  WS-SCAN-KEY.
001160     05  WS-SCAN-CYCLE           PIC 9(08) VALUE ZEROS.
001170     05  WS-SCAN-ENTRY           PIC 9(04) VALUE ZEROS.
001180 01  WS-BROWSE-KEY               PIC X(12) VALUE SPACES.
001190*
001200 77  WS-LAST-ENTRY-NO            PIC 9(04) VALUE ZEROS.
001210 77  WS-REUSE-ENTRY-NO           PIC 9(04) VALUE ZEROS.
001220 77  WS-CUR-CYCLE                PIC 9(08) VALUE ZEROS.
001230 77  WS-WRITE-TRY-COUNT          PIC 9(02) COMP VALUE 0.
001240 77  WS-NOW-TIMESTAMP            PIC X(21) VALUE SPACES.
001250 77  WS-FAILED-STATUS            PIC X(02) VALUE SPACES.
001260 77  WS-ENTRY-RANGE-START        PIC 9(07) VALUE ZEROS.
001270 77  WS-ENTRY-RANGE-END          PIC 9(07) VALUE ZEROS.
001280*
001290 LINKAGE SECTION.
001300     COPY CCFLDS.
001310*
001320 PROCEDURE DIVISION USING CC-AREA.
001330*-----------------------------------------------------------*
001340* 0000-MAINLINE - CARRY OUT ONE CC-FUNCTION AND RETURN.      *
001350*-----------------------------------------------------------*
001360 0000-MAINLINE.
001370     MOVE 00 TO CC-RETURN-CODE.
001380     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.
001390     MOVE SPACES TO WS-FAILED-STATUS.
001400     IF WS-BROWSE-OPEN-YES AND NOT CC-FUNC-NEXT
001410         PERFORM 9000-CLOSE-BROWSE THRU 9000-EXIT
001420     END-IF.
001430     EVALUATE TRUE
001440         WHEN CC-FUNC-BEGIN
001450             PERFORM 2000-BEGIN-STEP      THRU 2000-EXIT
001460         WHEN CC-FUNC-END
001470             PERFORM 3000-END-STEP        THRU 3000-EXIT
001480         WHEN CC-FUNC-QUERY
001490             PERFORM 4000-QUERY-STEP      THRU 4000-EXIT
001500         WHEN CC-FUNC-NEXT
001510             PERFORM 5000-NEXT-ENTRY      THRU 5000-EXIT
001520         WHEN CC-FUNC-DISPATCHED
001530             PERFORM 6000-MARK-DISPATCHED THRU 6000-EXIT
001540         WHEN OTHER
001550             MOVE 08 TO CC-RETURN-CODE
001560     END-EVALUATE.
001570     IF WS-FAILED-STATUS NOT = SPACES
001580         MOVE WS-FAILED-STATUS TO CC-RUNCTL-STATUS
001590     ELSE
001600         MOVE WS-RUNCTL-STATUS TO CC-RUNCTL-STATUS
001610     END-IF.
001620     GOBACK.
001630*
001640*-----------------------------------------------------------*
001650* 1000-OPEN-UPDATE - OPEN THE LEDGER FOR UPDATE, CREATING IT  *
001660* ON FIRST USE THE SAME WAY PATSNAP IS CREATED.               *
001670*-----------------------------------------------------------*
001680 1000-OPEN-UPDATE.
001690     OPEN I-O RUNCTL.
001700     IF WS-RUNCTL-NOT-FOUND
001710         OPEN OUTPUT RUNCTL
001720         CLOSE RUNCTL
001730         OPEN I-O RUNCTL
001740     END-IF.
001750     IF NOT WS-RUNCTL-OK
001760         MOVE 12 TO CC-RETURN-CODE
001770     END-IF.
001780 1000-EXIT.
001790     EXIT.
001800*
001810*-----------------------------------------------------------*
001820* 1100-OPEN-READ - OPEN THE LEDGER TO READ IT. A LEDGER THAT *
001830* DOES NOT EXIST YET IS EMPTY, NOT AN ERROR.                 *
001840*-----------------------------------------------------------*
001850 1100-OPEN-READ.
001860     MOVE 'N' TO WS-EMPTY-SW.
001870     OPEN INPUT RUNCTL.
001880     IF WS-RUNCTL-NOT-FOUND
001890         MOVE 'Y' TO WS-EMPTY-SW
001900         GO TO 1100-EXIT
001910     END-IF.
001920     IF NOT WS-RUNCTL-OK
001930         MOVE 12 TO CC-RETURN-CODE
001940     END-IF.
001950 1100-EXIT.
001960     EXIT.
001970*
001980*-----------------------------------------------------------*
001990* 1200-SCAN-CYCLE - READ EVERY ENTRY OF CYCLE WS-REQ-CYCLE TO *
002000* FIND THE LAST ENTRY NUMBER ISSUED. FOR A BEGIN (WS-BEGIN-   *
002010* SCAN-SW) IT ALSO DEALS WITH EARLIER STARTED ENTRIES OF THE  *
002020* SAME STEP AND JOB ID - SEE 1210.                            *
002030*-----------------------------------------------------------*
002040 1200-SCAN-CYCLE.
002050     MOVE 0   TO WS-LAST-ENTRY-NO.
002060     MOVE 0   TO WS-REUSE-ENTRY-NO.
002070     MOVE 'N' TO WS-SCAN-EOF-SW.
002080     MOVE WS-REQ-CYCLE TO WS-SCAN-CYCLE.
002090     MOVE 0            TO WS-SCAN-ENTRY.
002100     MOVE WS-SCAN-KEY  TO RUNCTL-KEY.
002110     START RUNCTL
002120         KEY IS NOT LESS THAN RUNCTL-KEY
002130         INVALID KEY
002140             MOVE 'Y' TO WS-SCAN-EOF-SW
002150     END-START.
002160     PERFORM 1210-SCAN-ONE-ENTRY THRU 1210-EXIT
002170             UNTIL WS-SCAN-EOF-YES.
002180 1200-EXIT.
002190     EXIT.
002200*
002210*-----------------------------------------------------------*
002220* 1210-SCAN-ONE-ENTRY - ON A BEGIN, A STARTED ENTRY FOR THE   *
002230* SAME STEP AND JOB ID IS EITHER THE ABENDED RUN A CHECKPOINT *
002240* RESTART IS PICKING UP (REMEMBERED FOR REUSE) OR AN ATTEMPT  *
002250* A FRESH RUN IS REPLACING (MARKED ABANDONED, ITS ROUTEOUT    *
002260* WINDOW CLOSED AT THE POINT THE NEW RUN STARTS, SO NONE OF   *
002270* ITS ROWS CAN EVER BE DISPATCHED).                           *
002280* A REWRITE THAT FAILS ENDS THE SCAN WITH 12 - THE OLD ENTRY  *
002290* WOULD OTHERWISE STAY STARTED BESIDE THE NEW ONE.            *
002300* ONLY AN ENTRY FOR THE SAME RECORD RANGE (1270) COUNTS - A  *
002310* CONCURRENT SLICE OF THE SAME FEED IS LEFT ALONE.           *
002320*-----------------------------------------------------------*
002330 1210-SCAN-ONE-ENTRY.
002340     READ RUNCTL NEXT RECORD INTO RC-RECORD
002350         AT END
002360             MOVE 'Y' TO WS-SCAN-EOF-SW
002370     END-READ.
002380     IF NOT WS-RUNCTL-OK
002390         MOVE 'Y' TO WS-SCAN-EOF-SW
002400     END-IF.
002410     IF WS-SCAN-EOF-YES
002420         GO TO 1210-EXIT
002430     END-IF.
002440     IF RC-CYCLE-DATE NOT = WS-REQ-CYCLE
002450         MOVE 'Y' TO WS-SCAN-EOF-SW
002460         GO TO 1210-EXIT
002470     END-IF.
002480     MOVE RC-ENTRY-NO TO WS-LAST-ENTRY-NO.
002490     IF WS-BEGIN-SCAN-NO
002500         GO TO 1210-EXIT
002510     END-IF.
002520     PERFORM 1270-GET-ENTRY-RANGE THRU 1270-EXIT.
002530     IF RC-STEP-NAME NOT = WS-REQ-STEP
002540        OR RC-JOB-ID NOT = WS-REQ-JOB
002550        OR WS-ENTRY-RANGE-START NOT = WS-REQ-RANGE-START
002560        OR WS-ENTRY-RANGE-END NOT = WS-REQ-RANGE-END
002570        OR NOT RC-STARTED
002580         GO TO 1210-EXIT
002590     END-IF.
002600     IF CC-RESTART-YES
002610         MOVE RC-ENTRY-NO TO WS-REUSE-ENTRY-NO
002620     ELSE
002630         MOVE 'A'              TO RC-RUN-STATUS
002640         MOVE WS-REQ-START-POS TO RC-ROUTE-END-POS
002650         MOVE WS-NOW-TIMESTAMP TO RC-END-TIMESTAMP
002660         MOVE 'SUPERSEDED BY A LATER RUN OF THE STEP'
002670             TO RC-MESSAGE
002680         REWRITE RUNCTL-RECORD FROM RC-RECORD
002690         IF NOT WS-RUNCTL-OK
002700             MOVE WS-RUNCTL-STATUS TO WS-FAILED-STATUS
002710             MOVE 12 TO CC-RETURN-CODE
002720             MOVE 'Y' TO WS-SCAN-EOF-SW
002730             GO TO 1210-EXIT
002740         END-IF
002750     END-IF.
002760 1210-EXIT.
002770     EXIT.
002780*
002790*-----------------------------------------------------------*
002800* 1250-ABANDON-ELSEWHERE - A FRESH RUN ALSO REPLACES ANY    *
002810* STARTED ENTRY OF THE SAME STEP AND JOB ID LEFT IN ANOTHER *
002820* CYCLE (AN ABEND THAT WAS NEVER RESTARTED BEFORE THE NEXT  *
002830* NIGHT), WHICH WOULD OTHERWISE HOLD ITS ROWS AND THE CYCLE *
002840* OPEN FOR EVER. AS IN 1210, ONLY AN ENTRY FOR THE SAME      *
002850* RECORD RANGE COUNTS.                                       *
002860*-----------------------------------------------------------*
002870 1250-ABANDON-ELSEWHERE.
002880     MOVE 'N'  TO WS-SCAN-EOF-SW.
002890     MOVE 0    TO WS-SCAN-CYCLE.
002900     MOVE 0    TO WS-SCAN-ENTRY.
002910     MOVE WS-SCAN-KEY TO RUNCTL-KEY.
002920     START RUNCTL
002930         KEY IS NOT LESS THAN RUNCTL-KEY
002940         INVALID KEY
002950             MOVE 'Y' TO WS-SCAN-EOF-SW
002960     END-START.
002970     PERFORM 1260-ABANDON-ONE-ENTRY THRU 1260-EXIT
002980             UNTIL WS-SCAN-EOF-YES.
002990 1250-EXIT.
003000     EXIT.
003010*
003020 1260-ABANDON-ONE-ENTRY.
003030     READ RUNCTL NEXT RECORD INTO RC-RECORD
003040         AT END
003050             MOVE 'Y' TO WS-SCAN-EOF-SW
003060     END-READ.
003070     IF NOT WS-RUNCTL-OK
003080         MOVE 'Y' TO WS-SCAN-EOF-SW
003090     END-IF.
003100     IF WS-SCAN-EOF-YES
003110         GO TO 1260-EXIT
003120     END-IF.
003130     PERFORM 1270-GET-ENTRY-RANGE THRU 1270-EXIT.
003140     IF RC-CYCLE-DATE = WS-REQ-CYCLE
003150        OR RC-STEP-NAME NOT = WS-REQ-STEP
003160        OR RC-JOB-ID NOT = WS-REQ-JOB
003170        OR WS-ENTRY-RANGE-START NOT = WS-REQ-RANGE-START
003180        OR WS-ENTRY-RANGE-END NOT = WS-REQ-RANGE-END
003190        OR NOT RC-STARTED
003200         GO TO 1260-EXIT
003210     END-IF.
003220     MOVE 'A'              TO RC-RUN-STATUS.
003230     MOVE WS-REQ-START-POS TO RC-ROUTE-END-POS.
003240     MOVE WS-NOW-TIMESTAMP TO RC-END-TIMESTAMP.
003250     MOVE 'SUPERSEDED BY A LATER RUN OF THE STEP'
003260         TO RC-MESSAGE.
003270     REWRITE RUNCTL-RECORD FROM RC-RECORD.
003280     IF NOT WS-RUNCTL-OK
003290         MOVE WS-RUNCTL-STATUS TO WS-FAILED-STATUS
003300         MOVE 12 TO CC-RETURN-CODE
003310         MOVE 'Y' TO WS-SCAN-EOF-SW
003320         GO TO 1260-EXIT
003330     END-IF.
003340 1260-EXIT.
003350     EXIT.
003360*
003370*-----------------------------------------------------------*
003380* 1270-GET-ENTRY-RANGE - THE RECORD RANGE OF THE ENTRY IN    *
003390* RC-RECORD, ZERO FOR A WHOLE FEED. A STEP THAT NEVER SLICES *
003400* ITS FEED LEAVES SPACES THERE, WHICH COUNT AS ZERO.         *
003410*-----------------------------------------------------------*
003420 1270-GET-ENTRY-RANGE.
003430     MOVE 0 TO WS-ENTRY-RANGE-START.
003440     MOVE 0 TO WS-ENTRY-RANGE-END.
003450     IF RC-RANGE-START IS NUMERIC
003460         MOVE RC-RANGE-START TO WS-ENTRY-RANGE-START
003470     END-IF.
003480     IF RC-RANGE-END IS NUMERIC
003490         MOVE RC-RANGE-END TO WS-ENTRY-RANGE-END
003500     END-IF.
003510 1270-EXIT.
003520     EXIT.
003530*
003540*-----------------------------------------------------------*
003550* 1300-WRITE-NEW-ENTRY - WRITE RC-RECORD UNDER THE NEXT ENTRY *
003560* NUMBER AFTER WS-LAST-ENTRY-NO. A DUPLICATE KEY MEANS A STEP *
003570* STARTING AT THE SAME MOMENT TOOK THAT NUMBER - TAKE THE     *
003580* NEXT ONE.                                                   *
003590*-----------------------------------------------------------*
003600 1300-WRITE-NEW-ENTRY.
003610     MOVE 0   TO WS-WRITE-TRY-COUNT.
003620     MOVE 'N' TO WS-WRITTEN-SW.
003630     PERFORM 1310-TRY-ONE-WRITE THRU 1310-EXIT
003640             UNTIL WS-WRITTEN-YES
003650             OR WS-WRITE-TRY-COUNT >= 20.
003660     IF WS-WRITTEN-NO
003670         MOVE 12 TO CC-RETURN-CODE
003680     END-IF.
003690 1300-EXIT.
003700     EXIT.
003710*
003720 1310-TRY-ONE-WRITE.
003730     ADD 1 TO WS-WRITE-TRY-COUNT.
003740     ADD 1 TO WS-LAST-ENTRY-NO.
003750     MOVE WS-LAST-ENTRY-NO TO RC-ENTRY-NO.
003760     WRITE RUNCTL-RECORD FROM RC-RECORD
003770         INVALID KEY
003780             CONTINUE
003790     END-WRITE.
003800     IF WS-RUNCTL-OK
003810         MOVE 'Y' TO WS-WRITTEN-SW
003820     ELSE
003830         IF NOT WS-RUNCTL-DUP-KEY
003840             MOVE 20 TO WS-WRITE-TRY-COUNT
003850         END-IF
003860     END-IF.
003870 1310-EXIT.
003880     EXIT.
003890*
003900*-----------------------------------------------------------*
003910* 1400-EDIT-ENTRY - A BEGIN OR END MUST NAME A CYCLE AND A   *
003920* STEP, OR THE ENTRY COULD NEVER BE FOUND AGAIN.             *
003930*-----------------------------------------------------------*
003940 1400-EDIT-ENTRY.
003950     IF RC-CYCLE-DATE IS NOT NUMERIC
003960        OR RC-CYCLE-DATE = 0
003970        OR RC-STEP-NAME = SPACES
003980         MOVE 08 TO CC-RETURN-CODE
003990     END-IF.
004000 1400-EXIT.
004010     EXIT.
004020*
004030 1500-CLEAR-DISPATCH.
004040     MOVE 'N'    TO RC-DISPATCH-SW.
004050     MOVE 0      TO RC-DISPATCH-CYCLE.
004060     MOVE 0      TO RC-DISPATCH-ENTRY.
004070     MOVE SPACES TO RC-DISPATCH-TIMESTAMP.
004080 1500-EXIT.
004090     EXIT.
004100*
004110*-----------------------------------------------------------*
004120* 2000-BEGIN-STEP - ISSUE A STARTED ENTRY, OR ON A CHECKPOINT *
004130* RESTART REUSE THE ABENDED RUN'S OWN ENTRY SO ITS ROUTEOUT   *
004140* WINDOW STILL COVERS THE ROWS WRITTEN BEFORE THE ABEND.      *
004150* A LEDGER THAT CANNOT BE UPDATED PART WAY THROUGH RETURNS 12 *
004160* WITH NO NEW ENTRY ISSUED.                                   *
004170*-----------------------------------------------------------*
004180 2000-BEGIN-STEP.
004190     MOVE CC-ENTRY TO RC-RECORD.
004200     PERFORM 1400-EDIT-ENTRY THRU 1400-EXIT.
004210     IF NOT CC-RC-OK
004220         GO TO 2000-EXIT
004230     END-IF.
004240     MOVE RC-RECORD          TO WS-SAVE-ENTRY.
004250     MOVE RC-CYCLE-DATE      TO WS-REQ-CYCLE.
004260     MOVE RC-STEP-NAME       TO WS-REQ-STEP.
004270     MOVE RC-JOB-ID          TO WS-REQ-JOB.
004280     MOVE RC-ROUTE-START-POS TO WS-REQ-START-POS.
004290     PERFORM 1270-GET-ENTRY-RANGE THRU 1270-EXIT.
004300     MOVE WS-ENTRY-RANGE-START TO WS-REQ-RANGE-START.
004310     MOVE WS-ENTRY-RANGE-END   TO WS-REQ-RANGE-END.
004320     PERFORM 1000-OPEN-UPDATE THRU 1000-EXIT.
004330     IF NOT CC-RC-OK
004340         GO TO 2000-EXIT
004350     END-IF.
004360     MOVE 'Y' TO WS-BEGIN-SCAN-SW.
004370     PERFORM 1200-SCAN-CYCLE THRU 1200-EXIT.
004380     MOVE 'N' TO WS-BEGIN-SCAN-SW.
004390     IF NOT CC-RC-OK
004400         CLOSE RUNCTL
004410         GO TO 2000-EXIT
004420     END-IF.
004430     IF NOT CC-RESTART-YES
004440         PERFORM 1250-ABANDON-ELSEWHERE THRU 1250-EXIT
004450     END-IF.
004460     IF NOT CC-RC-OK
004470         CLOSE RUNCTL
004480         GO TO 2000-EXIT
004490     END-IF.
004500     IF WS-REUSE-ENTRY-NO > 0
004510         PERFORM 2100-REUSE-ENTRY THRU 2100-EXIT
004520         IF WS-FOUND-YES OR NOT CC-RC-OK
004530             CLOSE RUNCTL
004540             GO TO 2000-EXIT
004550         END-IF
004560     END-IF.
004570     MOVE WS-SAVE-ENTRY    TO RC-RECORD.
004580     MOVE 'S'              TO RC-RUN-STATUS.
004590     MOVE 0                TO RC-STEP-RC.
004600     MOVE 1                TO RC-ATTEMPT-COUNT.
004610     MOVE WS-NOW-TIMESTAMP TO RC-START-TIMESTAMP.
004620     MOVE SPACES           TO RC-END-TIMESTAMP.
004630     MOVE ZEROS            TO RC-COUNTS.
004640     MOVE 0                TO RC-ROUTE-END-POS.
004650     MOVE SPACES           TO RC-MESSAGE.
004660     PERFORM 1500-CLEAR-DISPATCH THRU 1500-EXIT.
004670     PERFORM 1300-WRITE-NEW-ENTRY THRU 1300-EXIT.
004680     MOVE RC-RECORD TO CC-ENTRY.
004690     CLOSE RUNCTL.
004700 2000-EXIT.
004710     EXIT.
004720*
004730 2100-REUSE-ENTRY.
004740     MOVE 'N'               TO WS-FOUND-SW.
004750     MOVE WS-REQ-CYCLE      TO WS-SCAN-CYCLE.
004760     MOVE WS-REUSE-ENTRY-NO TO WS-SCAN-ENTRY.
004770     MOVE WS-SCAN-KEY       TO RUNCTL-KEY.
004780     READ RUNCTL INTO RC-RECORD
004790         KEY IS RUNCTL-KEY
004800         INVALID KEY
004810             CONTINUE
004820     END-READ.
004830     IF WS-RUNCTL-OK
004840         ADD 1 TO RC-ATTEMPT-COUNT
004850         MOVE 'RESTARTED FROM CHECKPOINT' TO RC-MESSAGE
004860         REWRITE RUNCTL-RECORD FROM RC-RECORD
004870         IF NOT WS-RUNCTL-OK
004880             MOVE WS-RUNCTL-STATUS TO WS-FAILED-STATUS
004890             MOVE 12 TO CC-RETURN-CODE
004900             GO TO 2100-EXIT
004910         END-IF
004920         MOVE RC-RECORD TO CC-ENTRY
004930         MOVE 'Y' TO WS-FOUND-SW
004940     END-IF.
004950 2100-EXIT.
004960     EXIT.
004970*
004980*-----------------------------------------------------------*
004990* 3000-END-STEP - REWRITE THE STEP'S ENTRY WITH HOW IT ENDED. *
005000* A STEP REFUSED BEFORE IT EVER BEGAN HAS NO ENTRY YET (ENTRY *
005010* NO. ZERO), SO ONE IS ISSUED FOR IT HERE.                    *
005020*-----------------------------------------------------------*
005030 3000-END-STEP.
005040     MOVE CC-ENTRY TO RC-RECORD.
005050     PERFORM 1400-EDIT-ENTRY THRU 1400-EXIT.
005060     IF NOT CC-RC-OK
005070         GO TO 3000-EXIT
005080     END-IF.
005090     MOVE RC-RECORD     TO WS-SAVE-ENTRY.
005100     MOVE RC-CYCLE-DATE TO WS-REQ-CYCLE.
005110     PERFORM 1000-OPEN-UPDATE THRU 1000-EXIT.
005120     IF NOT CC-RC-OK
005130         GO TO 3000-EXIT
005140     END-IF.
005150     IF RC-ENTRY-NO = 0
005160         PERFORM 1200-SCAN-CYCLE THRU 1200-EXIT
005170         MOVE WS-SAVE-ENTRY    TO RC-RECORD
005180         MOVE 1                TO RC-ATTEMPT-COUNT
005190         MOVE WS-NOW-TIMESTAMP TO RC-START-TIMESTAMP
005200         MOVE WS-NOW-TIMESTAMP TO RC-END-TIMESTAMP
005210         PERFORM 1500-CLEAR-DISPATCH THRU 1500-EXIT
005220         PERFORM 1300-WRITE-NEW-ENTRY THRU 1300-EXIT
005230     ELSE
005240         MOVE RC-KEY TO RUNCTL-KEY
005250         READ RUNCTL
005260             KEY IS RUNCTL-KEY
005270             INVALID KEY
005280                 MOVE 04 TO CC-RETURN-CODE
005290         END-READ
005300         IF CC-RC-OK
005310             MOVE WS-SAVE-ENTRY    TO RC-RECORD
005320             MOVE WS-NOW-TIMESTAMP TO RC-END-TIMESTAMP
005330             REWRITE RUNCTL-RECORD FROM RC-RECORD
005340             IF NOT WS-RUNCTL-OK
005350                 MOVE WS-RUNCTL-STATUS TO WS-FAILED-STATUS
005360                 MOVE 12 TO CC-RETURN-CODE
005370             END-IF
005380         END-IF
005390     END-IF.
005400     MOVE RC-RECORD TO CC-ENTRY.
005410     CLOSE RUNCTL.
005420 3000-EXIT.
005430     EXIT.
005440*
005450*-----------------------------------------------------------*
005460* 4000-QUERY-STEP - COUNT THE ENTRIES MATCHING THE CALLER'S   *
005470* STEP / JOB ID / FEED IN ONE CYCLE, THE LATEST CYCLE, OR ALL *
005480* OF THEM, AND HAND BACK THE LATEST MATCH. A REFUSED ENTRY    *
005490* DID NO WORK, SO IT IS HANDED BACK ONLY WHEN EVERY MATCH WAS *
005500* REFUSED - A RERUN TURNED AWAY NEVER HIDES THE RUN THAT DID  *
005510* THE STEP. THE LEDGER IS IN CYCLE ORDER, SO THE LATEST CYCLE *
005520* IS FOUND BY STARTING THE COUNTS OVER EACH TIME THE CYCLE    *
005530* DATE CHANGES - WHAT IS LEFT AT THE END BELONGS TO THE LAST  *
005540* ONE.                                                        *
005550*-----------------------------------------------------------*
005560 4000-QUERY-STEP.
005570     MOVE CC-ENTRY TO RC-RECORD.
005580     MOVE RC-RECORD TO WS-SAVE-ENTRY.
005590     MOVE RC-CYCLE-DATE  TO WS-REQ-CYCLE.
005600     IF RC-CYCLE-DATE IS NOT NUMERIC
005610         MOVE 0 TO WS-REQ-CYCLE
005620     END-IF.
005630     MOVE RC-STEP-NAME   TO WS-REQ-STEP.
005640     MOVE RC-JOB-ID      TO WS-REQ-JOB.
005650     MOVE RC-FEED-SOURCE TO WS-REQ-SOURCE.
005660     MOVE RC-FEED-SEQ    TO WS-REQ-SEQ.
005670     MOVE ZEROS TO CC-QUERY-COUNTS.
005680     MOVE 'N'   TO WS-FOUND-SW.
005690     MOVE 0     TO WS-CUR-CYCLE.
005700     PERFORM 1100-OPEN-READ THRU 1100-EXIT.
005710     IF NOT CC-RC-OK
005720         GO TO 4000-EXIT
005730     END-IF.
005740     IF WS-EMPTY-NO
005750         MOVE 'N' TO WS-SCAN-EOF-SW
005760         MOVE 0   TO WS-SCAN-CYCLE
005770         IF WS-REQ-CYCLE > 0 AND NOT CC-ALL-CYCLES-YES
005780             MOVE WS-REQ-CYCLE TO WS-SCAN-CYCLE
005790         END-IF
005800         MOVE 0 TO WS-SCAN-ENTRY
005810         MOVE WS-SCAN-KEY TO RUNCTL-KEY
005820         START RUNCTL
005830             KEY IS NOT LESS THAN RUNCTL-KEY
005840             INVALID KEY
005850                 MOVE 'Y' TO WS-SCAN-EOF-SW
005860         END-START
005870         PERFORM 4100-QUERY-ONE-ENTRY THRU 4100-EXIT
005880                 UNTIL WS-SCAN-EOF-YES
005890         CLOSE RUNCTL
005900     END-IF.
005910     IF WS-FOUND-YES
005920         MOVE WS-LATEST-ENTRY TO CC-ENTRY
005930     ELSE
005940         MOVE 04 TO CC-RETURN-CODE
005950         MOVE WS-SAVE-ENTRY TO RC-RECORD
005960         IF WS-REQ-CYCLE = 0
005970             MOVE WS-CUR-CYCLE TO RC-CYCLE-DATE
005980         END-IF
005990         MOVE RC-RECORD TO CC-ENTRY
006000     END-IF.
006010 4000-EXIT.
006020     EXIT.
006030*
006040 4100-QUERY-ONE-ENTRY.
006050     READ RUNCTL NEXT RECORD INTO RC-RECORD
006060         AT END
006070             MOVE 'Y' TO WS-SCAN-EOF-SW
006080     END-READ.
006090     IF NOT WS-RUNCTL-OK
006100         MOVE 'Y' TO WS-SCAN-EOF-SW
006110     END-IF.
006120     IF WS-SCAN-EOF-YES
006130         GO TO 4100-EXIT
006140     END-IF.
006150     IF WS-REQ-CYCLE > 0 AND NOT CC-ALL-CYCLES-YES
006160        AND RC-CYCLE-DATE NOT = WS-REQ-CYCLE
006170         MOVE 'Y' TO WS-SCAN-EOF-SW
006180         GO TO 4100-EXIT
006190     END-IF.
006200     IF WS-REQ-CYCLE = 0 AND NOT CC-ALL-CYCLES-YES
006210        AND RC-CYCLE-DATE NOT = WS-CUR-CYCLE
006220         MOVE ZEROS TO CC-QUERY-COUNTS
006230         MOVE 'N'   TO WS-FOUND-SW
006240     END-IF.
006250     MOVE RC-CYCLE-DATE TO WS-CUR-CYCLE.
006260     IF WS-REQ-STEP NOT = SPACES
006270        AND RC-STEP-NAME NOT = WS-REQ-STEP
006280         GO TO 4100-EXIT
006290     END-IF.
006300     IF WS-REQ-JOB NOT = SPACES
006310        AND RC-JOB-ID NOT = WS-REQ-JOB
006320         GO TO 4100-EXIT
006330     END-IF.
006340     IF WS-REQ-SOURCE NOT = SPACES
006350        AND (RC-FEED-SOURCE NOT = WS-REQ-SOURCE
006360             OR RC-FEED-SEQ NOT = WS-REQ-SEQ)
006370         GO TO 4100-EXIT
006380     END-IF.
006390     ADD 1 TO CC-MATCH-COUNT.
006400     EVALUATE TRUE
006410         WHEN RC-STARTED
006420             ADD 1 TO CC-STARTED-COUNT
006430         WHEN RC-COMPLETE
006440             ADD 1 TO CC-COMPLETE-COUNT
006450         WHEN RC-FAILED
006460             ADD 1 TO CC-FAILED-COUNT
006470         WHEN RC-REFUSED
006480             ADD 1 TO CC-REFUSED-COUNT
006490         WHEN RC-ABANDONED
006500             ADD 1 TO CC-ABANDONED-COUNT
006510     END-EVALUATE.
006520     IF RC-REFUSED
006530        AND CC-REFUSED-COUNT < CC-MATCH-COUNT
006540         GO TO 4100-EXIT
006550     END-IF.
006560     MOVE RC-RECORD TO WS-LATEST-ENTRY.
006570     MOVE 'Y' TO WS-FOUND-SW.
006580 4100-EXIT.
006590     EXIT.
006600*
006610*-----------------------------------------------------------*
006620* 5000-NEXT-ENTRY - BROWSE THE LEDGER IN KEY ORDER. A CALL    *
006630* THAT FEEDS BACK THE ENTRY THE LAST ONE RETURNED JUST READS  *
006640* ON; ANY OTHER KEY (ZEROS TO BEGIN) REPOSITIONS THE BROWSE.  *
006650* THE END OF THE LEDGER CLOSES IT.                            *
006660*-----------------------------------------------------------*
006670 5000-NEXT-ENTRY.
006680     MOVE CC-ENTRY TO RC-RECORD.
006690     IF WS-BROWSE-OPEN-YES AND RC-KEY = WS-BROWSE-KEY
006700         GO TO 5000-READ-NEXT
006710     END-IF.
006720     IF WS-BROWSE-OPEN-YES
006730         PERFORM 9000-CLOSE-BROWSE THRU 9000-EXIT
006740     END-IF.
006750     PERFORM 1100-OPEN-READ THRU 1100-EXIT.
006760     IF NOT CC-RC-OK
006770         GO TO 5000-EXIT
006780     END-IF.
006790     IF WS-EMPTY-YES
006800         MOVE 04 TO CC-RETURN-CODE
006810         GO TO 5000-EXIT
006820     END-IF.
006830     MOVE 'Y' TO WS-BROWSE-OPEN-SW.
006840     MOVE RC-KEY TO RUNCTL-KEY.
006850     START RUNCTL
006860         KEY IS GREATER THAN RUNCTL-KEY
006870         INVALID KEY
006880             MOVE 04 TO CC-RETURN-CODE
006890     END-START.
006900     IF NOT CC-RC-OK
006910         PERFORM 9000-CLOSE-BROWSE THRU 9000-EXIT
006920         GO TO 5000-EXIT
006930     END-IF.
006940 5000-READ-NEXT.
006950     READ RUNCTL NEXT RECORD INTO RC-RECORD
006960         AT END
006970             MOVE 04 TO CC-RETURN-CODE
006980     END-READ.
006990     IF NOT WS-RUNCTL-OK
007000         MOVE 04 TO CC-RETURN-CODE
007010     END-IF.
007020     IF NOT CC-RC-OK
007030         PERFORM 9000-CLOSE-BROWSE THRU 9000-EXIT
007040         GO TO 5000-EXIT
007050     END-IF.
007060     MOVE RC-KEY    TO WS-BROWSE-KEY.
007070     MOVE RC-RECORD TO CC-ENTRY.
007080 5000-EXIT.
007090     EXIT.
007100*
007110*-----------------------------------------------------------*
007120* 6000-MARK-DISPATCHED - ROUTDISP HAS SENT THIS RUN'S ROWS, OR *
007130* (RC-DISPATCH-SW 'W' FROM THE CALLER) WITHHELD THEM FOR GOOD *
007140* BECAUSE THE RUN FAILED. ONLY THE DISPATCH FIELDS CHANGE - THE *
007150* REST OF THE ENTRY IS RE-READ FROM THE LEDGER, NOT TAKEN FROM *
007160* THE CALLER.                                               *
007170*-----------------------------------------------------------*
007180 6000-MARK-DISPATCHED.
007190     MOVE CC-ENTRY TO RC-RECORD.
007200     MOVE RC-DISPATCH-CYCLE TO WS-REQ-DISP-CYCLE.
007210     MOVE RC-DISPATCH-ENTRY TO WS-REQ-DISP-ENTRY.
007220     MOVE RC-DISPATCH-SW    TO WS-REQ-DISP-SW.
007230     IF NOT RC-WITHHELD
007240         MOVE 'Y' TO WS-REQ-DISP-SW
007250     END-IF.
007260     PERFORM 1000-OPEN-UPDATE THRU 1000-EXIT.
007270     IF NOT CC-RC-OK
007280         GO TO 6000-EXIT
007290     END-IF.
007300     MOVE RC-KEY TO RUNCTL-KEY.
007310     READ RUNCTL INTO RC-RECORD
007320         KEY IS RUNCTL-KEY
007330         INVALID KEY
007340             MOVE 04 TO CC-RETURN-CODE
007350     END-READ.
007360     IF CC-RC-OK
007370         MOVE WS-REQ-DISP-SW    TO RC-DISPATCH-SW
007380         MOVE WS-REQ-DISP-CYCLE TO RC-DISPATCH-CYCLE
007390         MOVE WS-REQ-DISP-ENTRY TO RC-DISPATCH-ENTRY
007400         MOVE WS-NOW-TIMESTAMP  TO RC-DISPATCH-TIMESTAMP
007410         REWRITE RUNCTL-RECORD FROM RC-RECORD
007420         IF NOT WS-RUNCTL-OK
007430             MOVE WS-RUNCTL-STATUS TO WS-FAILED-STATUS
007440             MOVE 12 TO CC-RETURN-CODE
007450         END-IF
007460         MOVE RC-RECORD TO CC-ENTRY
007470     END-IF.
007480     CLOSE RUNCTL.
007490 6000-EXIT.
007500     EXIT.
007510*
007520 9000-CLOSE-BROWSE.
007530     CLOSE RUNCTL.
007540     MOVE 'N' TO WS-BROWSE-OPEN-SW.
007550 9000-EXIT.
007560     EXIT.
