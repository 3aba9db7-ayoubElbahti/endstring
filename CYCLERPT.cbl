000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CYCLERPT.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. THE MORNING SHIFT'S VIEW OF THE    *
000120*                RUNCTL LEDGER - EVERY STEP OF ONE NIGHT'S    *
000130*                CYCLE, HOW IT ENDED, AND WHERE THE CYCLE     *
000140*                STOPPED, WITHOUT READING THE NIGHT'S SYSOUT. *
000150*-----------------------------------------------------------*
000160*-----------------------------------------------------------*
000170* CYCLERPT - NIGHTLY CYCLE STATUS REPORT.                     *
000180*                                                             *
000190* LISTS EVERY RUNCTL ENTRY OF ONE CYCLE IN THE ORDER THE      *
000200* STEPS STARTED - STEP, JOB ID, STATUS, CONDITION CODE, FEED, *
000210* TIMES, COUNTS, ROUTEOUT WINDOW AND DISPATCH - THEN A STEP   *
000220* SUMMARY IN CYCLE ORDER (TRANEDIT, STRINGENDSWITH, CTLRECON, *
000230* ROUTDISP, AUDARCH) AND THE FIRST STEP THAT HAS NOT          *
000240* COMPLETED: THAT IS WHERE THE NIGHT STOPPED, AND WHAT TO DO  *
000250* ABOUT IT. A STEP IS COMPLETE WHEN ONE OF ITS RUNS IN THE    *
000260* CYCLE COMPLETED AND NONE IS STILL STARTED; OTHERWISE IT     *
000270* GOES BY ITS LATEST RUN. A RERUN THE STEP REFUSED DID NO     *
000280* WORK - IT IS SHOWN UNDER THE STEP, NOT AS THE STEP'S STATE, *
000290* UNLESS THE STEP WAS NEVER RUN ANY OTHER WAY. STARTED        *
000300* ENTRIES LEFT IN EARLIER CYCLES ARE COUNTED TOO - THEY HOLD  *
000310* ROUTDISP ROWS AND STOP AUDARCH. THE EXEC PARM IS THE CYCLE  *
000320* DATE, YYYYMMDD (BLANK = THE LATEST CYCLE ON THE LEDGER).    *
000330* THE LEDGER IS ONLY READ, THROUGH CYCLCTL. CONDITION CODE 0  *
000340* WHEN THE CYCLE IS COMPLETE, 4 WHEN IT STOPPED SHORT, 8 FOR  *
000350* A BAD PARM OR A CYCLE NOT ON THE LEDGER, 12 WHEN THE LEDGER *
000360* CANNOT BE READ.                                             *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420*
000430 DATA DIVISION.
000440 WORKING-STORAGE SECTION.
000450 01  WS-SWITCHES.
000460     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000470         88  WS-EOF-YES                     VALUE 'Y'.
000480         88  WS-EOF-NO                      VALUE 'N'.
000490     05  WS-STOP-SW              PIC X(01) VALUE 'N'.
000500         88  WS-STOP-YES                    VALUE 'Y'.
000510         88  WS-STOP-NO                     VALUE 'N'.
000520     05  WS-STOPPED-SW           PIC X(01) VALUE 'N'.
000530         88  WS-STOPPED-YES                 VALUE 'Y'.
000540         88  WS-STOPPED-NO                  VALUE 'N'.
000550*
000560 01  WS-CYCLE-DATE               PIC 9(08) VALUE ZEROS.
000570 01  WS-CYCLE-DATE-X             REDEFINES WS-CYCLE-DATE
000580                                 PIC X(08).
000590*
000600*-----------------------------------------------------------*
000610* WS-STEP-NAMES - THE CYCLE STEPS IN THE ORDER THEY RUN.      *
000620*-----------------------------------------------------------*
000630 01  WS-STEP-NAME-VALUES.
000640     05  FILLER                  PIC X(14) VALUE 'TRANEDIT'.
000650     05  FILLER                  PIC X(14) VALUE 'STRINGENDSWITH'.
000660     05  FILLER                  PIC X(14) VALUE 'CTLRECON'.
000670     05  FILLER                  PIC X(14) VALUE 'ROUTDISP'.
000680     05  FILLER                  PIC X(14) VALUE 'AUDARCH'.
000690 01  WS-STEP-NAMES               REDEFINES WS-STEP-NAME-VALUES.
000700     05  WS-STEP-NAME            PIC X(14) OCCURS 5 TIMES.
000710*
000720*-----------------------------------------------------------*
000730* WS-STEP-TABLE - WHAT THE CYCLE'S ENTRIES SHOWED FOR EACH    *
000740* STEP: A COUNT BY STATUS, THE LATEST RUN'S STATUS AND        *
000750* MESSAGE (A REFUSAL ONLY WHEN THERE WAS NOTHING BUT          *
000760* REFUSALS), AND THE LATEST REFUSAL'S MESSAGE.                *
000770*-----------------------------------------------------------*
000780 01  WS-STEP-TABLE.
000790     05  WS-STEP-ENTRY           OCCURS 5 TIMES.
000800         10  WS-STEP-RUN-COUNT   PIC 9(04) COMP.
000810         10  WS-STEP-STARTED     PIC 9(04) COMP.
000820         10  WS-STEP-COMPLETE    PIC 9(04) COMP.
000830         10  WS-STEP-FAILED      PIC 9(04) COMP.
000840         10  WS-STEP-REFUSED     PIC 9(04) COMP.
000850         10  WS-STEP-ABANDONED   PIC 9(04) COMP.
000860         10  WS-STEP-LAST-STATUS PIC X(01).
000870         10  WS-STEP-LAST-JOB    PIC X(08).
000880         10  WS-STEP-LAST-MESSAGE
000890                                 PIC X(40).
000900         10  WS-STEP-LAST-REFUSAL
000910                                 PIC X(40).
000920         10  WS-STEP-STATE       PIC X(09).
000930*
000940 01  WS-STATUS-WORD              PIC X(09) VALUE SPACES.
000950 01  WS-ACTION-TEXT              PIC X(45) VALUE SPACES.
000960*
000970 77  WS-STEP-I                   PIC 9(01) COMP VALUE 0.
000980 77  WS-STOP-STEP-I              PIC 9(01) COMP VALUE 0.
000990 77  WS-ENTRY-COUNT              PIC 9(05) COMP VALUE 0.
001000 77  WS-OTHER-STEP-COUNT         PIC 9(05) COMP VALUE 0.
001010 77  WS-CYCLE-STARTED-COUNT      PIC 9(05) COMP VALUE 0.
001020 77  WS-EARLIER-STARTED-COUNT    PIC 9(05) COMP VALUE 0.
001030*
001040     COPY RCFLDS.
001050     COPY CCFLDS.
001060*
001070 LINKAGE SECTION.
001080 01  LS-PARM-AREA.
001090     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001100     05  LS-PARM-TEXT            PIC X(08).
001110*
001120 PROCEDURE DIVISION USING LS-PARM-AREA.
001130*-----------------------------------------------------------*
001140* 0000-MAINLINE                                               *
001150*-----------------------------------------------------------*
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001180     IF WS-STOP-NO
001190         PERFORM 2000-LIST-CYCLE       THRU 2000-EXIT
001200         PERFORM 3000-CHECK-EARLIER    THRU 3000-EXIT
001210         PERFORM 8000-STEP-SUMMARY     THRU 8000-EXIT
001220     END-IF.
001230     PERFORM 9500-SET-FINAL-RC THRU 9500-EXIT.
001240     STOP RUN.
001250*
001260*-----------------------------------------------------------*
001270* 1000-INITIALIZE - EDIT THE CYCLE-DATE PARM, OR ASK THE      *
001280* LEDGER FOR ITS LATEST CYCLE, AND CHECK THE CYCLE IS THERE.  *
001290*-----------------------------------------------------------*
001300 1000-INITIALIZE.
001310     INITIALIZE WS-STEP-TABLE.
001320     IF LS-PARM-LENGTH >= 8
001330        AND LS-PARM-TEXT (1:8) NOT = SPACES
001340         MOVE LS-PARM-TEXT (1:8) TO WS-CYCLE-DATE-X
001350         IF WS-CYCLE-DATE IS NOT NUMERIC
001360            OR WS-CYCLE-DATE = 0
001370             DISPLAY 'CYCLERPT - CYCLE DATE ' WS-CYCLE-DATE-X
001380                     ' IS NOT A YYYYMMDD DATE - RUN REFUSED'
001390             MOVE 8 TO RETURN-CODE
001400             MOVE 'Y' TO WS-STOP-SW
001410             GO TO 1000-EXIT
001420         END-IF
001430     END-IF.
001440     MOVE SPACES        TO RC-RECORD.
001450     MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE.
001460     MOVE 0             TO RC-ENTRY-NO.
001470     MOVE 0             TO RC-FEED-SEQ.
001480     MOVE 'N'           TO CC-RESTART-SW.
001490     MOVE 'N'           TO CC-ALL-CYCLES-SW.
001500     MOVE 'Q' TO CC-FUNCTION.
001510     PERFORM 7000-CALL-CYCLCTL THRU 7000-EXIT.
001520     IF WS-STOP-YES
001530         GO TO 1000-EXIT
001540     END-IF.
001550     IF CC-RC-NOT-FOUND
001560         IF WS-CYCLE-DATE = 0
001570             DISPLAY 'CYCLERPT - THE RUNCTL LEDGER IS EMPTY'
001580         ELSE
001590             DISPLAY 'CYCLERPT - NO RUNCTL ENTRIES FOR CYCLE '
001600                     WS-CYCLE-DATE
001610         END-IF
001620         MOVE 8 TO RETURN-CODE
001630         MOVE 'Y' TO WS-STOP-SW
001640         GO TO 1000-EXIT
001650     END-IF.
001660     MOVE RC-CYCLE-DATE TO WS-CYCLE-DATE.
001670     DISPLAY ' '.
001680     DISPLAY '***************************************'.
001690     DISPLAY '*   CYCLERPT NIGHTLY CYCLE STATUS      *'.
001700     DISPLAY '***************************************'.
001710     DISPLAY 'CYCLE  . . . . . . . . . . ' WS-CYCLE-DATE.
001720     DISPLAY 'ENTRIES IN THE CYCLE . . . ' CC-MATCH-COUNT.
001730     DISPLAY ' '.
001740 1000-EXIT.
001750     EXIT.
001760*
001830*-----------------------------------------------------------*
001840* 2000-LIST-CYCLE - BROWSE THE CYCLE'S ENTRIES FROM ENTRY     *
001850* NO. 1, LISTING EACH AND ROLLING IT INTO THE STEP TABLE.     *
001860*-----------------------------------------------------------*
001870 2000-LIST-CYCLE.
001880     MOVE 'N'           TO WS-EOF-SW.
001890     MOVE SPACES        TO RC-RECORD.
001900     MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE.
001910     MOVE 0             TO RC-ENTRY-NO.
001920     PERFORM 2100-LIST-ONE-ENTRY THRU 2100-EXIT
001930             UNTIL WS-EOF-YES.
001940 2000-EXIT.
001950     EXIT.
001960*
001970 2100-LIST-ONE-ENTRY.
001980     MOVE 'N' TO CC-FUNCTION.
001990     PERFORM 7000-CALL-CYCLCTL THRU 7000-EXIT.
002000     IF NOT CC-RC-OK
002010        OR RC-CYCLE-DATE NOT = WS-CYCLE-DATE
002020         MOVE 'Y' TO WS-EOF-SW
002030         GO TO 2100-EXIT
002040     END-IF.
002050     ADD 1 TO WS-ENTRY-COUNT.
002060     IF RC-STARTED
002070         ADD 1 TO WS-CYCLE-STARTED-COUNT
002080     END-IF.
002090     PERFORM 7100-SET-STATUS-WORD THRU 7100-EXIT.
002100     DISPLAY RC-ENTRY-NO ' ' RC-STEP-NAME ' ' RC-JOB-ID ' '
002110             WS-STATUS-WORD ' CC ' RC-STEP-RC ' ATTEMPT '
002120             RC-ATTEMPT-COUNT.
002130     DISPLAY '     START ' RC-START-TIMESTAMP (1:14)
002140             ' END ' RC-END-TIMESTAMP (1:14).
002150     IF RC-FEED-SOURCE NOT = SPACES
002160         DISPLAY '     FEED ' RC-FEED-SOURCE ' ' RC-FEED-DATE
002170                 ' SEQ ' RC-FEED-SEQ
002180     END-IF.
002190     DISPLAY '     READ ' RC-READ-COUNT ' WRITTEN '
002200             RC-WRITTEN-COUNT ' ERROR ' RC-ERROR-COUNT
002210             ' HELD ' RC-HELD-COUNT.
002220     IF RC-STEP-STRINGENDSWITH
002230         PERFORM 2200-LIST-DISPATCH THRU 2200-EXIT
002240     END-IF.
002250     IF RC-MESSAGE NOT = SPACES
002260         DISPLAY '     ' RC-MESSAGE
002270     END-IF.
002280     PERFORM 2300-ROLL-INTO-STEP THRU 2300-EXIT.
002290 2100-EXIT.
002300     EXIT.
002310*
002320*-----------------------------------------------------------*
002330* 2200-LIST-DISPATCH - A STRINGENDSWITH RUN'S ROUTEOUT        *
002340* WINDOW AND WHETHER ROUTDISP HAS SENT (OR WITHHELD) IT.      *
002350*-----------------------------------------------------------*
002360 2200-LIST-DISPATCH.
002370     EVALUATE TRUE
002380         WHEN RC-DISPATCHED
002390             DISPLAY '     ROUTEOUT ' RC-ROUTE-START-POS '-'
002400                     RC-ROUTE-END-POS ' DISPATCHED BY '
002410                     RC-DISPATCH-CYCLE '/' RC-DISPATCH-ENTRY
002420         WHEN RC-WITHHELD
002430             DISPLAY '     ROUTEOUT ' RC-ROUTE-START-POS '-'
002440                     RC-ROUTE-END-POS ' WITHHELD BY '
002450                     RC-DISPATCH-CYCLE '/' RC-DISPATCH-ENTRY
002460         WHEN OTHER
002470             DISPLAY '     ROUTEOUT ' RC-ROUTE-START-POS '-'
002480                     RC-ROUTE-END-POS ' NOT YET DISPATCHED'
002490     END-EVALUATE.
002500 2200-EXIT.
002510     EXIT.
002520*
002530 2300-ROLL-INTO-STEP.
002540     MOVE 0 TO WS-STEP-I.
002550     PERFORM 2310-MATCH-ONE-STEP THRU 2310-EXIT
002560             VARYING WS-STEP-I FROM 1 BY 1
002570             UNTIL WS-STEP-I > 5
002580             OR WS-STEP-NAME (WS-STEP-I) = RC-STEP-NAME.
002590     IF WS-STEP-I > 5
002600         ADD 1 TO WS-OTHER-STEP-COUNT
002610         GO TO 2300-EXIT
002620     END-IF.
002630     ADD 1 TO WS-STEP-RUN-COUNT (WS-STEP-I).
002640     EVALUATE TRUE
002650         WHEN RC-STARTED
002660             ADD 1 TO WS-STEP-STARTED (WS-STEP-I)
002670         WHEN RC-COMPLETE
002680             ADD 1 TO WS-STEP-COMPLETE (WS-STEP-I)
002690         WHEN RC-FAILED
002700             ADD 1 TO WS-STEP-FAILED (WS-STEP-I)
002710         WHEN RC-REFUSED
002720             ADD 1 TO WS-STEP-REFUSED (WS-STEP-I)
002730         WHEN RC-ABANDONED
002740             ADD 1 TO WS-STEP-ABANDONED (WS-STEP-I)
002750     END-EVALUATE.
002760     IF RC-REFUSED
002770         MOVE RC-MESSAGE TO WS-STEP-LAST-REFUSAL (WS-STEP-I)
002780         IF WS-STEP-REFUSED (WS-STEP-I) <
002790            WS-STEP-RUN-COUNT (WS-STEP-I)
002800             GO TO 2300-EXIT
002810         END-IF
002820     END-IF.
002830     MOVE RC-RUN-STATUS TO WS-STEP-LAST-STATUS (WS-STEP-I).
002840     MOVE RC-JOB-ID     TO WS-STEP-LAST-JOB (WS-STEP-I).
002850     MOVE RC-MESSAGE    TO WS-STEP-LAST-MESSAGE (WS-STEP-I).
002860 2300-EXIT.
002870     EXIT.
002880*
002890 2310-MATCH-ONE-STEP.
002900     CONTINUE.
002910 2310-EXIT.
002920     EXIT.
002930*
002940*-----------------------------------------------------------*
002950* 3000-CHECK-EARLIER - STARTED ENTRIES ANYWHERE ON THE        *
002960* LEDGER, LESS THIS CYCLE'S OWN, ARE ABENDS FROM EARLIER      *
002970* NIGHTS NOBODY HAS RESTARTED OR RERUN.                       *
002980*-----------------------------------------------------------*
002990 3000-CHECK-EARLIER.
003000     MOVE SPACES TO RC-RECORD.
003010     MOVE 0      TO RC-CYCLE-DATE.
003020     MOVE 0      TO RC-ENTRY-NO.
003030     MOVE 0      TO RC-FEED-SEQ.
003040     MOVE 'Y'    TO CC-ALL-CYCLES-SW.
003050     MOVE 'Q' TO CC-FUNCTION.
003060     PERFORM 7000-CALL-CYCLCTL THRU 7000-EXIT.
003070     MOVE 'N'    TO CC-ALL-CYCLES-SW.
003080     IF CC-STARTED-COUNT > WS-CYCLE-STARTED-COUNT
003090         COMPUTE WS-EARLIER-STARTED-COUNT =
003100             CC-STARTED-COUNT - WS-CYCLE-STARTED-COUNT
003110     END-IF.
003120 3000-EXIT.
003130     EXIT.
003140*
003150*-----------------------------------------------------------*
003160* 8000-STEP-SUMMARY - ONE LINE PER STEP IN CYCLE ORDER, THEN  *
003170* THE FIRST STEP NOT COMPLETE - WHERE THE NIGHT STOPPED.      *
003180*-----------------------------------------------------------*
003190 8000-STEP-SUMMARY.
003200     DISPLAY ' '.
003210     DISPLAY 'STEP           STATE     RUNS  STRT COMP FAIL'
003220             ' RFSD ABND'.
003230     PERFORM 8100-SUMMARIZE-ONE-STEP THRU 8100-EXIT
003240             VARYING WS-STEP-I FROM 1 BY 1
003250             UNTIL WS-STEP-I > 5.
003260     DISPLAY ' '.
003270     IF WS-OTHER-STEP-COUNT > 0
003280         DISPLAY 'ENTRIES FOR OTHER STEPS  . ' WS-OTHER-STEP-COUNT
003290     END-IF.
003300     IF WS-EARLIER-STARTED-COUNT > 0
003310         DISPLAY 'STARTED IN EARLIER CYCLES  '
003320                 WS-EARLIER-STARTED-COUNT
003330                 ' - RESTART OR RERUN THEM'
003340     END-IF.
003350     IF WS-STOPPED-NO
003360         DISPLAY 'CYCLE COMPLETE - EVERY STEP HAS RUN CLEAN'
003370     ELSE
003380         MOVE WS-STOP-STEP-I TO WS-STEP-I
003390         PERFORM 8200-SET-ACTION THRU 8200-EXIT
003400         DISPLAY 'CYCLE STOPPED AT . . . . . '
003410                 WS-STEP-NAME (WS-STEP-I) ' - '
003420                 WS-STEP-STATE (WS-STEP-I)
003430         IF WS-STEP-LAST-MESSAGE (WS-STEP-I) NOT = SPACES
003440             DISPLAY 'LAST MESSAGE . . . . . . . '
003450                     WS-STEP-LAST-MESSAGE (WS-STEP-I)
003460         END-IF
003470         DISPLAY 'NEXT ACTION  . . . . . . . ' WS-ACTION-TEXT
003480     END-IF.
003490     DISPLAY '***************************************'.
003500 8000-EXIT.
003510     EXIT.
003520*
003530*-----------------------------------------------------------*
003540* 8100-SUMMARIZE-ONE-STEP - THE STEP'S STATE. A STEP IS       *
003550* STARTED WHILE ANY RUN IS, COMPLETE ONCE ONE RUN COMPLETED,  *
003560* AND OTHERWISE TAKES THE STATUS OF ITS LATEST RUN. REFUSED   *
003570* RERUNS OF A STEP THAT DID RUN ARE LISTED UNDER IT.          *
003580*-----------------------------------------------------------*
003590 8100-SUMMARIZE-ONE-STEP.
003600     EVALUATE TRUE
003610         WHEN WS-STEP-RUN-COUNT (WS-STEP-I) = 0
003620             MOVE 'NOT RUN'  TO WS-STEP-STATE (WS-STEP-I)
003630         WHEN WS-STEP-STARTED (WS-STEP-I) > 0
003640             MOVE 'STARTED'  TO WS-STEP-STATE (WS-STEP-I)
003650         WHEN WS-STEP-COMPLETE (WS-STEP-I) > 0
003660             MOVE 'COMPLETE' TO WS-STEP-STATE (WS-STEP-I)
003670         WHEN OTHER
003680             MOVE WS-STEP-LAST-STATUS (WS-STEP-I)
003690                 TO RC-RUN-STATUS
003700             PERFORM 7100-SET-STATUS-WORD THRU 7100-EXIT
003710             MOVE WS-STATUS-WORD TO WS-STEP-STATE (WS-STEP-I)
003720     END-EVALUATE.
003730     DISPLAY WS-STEP-NAME (WS-STEP-I) ' '
003740             WS-STEP-STATE (WS-STEP-I) ' '
003750             WS-STEP-RUN-COUNT (WS-STEP-I) ' '
003760             WS-STEP-STARTED (WS-STEP-I) ' '
003770             WS-STEP-COMPLETE (WS-STEP-I) ' '
003780             WS-STEP-FAILED (WS-STEP-I) ' '
003790             WS-STEP-REFUSED (WS-STEP-I) ' '
003800             WS-STEP-ABANDONED (WS-STEP-I).
003810     IF WS-STEP-REFUSED (WS-STEP-I) > 0
003820        AND WS-STEP-STATE (WS-STEP-I) NOT = 'REFUSED'
003830         DISPLAY '               REFUSED RERUNS '
003840                 WS-STEP-REFUSED (WS-STEP-I) ' - LAST: '
003850                 WS-STEP-LAST-REFUSAL (WS-STEP-I)
003860     END-IF.
003870     IF WS-STOPPED-NO
003880        AND WS-STEP-STATE (WS-STEP-I) NOT = 'COMPLETE'
003890         MOVE 'Y' TO WS-STOPPED-SW
003900         MOVE WS-STEP-I TO WS-STOP-STEP-I
003910     END-IF.
003920 8100-EXIT.
003930     EXIT.
003940*
003950*-----------------------------------------------------------*
003960* 8200-SET-ACTION - WHAT THE MORNING SHIFT DOES ABOUT THE     *
003970* STEP THE CYCLE STOPPED AT.                                  *
003980*-----------------------------------------------------------*
003990 8200-SET-ACTION.
004000     EVALUATE WS-STEP-STATE (WS-STEP-I)
004010         WHEN 'NOT RUN'
004020             MOVE 'RUN THE STEP - ITS PREDECESSORS ARE DONE'
004030                 TO WS-ACTION-TEXT
004040         WHEN 'STARTED'
004050             MOVE 'RUNNING, OR ABENDED - RESTART OR RERUN IT'
004060                 TO WS-ACTION-TEXT
004070         WHEN 'FAILED'
004080             MOVE 'SEE THE STEP SYSOUT, CORRECT AND RERUN IT'
004090                 TO WS-ACTION-TEXT
004100         WHEN 'REFUSED'
004110             MOVE 'CLEAR THE REASON ABOVE, THEN RERUN IT'
004120                 TO WS-ACTION-TEXT
004130         WHEN OTHER
004140             MOVE 'RERUN THE STEP'
004150                 TO WS-ACTION-TEXT
004160     END-EVALUATE.
004170 8200-EXIT.
004180     EXIT.
004190*
004200*-----------------------------------------------------------*
004210* 7000-CALL-CYCLCTL - PASS RC-RECORD TO CYCLCTL FOR THE       *
004220* FUNCTION IN CC-FUNCTION AND TAKE BACK THE ENTRY IT          *
004230* RETURNS. A LEDGER THAT CANNOT BE READ ENDS THE REPORT.      *
004240*-----------------------------------------------------------*
004250 7000-CALL-CYCLCTL.
004260     MOVE RC-RECORD TO CC-ENTRY.
004270     CALL 'CYCLCTL' USING CC-AREA.
004280     MOVE CC-ENTRY TO RC-RECORD.
004290     IF CC-RC-UNAVAILABLE
004300         DISPLAY 'CYCLERPT - RUNCTL LEDGER UNAVAILABLE - STATUS '
004310                 CC-RUNCTL-STATUS
004320         MOVE 12  TO RETURN-CODE
004330         MOVE 'Y' TO WS-STOP-SW
004340         MOVE 'Y' TO WS-EOF-SW
004350     END-IF.
004360 7000-EXIT.
004370     EXIT.
004380*
004390 7100-SET-STATUS-WORD.
004400     EVALUATE TRUE
004410         WHEN RC-STARTED
004420             MOVE 'STARTED'   TO WS-STATUS-WORD
004430         WHEN RC-COMPLETE
004440             MOVE 'COMPLETE'  TO WS-STATUS-WORD
004450         WHEN RC-FAILED
004460             MOVE 'FAILED'    TO WS-STATUS-WORD
004470         WHEN RC-REFUSED
004480             MOVE 'REFUSED'   TO WS-STATUS-WORD
004490         WHEN RC-ABANDONED
004500             MOVE 'ABANDONED' TO WS-STATUS-WORD
004510         WHEN OTHER
004520             MOVE 'UNKNOWN'   TO WS-STATUS-WORD
004530     END-EVALUATE.
004540 7100-EXIT.
004550     EXIT.
004560*
004570*-----------------------------------------------------------*
004580* 9500-SET-FINAL-RC - 4 WHEN THE CYCLE STOPPED SHORT OF       *
004590* AUDARCH (8 AND 12 ARE SET AT THE FAILURE SITES). THE CODE   *
004600* ONLY EVER RISES.                                            *
004610*-----------------------------------------------------------*
004620 9500-SET-FINAL-RC.
004630     IF (WS-STOPPED-YES OR WS-EARLIER-STARTED-COUNT > 0)
004640        AND RETURN-CODE < 4
004650         MOVE 4 TO RETURN-CODE
004660     END-IF.
004670     IF RETURN-CODE > 0
004680         DISPLAY 'CYCLERPT - ENDING WITH CONDITION CODE '
004690                 RETURN-CODE
004700     END-IF.
004710 9500-EXIT.
004720     EXIT.
