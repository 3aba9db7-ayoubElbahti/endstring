000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PATSIM.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. A WHAT-IF REPLAY OF RECENT         *
000120*                AUDITFILE TRAFFIC AGAINST THE STRPATF        *
000130*                PATTERN SET AS IT STANDS TODAY AND AS IT     *
000140*                WILL STAND ON A FUTURE DATE, SO A NEW        *
000150*                EXCLUSION OR A HIGHER PAT-RANK THAT STEALS   *
000160*                TRAFFIC IS SEEN BEFORE ITS PAT-EFF-DATE, NOT *
000170*                THE MORNING AFTER ROUTDISP ACTED ON IT. BOTH *
000180*                SETS COME FROM STRMATCH, SO THE WHAT-IF USES *
000190*                EXACTLY THE RULES THE NIGHTLY BATCH DOES,    *
000200*                AND RECORDS ARE REPLAYED IN BLOCKS SO        *
000210*                STRPATF IS NOT RE-READ FOR EVERY RECORD.     *
000220* 2026-10-15 DS  AUDIT-RECORD IS NOW 276 BYTES - IT CARRIES   *
000230*                THE PATTERN SET VERSION. LAYOUT CARRIED      *
000240*                ALONG HERE, NOT OTHERWISE USED BY THE        *
000250*                SIMULATION.                                  *
000260*-----------------------------------------------------------*
000270*-----------------------------------------------------------*
000280* PATSIM - STRPATF WHAT-IF SIMULATION.                       *
000290*                                                             *
000300* EACH PATTERN-LOOKUP RECORD ON AUDITFILE IN THE CHOSEN       *
000310* PERIOD HAS ITS AUD-STR-VALUE LOOKED UP TWICE THROUGH        *
000320* STRMATCH - THE SUBPROGRAM, AND SO THE RULES, THE NIGHTLY    *
000330* STRINGENDSWITH RUN USES: ONCE ON THE PATTERN SET LIVE       *
000340* TODAY, ONCE ON THE SET THAT WILL BE LIVE ON THE SIMULATION  *
000350* DATE (STRMATCH 'L' WITH SM-AS-OF-DATE). STRMATCH HOLDS ONE  *
000360* TABLE AT A TIME, SO THE RECORDS ARE HELD IN BLOCKS OF UP TO *
000370* 500: LOAD TODAY'S SET AND MATCH THE BLOCK, THEN LOAD THE    *
000380* SIMULATION DATE'S SET AND MATCH IT AGAIN - STRPATF IS READ  *
000390* TWICE PER BLOCK, NOT TWICE PER RECORD. EVERY RECORD WHOSE   *
000400* RESULT OR WINNING PATTERN DIFFERS BETWEEN THE TWO SETS IS   *
000410* LISTED WITH BOTH WINNERS SIDE BY SIDE, AND THE CONTROL      *
000420* REPORT GIVES THE CHANGE COUNTS BY KIND AND BY PATTERN       *
000430* CATEGORY.                                                   *
000440*                                                             *
000450* A PATTERN-LOOKUP RECORD IS TOLD APART THE SAME WAY PATUTIL  *
000460* DOES IT: AUD-CANDIDATE-COUNT = 0 AND EITHER A NONZERO       *
000470* AUD-MATCH-INDEX OR A BLANK, ZERO-LENGTH AUD-END-VALUE. THE  *
000480* AUDIT RECORD CARRIES NO MODE AND NO REQUESTING CATEGORY, SO *
000490* BOTH COME FROM THE PARM AND APPLY TO EVERY REPLAYED RECORD -*
000500* RUN THE SIMULATION ONCE PER MODE/CATEGORY WORKLOAD WHEN A   *
000510* PERIOD MIXES THEM. BOTH SETS ARE RE-EVALUATED FROM SCRATCH; *
000520* WHAT THE AUDITED RUN ACTUALLY DECIDED THAT NIGHT IS NOT THE *
000530* BASELINE, TODAY'S SET IS.                                   *
000540*                                                             *
000550* THE EXEC PARM IS A FIXED-FORMAT STRING:                     *
000560*   BYTES  1-8   - FROM DATE, YYYYMMDD, AGAINST THE FIRST     *
000570*                  EIGHT BYTES OF AUD-TIMESTAMP (BLANK = NO   *
000580*                  LOWER BOUND)                               *
000590*   BYTES  9-16  - TO DATE, SAME FIELD (BLANK = NO UPPER      *
000600*                  BOUND)                                     *
000610*   BYTES 17-24  - SIMULATION DATE, YYYYMMDD - REQUIRED, AND  *
000620*                  MUST BE LATER THAN TODAY                   *
000630*   BYTE  25     - MODE - E (ENDS-WITH, THE DEFAULT), S       *
000640*                  (STARTS-WITH) OR M (MASK)                  *
000650*   BYTES 26-33  - CATEGORY SCOPE (BLANK = SITE-WIDE, THE     *
000660*                  SAME AS A BLANK TR-CATEGORY)               *
000670*-----------------------------------------------------------*
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.   IBM-370.
000710 OBJECT-COMPUTER.   IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000750            ORGANIZATION IS LINE SEQUENTIAL
000760            FILE STATUS IS WS-AUDITFILE-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810*-----------------------------------------------------------*
000820* AUDIT-RECORD - SAME LAYOUT STRINGENDSWITH WRITES,          *
000830* REPRODUCED INLINE, THE SAME CALL PATUTIL AND AUDINQ MADE.  *
000840*-----------------------------------------------------------*
000850 FD  AUDITFILE
000860     RECORD CONTAINS 276 CHARACTERS.
000870 01  AUDIT-RECORD.
000880     05  AUD-JOB-ID              PIC X(08).
000890     05  AUD-TIMESTAMP           PIC X(21).
000900     05  AUD-REC-NO              PIC 9(07).
000910     05  AUD-STR-LENGTH          PIC 9(03).
000920     05  AUD-STR-VALUE           PIC X(100).
000930     05  AUD-END-LENGTH          PIC 9(03).
000940     05  AUD-END-VALUE           PIC X(100).
000950     05  AUD-RESULT              PIC 9(01).
000960     05  AUD-MATCH-INDEX         PIC 9(03).
000970     05  AUD-CANDIDATE-COUNT     PIC 9(02).
000980     05  AUD-FEED-DATE           PIC 9(08).
000990     05  AUD-FEED-SEQ            PIC 9(05).
001000     05  AUD-SOURCE-SYSTEM       PIC X(08).
001010     05  AUD-PATSET-VERSION      PIC 9(07).
001020*
001030 WORKING-STORAGE SECTION.
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001130         88  WS-EOF-YES                     VALUE 'Y'.
001140         88  WS-EOF-NO                      VALUE 'N'.
001150     05  WS-STOP-SW              PIC X(01) VALUE 'N'.
001160         88  WS-STOP-YES                    VALUE 'Y'.
001170         88  WS-STOP-NO                     VALUE 'N'.
001180     05  WS-WANTED-SW            PIC X(01) VALUE 'N'.
001190         88  WS-WANTED-YES                  VALUE 'Y'.
001200         88  WS-WANTED-NO                   VALUE 'N'.
001240     05  WS-MODE-SW              PIC X(01) VALUE 'E'.
001250         88  WS-MODE-ENDS-WITH              VALUE 'E'.
001260         88  WS-MODE-STARTS-WITH            VALUE 'S'.
001270         88  WS-MODE-MASK                   VALUE 'M'.
001280         88  WS-MODE-VALID                  VALUES 'E' 'S' 'M'.
001290*
001300 01  WS-FILE-STATUSES.
001340     05  WS-AUDITFILE-STATUS     PIC X(02) VALUE SPACES.
001350         88  WS-AUDITFILE-OK                VALUE '00'.
001360         88  WS-AUDITFILE-EOF               VALUE '10'.
001370*
001380*-----------------------------------------------------------*
001390* WS-SELECTION - THE PERIOD, SIMULATION DATE, MODE AND       *
001400* CATEGORY SCOPE PARSED OUT OF THE EXEC PARM.                *
001410*-----------------------------------------------------------*
001420 01  WS-SELECTION.
001430     05  WS-SEL-FROM-DATE        PIC X(08) VALUE SPACES.
001440     05  WS-SEL-TO-DATE          PIC X(08) VALUE SPACES.
001450     05  WS-SEL-SIM-DATE-X       PIC X(08) VALUE SPACES.
001460     05  WS-SEL-SIM-DATE         REDEFINES WS-SEL-SIM-DATE-X
001470                                 PIC 9(08).
001480     05  WS-SEL-CATEGORY         PIC X(08) VALUE SPACES.
001490*
001500*-----------------------------------------------------------*
001510* WS-SET-INFO - PER SET, THE DATE IT IS LOADED AS OF, AND    *
001520* THE ENTRIES STRMATCH LOADED AND DROPPED FOR IT LAST TIME.  *
001530* SET 1 IS TODAY'S LIVE PATTERN TABLE, SET 2 THE TABLE AS IT *
001540* WILL STAND ON THE SIMULATION DATE.                         *
001550*-----------------------------------------------------------*
001560 01  WS-SET-INFO.
001570     05  WS-SET-ENTRY            OCCURS 2 TIMES.
001580         10  WS-SET-DATE         PIC 9(08).
001590         10  WS-PAT-COUNT        PIC 9(04) COMP.
001600         10  WS-PAT-DROP-COUNT   PIC 9(04) COMP.
001610*
001620*-----------------------------------------------------------*
001630* WS-REPLAY-BLOCK - THE WANTED AUDIT RECORDS WAITING TO BE   *
001640* REPLAYED, AND THE OUTCOME TODAY'S SET GAVE EACH ONE ONCE   *
001650* THE FIRST PASS HAS RUN (LAID OUT AS A WS-OUT-ENTRY).       *
001660*-----------------------------------------------------------*
001670 01  WS-REPLAY-BLOCK.
001680     05  WS-BLK-COUNT            PIC 9(03) COMP VALUE 0.
001690     05  WS-BLK-ENTRY            OCCURS 500 TIMES.
001700         10  WS-BLK-JOB-ID       PIC X(08).
001710         10  WS-BLK-DATE         PIC X(08).
001720         10  WS-BLK-REC-NO       PIC 9(07).
001730         10  WS-BLK-SOURCE-SYSTEM PIC X(08).
001740         10  WS-BLK-FEED-SEQ     PIC 9(05).
001750         10  WS-BLK-STR-LENGTH   PIC 9(03).
001760         10  WS-BLK-STR-VALUE    PIC X(100).
001770         10  WS-BLK-OUTCOME.
001780             15  WS-BLK-RESULT   PIC 9(01).
001790             15  WS-BLK-INDEX    PIC 9(03) COMP.
001800             15  WS-BLK-PATTERN  PIC X(100).
001810             15  WS-BLK-CATEGORY PIC X(08).
001820             15  WS-BLK-RANK     PIC 9(03).
001830*
001840*-----------------------------------------------------------*
001850* STRMATCH CALL AREA (SEE SMFLDS).                           *
001860*-----------------------------------------------------------*
001870     COPY SMFLDS.
001880*
001890*-----------------------------------------------------------*
001900* WS-OUTCOME - THE RESULT AND WINNING (OR EXCLUDING) ENTRY   *
001910* EACH SET PRODUCED FOR THE CURRENT RECORD. A WINNER IS      *
001920* COMPARED BY ITS PATTERN TEXT, NOT ITS TABLE POSITION - THE *
001930* SAME PATTERN CAN SIT AT A DIFFERENT POSITION IN EACH SET.  *
001940*-----------------------------------------------------------*
001950 01  WS-OUTCOME.
001960     05  WS-OUT-ENTRY            OCCURS 2 TIMES.
001970         10  WS-OUT-RESULT       PIC 9(01).
001980         10  WS-OUT-INDEX        PIC 9(03) COMP.
001990         10  WS-OUT-PATTERN      PIC X(100).
002000         10  WS-OUT-CATEGORY     PIC X(08).
002010         10  WS-OUT-RANK         PIC 9(03).
002020*
002030*-----------------------------------------------------------*
002040* WS-CATEGORY-TABLE - CHANGE COUNTS BY PATTERN CATEGORY. A   *
002050* RECORD WHOSE TODAY WINNER BELONGS TO A CATEGORY COUNTS AS  *
002060* LOST TO IT; ONE WHOSE SIMULATED WINNER BELONGS TO A        *
002070* CATEGORY COUNTS AS GAINED BY IT (AN EXCLUSION "WINS" THE   *
002080* RECORD IT VETOES).                                         *
002090*-----------------------------------------------------------*
002100 01  WS-CATEGORY-TABLE.
002110     05  WS-CAT-COUNT            PIC 9(03) COMP VALUE 0.
002120     05  WS-CAT-ENTRY            OCCURS 100 TIMES.
002130         10  WS-CAT-NAME         PIC X(08).
002140         10  WS-CAT-LOST         PIC 9(07) COMP.
002150         10  WS-CAT-GAINED       PIC 9(07) COMP.
002160*
002170*-----------------------------------------------------------*
002180* WS-CHANGE-LINE - THE SIDE-BY-SIDE TODAY / SIMULATED LINE   *
002190* PRINTED UNDER EACH CHANGED RECORD.                         *
002200*-----------------------------------------------------------*
002210 01  WS-CHANGE-LINE.
002220     05  FILLER                  PIC X(03) VALUE SPACES.
002230     05  WS-CL-RESULT-1          PIC X(08).
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  WS-CL-PATTERN-1         PIC X(30).
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  WS-CL-CATEGORY-1        PIC X(08).
002280     05  FILLER                  PIC X(02) VALUE ' R'.
002290     05  WS-CL-RANK-1            PIC ZZ9.
002300     05  FILLER                  PIC X(03) VALUE ' | '.
002310     05  WS-CL-RESULT-2          PIC X(08).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  WS-CL-PATTERN-2         PIC X(30).
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  WS-CL-CATEGORY-2        PIC X(08).
002360     05  FILLER                  PIC X(02) VALUE ' R'.
002370     05  WS-CL-RANK-2            PIC ZZ9.
002380*
002390 01  WS-CHANGE-HEADING.
002400     05  FILLER                  PIC X(03) VALUE SPACES.
002410     05  WS-CH-LABEL-1           PIC X(53) VALUE SPACES.
002420     05  FILLER                  PIC X(03) VALUE ' | '.
002430     05  WS-CH-LABEL-2           PIC X(53) VALUE SPACES.
002440*
002450 77  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
002460 77  WS-SET-I                    PIC 9(01) COMP VALUE 0.
002470 77  WS-BLK-I                    PIC 9(03) COMP VALUE 0.
002480 77  WS-CAT-I                    PIC 9(03) COMP VALUE 0.
002490 77  WS-CAT-FOUND                PIC 9(03) COMP VALUE 0.
002500 77  WS-LOOKUP-CATEGORY          PIC X(08) VALUE SPACES.
002510 77  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
002520 77  WS-REPLAY-COUNT             PIC 9(07) COMP VALUE 0.
002530 77  WS-SAME-COUNT               PIC 9(07) COMP VALUE 0.
002540 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE 0.
002550 77  WS-CHG-NEW-MATCH            PIC 9(07) COMP VALUE 0.
002560 77  WS-CHG-LOST-MATCH           PIC 9(07) COMP VALUE 0.
002570 77  WS-CHG-NEW-EXCL             PIC 9(07) COMP VALUE 0.
002580 77  WS-CHG-END-EXCL             PIC 9(07) COMP VALUE 0.
002590 77  WS-CHG-WINNER               PIC 9(07) COMP VALUE 0.
002600 77  WS-CAT-OVERFLOW             PIC 9(07) COMP VALUE 0.
002630*
002640 LINKAGE SECTION.
002650 01  LS-PARM-AREA.
002660     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002670     05  LS-PARM-TEXT            PIC X(33).
002680*
002690 PROCEDURE DIVISION USING LS-PARM-AREA.
002700*-----------------------------------------------------------*
002710* 0000-MAINLINE                                              *
002720*-----------------------------------------------------------*
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002750     IF WS-STOP-NO
002760         PERFORM 2000-PROCESS-RECORD  THRU 2000-EXIT
002770                 UNTIL WS-EOF-YES
002780         PERFORM 2500-REPLAY-BLOCK THRU 2500-EXIT
002790         PERFORM 8000-SIMULATION-REPORT THRU 8000-EXIT
002800         PERFORM 9000-TERMINATE       THRU 9000-EXIT
002810     END-IF.
002820     PERFORM 9500-SET-FINAL-RC THRU 9500-EXIT.
002830     STOP RUN.
002840*
002850*-----------------------------------------------------------*
002860* 1000-INITIALIZE - EDIT THE PARM, SIZE BOTH PATTERN SETS,   *
002870* OPEN AUDITFILE AND PRIME THE READ. A MISSING OR BAD        *
002880* SIMULATION DATE STOPS THE RUN - THERE IS NOTHING TO        *
002890* COMPARE TODAY'S SET AGAINST.                               *
002900*-----------------------------------------------------------*
002910 1000-INITIALIZE.
002920     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
002930     PERFORM 1050-GET-SELECTION THRU 1050-EXIT.
002940     IF WS-STOP-YES
002950         GO TO 1000-EXIT
002960     END-IF.
002970     PERFORM 1100-LOAD-PATTERN-SETS THRU 1100-EXIT.
002980     IF WS-STOP-YES
002990         GO TO 1000-EXIT
003000     END-IF.
003010     OPEN INPUT AUDITFILE.
003020     IF NOT WS-AUDITFILE-OK
003030         DISPLAY 'PATSIM - OPEN ERROR ON AUDITFILE '
003040                 WS-AUDITFILE-STATUS
003050         MOVE 12 TO RETURN-CODE
003060         MOVE 'Y' TO WS-STOP-SW
003070         GO TO 1000-EXIT
003080     END-IF.
003090     PERFORM 2100-READ-AUDITFILE THRU 2100-EXIT.
003100 1000-EXIT.
003110     EXIT.
003120*
003130*-----------------------------------------------------------*
003140* 1050-GET-SELECTION - PICK THE PIECES OUT OF THE FIXED-     *
003150* FORMAT PARM. A PERIOD DATE THAT IS PRESENT BUT NOT NUMERIC *
003160* IS REPORTED AND IGNORED, AS IN AUDINQ; A BAD SIMULATION    *
003170* DATE OR MODE STOPS THE RUN.                                *
003180*-----------------------------------------------------------*
003190 1050-GET-SELECTION.
003200     IF LS-PARM-LENGTH >= 8
003210        AND LS-PARM-TEXT (1:8) NOT = SPACES
003220         IF LS-PARM-TEXT (1:8) IS NUMERIC
003230             MOVE LS-PARM-TEXT (1:8) TO WS-SEL-FROM-DATE
003240         ELSE
003250             DISPLAY 'PATSIM - FROM DATE NOT NUMERIC - IGNORED'
003260         END-IF
003270     END-IF.
003280     IF LS-PARM-LENGTH >= 16
003290        AND LS-PARM-TEXT (9:8) NOT = SPACES
003300         IF LS-PARM-TEXT (9:8) IS NUMERIC
003310             MOVE LS-PARM-TEXT (9:8) TO WS-SEL-TO-DATE
003320         ELSE
003330             DISPLAY 'PATSIM - TO DATE NOT NUMERIC - IGNORED'
003340         END-IF
003350     END-IF.
003360     IF LS-PARM-LENGTH < 24
003370         DISPLAY 'PATSIM - PARM BYTES 17-24 MUST CARRY THE '
003380                 'SIMULATION DATE (YYYYMMDD) - NOTHING '
003390                 'SIMULATED'
003400         MOVE 8 TO RETURN-CODE
003410         MOVE 'Y' TO WS-STOP-SW
003420         GO TO 1050-EXIT
003430     END-IF.
003440     MOVE LS-PARM-TEXT (17:8) TO WS-SEL-SIM-DATE-X.
003450     IF WS-SEL-SIM-DATE IS NOT NUMERIC
003460        OR WS-SEL-SIM-DATE NOT > WS-TODAY-DATE
003470         DISPLAY 'PATSIM - SIMULATION DATE ' WS-SEL-SIM-DATE-X
003480                 ' IS NOT A DATE LATER THAN TODAY - NOTHING '
003490                 'SIMULATED'
003500         MOVE 8 TO RETURN-CODE
003510         MOVE 'Y' TO WS-STOP-SW
003520         GO TO 1050-EXIT
003530     END-IF.
003540     IF LS-PARM-LENGTH >= 25
003550        AND LS-PARM-TEXT (25:1) NOT = SPACE
003560         MOVE LS-PARM-TEXT (25:1) TO WS-MODE-SW
003570     END-IF.
003580     IF NOT WS-MODE-VALID
003590         DISPLAY 'PATSIM - MODE ' WS-MODE-SW ' IS NOT E, S OR '
003600                 'M - NOTHING SIMULATED'
003610         MOVE 8 TO RETURN-CODE
003620         MOVE 'Y' TO WS-STOP-SW
003630         GO TO 1050-EXIT
003640     END-IF.
003650     IF LS-PARM-LENGTH >= 33
003660         MOVE LS-PARM-TEXT (26:8) TO WS-SEL-CATEGORY
003670     ELSE
003680         IF LS-PARM-LENGTH >= 26
003690             MOVE LS-PARM-TEXT (26:LS-PARM-LENGTH - 25)
003700                 TO WS-SEL-CATEGORY
003710         END-IF
003720     END-IF.
003730 1050-EXIT.
003740     EXIT.
003750*
003760*-----------------------------------------------------------*
003770* 1100-LOAD-PATTERN-SETS - HAVE STRMATCH LOAD EACH SET ONCE  *
003780* UP FRONT, FOR ITS SIZE AND TO PROVE STRPATF IS THERE, AND  *
003790* SAY SO WHEN A SET IS FULL. STRPATF NOT BEING AVAILABLE     *
003800* STOPS THE RUN - TWO EMPTY SETS WOULD ONLY PROVE THAT       *
003810* NOTHING CHANGES.                                           *
003860*-----------------------------------------------------------*
003870 1100-LOAD-PATTERN-SETS.
003880     MOVE WS-TODAY-DATE   TO WS-SET-DATE (1).
003890     MOVE WS-SEL-SIM-DATE TO WS-SET-DATE (2).
003900     PERFORM 1110-LOAD-PATTERN-SET THRU 1110-EXIT
003910             VARYING WS-SET-I FROM 1 BY 1
003920             UNTIL WS-SET-I > 2
003930             OR WS-STOP-YES.
003940     IF WS-STOP-YES
003960         GO TO 1100-EXIT
003970     END-IF.
004010     PERFORM 1130-WARN-IF-DROPPED THRU 1130-EXIT
004020             VARYING WS-SET-I FROM 1 BY 1
004030             UNTIL WS-SET-I > 2.
004040 1100-EXIT.
004050     EXIT.
004060*
004070*-----------------------------------------------------------*
004080* 1110-LOAD-PATTERN-SET - HAVE STRMATCH (RE)LOAD ITS TABLE   *
004090* AS OF THE DATE OF SET WS-SET-I, AND KEEP THE SET'S SIZE.   *
004100* IF STRPATF HAS GONE BY NOW THE RUN STOPS, REPORTING WHAT   *
004110* IT HAD REPLAYED SO FAR.                                    *
004120*-----------------------------------------------------------*
004130 1110-LOAD-PATTERN-SET.
004140     MOVE 'L' TO SM-FUNCTION.
004150     MOVE WS-SET-DATE (WS-SET-I) TO SM-AS-OF-DATE.
004160     CALL 'STRMATCH' USING SM-AREA.
004170     MOVE SM-PAT-COUNT      TO WS-PAT-COUNT (WS-SET-I).
004180     MOVE SM-PAT-DROP-COUNT TO WS-PAT-DROP-COUNT (WS-SET-I).
004190     IF SM-STRPATF-STATUS NOT = '00'
004200         DISPLAY 'PATSIM - STRPATF NOT AVAILABLE - STATUS '
004210                 SM-STRPATF-STATUS
004220         MOVE 12 TO RETURN-CODE
004230         MOVE 'Y' TO WS-STOP-SW
004240         MOVE 'Y' TO WS-EOF-SW
004250     END-IF.
004260 1110-EXIT.
004440     EXIT.
004450*
004460*-----------------------------------------------------------*
004470* 1130-WARN-IF-DROPPED - A FULL SET MAKES THE SIMULATION     *
004480* BLIND TO THE DROPPED ENTRIES, SO SAY SO AND END WITH       *
004490* CONDITION CODE 4, AS PATUTIL DOES.                         *
004500*-----------------------------------------------------------*
004510 1130-WARN-IF-DROPPED.
004520     IF WS-PAT-DROP-COUNT (WS-SET-I) > 0
004530         DISPLAY 'PATSIM - PATTERN SET ' WS-SET-I
004540                 ' FULL AT 999 ENTRIES - '
004550                 WS-PAT-DROP-COUNT (WS-SET-I)
004560                 ' ELIGIBLE STRPATF PATTERNS ARE MISSING '
004570                 'FROM THE SIMULATION'
004580         IF RETURN-CODE < 4
004590             MOVE 4 TO RETURN-CODE
004600         END-IF
004610     END-IF.
004620 1130-EXIT.
004630     EXIT.
004640*
004650*-----------------------------------------------------------*
004660* 2000-PROCESS-RECORD - REPLAY ONE AUDIT RECORD IF IT IS A   *
004670* PATTERN LOOKUP INSIDE THE CHOSEN PERIOD, THEN READ ON.     *
004680*-----------------------------------------------------------*
004690 2000-PROCESS-RECORD.
004700     ADD 1 TO WS-READ-COUNT.
004710     PERFORM 2050-APPLY-FILTERS THRU 2050-EXIT.
004720     IF WS-WANTED-YES
004730         PERFORM 2200-HOLD-RECORD THRU 2200-EXIT
004740     END-IF.
004750     PERFORM 2100-READ-AUDITFILE THRU 2100-EXIT.
004760 2000-EXIT.
004770     EXIT.
004780*
004790*-----------------------------------------------------------*
004800* 2050-APPLY-FILTERS - THE PERIOD, THE PATTERN-LOOKUP TEST   *
004810* (SEE THE PROGRAM BANNER), AND A USABLE STRING LENGTH - A   *
004820* RESULT=2 RECORD NEVER REACHED THE PATTERN TABLE.           *
004830*-----------------------------------------------------------*
004840 2050-APPLY-FILTERS.
004850     MOVE 'Y' TO WS-WANTED-SW.
004860     IF WS-SEL-FROM-DATE NOT = SPACES
004870        AND AUD-TIMESTAMP (1:8) < WS-SEL-FROM-DATE
004880         MOVE 'N' TO WS-WANTED-SW
004890     END-IF.
004900     IF WS-SEL-TO-DATE NOT = SPACES
004910        AND AUD-TIMESTAMP (1:8) > WS-SEL-TO-DATE
004920         MOVE 'N' TO WS-WANTED-SW
004930     END-IF.
004940     IF AUD-CANDIDATE-COUNT NOT = 0
004950        OR AUD-RESULT = 2
004960        OR AUD-STR-LENGTH = 0
004970        OR AUD-STR-LENGTH > 100
004980         MOVE 'N' TO WS-WANTED-SW
004990     END-IF.
005000     IF AUD-MATCH-INDEX = 0
005010        AND (AUD-END-LENGTH NOT = 0
005020             OR AUD-END-VALUE NOT = SPACES)
005030         MOVE 'N' TO WS-WANTED-SW
005040     END-IF.
005050 2050-EXIT.
005060     EXIT.
005070*
005080*-----------------------------------------------------------*
005090* 2100-READ-AUDITFILE - READ THE NEXT AUDIT RECORD.          *
005100*-----------------------------------------------------------*
005110 2100-READ-AUDITFILE.
005120     READ AUDITFILE
005130         AT END
005140             MOVE 'Y' TO WS-EOF-SW
005150     END-READ.
005160 2100-EXIT.
005170     EXIT.
005180*
005190*-----------------------------------------------------------*
005200* 2200-HOLD-RECORD - ADD THE RECORD TO THE REPLAY BLOCK, AND *
005210* REPLAY THE BLOCK ONCE IT IS FULL.                          *
005230*-----------------------------------------------------------*
005240 2200-HOLD-RECORD.
005250     ADD 1 TO WS-BLK-COUNT.
005260     MOVE WS-BLK-COUNT      TO WS-BLK-I.
005270     MOVE AUD-JOB-ID        TO WS-BLK-JOB-ID (WS-BLK-I).
005280     MOVE AUD-TIMESTAMP (1:8) TO WS-BLK-DATE (WS-BLK-I).
005290     MOVE AUD-REC-NO        TO WS-BLK-REC-NO (WS-BLK-I).
005300     MOVE AUD-SOURCE-SYSTEM TO WS-BLK-SOURCE-SYSTEM (WS-BLK-I).
005310     MOVE AUD-FEED-SEQ      TO WS-BLK-FEED-SEQ (WS-BLK-I).
005320     MOVE AUD-STR-LENGTH    TO WS-BLK-STR-LENGTH (WS-BLK-I).
005330     MOVE AUD-STR-VALUE     TO WS-BLK-STR-VALUE (WS-BLK-I).
005340     IF WS-BLK-COUNT > 499
005350         PERFORM 2500-REPLAY-BLOCK THRU 2500-EXIT
005360     END-IF.
005370 2200-EXIT.
005380     EXIT.
005390*
005400*-----------------------------------------------------------*
005410* 2210-REPLAY-ONE-RECORD - ONE PATTERN LOOKUP OF BLOCK ENTRY *
005420* WS-BLK-I AGAINST SET WS-SET-I, THE TABLE STRMATCH HOLDS,   *
005430* KEEPING THE OUTCOME FOR THE COMPARE. THE MODE AND CATEGORY *
005440* SCOPE COME FROM THE PARM; A PATTERN LOOKUP COMPARES UNDER  *
005450* EACH PATTERN'S OWN PAT-CASE-SW, SO SM-CASE-SW IS MOOT.     *
005460*-----------------------------------------------------------*
005470 2210-REPLAY-ONE-RECORD.
005480     MOVE 'M'               TO SM-FUNCTION.
005490     MOVE WS-BLK-STR-LENGTH (WS-BLK-I) TO SM-STR-LENGTH.
005500     MOVE WS-BLK-STR-VALUE (WS-BLK-I)  TO SM-STR-VALUE.
005510     MOVE WS-MODE-SW        TO SM-MODE-SW.
005520     MOVE 'N'               TO SM-CASE-SW.
005530     MOVE WS-SEL-CATEGORY   TO SM-CATEGORY.
005540     MOVE 0                 TO SM-CANDIDATE-COUNT.
005550     CALL 'STRMATCH' USING SM-AREA.
005560     MOVE SM-RESULT TO WS-OUT-RESULT (WS-SET-I).
005570     IF SM-RESULT-MATCH OR SM-RESULT-EXCLUDED
005580         MOVE SM-MATCH-INDEX    TO WS-OUT-INDEX (WS-SET-I)
005590         MOVE SM-MATCH-VALUE    TO WS-OUT-PATTERN (WS-SET-I)
005600         MOVE SM-MATCH-CATEGORY TO WS-OUT-CATEGORY (WS-SET-I)
005610         MOVE SM-MATCH-RANK     TO WS-OUT-RANK (WS-SET-I)
005620     ELSE
005630         MOVE 0      TO WS-OUT-INDEX (WS-SET-I)
005640         MOVE SPACES TO WS-OUT-PATTERN (WS-SET-I)
005650         MOVE SPACES TO WS-OUT-CATEGORY (WS-SET-I)
005660         MOVE 0      TO WS-OUT-RANK (WS-SET-I)
005670     END-IF.
005680 2210-EXIT.
005690     EXIT.
005700*
005710*-----------------------------------------------------------*
005720* 2220-KEEP-TODAY-OUTCOME - FIRST PASS: LOOK ENTRY WS-BLK-I  *
005730* UP ON TODAY'S SET AND KEEP THE OUTCOME WITH THE ENTRY.     *
005740*-----------------------------------------------------------*
005750 2220-KEEP-TODAY-OUTCOME.
005760     PERFORM 2210-REPLAY-ONE-RECORD THRU 2210-EXIT.
005770     MOVE WS-OUT-ENTRY (1) TO WS-BLK-OUTCOME (WS-BLK-I).
005780 2220-EXIT.
005790     EXIT.
005800*
005810*-----------------------------------------------------------*
005820* 2230-COMPARE-OUTCOMES - SECOND PASS: LOOK ENTRY WS-BLK-I   *
005830* UP ON THE SIMULATION DATE'S SET, SET IT BESIDE TODAY'S     *
005840* OUTCOME, AND REPORT AND COUNT IT WHEN THE TWO DIFFER.      *
005850*-----------------------------------------------------------*
005860 2230-COMPARE-OUTCOMES.
005870     ADD 1 TO WS-REPLAY-COUNT.
005880     PERFORM 2210-REPLAY-ONE-RECORD THRU 2210-EXIT.
005890     MOVE WS-BLK-OUTCOME (WS-BLK-I) TO WS-OUT-ENTRY (1).
005900     IF WS-OUT-RESULT (1) = WS-OUT-RESULT (2)
005910        AND WS-OUT-PATTERN (1) = WS-OUT-PATTERN (2)
005920         ADD 1 TO WS-SAME-COUNT
005930     ELSE
005940         ADD 1 TO WS-CHANGE-COUNT
005950         PERFORM 2300-REPORT-CHANGE THRU 2300-EXIT
005960         PERFORM 2400-COUNT-CHANGE  THRU 2400-EXIT
005970     END-IF.
005980 2230-EXIT.
005990     EXIT.
006000*
006010*-----------------------------------------------------------*
006020* 2300-REPORT-CHANGE - THE RECORD, THEN TODAY'S OUTCOME AND  *
006030* THE SIMULATED OUTCOME SIDE BY SIDE.                        *
006040*-----------------------------------------------------------*
006050 2300-REPORT-CHANGE.
006060     IF WS-CHANGE-COUNT = 1
006070         STRING 'TODAY ' WS-TODAY-DATE DELIMITED BY SIZE
006080                INTO WS-CH-LABEL-1
006090         STRING 'ON ' WS-SEL-SIM-DATE DELIMITED BY SIZE
006100                INTO WS-CH-LABEL-2
006110         DISPLAY ' '
006120         DISPLAY WS-CHANGE-HEADING
006130     END-IF.
006140     DISPLAY 'REC ' WS-BLK-REC-NO (WS-BLK-I)
006150             ' RUN ' WS-BLK-JOB-ID (WS-BLK-I)
006160             ' AT ' WS-BLK-DATE (WS-BLK-I)
006170             ' FEED ' WS-BLK-SOURCE-SYSTEM (WS-BLK-I)
006180             ' SEQ ' WS-BLK-FEED-SEQ (WS-BLK-I)
006190             ' STR '
006200             FUNCTION TRIM (WS-BLK-STR-VALUE (WS-BLK-I)).
006210     MOVE 1 TO WS-SET-I.
006220     PERFORM 2310-RESULT-TEXT THRU 2310-EXIT.
006230     MOVE WS-OUT-PATTERN (1)  TO WS-CL-PATTERN-1.
006240     MOVE WS-OUT-CATEGORY (1) TO WS-CL-CATEGORY-1.
006250     MOVE WS-OUT-RANK (1)     TO WS-CL-RANK-1.
006260     MOVE 2 TO WS-SET-I.
006270     PERFORM 2310-RESULT-TEXT THRU 2310-EXIT.
006280     MOVE WS-OUT-PATTERN (2)  TO WS-CL-PATTERN-2.
006290     MOVE WS-OUT-CATEGORY (2) TO WS-CL-CATEGORY-2.
006300     MOVE WS-OUT-RANK (2)     TO WS-CL-RANK-2.
006310     DISPLAY WS-CHANGE-LINE.
006320 2300-EXIT.
006330     EXIT.
006340*
006350 2310-RESULT-TEXT.
006360     IF WS-SET-I = 1
006370         EVALUATE WS-OUT-RESULT (1)
006380             WHEN 1
006390                 MOVE 'MATCH'    TO WS-CL-RESULT-1
006400             WHEN 3
006410                 MOVE 'EXCLUDED' TO WS-CL-RESULT-1
006420             WHEN OTHER
006430                 MOVE 'NO MATCH' TO WS-CL-RESULT-1
006440         END-EVALUATE
006450     ELSE
006460         EVALUATE WS-OUT-RESULT (2)
006470             WHEN 1
006480                 MOVE 'MATCH'    TO WS-CL-RESULT-2
006490             WHEN 3
006500                 MOVE 'EXCLUDED' TO WS-CL-RESULT-2
006510             WHEN OTHER
006520                 MOVE 'NO MATCH' TO WS-CL-RESULT-2
006530         END-EVALUATE
006540     END-IF.
006550 2310-EXIT.
006560     EXIT.
006570*
006580*-----------------------------------------------------------*
006590* 2400-COUNT-CHANGE - TALLY THE CHANGE BY KIND, AND CREDIT   *
006600* THE CATEGORIES THAT LOSE AND GAIN THE RECORD.              *
006610*-----------------------------------------------------------*
006620 2400-COUNT-CHANGE.
006630     EVALUATE TRUE
006640         WHEN WS-OUT-RESULT (2) = 3 AND WS-OUT-RESULT (1) NOT = 3
006650             ADD 1 TO WS-CHG-NEW-EXCL
006660         WHEN WS-OUT-RESULT (1) = 3 AND WS-OUT-RESULT (2) NOT = 3
006670             ADD 1 TO WS-CHG-END-EXCL
006680         WHEN WS-OUT-RESULT (1) = 0 AND WS-OUT-RESULT (2) = 1
006690             ADD 1 TO WS-CHG-NEW-MATCH
006700         WHEN WS-OUT-RESULT (1) = 1 AND WS-OUT-RESULT (2) = 0
006710             ADD 1 TO WS-CHG-LOST-MATCH
006720         WHEN OTHER
006730             ADD 1 TO WS-CHG-WINNER
006740     END-EVALUATE.
006750     IF WS-OUT-INDEX (1) > 0
006760         MOVE WS-OUT-CATEGORY (1) TO WS-LOOKUP-CATEGORY
006770         PERFORM 2410-FIND-CATEGORY THRU 2410-EXIT
006780         IF WS-CAT-I > 0
006790             ADD 1 TO WS-CAT-LOST (WS-CAT-I)
006800         END-IF
006810     END-IF.
006820     IF WS-OUT-INDEX (2) > 0
006830         MOVE WS-OUT-CATEGORY (2) TO WS-LOOKUP-CATEGORY
006840         PERFORM 2410-FIND-CATEGORY THRU 2410-EXIT
006850         IF WS-CAT-I > 0
006860             ADD 1 TO WS-CAT-GAINED (WS-CAT-I)
006870         END-IF
006880     END-IF.
006890 2400-EXIT.
006900     EXIT.
006910*
006920*-----------------------------------------------------------*
006930* 2410-FIND-CATEGORY - LOCATE WS-LOOKUP-CATEGORY ON THE      *
006940* CATEGORY TABLE, ADDING IT WHEN NEW. WS-CAT-I COMES BACK    *
006950* ZERO ONLY WHEN THE TABLE IS FULL; THE OVERFLOW IS COUNTED  *
006960* SO THE CONTROL REPORT CAN SAY THE BREAKDOWN IS SHORT.      *
006970*-----------------------------------------------------------*
006980 2410-FIND-CATEGORY.
006990     MOVE 0 TO WS-CAT-FOUND.
007000     PERFORM 2420-CHECK-ONE-CATEGORY THRU 2420-EXIT
007010             VARYING WS-CAT-I FROM 1 BY 1
007020             UNTIL WS-CAT-I > WS-CAT-COUNT
007030             OR WS-CAT-FOUND > 0.
007040     IF WS-CAT-FOUND > 0
007050         MOVE WS-CAT-FOUND TO WS-CAT-I
007060         GO TO 2410-EXIT
007070     END-IF.
007080     IF WS-CAT-COUNT > 99
007090         ADD 1 TO WS-CAT-OVERFLOW
007100         MOVE 0 TO WS-CAT-I
007110         GO TO 2410-EXIT
007120     END-IF.
007130     ADD 1 TO WS-CAT-COUNT.
007140     MOVE WS-CAT-COUNT       TO WS-CAT-I.
007150     MOVE WS-LOOKUP-CATEGORY TO WS-CAT-NAME (WS-CAT-I).
007160     MOVE 0 TO WS-CAT-LOST (WS-CAT-I).
007170     MOVE 0 TO WS-CAT-GAINED (WS-CAT-I).
007180 2410-EXIT.
007190     EXIT.
007200*
007210 2420-CHECK-ONE-CATEGORY.
007220     IF WS-CAT-NAME (WS-CAT-I) = WS-LOOKUP-CATEGORY
007230         MOVE WS-CAT-I TO WS-CAT-FOUND
007240     END-IF.
007250 2420-EXIT.
007260     EXIT.
007270*
007280*-----------------------------------------------------------*
007290* 2500-REPLAY-BLOCK - LOOK EVERY HELD RECORD UP ON TODAY'S   *
007300* SET, THEN ON THE SIMULATION DATE'S SET, COMPARING AS IT    *
007310* GOES, AND EMPTY THE BLOCK.                                 *
007320*-----------------------------------------------------------*
007330 2500-REPLAY-BLOCK.
007340     IF WS-BLK-COUNT = 0
007350         GO TO 2500-EXIT
007360     END-IF.
007370     MOVE 1 TO WS-SET-I.
007380     PERFORM 1110-LOAD-PATTERN-SET THRU 1110-EXIT.
007390     IF WS-STOP-YES
007400         MOVE 0 TO WS-BLK-COUNT
007410         GO TO 2500-EXIT
007420     END-IF.
007430     PERFORM 2220-KEEP-TODAY-OUTCOME THRU 2220-EXIT
007440             VARYING WS-BLK-I FROM 1 BY 1
007450             UNTIL WS-BLK-I > WS-BLK-COUNT.
007460     MOVE 2 TO WS-SET-I.
007470     PERFORM 1110-LOAD-PATTERN-SET THRU 1110-EXIT.
007480     IF WS-STOP-YES
007490         MOVE 0 TO WS-BLK-COUNT
007500         GO TO 2500-EXIT
007510     END-IF.
007520     PERFORM 2230-COMPARE-OUTCOMES THRU 2230-EXIT
007530             VARYING WS-BLK-I FROM 1 BY 1
007540             UNTIL WS-BLK-I > WS-BLK-COUNT.
007550     MOVE 0 TO WS-BLK-COUNT.
007560 2500-EXIT.
009420     EXIT.
009430*
009440*-----------------------------------------------------------*
009450* 8000-SIMULATION-REPORT - THE SET SIZES, THE REPLAY TOTALS, *
009460* THE CHANGE COUNTS BY KIND, AND ONE LINE PER CATEGORY THAT  *
009470* LOSES OR GAINS TRAFFIC.                                    *
009480*-----------------------------------------------------------*
009490 8000-SIMULATION-REPORT.
009500     DISPLAY ' '.
009510     DISPLAY '***************************************'.
009520     DISPLAY '*   PATSIM - STRPATF WHAT-IF REPLAY    *'.
009530     DISPLAY '***************************************'.
009540     DISPLAY 'SIMULATION DATE  . . . . . ' WS-SEL-SIM-DATE.
009550     DISPLAY 'AUDIT PERIOD . . . . . . . ' WS-SEL-FROM-DATE
009560             ' TO ' WS-SEL-TO-DATE.
009570     DISPLAY 'MODE / CATEGORY SCOPE  . . ' WS-MODE-SW
009580             ' / ' WS-SEL-CATEGORY.
009590     DISPLAY 'PATTERNS LIVE TODAY  . . . ' WS-PAT-COUNT (1).
009600     DISPLAY 'PATTERNS LIVE ON SIM DATE  ' WS-PAT-COUNT (2).
009610     DISPLAY 'AUDIT RECORDS SCANNED  . . ' WS-READ-COUNT.
009620     DISPLAY 'PATTERN LOOKUPS REPLAYED . ' WS-REPLAY-COUNT.
009630     DISPLAY 'OUTCOME UNCHANGED  . . . . ' WS-SAME-COUNT.
009640     DISPLAY 'OUTCOME CHANGED  . . . . . ' WS-CHANGE-COUNT.
009650     DISPLAY '  NO MATCH -> MATCH  . . . ' WS-CHG-NEW-MATCH.
009660     DISPLAY '  MATCH -> NO MATCH  . . . ' WS-CHG-LOST-MATCH.
009670     DISPLAY '  NEWLY EXCLUDED . . . . . ' WS-CHG-NEW-EXCL.
009680     DISPLAY '  NO LONGER EXCLUDED . . . ' WS-CHG-END-EXCL.
009690     DISPLAY '  DIFFERENT WINNER . . . . ' WS-CHG-WINNER.
009700     IF WS-CAT-COUNT > 0
009710         DISPLAY '***************************************'
009720         DISPLAY 'CATEGORY    LOST    GAINED'
009730         PERFORM 8010-DISPLAY-ONE-CATEGORY THRU 8010-EXIT
009740                 VARYING WS-CAT-I FROM 1 BY 1
009750                 UNTIL WS-CAT-I > WS-CAT-COUNT
009760     END-IF.
009770     IF WS-CAT-OVERFLOW > 0
009780         DISPLAY 'CATEGORY TABLE FULL - ' WS-CAT-OVERFLOW
009790                 ' CHANGES NOT BROKEN DOWN ABOVE'
009800     END-IF.
009810     DISPLAY '***************************************'.
009820 8000-EXIT.
009830     EXIT.
009840*
009850 8010-DISPLAY-ONE-CATEGORY.
009860     DISPLAY WS-CAT-NAME (WS-CAT-I) ' '
009870             WS-CAT-LOST (WS-CAT-I) ' '
009880             WS-CAT-GAINED (WS-CAT-I).
009890 8010-EXIT.
009900     EXIT.
009910*
009920*-----------------------------------------------------------*
009930* 9000-TERMINATE - CLOSE AUDITFILE.                          *
009940*-----------------------------------------------------------*
009950 9000-TERMINATE.
009960     CLOSE AUDITFILE.
009970 9000-EXIT.
009980     EXIT.
009990*
010000*-----------------------------------------------------------*
010010* 9500-SET-FINAL-RC - 12 ON AN OPEN FAILURE, 8 WHEN THE PARM *
010020* STOPPED THE RUN, 4 WHEN A PATTERN SET WAS FULL - ALL SET   *
010030* AT THE FAILURE SITE. A SIMULATION THAT FINDS CHANGES IS    *
010040* DOING ITS JOB AND ENDS ZERO.                               *
010050*-----------------------------------------------------------*
010060 9500-SET-FINAL-RC.
010070     IF RETURN-CODE > 0
010080         DISPLAY 'PATSIM - ENDING WITH CONDITION CODE '
010090                 RETURN-CODE
010100     END-IF.
010110 9500-EXIT.
010120     EXIT.
