000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PATCHK.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. A STATIC HEALTH CHECK OF THE     *
000120*                STRPATF PATTERN SET THAT NEEDS NO TRAFFIC - *
000130*                PATTERNS THAT CAN NEVER WIN, EXCLUSIONS     *
000140*                THAT CAN NEVER VETO, BAD OR DUPLICATE MASKS *
000150*                AND CASE TWINS, FOUND BEFORE A RUN TRIPS    *
000160*                OVER THEM.                                  *
000170*-----------------------------------------------------------*
000180*-----------------------------------------------------------*
000190* PATCHK - STRPATF CONFLICT AND SHADOWING REPORT.            *
000200*                                                             *
000210* STRPATF IS LOADED IN KEY ORDER INTO ONE TABLE - EVERY NON- *
000220* BLANK PATTERN ON FILE, WHATEVER ITS PAT-EFF-DATE, SO THE   *
000230* SET IS CHECKED AS IT WILL STAND ONCE EVERYTHING KEYED IS    *
000240* LIVE. THE RULES ARE THE ONES STRINGENDSWITH'S               *
000250* 2500-CHECK-AGAINST-PATTERNS APPLIES: EACH PATTERN'S OWN     *
000260* PAT-CASE-SW, HIGHEST PAT-RANK WINS, ON EQUAL RANK THE       *
000270* LONGEST PATTERN WINS, ON A FULL TIE THE FIRST IN KEY ORDER  *
000280* KEEPS IT, AND ANY EXCLUSION THAT MATCHES VETOES THE LOOKUP. *
000290* FOUR SECTIONS ARE PRINTED:                                  *
000300*   MALFORMED  - A PAT-TYPE, PAT-CASE-SW, PAT-CLASS-SW,       *
000310*                PAT-RANK OR PAT-EFF-DATE THAT IS NOT VALID,  *
000320*                A LEADING SPACE, A '*' OR '?' IN AN ENDS-    *
000330*                WITH OR STARTS-WITH PATTERN (TAKEN           *
000340*                LITERALLY THERE), AND A MASK THAT IS ALL     *
000350*                '*', REPEATS '**' OR HOLDS A SPACE.          *
000360*   SHADOWED   - AN APPROVE PATTERN THAT CAN NEVER WIN -      *
000370*                ANOTHER APPROVE PATTERN OF THE SAME PAT-TYPE *
000380*                AND PAT-CATEGORY MATCHES EVERY STRING IT     *
000390*                MATCHES AND ALWAYS OUTRANKS IT - E.G. ENDS-  *
000400*                WITH '.TXT' RANKED ABOVE 'REPORT.TXT'.       *
000410*   EXCLUSIONS - AN EXCLUSION NO STRING CAN MATCH TOGETHER    *
000420*                WITH ANY APPROVE PATTERN OF ITS PAT-TYPE, SO *
000430*                IT NEVER VETOES ANYTHING; ONE THAT OVERLAPS  *
000440*                ONLY OTHER CATEGORIES' PATTERNS IS LISTED    *
000450*                AS VETOING ONLY SITE-WIDE (BLANK TR-         *
000460*                CATEGORY) LOOKUPS.                           *
000470*   DUPLICATES - TWO PATTERNS OF ONE PAT-TYPE WHOSE TEXT IS   *
000480*                THE SAME IGNORING CASE, UNLESS BOTH ARE      *
000490*                CASE-SENSITIVE (DELIBERATE VARIANTS THEN),   *
000500*                AND TWO MASKS OF ONE CATEGORY AND CLASS THAT *
000510*                MATCH EXACTLY THE SAME STRINGS.              *
000520* "MATCHES EVERY STRING IT MATCHES" IS A SUFFIX TEST FOR      *
000530* ENDS-WITH, A PREFIX TEST FOR STARTS-WITH, AND FOR MASKS THE *
000540* BROADER MASK MUST FIT THE NARROWER ONE WITH EACH '?' OF THE *
000550* NARROWER TAKEN ONLY BY A '?' OR '*' AND EACH '*' ONLY BY A  *
000560* '*'. A CASE-SENSITIVE PATTERN NEVER COVERS A CASE-          *
000570* INSENSITIVE ONE. THE TESTS ONLY REPORT WHAT IS CERTAIN - A  *
000580* PAIR OF MASKS CAN STILL OVERLAP IN WAYS THEY DO NOT PROVE.  *
000590*                                                             *
000600* NO PARM. ANY FINDING ENDS THE RUN WITH CONDITION CODE 4.    *
000610*-----------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT STRPATF   ASSIGN TO "STRPATF"
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE IS SEQUENTIAL
000710            RECORD KEY IS PAT-KEY
000720            FILE STATUS IS WS-STRPATF-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  STRPATF.
000770     COPY PATFLDS.
000780*
000790 WORKING-STORAGE SECTION.
000800 01  WS-SWITCHES.
000810     05  WS-STOP-SW              PIC X(01) VALUE 'N'.
000820         88  WS-STOP-YES                    VALUE 'Y'.
000830         88  WS-STOP-NO                     VALUE 'N'.
000840     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000850         88  WS-FOUND-YES                   VALUE 'Y'.
000860         88  WS-FOUND-NO                    VALUE 'N'.
000870     05  WS-COVERS-SW            PIC X(01) VALUE 'N'.
000880         88  WS-COVERS-YES                  VALUE 'Y'.
000890         88  WS-COVERS-NO                   VALUE 'N'.
000900     05  WS-OUTRANKS-SW          PIC X(01) VALUE 'N'.
000910         88  WS-OUTRANKS-YES                VALUE 'Y'.
000920         88  WS-OUTRANKS-NO                 VALUE 'N'.
000930     05  WS-OVERLAP-SW           PIC X(01) VALUE 'N'.
000940         88  WS-OVERLAP-YES                 VALUE 'Y'.
000950         88  WS-OVERLAP-NO                  VALUE 'N'.
000960     05  WS-OWN-CAT-SW           PIC X(01) VALUE 'N'.
000970         88  WS-OWN-CAT-YES                 VALUE 'Y'.
000980         88  WS-OWN-CAT-NO                  VALUE 'N'.
000990     05  WS-OTHER-CAT-SW         PIC X(01) VALUE 'N'.
001000         88  WS-OTHER-CAT-YES               VALUE 'Y'.
001010         88  WS-OTHER-CAT-NO                VALUE 'N'.
001020     05  WS-FOLD-SW              PIC X(01) VALUE 'N'.
001030         88  WS-FOLD-YES                    VALUE 'Y'.
001040         88  WS-FOLD-NO                     VALUE 'N'.
001050*
001060 01  WS-FILE-STATUSES.
001070     05  WS-STRPATF-STATUS       PIC X(02) VALUE SPACES.
001080         88  WS-STRPATF-OK                  VALUE '00'.
001090         88  WS-STRPATF-EOF                 VALUE '10'.
001100*
001110*-----------------------------------------------------------*
001120* WS-PATTERN-TABLE - EVERY NON-BLANK STRPATF RECORD IN KEY   *
001130* ORDER, WITH ITS UPPER-CASE FORM FOR THE CASE-BLIND TESTS.  *
001140* WS-PAT-USABLE IS OFF FOR A RECORD WHOSE PAT-TYPE IS NOT    *
001150* E, S OR M - STRINGENDSWITH NEVER TRIES ONE, SO IT IS ONLY  *
001160* REPORTED AS MALFORMED. SAME 999-ENTRY CEILING AS           *
001170* STRINGENDSWITH'S TABLE.                                    *
001180*-----------------------------------------------------------*
001190 01  WS-PATTERN-TABLE.
001200     05  WS-PAT-COUNT            PIC 9(04) COMP VALUE 0.
001210     05  WS-PAT-ENTRY            OCCURS 999 TIMES.
001220         10  WS-PAT-TEXT         PIC X(40).
001230         10  WS-PAT-UPPER        PIC X(40).
001240         10  WS-PAT-LENGTH       PIC 9(03) COMP.
001250         10  WS-PAT-TYPE-SW      PIC X(01).
001260             88  WS-PAT-ENDS-WITH            VALUE 'E'.
001270             88  WS-PAT-STARTS-WITH          VALUE 'S'.
001280             88  WS-PAT-MASK                 VALUE 'M'.
001290         10  WS-PAT-CASE-SW      PIC X(01).
001300             88  WS-PAT-SENSITIVE            VALUE 'Y'.
001310         10  WS-PAT-CATEGORY     PIC X(08).
001320         10  WS-PAT-RANK         PIC 9(03).
001330         10  WS-PAT-CLASS-SW     PIC X(01).
001340             88  WS-PAT-APPROVE              VALUES 'A' ' '.
001350             88  WS-PAT-EXCLUDE              VALUE 'X'.
001360         10  WS-PAT-USABLE-SW    PIC X(01).
001370             88  WS-PAT-USABLE               VALUE 'Y'.
001380*
001390*-----------------------------------------------------------*
001400* THE PAIR UNDER TEST. A IS THE BROADER (OR THE EXCLUSION),  *
001410* B THE NARROWER (OR THE APPROVE PATTERN); THE TEXTS ARE     *
001420* UPPER-CASED WHEN THE CASE RULE FOR THE TEST SAYS SO.       *
001430*-----------------------------------------------------------*
001440 01  WS-PAIR-AREA.
001450     05  WS-A-TEXT               PIC X(40).
001460     05  WS-B-TEXT               PIC X(40).
001470     05  WS-A-BYTE               PIC X(01).
001480     05  WS-B-BYTE               PIC X(01).
001490*
001500*-----------------------------------------------------------*
001510* WS-OVERLAP-GRID - CELL (I, J) IS 'Y' WHEN SOME STRING CAN  *
001520* FIT THE FIRST I-1 BYTES OF MASK A AND THE FIRST J-1 BYTES  *
001530* OF MASK B AT ONCE. THE MASKS OVERLAP WHEN THE CELL PAST    *
001540* BOTH ENDS IS REACHED.                                      *
001550*-----------------------------------------------------------*
001560 01  WS-OVERLAP-GRID.
001570     05  WS-OV-ROW               OCCURS 41 TIMES.
001580         10  WS-OV-CELL          PIC X(01) OCCURS 41 TIMES.
001590*
001600*-----------------------------------------------------------*
001610* WS-DETAIL-LINE - ONE PATTERN AS THE REPORT SHOWS IT.       *
001620*-----------------------------------------------------------*
001630 01  WS-DETAIL-LINE.
001640     05  WS-DL-PATTERN           PIC X(40).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  WS-DL-TYPE              PIC X(01).
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  WS-DL-CASE              PIC X(01).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  WS-DL-CATEGORY          PIC X(08).
001710     05  FILLER                  PIC X(02) VALUE ' R'.
001720     05  WS-DL-RANK              PIC ZZ9.
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  WS-DL-CLASS             PIC X(01).
001750*
001760 77  WS-PAT-I                    PIC 9(04) COMP VALUE 0.
001770 77  WS-PAT-J                    PIC 9(04) COMP VALUE 0.
001780 77  WS-A-IDX                    PIC 9(04) COMP VALUE 0.
001790 77  WS-B-IDX                    PIC 9(04) COMP VALUE 0.
001800 77  WS-SHOW-IDX                 PIC 9(04) COMP VALUE 0.
001810 77  WS-A-LEN                    PIC 9(03) COMP VALUE 0.
001820 77  WS-B-LEN                    PIC 9(03) COMP VALUE 0.
001830 77  WS-PAT-TRIMMED-LEN          PIC 9(03) COMP VALUE 0.
001840 77  WS-STAR-COUNT               PIC 9(03) COMP VALUE 0.
001850 77  WS-QMARK-COUNT              PIC 9(03) COMP VALUE 0.
001860 77  WS-SPACE-COUNT              PIC 9(03) COMP VALUE 0.
001870 77  WS-DOUBLE-STAR-COUNT        PIC 9(03) COMP VALUE 0.
001880 77  WS-OV-I                     PIC 9(03) COMP VALUE 0.
001890 77  WS-OV-J                     PIC 9(03) COMP VALUE 0.
001900 77  WS-OV-I-MAX                 PIC 9(03) COMP VALUE 0.
001910 77  WS-OV-J-MAX                 PIC 9(03) COMP VALUE 0.
001920 77  WS-REASON                   PIC X(60) VALUE SPACES.
001930 77  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
001940 77  WS-DROP-COUNT               PIC 9(07) COMP VALUE 0.
001950 77  WS-MALFORMED-COUNT          PIC 9(07) COMP VALUE 0.
001960 77  WS-SHADOWED-COUNT           PIC 9(07) COMP VALUE 0.
001970 77  WS-DEAD-EXCL-COUNT          PIC 9(07) COMP VALUE 0.
001980 77  WS-SITE-EXCL-COUNT          PIC 9(07) COMP VALUE 0.
001990 77  WS-TWIN-COUNT               PIC 9(07) COMP VALUE 0.
002000 77  WS-DUP-MASK-COUNT           PIC 9(07) COMP VALUE 0.
002010*-----------------------------------------------------------*
002020* MASK-WALK CONTROLS - THE SAME TWO-CURSOR SCHEME            *
002030* STRINGENDSWITH'S 5500-CHECK-MASK USES.                     *
002040*-----------------------------------------------------------*
002050 77  WS-MK-S                     PIC 9(03) COMP VALUE 0.
002060 77  WS-MK-P                     PIC 9(03) COMP VALUE 0.
002070 77  WS-MK-STAR                  PIC 9(03) COMP VALUE 0.
002080 77  WS-MK-SS                    PIC 9(03) COMP VALUE 0.
002090 77  WS-MK-DONE-SW               PIC X(01) VALUE 'N'.
002100     88  WS-MK-DONE-YES                     VALUE 'Y'.
002110     88  WS-MK-DONE-NO                      VALUE 'N'.
002120 77  WS-MK-EQ-SW                 PIC X(01) VALUE 'N'.
002130     88  WS-MK-EQ-YES                       VALUE 'Y'.
002140     88  WS-MK-EQ-NO                        VALUE 'N'.
002150*
002160 PROCEDURE DIVISION.
002170*-----------------------------------------------------------*
002180* 0000-MAINLINE                                              *
002190*-----------------------------------------------------------*
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002220     IF WS-STOP-NO
002230         PERFORM 2000-CHECK-RECORDS   THRU 2000-EXIT
002240         PERFORM 3000-CHECK-SHADOWING THRU 3000-EXIT
002250         PERFORM 4000-CHECK-EXCLUSIONS THRU 4000-EXIT
002260         PERFORM 5000-CHECK-DUPLICATES THRU 5000-EXIT
002270         PERFORM 8000-CHECK-REPORT    THRU 8000-EXIT
002280     END-IF.
002290     PERFORM 9500-SET-FINAL-RC THRU 9500-EXIT.
002300     STOP RUN.
002310*
002320*-----------------------------------------------------------*
002330* 1000-INITIALIZE - LOAD STRPATF. A MASTER THAT CANNOT BE    *
002340* OPENED STOPS THE RUN; A FULL TABLE IS REPORTED AND THE     *
002350* CHECK GOES ON OVER WHAT FITTED, AS PATUTIL DOES.           *
002360*-----------------------------------------------------------*
002370 1000-INITIALIZE.
002380     OPEN INPUT STRPATF.
002390     IF NOT WS-STRPATF-OK
002400         DISPLAY 'PATCHK - STRPATF NOT AVAILABLE - STATUS '
002410                 WS-STRPATF-STATUS
002420         MOVE 12 TO RETURN-CODE
002430         MOVE 'Y' TO WS-STOP-SW
002440         GO TO 1000-EXIT
002450     END-IF.
002460     PERFORM 1100-LOAD-ONE-PATTERN THRU 1100-EXIT
002470             UNTIL WS-STRPATF-EOF.
002480     CLOSE STRPATF.
002490     IF WS-DROP-COUNT > 0
002500         DISPLAY 'PATCHK - PATTERN TABLE FULL - '
002510                 WS-DROP-COUNT ' PATTERNS NOT CHECKED'
002520         MOVE 4 TO RETURN-CODE
002530     END-IF.
002540 1000-EXIT.
002550     EXIT.
002560*
002570 1100-LOAD-ONE-PATTERN.
002580     READ STRPATF NEXT RECORD
002590         AT END
002600             MOVE '10' TO WS-STRPATF-STATUS
002610         NOT AT END
002620             ADD 1 TO WS-READ-COUNT
002630             IF PAT-PATTERN NOT = SPACES
002640                 PERFORM 1110-STORE-PATTERN THRU 1110-EXIT
002650             END-IF
002660     END-READ.
002670 1100-EXIT.
002680     EXIT.
002690*
002700 1110-STORE-PATTERN.
002710     IF WS-PAT-COUNT > 998
002720         ADD 1 TO WS-DROP-COUNT
002730         GO TO 1110-EXIT
002740     END-IF.
002750     ADD 1 TO WS-PAT-COUNT.
002760     MOVE WS-PAT-COUNT TO WS-PAT-I.
002770     COMPUTE WS-PAT-TRIMMED-LEN =
002780             FUNCTION LENGTH (FUNCTION TRIM (PAT-PATTERN)).
002790     MOVE WS-PAT-TRIMMED-LEN TO WS-PAT-LENGTH (WS-PAT-I).
002800     MOVE PAT-PATTERN  TO WS-PAT-TEXT     (WS-PAT-I).
002810     MOVE FUNCTION UPPER-CASE (PAT-PATTERN)
002820                       TO WS-PAT-UPPER    (WS-PAT-I).
002830     MOVE PAT-TYPE     TO WS-PAT-TYPE-SW  (WS-PAT-I).
002840     MOVE PAT-CASE-SW  TO WS-PAT-CASE-SW  (WS-PAT-I).
002850     MOVE PAT-CATEGORY TO WS-PAT-CATEGORY (WS-PAT-I).
002860     MOVE PAT-CLASS-SW TO WS-PAT-CLASS-SW (WS-PAT-I).
002870     IF PAT-RANK IS NUMERIC
002880         MOVE PAT-RANK TO WS-PAT-RANK     (WS-PAT-I)
002890     ELSE
002900         MOVE 0        TO WS-PAT-RANK     (WS-PAT-I)
002910     END-IF.
002920     IF PAT-TYPE-ENDS-WITH OR PAT-TYPE-STARTS-WITH
002930        OR PAT-TYPE-MASK
002940         MOVE 'Y' TO WS-PAT-USABLE-SW (WS-PAT-I)
002950     ELSE
002960         MOVE 'N' TO WS-PAT-USABLE-SW (WS-PAT-I)
002970     END-IF.
002980     PERFORM 1120-EDIT-PATTERN THRU 1120-EXIT.
002990 1110-EXIT.
003000     EXIT.
003010*
003020*-----------------------------------------------------------*
003030* 1120-EDIT-PATTERN - THE RECORD-LEVEL EDITS, WHILE THE      *
003040* STRPATF RECORD IS STILL IN THE BUFFER. EACH FAILURE IS     *
003050* HELD FOR THE MALFORMED SECTION BY 1190-NOTE-MALFORMED.     *
003060*-----------------------------------------------------------*
003070 1120-EDIT-PATTERN.
003080     IF NOT PAT-TYPE-ENDS-WITH AND NOT PAT-TYPE-STARTS-WITH
003090        AND NOT PAT-TYPE-MASK
003100         MOVE 'PAT-TYPE NOT E, S OR M - NEVER TRIED'
003110             TO WS-REASON
003120         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003130     END-IF.
003140     IF NOT PAT-CASE-SENSITIVE AND NOT PAT-CASE-INSENSITIVE
003150         MOVE 'PAT-CASE-SW NOT Y OR N - TAKEN AS CASE-BLIND'
003160             TO WS-REASON
003170         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003180     END-IF.
003190     IF NOT PAT-CLASS-APPROVE AND NOT PAT-CLASS-EXCLUDE
003200         MOVE 'PAT-CLASS-SW NOT A, BLANK OR X'
003210             TO WS-REASON
003220         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003230     END-IF.
003240     IF PAT-RANK IS NOT NUMERIC
003250         MOVE 'PAT-RANK NOT NUMERIC - CHECKED AS RANK 0'
003260             TO WS-REASON
003270         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003280     END-IF.
003290     IF PAT-EFF-DATE IS NOT NUMERIC
003300         MOVE 'PAT-EFF-DATE NOT NUMERIC'
003310             TO WS-REASON
003320         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003330     END-IF.
003340     IF PAT-PATTERN (1:1) = SPACE
003350         MOVE 'LEADING SPACE - NOT MATCHED AS KEYED'
003360             TO WS-REASON
003370         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003380     END-IF.
003390     MOVE 0 TO WS-STAR-COUNT WS-QMARK-COUNT
003400               WS-SPACE-COUNT WS-DOUBLE-STAR-COUNT.
003410     INSPECT WS-PAT-TEXT (WS-PAT-I) (1:WS-PAT-LENGTH (WS-PAT-I))
003420             TALLYING WS-STAR-COUNT FOR ALL '*'.
003430     INSPECT WS-PAT-TEXT (WS-PAT-I) (1:WS-PAT-LENGTH (WS-PAT-I))
003440             TALLYING WS-QMARK-COUNT FOR ALL '?'.
003450     INSPECT WS-PAT-TEXT (WS-PAT-I) (1:WS-PAT-LENGTH (WS-PAT-I))
003460             TALLYING WS-SPACE-COUNT FOR ALL SPACE.
003470     INSPECT WS-PAT-TEXT (WS-PAT-I) (1:WS-PAT-LENGTH (WS-PAT-I))
003480             TALLYING WS-DOUBLE-STAR-COUNT FOR ALL '**'.
003490     IF PAT-TYPE-MASK
003500         PERFORM 1130-EDIT-MASK THRU 1130-EXIT
003510     ELSE
003520         IF WS-STAR-COUNT > 0 OR WS-QMARK-COUNT > 0
003530             MOVE
003540                 '''*'' OR ''?'' IS LITERAL IN A NON-MASK PATTERN'
003550                 TO WS-REASON
003560             PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003570         END-IF
003580     END-IF.
003590 1120-EXIT.
003600     EXIT.
003610*
003620 1130-EDIT-MASK.
003630     IF WS-STAR-COUNT = WS-PAT-LENGTH (WS-PAT-I)
003640         MOVE 'MASK IS ALL ''*'' - MATCHES EVERY STRING'
003650             TO WS-REASON
003660         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003670         GO TO 1130-EXIT
003680     END-IF.
003690     IF WS-DOUBLE-STAR-COUNT > 0
003700         MOVE 'MASK REPEATS ''**'' - ONE ''*'' DOES THE SAME'
003710             TO WS-REASON
003720         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003730     END-IF.
003740     IF WS-SPACE-COUNT > 0
003750         MOVE 'MASK HOLDS AN EMBEDDED SPACE'
003760             TO WS-REASON
003770         PERFORM 1190-NOTE-MALFORMED THRU 1190-EXIT
003780     END-IF.
003790 1130-EXIT.
003800     EXIT.
003810*
003820 1190-NOTE-MALFORMED.
003830     IF WS-MALFORMED-COUNT = 0
003840         DISPLAY ' '
003850         DISPLAY 'MALFORMED PATTERNS'
003860         DISPLAY '------------------'
003870     END-IF.
003880     ADD 1 TO WS-MALFORMED-COUNT.
003890     MOVE WS-PAT-I TO WS-SHOW-IDX.
003900     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.
003910     DISPLAY '  ' WS-DETAIL-LINE.
003920     DISPLAY '      ' WS-REASON.
003930 1190-EXIT.
003940     EXIT.
003950*
003960*-----------------------------------------------------------*
003970* 2000-CHECK-RECORDS - THE RECORD EDITS RAN AS EACH PATTERN  *
003980* WAS LOADED; SAY SO WHEN THEY FOUND NOTHING.                *
003990*-----------------------------------------------------------*
004000 2000-CHECK-RECORDS.
004010     IF WS-MALFORMED-COUNT = 0
004020         DISPLAY ' '
004030         DISPLAY 'MALFORMED PATTERNS - NONE'
004040     END-IF.
004050 2000-EXIT.
004060     EXIT.
004070*
004080*-----------------------------------------------------------*
004090* 3000-CHECK-SHADOWING - FOR EACH APPROVE PATTERN, LOOK FOR  *
004100* AN APPROVE PATTERN OF THE SAME PAT-TYPE AND PAT-CATEGORY   *
004110* THAT COVERS IT AND OUTRANKS IT. THE FIRST ONE FOUND IS     *
004120* NAMED; ONE IS ENOUGH TO MEAN IT CAN NEVER WIN.             *
004130*-----------------------------------------------------------*
004140 3000-CHECK-SHADOWING.
004150     DISPLAY ' '.
004160     DISPLAY 'SHADOWED PATTERNS - CAN NEVER WIN'.
004170     DISPLAY '---------------------------------'.
004180     PERFORM 3100-CHECK-ONE-PATTERN THRU 3100-EXIT
004190             VARYING WS-PAT-I FROM 1 BY 1
004200             UNTIL WS-PAT-I > WS-PAT-COUNT.
004210     IF WS-SHADOWED-COUNT = 0
004220         DISPLAY '  NONE'
004230     END-IF.
004240 3000-EXIT.
004250     EXIT.
004260*
004270 3100-CHECK-ONE-PATTERN.
004280     IF NOT WS-PAT-USABLE (WS-PAT-I)
004290        OR NOT WS-PAT-APPROVE (WS-PAT-I)
004300         GO TO 3100-EXIT
004310     END-IF.
004320     MOVE 'N' TO WS-FOUND-SW.
004330     PERFORM 3110-CHECK-ONE-RIVAL THRU 3110-EXIT
004340             VARYING WS-PAT-J FROM 1 BY 1
004350             UNTIL WS-PAT-J > WS-PAT-COUNT
004360                OR WS-FOUND-YES.
004370 3100-EXIT.
004380     EXIT.
004390*
004400 3110-CHECK-ONE-RIVAL.
004410     IF WS-PAT-J = WS-PAT-I
004420        OR NOT WS-PAT-USABLE (WS-PAT-J)
004430        OR NOT WS-PAT-APPROVE (WS-PAT-J)
004440        OR WS-PAT-TYPE-SW (WS-PAT-J)
004450           NOT = WS-PAT-TYPE-SW (WS-PAT-I)
004460        OR WS-PAT-CATEGORY (WS-PAT-J)
004470           NOT = WS-PAT-CATEGORY (WS-PAT-I)
004480         GO TO 3110-EXIT
004490     END-IF.
004500     MOVE WS-PAT-J TO WS-A-IDX.
004510     MOVE WS-PAT-I TO WS-B-IDX.
004520     PERFORM 6800-CHECK-OUTRANKS THRU 6800-EXIT.
004530     IF WS-OUTRANKS-NO
004540         GO TO 3110-EXIT
004550     END-IF.
004560     PERFORM 6000-CHECK-COVERS THRU 6000-EXIT.
004570     IF WS-COVERS-NO
004580         GO TO 3110-EXIT
004590     END-IF.
004600     MOVE 'Y' TO WS-FOUND-SW.
004610     ADD 1 TO WS-SHADOWED-COUNT.
004620     MOVE WS-PAT-I TO WS-SHOW-IDX.
004630     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.
004640     DISPLAY '  ' WS-DETAIL-LINE.
004650     MOVE WS-PAT-J TO WS-SHOW-IDX.
004660     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.
004670     DISPLAY '    OUTRANKED BY ' WS-DETAIL-LINE.
004680 3110-EXIT.
004690     EXIT.
004700*
004710*-----------------------------------------------------------*
004720* 4000-CHECK-EXCLUSIONS - AN EXCLUSION EARNS ITS PLACE ONLY  *
004730* IF SOME STRING CAN MATCH IT AND AN APPROVE PATTERN OF ITS  *
004740* PAT-TYPE AT ONCE. AN OVERLAP IN ITS OWN CATEGORY SETTLES   *
004750* IT; AN OVERLAP ONLY WITH ANOTHER CATEGORY'S PATTERN MEANS  *
004760* IT VETOES ONLY WHEN A LOOKUP IS NOT SCOPED TO A CATEGORY.  *
004770*-----------------------------------------------------------*
004780 4000-CHECK-EXCLUSIONS.
004790     DISPLAY ' '.
004800     DISPLAY 'EXCLUSIONS THAT CANNOT VETO AN APPROVE PATTERN'.
004810     DISPLAY '----------------------------------------------'.
004820     PERFORM 4100-CHECK-ONE-EXCLUSION THRU 4100-EXIT
004830             VARYING WS-PAT-I FROM 1 BY 1
004840             UNTIL WS-PAT-I > WS-PAT-COUNT.
004850     IF WS-DEAD-EXCL-COUNT = 0 AND WS-SITE-EXCL-COUNT = 0
004860         DISPLAY '  NONE'
004870     END-IF.
004880 4000-EXIT.
004890     EXIT.
004900*
004910 4100-CHECK-ONE-EXCLUSION.
004920     IF NOT WS-PAT-USABLE (WS-PAT-I)
004930        OR NOT WS-PAT-EXCLUDE (WS-PAT-I)
004940         GO TO 4100-EXIT
004950     END-IF.
004960     MOVE 'N' TO WS-OWN-CAT-SW.
004970     MOVE 'N' TO WS-OTHER-CAT-SW.
004980     PERFORM 4110-CHECK-ONE-APPROVE THRU 4110-EXIT
004990             VARYING WS-PAT-J FROM 1 BY 1
005000             UNTIL WS-PAT-J > WS-PAT-COUNT
005010                OR WS-OWN-CAT-YES.
005020     IF WS-OWN-CAT-YES
005030         GO TO 4100-EXIT
005040     END-IF.
005050     MOVE WS-PAT-I TO WS-SHOW-IDX.
005060     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.
005070     DISPLAY '  ' WS-DETAIL-LINE.
005080     IF WS-OTHER-CAT-YES
005090         ADD 1 TO WS-SITE-EXCL-COUNT
005100         DISPLAY '      NO APPROVE PATTERN IN ITS OWN CATEGORY -'
005110                 ' VETOES SITE-WIDE LOOKUPS ONLY'
005120     ELSE
005130         ADD 1 TO WS-DEAD-EXCL-COUNT
005140         DISPLAY '      NO APPROVE PATTERN OF ITS TYPE CAN '
005150                 'MATCH THE SAME STRING - NEVER VETOES'
005160     END-IF.
005170 4100-EXIT.
005180     EXIT.
005190*
005200 4110-CHECK-ONE-APPROVE.
005210     IF NOT WS-PAT-USABLE (WS-PAT-J)
005220        OR NOT WS-PAT-APPROVE (WS-PAT-J)
005230        OR WS-PAT-TYPE-SW (WS-PAT-J)
005240           NOT = WS-PAT-TYPE-SW (WS-PAT-I)
005250         GO TO 4110-EXIT
005260     END-IF.
005270     IF WS-PAT-CATEGORY (WS-PAT-J)
005280        NOT = WS-PAT-CATEGORY (WS-PAT-I)
005290        AND WS-OTHER-CAT-YES
005300         GO TO 4110-EXIT
005310     END-IF.
005320     MOVE WS-PAT-I TO WS-A-IDX.
005330     MOVE WS-PAT-J TO WS-B-IDX.
005340     PERFORM 6500-CHECK-OVERLAP THRU 6500-EXIT.
005350     IF WS-OVERLAP-YES
005360         IF WS-PAT-CATEGORY (WS-PAT-J)
005370            = WS-PAT-CATEGORY (WS-PAT-I)
005380             MOVE 'Y' TO WS-OWN-CAT-SW
005390         ELSE
005400             MOVE 'Y' TO WS-OTHER-CAT-SW
005410         END-IF
005420     END-IF.
005430 4110-EXIT.
005440     EXIT.
005450*
005460*-----------------------------------------------------------*
005470* 5000-CHECK-DUPLICATES - EVERY PAIR OF ONE PAT-TYPE ONCE.   *
005480* THE SAME TEXT IGNORING CASE IS A CASE TWIN - STRPATF'S KEY *
005490* IS THE EXACT TEXT, SO ONLY A CASE DIFFERENCE LETS THE SAME *
005500* PATTERN BE KEYED TWICE. TWO CASE-SENSITIVE VARIANTS MATCH  *
005510* DIFFERENT STRINGS AND ARE LEFT ALONE. OTHERWISE TWO MASKS  *
005520* OF ONE CATEGORY AND CLASS THAT COVER EACH OTHER ARE THE    *
005530* SAME MASK WRITTEN TWO WAYS.                                *
005540*-----------------------------------------------------------*
005550 5000-CHECK-DUPLICATES.
005560     DISPLAY ' '.
005570     DISPLAY 'CASE TWINS AND DUPLICATE MASKS'.
005580     DISPLAY '------------------------------'.
005590     PERFORM 5100-CHECK-ONE-PATTERN THRU 5100-EXIT
005600             VARYING WS-PAT-I FROM 1 BY 1
005610             UNTIL WS-PAT-I > WS-PAT-COUNT.
005620     IF WS-TWIN-COUNT = 0 AND WS-DUP-MASK-COUNT = 0
005630         DISPLAY '  NONE'
005640     END-IF.
005650 5000-EXIT.
005660     EXIT.
005670*
005680 5100-CHECK-ONE-PATTERN.
005690     IF NOT WS-PAT-USABLE (WS-PAT-I)
005700         GO TO 5100-EXIT
005710     END-IF.
005720     PERFORM 5110-CHECK-ONE-PAIR THRU 5110-EXIT
005730             VARYING WS-PAT-J FROM WS-PAT-I BY 1
005740             UNTIL WS-PAT-J > WS-PAT-COUNT.
005750 5100-EXIT.
005760     EXIT.
005770*
005780 5110-CHECK-ONE-PAIR.
005790     IF WS-PAT-J = WS-PAT-I
005800        OR NOT WS-PAT-USABLE (WS-PAT-J)
005810        OR WS-PAT-TYPE-SW (WS-PAT-J)
005820           NOT = WS-PAT-TYPE-SW (WS-PAT-I)
005830         GO TO 5110-EXIT
005840     END-IF.
005850     IF WS-PAT-UPPER (WS-PAT-J) = WS-PAT-UPPER (WS-PAT-I)
005860         IF WS-PAT-SENSITIVE (WS-PAT-I)
005870            AND WS-PAT-SENSITIVE (WS-PAT-J)
005880             GO TO 5110-EXIT
005890         END-IF
005900         ADD 1 TO WS-TWIN-COUNT
005910         IF WS-PAT-CASE-SW (WS-PAT-I)
005920            = WS-PAT-CASE-SW (WS-PAT-J)
005930             MOVE
005940                 'CASE TWIN - BOTH CASE-BLIND - ONE PATTERN TWICE'
005950                 TO WS-REASON
005960         ELSE
005970             MOVE 'CASE TWIN - ONE CASE-SENSITIVE, ONE CASE-BLIND'
005980                 TO WS-REASON
005990         END-IF
006000         PERFORM 5190-SHOW-PAIR THRU 5190-EXIT
006010         GO TO 5110-EXIT
006020     END-IF.
006030     IF NOT WS-PAT-MASK (WS-PAT-I)
006040        OR WS-PAT-CATEGORY (WS-PAT-J)
006050           NOT = WS-PAT-CATEGORY (WS-PAT-I)
006060        OR WS-PAT-CLASS-SW (WS-PAT-J)
006070           NOT = WS-PAT-CLASS-SW (WS-PAT-I)
006080         GO TO 5110-EXIT
006090     END-IF.
006100     MOVE WS-PAT-I TO WS-A-IDX.
006110     MOVE WS-PAT-J TO WS-B-IDX.
006120     PERFORM 6000-CHECK-COVERS THRU 6000-EXIT.
006130     IF WS-COVERS-NO
006140         GO TO 5110-EXIT
006150     END-IF.
006160     MOVE WS-PAT-J TO WS-A-IDX.
006170     MOVE WS-PAT-I TO WS-B-IDX.
006180     PERFORM 6000-CHECK-COVERS THRU 6000-EXIT.
006190     IF WS-COVERS-NO
006200         GO TO 5110-EXIT
006210     END-IF.
006220     ADD 1 TO WS-DUP-MASK-COUNT.
006230     MOVE 'DUPLICATE MASK - BOTH MATCH EXACTLY THE SAME STRINGS'
006240         TO WS-REASON.
006250     PERFORM 5190-SHOW-PAIR THRU 5190-EXIT.
006260 5110-EXIT.
006270     EXIT.
006280*
006290 5190-SHOW-PAIR.
006300     MOVE WS-PAT-I TO WS-SHOW-IDX.
006310     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.
006320     DISPLAY '  ' WS-DETAIL-LINE.
006330     MOVE WS-PAT-J TO WS-SHOW-IDX.
006340     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.
006350     DISPLAY '  ' WS-DETAIL-LINE.
006360     DISPLAY '      ' WS-REASON.
006370 5190-EXIT.
006380     EXIT.
006390*
006400*-----------------------------------------------------------*
006410* 6000-CHECK-COVERS - DOES PATTERN A MATCH EVERY STRING      *
006420* PATTERN B MATCHES? BOTH ARE OF ONE PAT-TYPE. A CASE-       *
006430* SENSITIVE A NEVER COVERS A CASE-BLIND B; A CASE-BLIND A IS *
006440* TESTED ON THE UPPER-CASE TEXTS.                            *
006450*-----------------------------------------------------------*
006460 6000-CHECK-COVERS.
006470     MOVE 'N' TO WS-COVERS-SW.
006480     IF WS-PAT-SENSITIVE (WS-A-IDX)
006490        AND NOT WS-PAT-SENSITIVE (WS-B-IDX)
006500         GO TO 6000-EXIT
006510     END-IF.
006520     IF WS-PAT-SENSITIVE (WS-A-IDX)
006530         MOVE 'N' TO WS-FOLD-SW
006540     ELSE
006550         MOVE 'Y' TO WS-FOLD-SW
006560     END-IF.
006570     PERFORM 7000-LOAD-PAIR THRU 7000-EXIT.
006580     IF WS-A-LEN > WS-B-LEN
006590        AND NOT WS-PAT-MASK (WS-A-IDX)
006600         GO TO 6000-EXIT
006610     END-IF.
006620     EVALUATE TRUE
006630         WHEN WS-PAT-ENDS-WITH (WS-A-IDX)
006640             IF WS-B-TEXT (WS-B-LEN - WS-A-LEN + 1:WS-A-LEN)
006650                = WS-A-TEXT (1:WS-A-LEN)
006660                 MOVE 'Y' TO WS-COVERS-SW
006670             END-IF
006680         WHEN WS-PAT-STARTS-WITH (WS-A-IDX)
006690             IF WS-B-TEXT (1:WS-A-LEN)
006700                = WS-A-TEXT (1:WS-A-LEN)
006710                 MOVE 'Y' TO WS-COVERS-SW
006720             END-IF
006730         WHEN OTHER
006740             PERFORM 6100-MASK-COVERS THRU 6100-EXIT
006750     END-EVALUATE.
006760 6000-EXIT.
006770     EXIT.
006780*
006790*-----------------------------------------------------------*
006800* 6100-MASK-COVERS - WALK MASK A OVER THE TEXT OF MASK B     *
006810* WITH THE 5500-CHECK-MASK CURSORS. A '*' IN A TAKES ANY RUN *
006820* OF B; A '?' IN A TAKES ANY ONE BYTE OF B BUT A '*'; A      *
006830* LITERAL IN A TAKES ONLY THE SAME LITERAL.                  *
006840*-----------------------------------------------------------*
006850 6100-MASK-COVERS.
006860     MOVE 'Y' TO WS-COVERS-SW.
006870     MOVE 1 TO WS-MK-S.
006880     MOVE 1 TO WS-MK-P.
006890     MOVE 0 TO WS-MK-STAR.
006900     MOVE 0 TO WS-MK-SS.
006910     MOVE 'N' TO WS-MK-DONE-SW.
006920     PERFORM 6110-COVER-STEP THRU 6110-EXIT
006930             UNTIL WS-MK-DONE-YES.
006940     IF WS-COVERS-YES
006950         MOVE 'N' TO WS-MK-DONE-SW
006960         PERFORM 6120-SKIP-TRAILING-STAR THRU 6120-EXIT
006970                 UNTIL WS-MK-DONE-YES
006980         IF WS-MK-P NOT > WS-A-LEN
006990             MOVE 'N' TO WS-COVERS-SW
007000         END-IF
007010     END-IF.
007020 6100-EXIT.
007030     EXIT.
007040*
007050 6110-COVER-STEP.
007060     IF WS-MK-S > WS-B-LEN
007070         MOVE 'Y' TO WS-MK-DONE-SW
007080         GO TO 6110-EXIT
007090     END-IF.
007100     IF WS-MK-P NOT > WS-A-LEN
007110         IF WS-A-TEXT (WS-MK-P:1) = '*'
007120             MOVE WS-MK-P TO WS-MK-STAR
007130             MOVE WS-MK-S TO WS-MK-SS
007140             ADD 1 TO WS-MK-P
007150             GO TO 6110-EXIT
007160         END-IF
007170         PERFORM 6130-COMPARE-COVER-BYTE THRU 6130-EXIT
007180         IF WS-MK-EQ-YES
007190             ADD 1 TO WS-MK-S
007200             ADD 1 TO WS-MK-P
007210             GO TO 6110-EXIT
007220         END-IF
007230     END-IF.
007240     IF WS-MK-STAR > 0
007250         COMPUTE WS-MK-P = WS-MK-STAR + 1
007260         ADD 1 TO WS-MK-SS
007270         MOVE WS-MK-SS TO WS-MK-S
007280     ELSE
007290         MOVE 'N' TO WS-COVERS-SW
007300         MOVE 'Y' TO WS-MK-DONE-SW
007310     END-IF.
007320 6110-EXIT.
007330     EXIT.
007340*
007350 6120-SKIP-TRAILING-STAR.
007360     IF WS-MK-P > WS-A-LEN
007370         MOVE 'Y' TO WS-MK-DONE-SW
007380     ELSE
007390         IF WS-A-TEXT (WS-MK-P:1) = '*'
007400             ADD 1 TO WS-MK-P
007410         ELSE
007420             MOVE 'Y' TO WS-MK-DONE-SW
007430         END-IF
007440     END-IF.
007450 6120-EXIT.
007460     EXIT.
007470*
007480 6130-COMPARE-COVER-BYTE.
007490     MOVE 'N' TO WS-MK-EQ-SW.
007500     IF WS-A-TEXT (WS-MK-P:1) = '?'
007510         IF WS-B-TEXT (WS-MK-S:1) NOT = '*'
007520             MOVE 'Y' TO WS-MK-EQ-SW
007530         END-IF
007540         GO TO 6130-EXIT
007550     END-IF.
007560     IF WS-B-TEXT (WS-MK-S:1) = '*' OR '?'
007570         GO TO 6130-EXIT
007580     END-IF.
007590     IF WS-A-TEXT (WS-MK-P:1) = WS-B-TEXT (WS-MK-S:1)
007600         MOVE 'Y' TO WS-MK-EQ-SW
007610     END-IF.
007620 6130-EXIT.
007630     EXIT.
007640*
007650*-----------------------------------------------------------*
007660* 6500-CHECK-OVERLAP - CAN ONE STRING MATCH BOTH PATTERN A   *
007670* AND PATTERN B? THE TEXTS ARE COMPARED UPPER-CASE UNLESS    *
007680* BOTH PATTERNS ARE CASE-SENSITIVE. TWO ENDS-WITH PATTERNS   *
007690* OVERLAP WHEN ONE IS A SUFFIX OF THE OTHER, TWO STARTS-WITH *
007700* WHEN ONE IS A PREFIX OF THE OTHER.                         *
007710*-----------------------------------------------------------*
007720 6500-CHECK-OVERLAP.
007730     MOVE 'N' TO WS-OVERLAP-SW.
007740     IF WS-PAT-SENSITIVE (WS-A-IDX)
007750        AND WS-PAT-SENSITIVE (WS-B-IDX)
007760         MOVE 'N' TO WS-FOLD-SW
007770     ELSE
007780         MOVE 'Y' TO WS-FOLD-SW
007790     END-IF.
007800     PERFORM 7000-LOAD-PAIR THRU 7000-EXIT.
007810     EVALUATE TRUE
007820         WHEN WS-PAT-ENDS-WITH (WS-A-IDX)
007830             IF WS-A-LEN NOT > WS-B-LEN
007840                 IF WS-B-TEXT (WS-B-LEN - WS-A-LEN + 1:WS-A-LEN)
007850                    = WS-A-TEXT (1:WS-A-LEN)
007860                     MOVE 'Y' TO WS-OVERLAP-SW
007870                 END-IF
007880             ELSE
007890                 IF WS-A-TEXT (WS-A-LEN - WS-B-LEN + 1:WS-B-LEN)
007900                    = WS-B-TEXT (1:WS-B-LEN)
007910                     MOVE 'Y' TO WS-OVERLAP-SW
007920                 END-IF
007930             END-IF
007940         WHEN WS-PAT-STARTS-WITH (WS-A-IDX)
007950             IF WS-A-LEN NOT > WS-B-LEN
007960                 IF WS-B-TEXT (1:WS-A-LEN)
007970                    = WS-A-TEXT (1:WS-A-LEN)
007980                     MOVE 'Y' TO WS-OVERLAP-SW
007990                 END-IF
008000             ELSE
008010                 IF WS-A-TEXT (1:WS-B-LEN)
008020                    = WS-B-TEXT (1:WS-B-LEN)
008030                     MOVE 'Y' TO WS-OVERLAP-SW
008040                 END-IF
008050             END-IF
008060         WHEN OTHER
008070             PERFORM 6600-MASK-OVERLAP THRU 6600-EXIT
008080     END-EVALUATE.
008090 6500-EXIT.
008100     EXIT.
008110*
008120*-----------------------------------------------------------*
008130* 6600-MASK-OVERLAP - FILL WS-OVERLAP-GRID FROM THE TOP LEFT.*
008140* EVERY MOVE GOES RIGHT OR DOWN, SO ONE PASS IN ROW ORDER    *
008150* SEES EACH CELL AFTER EVERY CELL THAT CAN REACH IT.         *
008160*-----------------------------------------------------------*
008170 6600-MASK-OVERLAP.
008180     MOVE ALL 'N' TO WS-OVERLAP-GRID.
008190     MOVE 'Y' TO WS-OV-CELL (1, 1).
008200     COMPUTE WS-OV-I-MAX = WS-A-LEN + 1.
008210     COMPUTE WS-OV-J-MAX = WS-B-LEN + 1.
008220     PERFORM 6610-OVERLAP-STEP THRU 6610-EXIT
008230             VARYING WS-OV-I FROM 1 BY 1
008240             UNTIL WS-OV-I > WS-OV-I-MAX
008250             AFTER WS-OV-J FROM 1 BY 1
008260             UNTIL WS-OV-J > WS-OV-J-MAX.
008270     IF WS-OV-CELL (WS-OV-I-MAX, WS-OV-J-MAX) = 'Y'
008280         MOVE 'Y' TO WS-OVERLAP-SW
008290     END-IF.
008300 6600-EXIT.
008310     EXIT.
008320*
008330*-----------------------------------------------------------*
008340* 6610-OVERLAP-STEP - FROM A REACHED CELL: A '*' ON EITHER   *
008350* SIDE MAY MATCH NOTHING (STEP PAST IT) OR SWALLOW THE OTHER *
008360* SIDE'S NEXT NON-'*' BYTE (STAY ON IT); TWO NON-'*' BYTES   *
008370* STEP TOGETHER WHEN EITHER IS '?' OR THEY ARE EQUAL.        *
008380*-----------------------------------------------------------*
008390 6610-OVERLAP-STEP.
008400     IF WS-OV-CELL (WS-OV-I, WS-OV-J) NOT = 'Y'
008410         GO TO 6610-EXIT
008420     END-IF.
008430     MOVE LOW-VALUE TO WS-A-BYTE WS-B-BYTE.
008440     IF WS-OV-I NOT > WS-A-LEN
008450         MOVE WS-A-TEXT (WS-OV-I:1) TO WS-A-BYTE
008460     END-IF.
008470     IF WS-OV-J NOT > WS-B-LEN
008480         MOVE WS-B-TEXT (WS-OV-J:1) TO WS-B-BYTE
008490     END-IF.
008500     IF WS-A-BYTE = '*'
008510         MOVE 'Y' TO WS-OV-CELL (WS-OV-I + 1, WS-OV-J)
008520         IF WS-B-BYTE NOT = LOW-VALUE AND NOT = '*'
008530             MOVE 'Y' TO WS-OV-CELL (WS-OV-I, WS-OV-J + 1)
008540         END-IF
008550     END-IF.
008560     IF WS-B-BYTE = '*'
008570         MOVE 'Y' TO WS-OV-CELL (WS-OV-I, WS-OV-J + 1)
008580         IF WS-A-BYTE NOT = LOW-VALUE AND NOT = '*'
008590             MOVE 'Y' TO WS-OV-CELL (WS-OV-I + 1, WS-OV-J)
008600         END-IF
008610     END-IF.
008620     IF WS-A-BYTE = LOW-VALUE OR '*'
008630        OR WS-B-BYTE = LOW-VALUE OR '*'
008640         GO TO 6610-EXIT
008650     END-IF.
008660     IF WS-A-BYTE = '?' OR WS-B-BYTE = '?'
008670        OR WS-A-BYTE = WS-B-BYTE
008680         MOVE 'Y' TO WS-OV-CELL (WS-OV-I + 1, WS-OV-J + 1)
008690     END-IF.
008700 6610-EXIT.
008710     EXIT.
008720*
008730*-----------------------------------------------------------*
008740* 6800-CHECK-OUTRANKS - WOULD A BEAT B WHEN BOTH MATCH? THE  *
008750* 2530-KEEP-IF-BEST ORDER: HIGHER RANK, THEN LONGER PATTERN, *
008760* THEN EARLIER IN KEY ORDER.                                 *
008770*-----------------------------------------------------------*
008780 6800-CHECK-OUTRANKS.
008790     MOVE 'N' TO WS-OUTRANKS-SW.
008800     IF WS-PAT-RANK (WS-A-IDX) > WS-PAT-RANK (WS-B-IDX)
008810         MOVE 'Y' TO WS-OUTRANKS-SW
008820         GO TO 6800-EXIT
008830     END-IF.
008840     IF WS-PAT-RANK (WS-A-IDX) < WS-PAT-RANK (WS-B-IDX)
008850         GO TO 6800-EXIT
008860     END-IF.
008870     IF WS-PAT-LENGTH (WS-A-IDX) > WS-PAT-LENGTH (WS-B-IDX)
008880        OR (WS-PAT-LENGTH (WS-A-IDX) = WS-PAT-LENGTH (WS-B-IDX)
008890            AND WS-A-IDX < WS-B-IDX)
008900         MOVE 'Y' TO WS-OUTRANKS-SW
008910     END-IF.
008920 6800-EXIT.
008930     EXIT.
008940*
008950*-----------------------------------------------------------*
008960* 7000-LOAD-PAIR - PATTERNS A AND B INTO THE PAIR AREA,      *
008970* UPPER-CASE WHEN WS-FOLD-SW IS ON.                          *
008980*-----------------------------------------------------------*
008990 7000-LOAD-PAIR.
009000     MOVE WS-PAT-LENGTH (WS-A-IDX) TO WS-A-LEN.
009010     MOVE WS-PAT-LENGTH (WS-B-IDX) TO WS-B-LEN.
009020     IF WS-FOLD-YES
009030         MOVE WS-PAT-UPPER (WS-A-IDX) TO WS-A-TEXT
009040         MOVE WS-PAT-UPPER (WS-B-IDX) TO WS-B-TEXT
009050     ELSE
009060         MOVE WS-PAT-TEXT (WS-A-IDX)  TO WS-A-TEXT
009070         MOVE WS-PAT-TEXT (WS-B-IDX)  TO WS-B-TEXT
009080     END-IF.
009090 7000-EXIT.
009100     EXIT.
009110*
009120 7900-FORMAT-DETAIL.
009130     MOVE WS-PAT-TEXT     (WS-SHOW-IDX) TO WS-DL-PATTERN.
009140     MOVE WS-PAT-TYPE-SW  (WS-SHOW-IDX) TO WS-DL-TYPE.
009150     MOVE WS-PAT-CASE-SW  (WS-SHOW-IDX) TO WS-DL-CASE.
009160     MOVE WS-PAT-CATEGORY (WS-SHOW-IDX) TO WS-DL-CATEGORY.
009170     MOVE WS-PAT-RANK     (WS-SHOW-IDX) TO WS-DL-RANK.
009180     MOVE WS-PAT-CLASS-SW (WS-SHOW-IDX) TO WS-DL-CLASS.
009190 7900-EXIT.
009200     EXIT.
009210*
009220*-----------------------------------------------------------*
009230* 8000-CHECK-REPORT - THE FINDING COUNTS BY SECTION.         *
009240*-----------------------------------------------------------*
009250 8000-CHECK-REPORT.
009260     DISPLAY ' '.
009270     DISPLAY '***************************************'.
009280     DISPLAY '*   PATCHK - STRPATF HEALTH CHECK      *'.
009290     DISPLAY '***************************************'.
009300     DISPLAY 'STRPATF RECORDS READ . . . ' WS-READ-COUNT.
009310     DISPLAY 'PATTERNS CHECKED . . . . . ' WS-PAT-COUNT.
009320     DISPLAY 'MALFORMED  . . . . . . . . ' WS-MALFORMED-COUNT.
009330     DISPLAY 'SHADOWED - NEVER WIN . . . ' WS-SHADOWED-COUNT.
009340     DISPLAY 'EXCLUSIONS NEVER VETO  . . ' WS-DEAD-EXCL-COUNT.
009350     DISPLAY 'EXCLUSIONS SITE-WIDE ONLY  ' WS-SITE-EXCL-COUNT.
009360     DISPLAY 'CASE TWINS . . . . . . . . ' WS-TWIN-COUNT.
009370     DISPLAY 'DUPLICATE MASKS  . . . . . ' WS-DUP-MASK-COUNT.
009380     DISPLAY '***************************************'.
009390 8000-EXIT.
009400     EXIT.
009410*
009420*-----------------------------------------------------------*
009430* 9500-SET-FINAL-RC - 12 ON AN OPEN FAILURE, SET AT THE      *
009440* FAILURE SITE; OTHERWISE 4 WHEN ANYTHING WAS FOUND OR THE   *
009450* TABLE WAS FULL.                                            *
009460*-----------------------------------------------------------*
009470 9500-SET-FINAL-RC.
009480     IF RETURN-CODE < 4
009490        AND (WS-MALFORMED-COUNT > 0
009500             OR WS-SHADOWED-COUNT > 0
009510             OR WS-DEAD-EXCL-COUNT > 0
009520             OR WS-SITE-EXCL-COUNT > 0
009530             OR WS-TWIN-COUNT > 0
009540             OR WS-DUP-MASK-COUNT > 0)
009550         MOVE 4 TO RETURN-CODE
009560     END-IF.
009570     IF RETURN-CODE > 0
009580         DISPLAY 'PATCHK - ENDING WITH CONDITION CODE '
009590                 RETURN-CODE
009600     END-IF.
009610 9500-EXIT.
009620     EXIT.
009630
