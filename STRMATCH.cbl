000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STRMATCH.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. THE ENDS-WITH, STARTS-WITH, MASK,  *
000120*                CANDIDATE-LIST AND PATTERN-LOOKUP LOGIC      *
000130*                LIFTED OUT OF STRINGENDSWITH UNCHANGED AND   *
000140*                PACKAGED AS A CALLED SUBPROGRAM, WITH THE    *
000150*                STRPATF TABLE LOAD THAT FEEDS IT, SO THE     *
000160*                NIGHTLY BATCH AND ANY FILE-INTAKE PROGRAM    *
000170*                APPLY ONE SET OF RULES TO ONE PATTERN SET -  *
000180*                AS IT STANDS TODAY, OR AS OF SM-AS-OF-DATE   *
000190*                SO A WHAT-IF RUN CAN MATCH ON A FUTURE DAY'S *
000200*                SET.                                         *
000210*-----------------------------------------------------------*
000220*-----------------------------------------------------------*
000230* STRMATCH - STR / END-STR AND STRPATF MATCHING SUBPROGRAM.  *
000240*                                                             *
000250* CALLED, NEVER RUN AS A JOB STEP:                            *
000260*     CALL 'STRMATCH' USING SM-AREA                           *
000270* WITH SM-AREA FROM THE SMFLDS COPYBOOK, WHICH DOCUMENTS      *
000280* EVERY FUNCTION AND FIELD. THE PATTERN TABLE IS LOADED ON    *
000290* THE FIRST CALL (OR AN EXPLICIT 'L') AND STAYS IN WORKING-   *
000300* STORAGE FOR THE LIFE OF THE CALLING RUN UNIT, SO A CALLER   *
000310* MATCHING A MILLION STRINGS READS STRPATF ONCE. THE PARAGRAPH*
000320* NUMBERS OF THE MATCHING LOGIC ARE THE ONES IT CARRIED IN    *
000330* STRINGENDSWITH; THE TRANSACTION FIELDS IT USED TO READ      *
000340* (TR-...) ARE NOW THE CALLER'S REQUEST FIELDS (SM-...).      *
000350* THE SUBPROGRAM NEVER DISPLAYS AND NEVER SETS RETURN-CODE -  *
000360* WHAT TO SAY AND HOW TO END IS THE CALLER'S BUSINESS.        *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT STRPATF   ASSIGN TO "STRPATF"
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE IS SEQUENTIAL
000470            RECORD KEY IS PAT-KEY
000480            FILE STATUS IS WS-STRPATF-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  STRPATF.
000530     COPY PATFLDS.
000540*
000550 WORKING-STORAGE SECTION.
000560*-----------------------------------------------------------*
000570* THE VARIABLE-LENGTH STR AND END-STR WORK AREAS THE COMPARE *
000580* PARAGRAPHS OPERATE ON.                                     *
000590*-----------------------------------------------------------*
000600     COPY STRFLDS.
000610*
000620 01  RESULT                      PIC 9 VALUE 1.
000630*
000640 01  WS-SWITCHES.
000650     05  WS-CASE-SW              PIC X(01) VALUE 'N'.
000660         88  WS-CASE-SENSITIVE              VALUE 'Y'.
000670         88  WS-CASE-INSENSITIVE            VALUE 'N'.
000680     05  WS-MODE-SW              PIC X(01) VALUE 'E'.
000690         88  WS-MODE-ENDS-WITH              VALUE 'E'.
000700         88  WS-MODE-STARTS-WITH            VALUE 'S'.
000710         88  WS-MODE-MASK                   VALUE 'M'.
000720     05  WS-TABLE-LOADED-SW      PIC X(01) VALUE 'N'.
000730         88  WS-TABLE-LOADED-YES            VALUE 'Y'.
000740         88  WS-TABLE-LOADED-NO             VALUE 'N'.
000750*
000760 01  WS-FILE-STATUSES.
000770     05  WS-STRPATF-STATUS       PIC X(02) VALUE SPACES.
000780         88  WS-STRPATF-OK                  VALUE '00'.
000790         88  WS-STRPATF-EOF                 VALUE '10'.
000800*
000810*-----------------------------------------------------------*
000820* CANDIDATE-LIST CONTROLS - WS-MATCH-INDEX IS THE CANDIDATE  *
000830* (1-5) OR PATTERN-TABLE POSITION THAT MATCHED, OR ZERO.     *
000840*-----------------------------------------------------------*
000850 77  WS-I                        PIC 9(03) COMP.
000860 77  WS-CAND-I                   PIC 9(02) COMP VALUE 0.
000870 77  WS-MATCH-INDEX              PIC 9(03) COMP VALUE 0.
000880 77  WS-CAND-TRIED-COUNT         PIC 9(02) COMP VALUE 0.
000890 77  WS-LOOKUP-CATEGORY          PIC X(08) VALUE SPACES.
000900*-----------------------------------------------------------*
000910* IN-MEMORY COPY OF STRPATF, LOADED BY 1400. WS-LOAD-STATUS  *
000920* KEEPS THE OPEN STATUS OF THE LOAD FOR SM-STRPATF-STATUS.   *
000930*-----------------------------------------------------------*
000940 01  WS-PATTERN-TABLE.
000950     05  WS-PAT-COUNT            PIC 9(04) COMP VALUE 0.
000960     05  WS-PAT-ENTRY            OCCURS 999 TIMES.
000970         10  WS-PAT-LENGTH       PIC 9(03).
000980         10  WS-PAT-VALUE        PIC X(100).
000990         10  WS-PAT-TYPE-SW      PIC X(01).
001000             88  WS-PAT-ENDS-WITH        VALUE 'E'.
001010             88  WS-PAT-STARTS-WITH      VALUE 'S'.
001020             88  WS-PAT-MASK             VALUE 'M'.
001030         10  WS-PAT-CASE-SW      PIC X(01).
001040         10  WS-PAT-CATEGORY     PIC X(08).
001050         10  WS-PAT-RANK         PIC 9(03).
001060         10  WS-PAT-CLASS-SW     PIC X(01).
001070             88  WS-PAT-APPROVE          VALUES 'A' ' '.
001080             88  WS-PAT-EXCLUDE          VALUE 'X'.
001090         10  WS-PAT-EFF-DATE     PIC 9(08).
001100         10  WS-PAT-DESCRIPTION  PIC X(40).
001110 77  WS-PAT-I                    PIC 9(04) COMP VALUE 0.
001120 77  WS-PAT-DROP-COUNT           PIC 9(04) COMP VALUE 0.
001130 77  WS-PAT-TRIMMED-LEN          PIC 9(03) COMP VALUE 0.
001140 77  WS-SAVE-CASE-SW             PIC X(01) VALUE SPACES.
001150 77  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
001160 77  WS-LOAD-DATE                PIC 9(08) VALUE ZEROS.
001170 77  WS-LOAD-STATUS              PIC X(02) VALUE SPACES.
001180*-----------------------------------------------------------*
001190* PATTERN-PRECEDENCE CONTROLS - THE BEST MATCH SEEN SO FAR    *
001200* WHILE 2500 TRIES EVERY ELIGIBLE PATTERN, AND THE EXCLUSION  *
001210* VETO (A MATCHING PAT-CLASS-SW 'X' PATTERN) THAT OVERRIDES   *
001220* ANY APPROVED MATCH AND REPORTS RESULT=3 INSTEAD.            *
001230*-----------------------------------------------------------*
001240 77  WS-BEST-INDEX               PIC 9(03) COMP VALUE 0.
001250 77  WS-BEST-RANK                PIC 9(03) COMP VALUE 0.
001260 77  WS-BEST-LENGTH              PIC 9(03) COMP VALUE 0.
001270 77  WS-EXCL-INDEX               PIC 9(03) COMP VALUE 0.
001280 77  WS-EXCLUDED-SW              PIC X(01) VALUE 'N'.
001290     88  WS-EXCLUDED-YES                    VALUE 'Y'.
001300     88  WS-EXCLUDED-NO                     VALUE 'N'.
001310*-----------------------------------------------------------*
001320* MASK-MATCH CONTROLS FOR 5500-CHECK-MASK - THE TWO CURSORS  *
001330* (STRING AND MASK), AND THE LAST-STAR BACKTRACK POSITIONS A *
001340* '*' LEAVES BEHIND SO A FAILED LITERAL RUN CAN RESUME ONE   *
001350* STRING BYTE FURTHER ON.                                    *
001360*-----------------------------------------------------------*
001370 77  WS-MK-S                     PIC 9(03) COMP VALUE 0.
001380 77  WS-MK-P                     PIC 9(03) COMP VALUE 0.
001390 77  WS-MK-STAR                  PIC 9(03) COMP VALUE 0.
001400 77  WS-MK-SS                    PIC 9(03) COMP VALUE 0.
001410 77  WS-MK-DONE-SW               PIC X(01) VALUE 'N'.
001420     88  WS-MK-DONE-YES                     VALUE 'Y'.
001430     88  WS-MK-DONE-NO                      VALUE 'N'.
001440 77  WS-MK-EQ-SW                 PIC X(01) VALUE 'N'.
001450     88  WS-MK-EQ-YES                       VALUE 'Y'.
001460     88  WS-MK-EQ-NO                        VALUE 'N'.
001470*
001480 LINKAGE SECTION.
001490     COPY SMFLDS.
001500*
001510 PROCEDURE DIVISION USING SM-AREA.
001520*-----------------------------------------------------------*
001530* 0000-MAINLINE - CARRY OUT SM-FUNCTION AND HAND BACK THE    *
001540* TABLE INFORMATION WHATEVER THE FUNCTION WAS.               *
001550*-----------------------------------------------------------*
001560 0000-MAINLINE.
001570     MOVE 00 TO SM-RETURN-CODE.
001580     EVALUATE TRUE
001590         WHEN SM-FUNC-LOAD
001600             PERFORM 1400-LOAD-PATTERN-TABLE THRU 1400-EXIT
001610         WHEN SM-FUNC-MATCH
001620             IF WS-TABLE-LOADED-NO
001630                 PERFORM 1400-LOAD-PATTERN-TABLE THRU 1400-EXIT
001640             END-IF
001650             PERFORM 2000-MATCH-REQUEST THRU 2000-EXIT
001660         WHEN SM-FUNC-GET-PATTERN
001670             IF WS-TABLE-LOADED-NO
001680                 PERFORM 1400-LOAD-PATTERN-TABLE THRU 1400-EXIT
001690             END-IF
001700             PERFORM 3000-GET-PATTERN THRU 3000-EXIT
001710         WHEN OTHER
001720             MOVE 08 TO SM-RETURN-CODE
001730     END-EVALUATE.
001740     MOVE WS-PAT-COUNT      TO SM-PAT-COUNT.
001750     MOVE WS-PAT-DROP-COUNT TO SM-PAT-DROP-COUNT.
001760     MOVE WS-LOAD-STATUS    TO SM-STRPATF-STATUS.
001770     MOVE WS-LOAD-DATE      TO SM-LOAD-DATE.
001780     GOBACK.
001790*
001800*-----------------------------------------------------------*
001810* 1400-LOAD-PATTERN-TABLE - LOAD STRPATF INTO THE IN-MEMORY  *
001820* TABLE, THE SAME RULES STRINGENDSWITH HAS ALWAYS LOADED BY: *
001830* EVERY NON-BLANK PATTERN WHOSE PAT-EFF-DATE IS NOT AFTER    *
001840* THE LOAD DATE (A ZERO DATE IS ALREADY EFFECTIVE), IN KEY   *
001850* ORDER. THE LOAD DATE IS SM-AS-OF-DATE WHEN THE CALLER GAVE *
001860* ONE, OTHERWISE TODAY - THE IMPLICIT LOAD BEHIND A FIRST    *
001870* 'M' OR 'G' TAKES IT FROM THAT CALL THE SAME WAY. A         *
001880* FULL TABLE COUNTS THE ELIGIBLE PATTERNS IT DROPS RATHER    *
001890* THAN LOSING THEM IN SILENCE. STRPATF NOT BEING AVAILABLE   *
001900* LEAVES THE TABLE EMPTY - A LOOKUP THEN FINDS NO MATCH AND  *
001910* THE CALLER DECIDES WHETHER THAT MATTERS.                   *
001920*-----------------------------------------------------------*
001930 1400-LOAD-PATTERN-TABLE.
001940     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
001950     MOVE WS-TODAY-DATE TO WS-LOAD-DATE.
001960     IF SM-AS-OF-DATE IS NUMERIC
001970        AND SM-AS-OF-DATE > 0
001980         MOVE SM-AS-OF-DATE TO WS-LOAD-DATE
001990     END-IF.
002000     MOVE 0 TO WS-PAT-COUNT.
002010     MOVE 0 TO WS-PAT-DROP-COUNT.
002020     MOVE 'Y' TO WS-TABLE-LOADED-SW.
002030     OPEN INPUT STRPATF.
002040     MOVE WS-STRPATF-STATUS TO WS-LOAD-STATUS.
002050     IF NOT WS-STRPATF-OK
002060         GO TO 1400-EXIT
002070     END-IF.
002080     PERFORM 1410-LOAD-ONE-PATTERN THRU 1410-EXIT
002090             UNTIL WS-STRPATF-EOF
002100             OR WS-PAT-COUNT > 998.
002110     IF NOT WS-STRPATF-EOF
002120         PERFORM 1430-COUNT-DROPPED THRU 1430-EXIT
002130                 UNTIL WS-STRPATF-EOF
002140     END-IF.
002150     CLOSE STRPATF.
002160 1400-EXIT.
002170     EXIT.
002180*
002190 1410-LOAD-ONE-PATTERN.
002200     READ STRPATF NEXT RECORD
002210         AT END
002220             MOVE '10' TO WS-STRPATF-STATUS
002230         NOT AT END
002240             IF PAT-PATTERN NOT = SPACES
002250                AND PAT-EFF-DATE NOT > WS-LOAD-DATE
002260                 PERFORM 1420-STORE-PATTERN THRU 1420-EXIT
002270             END-IF
002280     END-READ.
002290 1410-EXIT.
002300     EXIT.
002310*
002320 1420-STORE-PATTERN.
002330     ADD 1 TO WS-PAT-COUNT.
002340     COMPUTE WS-PAT-TRIMMED-LEN =
002350             FUNCTION LENGTH (FUNCTION TRIM (PAT-PATTERN)).
002360     MOVE WS-PAT-TRIMMED-LEN  TO WS-PAT-LENGTH   (WS-PAT-COUNT).
002370     MOVE PAT-PATTERN         TO WS-PAT-VALUE     (WS-PAT-COUNT).
002380     MOVE PAT-TYPE            TO WS-PAT-TYPE-SW   (WS-PAT-COUNT).
002390     MOVE PAT-CASE-SW         TO WS-PAT-CASE-SW   (WS-PAT-COUNT).
002400     MOVE PAT-CATEGORY        TO WS-PAT-CATEGORY  (WS-PAT-COUNT).
002410     MOVE PAT-RANK            TO WS-PAT-RANK      (WS-PAT-COUNT).
002420     MOVE PAT-CLASS-SW        TO WS-PAT-CLASS-SW  (WS-PAT-COUNT).
002430     MOVE PAT-EFF-DATE        TO WS-PAT-EFF-DATE  (WS-PAT-COUNT).
002440     MOVE PAT-DESCRIPTION     TO WS-PAT-DESCRIPTION
002450                                                  (WS-PAT-COUNT).
002460 1420-EXIT.
002470     EXIT.
002480*
002490 1430-COUNT-DROPPED.
002500     READ STRPATF NEXT RECORD
002510         AT END
002520             MOVE '10' TO WS-STRPATF-STATUS
002530         NOT AT END
002540             IF PAT-PATTERN NOT = SPACES
002550                AND PAT-EFF-DATE NOT > WS-LOAD-DATE
002560                 ADD 1 TO WS-PAT-DROP-COUNT
002570             END-IF
002580     END-READ.
002590 1430-EXIT.
002600     EXIT.
002610*
002620*-----------------------------------------------------------*
002630* 2000-MATCH-REQUEST - ONE 'M' CALL. THE STRING IS EDITED    *
002640* FIRST - A LENGTH OF ZERO OR OVER 100 WOULD DRIVE THE       *
002650* VARIABLE-LENGTH WORK AREAS OUT OF BOUNDS, SO IT IS         *
002660* MALFORMED BEFORE ANY COMPARE IS TRIED. THEN THE CALLER'S   *
002670* CANDIDATES, IF ANY, ELSE THE PATTERN TABLE.                *
002680*-----------------------------------------------------------*
002690 2000-MATCH-REQUEST.
002700     MOVE 1 TO RESULT.
002710     MOVE 0 TO WS-MATCH-INDEX.
002720     MOVE 0      TO SM-MATCH-INDEX SM-MATCH-LENGTH
002730                    SM-MATCH-RANK SM-MATCH-EFF-DATE.
002740     MOVE SPACES TO SM-MATCH-VALUE SM-MATCH-TYPE
002750                    SM-MATCH-CASE-SW SM-MATCH-CATEGORY
002760                    SM-MATCH-CLASS-SW SM-MATCH-DESCRIPTION.
002770     MOVE SM-CASE-SW  TO WS-CASE-SW.
002780     MOVE SM-MODE-SW  TO WS-MODE-SW.
002790     MOVE SM-CATEGORY TO WS-LOOKUP-CATEGORY.
002800     IF SM-STR-LENGTH IS NOT NUMERIC
002810        OR SM-STR-LENGTH = 0 OR SM-STR-LENGTH > 100
002820        OR SM-CANDIDATE-COUNT IS NOT NUMERIC
002830         MOVE 2 TO RESULT
002840         GO TO 2000-SET-RESPONSE
002850     END-IF.
002860     MOVE SM-STR-LENGTH TO STR-LENGTH.
002870     PERFORM 2060-LOAD-STR-BYTE THRU 2060-EXIT
002880             VARYING WS-I FROM 1 BY 1
002890             UNTIL WS-I > STR-LENGTH.
002900     IF SM-CANDIDATE-COUNT > 0
002910         PERFORM 2400-CHECK-CANDIDATE-LIST THRU 2400-EXIT
002920     ELSE
002930         PERFORM 2500-CHECK-AGAINST-PATTERNS THRU 2500-EXIT
002940     END-IF.
002950 2000-SET-RESPONSE.
002960     MOVE RESULT         TO SM-RESULT.
002970     MOVE WS-MATCH-INDEX TO SM-MATCH-INDEX.
002980     IF WS-MATCH-INDEX = 0
002990         GO TO 2000-EXIT
003000     END-IF.
003010     IF SM-CANDIDATE-COUNT > 0
003020         MOVE SM-CAND-LENGTH (WS-MATCH-INDEX) TO SM-MATCH-LENGTH
003030         MOVE SM-CAND-VALUE (WS-MATCH-INDEX)  TO SM-MATCH-VALUE
003040     ELSE
003050         MOVE WS-MATCH-INDEX TO WS-PAT-I
003060         PERFORM 2950-RETURN-PATTERN THRU 2950-EXIT
003070     END-IF.
003080 2000-EXIT.
003090     EXIT.
003100*
003110 2060-LOAD-STR-BYTE.
003120     MOVE SM-STR-VALUE (WS-I:1) TO WS-STR (WS-I).
003130 2060-EXIT.
003140     EXIT.
003150*
003160*-----------------------------------------------------------*
003170* 2400-CHECK-CANDIDATE-LIST - STR CAME WITH A LIST OF         *
003180* CANDIDATE END-STR VALUES. CHECK THEM IN ORDER AND STOP AT   *
003190* THE FIRST ONE THAT MATCHES. A CANDIDATE THAT IS EMPTY OR    *
003200* LONGER THAN STR IS SKIPPED RATHER THAN FAILING THE WHOLE    *
003210* REQUEST - UNLESS NONE OF THEM FIT, IN WHICH CASE IT IS      *
003220* MALFORMED (RESULT=2). THE LOOP NEVER GOES PAST SUBSCRIPT 5  *
003230* - THE SIZE OF SM-CANDIDATES - EVEN IF SM-CANDIDATE-COUNT    *
003240* WAS SET HIGHER THAN THE TABLE HOLDS.                        *
003250*-----------------------------------------------------------*
003260 2400-CHECK-CANDIDATE-LIST.
003270     MOVE 0 TO WS-CAND-TRIED-COUNT.
003280     PERFORM 2410-CHECK-ONE-CANDIDATE THRU 2410-EXIT
003290             VARYING WS-CAND-I FROM 1 BY 1
003300             UNTIL WS-CAND-I > SM-CANDIDATE-COUNT
003310             OR WS-CAND-I > 5
003320             OR WS-MATCH-INDEX NOT = 0.
003330     IF WS-CAND-TRIED-COUNT = 0
003340         MOVE 2 TO RESULT
003350     ELSE
003360         IF WS-MATCH-INDEX = 0
003370             MOVE 0 TO RESULT
003380         ELSE
003390             MOVE 1 TO RESULT
003400         END-IF
003410     END-IF.
003420 2400-EXIT.
003430     EXIT.
003440*
003450 2410-CHECK-ONE-CANDIDATE.
003460     IF SM-CAND-LENGTH (WS-CAND-I) IS NUMERIC
003470        AND SM-CAND-LENGTH (WS-CAND-I) > 0
003480        AND ((WS-MODE-MASK
003490             AND SM-CAND-LENGTH (WS-CAND-I) <= 100)
003500        OR SM-CAND-LENGTH (WS-CAND-I) <= STR-LENGTH)
003510         ADD 1 TO WS-CAND-TRIED-COUNT
003520         MOVE SM-CAND-LENGTH (WS-CAND-I) TO E-LENGTH
003530         MOVE 1 TO RESULT
003540         PERFORM 2420-LOAD-CAND-BYTE THRU 2420-EXIT
003550                 VARYING WS-I FROM 1 BY 1
003560                 UNTIL WS-I > E-LENGTH
003570         EVALUATE TRUE
003580             WHEN WS-MODE-MASK
003590                 PERFORM 5500-CHECK-MASK THRU 5500-EXIT
003600             WHEN WS-MODE-STARTS-WITH
003610                 PERFORM 5000-CHECK-STARTS-WITH THRU 5000-EXIT
003620             WHEN OTHER
003630                 PERFORM 4000-CHECK-ENDS-WITH   THRU 4000-EXIT
003640         END-EVALUATE
003650         IF RESULT = 1
003660             MOVE WS-CAND-I TO WS-MATCH-INDEX
003670         END-IF
003680     END-IF.
003690 2410-EXIT.
003700     EXIT.
003710*
003720 2420-LOAD-CAND-BYTE.
003730     MOVE SM-CAND-VALUE (WS-CAND-I) (WS-I:1) TO WS-END (WS-I).
003740 2420-EXIT.
003750     EXIT.
003760*
003770*-----------------------------------------------------------*
003780* 2500-CHECK-AGAINST-PATTERNS - NO CANDIDATES, SO THE STRING *
003790* IS LOOKED UP ON THE SITE-CONTROLLED PATTERN TABLE. ONLY    *
003800* PATTERNS WHOSE TYPE MATCHES SM-MODE-SW ARE TRIED, AND WHEN *
003810* SM-CATEGORY IS NOT BLANK ONLY PATTERNS OWNED BY THAT       *
003820* CATEGORY. EVERY ELIGIBLE PATTERN IS TRIED UNDER ITS OWN    *
003830* PAT-CASE-SW - THE CALLER'S SM-CASE-SW DOES NOT APPLY HERE, *
003840* THE PATTERN OWNER DECIDES. THE HIGHEST PAT-RANK AMONG THE  *
003850* MATCHES WINS, AND AMONG EQUAL RANKS THE LONGEST (MOST      *
003860* SPECIFIC) PATTERN. A MATCHING EXCLUSION (PAT-CLASS-SW 'X') *
003870* VETOES THE WHOLE LOOKUP AND REPORTS RESULT=3 WITH THE      *
003880* EXCLUDING PATTERN AS THE ONE RETURNED.                     *
003890*-----------------------------------------------------------*
003900 2500-CHECK-AGAINST-PATTERNS.
003910     MOVE 0 TO WS-BEST-INDEX.
003920     MOVE 0 TO WS-BEST-RANK.
003930     MOVE 0 TO WS-BEST-LENGTH.
003940     MOVE 0 TO WS-EXCL-INDEX.
003950     MOVE 'N' TO WS-EXCLUDED-SW.
003960     PERFORM 2510-CHECK-ONE-PATTERN THRU 2510-EXIT
003970             VARYING WS-PAT-I FROM 1 BY 1
003980             UNTIL WS-PAT-I > WS-PAT-COUNT
003990             OR WS-EXCLUDED-YES.
004000     EVALUATE TRUE
004010         WHEN WS-EXCLUDED-YES
004020             MOVE WS-EXCL-INDEX TO WS-MATCH-INDEX
004030             MOVE WS-PAT-LENGTH (WS-EXCL-INDEX) TO E-LENGTH
004040             MOVE 3 TO RESULT
004050         WHEN WS-BEST-INDEX > 0
004060             MOVE WS-BEST-INDEX TO WS-MATCH-INDEX
004070             MOVE WS-PAT-LENGTH (WS-BEST-INDEX) TO E-LENGTH
004080             MOVE 1 TO RESULT
004090         WHEN OTHER
004100             MOVE 0 TO RESULT
004110     END-EVALUATE.
004120 2500-EXIT.
004130     EXIT.
004140*
004150 2510-CHECK-ONE-PATTERN.
004160     IF WS-PAT-LENGTH (WS-PAT-I) > 0
004170        AND (WS-LOOKUP-CATEGORY = SPACES
004180             OR WS-LOOKUP-CATEGORY = WS-PAT-CATEGORY (WS-PAT-I))
004190        AND ((WS-MODE-ENDS-WITH AND WS-PAT-ENDS-WITH (WS-PAT-I)
004200              AND WS-PAT-LENGTH (WS-PAT-I) <= STR-LENGTH)
004210         OR (WS-MODE-STARTS-WITH
004220             AND WS-PAT-STARTS-WITH (WS-PAT-I)
004230             AND WS-PAT-LENGTH (WS-PAT-I) <= STR-LENGTH)
004240         OR (WS-MODE-MASK AND WS-PAT-MASK (WS-PAT-I)))
004250         MOVE WS-PAT-LENGTH (WS-PAT-I) TO E-LENGTH
004260         MOVE 1 TO RESULT
004270         PERFORM 2520-LOAD-PAT-BYTE THRU 2520-EXIT
004280                 VARYING WS-I FROM 1 BY 1
004290                 UNTIL WS-I > E-LENGTH
004300         MOVE WS-CASE-SW TO WS-SAVE-CASE-SW
004310         MOVE WS-PAT-CASE-SW (WS-PAT-I) TO WS-CASE-SW
004320         EVALUATE TRUE
004330             WHEN WS-MODE-MASK
004340                 PERFORM 5500-CHECK-MASK THRU 5500-EXIT
004350             WHEN WS-MODE-STARTS-WITH
004360                 PERFORM 5000-CHECK-STARTS-WITH THRU 5000-EXIT
004370             WHEN OTHER
004380                 PERFORM 4000-CHECK-ENDS-WITH   THRU 4000-EXIT
004390         END-EVALUATE
004400         MOVE WS-SAVE-CASE-SW TO WS-CASE-SW
004410         IF RESULT = 1
004420             IF WS-PAT-EXCLUDE (WS-PAT-I)
004430                 MOVE 'Y' TO WS-EXCLUDED-SW
004440                 MOVE WS-PAT-I TO WS-EXCL-INDEX
004450             ELSE
004460                 PERFORM 2530-KEEP-IF-BEST THRU 2530-EXIT
004470             END-IF
004480         END-IF
004490     END-IF.
004500 2510-EXIT.
004510     EXIT.
004520*
004530*-----------------------------------------------------------*
004540* 2530-KEEP-IF-BEST - THE CURRENT PATTERN MATCHED; KEEP IT    *
004550* AS THE WINNER SO FAR IF IT OUTRANKS THE BEST MATCH SEEN,    *
004560* OR TIES ITS RANK WITH A LONGER (MORE SPECIFIC) PATTERN.     *
004570*-----------------------------------------------------------*
004580 2530-KEEP-IF-BEST.
004590     IF WS-BEST-INDEX = 0
004600        OR WS-PAT-RANK (WS-PAT-I) > WS-BEST-RANK
004610        OR (WS-PAT-RANK (WS-PAT-I) = WS-BEST-RANK
004620            AND WS-PAT-LENGTH (WS-PAT-I) > WS-BEST-LENGTH)
004630         MOVE WS-PAT-I               TO WS-BEST-INDEX
004640         MOVE WS-PAT-RANK (WS-PAT-I) TO WS-BEST-RANK
004650         MOVE WS-PAT-LENGTH (WS-PAT-I) TO WS-BEST-LENGTH
004660     END-IF.
004670 2530-EXIT.
004680     EXIT.
004690*
004700 2520-LOAD-PAT-BYTE.
004710     MOVE WS-PAT-VALUE (WS-PAT-I) (WS-I:1) TO WS-END (WS-I).
004720 2520-EXIT.
004730     EXIT.
004740*
004750*-----------------------------------------------------------*
004760* 2950-RETURN-PATTERN - TABLE ENTRY WS-PAT-I INTO THE SM-    *
004770* MATCH- FIELDS.                                             *
004780*-----------------------------------------------------------*
004790 2950-RETURN-PATTERN.
004800     MOVE WS-PAT-LENGTH      (WS-PAT-I) TO SM-MATCH-LENGTH.
004810     MOVE WS-PAT-VALUE       (WS-PAT-I) TO SM-MATCH-VALUE.
004820     MOVE WS-PAT-TYPE-SW     (WS-PAT-I) TO SM-MATCH-TYPE.
004830     MOVE WS-PAT-CASE-SW     (WS-PAT-I) TO SM-MATCH-CASE-SW.
004840     MOVE WS-PAT-CATEGORY    (WS-PAT-I) TO SM-MATCH-CATEGORY.
004850     MOVE WS-PAT-RANK        (WS-PAT-I) TO SM-MATCH-RANK.
004860     MOVE WS-PAT-CLASS-SW    (WS-PAT-I) TO SM-MATCH-CLASS-SW.
004870     MOVE WS-PAT-EFF-DATE    (WS-PAT-I) TO SM-MATCH-EFF-DATE.
004880     MOVE WS-PAT-DESCRIPTION (WS-PAT-I) TO SM-MATCH-DESCRIPTION.
004890 2950-EXIT.
004900     EXIT.
004910*
004920*-----------------------------------------------------------*
004930* 3000-GET-PATTERN - ONE 'G' CALL: TABLE ENTRY SM-PAT-INDEX, *
004940* OR RETURN CODE 04 WHEN THERE IS NO SUCH ENTRY.             *
004950*-----------------------------------------------------------*
004960 3000-GET-PATTERN.
004970     IF SM-PAT-INDEX IS NOT NUMERIC
004980        OR SM-PAT-INDEX = 0
004990        OR SM-PAT-INDEX > WS-PAT-COUNT
005000         MOVE 04 TO SM-RETURN-CODE
005010         GO TO 3000-EXIT
005020     END-IF.
005030     MOVE SM-PAT-INDEX TO WS-PAT-I.
005040     MOVE SM-PAT-INDEX TO SM-MATCH-INDEX.
005050     PERFORM 2950-RETURN-PATTERN THRU 2950-EXIT.
005060 3000-EXIT.
005070     EXIT.
005080*
005090*-----------------------------------------------------------*
005100* 4000-CHECK-ENDS-WITH - DOES STR END WITH END-STR?          *
005110*-----------------------------------------------------------*
005120 4000-CHECK-ENDS-WITH.
005130     MOVE 1 TO RESULT.
005140     PERFORM 4100-COMPARE-END-BYTE THRU 4100-EXIT
005150             VARYING WS-I FROM 0 BY 1
005160             UNTIL WS-I = E-LENGTH.
005170 4000-EXIT.
005180     EXIT.
005190*
005200 4100-COMPARE-END-BYTE.
005210     IF WS-CASE-SENSITIVE
005220         IF WS-END (E-LENGTH - WS-I)
005230            <> WS-STR (STR-LENGTH - WS-I)
005240             MOVE 0 TO RESULT
005250         END-IF
005260     ELSE
005270         IF FUNCTION UPPER-CASE (WS-END (E-LENGTH - WS-I))
005280            <>
005290            FUNCTION UPPER-CASE (WS-STR (STR-LENGTH - WS-I))
005300             MOVE 0 TO RESULT
005310         END-IF
005320     END-IF.
005330 4100-EXIT.
005340     EXIT.
005350*
005360*-----------------------------------------------------------*
005370* 5000-CHECK-STARTS-WITH - DOES STR START WITH END-STR?      *
005380*-----------------------------------------------------------*
005390 5000-CHECK-STARTS-WITH.
005400     MOVE 1 TO RESULT.
005410     PERFORM 5100-COMPARE-START-BYTE THRU 5100-EXIT
005420             VARYING WS-I FROM 1 BY 1
005430             UNTIL WS-I > E-LENGTH.
005440 5000-EXIT.
005450     EXIT.
005460*
005470 5100-COMPARE-START-BYTE.
005480     IF WS-CASE-SENSITIVE
005490         IF WS-STR (WS-I) <> WS-END (WS-I)
005500             MOVE 0 TO RESULT
005510         END-IF
005520     ELSE
005530         IF FUNCTION UPPER-CASE (WS-STR (WS-I))
005540            <>
005550            FUNCTION UPPER-CASE (WS-END (WS-I))
005560             MOVE 0 TO RESULT
005570         END-IF
005580     END-IF.
005590 5100-EXIT.
005600     EXIT.
005610*
005620*-----------------------------------------------------------*
005630* 5500-CHECK-MASK - DOES STR FIT THE WILDCARD MASK IN END-   *
005640* STR? THE MASK MAY CARRY '*' (ANY RUN OF BYTES, INCLUDING   *
005650* NONE) AND '?' (EXACTLY ONE BYTE, ANY VALUE); EVERY OTHER   *
005660* BYTE MUST MATCH LITERALLY, UNDER THE SAME WS-CASE-SW RULE  *
005670* THE ENDS-WITH AND STARTS-WITH COMPARES USE. THE WALK IS    *
005680* THE CLASSIC TWO-CURSOR SCAN - ON A LITERAL MISMATCH WITH A *
005690* '*' OUTSTANDING, THE MASK CURSOR FALLS BACK TO JUST PAST   *
005700* THE STAR AND THE STRING RESUMES ONE BYTE FURTHER ON.       *
005710*-----------------------------------------------------------*
005720 5500-CHECK-MASK.
005730     MOVE 1 TO RESULT.
005740     MOVE 1 TO WS-MK-S.
005750     MOVE 1 TO WS-MK-P.
005760     MOVE 0 TO WS-MK-STAR.
005770     MOVE 0 TO WS-MK-SS.
005780     MOVE 'N' TO WS-MK-DONE-SW.
005790     PERFORM 5510-MASK-STEP THRU 5510-EXIT
005800             UNTIL WS-MK-DONE-YES.
005810     IF RESULT = 1
005820         MOVE 'N' TO WS-MK-DONE-SW
005830         PERFORM 5520-SKIP-TRAILING-STAR THRU 5520-EXIT
005840                 UNTIL WS-MK-DONE-YES
005850         IF WS-MK-P NOT > E-LENGTH
005860             MOVE 0 TO RESULT
005870         END-IF
005880     END-IF.
005890 5500-EXIT.
005900     EXIT.
005910*
005920*-----------------------------------------------------------*
005930* 5510-MASK-STEP - ONE STEP OF THE TWO-CURSOR WALK. THE STEP *
005940* ORDER MATTERS: A '*' IS NOTED BEFORE ANY LITERAL COMPARE,  *
005950* AND BACKTRACKING IS THE LAST RESORT BEFORE DECLARING A     *
005960* NO-MATCH.                                                  *
005970*-----------------------------------------------------------*
005980 5510-MASK-STEP.
005990     IF WS-MK-S > STR-LENGTH
006000         MOVE 'Y' TO WS-MK-DONE-SW
006010         GO TO 5510-EXIT
006020     END-IF.
006030     IF WS-MK-P NOT > E-LENGTH
006040         IF WS-END (WS-MK-P) = '*'
006050             MOVE WS-MK-P TO WS-MK-STAR
006060             MOVE WS-MK-S TO WS-MK-SS
006070             ADD 1 TO WS-MK-P
006080             GO TO 5510-EXIT
006090         END-IF
006100         PERFORM 5530-COMPARE-MASK-BYTE THRU 5530-EXIT
006110         IF WS-MK-EQ-YES
006120             ADD 1 TO WS-MK-S
006130             ADD 1 TO WS-MK-P
006140             GO TO 5510-EXIT
006150         END-IF
006160     END-IF.
006170     IF WS-MK-STAR > 0
006180         COMPUTE WS-MK-P = WS-MK-STAR + 1
006190         ADD 1 TO WS-MK-SS
006200         MOVE WS-MK-SS TO WS-MK-S
006210     ELSE
006220         MOVE 0 TO RESULT
006230         MOVE 'Y' TO WS-MK-DONE-SW
006240     END-IF.
006250 5510-EXIT.
006260     EXIT.
006270*
006280*-----------------------------------------------------------*
006290* 5520-SKIP-TRAILING-STAR - THE STRING IS CONSUMED; ANY MASK *
006300* BYTES STILL UNCONSUMED MUST ALL BE '*' FOR THE MATCH TO    *
006310* STAND. STEPS PAST ONE '*' PER CALL AND STOPS AT THE FIRST  *
006320* NON-STAR OR AT END OF MASK.                                *
006330*-----------------------------------------------------------*
006340 5520-SKIP-TRAILING-STAR.
006350     IF WS-MK-P > E-LENGTH
006360         MOVE 'Y' TO WS-MK-DONE-SW
006370     ELSE
006380         IF WS-END (WS-MK-P) = '*'
006390             ADD 1 TO WS-MK-P
006400         ELSE
006410             MOVE 'Y' TO WS-MK-DONE-SW
006420         END-IF
006430     END-IF.
006440 5520-EXIT.
006450     EXIT.
006460*
006470*-----------------------------------------------------------*
006480* 5530-COMPARE-MASK-BYTE - ONE MASK BYTE AGAINST ONE STRING  *
006490* BYTE. '?' MATCHES ANYTHING; OTHERWISE THE SAME CASE RULE   *
006500* AS 4100/5100 APPLIES.                                      *
006510*-----------------------------------------------------------*
006520 5530-COMPARE-MASK-BYTE.
006530     MOVE 'N' TO WS-MK-EQ-SW.
006540     IF WS-END (WS-MK-P) = '?'
006550         MOVE 'Y' TO WS-MK-EQ-SW
006560         GO TO 5530-EXIT
006570     END-IF.
006580     IF WS-CASE-SENSITIVE
006590         IF WS-END (WS-MK-P) = WS-STR (WS-MK-S)
006600             MOVE 'Y' TO WS-MK-EQ-SW
006610         END-IF
006620     ELSE
006630         IF FUNCTION UPPER-CASE (WS-END (WS-MK-P))
006640            = FUNCTION UPPER-CASE (WS-STR (WS-MK-S))
006650             MOVE 'Y' TO WS-MK-EQ-SW
006660         END-IF
006670     END-IF.
006680 5530-EXIT.
006690     EXIT.
