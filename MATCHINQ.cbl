000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MATCHINQ.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. "WHAT WOULD TONIGHT'S RUN DO WITH *
000120*                THIS FILENAME" USED TO MEAN BUILDING A      *
000130*                TRANFILE AND WAITING FOR THE NIGHTLY BATCH  *
000140*                - THIS PROGRAM ASKS STRMATCH DIRECTLY, FOR  *
000150*                TODAY'S PATTERN SET, AND SHOWS THE RESULT   *
000160*                AND THE WINNING PATTERN.                    *
000170*-----------------------------------------------------------*
000180*-----------------------------------------------------------*
000190* MATCHINQ - STRPATF PATTERN-LOOKUP INQUIRY.                 *
000200*                                                             *
000210* LOOKS ONE STRING UP ON THE STRPATF PATTERN TABLE THROUGH    *
000220* STRMATCH - THE SAME SUBPROGRAM, TABLE AND RULES THE NIGHTLY *
000230* STRINGENDSWITH RUN USES FOR A TRANSACTION WITH A ZERO       *
000240* TR-END-LENGTH - SO THE ANSWER IS THE ONE THE BATCH WOULD    *
000250* GIVE TODAY. IT IS ALSO THE SMALLEST WORKING EXAMPLE OF A    *
000260* STRMATCH CALLER FOR ANY FILE-INTAKE PROGRAM TO FOLLOW.      *
000270* THE EXEC PARM IS FIXED-FORMAT:                              *
000280*   BYTE   1     - MODE: E ENDS-WITH, S STARTS-WITH, M MASK   *
000290*                  (BLANK = E)                                *
000300*   BYTE   2     - CASE SWITCH Y/N (BLANK = N). PASSED ON AS  *
000310*                  THE BATCH PASSES TR-CASE-SW, THOUGH A      *
000320*                  PATTERN LOOKUP COMPARES UNDER EACH         *
000330*                  PATTERN'S OWN PAT-CASE-SW                  *
000340*   BYTES  3-10  - CATEGORY (BLANK = SITE-WIDE LOOKUP)        *
000350*   BYTES 11-100 - THE STRING, E.G. A FILENAME. TRAILING      *
000360*                  SPACES ARE NOT PART OF IT                  *
000370* CONDITION CODE 8 = THE PARM WAS UNUSABLE; 4 = STRPATF WAS   *
000380* NOT AVAILABLE OR THE TABLE WAS FULL, SO THE ANSWER MAY NOT  *
000390* BE THE WHOLE STORY; 0 OTHERWISE, WHATEVER THE RESULT.       *
000400*-----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450*
000460 DATA DIVISION.
000470 WORKING-STORAGE SECTION.
000480 01  WS-SWITCHES.
000490     05  WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
000500         88  WS-PARM-ERROR-YES              VALUE 'Y'.
000510         88  WS-PARM-ERROR-NO               VALUE 'N'.
000520*
000530*-----------------------------------------------------------*
000540* STRMATCH CALL AREA (SEE SMFLDS).                            *
000550*-----------------------------------------------------------*
000560     COPY SMFLDS.
000570*
000580 77  WS-PIECE-LEN                PIC 9(03) COMP VALUE 0.
000590 01  WS-RESULT-TEXT              PIC X(10) VALUE SPACES.
000600*
000610 LINKAGE SECTION.
000620 01  LS-PARM-AREA.
000630     05  LS-PARM-LENGTH          PIC S9(04) COMP.
000640     05  LS-PARM-TEXT            PIC X(100).
000650*
000660 PROCEDURE DIVISION USING LS-PARM-AREA.
000670*-----------------------------------------------------------*
000680* 0000-MAINLINE                                              *
000690*-----------------------------------------------------------*
000700 0000-MAINLINE.
000710     PERFORM 1000-GET-REQUEST     THRU 1000-EXIT.
000720     IF WS-PARM-ERROR-NO
000730         PERFORM 2000-ASK-STRMATCH    THRU 2000-EXIT
000740         PERFORM 3000-SHOW-ANSWER     THRU 3000-EXIT
000750     END-IF.
000760     PERFORM 9500-SET-FINAL-RC    THRU 9500-EXIT.
000770     STOP RUN.
000780*
000790*-----------------------------------------------------------*
000800* 1000-GET-REQUEST - PICK THE PIECES OUT OF THE PARM. A MODE *
000810* OR CASE SWITCH THAT IS PRESENT BUT NOT ONE THE BATCH KNOWS *
000820* IS REFUSED RATHER THAN QUIETLY ANSWERED SOME OTHER WAY.    *
000830*-----------------------------------------------------------*
000840 1000-GET-REQUEST.
000850     MOVE SPACES TO SM-REQUEST.
000860     MOVE 0      TO SM-STR-LENGTH.
000870     MOVE 0      TO SM-CANDIDATE-COUNT.
000880     MOVE 0      TO SM-PAT-INDEX.
000890     MOVE 0      TO SM-AS-OF-DATE.
000900     IF LS-PARM-LENGTH < 11
000910         DISPLAY 'MATCHINQ - NO STRING ON THE PARM - BYTES '
000920                 '11-100 MUST CARRY THE STRING TO LOOK UP'
000930         MOVE 'Y' TO WS-PARM-ERROR-SW
000940         GO TO 1000-EXIT
000950     END-IF.
000960     MOVE LS-PARM-TEXT (1:1)  TO SM-MODE-SW.
000970     MOVE LS-PARM-TEXT (2:1)  TO SM-CASE-SW.
000980     MOVE LS-PARM-TEXT (3:8)  TO SM-CATEGORY.
000990     IF SM-MODE-SW = SPACE
001000         MOVE 'E' TO SM-MODE-SW
001010     END-IF.
001020     IF SM-CASE-SW = SPACE
001030         MOVE 'N' TO SM-CASE-SW
001040     END-IF.
001050     IF NOT SM-MODE-ENDS-WITH AND NOT SM-MODE-STARTS-WITH
001060        AND NOT SM-MODE-MASK
001070         DISPLAY 'MATCHINQ - MODE ' SM-MODE-SW
001080                 ' IS NOT E, S OR M'
001090         MOVE 'Y' TO WS-PARM-ERROR-SW
001100     END-IF.
001110     IF NOT SM-CASE-SENSITIVE AND NOT SM-CASE-INSENSITIVE
001120         DISPLAY 'MATCHINQ - CASE SWITCH ' SM-CASE-SW
001130                 ' IS NOT Y OR N'
001140         MOVE 'Y' TO WS-PARM-ERROR-SW
001150     END-IF.
001160     COMPUTE WS-PIECE-LEN = LS-PARM-LENGTH - 10.
001170     IF WS-PIECE-LEN > 90
001180         MOVE 90 TO WS-PIECE-LEN
001190     END-IF.
001200     MOVE LS-PARM-TEXT (11:WS-PIECE-LEN) TO SM-STR-VALUE.
001210     IF SM-STR-VALUE = SPACES
001220         DISPLAY 'MATCHINQ - THE STRING ON THE PARM IS BLANK'
001230         MOVE 'Y' TO WS-PARM-ERROR-SW
001240         GO TO 1000-EXIT
001250     END-IF.
001260     COMPUTE SM-STR-LENGTH = FUNCTION LENGTH
001270             (FUNCTION TRIM (SM-STR-VALUE TRAILING)).
001280 1000-EXIT.
001290     EXIT.
001300*
001310*-----------------------------------------------------------*
001320* 2000-ASK-STRMATCH - A ZERO CANDIDATE COUNT IS A PATTERN-   *
001330* TABLE LOOKUP. STRMATCH LOADS STRPATF ON THIS FIRST CALL.   *
001340*-----------------------------------------------------------*
001350 2000-ASK-STRMATCH.
001360     MOVE 'M' TO SM-FUNCTION.
001370     CALL 'STRMATCH' USING SM-AREA.
001380     IF SM-STRPATF-STATUS NOT = '00'
001390         DISPLAY 'MATCHINQ - STRPATF NOT AVAILABLE, PATTERN '
001400                 'LOOKUP TABLE IS EMPTY - STATUS '
001410                 SM-STRPATF-STATUS
001420     END-IF.
001430     IF SM-PAT-DROP-COUNT > 0
001440         DISPLAY 'MATCHINQ - PATTERN TABLE FULL AT '
001450                 SM-PAT-COUNT ' ENTRIES - '
001460                 SM-PAT-DROP-COUNT ' ELIGIBLE STRPATF '
001470                 'PATTERNS WERE NOT CONSIDERED'
001480     END-IF.
001490 2000-EXIT.
001500     EXIT.
001510*
001520*-----------------------------------------------------------*
001530* 3000-SHOW-ANSWER - THE REQUEST, THE RESULT IN WORDS, AND   *
001540* THE PATTERN THAT DECIDED IT (THE WINNER, OR THE EXCLUSION  *
001550* THAT VETOED THE LOOKUP).                                   *
001560*-----------------------------------------------------------*
001570 3000-SHOW-ANSWER.
001580     EVALUATE TRUE
001590         WHEN SM-RESULT-MATCH
001600             MOVE 'MATCH'      TO WS-RESULT-TEXT
001610         WHEN SM-RESULT-NO-MATCH
001620             MOVE 'NO MATCH'   TO WS-RESULT-TEXT
001630         WHEN SM-RESULT-EXCLUDED
001640             MOVE 'EXCLUDED'   TO WS-RESULT-TEXT
001650         WHEN OTHER
001660             MOVE 'ERROR'      TO WS-RESULT-TEXT
001670     END-EVALUATE.
001680     DISPLAY ' '.
001690     DISPLAY '***************************************'.
001700     DISPLAY '*   MATCHINQ - PATTERN LOOKUP         *'.
001710     DISPLAY '***************************************'.
001720     DISPLAY 'STRING . . . . . . . . . . '
001730             SM-STR-VALUE (1:SM-STR-LENGTH).
001740     DISPLAY 'MODE / CASE SWITCH . . . . ' SM-MODE-SW
001750             ' / ' SM-CASE-SW.
001760     IF SM-CATEGORY = SPACES
001770         DISPLAY 'CATEGORY . . . . . . . . . (ALL)'
001780     ELSE
001790         DISPLAY 'CATEGORY . . . . . . . . . ' SM-CATEGORY
001800     END-IF.
001810     DISPLAY 'PATTERNS ON TABLE  . . . . ' SM-PAT-COUNT
001820             ' (EFFECTIVE ' SM-LOAD-DATE ')'.
001830     DISPLAY 'RESULT . . . . . . . . . . ' SM-RESULT
001840             ' (' WS-RESULT-TEXT ')'.
001850     IF SM-MATCH-INDEX > 0
001860         DISPLAY 'DECIDING PATTERN . . . . . '
001870                 FUNCTION TRIM (SM-MATCH-VALUE)
001880         DISPLAY 'TABLE POSITION . . . . . . ' SM-MATCH-INDEX
001890         DISPLAY 'TYPE / CASE / CLASS  . . . ' SM-MATCH-TYPE
001900                 ' / ' SM-MATCH-CASE-SW
001910                 ' / ' SM-MATCH-CLASS-SW
001920         DISPLAY 'RANK / CATEGORY  . . . . . ' SM-MATCH-RANK
001930                 ' / ' SM-MATCH-CATEGORY
001940         DISPLAY 'EFFECTIVE  . . . . . . . . ' SM-MATCH-EFF-DATE
001950         DISPLAY 'DESCRIPTION  . . . . . . . '
001960                 SM-MATCH-DESCRIPTION
001970     END-IF.
001980     DISPLAY '***************************************'.
001990 3000-EXIT.
002000     EXIT.
002010*
002020*-----------------------------------------------------------*
002030* 9500-SET-FINAL-RC - 8 UNUSABLE PARM; 4 INCOMPLETE TABLE.   *
002040*-----------------------------------------------------------*
002050 9500-SET-FINAL-RC.
002060     MOVE 0 TO RETURN-CODE.
002070     IF WS-PARM-ERROR-YES
002080         MOVE 8 TO RETURN-CODE
002090     ELSE
002100         IF SM-STRPATF-STATUS NOT = '00'
002110            OR SM-PAT-DROP-COUNT > 0
002120             MOVE 4 TO RETURN-CODE
002130         END-IF
002140     END-IF.
002150     IF RETURN-CODE > 0
002160         DISPLAY 'MATCHINQ - ENDING WITH CONDITION CODE '
002170                 RETURN-CODE
002180     END-IF.
002190 9500-EXIT.
002200     EXIT.
