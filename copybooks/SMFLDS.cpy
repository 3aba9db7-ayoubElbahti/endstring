000100*-----------------------------------------------------------*
000200* SMFLDS - STRMATCH CALL INTERFACE.                          *
000300*                                                             *
000400* THE ONE PARAMETER PASSED ON CALL 'STRMATCH' USING SM-AREA.  *
000500* STRMATCH HOLDS THE STRPATF PATTERN TABLE AND THE ENDS-WITH, *
000600* STARTS-WITH, MASK, CANDIDATE-LIST AND PATTERN-LOOKUP RULES  *
000700* STRINGENDSWITH HAS ALWAYS APPLIED, SO EVERY CALLER GETS THE *
000800* SAME ANSWER THE NIGHTLY BATCH WOULD. SM-FUNCTION SAYS WHAT  *
000900* TO DO:                                                      *
001000*   'L' LOAD   - (RE)LOAD THE TABLE FROM STRPATF: EVERY NON-  *
001100*                BLANK PATTERN WHOSE PAT-EFF-DATE IS NOT      *
001200*                AFTER SM-AS-OF-DATE (ZERO = TODAY), IN KEY   *
001210*                ORDER, UP TO 999. A CALLER NEED NOT ASK -    *
001300*                THE FIRST 'M' OR 'G' LOADS IT, AS OF THE     *
001310*                SM-AS-OF-DATE ON THAT CALL - BUT A LONG-     *
001400*                RUNNING CALLER CAN ASK AGAIN TO PICK UP A    *
001500*                NEW DAY'S PATTERNS, OR TO MATCH ON ANOTHER   *
001510*                DAY'S SET.                                   *
001600*   'M' MATCH  - CHECK SM-STR-VALUE. WITH SM-CANDIDATE-COUNT  *
001700*                1-5 THE CALLER'S OWN CANDIDATES ARE TRIED IN *
001800*                ORDER UNDER SM-CASE-SW AND THE FIRST MATCH   *
001900*                WINS (A CALLER WITH ONE END-STR PASSES A ONE-*
002000*                ENTRY LIST). WITH A ZERO COUNT THE STRING IS *
002100*                LOOKED UP ON THE PATTERN TABLE - PATTERNS OF *
002200*                THE SM-MODE-SW TYPE, SCOPED TO SM-CATEGORY   *
002300*                UNLESS IT IS BLANK, EACH UNDER ITS OWN PAT-  *
002400*                CASE-SW; HIGHEST RANK WINS, THEN THE LONGEST *
002500*                PATTERN; A MATCHING EXCLUSION VETOES ALL.    *
002600*   'G' GET    - RETURN TABLE ENTRY SM-PAT-INDEX IN THE SM-   *
002700*                MATCH- FIELDS, SO A CALLER CAN SEE (OR KEEP  *
002800*                A RECORD OF) EXACTLY THE TABLE IT MATCHED ON.*
002900* SM-RETURN-CODE IS 00 WHEN THE FUNCTION WAS CARRIED OUT, 04  *
003000* WHEN 'G' ASKED FOR AN ENTRY NOT ON THE TABLE, 08 FOR AN     *
003100* UNKNOWN FUNCTION. THE OUTCOME OF A MATCH IS SM-RESULT:      *
003200*   0 NO MATCH   1 MATCH   2 MALFORMED   3 EXCLUDED           *
003300* - THE SAME CODES AS AUD-RESULT / RT-RESULT. MALFORMED IS A  *
003400* STRING LENGTH OF ZERO OR OVER 100, OR A CANDIDATE LIST WITH *
003500* NO ENTRY THAT FITS THE STRING. ON A MATCH (OR AN EXCLUSION) *
003600* SM-MATCH-INDEX IS THE CANDIDATE NUMBER OR THE PATTERN'S     *
003700* TABLE POSITION, AND SM-MATCH-LENGTH/VALUE ITS TEXT; A       *
003800* PATTERN ALSO RETURNS ITS TYPE, CASE SWITCH, CATEGORY, RANK, *
003900* CLASS, EFFECTIVE DATE AND DESCRIPTION. SM-TABLE-INFO IS SET *
004000* ON EVERY CALL: THE ENTRIES LOADED, THE ELIGIBLE PATTERNS    *
004100* DROPPED BECAUSE THE TABLE WAS FULL, THE STRPATF OPEN STATUS *
004200* ('00' = LOADED; ANYTHING ELSE LEAVES THE TABLE EMPTY AND A  *
004300* LOOKUP SIMPLY FINDS NO MATCH) AND THE DATE IT WAS LOADED    *
004400* FOR - SM-AS-OF-DATE, OR TODAY WHEN THAT WAS ZERO.           *
004500*-----------------------------------------------------------*
004600* MODIFICATION HISTORY                                       *
004700*-----------------------------------------------------------*
004800* 2026-10-15 DS  ORIGINAL.                                   *
004900*-----------------------------------------------------------*
005000 01  SM-AREA.
005100     05  SM-FUNCTION             PIC X(01).
005200         88  SM-FUNC-LOAD                VALUE 'L'.
005300         88  SM-FUNC-MATCH               VALUE 'M'.
005400         88  SM-FUNC-GET-PATTERN         VALUE 'G'.
005500     05  SM-RETURN-CODE          PIC 9(02).
005600         88  SM-RC-OK                    VALUE 00.
005700         88  SM-RC-NOT-ON-TABLE          VALUE 04.
005800         88  SM-RC-BAD-FUNCTION          VALUE 08.
005900     05  SM-REQUEST.
006000         10  SM-STR-LENGTH       PIC 9(03).
006100         10  SM-STR-VALUE        PIC X(100).
006200         10  SM-MODE-SW          PIC X(01).
006300             88  SM-MODE-ENDS-WITH       VALUE 'E'.
006400             88  SM-MODE-STARTS-WITH     VALUE 'S'.
006500             88  SM-MODE-MASK            VALUE 'M'.
006600         10  SM-CASE-SW          PIC X(01).
006700             88  SM-CASE-SENSITIVE       VALUE 'Y'.
006800             88  SM-CASE-INSENSITIVE     VALUE 'N'.
006900         10  SM-CATEGORY         PIC X(08).
007000         10  SM-CANDIDATE-COUNT  PIC 9(02).
007100         10  SM-CANDIDATES       OCCURS 5 TIMES.
007200             15  SM-CAND-LENGTH  PIC 9(03).
007300             15  SM-CAND-VALUE   PIC X(100).
007400         10  SM-PAT-INDEX        PIC 9(03).
007410         10  SM-AS-OF-DATE       PIC 9(08).
007500     05  SM-RESPONSE.
007600         10  SM-RESULT           PIC 9(01).
007700             88  SM-RESULT-NO-MATCH      VALUE 0.
007800             88  SM-RESULT-MATCH         VALUE 1.
007900             88  SM-RESULT-MALFORMED     VALUE 2.
008000             88  SM-RESULT-EXCLUDED      VALUE 3.
008100         10  SM-MATCH-INDEX      PIC 9(03).
008200         10  SM-MATCH-LENGTH     PIC 9(03).
008300         10  SM-MATCH-VALUE      PIC X(100).
008400         10  SM-MATCH-TYPE       PIC X(01).
008500         10  SM-MATCH-CASE-SW    PIC X(01).
008600         10  SM-MATCH-CATEGORY   PIC X(08).
008700         10  SM-MATCH-RANK       PIC 9(03).
008800         10  SM-MATCH-CLASS-SW   PIC X(01).
008900         10  SM-MATCH-EFF-DATE   PIC 9(08).
009000         10  SM-MATCH-DESCRIPTION PIC X(40).
009100     05  SM-TABLE-INFO.
009200         10  SM-PAT-COUNT        PIC 9(04).
009300         10  SM-PAT-DROP-COUNT   PIC 9(04).
009400         10  SM-STRPATF-STATUS   PIC X(02).
009500         10  SM-LOAD-DATE        PIC 9(08).
