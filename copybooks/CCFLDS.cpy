000100*-----------------------------------------------------------*
000200* CCFLDS - CYCLCTL CALL INTERFACE.                           *
000300*                                                             *
000400* THE ONE PARAMETER PASSED ON CALL 'CYCLCTL' USING CC-AREA.   *
000500* CYCLCTL OWNS EVERY READ AND WRITE OF THE RUNCTL LEDGER.     *
000600* CC-ENTRY CARRIES A LEDGER ENTRY IN THE RCFLDS LAYOUT BOTH   *
000700* WAYS - THE CALLER MOVES ITS RC-RECORD IN, AND THE ENTRY     *
000800* CYCLCTL HANDS BACK OUT. CC-FUNCTION SAYS WHAT TO DO:        *
000900*   'B' BEGIN  - RECORD THAT A STEP IS STARTING. GIVE THE     *
001000*                CYCLE DATE, STEP NAME, JOB ID, FEED AND (FOR *
001100*                STRINGENDSWITH) RC-ROUTE-START-POS. A NEW    *
001200*                STARTED ENTRY IS ISSUED THE NEXT ENTRY NO.   *
001300*                FOR THE CYCLE AND RETURNED - KEEP IT FOR 'E'.*
001400*                ANY EARLIER STARTED ENTRY FOR THE SAME STEP  *
001500*                AND JOB ID IS MARKED ABANDONED, UNLESS       *
001600*                CC-RESTART-SW IS 'Y' (A CHECKPOINT RESTART), *
001700*                WHEN THE LATEST ONE IS REUSED INSTEAD, WITH  *
001800*                ITS ORIGINAL START POSITION.                 *
001900*   'E' END    - RECORD HOW THE STEP ENDED: THE ENTRY 'B'     *
002000*                RETURNED, WITH RC-RUN-STATUS, RC-STEP-RC,    *
002100*                THE COUNTS, RC-ROUTE-END-POS AND RC-MESSAGE  *
002200*                FILLED IN. AN ENTRY NO. OF ZERO (THE STEP    *
002300*                WAS REFUSED BEFORE IT EVER BEGAN) ISSUES A   *
002400*                NEW ENTRY.                                   *
002500*   'Q' QUERY  - LOOK FOR ENTRIES MATCHING RC-STEP-NAME,      *
002600*                RC-JOB-ID AND RC-FEED-SOURCE/RC-FEED-SEQ     *
002700*                (A BLANK FIELD MATCHES ANYTHING) IN CYCLE    *
002800*                RC-CYCLE-DATE - ZERO MEANS THE LATEST CYCLE  *
002900*                ON THE LEDGER, AND CC-ALL-CYCLES-SW 'Y'      *
003000*                LOOKS IN EVERY CYCLE. CC-QUERY-COUNTS COUNT  *
003100*                THE MATCHES BY STATUS, AND CC-ENTRY RETURNS  *
003200*                THE LATEST MATCH THAT WAS NOT REFUSED - THE  *
003300*                LATEST REFUSAL ONLY WHEN EVERY MATCH WAS     *
003400*                ONE. WITH NO MATCH CC-ENTRY COMES BACK AS    *
003500*                SENT, EXCEPT THAT RC-CYCLE-DATE HOLDS THE    *
003510*                CYCLE LOOKED IN (ZERO WHEN THE LEDGER IS     *
003520*                EMPTY).                                      *
003600*   'N' NEXT   - BROWSE: RETURN THE ENTRY AFTER RC-KEY (ZEROS *
003700*                FOR THE FIRST). FEED EACH RETURNED ENTRY     *
003800*                BACK IN FOR THE ONE AFTER IT.                *
003900*   'D' DISPATCHED - MARK ENTRY RC-KEY AS DISPATCHED BY THE   *
004000*                ROUTDISP ENTRY NAMED IN RC-DISPATCH-CYCLE/   *
004100*                RC-DISPATCH-ENTRY. RC-DISPATCH-SW 'W' MARKS  *
004110*                A FAILED RUN'S ROWS AS WITHHELD INSTEAD.     *
004200* CC-RETURN-CODE IS 00 WHEN THE FUNCTION WAS CARRIED OUT; 04  *
004300* WHEN 'Q' FOUND NO MATCH, 'N' REACHED THE END, OR 'E'/'D'    *
004400* NAMED AN ENTRY NOT ON THE LEDGER; 08 FOR AN UNKNOWN         *
004500* FUNCTION OR AN ENTRY WITH NO CYCLE DATE OR STEP NAME; 12    *
004600* WHEN RUNCTL COULD NOT BE OPENED OR WRITTEN (CC-RUNCTL-      *
004700* STATUS SAYS WHY). A LEDGER THAT DOES NOT EXIST YET IS       *
004800* EMPTY - 'B' AND 'E' CREATE IT.                              *
004900*-----------------------------------------------------------*
005000* MODIFICATION HISTORY                                       *
005100*-----------------------------------------------------------*
005200* 2026-10-15 DS  ORIGINAL.                                   *
005300*-----------------------------------------------------------*
005400 01  CC-AREA.
005500     05  CC-FUNCTION             PIC X(01).
005600         88  CC-FUNC-BEGIN               VALUE 'B'.
005700         88  CC-FUNC-END                 VALUE 'E'.
005800         88  CC-FUNC-QUERY               VALUE 'Q'.
005900         88  CC-FUNC-NEXT                VALUE 'N'.
006000         88  CC-FUNC-DISPATCHED          VALUE 'D'.
006100     05  CC-RETURN-CODE          PIC 9(02).
006200         88  CC-RC-OK                    VALUE 00.
006300         88  CC-RC-NOT-FOUND             VALUE 04.
006400         88  CC-RC-BAD-REQUEST           VALUE 08.
006500         88  CC-RC-UNAVAILABLE           VALUE 12.
006600     05  CC-RUNCTL-STATUS        PIC X(02).
006700     05  CC-RESTART-SW           PIC X(01).
006800         88  CC-RESTART-YES              VALUE 'Y'.
006900     05  CC-ALL-CYCLES-SW        PIC X(01).
007000         88  CC-ALL-CYCLES-YES           VALUE 'Y'.
007100     05  CC-QUERY-COUNTS.
007200         10  CC-MATCH-COUNT      PIC 9(04).
007300         10  CC-STARTED-COUNT    PIC 9(04).
007400         10  CC-COMPLETE-COUNT   PIC 9(04).
007500         10  CC-FAILED-COUNT     PIC 9(04).
007600         10  CC-REFUSED-COUNT    PIC 9(04).
007700         10  CC-ABANDONED-COUNT  PIC 9(04).
007800     05  CC-ENTRY                PIC X(250).
