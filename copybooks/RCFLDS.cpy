000100*-----------------------------------------------------------*
000200* RCFLDS - NIGHTLY CYCLE RUN-CONTROL LEDGER (RUNCTL) LAYOUT.  *
000300*                                                             *
000400* ONE ENTRY PER ATTEMPT AT A CYCLE STEP - TRANEDIT, EACH      *
000500* STRINGENDSWITH RUN OR SLICE, CTLRECON, ROUTDISP, AUDARCH -  *
000600* KEYED ON THE CYCLE DATE AND AN ENTRY NUMBER ISSUED IN THE   *
000700* ORDER THE STEPS STARTED, SO A CYCLE READS BACK IN THE ORDER *
000800* THE NIGHT RAN. THE CYCLE DATE IS THE FEED DATE OFF THE       *
000900* TRANFILE HEADER (TODAY WHEN THE FEED HAS NO HEADER); THE    *
001000* STEPS AFTER STRINGENDSWITH FILE UNDER THE LATEST CYCLE ON   *
001100* THE LEDGER. ENTRIES ARE WRITTEN AND UPDATED ONLY THROUGH    *
001200* THE CYCLCTL SUBPROGRAM (CCFLDS).                            *
001300*   RC-RUN-STATUS  S STARTED   - RUNNING, OR ABENDED AND NOT  *
001400*                               YET RESTARTED OR RERUN        *
001500*                  C COMPLETE  - ENDED WITH CONDITION CODE    *
001600*                               0 OR 4                        *
001700*                  F FAILED    - ENDED WITH 8 OR HIGHER       *
001800*                  R REFUSED   - THE STEP'S OWN CHECKS (OR    *
001900*                               THE LEDGER) STOPPED IT BEFORE *
002000*                               IT DID ANY WORK               *
002100*                  A ABANDONED - A STARTED ENTRY REPLACED BY  *
002200*                               A FRESH (NOT RESTARTED) RUN   *
002300*                               OF THE SAME STEP AND JOB ID   *
002400* THE FOUR COUNTS MEAN, BY STEP:                              *
002500*                  READ        WRITTEN     ERROR     HELD     *
002600*   TRANEDIT       RECORDS     CLEAN       REJECTED  -        *
002700*   STRINGENDSWITH CLASSIFIED  ROUTED      RESULT=2  -        *
002800*   CTLRECON       RUNS        RECORDS     RESULT=2  -        *
002900*   ROUTDISP       ROWS READ   DISPATCHED  DISPEXCP  HELD     *
003000*   AUDARCH        AUDITFILE   ARCHIVED    -         RETAINED *
003100* A STRINGENDSWITH ENTRY ALSO CARRIES THE ROUTEOUT WINDOW IT  *
003200* WROTE IN: ROUTEOUT IS ONLY EVER APPENDED TO, SO ITS ROWS    *
003300* ARE THE ROWS CARRYING ITS JOB ID AFTER ROW NUMBER           *
003400* RC-ROUTE-START-POS, UP TO RC-ROUTE-END-POS. ROUTDISP SETS   *
003500* RC-DISPATCH-SW (AND POINTS BACK AT ITS OWN ENTRY) ONCE IT   *
003600* HAS DISPATCHED THEM, SO NO ROW GOES OUT TWICE - OR SETS IT  *
003610* TO 'W' WHEN THE RUN FAILED AND ITS ROWS ARE NEVER TO GO OUT.*
003620* A SLICE OF THE FEED (AN EXEC-PARM RECORD RANGE) ALSO       *
003630* CARRIES ITS RANGE IN RC-RANGE-START/RC-RANGE-END - ZERO    *
003640* FOR A WHOLE FEED - SO A BEGIN ONLY EVER ABANDONS AN        *
003650* EARLIER ATTEMPT AT THE SAME SLICE.                         *
003700*-----------------------------------------------------------*
003800* MODIFICATION HISTORY                                       *
003900*-----------------------------------------------------------*
004000* 2026-10-15 DS  ORIGINAL.                                   *
004100*-----------------------------------------------------------*
004200 01  RC-RECORD.
004300     05  RC-KEY.
004400         10  RC-CYCLE-DATE       PIC 9(08).
004500         10  RC-ENTRY-NO         PIC 9(04).
004600     05  RC-STEP-NAME            PIC X(14).
004700         88  RC-STEP-TRANEDIT            VALUE 'TRANEDIT'.
004800         88  RC-STEP-STRINGENDSWITH      VALUE 'STRINGENDSWITH'.
004900         88  RC-STEP-CTLRECON            VALUE 'CTLRECON'.
005000         88  RC-STEP-ROUTDISP            VALUE 'ROUTDISP'.
005100         88  RC-STEP-AUDARCH             VALUE 'AUDARCH'.
005200     05  RC-JOB-ID               PIC X(08).
005300     05  RC-RUN-STATUS           PIC X(01).
005400         88  RC-STARTED                  VALUE 'S'.
005500         88  RC-COMPLETE                 VALUE 'C'.
005600         88  RC-FAILED                   VALUE 'F'.
005700         88  RC-REFUSED                  VALUE 'R'.
005800         88  RC-ABANDONED                VALUE 'A'.
005900     05  RC-STEP-RC              PIC 9(02).
006000     05  RC-ATTEMPT-COUNT        PIC 9(03).
006100     05  RC-FEED-SOURCE          PIC X(08).
006200     05  RC-FEED-DATE            PIC 9(08).
006300     05  RC-FEED-SEQ             PIC 9(05).
006400     05  RC-START-TIMESTAMP      PIC X(21).
006500     05  RC-END-TIMESTAMP        PIC X(21).
006600     05  RC-COUNTS.
006700         10  RC-READ-COUNT       PIC 9(09).
006800         10  RC-WRITTEN-COUNT    PIC 9(09).
006900         10  RC-ERROR-COUNT      PIC 9(09).
007000         10  RC-HELD-COUNT       PIC 9(09).
007100     05  RC-ROUTE-START-POS      PIC 9(09).
007200     05  RC-ROUTE-END-POS        PIC 9(09).
007300     05  RC-DISPATCH-SW          PIC X(01).
007400         88  RC-DISPATCHED               VALUE 'Y'.
007500         88  RC-NOT-DISPATCHED           VALUE 'N'.
007550         88  RC-WITHHELD                 VALUE 'W'.
007600     05  RC-DISPATCH-CYCLE       PIC 9(08).
007700     05  RC-DISPATCH-ENTRY       PIC 9(04).
007800     05  RC-DISPATCH-TIMESTAMP   PIC X(21).
007900     05  RC-MESSAGE              PIC X(40).
008000     05  RC-RANGE-START          PIC 9(07).
008010     05  RC-RANGE-END            PIC 9(07).
008020     05  FILLER                  PIC X(05).
