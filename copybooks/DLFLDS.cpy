000100*-----------------------------------------------------------*
000200* DLFLDS - DISPATCH LOG (DISPLOG) RECORD LAYOUT.              *
000300*                                                             *
000400* ONE RECORD PER ROW ROUTDISP WRITES TO A DESTINATION FILE    *
000500* (DESTOUT1-DESTOUT5), SO WHAT WAS SENT WHERE, AND WHEN,      *
000600* OUTLIVES THE DESTINATION FILES, WHICH ARE REWRITTEN EVERY   *
000700* NIGHT. ACKRECON RECORDS AGAINST EACH ROW THE ACKNOWLEDGMENT *
000800* ITS DESTINATION SENT BACK (AKFLDS). RT-JOB-ID AND RT-REC-NO *
000900* REPEAT FROM NIGHT TO NIGHT - THE JOB ID IS A FIXED NAME     *
001000* UNLESS THE PARM OVERRIDES IT, AND THE RECORD NUMBER RESTARTS*
001100* WITH EVERY RUN - SO THE KEY ALSO CARRIES THE CYCLE OF THE   *
001200* STRINGENDSWITH RUN THAT WROTE THE ROW AND THE ROW'S POSITION*
001300* ON ROUTEOUT. THE DISPATCHES OF ONE JOB ID AND RECORD NUMBER *
001400* READ BACK OLDEST FIRST.                                     *
001500*   DL-ACK-STATUS  SPACE - NOT ACKNOWLEDGED YET               *
001600*                  A     - ACCEPTED BY THE DESTINATION        *
001700*                  R     - REJECTED BY THE DESTINATION        *
001800* DL-ACK-COUNT IS HOW MANY DIFFERENT ACKNOWLEDGMENTS THE ROW  *
001900* HAS HAD - MORE THAN ONE MEANS THE DESTINATION CHANGED ITS   *
002000* ANSWER, E.G. ACCEPTED A ROW ON A RELOAD AFTER REJECTING IT. *
002100*-----------------------------------------------------------*
002200* MODIFICATION HISTORY                                        *
002300*-----------------------------------------------------------*
002400* 2026-10-15 DS  ORIGINAL.                                    *
002500*-----------------------------------------------------------*
002600 01  DL-RECORD.
002700     05  DL-KEY.
002800         10  DL-JOB-ID           PIC X(08).
002900         10  DL-REC-NO           PIC 9(07).
003000         10  DL-CYCLE-DATE       PIC 9(08).
003100         10  DL-ROUTE-POS        PIC 9(09).
003200     05  DL-DEST-NO              PIC 9(01).
003300     05  DL-DISPATCH-DATE        PIC 9(08).
003400     05  DL-DISPATCH-TIMESTAMP   PIC X(21).
003500     05  DL-RESULT               PIC 9(01).
003600     05  DL-MATCH-VALUE          PIC X(40).
003700     05  DL-ACK-STATUS           PIC X(01).
003800         88  DL-ACK-NONE                 VALUE SPACE.
003900         88  DL-ACK-ACCEPTED             VALUE 'A'.
004000         88  DL-ACK-REJECTED             VALUE 'R'.
004100     05  DL-ACK-DATE             PIC 9(08).
004200     05  DL-ACK-COUNT            PIC 9(03).
004300     05  DL-ACK-REASON           PIC X(40).
004400     05  FILLER                  PIC X(20).
