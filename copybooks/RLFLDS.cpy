000100*-----------------------------------------------------------*
000200* RLFLDS - ROUTING-RULE RECORD LAYOUT (RTRULEF).              *
000300*                                                             *
000400* ONE RECORD PER (RESULT CODE, MATCHED PATTERN) PAIR, NAMING  *
000500* THE DESTINATION FILE (1-5) ROUTDISP DISPATCHES ROUTEOUT     *
000600* ROWS WITH THAT PAIR TO. PULLED OUT OF ROUTDISP AS A         *
000700* COPYBOOK BECAUSE RTRULMT NOW MAINTAINS THE FILE. RTRULMT    *
000800* ONLY SAVES A RULE WHOSE DESTINATION IS 1-5 AND WHOSE        *
000900* PATTERN IS ON STRPATF - EXCEPT THAT A RESULT 0 (NO MATCH)   *
001000* OR 2 (ERROR) RULE CARRIES A BLANK PATTERN, SINCE THOSE ROWS *
001100* HAVE NO MATCHED VALUE TO KEY ON.                            *
001200*-----------------------------------------------------------*
001300* MODIFICATION HISTORY                                       *
001400*-----------------------------------------------------------*
001500* 2026-10-15 DS  ORIGINAL.                                   *
001600*-----------------------------------------------------------*
001700 01  RULE-RECORD.
001800     05  RL-KEY.
001900         10  RL-RESULT           PIC X(01).
002000             88  RL-RESULT-NO-MATCH      VALUE '0'.
002100             88  RL-RESULT-MATCH         VALUE '1'.
002200             88  RL-RESULT-ERROR         VALUE '2'.
002300             88  RL-RESULT-EXCLUDED      VALUE '3'.
002400             88  RL-RESULT-VALID         VALUES '0' '1' '2' '3'.
002500         10  RL-MATCH-VALUE      PIC X(40).
002600     05  RL-DEST-NO              PIC 9(01).
002700     05  RL-DEST-NO-X            REDEFINES RL-DEST-NO
002800                                 PIC X(01).
002900     05  RL-DESCRIPTION          PIC X(40).
