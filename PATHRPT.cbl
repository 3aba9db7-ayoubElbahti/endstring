000140*                ONE CATEGORY OVER A DATE RANGE, WHICH IS      *
000150*                EXACTLY THE QUESTION AUDIT ASKS EVERY         *
000160*                QUARTER.                                      *
000162* 2026-10-15 DS  PATHIST NOW CARRIES THE CHECKER WHO APPROVED  *
000164*                EACH CHANGE AND ITS PATPEND REQUEST NUMBER     *
000166*                (RECORD NOW 289 BYTES) - SHOWN ON A LINE UNDER *
000168*                THE HEADER. PH-ORIGIN ("BY") IS THE MAKER.     *
000170*-----------------------------------------------------------*
000180*-----------------------------------------------------------*
000190* PATHRPT - STRPATF CHANGE-HISTORY REPORT.                   *
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PATHIST
000480     RECORD CONTAINS 289 CHARACTERS.
000490     COPY PHFLDS.
000500*
000510 WORKING-STORAGE SECTION.
002060* RECORD - THE HEADER LINE, THEN THE BEFORE-IMAGE (EXCEPT ON *
002070* AN ADD, WHICH HAS NONE) AND THE AFTER-IMAGE (EXCEPT ON A   *
002080* DELETE, WHICH HAS NONE).                                   *
002083* A CHANGE MADE UNDER MAKER-CHECKER ALSO GETS AN "APPROVED BY" *
002086* LINE NAMING THE CHECKER AND THE PATPEND REQUEST NUMBER.      *
002090*-----------------------------------------------------------*
002100 2300-DISPLAY-ONE-HIT.
002110     DISPLAY PH-TIMESTAMP (1:8) ' ' PH-TIMESTAMP (9:6)
002120             ' FUNCTION=' PH-FUNCTION
002130             ' BY ' PH-ORIGIN
002140             ' PATTERN ' FUNCTION TRIM (PH-PATTERN).
002142     IF PH-CHECKER NOT = SPACES
002144         DISPLAY '   APPROVED BY ' PH-CHECKER
002146                 ' REQUEST ' PH-REQUEST-NO
002148     END-IF.
002150     IF NOT PH-FUNCTION-ADD
002160         DISPLAY '   BEFORE  TYPE=' PH-BEF-TYPE
002170                 ' CASE=' PH-BEF-CASE-SW
