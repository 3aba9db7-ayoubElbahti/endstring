000140*                THIS PROGRAM SCANS AUDITFILE AGAINST THE     *
000150*                FILTERS ON THE EXEC PARM AND PRINTS EACH HIT *
000160*                AS LABELED, READABLE LINES PLUS A HIT COUNT. *
000161* 2026-10-15 DS  AUDIT-RECORD IS NOW 276 BYTES - IT CARRIES   *
000162*                THE PATTERN SET VERSION. A PATTERN-LOOKUP    *
000163*                HIT NOW SHOWS THE EXACT PATTERN, RANK AND    *
000164*                CATEGORY THAT WON, READ BACK FROM PATSNAP    *
000165*                FOR THAT VERSION, INSTEAD OF A BARE POSITION.*
000170*-----------------------------------------------------------*
000180*-----------------------------------------------------------*
000190* AUDINQ - AUDITFILE INQUIRY.                                *
000360* CANDIDATE OR PATTERN WON. AUDIT-RECORD IS THE SAME LAYOUT   *
000370* STRINGENDSWITH WRITES - REPRODUCED INLINE, THE SAME CALL    *
000380* PATUTIL AND AUDARCH MADE.                                   *
000381* A PATTERN-LOOKUP HIT (NO CANDIDATE LIST, NONZERO MATCH      *
000382* INDEX) IS RESOLVED THROUGH PATSNAP ON AUD-PATSET-VERSION    *
000383* AND THE MATCH INDEX TO THE PATTERN THAT WAS LIVE FOR THAT   *
000384* RUN, HOWEVER STRPATF HAS CHANGED SINCE. A RECORD WRITTEN    *
000385* BEFORE VERSIONS WERE STAMPED SAYS SO RATHER THAN GUESSING.  *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000460     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS WS-AUDITFILE-STATUS.
000481     SELECT PATSNAP   ASSIGN TO "PATSNAP"
000482            ORGANIZATION IS INDEXED
000483            ACCESS MODE IS RANDOM
000484            RECORD KEY IS PS-KEY
000485            FILE STATUS IS WS-PATSNAP-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AUDITFILE
000530     RECORD CONTAINS 276 CHARACTERS.
000540 01  AUDIT-RECORD.
000550     05  AUD-JOB-ID              PIC X(08).
000560     05  AUD-TIMESTAMP           PIC X(21).
000650     05  AUD-FEED-DATE           PIC 9(08).
000660     05  AUD-FEED-SEQ            PIC 9(05).
000670     05  AUD-SOURCE-SYSTEM       PIC X(08).
000672     05  AUD-PATSET-VERSION      PIC 9(07).
000674*
000676 FD  PATSNAP.
000678     COPY PSFLDS.
000680*
000690 WORKING-STORAGE SECTION.
000700 01  WS-SWITCHES.
000770     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000780         88  WS-FOUND-YES                   VALUE 'Y'.
000790         88  WS-FOUND-NO                    VALUE 'N'.
000792     05  WS-PATSNAP-OPEN-SW      PIC X(01) VALUE 'N'.
000794         88  WS-PATSNAP-OPEN-YES            VALUE 'Y'.
000796         88  WS-PATSNAP-OPEN-NO             VALUE 'N'.
000800*
000810 01  WS-FILE-STATUSES.
000820     05  WS-AUDITFILE-STATUS     PIC X(02) VALUE SPACES.
000830         88  WS-AUDITFILE-OK                VALUE '00'.
000840         88  WS-AUDITFILE-EOF               VALUE '10'.
000843     05  WS-PATSNAP-STATUS       PIC X(02) VALUE SPACES.
000846         88  WS-PATSNAP-OK                  VALUE '00'.
000850*
000860*-----------------------------------------------------------*
000870* WS-SELECTION - THE FILTERS PARSED OUT OF THE EXEC PARM.    *
001320         MOVE 'Y' TO WS-EOF-SW
001330     ELSE
001340         PERFORM 2100-READ-AUDITFILE THRU 2100-EXIT
001341     END-IF.
001342     OPEN INPUT PATSNAP.
001343     IF WS-PATSNAP-OK
001344         MOVE 'Y' TO WS-PATSNAP-OPEN-SW
001345     ELSE
001346         DISPLAY 'AUDINQ - PATSNAP NOT AVAILABLE - STATUS '
001347                 WS-PATSNAP-STATUS ' - PATTERN WINS SHOWN BY '
001348                 'TABLE POSITION ONLY'
001350     END-IF.
001360 1000-EXIT.
001370     EXIT.
002840     DISPLAY '   RESULT ' AUD-RESULT ' (' WS-RESULT-TEXT ')'
002850             ' MATCH-INDEX ' AUD-MATCH-INDEX
002860             ' CANDIDATES ' AUD-CANDIDATE-COUNT.
002862     IF AUD-CANDIDATE-COUNT = 0 AND AUD-MATCH-INDEX > 0
002864         PERFORM 2400-RESOLVE-PATTERN THRU 2400-EXIT
002866     END-IF.
002870 2300-EXIT.
002871     EXIT.
002872*
002873*-----------------------------------------------------------*
002874* 2400-RESOLVE-PATTERN - A PATTERN-LOOKUP MATCH INDEX IS A   *
002875* POSITION IN THE TABLE THAT RUN LOADED. PATSNAP HOLDS THAT  *
002876* TABLE UNDER AUD-PATSET-VERSION, SO READ THE POSITION BACK  *
002877* AND SHOW THE PATTERN THAT WAS ACTUALLY LIVE.               *
002878*-----------------------------------------------------------*
002879 2400-RESOLVE-PATTERN.
002880     IF AUD-PATSET-VERSION IS NOT NUMERIC
002881        OR AUD-PATSET-VERSION = ZEROS
002882         DISPLAY '   PATTERN SET NOT VERSIONED ON THIS RECORD '
002883                 '- MATCH-INDEX CANNOT BE RESOLVED EXACTLY'
002884         GO TO 2400-EXIT
002885     END-IF.
002886     IF WS-PATSNAP-OPEN-NO
002887         DISPLAY '   PATTERN SET ' AUD-PATSET-VERSION
002888                 ' - PATSNAP NOT AVAILABLE TO RESOLVE IT'
002889         GO TO 2400-EXIT
002890     END-IF.
002891     MOVE AUD-PATSET-VERSION TO PS-VERSION.
002892     MOVE AUD-MATCH-INDEX    TO PS-PAT-INDEX.
002893     READ PATSNAP
002894         INVALID KEY
002895             DISPLAY '   PATTERN SET ' AUD-PATSET-VERSION
002896                     ' HAS NO POSITION ' AUD-MATCH-INDEX
002897                     ' ON PATSNAP - STATUS ' WS-PATSNAP-STATUS
002898             GO TO 2400-EXIT
002899     END-READ.
002900     DISPLAY '   PATTERN SET ' AUD-PATSET-VERSION
002901             ' POSITION ' AUD-MATCH-INDEX ' - '
002902             FUNCTION TRIM (PS-PATTERN).
002903     DISPLAY '   TYPE ' PS-TYPE ' CASE ' PS-CASE-SW
002904             ' RANK ' PS-RANK ' CATEGORY ' PS-CATEGORY
002905             ' CLASS ' PS-CLASS-SW ' ' PS-DESCRIPTION.
002906 2400-EXIT.
002907     EXIT.
002908*
002909*-----------------------------------------------------------*
002910* 8000-CONTROL-REPORT - THE SCAN TOTALS.                     *
002920*-----------------------------------------------------------*
002930 8000-CONTROL-REPORT.
003020     EXIT.
003030*
003040*-----------------------------------------------------------*
003050* 9000-TERMINATE - CLOSE AUDITFILE AND PATSNAP.              *
003060*-----------------------------------------------------------*
003070 9000-TERMINATE.
003080     CLOSE AUDITFILE.
003082     IF WS-PATSNAP-OPEN-YES
003084         CLOSE PATSNAP
003086     END-IF.
003090 9000-EXIT.
003100     EXIT.
