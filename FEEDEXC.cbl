000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FEEDEXC.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. FEEDLOG SAYS WHAT ARRIVED; THE    *
000120*                NEW FEEDCAL CALENDAR SAYS WHAT SHOULD HAVE.  *
000130*                A SOURCE THAT STOPS SENDING NO LONGER LOOKS  *
000140*                LIKE A QUIET NIGHT.                          *
000150*-----------------------------------------------------------*
000160*-----------------------------------------------------------*
000170* FEEDEXC - DAILY FEED EXCEPTION REPORT.                     *
000180*                                                             *
000190* LOADS THE EXPECTED-FEED CALENDAR (FEEDCAL), WORKS OUT THE   *
000200* WEEKDAY OF THE REPORT DATE, THEN READS FEEDLOG FROM THE     *
000210* TOP AND REPORTS FOR THAT DATE:                              *
000220*   MISSING    - A SOURCE DUE THAT WEEKDAY WITH NO FEED DATED *
000230*                THAT DAY ON FEEDLOG.                         *
000240*   LATE       - A FEED WHOSE FEEDLOG TIMESTAMP (WHEN         *
000250*                STRINGENDSWITH FINISHED IT) IS PAST THE      *
000260*                SOURCE'S CUTOFF ON THE FEED DATE.            *
000270*   SEQ GAP    - A FEED WHOSE FL-FEED-SEQ SKIPS PAST THE      *
000280*                SOURCE'S HIGHEST EARLIER SEQUENCE (00412     *
000290*                AFTER 00410), OR DOES NOT CLIMB PAST IT AT   *
000300*                ALL (OUT OF ORDER).                          *
000310* A FEED FROM A SOURCE NOT ON THE CALENDAR, OR NOT DUE THAT   *
000320* DAY, IS LISTED FOR INFORMATION ONLY.                        *
000330* THE EXEC PARM IS THE REPORT DATE, YYYYMMDD (BLANK = TODAY - *
000340* RUN IT AFTER THE LAST CUTOFF, OR NEXT MORNING WITH          *
000350* YESTERDAY'S DATE).                                          *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FEEDCAL   ASSIGN TO "FEEDCAL"
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS SEQUENTIAL
000460            RECORD KEY IS FC-KEY
000470            FILE STATUS IS WS-FEEDCAL-STATUS.
000480     SELECT FEEDLOG   ASSIGN TO "FEEDLOG"
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS WS-FEEDLOG-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FEEDCAL.
000550     COPY FCFLDS.
000560*
000570 FD  FEEDLOG
000580     RECORD CONTAINS 50 CHARACTERS.
000590     COPY FLFLDS.
000600*
000610 WORKING-STORAGE SECTION.
000620 01  WS-SWITCHES.
000630     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000640         88  WS-EOF-YES                     VALUE 'Y'.
000650         88  WS-EOF-NO                      VALUE 'N'.
000660     05  WS-STOP-SW              PIC X(01) VALUE 'N'.
000670         88  WS-STOP-YES                    VALUE 'Y'.
000680         88  WS-STOP-NO                     VALUE 'N'.
000690     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000700         88  WS-FOUND-YES                   VALUE 'Y'.
000710         88  WS-FOUND-NO                    VALUE 'N'.
000720*
000730 01  WS-FILE-STATUSES.
000740     05  WS-FEEDCAL-STATUS       PIC X(02) VALUE SPACES.
000750         88  WS-FEEDCAL-OK                  VALUE '00'.
000760         88  WS-FEEDCAL-EOF                 VALUE '10'.
000770     05  WS-FEEDLOG-STATUS       PIC X(02) VALUE SPACES.
000780         88  WS-FEEDLOG-OK                  VALUE '00'.
000790         88  WS-FEEDLOG-EOF                 VALUE '10'.
000800         88  WS-FEEDLOG-NOT-FOUND           VALUE '35'.
000810*
000820 01  WS-REPORT-DATE              PIC 9(08) VALUE ZEROS.
000830 01  WS-REPORT-DATE-X            REDEFINES WS-REPORT-DATE
000840                                 PIC X(08).
000850 01  WS-REPORT-DATE-PARTS        REDEFINES WS-REPORT-DATE.
000860     05  WS-REPORT-YYYY          PIC 9(04).
000870     05  WS-REPORT-MM            PIC 9(02).
000880     05  WS-REPORT-DD            PIC 9(02).
000890*
000900*-----------------------------------------------------------*
000910* WS-DAY-NAMES - WEEKDAY NAMES, MONDAY FIRST - THE SAME      *
000920* ORDER AS FC-DUE-DAY. DAY 1 OF THE INTEGER-OF-DATE COUNT    *
000930* (1601-01-01) WAS A MONDAY.                                 *
000940*-----------------------------------------------------------*
000950 01  WS-DAY-NAME-VALUES.
000960     05  FILLER                  PIC X(09) VALUE 'MONDAY'.
000970     05  FILLER                  PIC X(09) VALUE 'TUESDAY'.
000980     05  FILLER                  PIC X(09) VALUE 'WEDNESDAY'.
000990     05  FILLER                  PIC X(09) VALUE 'THURSDAY'.
001000     05  FILLER                  PIC X(09) VALUE 'FRIDAY'.
001010     05  FILLER                  PIC X(09) VALUE 'SATURDAY'.
001020     05  FILLER                  PIC X(09) VALUE 'SUNDAY'.
001030 01  WS-DAY-NAMES                REDEFINES WS-DAY-NAME-VALUES.
001040     05  WS-DAY-NAME             PIC X(09) OCCURS 7 TIMES.
001050*
001060*-----------------------------------------------------------*
001070* WS-CAL-TABLE - FEEDCAL LOADED INTO STORAGE, WITH WHAT      *
001080* FEEDLOG SHOWED FOR EACH SOURCE ON THE REPORT DATE AND THE  *
001090* HIGHEST SEQUENCE SEEN SO FAR FOR THE GAP CHECK.            *
001100*-----------------------------------------------------------*
001110 01  WS-CAL-TABLE.
001120     05  WS-CAL-ENTRY            OCCURS 200 TIMES.
001130         10  WS-CAL-SOURCE       PIC X(08).
001140         10  WS-CAL-DUE-SW       PIC X(01).
001150             88  WS-CAL-DUE-YES             VALUE 'Y'.
001160         10  WS-CAL-CUTOFF       PIC 9(04).
001170         10  WS-CAL-DESCRIPTION  PIC X(30).
001180         10  WS-CAL-RECEIVED     PIC 9(05) COMP.
001190         10  WS-CAL-LATE         PIC 9(05) COMP.
001200         10  WS-CAL-LAST-SEQ     PIC 9(05).
001210*
001220 01  WS-MISSING-SEQ-COUNT        PIC 9(05) VALUE ZEROS.
001230 01  WS-PROCESSED-TIME           PIC X(04) VALUE SPACES.
001240*
001250 77  WS-CAL-MAX                  PIC 9(03) COMP VALUE 200.
001260 77  WS-CAL-COUNT                PIC 9(03) COMP VALUE 0.
001270 77  WS-CAL-I                    PIC 9(03) COMP VALUE 0.
001280 77  WS-DAY-I                    PIC 9(01) COMP VALUE 0.
001290 77  WS-DAY-NUMBER               PIC 9(07) COMP VALUE 0.
001300 77  WS-CAL-DROPPED-COUNT        PIC 9(05) COMP VALUE 0.
001310 77  WS-FEEDLOG-READ-COUNT       PIC 9(07) COMP VALUE 0.
001320 77  WS-DUE-COUNT                PIC 9(05) COMP VALUE 0.
001330 77  WS-RECEIVED-COUNT           PIC 9(05) COMP VALUE 0.
001340 77  WS-MISSING-COUNT            PIC 9(05) COMP VALUE 0.
001350 77  WS-LATE-COUNT               PIC 9(05) COMP VALUE 0.
001360 77  WS-GAP-COUNT                PIC 9(05) COMP VALUE 0.
001370 77  WS-UNSCHEDULED-COUNT        PIC 9(05) COMP VALUE 0.
001380*
001390 LINKAGE SECTION.
001400 01  LS-PARM-AREA.
001410     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001420     05  LS-PARM-TEXT            PIC X(08).
001430*
001440 PROCEDURE DIVISION USING LS-PARM-AREA.
001450*-----------------------------------------------------------*
001460* 0000-MAINLINE                                              *
001470*-----------------------------------------------------------*
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001500     IF WS-STOP-NO
001510         PERFORM 2000-CHECK-FEEDLOG    THRU 2000-EXIT
001520         PERFORM 3000-CHECK-CALENDAR   THRU 3000-EXIT
001530         PERFORM 8000-CONTROL-REPORT   THRU 8000-EXIT
001540     END-IF.
001550     PERFORM 9500-SET-FINAL-RC THRU 9500-EXIT.
001560     STOP RUN.
001570*
001580*-----------------------------------------------------------*
001590* 1000-INITIALIZE - EDIT THE REPORT-DATE PARM, WORK OUT ITS  *
001600* WEEKDAY, AND LOAD THE CALENDAR. NO CALENDAR MEANS NOTHING  *
001610* CAN BE CHECKED - THAT IS A FAILURE, NOT A CLEAN REPORT.    *
001620*-----------------------------------------------------------*
001630 1000-INITIALIZE.
001640     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REPORT-DATE.
001650     IF LS-PARM-LENGTH >= 8
001660        AND LS-PARM-TEXT (1:8) NOT = SPACES
001670         MOVE LS-PARM-TEXT (1:8) TO WS-REPORT-DATE-X
001680         IF WS-REPORT-DATE IS NOT NUMERIC
001690            OR WS-REPORT-DATE < 16010101
001700            OR WS-REPORT-MM < 01 OR WS-REPORT-MM > 12
001710            OR WS-REPORT-DD < 01 OR WS-REPORT-DD > 31
001720             DISPLAY 'FEEDEXC - REPORT DATE ' WS-REPORT-DATE-X
001730                     ' IS NOT A YYYYMMDD DATE - RUN REFUSED'
001740             MOVE 8 TO RETURN-CODE
001750             MOVE 'Y' TO WS-STOP-SW
001760             GO TO 1000-EXIT
001770         END-IF
001780     END-IF.
001790     COMPUTE WS-DAY-NUMBER =
001800         FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE) - 1.
001810     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-NUMBER
001820         REMAINDER WS-DAY-I.
001830     ADD 1 TO WS-DAY-I.
001840     OPEN INPUT FEEDCAL.
001850     IF NOT WS-FEEDCAL-OK
001860         DISPLAY 'FEEDEXC - OPEN ERROR ON FEEDCAL '
001870                 WS-FEEDCAL-STATUS
001880         MOVE 12 TO RETURN-CODE
001890         MOVE 'Y' TO WS-STOP-SW
001900         GO TO 1000-EXIT
001910     END-IF.
001920     PERFORM 1100-LOAD-CALENDAR-ENTRY THRU 1100-EXIT
001930             UNTIL WS-EOF-YES.
001940     CLOSE FEEDCAL.
001950     IF WS-CAL-DROPPED-COUNT > 0
001960         DISPLAY 'FEEDEXC - CALENDAR TABLE FULL - '
001970                 WS-CAL-DROPPED-COUNT ' SOURCE(S) NOT CHECKED'
001980         MOVE 8 TO RETURN-CODE
001990     END-IF.
002000     DISPLAY ' '.
002010     DISPLAY 'FEEDEXC - FEED EXCEPTIONS FOR ' WS-REPORT-DATE
002020             ' ' WS-DAY-NAME (WS-DAY-I).
002030 1000-EXIT.
002040     EXIT.
002050*
002060*-----------------------------------------------------------*
002070* 1100-LOAD-CALENDAR-ENTRY - ONE FEEDCAL RECORD INTO THE     *
002080* TABLE. A SOURCE IS DUE ON THE REPORT DATE WHEN IT IS       *
002090* ACTIVE AND ITS FC-DUE-DAY FOR THAT WEEKDAY IS 'Y'.         *
002100*-----------------------------------------------------------*
002110 1100-LOAD-CALENDAR-ENTRY.
002120     READ FEEDCAL NEXT RECORD
002130         AT END
002140             MOVE 'Y' TO WS-EOF-SW
002150             GO TO 1100-EXIT
002160     END-READ.
002170     IF NOT WS-FEEDCAL-OK
002180         DISPLAY 'FEEDEXC - READ ERROR ON FEEDCAL '
002190                 WS-FEEDCAL-STATUS
002200         MOVE 12 TO RETURN-CODE
002210         MOVE 'Y' TO WS-EOF-SW
002220         GO TO 1100-EXIT
002230     END-IF.
002240     IF WS-CAL-COUNT >= WS-CAL-MAX
002250         ADD 1 TO WS-CAL-DROPPED-COUNT
002260         GO TO 1100-EXIT
002270     END-IF.
002280     ADD 1 TO WS-CAL-COUNT.
002290     MOVE FC-SOURCE-SYSTEM TO WS-CAL-SOURCE (WS-CAL-COUNT).
002300     MOVE 'N'              TO WS-CAL-DUE-SW (WS-CAL-COUNT).
002310     IF NOT FC-INACTIVE
002320        AND FC-DUE-DAY (WS-DAY-I) = 'Y'
002330         MOVE 'Y' TO WS-CAL-DUE-SW (WS-CAL-COUNT)
002340     END-IF.
002350     IF FC-CUTOFF-TIME IS NUMERIC
002360         MOVE FC-CUTOFF-TIME TO WS-CAL-CUTOFF (WS-CAL-COUNT)
002370     ELSE
002380         MOVE 2359           TO WS-CAL-CUTOFF (WS-CAL-COUNT)
002390     END-IF.
002400     MOVE FC-DESCRIPTION   TO WS-CAL-DESCRIPTION (WS-CAL-COUNT).
002410     MOVE 0                TO WS-CAL-RECEIVED (WS-CAL-COUNT).
002420     MOVE 0                TO WS-CAL-LATE (WS-CAL-COUNT).
002430     MOVE ZEROS            TO WS-CAL-LAST-SEQ (WS-CAL-COUNT).
002440 1100-EXIT.
002450     EXIT.
002460*
002470*-----------------------------------------------------------*
002480* 2000-CHECK-FEEDLOG - READ FEEDLOG FROM THE TOP. NO FEEDLOG *
002490* YET IS AN EMPTY HISTORY - EVERY DUE FEED IS THEN MISSING.  *
002500*-----------------------------------------------------------*
002510 2000-CHECK-FEEDLOG.
002520     MOVE 'N' TO WS-EOF-SW.
002530     OPEN INPUT FEEDLOG.
002540     IF WS-FEEDLOG-NOT-FOUND
002550         GO TO 2000-EXIT
002560     END-IF.
002570     IF NOT WS-FEEDLOG-OK
002580         DISPLAY 'FEEDEXC - OPEN ERROR ON FEEDLOG '
002590                 WS-FEEDLOG-STATUS
002600         MOVE 12 TO RETURN-CODE
002610         GO TO 2000-EXIT
002620     END-IF.
002630     PERFORM 2100-CHECK-ONE-FEED THRU 2100-EXIT
002640             UNTIL WS-EOF-YES.
002650     CLOSE FEEDLOG.
002660 2000-EXIT.
002670     EXIT.
002680*
002690*-----------------------------------------------------------*
002700* 2100-CHECK-ONE-FEED - A FEED DATED AFTER THE REPORT DATE   *
002710* IS IGNORED. ONE DATED EARLIER ONLY MOVES ITS SOURCE'S      *
002720* HIGHEST SEQUENCE ON. ONE DATED ON THE REPORT DATE IS       *
002730* COUNTED AS RECEIVED AND CHECKED FOR CUTOFF AND SEQUENCE.   *
002740*-----------------------------------------------------------*
002750 2100-CHECK-ONE-FEED.
002760     READ FEEDLOG
002770         AT END
002780             MOVE 'Y' TO WS-EOF-SW
002790             GO TO 2100-EXIT
002800     END-READ.
002810     ADD 1 TO WS-FEEDLOG-READ-COUNT.
002820     IF FL-FEED-DATE > WS-REPORT-DATE
002830         GO TO 2100-EXIT
002840     END-IF.
002850     PERFORM 7000-FIND-SOURCE THRU 7000-EXIT.
002860     IF FL-FEED-DATE < WS-REPORT-DATE
002870         IF WS-FOUND-YES
002880            AND FL-FEED-SEQ > WS-CAL-LAST-SEQ (WS-CAL-I)
002890             MOVE FL-FEED-SEQ TO WS-CAL-LAST-SEQ (WS-CAL-I)
002900         END-IF
002910         GO TO 2100-EXIT
002920     END-IF.
002930     IF WS-FOUND-NO
002940         ADD 1 TO WS-UNSCHEDULED-COUNT
002950         DISPLAY '   INFO     ' FL-SOURCE-SYSTEM ' SEQ '
002960                 FL-FEED-SEQ ' - SOURCE NOT ON FEEDCAL'
002970         GO TO 2100-EXIT
002980     END-IF.
002990     ADD 1 TO WS-CAL-RECEIVED (WS-CAL-I).
003000     IF NOT WS-CAL-DUE-YES (WS-CAL-I)
003010         ADD 1 TO WS-UNSCHEDULED-COUNT
003020         DISPLAY '   INFO     ' FL-SOURCE-SYSTEM ' SEQ '
003030                 FL-FEED-SEQ ' - NOT DUE ON A '
003040                 WS-DAY-NAME (WS-DAY-I)
003050     END-IF.
003060     PERFORM 2200-CHECK-CUTOFF   THRU 2200-EXIT.
003070     PERFORM 2300-CHECK-SEQUENCE THRU 2300-EXIT.
003080 2100-EXIT.
003090     EXIT.
003100*
003110*-----------------------------------------------------------*
003120* 2200-CHECK-CUTOFF - LATE WHEN FEEDLOG WAS WRITTEN ON A     *
003130* LATER DAY THAN THE FEED DATE, OR ON THE FEED DATE PAST THE *
003140* SOURCE'S CUTOFF TIME.                                      *
003150*-----------------------------------------------------------*
003160 2200-CHECK-CUTOFF.
003170     MOVE FL-TIMESTAMP (9:4) TO WS-PROCESSED-TIME.
003180     IF FL-TIMESTAMP (1:8) > WS-REPORT-DATE-X
003190        OR (FL-TIMESTAMP (1:8) = WS-REPORT-DATE-X
003200            AND WS-PROCESSED-TIME > WS-CAL-CUTOFF (WS-CAL-I))
003210         ADD 1 TO WS-CAL-LATE (WS-CAL-I)
003220         ADD 1 TO WS-LATE-COUNT
003230         DISPLAY '   LATE     ' FL-SOURCE-SYSTEM ' SEQ '
003240                 FL-FEED-SEQ ' PROCESSED ' FL-TIMESTAMP (1:8)
003250                 ' ' WS-PROCESSED-TIME ' - CUTOFF '
003260                 WS-CAL-CUTOFF (WS-CAL-I)
003270     END-IF.
003280 2200-EXIT.
003290     EXIT.
003300*
003310*-----------------------------------------------------------*
003320* 2300-CHECK-SEQUENCE - AGAINST THE HIGHEST SEQUENCE ALREADY *
003330* SEEN FOR THE SOURCE. A SOURCE'S VERY FIRST FEED HAS        *
003340* NOTHING TO BE CHECKED AGAINST.                             *
003350*-----------------------------------------------------------*
003360 2300-CHECK-SEQUENCE.
003370     IF WS-CAL-LAST-SEQ (WS-CAL-I) = ZEROS
003380         MOVE FL-FEED-SEQ TO WS-CAL-LAST-SEQ (WS-CAL-I)
003390         GO TO 2300-EXIT
003400     END-IF.
003410     IF FL-FEED-SEQ > WS-CAL-LAST-SEQ (WS-CAL-I) + 1
003420         COMPUTE WS-MISSING-SEQ-COUNT =
003430             FL-FEED-SEQ - WS-CAL-LAST-SEQ (WS-CAL-I) - 1
003440         ADD 1 TO WS-GAP-COUNT
003450         DISPLAY '   SEQ GAP  ' FL-SOURCE-SYSTEM ' SEQ '
003460                 FL-FEED-SEQ ' FOLLOWS '
003470                 WS-CAL-LAST-SEQ (WS-CAL-I) ' - '
003480                 WS-MISSING-SEQ-COUNT ' SEQUENCE(S) MISSING'
003490     END-IF.
003500     IF FL-FEED-SEQ NOT > WS-CAL-LAST-SEQ (WS-CAL-I)
003510         ADD 1 TO WS-GAP-COUNT
003520         DISPLAY '   SEQ GAP  ' FL-SOURCE-SYSTEM ' SEQ '
003530                 FL-FEED-SEQ ' ARRIVED AFTER '
003540                 WS-CAL-LAST-SEQ (WS-CAL-I) ' - OUT OF ORDER'
003550         GO TO 2300-EXIT
003560     END-IF.
003570     MOVE FL-FEED-SEQ TO WS-CAL-LAST-SEQ (WS-CAL-I).
003580 2300-EXIT.
003590     EXIT.
003600*
003610*-----------------------------------------------------------*
003620* 3000-CHECK-CALENDAR - EVERY SOURCE DUE ON THE REPORT DATE  *
003630* GETS A STATUS LINE; ONE WITH NO FEED IS MISSING.           *
003640*-----------------------------------------------------------*
003650 3000-CHECK-CALENDAR.
003660     DISPLAY ' '.
003670     DISPLAY 'FEEDS DUE ON ' WS-REPORT-DATE ':'.
003680     PERFORM 3100-CHECK-ONE-SOURCE THRU 3100-EXIT
003690             VARYING WS-CAL-I FROM 1 BY 1
003700             UNTIL WS-CAL-I > WS-CAL-COUNT.
003710 3000-EXIT.
003720     EXIT.
003730*
003740 3100-CHECK-ONE-SOURCE.
003750     IF NOT WS-CAL-DUE-YES (WS-CAL-I)
003760         GO TO 3100-EXIT
003770     END-IF.
003780     ADD 1 TO WS-DUE-COUNT.
003790     EVALUATE TRUE
003800         WHEN WS-CAL-RECEIVED (WS-CAL-I) = 0
003810             ADD 1 TO WS-MISSING-COUNT
003820             DISPLAY '   MISSING  ' WS-CAL-SOURCE (WS-CAL-I)
003830                     ' CUTOFF ' WS-CAL-CUTOFF (WS-CAL-I) ' '
003840                     WS-CAL-DESCRIPTION (WS-CAL-I)
003850         WHEN WS-CAL-LATE (WS-CAL-I) > 0
003860             ADD 1 TO WS-RECEIVED-COUNT
003870             DISPLAY '   LATE     ' WS-CAL-SOURCE (WS-CAL-I)
003880                     ' CUTOFF ' WS-CAL-CUTOFF (WS-CAL-I) ' '
003890                     WS-CAL-DESCRIPTION (WS-CAL-I)
003900         WHEN OTHER
003910             ADD 1 TO WS-RECEIVED-COUNT
003920             DISPLAY '   RECEIVED ' WS-CAL-SOURCE (WS-CAL-I)
003930                     ' CUTOFF ' WS-CAL-CUTOFF (WS-CAL-I) ' '
003940                     WS-CAL-DESCRIPTION (WS-CAL-I)
003950     END-EVALUATE.
003960 3100-EXIT.
003970     EXIT.
003980*
003990*-----------------------------------------------------------*
004000* 7000-FIND-SOURCE - LOOK FL-SOURCE-SYSTEM UP IN THE         *
004010* CALENDAR TABLE; WS-CAL-I IS LEFT ON THE ENTRY WHEN FOUND.  *
004020*-----------------------------------------------------------*
004030 7000-FIND-SOURCE.
004040     MOVE 'N' TO WS-FOUND-SW.
004050     PERFORM 7010-CHECK-ONE-ENTRY THRU 7010-EXIT
004060             VARYING WS-CAL-I FROM 1 BY 1
004070             UNTIL WS-CAL-I > WS-CAL-COUNT
004080                OR WS-FOUND-YES.
004090     IF WS-FOUND-YES
004100         SUBTRACT 1 FROM WS-CAL-I
004110     END-IF.
004120 7000-EXIT.
004130     EXIT.
004140*
004150 7010-CHECK-ONE-ENTRY.
004160     IF WS-CAL-SOURCE (WS-CAL-I) = FL-SOURCE-SYSTEM
004170         MOVE 'Y' TO WS-FOUND-SW
004180     END-IF.
004190 7010-EXIT.
004200     EXIT.
004210*
004220*-----------------------------------------------------------*
004230* 8000-CONTROL-REPORT - THE RUN TOTALS.                      *
004240*-----------------------------------------------------------*
004250 8000-CONTROL-REPORT.
004260     DISPLAY ' '.
004270     DISPLAY '***************************************'.
004280     DISPLAY '*   FEEDEXC - FEED EXCEPTION REPORT    *'.
004290     DISPLAY '***************************************'.
004300     DISPLAY 'REPORT DATE  . . . . . . . ' WS-REPORT-DATE ' '
004310             WS-DAY-NAME (WS-DAY-I).
004320     DISPLAY 'CALENDAR SOURCES . . . . . ' WS-CAL-COUNT.
004330     DISPLAY 'FEEDLOG RECORDS READ . . . ' WS-FEEDLOG-READ-COUNT.
004340     DISPLAY 'FEEDS DUE  . . . . . . . . ' WS-DUE-COUNT.
004350     DISPLAY 'FEEDS RECEIVED . . . . . . ' WS-RECEIVED-COUNT.
004360     DISPLAY 'FEEDS MISSING  . . . . . . ' WS-MISSING-COUNT.
004370     DISPLAY 'FEEDS LATE . . . . . . . . ' WS-LATE-COUNT.
004380     DISPLAY 'SEQUENCE GAPS  . . . . . . ' WS-GAP-COUNT.
004390     DISPLAY 'UNSCHEDULED FEEDS  . . . . ' WS-UNSCHEDULED-COUNT.
004400     DISPLAY '***************************************'.
004410 8000-EXIT.
004420     EXIT.
004430*
004440*-----------------------------------------------------------*
004450* 9500-SET-FINAL-RC - GRADE THE RUN FOR THE JOB SCHEDULER:   *
004460* 12 = A FILE FAILED TO OPEN OR READ; 8 = A BAD REPORT-DATE  *
004470* PARM OR A FULL CALENDAR TABLE (BOTH SET AT THE FAILURE     *
004480* SITE); 4 = ANY FEED MISSING, LATE, OR OUT OF SEQUENCE -    *
004490* SOMEONE HAS TO CHASE A SOURCE SYSTEM. THE CODE ONLY EVER   *
004500* RISES - A WARNING NEVER MASKS A FAILURE.                   *
004510*-----------------------------------------------------------*
004520 9500-SET-FINAL-RC.
004530     IF (WS-MISSING-COUNT > 0 OR WS-LATE-COUNT > 0
004540         OR WS-GAP-COUNT > 0)
004550        AND RETURN-CODE < 4
004560         MOVE 4 TO RETURN-CODE
004570     END-IF.
004580     IF RETURN-CODE > 0
004590         DISPLAY 'FEEDEXC - ENDING WITH CONDITION CODE '
004600                 RETURN-CODE
004610     END-IF.
004620 9500-EXIT.
004630     EXIT.
