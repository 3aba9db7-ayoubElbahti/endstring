000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REJAGE.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. THE COMPANION REPORT TO REJREPR'S *
000120*                OPEN-REJECT MASTER - HOW MANY REJECTS ARE    *
000130*                STILL WAITING ON THE REPAIR DESK, FROM WHICH *
000140*                SOURCE SYSTEM, FOR WHAT REASON, AND FOR HOW  *
000150*                LONG.                                        *
000160*-----------------------------------------------------------*
000170*-----------------------------------------------------------*
000180* REJAGE - OPEN-REJECT AGING REPORT.                         *
000190*                                                             *
000200* READS REJMAST IN KEY ORDER (SOURCE SYSTEM FIRST) AND AGES   *
000210* EVERY OPEN REJECT FROM THE DATE IT WAS FIRST REJECTED - A   *
000220* RESUBMIT THAT WAS REJECTED AGAIN KEEPS ITS ORIGINAL AGE.    *
000230* ONE BLOCK PER SOURCE SYSTEM, ONE LINE PER REASON CODE       *
000240* (01-08, THE TRANEDIT EDIT CHECKS), COUNTED INTO DAYS-       *
000250* OUTSTANDING BUCKETS, THEN THE SAME GRID FOR ALL SOURCES.    *
000260* A REJECT IS COUNTED ONCE, UNDER THE FIRST CHECK IT FAILED.  *
000270* RESUBMITTED AND VOIDED REJECTS ARE CLOSED AND NOT AGED.     *
000280* THE EXEC PARM, BOTH PIECES OPTIONAL:                        *
000290*   BYTES 1-8 - AGE AS OF THIS DATE, YYYYMMDD (BLANK = TODAY) *
000300*   BYTE  9   - 'D' ALSO LISTS EACH OPEN REJECT UNDER ITS     *
000310*               SOURCE BLOCK, FOR THE REPAIR DESK'S WORKLIST  *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT REJMAST   ASSIGN TO "REJMAST"
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE IS SEQUENTIAL
000420            RECORD KEY IS RM-KEY
000430            FILE STATUS IS WS-REJMAST-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  REJMAST.
000480     COPY RMFLDS.
000490*
000500 WORKING-STORAGE SECTION.
000510 01  WS-SWITCHES.
000520     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000530         88  WS-EOF-YES                     VALUE 'Y'.
000540         88  WS-EOF-NO                      VALUE 'N'.
000550     05  WS-DETAIL-SW            PIC X(01) VALUE 'N'.
000560         88  WS-DETAIL-YES                  VALUE 'Y'.
000570         88  WS-DETAIL-NO                   VALUE 'N'.
000580*
000590 01  WS-FILE-STATUSES.
000600     05  WS-REJMAST-STATUS       PIC X(02) VALUE SPACES.
000610         88  WS-REJMAST-OK                  VALUE '00'.
000620         88  WS-REJMAST-EOF                 VALUE '10'.
000630         88  WS-REJMAST-NOT-FOUND           VALUE '35'.
000640*
000650 01  WS-AS-OF-DATE               PIC 9(08) VALUE ZEROS.
000660 01  WS-AS-OF-DATE-X             REDEFINES WS-AS-OF-DATE
000670                                 PIC X(08).
000680 01  WS-CURRENT-SOURCE           PIC X(08) VALUE SPACES.
000690*
000700*-----------------------------------------------------------*
000710* WS-REASON-NAMES - SHORT NAMES FOR THE TRANEDIT REASON      *
000720* CODES, IN CODE ORDER. ENTRY 9 CATCHES A CODE OUTSIDE 01-08.*
000730*-----------------------------------------------------------*
000740 01  WS-REASON-NAME-VALUES.
000750     05  FILLER                  PIC X(14) VALUE 'STR LENGTH'.
000760     05  FILLER                  PIC X(14) VALUE 'END LENGTH'.
000770     05  FILLER                  PIC X(14) VALUE 'CASE SWITCH'.
000780     05  FILLER                  PIC X(14) VALUE 'MODE SWITCH'.
000790     05  FILLER                  PIC X(14) VALUE 'CAND COUNT'.
000800     05  FILLER                  PIC X(14) VALUE 'CAND LENGTH'.
000810     05  FILLER                  PIC X(14) VALUE 'NOT NUMERIC'.
000820     05  FILLER                  PIC X(14) VALUE 'MASK'.
000830     05  FILLER                  PIC X(14) VALUE 'OTHER'.
000840 01  WS-REASON-NAMES             REDEFINES WS-REASON-NAME-VALUES.
000850     05  WS-REASON-NAME          PIC X(14) OCCURS 9 TIMES.
000860*
000870*-----------------------------------------------------------*
000880* AGING GRIDS - REASON (1-9) BY DAYS-OUTSTANDING BUCKET      *
000890* (1-6), ONE FOR THE SOURCE BEING REPORTED AND ONE FOR THE   *
000900* WHOLE FILE. THE BUCKET BOUNDS ARE THE UPPER DAY COUNT OF   *
000910* EACH BUCKET; BUCKET 6 TAKES EVERYTHING OLDER.              *
000920*-----------------------------------------------------------*
000930 01  WS-BUCKET-LIMIT-VALUES.
000940     05  FILLER                  PIC 9(05) VALUE 1.
000950     05  FILLER                  PIC 9(05) VALUE 3.
000960     05  FILLER                  PIC 9(05) VALUE 7.
000970     05  FILLER                  PIC 9(05) VALUE 14.
000980     05  FILLER                  PIC 9(05) VALUE 30.
000990     05  FILLER                  PIC 9(05) VALUE 99999.
001000 01  WS-BUCKET-LIMITS            REDEFINES WS-BUCKET-LIMIT-VALUES.
001010     05  WS-BUCKET-LIMIT         PIC 9(05) OCCURS 6 TIMES.
001020*
001030 01  WS-SOURCE-GRID.
001040     05  WS-SRC-REASON           OCCURS 9 TIMES.
001050         10  WS-SRC-BUCKET       PIC 9(07) COMP OCCURS 6 TIMES.
001060         10  WS-SRC-REASON-TOTAL PIC 9(07) COMP.
001070 01  WS-SOURCE-TOTALS.
001080     05  WS-SRC-COUNT            PIC 9(07) COMP.
001090     05  WS-SRC-OLDEST-DAYS      PIC 9(05) COMP.
001100 01  WS-GRAND-GRID.
001110     05  WS-GRD-REASON           OCCURS 9 TIMES.
001120         10  WS-GRD-BUCKET       PIC 9(07) COMP OCCURS 6 TIMES.
001130         10  WS-GRD-REASON-TOTAL PIC 9(07) COMP.
001140*
001150*-----------------------------------------------------------*
001160* WS-AGE-HEADING / WS-AGE-LINE - ONE GRID LINE.              *
001170*-----------------------------------------------------------*
001180 01  WS-AGE-HEADING.
001190     05  FILLER                  PIC X(18)
001200                                 VALUE 'CD REASON'.
001210     05  FILLER                  PIC X(48)
001220         VALUE '     0-1     2-3     4-7    8-14   15-30     31+'.
001230     05  FILLER                  PIC X(08) VALUE '   TOTAL'.
001240 01  WS-AGE-LINE.
001250     05  WS-AL-REASON            PIC X(02).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  WS-AL-NAME              PIC X(15).
001280     05  WS-AL-CELL              OCCURS 6 TIMES.
001290         10  FILLER              PIC X(01).
001300         10  WS-AL-COUNT         PIC ZZZZZZ9.
001310     05  FILLER                  PIC X(01) VALUE SPACE.
001320     05  WS-AL-TOTAL             PIC ZZZZZZ9.
001330*
001340 77  WS-DAYS-OUT                 PIC 9(05) COMP VALUE 0.
001350 77  WS-REASON-I                 PIC 9(02) VALUE ZEROS.
001360 77  WS-ROW-I                    PIC 9(02) COMP VALUE 0.
001370 77  WS-BKT-I                    PIC 9(02) COMP VALUE 0.
001380 77  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
001390 77  WS-OPEN-COUNT               PIC 9(07) COMP VALUE 0.
001400 77  WS-RESUBMITTED-COUNT        PIC 9(07) COMP VALUE 0.
001410 77  WS-VOIDED-COUNT             PIC 9(07) COMP VALUE 0.
001420 77  WS-BAD-DATE-COUNT           PIC 9(07) COMP VALUE 0.
001430*
001440 LINKAGE SECTION.
001450 01  LS-PARM-AREA.
001460     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001470     05  LS-PARM-TEXT            PIC X(09).
001480*
001490 PROCEDURE DIVISION USING LS-PARM-AREA.
001500*-----------------------------------------------------------*
001510* 0000-MAINLINE                                              *
001520*-----------------------------------------------------------*
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001550     PERFORM 2000-PROCESS-RECORD  THRU 2000-EXIT
001560             UNTIL WS-EOF-YES.
001570     IF WS-CURRENT-SOURCE NOT = SPACES
001580         PERFORM 3000-SOURCE-BREAK THRU 3000-EXIT
001590     END-IF.
001600     PERFORM 8000-CONTROL-REPORT  THRU 8000-EXIT.
001610     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001620     STOP RUN.
001630*
001640*-----------------------------------------------------------*
001650* 1000-INITIALIZE - PICK UP THE PARM, OPEN REJMAST AND PRIME *
001660* THE READ. NO REJMAST YET IS AN EMPTY REPORT, NOT AN ERROR. *
001670*-----------------------------------------------------------*
001680 1000-INITIALIZE.
001690     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
001700     INITIALIZE WS-GRAND-GRID.
001710     IF LS-PARM-LENGTH >= 8
001720        AND LS-PARM-TEXT (1:8) NOT = SPACES
001730         IF LS-PARM-TEXT (1:8) IS NUMERIC
001740             MOVE LS-PARM-TEXT (1:8) TO WS-AS-OF-DATE-X
001750         ELSE
001760             DISPLAY 'REJAGE - AS-OF DATE ' LS-PARM-TEXT (1:8)
001770                     ' NOT NUMERIC - AGING AS OF TODAY'
001780         END-IF
001790     END-IF.
001800     IF LS-PARM-LENGTH >= 9
001810        AND LS-PARM-TEXT (9:1) = 'D'
001820         MOVE 'Y' TO WS-DETAIL-SW
001830     END-IF.
001840     OPEN INPUT REJMAST.
001850     IF WS-REJMAST-NOT-FOUND
001860         DISPLAY 'REJAGE - NO REJMAST - NO REJECTS ON FILE'
001870         MOVE 'Y' TO WS-EOF-SW
001880         GO TO 1000-EXIT
001890     END-IF.
001900     IF NOT WS-REJMAST-OK
001910         DISPLAY 'REJAGE - OPEN ERROR ON REJMAST '
001920                 WS-REJMAST-STATUS
001930         MOVE 12 TO RETURN-CODE
001940         MOVE 'Y' TO WS-EOF-SW
001950         GO TO 1000-EXIT
001960     END-IF.
001970     DISPLAY 'REJAGE - OPEN REJECTS AGED AS OF ' WS-AS-OF-DATE.
001980     PERFORM 2100-READ-REJMAST THRU 2100-EXIT.
001990 1000-EXIT.
002000     EXIT.
002010*
002020*-----------------------------------------------------------*
002030* 2000-PROCESS-RECORD - AGE ONE OPEN REJECT INTO ITS SOURCE  *
002040* GRID, BREAKING TO A NEW SOURCE BLOCK WHEN THE SOURCE       *
002050* CHANGES. CLOSED REJECTS ARE ONLY COUNTED.                  *
002060*-----------------------------------------------------------*
002070 2000-PROCESS-RECORD.
002080     ADD 1 TO WS-READ-COUNT.
002090     EVALUATE TRUE
002100         WHEN RM-STATUS-RESUBMITTED
002110             ADD 1 TO WS-RESUBMITTED-COUNT
002120         WHEN RM-STATUS-VOIDED
002130             ADD 1 TO WS-VOIDED-COUNT
002140         WHEN OTHER
002150             IF RM-SOURCE NOT = WS-CURRENT-SOURCE
002160                 IF WS-CURRENT-SOURCE NOT = SPACES
002170                     PERFORM 3000-SOURCE-BREAK THRU 3000-EXIT
002180                 END-IF
002190                 PERFORM 2300-START-SOURCE THRU 2300-EXIT
002200             END-IF
002210             PERFORM 2200-AGE-ONE-REJECT THRU 2200-EXIT
002220     END-EVALUATE.
002230     PERFORM 2100-READ-REJMAST THRU 2100-EXIT.
002240 2000-EXIT.
002250     EXIT.
002260*
002270*-----------------------------------------------------------*
002280* 2100-READ-REJMAST - READ THE NEXT REJMAST RECORD.          *
002290*-----------------------------------------------------------*
002300 2100-READ-REJMAST.
002310     READ REJMAST NEXT RECORD
002320         AT END
002330             MOVE 'Y' TO WS-EOF-SW
002340     END-READ.
002350     IF NOT WS-REJMAST-OK AND NOT WS-REJMAST-EOF
002360         DISPLAY 'REJAGE - READ ERROR ON REJMAST '
002370                 WS-REJMAST-STATUS
002380         MOVE 12 TO RETURN-CODE
002390         MOVE 'Y' TO WS-EOF-SW
002400     END-IF.
002410 2100-EXIT.
002420     EXIT.
002430*
002440*-----------------------------------------------------------*
002450* 2200-AGE-ONE-REJECT - DAYS OUTSTANDING IS THE AS-OF DATE   *
002460* LESS THE FIRST REJECT DATE. A FIRST REJECT DATE THAT IS    *
002470* NOT A DATE AT ALL IS COUNTED AS UNKNOWN AND AGED AS ZERO   *
002480* RATHER THAN DROPPED - IT IS STILL AN OPEN REJECT.          *
002490*-----------------------------------------------------------*
002500 2200-AGE-ONE-REJECT.
002510     ADD 1 TO WS-OPEN-COUNT.
002520     ADD 1 TO WS-SRC-COUNT.
002530     MOVE 0 TO WS-DAYS-OUT.
002540     IF RM-FIRST-REJECT-DATE IS NUMERIC
002550        AND RM-FIRST-REJECT-DATE > 16010101
002560        AND RM-FIRST-REJECT-DATE < WS-AS-OF-DATE
002570         COMPUTE WS-DAYS-OUT =
002580             FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
002590           - FUNCTION INTEGER-OF-DATE (RM-FIRST-REJECT-DATE)
002600     END-IF.
002610     IF RM-FIRST-REJECT-DATE IS NOT NUMERIC
002620        OR RM-FIRST-REJECT-DATE NOT > 16010101
002630         ADD 1 TO WS-BAD-DATE-COUNT
002640     END-IF.
002650     IF WS-DAYS-OUT > WS-SRC-OLDEST-DAYS
002660         MOVE WS-DAYS-OUT TO WS-SRC-OLDEST-DAYS
002670     END-IF.
002680     MOVE 9 TO WS-ROW-I.
002690     IF RM-REASON-CODE IS NUMERIC
002700         MOVE RM-REASON-CODE TO WS-REASON-I
002710         IF WS-REASON-I >= 1 AND WS-REASON-I <= 8
002720             MOVE WS-REASON-I TO WS-ROW-I
002730         END-IF
002740     END-IF.
002750     MOVE 1 TO WS-BKT-I.
002760     PERFORM 2210-STEP-BUCKET THRU 2210-EXIT
002770             UNTIL WS-DAYS-OUT NOT > WS-BUCKET-LIMIT (WS-BKT-I).
002780     ADD 1 TO WS-SRC-BUCKET (WS-ROW-I WS-BKT-I).
002790     ADD 1 TO WS-SRC-REASON-TOTAL (WS-ROW-I).
002800     ADD 1 TO WS-GRD-BUCKET (WS-ROW-I WS-BKT-I).
002810     ADD 1 TO WS-GRD-REASON-TOTAL (WS-ROW-I).
002820     IF WS-DETAIL-YES
002830         DISPLAY '   ' RM-FEED-DATE ' SEQ ' RM-FEED-SEQ
002840                 ' REC ' RM-REC-NO ' REASON ' RM-REASON-CODE
002850                 ' DAYS ' WS-DAYS-OUT
002860                 ' REJECTED ' RM-REJECT-COUNT ' TIME(S) - '
002870                 FUNCTION TRIM (RM-REASON-TEXT)
002880     END-IF.
002890 2200-EXIT.
002900     EXIT.
002910*
002920 2210-STEP-BUCKET.
002930     ADD 1 TO WS-BKT-I.
002940 2210-EXIT.
002950     EXIT.
002960*
002970*-----------------------------------------------------------*
002980* 2300-START-SOURCE - OPEN A NEW SOURCE BLOCK.               *
002990*-----------------------------------------------------------*
003000 2300-START-SOURCE.
003010     MOVE RM-SOURCE TO WS-CURRENT-SOURCE.
003020     INITIALIZE WS-SOURCE-GRID.
003030     INITIALIZE WS-SOURCE-TOTALS.
003040     DISPLAY ' '.
003050     DISPLAY 'SOURCE SYSTEM ' WS-CURRENT-SOURCE.
003060 2300-EXIT.
003070     EXIT.
003080*
003090*-----------------------------------------------------------*
003100* 3000-SOURCE-BREAK - SHOW THE FINISHED SOURCE'S GRID.       *
003110*-----------------------------------------------------------*
003120 3000-SOURCE-BREAK.
003130     DISPLAY WS-AGE-HEADING.
003140     PERFORM 3100-SHOW-SOURCE-ROW THRU 3100-EXIT
003150             VARYING WS-ROW-I FROM 1 BY 1
003160             UNTIL WS-ROW-I > 9.
003170     DISPLAY 'OPEN REJECTS ' WS-SRC-COUNT
003180             ' - OLDEST ' WS-SRC-OLDEST-DAYS ' DAYS'.
003190 3000-EXIT.
003200     EXIT.
003210*
003220 3100-SHOW-SOURCE-ROW.
003230     IF WS-SRC-REASON-TOTAL (WS-ROW-I) = 0
003240         GO TO 3100-EXIT
003250     END-IF.
003260     PERFORM 3300-LABEL-ROW THRU 3300-EXIT.
003270     PERFORM 3110-SHOW-SOURCE-CELL THRU 3110-EXIT
003280             VARYING WS-BKT-I FROM 1 BY 1
003290             UNTIL WS-BKT-I > 6.
003300     MOVE WS-SRC-REASON-TOTAL (WS-ROW-I) TO WS-AL-TOTAL.
003310     DISPLAY WS-AGE-LINE.
003320 3100-EXIT.
003330     EXIT.
003340*
003350 3110-SHOW-SOURCE-CELL.
003360     MOVE WS-SRC-BUCKET (WS-ROW-I WS-BKT-I)
003370         TO WS-AL-COUNT (WS-BKT-I).
003380 3110-EXIT.
003390     EXIT.
003400*
003410*-----------------------------------------------------------*
003420* 3300-LABEL-ROW - CODE AND NAME FOR GRID ROW WS-ROW-I.      *
003430*-----------------------------------------------------------*
003440 3300-LABEL-ROW.
003450     MOVE SPACES TO WS-AGE-LINE.
003460     IF WS-ROW-I = 9
003470         MOVE '??' TO WS-AL-REASON
003480     ELSE
003490         MOVE WS-ROW-I TO WS-REASON-I
003500         MOVE WS-REASON-I TO WS-AL-REASON
003510     END-IF.
003520     MOVE WS-REASON-NAME (WS-ROW-I) TO WS-AL-NAME.
003530 3300-EXIT.
003540     EXIT.
003550*
003560*-----------------------------------------------------------*
003570* 8000-CONTROL-REPORT - THE ALL-SOURCES GRID AND RUN TOTALS. *
003580*-----------------------------------------------------------*
003590 8000-CONTROL-REPORT.
003600     DISPLAY ' '.
003610     DISPLAY '***************************************'.
003620     DISPLAY '*   REJAGE - OPEN REJECT AGING         *'.
003630     DISPLAY '***************************************'.
003640     DISPLAY 'ALL SOURCE SYSTEMS'.
003650     DISPLAY WS-AGE-HEADING.
003660     PERFORM 8100-SHOW-GRAND-ROW THRU 8100-EXIT
003670             VARYING WS-ROW-I FROM 1 BY 1
003680             UNTIL WS-ROW-I > 9.
003690     DISPLAY 'REJMAST RECORDS READ . . . ' WS-READ-COUNT.
003700     DISPLAY 'OPEN REJECTS AGED  . . . . ' WS-OPEN-COUNT.
003710     DISPLAY 'RESUBMITTED (CLOSED) . . . ' WS-RESUBMITTED-COUNT.
003720     DISPLAY 'VOIDED (CLOSED)  . . . . . ' WS-VOIDED-COUNT.
003730     IF WS-BAD-DATE-COUNT > 0
003740         DISPLAY 'UNKNOWN REJECT DATE  . . . '
003750                 WS-BAD-DATE-COUNT
003760     END-IF.
003770     DISPLAY '***************************************'.
003780 8000-EXIT.
003790     EXIT.
003800*
003810 8100-SHOW-GRAND-ROW.
003820     IF WS-GRD-REASON-TOTAL (WS-ROW-I) = 0
003830         GO TO 8100-EXIT
003840     END-IF.
003850     PERFORM 3300-LABEL-ROW THRU 3300-EXIT.
003860     PERFORM 8110-SHOW-GRAND-CELL THRU 8110-EXIT
003870             VARYING WS-BKT-I FROM 1 BY 1
003880             UNTIL WS-BKT-I > 6.
003890     MOVE WS-GRD-REASON-TOTAL (WS-ROW-I) TO WS-AL-TOTAL.
003900     DISPLAY WS-AGE-LINE.
003910 8100-EXIT.
003920     EXIT.
003930*
003940 8110-SHOW-GRAND-CELL.
003950     MOVE WS-GRD-BUCKET (WS-ROW-I WS-BKT-I)
003960         TO WS-AL-COUNT (WS-BKT-I).
003970 8110-EXIT.
003980     EXIT.
003990*
004000*-----------------------------------------------------------*
004010* 9000-TERMINATE - CLOSE REJMAST.                            *
004020*-----------------------------------------------------------*
004030 9000-TERMINATE.
004040     CLOSE REJMAST.
004050 9000-EXIT.
004060     EXIT.
