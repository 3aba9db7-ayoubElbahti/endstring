000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACKRECON.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. UNTIL NOW A ROW'S LIFE ENDED WHEN  *
000120*                ROUTDISP WROTE IT TO DESTOUT1-DESTOUT5 -     *
000130*                NOTHING SHOWED WHETHER THE RECEIVING TEAMS   *
000140*                EVER LOADED IT. EACH DESTINATION NOW RETURNS *
000150*                AN ACKNOWLEDGMENT FILE (AKFLDS), AND THIS    *
000160*                PROGRAM MATCHES IT AGAINST THE DISPATCH LOG  *
000170*                ROUTDISP NOW KEEPS AND REPORTS WHAT WAS NEVER*
000180*                ACKNOWLEDGED, WHAT WAS REJECTED, AND WHAT WAS*
000190*                ACKNOWLEDGED BUT NEVER SENT.                 *
000200*-----------------------------------------------------------*
000210*-----------------------------------------------------------*
000220* ACKRECON - DELIVERY ACKNOWLEDGMENT RECONCILIATION.          *
000230*                                                             *
000240* FIRST APPLIES THE ACKNOWLEDGMENTS: DESTACK1-DESTACK5, ONE   *
000250* FILE BACK FROM EACH DESTINATION, ARE READ IN TURN AND EACH  *
000260* ACKNOWLEDGMENT IS MATCHED ON JOB ID AND RECORD NUMBER TO    *
000270* THE ROW ROUTDISP LOGGED ON DISPLOG FOR THAT DESTINATION.    *
000280* THE JOB ID AND RECORD NUMBER REPEAT FROM NIGHT TO NIGHT, SO *
000290* AN ACKNOWLEDGMENT GOES TO THE OLDEST DISPATCH OF THAT ROW   *
000300* TO THAT DESTINATION STILL WAITING ON ONE, NEVER TO A ROW    *
000310* SENT AFTER THE ACKNOWLEDGMENT'S OWN DATE. WHEN EVERY SUCH   *
000320* DISPATCH IS ALREADY ACKNOWLEDGED, A DIFFERENT ANSWER        *
000330* REPLACES THE LATEST ONE'S (A ROW ACCEPTED ON A RELOAD AFTER *
000340* BEING REJECTED) AND THE SAME ANSWER AGAIN IS ONLY COUNTED,  *
000350* SO RERUNNING WITH THE SAME FILES CHANGES NOTHING. AN        *
000360* ACKNOWLEDGMENT THAT MATCHES NO ROW SENT TO ITS DESTINATION  *
000370* IS LISTED WITH THE REASON. A DESTINATION WITH NO FILE BACK  *
000380* IS SHOWN AS SUCH - ITS ROWS STAY UNACKNOWLEDGED.            *
000390*                                                             *
000400* THEN READS DISPLOG IN KEY ORDER AND REPORTS THE ROWS THE    *
000410* DESTINATIONS REJECTED, AND AGES EVERY ROW NOT YET           *
000420* ACKNOWLEDGED FROM THE DATE IT WAS SENT, BY DESTINATION, IN  *
000430* THE SAME DAYS BUCKETS AS REJAGE. A ROW NOT ACKNOWLEDGED BY  *
000440* THE DAY AFTER IT WAS SENT IS OVERDUE.                       *
000450* THE EXEC PARM, ALL PIECES OPTIONAL:                         *
000460*   BYTES 1-8   - AGE AS OF THIS DATE, YYYYMMDD (BLANK=TODAY) *
000470*   BYTE  9     - 'D' ALSO LISTS EACH ROW NOT ACKNOWLEDGED    *
000480*   BYTES 10-17 - REPORT ONLY THE ROWS OF THIS JOB ID - THE   *
000490*                 ANSWER WHEN A DESTINATION SAYS IT NEVER GOT *
000500*                 A FILE. EVERY ACKNOWLEDGMENT IS STILL       *
000510*                 APPLIED.                                    *
000520*-----------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT DISPLOG   ASSIGN TO "DISPLOG"
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS DYNAMIC
000620            RECORD KEY IS DL-KEY
000630            FILE STATUS IS WS-DISPLOG-STATUS.
000640     SELECT DESTACK1  ASSIGN TO "DESTACK1"
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS WS-DESTACK1-STATUS.
000670     SELECT DESTACK2  ASSIGN TO "DESTACK2"
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-DESTACK2-STATUS.
000700     SELECT DESTACK3  ASSIGN TO "DESTACK3"
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS WS-DESTACK3-STATUS.
000730     SELECT DESTACK4  ASSIGN TO "DESTACK4"
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-DESTACK4-STATUS.
000760     SELECT DESTACK5  ASSIGN TO "DESTACK5"
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS IS WS-DESTACK5-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  DISPLOG.
000830     COPY DLFLDS.
000840*
000850*-----------------------------------------------------------*
000860* DESTACK1-DESTACK5 - THE ACKNOWLEDGMENT FILES, ONE PER       *
000870* DESTINATION, EACH READ INTO AK-RECORD (AKFLDS).             *
000880*-----------------------------------------------------------*
000890 FD  DESTACK1
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  ACK1-RECORD                 PIC X(80).
000920*
000930 FD  DESTACK2
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  ACK2-RECORD                 PIC X(80).
000960*
000970 FD  DESTACK3
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  ACK3-RECORD                 PIC X(80).
001000*
001010 FD  DESTACK4
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  ACK4-RECORD                 PIC X(80).
001040*
001050 FD  DESTACK5
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  ACK5-RECORD                 PIC X(80).
001080*
001090 WORKING-STORAGE SECTION.
001100 01  WS-SWITCHES.
001110     05  WS-STOP-SW              PIC X(01) VALUE 'N'.
001120         88  WS-STOP-YES                    VALUE 'Y'.
001130         88  WS-STOP-NO                     VALUE 'N'.
001140     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001150         88  WS-EOF-YES                     VALUE 'Y'.
001160         88  WS-EOF-NO                      VALUE 'N'.
001170     05  WS-ACK-EOF-SW           PIC X(01) VALUE 'N'.
001180         88  WS-ACK-EOF-YES                 VALUE 'Y'.
001190         88  WS-ACK-EOF-NO                  VALUE 'N'.
001200     05  WS-DETAIL-SW            PIC X(01) VALUE 'N'.
001210         88  WS-DETAIL-YES                  VALUE 'Y'.
001220         88  WS-DETAIL-NO                   VALUE 'N'.
001230     05  WS-MATCH-EOF-SW         PIC X(01) VALUE 'N'.
001240         88  WS-MATCH-EOF-YES               VALUE 'Y'.
001250         88  WS-MATCH-EOF-NO                VALUE 'N'.
001260     05  WS-UNACKED-FOUND-SW     PIC X(01) VALUE 'N'.
001270         88  WS-UNACKED-FOUND-YES           VALUE 'Y'.
001280         88  WS-UNACKED-FOUND-NO            VALUE 'N'.
001290     05  WS-LATEST-FOUND-SW      PIC X(01) VALUE 'N'.
001300         88  WS-LATEST-FOUND-YES            VALUE 'Y'.
001310         88  WS-LATEST-FOUND-NO             VALUE 'N'.
001320     05  WS-SENT-LATER-SW        PIC X(01) VALUE 'N'.
001330         88  WS-SENT-LATER-YES              VALUE 'Y'.
001340         88  WS-SENT-LATER-NO               VALUE 'N'.
001350     05  WS-SCAN-PASS-SW         PIC X(01) VALUE 'C'.
001360         88  WS-SCAN-COUNTING               VALUE 'C'.
001370         88  WS-SCAN-LISTING                VALUE 'L'.
001380*
001390 01  WS-FILE-STATUSES.
001400     05  WS-DISPLOG-STATUS       PIC X(02) VALUE SPACES.
001410         88  WS-DISPLOG-OK                  VALUE '00'.
001420         88  WS-DISPLOG-EOF                 VALUE '10'.
001430         88  WS-DISPLOG-FILE-NOT-FOUND      VALUE '35'.
001440     05  WS-DESTACK1-STATUS      PIC X(02) VALUE SPACES.
001450     05  WS-DESTACK2-STATUS      PIC X(02) VALUE SPACES.
001460     05  WS-DESTACK3-STATUS      PIC X(02) VALUE SPACES.
001470     05  WS-DESTACK4-STATUS      PIC X(02) VALUE SPACES.
001480     05  WS-DESTACK5-STATUS      PIC X(02) VALUE SPACES.
001490     05  WS-ACK-FILE-STATUS      PIC X(02) VALUE SPACES.
001500         88  WS-ACK-FILE-OK                 VALUE '00'.
001510         88  WS-ACK-FILE-EOF                VALUE '10'.
001520         88  WS-ACK-FILE-MISSING            VALUE '35'.
001530*
001540 01  WS-AS-OF-DATE               PIC 9(08) VALUE ZEROS.
001550 01  WS-AS-OF-DATE-X             REDEFINES WS-AS-OF-DATE
001560                                 PIC X(08).
001570 01  WS-JOB-FILTER               PIC X(08) VALUE SPACES.
001580*
001590*-----------------------------------------------------------*
001600* ACKNOWLEDGMENT MATCHING - THE ACKNOWLEDGMENT BEING APPLIED  *
001610* (AKFLDS), THE DISPLOG KEYS 2300 FOUND FOR IT, AND WHY IT    *
001620* COULD NOT BE APPLIED (SPACES WHILE IT STILL CAN BE).        *
001630*-----------------------------------------------------------*
001640     COPY AKFLDS.
001650 01  WS-FOUND-KEY                PIC X(32) VALUE SPACES.
001660 01  WS-LATEST-KEY               PIC X(32) VALUE SPACES.
001670 01  WS-OTHER-DEST               PIC 9(01) VALUE ZERO.
001680 01  WS-NOT-APPLIED-REASON       PIC X(40) VALUE SPACES.
001690*
001700*-----------------------------------------------------------*
001710* WS-DEST-TABLE - ONE ENTRY PER DESTINATION, 1-5, AND ENTRY 6 *
001720* FOR ALL DESTINATIONS: WHETHER ITS ACKNOWLEDGMENT FILE CAME  *
001730* BACK, WHAT BECAME OF THE ACKNOWLEDGMENTS IN IT, AND THE     *
001740* STATE OF THE ROWS SENT TO IT, WITH THE ROWS NOT YET         *
001750* ACKNOWLEDGED COUNTED INTO THE DAYS-SINCE-SENT BUCKETS.      *
001760*-----------------------------------------------------------*
001770 01  WS-DEST-TABLE.
001780     05  WS-DST                  OCCURS 6 TIMES.
001790         10  WS-DST-ACK-FILE-SW  PIC X(01).
001800             88  WS-DST-ACK-RETURNED        VALUE 'Y'.
001810             88  WS-DST-ACK-NONE            VALUE 'N'.
001820             88  WS-DST-ACK-ERROR           VALUE 'E'.
001830         10  WS-DST-ACKS-READ    PIC 9(07) COMP.
001840         10  WS-DST-APPLIED      PIC 9(07) COMP.
001850         10  WS-DST-CHANGED      PIC 9(07) COMP.
001860         10  WS-DST-REPEATED     PIC 9(07) COMP.
001870         10  WS-DST-UNMATCHED    PIC 9(07) COMP.
001880         10  WS-DST-SENT         PIC 9(07) COMP.
001890         10  WS-DST-ACCEPTED     PIC 9(07) COMP.
001900         10  WS-DST-REJECTED     PIC 9(07) COMP.
001910         10  WS-DST-UNACKED      PIC 9(07) COMP.
001920         10  WS-DST-OVERDUE      PIC 9(07) COMP.
001930         10  WS-DST-OLDEST-DAYS  PIC 9(05) COMP.
001940         10  WS-DST-BUCKET       PIC 9(07) COMP OCCURS 6 TIMES.
001950*
001960*-----------------------------------------------------------*
001970* DAYS-SINCE-SENT BUCKETS - THE UPPER DAY COUNT OF EACH       *
001980* BUCKET, AS IN REJAGE; BUCKET 6 TAKES EVERYTHING OLDER.      *
001990*-----------------------------------------------------------*
002000 01  WS-BUCKET-LIMIT-VALUES.
002010     05  FILLER                  PIC 9(05) VALUE 1.
002020     05  FILLER                  PIC 9(05) VALUE 3.
002030     05  FILLER                  PIC 9(05) VALUE 7.
002040     05  FILLER                  PIC 9(05) VALUE 14.
002050     05  FILLER                  PIC 9(05) VALUE 30.
002060     05  FILLER                  PIC 9(05) VALUE 99999.
002070 01  WS-BUCKET-LIMITS            REDEFINES WS-BUCKET-LIMIT-VALUES.
002080     05  WS-BUCKET-LIMIT         PIC 9(05) OCCURS 6 TIMES.
002090*
002100*-----------------------------------------------------------*
002110* WS-AGE-HEADING / WS-AGE-LINE - ONE LINE OF THE AGING GRID.  *
002120*-----------------------------------------------------------*
002130 01  WS-AGE-HEADING.
002140     05  FILLER                  PIC X(18)
002150                                 VALUE 'DESTINATION'.
002160     05  FILLER                  PIC X(48)
002170         VALUE '     0-1     2-3     4-7    8-14   15-30     31+'.
002180     05  FILLER                  PIC X(08) VALUE '   TOTAL'.
002190 01  WS-AGE-LINE.
002200     05  WS-AL-NAME              PIC X(18).
002210     05  WS-AL-CELL              OCCURS 6 TIMES.
002220         10  FILLER              PIC X(01).
002230         10  WS-AL-COUNT         PIC ZZZZZZ9.
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  WS-AL-TOTAL             PIC ZZZZZZ9.
002260*
002270*-----------------------------------------------------------*
002280* WS-DEST-HEADING / WS-DEST-LINE - ONE LINE OF THE            *
002290* DESTINATION SUMMARY ON THE CONTROL REPORT.                  *
002300*-----------------------------------------------------------*
002310 01  WS-DEST-HEADING.
002320     05  FILLER                  PIC X(12) VALUE 'DESTINATION'.
002330     05  FILLER                  PIC X(09) VALUE 'ACK FILE'.
002340     05  FILLER                  PIC X(09) VALUE '     SENT'.
002350     05  FILLER                  PIC X(09) VALUE ' ACCEPTED'.
002360     05  FILLER                  PIC X(09) VALUE ' REJECTED'.
002370     05  FILLER                  PIC X(09) VALUE '  UNACKED'.
002380     05  FILLER                  PIC X(09) VALUE '     ACKS'.
002390     05  FILLER                  PIC X(09) VALUE ' UNMATCHD'.
002400 01  WS-DEST-LINE.
002410     05  WS-DL-NAME              PIC X(12).
002420     05  WS-DL-ACK-FILE          PIC X(09).
002430     05  WS-DL-CELL              OCCURS 6 TIMES.
002440         10  FILLER              PIC X(02).
002450         10  WS-DL-COUNT         PIC ZZZZZZ9.
002460*
002470 77  WS-DEST-I                   PIC 9(01) COMP VALUE 0.
002480 77  WS-DEST-DIGIT               PIC 9(01) VALUE ZERO.
002490 77  WS-BKT-I                    PIC 9(02) COMP VALUE 0.
002500 77  WS-DAYS-OUT                 PIC 9(05) COMP VALUE 0.
002510 77  WS-ACK-DUE-DAYS             PIC 9(05) COMP VALUE 1.
002520 77  WS-DISPLOG-READ-COUNT       PIC 9(07) COMP VALUE 0.
002530*
002540*-----------------------------------------------------------*
002550* LINKAGE SECTION - LS-PARM-AREA RECEIVES THE JCL EXEC PARM=  *
002560* TEXT (SEE THE PROGRAM BANNER).                              *
002570*-----------------------------------------------------------*
002580 LINKAGE SECTION.
002590 01  LS-PARM-AREA.
002600     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002610     05  LS-PARM-TEXT            PIC X(17).
002620*
002630 PROCEDURE DIVISION USING LS-PARM-AREA.
002640*-----------------------------------------------------------*
002650* 0000-MAINLINE                                               *
002660*-----------------------------------------------------------*
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002690     IF WS-STOP-NO
002700         PERFORM 2000-APPLY-ACKNOWLEDGMENTS THRU 2000-EXIT
002710         PERFORM 4000-RECONCILE-DISPLOG     THRU 4000-EXIT
002720         PERFORM 8000-CONTROL-REPORT        THRU 8000-EXIT
002730     END-IF.
002740     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002750     PERFORM 9500-SET-FINAL-RC    THRU 9500-EXIT.
002760     STOP RUN.
002770*
002780*-----------------------------------------------------------*
002790* 1000-INITIALIZE - PICK UP THE PARM AND OPEN DISPLOG, WHICH  *
002800* IS CREATED EMPTY IF ROUTDISP HAS NEVER RUN - EVERY          *
002810* ACKNOWLEDGMENT THEN REPORTS AS FOR A ROW NEVER SENT.        *
002820*-----------------------------------------------------------*
002830 1000-INITIALIZE.
002840     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
002850     INITIALIZE WS-DEST-TABLE.
002860     IF LS-PARM-LENGTH >= 8
002870        AND LS-PARM-TEXT (1:8) NOT = SPACES
002880         IF LS-PARM-TEXT (1:8) IS NUMERIC
002890             MOVE LS-PARM-TEXT (1:8) TO WS-AS-OF-DATE-X
002900         ELSE
002910             DISPLAY 'ACKRECON - AS-OF DATE ' LS-PARM-TEXT (1:8)
002920                     ' NOT NUMERIC - AGING AS OF TODAY'
002930         END-IF
002940     END-IF.
002950     IF LS-PARM-LENGTH >= 9
002960        AND LS-PARM-TEXT (9:1) = 'D'
002970         MOVE 'Y' TO WS-DETAIL-SW
002980     END-IF.
002990     IF LS-PARM-LENGTH >= 17
003000         MOVE LS-PARM-TEXT (10:8) TO WS-JOB-FILTER
003010     ELSE
003020         IF LS-PARM-LENGTH >= 10
003030             MOVE LS-PARM-TEXT (10:LS-PARM-LENGTH - 9)
003040                 TO WS-JOB-FILTER
003050         END-IF
003060     END-IF.
003070     OPEN I-O DISPLOG.
003080     IF WS-DISPLOG-FILE-NOT-FOUND
003090         OPEN OUTPUT DISPLOG
003100         CLOSE DISPLOG
003110         OPEN I-O DISPLOG
003120     END-IF.
003130     IF NOT WS-DISPLOG-OK
003140         DISPLAY 'ACKRECON - OPEN ERROR ON DISPLOG '
003150                 WS-DISPLOG-STATUS
003160         MOVE 12 TO RETURN-CODE
003170         MOVE 'Y' TO WS-STOP-SW
003180         GO TO 1000-EXIT
003190     END-IF.
003200     DISPLAY 'ACKRECON - DISPATCHED ROWS RECONCILED AS OF '
003210             WS-AS-OF-DATE.
003220     IF WS-JOB-FILTER NOT = SPACES
003230         DISPLAY 'ACKRECON - ROWS OF JOB ID ' WS-JOB-FILTER
003240                 ' ONLY'
003250     END-IF.
003260 1000-EXIT.
003270     EXIT.
003280*
003290*-----------------------------------------------------------*
003300* 2000-APPLY-ACKNOWLEDGMENTS - APPLY EACH DESTINATION'S       *
003310* ACKNOWLEDGMENT FILE IN TURN, LISTING EVERY ACKNOWLEDGMENT   *
003320* THAT MATCHES NO ROW SENT TO THAT DESTINATION.               *
003330*-----------------------------------------------------------*
003340 2000-APPLY-ACKNOWLEDGMENTS.
003350     DISPLAY ' '.
003360     DISPLAY 'ACKNOWLEDGMENTS NOT MATCHED TO A ROW SENT'.
003370     DISPLAY '-----------------------------------------'.
003380     PERFORM 2100-APPLY-ACK-FILE THRU 2100-EXIT
003390             VARYING WS-DEST-I FROM 1 BY 1
003400             UNTIL WS-DEST-I > 5.
003410     IF WS-DST-UNMATCHED (6) = 0
003420         DISPLAY '  NONE'
003430     END-IF.
003440 2000-EXIT.
003450     EXIT.
003460*
003470*-----------------------------------------------------------*
003480* 2100-APPLY-ACK-FILE - OPEN, APPLY, AND CLOSE DESTACKn FOR   *
003490* DESTINATION WS-DEST-I. NO FILE BACK IS NOT AN ERROR - THE   *
003500* DESTINATION'S ROWS SIMPLY STAY UNACKNOWLEDGED.              *
003510*-----------------------------------------------------------*
003520 2100-APPLY-ACK-FILE.
003530     MOVE WS-DEST-I TO WS-DEST-DIGIT.
003540     MOVE 'N' TO WS-ACK-EOF-SW.
003550     PERFORM 2110-OPEN-ACK-FILE THRU 2110-EXIT.
003560     IF NOT WS-DST-ACK-RETURNED (WS-DEST-I)
003570         GO TO 2100-EXIT
003580     END-IF.
003590     PERFORM 2120-READ-ACK THRU 2120-EXIT.
003600     PERFORM 2200-APPLY-ONE-ACK THRU 2200-EXIT
003610             UNTIL WS-ACK-EOF-YES.
003620     PERFORM 2130-CLOSE-ACK-FILE THRU 2130-EXIT.
003630 2100-EXIT.
003640     EXIT.
003650*
003660*-----------------------------------------------------------*
003670* 2110-OPEN-ACK-FILE - FIVE SEPARATE OPENS BECAUSE EACH       *
003680* DESTINATION'S FILE IS ITS OWN FD, AS IN ROUTDISP.           *
003690*-----------------------------------------------------------*
003700 2110-OPEN-ACK-FILE.
003710     EVALUATE WS-DEST-I
003720         WHEN 1
003730             OPEN INPUT DESTACK1
003740             MOVE WS-DESTACK1-STATUS TO WS-ACK-FILE-STATUS
003750         WHEN 2
003760             OPEN INPUT DESTACK2
003770             MOVE WS-DESTACK2-STATUS TO WS-ACK-FILE-STATUS
003780         WHEN 3
003790             OPEN INPUT DESTACK3
003800             MOVE WS-DESTACK3-STATUS TO WS-ACK-FILE-STATUS
003810         WHEN 4
003820             OPEN INPUT DESTACK4
003830             MOVE WS-DESTACK4-STATUS TO WS-ACK-FILE-STATUS
003840         WHEN 5
003850             OPEN INPUT DESTACK5
003860             MOVE WS-DESTACK5-STATUS TO WS-ACK-FILE-STATUS
003870     END-EVALUATE.
003880     EVALUATE TRUE
003890         WHEN WS-ACK-FILE-OK
003900             MOVE 'Y' TO WS-DST-ACK-FILE-SW (WS-DEST-I)
003910         WHEN WS-ACK-FILE-MISSING
003920             MOVE 'N' TO WS-DST-ACK-FILE-SW (WS-DEST-I)
003930         WHEN OTHER
003940             MOVE 'E' TO WS-DST-ACK-FILE-SW (WS-DEST-I)
003950             DISPLAY 'ACKRECON - OPEN ERROR ON DESTACK'
003960                     WS-DEST-DIGIT ' ' WS-ACK-FILE-STATUS
003970             MOVE 12 TO RETURN-CODE
003980     END-EVALUATE.
003990 2110-EXIT.
004000     EXIT.
004010*
004020*-----------------------------------------------------------*
004030* 2120-READ-ACK - READ THE NEXT ACKNOWLEDGMENT FROM DESTACKn  *
004040* INTO AK-RECORD. A READ ERROR ENDS THAT DESTINATION'S FILE.  *
004050*-----------------------------------------------------------*
004060 2120-READ-ACK.
004070     EVALUATE WS-DEST-I
004080         WHEN 1
004090             READ DESTACK1 INTO AK-RECORD
004100                 AT END
004110                     MOVE 'Y' TO WS-ACK-EOF-SW
004120             END-READ
004130             MOVE WS-DESTACK1-STATUS TO WS-ACK-FILE-STATUS
004140         WHEN 2
004150             READ DESTACK2 INTO AK-RECORD
004160                 AT END
004170                     MOVE 'Y' TO WS-ACK-EOF-SW
004180             END-READ
004190             MOVE WS-DESTACK2-STATUS TO WS-ACK-FILE-STATUS
004200         WHEN 3
004210             READ DESTACK3 INTO AK-RECORD
004220                 AT END
004230                     MOVE 'Y' TO WS-ACK-EOF-SW
004240             END-READ
004250             MOVE WS-DESTACK3-STATUS TO WS-ACK-FILE-STATUS
004260         WHEN 4
004270             READ DESTACK4 INTO AK-RECORD
004280                 AT END
004290                     MOVE 'Y' TO WS-ACK-EOF-SW
004300             END-READ
004310             MOVE WS-DESTACK4-STATUS TO WS-ACK-FILE-STATUS
004320         WHEN 5
004330             READ DESTACK5 INTO AK-RECORD
004340                 AT END
004350                     MOVE 'Y' TO WS-ACK-EOF-SW
004360             END-READ
004370             MOVE WS-DESTACK5-STATUS TO WS-ACK-FILE-STATUS
004380     END-EVALUATE.
004390     IF NOT WS-ACK-FILE-OK AND NOT WS-ACK-FILE-EOF
004400         DISPLAY 'ACKRECON - READ ERROR ON DESTACK'
004410                 WS-DEST-DIGIT ' ' WS-ACK-FILE-STATUS
004420         MOVE 'E' TO WS-DST-ACK-FILE-SW (WS-DEST-I)
004430         MOVE 12 TO RETURN-CODE
004440         MOVE 'Y' TO WS-ACK-EOF-SW
004450     END-IF.
004460 2120-EXIT.
004470     EXIT.
004480*
004490 2130-CLOSE-ACK-FILE.
004500     EVALUATE WS-DEST-I
004510         WHEN 1
004520             CLOSE DESTACK1
004530         WHEN 2
004540             CLOSE DESTACK2
004550         WHEN 3
004560             CLOSE DESTACK3
004570         WHEN 4
004580             CLOSE DESTACK4
004590         WHEN 5
004600             CLOSE DESTACK5
004610     END-EVALUATE.
004620 2130-EXIT.
004630     EXIT.
004640*
004650*-----------------------------------------------------------*
004660* 2200-APPLY-ONE-ACK - MATCH AND APPLY ONE ACKNOWLEDGMENT,    *
004670* THEN READ THE NEXT ONE.                                     *
004680*-----------------------------------------------------------*
004690 2200-APPLY-ONE-ACK.
004700     ADD 1 TO WS-DST-ACKS-READ (WS-DEST-I).
004710     ADD 1 TO WS-DST-ACKS-READ (6).
004720     PERFORM 2210-MATCH-ONE-ACK THRU 2210-EXIT.
004730     PERFORM 2120-READ-ACK THRU 2120-EXIT.
004740 2200-EXIT.
004750     EXIT.
004760*
004770*-----------------------------------------------------------*
004780* 2210-MATCH-ONE-ACK - EDIT THE ACKNOWLEDGMENT, FIND THE      *
004790* DISPATCH IT BELONGS TO (2300), AND RECORD IT THERE (2400),  *
004800* OR LIST IT WITH THE REASON IT COULD NOT BE APPLIED.         *
004810*-----------------------------------------------------------*
004820 2210-MATCH-ONE-ACK.
004830     MOVE SPACES TO WS-NOT-APPLIED-REASON.
004840     IF AK-REC-NO-X IS NOT NUMERIC
004850         MOVE 'RECORD NUMBER NOT NUMERIC'
004860                 TO WS-NOT-APPLIED-REASON
004870         PERFORM 2900-NOT-APPLIED THRU 2900-EXIT
004880         GO TO 2210-EXIT
004890     END-IF.
004900     IF NOT AK-STATUS-VALID
004910         MOVE 'STATUS NOT A (ACCEPTED) OR R (REJECTED)'
004920                 TO WS-NOT-APPLIED-REASON
004930         PERFORM 2900-NOT-APPLIED THRU 2900-EXIT
004940         GO TO 2210-EXIT
004950     END-IF.
004960     IF AK-ACK-DATE-X IS NOT NUMERIC
004970        OR AK-ACK-DATE NOT > 16010101
004980         MOVE 'ACKNOWLEDGMENT DATE NOT A DATE'
004990                 TO WS-NOT-APPLIED-REASON
005000         PERFORM 2900-NOT-APPLIED THRU 2900-EXIT
005010         GO TO 2210-EXIT
005020     END-IF.
005030     PERFORM 2300-FIND-DISPATCH THRU 2300-EXIT.
005040     EVALUATE TRUE
005050         WHEN WS-NOT-APPLIED-REASON NOT = SPACES
005060             CONTINUE
005070         WHEN WS-UNACKED-FOUND-YES
005080             MOVE WS-FOUND-KEY TO DL-KEY
005090             PERFORM 2400-RECORD-ACK THRU 2400-EXIT
005100         WHEN WS-LATEST-FOUND-YES
005110             MOVE WS-LATEST-KEY TO DL-KEY
005120             PERFORM 2400-RECORD-ACK THRU 2400-EXIT
005130         WHEN WS-SENT-LATER-YES
005140             MOVE 'ACKNOWLEDGMENT DATED BEFORE ROW WAS SENT'
005150                     TO WS-NOT-APPLIED-REASON
005160         WHEN WS-OTHER-DEST > 0
005170             MOVE 'SENT TO DESTOUT , NOT THIS DESTINATION'
005180                     TO WS-NOT-APPLIED-REASON
005190             MOVE WS-OTHER-DEST TO WS-NOT-APPLIED-REASON (16:1)
005200         WHEN OTHER
005210             MOVE 'NEVER SENT' TO WS-NOT-APPLIED-REASON
005220     END-EVALUATE.
005230     IF WS-NOT-APPLIED-REASON NOT = SPACES
005240         PERFORM 2900-NOT-APPLIED THRU 2900-EXIT
005250     END-IF.
005260 2210-EXIT.
005270     EXIT.
005280*
005290*-----------------------------------------------------------*
005300* 2300-FIND-DISPATCH - BROWSE EVERY DISPATCH OF THE           *
005310* ACKNOWLEDGMENT'S JOB ID AND RECORD NUMBER, OLDEST FIRST.    *
005320* STOPS AT THE FIRST ONE TO THIS DESTINATION, SENT ON OR      *
005330* BEFORE THE ACKNOWLEDGMENT'S DATE, STILL UNACKNOWLEDGED      *
005340* (WS-FOUND-KEY); OTHERWISE REMEMBERS THE LATEST SUCH         *
005350* DISPATCH ALREADY ACKNOWLEDGED (WS-LATEST-KEY), AND WHETHER  *
005360* THE ROW WAS SENT HERE ONLY LATER, OR ONLY ELSEWHERE.        *
005370*-----------------------------------------------------------*
005380 2300-FIND-DISPATCH.
005390     MOVE 'N' TO WS-UNACKED-FOUND-SW.
005400     MOVE 'N' TO WS-LATEST-FOUND-SW.
005410     MOVE 'N' TO WS-SENT-LATER-SW.
005420     MOVE 'N' TO WS-MATCH-EOF-SW.
005430     MOVE 0   TO WS-OTHER-DEST.
005440     MOVE AK-JOB-ID TO DL-JOB-ID.
005450     MOVE AK-REC-NO TO DL-REC-NO.
005460     MOVE 0         TO DL-CYCLE-DATE.
005470     MOVE 0         TO DL-ROUTE-POS.
005480     START DISPLOG
005490         KEY IS NOT LESS THAN DL-KEY
005500         INVALID KEY
005510             MOVE 'Y' TO WS-MATCH-EOF-SW
005520     END-START.
005530     PERFORM 2310-CHECK-ONE-DISPATCH THRU 2310-EXIT
005540             UNTIL WS-MATCH-EOF-YES.
005550 2300-EXIT.
005560     EXIT.
005570*
005580 2310-CHECK-ONE-DISPATCH.
005590     READ DISPLOG NEXT RECORD
005600         AT END
005610             MOVE 'Y' TO WS-MATCH-EOF-SW
005620     END-READ.
005630     IF WS-MATCH-EOF-YES
005640         GO TO 2310-EXIT
005650     END-IF.
005660     IF NOT WS-DISPLOG-OK
005670         DISPLAY 'ACKRECON - READ ERROR ON DISPLOG '
005680                 WS-DISPLOG-STATUS
005690         MOVE 12 TO RETURN-CODE
005700         MOVE 'DISPLOG READ FAILED - STATUS'
005710                 TO WS-NOT-APPLIED-REASON
005720         MOVE WS-DISPLOG-STATUS TO WS-NOT-APPLIED-REASON (30:2)
005730         MOVE 'Y' TO WS-MATCH-EOF-SW
005740         GO TO 2310-EXIT
005750     END-IF.
005760     IF DL-JOB-ID NOT = AK-JOB-ID
005770        OR DL-REC-NO NOT = AK-REC-NO
005780         MOVE 'Y' TO WS-MATCH-EOF-SW
005790         GO TO 2310-EXIT
005800     END-IF.
005810     IF DL-DEST-NO NOT = WS-DEST-I
005820         MOVE DL-DEST-NO TO WS-OTHER-DEST
005830         GO TO 2310-EXIT
005840     END-IF.
005850     IF DL-DISPATCH-DATE > AK-ACK-DATE
005860         MOVE 'Y' TO WS-SENT-LATER-SW
005870         GO TO 2310-EXIT
005880     END-IF.
005890     IF DL-ACK-NONE
005900         MOVE DL-KEY TO WS-FOUND-KEY
005910         MOVE 'Y' TO WS-UNACKED-FOUND-SW
005920         MOVE 'Y' TO WS-MATCH-EOF-SW
005930         GO TO 2310-EXIT
005940     END-IF.
005950     MOVE DL-KEY TO WS-LATEST-KEY.
005960     MOVE 'Y' TO WS-LATEST-FOUND-SW.
005970 2310-EXIT.
005980     EXIT.
005990*
006000*-----------------------------------------------------------*
006010* 2400-RECORD-ACK - READ THE DISPATCH IN DL-KEY AND RECORD    *
006020* THE ACKNOWLEDGMENT ON IT. THE SAME ANSWER ON THE SAME DATE  *
006030* IS ALREADY ON FILE AND IS ONLY COUNTED; A DIFFERENT ANSWER  *
006040* TO A ROW ALREADY ACKNOWLEDGED REPLACES THE OLD ONE.         *
006050*-----------------------------------------------------------*
006060 2400-RECORD-ACK.
006070     READ DISPLOG
006080         KEY IS DL-KEY
006090         INVALID KEY
006100             CONTINUE
006110     END-READ.
006120     IF NOT WS-DISPLOG-OK
006130         DISPLAY 'ACKRECON - READ ERROR ON DISPLOG '
006140                 WS-DISPLOG-STATUS
006150         MOVE 12 TO RETURN-CODE
006160         MOVE 'DISPLOG READ FAILED - STATUS'
006170                 TO WS-NOT-APPLIED-REASON
006180         MOVE WS-DISPLOG-STATUS TO WS-NOT-APPLIED-REASON (30:2)
006190         GO TO 2400-EXIT
006200     END-IF.
006210     IF DL-ACK-STATUS = AK-STATUS
006220        AND DL-ACK-DATE = AK-ACK-DATE
006230         ADD 1 TO WS-DST-REPEATED (WS-DEST-I)
006240         ADD 1 TO WS-DST-REPEATED (6)
006250         GO TO 2400-EXIT
006260     END-IF.
006270     IF DL-ACK-NONE
006280         ADD 1 TO WS-DST-APPLIED (WS-DEST-I)
006290         ADD 1 TO WS-DST-APPLIED (6)
006300     ELSE
006310         ADD 1 TO WS-DST-CHANGED (WS-DEST-I)
006320         ADD 1 TO WS-DST-CHANGED (6)
006330     END-IF.
006340     MOVE AK-STATUS   TO DL-ACK-STATUS.
006350     MOVE AK-ACK-DATE TO DL-ACK-DATE.
006360     MOVE AK-REASON   TO DL-ACK-REASON.
006370     ADD 1 TO DL-ACK-COUNT.
006380     REWRITE DL-RECORD
006390         INVALID KEY
006400             CONTINUE
006410     END-REWRITE.
006420     IF NOT WS-DISPLOG-OK
006430         DISPLAY 'ACKRECON - REWRITE ERROR ON DISPLOG '
006440                 WS-DISPLOG-STATUS
006450         MOVE 12 TO RETURN-CODE
006460         MOVE 'DISPLOG REWRITE FAILED - STATUS'
006470                 TO WS-NOT-APPLIED-REASON
006480         MOVE WS-DISPLOG-STATUS TO WS-NOT-APPLIED-REASON (33:2)
006490     END-IF.
006500 2400-EXIT.
006510     EXIT.
006520*
006530*-----------------------------------------------------------*
006540* 2900-NOT-APPLIED - COUNT AND LIST ONE ACKNOWLEDGMENT THAT   *
006550* COULD NOT BE APPLIED, WITH WS-NOT-APPLIED-REASON.           *
006560*-----------------------------------------------------------*
006570 2900-NOT-APPLIED.
006580     ADD 1 TO WS-DST-UNMATCHED (WS-DEST-I).
006590     ADD 1 TO WS-DST-UNMATCHED (6).
006600     DISPLAY '  DESTACK' WS-DEST-DIGIT ' ' AK-JOB-ID ' '
006610             AK-REC-NO-X ' ' AK-STATUS ' ' AK-ACK-DATE-X
006620             ' - ' WS-NOT-APPLIED-REASON.
006630 2900-EXIT.
006640     EXIT.
006650*
006660*-----------------------------------------------------------*
006670* 4000-RECONCILE-DISPLOG - READ DISPLOG (ONE JOB ID'S ROWS    *
006680* WHEN THE PARM NAMES ONE), LISTING THE REJECTED ROWS AND     *
006690* AGING THE UNACKNOWLEDGED ONES, THEN SHOW THE AGING GRID.    *
006700* WITH PARM 'D', A SECOND PASS LISTS EACH UNACKNOWLEDGED ROW. *
006710*-----------------------------------------------------------*
006720 4000-RECONCILE-DISPLOG.
006730     DISPLAY ' '.
006740     DISPLAY 'ROWS REJECTED BY THE DESTINATION'.
006750     DISPLAY '--------------------------------'.
006760     MOVE 'C' TO WS-SCAN-PASS-SW.
006770     PERFORM 4100-START-SCAN THRU 4100-EXIT.
006780     PERFORM 4200-RECONCILE-ONE-ROW THRU 4200-EXIT
006790             UNTIL WS-EOF-YES.
006800     IF WS-DST-REJECTED (6) = 0
006810         DISPLAY '  NONE'
006820     END-IF.
006830     DISPLAY ' '.
006840     DISPLAY 'ROWS NOT ACKNOWLEDGED - DAYS SINCE SENT'.
006850     DISPLAY '---------------------------------------'.
006860     DISPLAY WS-AGE-HEADING.
006870     PERFORM 4400-SHOW-AGE-ROW THRU 4400-EXIT
006880             VARYING WS-DEST-I FROM 1 BY 1
006890             UNTIL WS-DEST-I > 6.
006900     IF WS-DETAIL-YES
006910         DISPLAY ' '
006920         DISPLAY 'ROWS NOT ACKNOWLEDGED'
006930         DISPLAY '---------------------'
006940         MOVE 'L' TO WS-SCAN-PASS-SW
006950         PERFORM 4100-START-SCAN THRU 4100-EXIT
006960         PERFORM 4200-RECONCILE-ONE-ROW THRU 4200-EXIT
006970                 UNTIL WS-EOF-YES
006980         IF WS-DST-UNACKED (6) = 0
006990             DISPLAY '  NONE'
007000         END-IF
007010     END-IF.
007020 4000-EXIT.
007030     EXIT.
007040*
007050*-----------------------------------------------------------*
007060* 4100-START-SCAN - POSITION AT THE FIRST DISPLOG KEY (OR THE *
007070* FIRST OF THE PARM'S JOB ID) AND READ THE FIRST ROW.         *
007080*-----------------------------------------------------------*
007090 4100-START-SCAN.
007100     MOVE 'N'        TO WS-EOF-SW.
007110     MOVE LOW-VALUES TO DL-KEY.
007120     IF WS-JOB-FILTER NOT = SPACES
007130         MOVE WS-JOB-FILTER TO DL-JOB-ID
007140     END-IF.
007150     START DISPLOG
007160         KEY IS NOT LESS THAN DL-KEY
007170         INVALID KEY
007180             MOVE 'Y' TO WS-EOF-SW
007190     END-START.
007200     IF WS-EOF-NO
007210         PERFORM 4150-READ-NEXT-ROW THRU 4150-EXIT
007220     END-IF.
007230 4100-EXIT.
007240     EXIT.
007250*
007260 4150-READ-NEXT-ROW.
007270     READ DISPLOG NEXT RECORD
007280         AT END
007290             MOVE 'Y' TO WS-EOF-SW
007300     END-READ.
007310     IF NOT WS-DISPLOG-OK AND NOT WS-DISPLOG-EOF
007320         DISPLAY 'ACKRECON - READ ERROR ON DISPLOG '
007330                 WS-DISPLOG-STATUS
007340         MOVE 12 TO RETURN-CODE
007350         MOVE 'Y' TO WS-EOF-SW
007360     END-IF.
007370     IF WS-EOF-NO
007380        AND WS-JOB-FILTER NOT = SPACES
007390        AND DL-JOB-ID NOT = WS-JOB-FILTER
007400         MOVE 'Y' TO WS-EOF-SW
007410     END-IF.
007420 4150-EXIT.
007430     EXIT.
007440*
007450*-----------------------------------------------------------*
007460* 4200-RECONCILE-ONE-ROW - ON THE COUNTING PASS, COUNT THE    *
007470* ROW UNDER ITS DESTINATION, LIST IT IF IT WAS REJECTED, AND  *
007480* AGE IT IF IT IS NOT ACKNOWLEDGED YET. ON THE LISTING PASS,  *
007490* LIST IT IF IT IS NOT ACKNOWLEDGED YET. THEN READ THE NEXT.  *
007500*-----------------------------------------------------------*
007510 4200-RECONCILE-ONE-ROW.
007520     IF DL-DEST-NO IS NOT NUMERIC
007530         GO TO 4200-READ-NEXT
007540     END-IF.
007550     IF DL-DEST-NO = 0 OR DL-DEST-NO > 5
007560         GO TO 4200-READ-NEXT
007570     END-IF.
007580     MOVE DL-DEST-NO TO WS-DEST-I.
007590     IF WS-SCAN-LISTING
007600         IF NOT DL-ACK-ACCEPTED AND NOT DL-ACK-REJECTED
007610             PERFORM 4310-COMPUTE-DAYS THRU 4310-EXIT
007620             DISPLAY '  DESTOUT' DL-DEST-NO ' ' DL-JOB-ID ' '
007630                     DL-REC-NO ' CYCLE ' DL-CYCLE-DATE
007640                     ' SENT ' DL-DISPATCH-DATE
007650                     ' DAYS ' WS-DAYS-OUT
007660         END-IF
007670         GO TO 4200-READ-NEXT
007680     END-IF.
007690     ADD 1 TO WS-DISPLOG-READ-COUNT.
007700     ADD 1 TO WS-DST-SENT (WS-DEST-I).
007710     ADD 1 TO WS-DST-SENT (6).
007720     EVALUATE TRUE
007730         WHEN DL-ACK-ACCEPTED
007740             ADD 1 TO WS-DST-ACCEPTED (WS-DEST-I)
007750             ADD 1 TO WS-DST-ACCEPTED (6)
007760         WHEN DL-ACK-REJECTED
007770             ADD 1 TO WS-DST-REJECTED (WS-DEST-I)
007780             ADD 1 TO WS-DST-REJECTED (6)
007790             DISPLAY '  DESTOUT' DL-DEST-NO ' ' DL-JOB-ID ' '
007800                     DL-REC-NO ' CYCLE ' DL-CYCLE-DATE
007810                     ' SENT ' DL-DISPATCH-DATE
007820                     ' REJECTED ' DL-ACK-DATE ' - '
007830                     FUNCTION TRIM (DL-ACK-REASON)
007840         WHEN OTHER
007850             PERFORM 4300-AGE-ONE-ROW THRU 4300-EXIT
007860     END-EVALUATE.
007870 4200-READ-NEXT.
007880     PERFORM 4150-READ-NEXT-ROW THRU 4150-EXIT.
007890 4200-EXIT.
007900     EXIT.
007910*
007920*-----------------------------------------------------------*
007930* 4300-AGE-ONE-ROW - COUNT ONE UNACKNOWLEDGED ROW INTO ITS    *
007940* DESTINATION'S DAYS-SINCE-SENT BUCKET; PAST WS-ACK-DUE-DAYS  *
007950* IT IS OVERDUE.                                              *
007960*-----------------------------------------------------------*
007970 4300-AGE-ONE-ROW.
007980     PERFORM 4310-COMPUTE-DAYS THRU 4310-EXIT.
007990     ADD 1 TO WS-DST-UNACKED (WS-DEST-I).
008000     ADD 1 TO WS-DST-UNACKED (6).
008010     IF WS-DAYS-OUT > WS-ACK-DUE-DAYS
008020         ADD 1 TO WS-DST-OVERDUE (WS-DEST-I)
008030         ADD 1 TO WS-DST-OVERDUE (6)
008040     END-IF.
008050     IF WS-DAYS-OUT > WS-DST-OLDEST-DAYS (WS-DEST-I)
008060         MOVE WS-DAYS-OUT TO WS-DST-OLDEST-DAYS (WS-DEST-I)
008070     END-IF.
008080     IF WS-DAYS-OUT > WS-DST-OLDEST-DAYS (6)
008090         MOVE WS-DAYS-OUT TO WS-DST-OLDEST-DAYS (6)
008100     END-IF.
008110     MOVE 1 TO WS-BKT-I.
008120     PERFORM 4320-STEP-BUCKET THRU 4320-EXIT
008130             UNTIL WS-DAYS-OUT NOT > WS-BUCKET-LIMIT (WS-BKT-I).
008140     ADD 1 TO WS-DST-BUCKET (WS-DEST-I WS-BKT-I).
008150     ADD 1 TO WS-DST-BUCKET (6 WS-BKT-I).
008160 4300-EXIT.
008170     EXIT.
008180*
008190*-----------------------------------------------------------*
008200* 4310-COMPUTE-DAYS - DAYS SINCE SENT IS THE AS-OF DATE LESS  *
008210* THE DISPATCH DATE; A DISPATCH DATE THAT IS NOT A DATE, OR   *
008220* IS PAST THE AS-OF DATE, AGES AS ZERO.                       *
008230*-----------------------------------------------------------*
008240 4310-COMPUTE-DAYS.
008250     MOVE 0 TO WS-DAYS-OUT.
008260     IF DL-DISPATCH-DATE IS NUMERIC
008270        AND DL-DISPATCH-DATE > 16010101
008280        AND DL-DISPATCH-DATE < WS-AS-OF-DATE
008290         COMPUTE WS-DAYS-OUT =
008300             FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
008310           - FUNCTION INTEGER-OF-DATE (DL-DISPATCH-DATE)
008320     END-IF.
008330 4310-EXIT.
008340     EXIT.
008350*
008360 4320-STEP-BUCKET.
008370     ADD 1 TO WS-BKT-I.
008380 4320-EXIT.
008390     EXIT.
008400*
008410*-----------------------------------------------------------*
008420* 4400-SHOW-AGE-ROW - ONE GRID LINE: DESTOUTn, OR ALL         *
008430* DESTINATIONS FOR ENTRY 6.                                   *
008440*-----------------------------------------------------------*
008450 4400-SHOW-AGE-ROW.
008460     PERFORM 4500-NAME-DEST THRU 4500-EXIT.
008470     MOVE SPACES TO WS-AGE-LINE.
008480     MOVE WS-DL-NAME TO WS-AL-NAME.
008490     IF WS-DEST-I = 6
008500         MOVE 'ALL DESTINATIONS' TO WS-AL-NAME
008510     END-IF.
008520     PERFORM 4410-SHOW-AGE-CELL THRU 4410-EXIT
008530             VARYING WS-BKT-I FROM 1 BY 1
008540             UNTIL WS-BKT-I > 6.
008550     MOVE WS-DST-UNACKED (WS-DEST-I) TO WS-AL-TOTAL.
008560     DISPLAY WS-AGE-LINE.
008570 4400-EXIT.
008580     EXIT.
008590*
008600 4410-SHOW-AGE-CELL.
008610     MOVE WS-DST-BUCKET (WS-DEST-I WS-BKT-I)
008620         TO WS-AL-COUNT (WS-BKT-I).
008630 4410-EXIT.
008640     EXIT.
008650*
008660*-----------------------------------------------------------*
008670* 4500-NAME-DEST - START A DESTINATION SUMMARY LINE FOR       *
008680* ENTRY WS-DEST-I: DESTOUTn (OR ALL), AND WHAT CAME BACK.     *
008690*-----------------------------------------------------------*
008700 4500-NAME-DEST.
008710     MOVE SPACES TO WS-DEST-LINE.
008720     IF WS-DEST-I = 6
008730         MOVE 'ALL' TO WS-DL-NAME
008740         GO TO 4500-EXIT
008750     END-IF.
008760     MOVE WS-DEST-I TO WS-DEST-DIGIT.
008770     MOVE 'DESTOUT' TO WS-DL-NAME.
008780     MOVE WS-DEST-DIGIT TO WS-DL-NAME (8:1).
008790     EVALUATE TRUE
008800         WHEN WS-DST-ACK-RETURNED (WS-DEST-I)
008810             MOVE 'RETURNED' TO WS-DL-ACK-FILE
008820         WHEN WS-DST-ACK-ERROR (WS-DEST-I)
008830             MOVE 'ERROR'    TO WS-DL-ACK-FILE
008840         WHEN OTHER
008850             MOVE 'NONE'     TO WS-DL-ACK-FILE
008860     END-EVALUATE.
008870 4500-EXIT.
008880     EXIT.
008890*
008900*-----------------------------------------------------------*
008910* 8000-CONTROL-REPORT - ONE LINE PER DESTINATION AND THE RUN  *
008920* TOTALS. THE ROW COUNTS COVER THE PARM'S JOB ID ONLY WHEN    *
008930* ONE WAS GIVEN; THE ACKNOWLEDGMENT COUNTS ALWAYS COVER       *
008940* EVERYTHING THAT CAME BACK.                                  *
008950*-----------------------------------------------------------*
008960 8000-CONTROL-REPORT.
008970     DISPLAY ' '.
008980     DISPLAY '***************************************'.
008990     DISPLAY '*   ACKRECON - DELIVERY RECONCILIATION *'.
009000     DISPLAY '***************************************'.
009010     DISPLAY WS-DEST-HEADING.
009020     PERFORM 8100-SHOW-ONE-DEST THRU 8100-EXIT
009030             VARYING WS-DEST-I FROM 1 BY 1
009040             UNTIL WS-DEST-I > 6.
009050     DISPLAY 'AS OF DATE . . . . . . . . ' WS-AS-OF-DATE.
009060     IF WS-JOB-FILTER NOT = SPACES
009070         DISPLAY 'JOB ID . . . . . . . . . . ' WS-JOB-FILTER
009080     END-IF.
009090     DISPLAY 'DISPLOG ROWS READ  . . . . '
009100             WS-DISPLOG-READ-COUNT.
009110     DISPLAY 'ACKNOWLEDGMENTS READ . . . '
009120             WS-DST-ACKS-READ (6).
009130     DISPLAY 'ACKS APPLIED . . . . . . . ' WS-DST-APPLIED (6).
009140     DISPLAY 'ACKS CHANGING AN ANSWER  . ' WS-DST-CHANGED (6).
009150     DISPLAY 'ACKS ALREADY ON FILE . . . '
009160             WS-DST-REPEATED (6).
009170     DISPLAY 'ACKS NOT MATCHED . . . . . '
009180             WS-DST-UNMATCHED (6).
009190     DISPLAY 'ROWS REJECTED  . . . . . . ' WS-DST-REJECTED (6).
009200     DISPLAY 'ROWS NOT ACKNOWLEDGED  . . ' WS-DST-UNACKED (6).
009210     DISPLAY 'OVERDUE (OVER 1 DAY) . . . ' WS-DST-OVERDUE (6).
009220     IF WS-DST-UNACKED (6) > 0
009230         DISPLAY 'OLDEST NOT ACKNOWLEDGED  . '
009240                 WS-DST-OLDEST-DAYS (6) ' DAYS'
009250     END-IF.
009260     DISPLAY '***************************************'.
009270 8000-EXIT.
009280     EXIT.
009290*
009300 8100-SHOW-ONE-DEST.
009310     PERFORM 4500-NAME-DEST THRU 4500-EXIT.
009320     MOVE WS-DST-SENT (WS-DEST-I)      TO WS-DL-COUNT (1).
009330     MOVE WS-DST-ACCEPTED (WS-DEST-I)  TO WS-DL-COUNT (2).
009340     MOVE WS-DST-REJECTED (WS-DEST-I)  TO WS-DL-COUNT (3).
009350     MOVE WS-DST-UNACKED (WS-DEST-I)   TO WS-DL-COUNT (4).
009360     MOVE WS-DST-ACKS-READ (WS-DEST-I) TO WS-DL-COUNT (5).
009370     MOVE WS-DST-UNMATCHED (WS-DEST-I) TO WS-DL-COUNT (6).
009380     DISPLAY WS-DEST-LINE.
009390 8100-EXIT.
009400     EXIT.
009410*
009420*-----------------------------------------------------------*
009430* 9000-TERMINATE - CLOSE DISPLOG. EACH ACKNOWLEDGMENT FILE    *
009440* WAS CLOSED AS SOON AS IT HAD BEEN APPLIED.                  *
009450*-----------------------------------------------------------*
009460 9000-TERMINATE.
009470     CLOSE DISPLOG.
009480 9000-EXIT.
009490     EXIT.
009500*
009510*-----------------------------------------------------------*
009520* 9500-SET-FINAL-RC - GRADE THE RUN FOR THE JOB SCHEDULER:    *
009530* 12 = A FILE FAILED TO OPEN OR READ (SET AT THE FAILURE      *
009540* SITE); 4 = A DESTINATION REJECTED ROWS, ROWS ARE OVERDUE    *
009550* FOR ACKNOWLEDGMENT, OR ACKNOWLEDGMENTS MATCHED NO ROW SENT. *
009560* THE CODE ONLY EVER RISES.                                   *
009570*-----------------------------------------------------------*
009580 9500-SET-FINAL-RC.
009590     IF (WS-DST-REJECTED (6) > 0
009600         OR WS-DST-OVERDUE (6) > 0
009610         OR WS-DST-UNMATCHED (6) > 0)
009620        AND RETURN-CODE < 4
009630         MOVE 4 TO RETURN-CODE
009640     END-IF.
009650     IF RETURN-CODE > 0
009660         DISPLAY 'ACKRECON - ENDING WITH CONDITION CODE '
009670                 RETURN-CODE
009680     END-IF.
009690 9500-EXIT.
009700     EXIT.
