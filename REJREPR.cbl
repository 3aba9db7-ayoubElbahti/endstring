000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REJREPR.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. TRANEDIT'S REJFILE WAS REWRITTEN  *
000120*                EVERY NIGHT AND NOTHING EVER CAME OF IT - A  *
000130*                BAD RECORD WAS REPORTED ONCE AND THEN LOST.  *
000140*                THIS PROGRAM KEEPS THE OPEN-REJECT MASTER    *
000150*                (REJMAST) AND SENDS REPAIRED RECORDS BACK    *
000160*                THROUGH THE NORMAL NIGHTLY EDIT AS A         *
000170*                SUPPLEMENTARY RESUBMIT FEED.                 *
000180*-----------------------------------------------------------*
000190*-----------------------------------------------------------*
000200* REJREPR - REJECT REPAIR AND RESUBMISSION.                  *
000210*                                                             *
000220* TWO RUN MODES, PICKED BY THE EXEC PARM:                     *
000230*   'LOAD' (OR NO PARM) - RUN AS THE STEP AFTER TRANEDIT.     *
000240*       EVERY REJFILE ROW IS MERGED ONTO REJMAST: A RECORD    *
000250*       NOT SEEN BEFORE OPENS A NEW REJECT; A FURTHER ROW FOR *
000260*       THE SAME RECORD (IT FAILED MORE THAN ONE CHECK) ONLY  *
000270*       ADDS ITS REASON CODE; A RESUBMITTED RECORD THAT WAS   *
000280*       REJECTED AGAIN REOPENS ITS ORIGINAL REJECT.           *
000290*   'RESUBMIT' + AN OPTIONAL 8-BYTE JOB ID (16 BYTES IN ALL) *
000300*       - APPLY THE REPAIR DESK'S REJCORR FILE. AN 'R' ROW    *
000310*       RESUBMITS THE REJECT (WITH THE CORRECTED RECORD, OR   *
000320*       AS IT STANDS WHEN THE ROW CARRIES NO RECORD); A 'V'   *
000330*       ROW VOIDS IT. RESUBMITTED RECORDS ARE WRITTEN TO      *
000340*       RESUBFD - A COMPLETE TRANFILE FEED WITH ITS OWN HDR   *
000350*       (SOURCE 'RESUBMIT', TODAY'S DATE, THE NEXT RESUBMIT   *
000360*       SEQUENCE) AND TRL, EACH RECORD CARRYING THE FEED AND  *
000370*       DATA-RECORD NUMBER IT WAS FIRST REJECTED UNDER. RUN   *
000380*       TRANEDIT AND STRINGENDSWITH AGAINST IT LIKE ANY OTHER *
000390*       FEED, THE SAME DAY - STRINGENDSWITH LOGS IT ON        *
000400*       FEEDLOG. CORRECTIONS THAT CANNOT BE APPLIED GO TO     *
000410*       REJCEXC WITH A REASON CODE.                           *
000420*-----------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT REJMAST   ASSIGN TO "REJMAST"
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS DYNAMIC
000520            RECORD KEY IS RM-KEY
000530            FILE STATUS IS WS-REJMAST-STATUS.
000540     SELECT REJFILE   ASSIGN TO "REJFILE"
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS WS-REJFILE-STATUS.
000570     SELECT REJCORR   ASSIGN TO "REJCORR"
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS WS-REJCORR-STATUS.
000600     SELECT REJCEXC   ASSIGN TO "REJCEXC"
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS WS-REJCEXC-STATUS.
000630     SELECT RESUBFD   ASSIGN TO "RESUBFD"
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS IS WS-RESUBFD-STATUS.
000660     SELECT FEEDLOG   ASSIGN TO "FEEDLOG"
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS IS WS-FEEDLOG-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*-----------------------------------------------------------*
000730* REJMAST - THE OPEN-REJECT MASTER, ONE RECORD PER REJECTED  *
000740* DATA RECORD. SEE RMFLDS.                                   *
000750*-----------------------------------------------------------*
000760 FD  REJMAST.
000770     COPY RMFLDS.
000780*
000790*-----------------------------------------------------------*
000800* REJFILE - TONIGHT'S TRANEDIT REJECTS, ONE ROW PER FAILED   *
000810* EDIT CHECK.                                                *
000820*-----------------------------------------------------------*
000830 FD  REJFILE
000840     RECORD CONTAINS 954 CHARACTERS.
000850     COPY REJFLDS.
000860*
000870*-----------------------------------------------------------*
000880* REJCORR - THE REPAIR DESK'S DECISIONS. ONE ROW PER REJECT, *
000890* KEYED THE SAME AS REJMAST. RJC-TRAN-RECORD IS THE          *
000900* CORRECTED 733-BYTE TRANSACTION ON AN 'R' ROW - LEFT BLANK, *
000910* THE RECORD IS RESUBMITTED AS IT STANDS ON REJMAST (A       *
000920* RECORD THAT WAS GOOD BUT CAUGHT IN A BAD UPSTREAM RUN).    *
000930* RJC-NOTE IS KEPT ON THE MASTER AS THE REASON FOR THE       *
000940* DECISION.                                                  *
000950*-----------------------------------------------------------*
000960 FD  REJCORR
000970     RECORD CONTAINS 802 CHARACTERS.
000980 01  RJC-RECORD.
000990     05  RJC-ACTION              PIC X(01).
001000         88  RJC-ACTION-RESUBMIT         VALUE 'R'.
001010         88  RJC-ACTION-VOID             VALUE 'V'.
001020     05  RJC-KEY.
001030         10  RJC-SOURCE          PIC X(08).
001040         10  RJC-FEED-DATE       PIC 9(08).
001050         10  RJC-FEED-SEQ        PIC 9(05).
001060         10  RJC-REC-NO          PIC 9(07).
001070     05  RJC-NOTE                PIC X(40).
001080     05  RJC-TRAN-RECORD         PIC X(733).
001090*
001100*-----------------------------------------------------------*
001110* REJCEXC - THE CORRECTIONS THAT COULD NOT BE APPLIED, WITH  *
001120* A REASON CODE.                                             *
001130*-----------------------------------------------------------*
001140 FD  REJCEXC
001150     RECORD CONTAINS 71 CHARACTERS.
001160 01  RCE-RECORD.
001170     05  RCE-ACTION              PIC X(01).
001180     05  RCE-KEY                 PIC X(28).
001190     05  RCE-REASON-CODE         PIC X(02).
001200         88  RCE-INVALID-ACTION          VALUE '01'.
001210         88  RCE-NOT-ON-FILE             VALUE '02'.
001220         88  RCE-NOT-OPEN                VALUE '03'.
001230         88  RCE-KEY-NOT-NUMERIC         VALUE '04'.
001240         88  RCE-IO-ERROR                VALUE '05'.
001250     05  RCE-REASON-TEXT         PIC X(40).
001260*
001270*-----------------------------------------------------------*
001280* RESUBFD - THE SUPPLEMENTARY FEED, IN TRANFILE FORMAT.      *
001290*-----------------------------------------------------------*
001300 FD  RESUBFD
001310     RECORD CONTAINS 761 CHARACTERS.
001320     COPY TRANFLDS.
001330*
001340*-----------------------------------------------------------*
001350* FEEDLOG - READ ONLY, FOR THE LAST RESUBMIT SEQUENCE        *
001360* STRINGENDSWITH HAS ALREADY LOGGED.                         *
001370*-----------------------------------------------------------*
001380 FD  FEEDLOG
001390     RECORD CONTAINS 50 CHARACTERS.
001400     COPY FLFLDS.
001410*
001420 WORKING-STORAGE SECTION.
001430*-----------------------------------------------------------*
001440* WS-SWITCHES - RUN-LEVEL SWITCHES.                          *
001450*-----------------------------------------------------------*
001460 01  WS-SWITCHES.
001470     05  WS-RESUBMIT-SW          PIC X(01) VALUE 'N'.
001480         88  WS-RESUBMIT-YES                VALUE 'Y'.
001490         88  WS-RESUBMIT-NO                 VALUE 'N'.
001500     05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
001510         88  WS-ABORT-YES                   VALUE 'Y'.
001520         88  WS-ABORT-NO                    VALUE 'N'.
001530     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001540         88  WS-EOF-YES                     VALUE 'Y'.
001550         88  WS-EOF-NO                      VALUE 'N'.
001560     05  WS-REJMAST-EOF-SW       PIC X(01) VALUE 'N'.
001570         88  WS-REJMAST-EOF-YES             VALUE 'Y'.
001580         88  WS-REJMAST-EOF-NO              VALUE 'N'.
001590     05  WS-FEEDLOG-EOF-SW       PIC X(01) VALUE 'N'.
001600         88  WS-FEEDLOG-EOF-YES             VALUE 'Y'.
001610         88  WS-FEEDLOG-EOF-NO              VALUE 'N'.
001620     05  WS-FROM-RESUBMIT-SW     PIC X(01) VALUE 'N'.
001630         88  WS-FROM-RESUBMIT-YES           VALUE 'Y'.
001640         88  WS-FROM-RESUBMIT-NO            VALUE 'N'.
001650     05  WS-IO-ERROR-SW          PIC X(01) VALUE 'N'.
001660         88  WS-IO-ERROR-YES                VALUE 'Y'.
001670         88  WS-IO-ERROR-NO                 VALUE 'N'.
001680*
001690 01  WS-FILE-STATUSES.
001700     05  WS-REJMAST-STATUS       PIC X(02) VALUE SPACES.
001710         88  WS-REJMAST-OK                  VALUE '00'.
001720         88  WS-REJMAST-EOF                 VALUE '10'.
001730         88  WS-REJMAST-DUPLICATE           VALUE '22'.
001740         88  WS-REJMAST-NOT-FOUND           VALUE '23'.
001750         88  WS-REJMAST-FILE-NOT-FOUND      VALUE '35'.
001760     05  WS-REJFILE-STATUS       PIC X(02) VALUE SPACES.
001770         88  WS-REJFILE-OK                  VALUE '00'.
001780         88  WS-REJFILE-NOT-FOUND           VALUE '35'.
001790     05  WS-REJCORR-STATUS       PIC X(02) VALUE SPACES.
001800         88  WS-REJCORR-OK                  VALUE '00'.
001810     05  WS-REJCEXC-STATUS       PIC X(02) VALUE SPACES.
001820         88  WS-REJCEXC-OK                  VALUE '00'.
001830     05  WS-RESUBFD-STATUS       PIC X(02) VALUE SPACES.
001840         88  WS-RESUBFD-OK                  VALUE '00'.
001850     05  WS-FEEDLOG-STATUS       PIC X(02) VALUE SPACES.
001860         88  WS-FEEDLOG-OK                  VALUE '00'.
001870*
001880*-----------------------------------------------------------*
001890* WS-ORIG-INFO - THE RESUBMIT LINKAGE (TR-RESUBMIT-INFO)     *
001900* LIFTED OFF A REJFILE ROW'S RECORD IMAGE. SPACES ON A       *
001910* RECORD THAT CAME FROM AN ORDINARY UPSTREAM FEED.           *
001920*-----------------------------------------------------------*
001930 01  WS-ORIG-INFO.
001940     05  WS-ORIG-SOURCE          PIC X(08).
001950     05  WS-ORIG-FEED-DATE       PIC 9(08).
001960     05  WS-ORIG-FEED-SEQ        PIC 9(05).
001970     05  WS-ORIG-REC-NO          PIC 9(07).
001980*
001990*-----------------------------------------------------------*
002000* RESUBMIT FEED CONTROLS - THE SOURCE SYSTEM EVERY           *
002010* SUPPLEMENTARY FEED GOES OUT UNDER, THE SOURCE A REJECT     *
002020* FROM A HEADERLESS FEED IS FILED UNDER ON REJMAST, AND THE  *
002030* SEQUENCE THIS RUN'S FEED WILL CARRY.                       *
002040*-----------------------------------------------------------*
002050 01  WS-RESUBMIT-SOURCE          PIC X(08) VALUE 'RESUBMIT'.
002060 01  WS-NO-HEADER-SOURCE         PIC X(08) VALUE 'NOHEADER'.
002070 01  WS-RESUB-FEED-SEQ           PIC 9(05) VALUE ZEROS.
002080 01  WS-JOB-ID                   PIC X(08) VALUE 'REJREPR '.
002090*
002100 77  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
002110 77  WS-REASON-I                 PIC 9(02) VALUE ZEROS.
002120 77  WS-FLAG-I                   PIC 9(02) COMP VALUE 0.
002130 77  WS-ROWS-READ-COUNT          PIC 9(07) COMP VALUE 0.
002140 77  WS-OPENED-COUNT             PIC 9(07) COMP VALUE 0.
002150 77  WS-MERGED-COUNT             PIC 9(07) COMP VALUE 0.
002160 77  WS-REOPENED-COUNT           PIC 9(07) COMP VALUE 0.
002170 77  WS-IGNORED-COUNT            PIC 9(07) COMP VALUE 0.
002180 77  WS-CORR-READ-COUNT          PIC 9(07) COMP VALUE 0.
002190 77  WS-RESUB-COUNT              PIC 9(07) COMP VALUE 0.
002200 77  WS-VOIDED-COUNT             PIC 9(07) COMP VALUE 0.
002210 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE 0.
002220*
002230*-----------------------------------------------------------*
002240* LINKAGE SECTION - LS-PARM-AREA RECEIVES THE JCL EXEC PARM=  *
002250* TEXT: 'LOAD', OR 'RESUBMIT' FOLLOWED BY AN 8-BYTE JOB ID   *
002260* STAMPED ON REJMAST AS WHO CLOSED EACH REJECT.               *
002270*-----------------------------------------------------------*
002280 LINKAGE SECTION.
002290 01  LS-PARM-AREA.
002300     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002310     05  LS-PARM-TEXT            PIC X(16).
002320*
002330 PROCEDURE DIVISION USING LS-PARM-AREA.
002340*-----------------------------------------------------------*
002350* 0000-MAINLINE                                              *
002360*-----------------------------------------------------------*
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002390     EVALUATE TRUE
002400         WHEN WS-ABORT-YES
002410             CONTINUE
002420         WHEN WS-RESUBMIT-YES
002430             PERFORM 3000-PROCESS-CORRECTIONS THRU 3000-EXIT
002440         WHEN OTHER
002450             PERFORM 2000-PROCESS-REJECT  THRU 2000-EXIT
002460                     UNTIL WS-EOF-YES
002470     END-EVALUATE.
002480     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.
002490     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002500     PERFORM 9500-SET-FINAL-RC   THRU 9500-EXIT.
002510     STOP RUN.
002520*
002530*-----------------------------------------------------------*
002540* 1000-INITIALIZE - PICK UP THE RUN MODE, OPEN REJMAST       *
002550* (CREATING IT ON THE VERY FIRST RUN), THEN OPEN THE FILES   *
002560* THE MODE NEEDS. A LOAD WITH NO REJFILE AT ALL IS A NIGHT   *
002570* WITH NOTHING TO LOAD, NOT AN ERROR.                        *
002580*-----------------------------------------------------------*
002590 1000-INITIALIZE.
002600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
002610     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
002620     IF WS-ABORT-YES
002630         GO TO 1000-EXIT
002640     END-IF.
002650     PERFORM 1040-OPEN-REJMAST THRU 1040-EXIT.
002660     IF WS-ABORT-YES
002670         GO TO 1000-EXIT
002680     END-IF.
002690     IF WS-RESUBMIT-YES
002700         PERFORM 1060-OPEN-RESUBMIT-FILES THRU 1060-EXIT
002710         GO TO 1000-EXIT
002720     END-IF.
002730     OPEN INPUT REJFILE.
002740     IF WS-REJFILE-NOT-FOUND
002750         DISPLAY 'REJREPR - NO REJFILE - NOTHING TO LOAD'
002760         MOVE 'Y' TO WS-EOF-SW
002770         GO TO 1000-EXIT
002780     END-IF.
002790     IF NOT WS-REJFILE-OK
002800         DISPLAY 'REJREPR - OPEN ERROR ON REJFILE '
002810                 WS-REJFILE-STATUS
002820         MOVE 12 TO RETURN-CODE
002830         MOVE 'Y' TO WS-ABORT-SW
002840         GO TO 1000-EXIT
002850     END-IF.
002860     PERFORM 2100-READ-REJFILE THRU 2100-EXIT.
002870 1000-EXIT.
002880     EXIT.
002890*
002900*-----------------------------------------------------------*
002910* 1040-OPEN-REJMAST - OPEN THE OPEN-REJECT MASTER, CREATING  *
002920* IT ON FIRST USE THE SAME WAY STRPATMT CREATES STRPATF.     *
002930*-----------------------------------------------------------*
002940 1040-OPEN-REJMAST.
002950     OPEN I-O REJMAST.
002960     IF WS-REJMAST-FILE-NOT-FOUND
002970         OPEN OUTPUT REJMAST
002980         CLOSE REJMAST
002990         OPEN I-O REJMAST
003000     END-IF.
003010     IF NOT WS-REJMAST-OK
003020         DISPLAY 'REJREPR - OPEN ERROR ON REJMAST '
003030                 WS-REJMAST-STATUS
003040         MOVE 12 TO RETURN-CODE
003050         MOVE 'Y' TO WS-ABORT-SW
003060     END-IF.
003070 1040-EXIT.
003080     EXIT.
003090*
003100*-----------------------------------------------------------*
003110* 1050-GET-RUN-PARMS - 'RESUBMIT' (WITH AN OPTIONAL JOB ID   *
003120* IN BYTES 9-16) OR 'LOAD'. NO PARM AT ALL IS A LOAD, THE    *
003130* NIGHTLY CASE. ANYTHING ELSE IS REFUSED RATHER THAN GUESSED *
003140* AT - A MISTYPED RESUBMIT MUST NOT QUIETLY RUN AS A LOAD.   *
003150*-----------------------------------------------------------*
003160 1050-GET-RUN-PARMS.
003170     IF LS-PARM-LENGTH = 0
003180         GO TO 1050-EXIT
003190     END-IF.
003200     IF LS-PARM-LENGTH >= 8
003210        AND LS-PARM-TEXT (1:8) = 'RESUBMIT'
003220         MOVE 'Y' TO WS-RESUBMIT-SW
003230         IF LS-PARM-LENGTH >= 16
003240            AND LS-PARM-TEXT (9:8) NOT = SPACES
003250             MOVE LS-PARM-TEXT (9:8) TO WS-JOB-ID
003260         END-IF
003270         GO TO 1050-EXIT
003280     END-IF.
003290     IF LS-PARM-LENGTH >= 4
003300        AND LS-PARM-TEXT (1:4) = 'LOAD'
003310         GO TO 1050-EXIT
003320     END-IF.
003330     DISPLAY 'REJREPR - PARM MUST BE LOAD OR RESUBMIT - '
003340             'RUN REFUSED'.
003350     MOVE 8 TO RETURN-CODE.
003360     MOVE 'Y' TO WS-ABORT-SW.
003370 1050-EXIT.
003380     EXIT.
003390*
003400*-----------------------------------------------------------*
003410* 1060-OPEN-RESUBMIT-FILES - OPEN THE CORRECTIONS, THE       *
003420* EXCEPTION FILE AND THE SUPPLEMENTARY FEED, AND WORK OUT    *
003430* THE SEQUENCE THE FEED WILL GO OUT UNDER.                   *
003440*-----------------------------------------------------------*
003450 1060-OPEN-RESUBMIT-FILES.
003460     OPEN INPUT REJCORR.
003470     IF NOT WS-REJCORR-OK
003480         DISPLAY 'REJREPR - OPEN ERROR ON REJCORR '
003490                 WS-REJCORR-STATUS
003500         MOVE 12 TO RETURN-CODE
003510         MOVE 'Y' TO WS-ABORT-SW
003520         GO TO 1060-EXIT
003530     END-IF.
003540     OPEN OUTPUT REJCEXC.
003550     IF NOT WS-REJCEXC-OK
003560         DISPLAY 'REJREPR - OPEN ERROR ON REJCEXC '
003570                 WS-REJCEXC-STATUS
003580         MOVE 12 TO RETURN-CODE
003590         MOVE 'Y' TO WS-ABORT-SW
003600         GO TO 1060-EXIT
003610     END-IF.
003620     OPEN OUTPUT RESUBFD.
003630     IF NOT WS-RESUBFD-OK
003640         DISPLAY 'REJREPR - OPEN ERROR ON RESUBFD '
003650                 WS-RESUBFD-STATUS
003660         MOVE 12 TO RETURN-CODE
003670         MOVE 'Y' TO WS-ABORT-SW
003680         GO TO 1060-EXIT
003690     END-IF.
003700     PERFORM 1070-FIND-NEXT-FEED-SEQ THRU 1070-EXIT.
003710 1060-EXIT.
003720     EXIT.
003730*
003740*-----------------------------------------------------------*
003750* 1070-FIND-NEXT-FEED-SEQ - THE NEXT RESUBMIT SEQUENCE IS    *
003760* ONE PAST THE HIGHEST ONE SEEN EITHER ON FEEDLOG (FEEDS     *
003770* ALREADY RUN) OR ON REJMAST (FEEDS BUILT BUT POSSIBLY NOT   *
003780* RUN YET) - SO TWO RESUBMITS BEFORE THE NIGHTLY RUN CANNOT  *
003790* BOTH GO OUT UNDER THE SAME SEQUENCE AND HAVE THE SECOND    *
003800* REFUSED AS A DOUBLE-SHIPPED FEED.                          *
003810*-----------------------------------------------------------*
003820 1070-FIND-NEXT-FEED-SEQ.
003830     MOVE ZEROS TO WS-RESUB-FEED-SEQ.
003840     OPEN INPUT FEEDLOG.
003850     IF WS-FEEDLOG-OK
003860         MOVE 'N' TO WS-FEEDLOG-EOF-SW
003870         PERFORM 1075-NOTE-FEEDLOG-SEQ THRU 1075-EXIT
003880                 UNTIL WS-FEEDLOG-EOF-YES
003890         CLOSE FEEDLOG
003900     END-IF.
003910     PERFORM 7440-START-REJMAST-SCAN THRU 7440-EXIT.
003920     PERFORM 1080-NOTE-REJMAST-SEQ THRU 1080-EXIT
003930             UNTIL WS-REJMAST-EOF-YES.
003940     ADD 1 TO WS-RESUB-FEED-SEQ.
003950 1070-EXIT.
003960     EXIT.
003970*
003980 1075-NOTE-FEEDLOG-SEQ.
003990     READ FEEDLOG
004000         AT END
004010             MOVE 'Y' TO WS-FEEDLOG-EOF-SW
004020         NOT AT END
004030             IF FL-SOURCE-SYSTEM = WS-RESUBMIT-SOURCE
004040                AND FL-FEED-SEQ > WS-RESUB-FEED-SEQ
004050                 MOVE FL-FEED-SEQ TO WS-RESUB-FEED-SEQ
004060             END-IF
004070     END-READ.
004080 1075-EXIT.
004090     EXIT.
004100*
004110 1080-NOTE-REJMAST-SEQ.
004120     IF RM-RESUBMIT-COUNT > 0
004130        AND RM-RESUB-FEED-SEQ > WS-RESUB-FEED-SEQ
004140         MOVE RM-RESUB-FEED-SEQ TO WS-RESUB-FEED-SEQ
004150     END-IF.
004160     PERFORM 7450-READ-NEXT-REJMAST THRU 7450-EXIT.
004170 1080-EXIT.
004180     EXIT.
004190*
004200*-----------------------------------------------------------*
004210* 2000-PROCESS-REJECT - MERGE ONE REJFILE ROW ONTO REJMAST.  *
004220* A ROW FOR A RECORD NOT YET ON THE MASTER OPENS A NEW       *
004230* REJECT; OTHERWISE 2400 DECIDES WHAT THE ROW MEANS.         *
004240*-----------------------------------------------------------*
004250 2000-PROCESS-REJECT.
004260     ADD 1 TO WS-ROWS-READ-COUNT.
004270     PERFORM 2200-BUILD-MASTER-KEY THRU 2200-EXIT.
004280     READ REJMAST
004290         INVALID KEY
004300             CONTINUE
004310     END-READ.
004320     EVALUATE TRUE
004330         WHEN WS-REJMAST-OK
004340             PERFORM 2400-MERGE-REJECT THRU 2400-EXIT
004350         WHEN WS-REJMAST-NOT-FOUND
004360             PERFORM 2300-OPEN-NEW-REJECT THRU 2300-EXIT
004370         WHEN OTHER
004380             DISPLAY 'REJREPR - REJMAST READ FAILED - STATUS '
004390                     WS-REJMAST-STATUS ' KEY ' RM-KEY
004400             MOVE 'Y' TO WS-IO-ERROR-SW
004410     END-EVALUATE.
004420     PERFORM 2100-READ-REJFILE THRU 2100-EXIT.
004430 2000-EXIT.
004440     EXIT.
004450*
004460*-----------------------------------------------------------*
004470* 2100-READ-REJFILE - READ THE NEXT REJFILE ROW.             *
004480*-----------------------------------------------------------*
004490 2100-READ-REJFILE.
004500     READ REJFILE
004510         AT END
004520             MOVE 'Y' TO WS-EOF-SW
004530     END-READ.
004540 2100-EXIT.
004550     EXIT.
004560*
004570*-----------------------------------------------------------*
004580* 2200-BUILD-MASTER-KEY - A REJECT IS FILED UNDER THE FEED   *
004590* IT FIRST ARRIVED IN. A ROW WHOSE RECORD CARRIES RESUBMIT   *
004600* LINKAGE CAME OFF A RESUBMIT FEED, SO IT IS FILED BACK      *
004610* UNDER ITS ORIGINAL FEED AND RECORD; ANY OTHER ROW UNDER    *
004620* THE FEED TRANEDIT JUST EDITED. A HEADERLESS FEED HAS NO    *
004630* IDENTITY OF ITS OWN - ITS SOURCE IS FILED AS NOHEADER AND  *
004640* ITS FEED DATE AS THE DATE THE RECORD WAS REJECTED.         *
004650*-----------------------------------------------------------*
004660 2200-BUILD-MASTER-KEY.
004670     MOVE REJ-FULL-RECORD (734:28) TO WS-ORIG-INFO.
004680     IF WS-ORIG-SOURCE NOT = SPACES
004690        AND WS-ORIG-FEED-DATE IS NUMERIC
004700        AND WS-ORIG-FEED-SEQ IS NUMERIC
004710        AND WS-ORIG-REC-NO IS NUMERIC
004720         MOVE 'Y' TO WS-FROM-RESUBMIT-SW
004730         MOVE WS-ORIG-SOURCE    TO RM-SOURCE
004740         MOVE WS-ORIG-FEED-DATE TO RM-FEED-DATE
004750         MOVE WS-ORIG-FEED-SEQ  TO RM-FEED-SEQ
004760         MOVE WS-ORIG-REC-NO    TO RM-REC-NO
004770         GO TO 2200-EXIT
004780     END-IF.
004790     MOVE 'N' TO WS-FROM-RESUBMIT-SW.
004800     MOVE REJ-FEED-SOURCE TO RM-SOURCE.
004810     MOVE REJ-FEED-DATE   TO RM-FEED-DATE.
004820     IF RM-SOURCE = SPACES
004830         MOVE WS-NO-HEADER-SOURCE TO RM-SOURCE
004840     END-IF.
004850     IF RM-FEED-DATE = ZEROS
004860         MOVE REJ-REJECT-DATE TO RM-FEED-DATE
004870     END-IF.
004880     MOVE REJ-FEED-SEQ    TO RM-FEED-SEQ.
004890     MOVE REJ-DATA-REC-NO TO RM-REC-NO.
004900 2200-EXIT.
004910     EXIT.
004920*
004930*-----------------------------------------------------------*
004940* 2300-OPEN-NEW-REJECT - FIRST SIGHT OF THIS RECORD. ITS     *
004950* FIRST REASON CODE IS THE ONE THE AGING REPORT FILES IT     *
004960* UNDER. THE KEY IS BUILT AGAIN FIRST - THE RECORD AREA IS   *
004970* NOT TO BE TRUSTED AFTER THE READ THAT FOUND NOTHING.       *
004980*-----------------------------------------------------------*
004990 2300-OPEN-NEW-REJECT.
005000     PERFORM 2200-BUILD-MASTER-KEY THRU 2200-EXIT.
005010     MOVE 'O'                TO RM-STATUS.
005020     MOVE REJ-REASON-CODE    TO RM-REASON-CODE.
005030     MOVE REJ-REASON-TEXT    TO RM-REASON-TEXT.
005040     MOVE ALL 'N'            TO RM-REASON-FLAGS.
005050     PERFORM 2500-FLAG-REASON THRU 2500-EXIT.
005060     MOVE REJ-REJECT-DATE    TO RM-FIRST-REJECT-DATE.
005070     MOVE REJ-REJECT-DATE    TO RM-LAST-REJECT-DATE.
005080     MOVE 1                  TO RM-REJECT-COUNT.
005090     MOVE ZEROS              TO RM-RESUBMIT-COUNT.
005100     MOVE ZEROS              TO RM-RESUB-FEED-DATE.
005110     MOVE ZEROS              TO RM-RESUB-FEED-SEQ.
005120     MOVE ZEROS              TO RM-RESUB-REC-NO.
005130     MOVE SPACES             TO RM-CLOSED-BY.
005140     MOVE ZEROS              TO RM-CLOSED-DATE.
005150     MOVE SPACES             TO RM-NOTE.
005160     MOVE REJ-FULL-RECORD    TO RM-TRAN-IMAGE.
005170     WRITE RM-RECORD
005180         INVALID KEY
005190             CONTINUE
005200     END-WRITE.
005210     IF WS-REJMAST-OK
005220         ADD 1 TO WS-OPENED-COUNT
005230     ELSE
005240         DISPLAY 'REJREPR - REJMAST WRITE FAILED - STATUS '
005250                 WS-REJMAST-STATUS ' KEY ' RM-KEY
005260         MOVE 'Y' TO WS-IO-ERROR-SW
005270     END-IF.
005280 2300-EXIT.
005290     EXIT.
005300*
005310*-----------------------------------------------------------*
005320* 2400-MERGE-REJECT - THE RECORD IS ALREADY ON REJMAST:      *
005330*   OPEN - A FURTHER FAILED CHECK ON THE SAME RECORD (OR THE *
005340*       SAME REJFILE LOADED TWICE) - JUST FLAG THE REASON.   *
005350*   RESUBMITTED, AND THIS ROW CAME OFF THE VERY RESUBMIT     *
005360*       FEED IT WENT OUT ON - THE REPAIR DID NOT HOLD, SO    *
005370*       THE REJECT IS REOPENED WITH THE NEW REASON AND THE   *
005380*       RECORD AS IT WAS RESUBMITTED. IT KEEPS ITS FIRST     *
005390*       REJECT DATE, SO ITS AGE RUNS ON FROM THE ORIGINAL.   *
005400*   ANYTHING ELSE - A ROW FOR A REJECT ALREADY CLOSED (AN    *
005410*       OLD REJFILE RELOADED) - IS COUNTED AND IGNORED.      *
005420*-----------------------------------------------------------*
005430 2400-MERGE-REJECT.
005440     EVALUATE TRUE
005450         WHEN RM-STATUS-OPEN
005460             PERFORM 2500-FLAG-REASON THRU 2500-EXIT
005470             IF REJ-REJECT-DATE > RM-LAST-REJECT-DATE
005480                 MOVE REJ-REJECT-DATE TO RM-LAST-REJECT-DATE
005490             END-IF
005500             ADD 1 TO WS-MERGED-COUNT
005510         WHEN RM-STATUS-RESUBMITTED
005520          AND WS-FROM-RESUBMIT-YES
005530          AND REJ-FEED-SOURCE = WS-RESUBMIT-SOURCE
005540          AND REJ-FEED-DATE = RM-RESUB-FEED-DATE
005550          AND REJ-FEED-SEQ = RM-RESUB-FEED-SEQ
005560             MOVE 'O'             TO RM-STATUS
005570             MOVE REJ-REASON-CODE TO RM-REASON-CODE
005580             MOVE REJ-REASON-TEXT TO RM-REASON-TEXT
005590             MOVE ALL 'N'         TO RM-REASON-FLAGS
005600             PERFORM 2500-FLAG-REASON THRU 2500-EXIT
005610             MOVE REJ-REJECT-DATE TO RM-LAST-REJECT-DATE
005620             ADD 1                TO RM-REJECT-COUNT
005630             MOVE SPACES          TO RM-CLOSED-BY
005640             MOVE ZEROS           TO RM-CLOSED-DATE
005650             MOVE REJ-FULL-RECORD TO RM-TRAN-IMAGE
005660             ADD 1 TO WS-REOPENED-COUNT
005670         WHEN OTHER
005680             ADD 1 TO WS-IGNORED-COUNT
005690             GO TO 2400-EXIT
005700     END-EVALUATE.
005710     REWRITE RM-RECORD
005720         INVALID KEY
005730             CONTINUE
005740     END-REWRITE.
005750     IF NOT WS-REJMAST-OK
005760         DISPLAY 'REJREPR - REJMAST REWRITE FAILED - STATUS '
005770                 WS-REJMAST-STATUS ' KEY ' RM-KEY
005780         MOVE 'Y' TO WS-IO-ERROR-SW
005790     END-IF.
005800 2400-EXIT.
005810     EXIT.
005820*
005830*-----------------------------------------------------------*
005840* 2500-FLAG-REASON - MARK THE ROW'S REASON CODE (01-08) IN   *
005850* RM-REASON-FLAG. A CODE OUTSIDE THAT RANGE IS NOT FLAGGED.  *
005860*-----------------------------------------------------------*
005870 2500-FLAG-REASON.
005880     IF REJ-REASON-CODE IS NUMERIC
005890         MOVE REJ-REASON-CODE TO WS-REASON-I
005900         IF WS-REASON-I >= 1 AND WS-REASON-I <= 8
005910             MOVE WS-REASON-I TO WS-FLAG-I
005920             MOVE 'Y' TO RM-REASON-FLAG (WS-FLAG-I)
005930         END-IF
005940     END-IF.
005950 2500-EXIT.
005960     EXIT.
005970*
005980*-----------------------------------------------------------*
005990* 3000-PROCESS-CORRECTIONS - WRITE THE RESUBMIT FEED'S       *
006000* HEADER, APPLY EVERY REJCORR ROW, THEN CLOSE THE FEED OFF   *
006010* WITH ITS TRAILER COUNT. A RUN THAT RESUBMITTED NOTHING     *
006020* LEAVES RESUBFD EMPTY RATHER THAN SHIP AN EMPTY FEED AND    *
006030* BURN A SEQUENCE NUMBER ON IT.                              *
006040*-----------------------------------------------------------*
006050 3000-PROCESS-CORRECTIONS.
006060     MOVE SPACES              TO TRAN-CONTROL-RECORD.
006070     MOVE 'HDR'               TO TC-REC-ID.
006080     MOVE WS-TODAY-DATE       TO TC-FEED-DATE.
006090     MOVE WS-RESUB-FEED-SEQ   TO TC-FEED-SEQ.
006100     MOVE WS-RESUBMIT-SOURCE  TO TC-SOURCE-SYSTEM.
006110     WRITE TRAN-CONTROL-RECORD.
006120     PERFORM 3100-READ-REJCORR THRU 3100-EXIT.
006130     PERFORM 3200-APPLY-CORRECTION THRU 3200-EXIT
006140             UNTIL WS-EOF-YES.
006150     IF WS-RESUB-COUNT = 0
006160         CLOSE RESUBFD
006170         OPEN OUTPUT RESUBFD
006180         GO TO 3000-EXIT
006190     END-IF.
006200     MOVE SPACES              TO TRAN-CONTROL-RECORD.
006210     MOVE 'TRL'               TO TC-REC-ID.
006220     MOVE WS-RESUB-COUNT      TO TC-REC-COUNT.
006230     WRITE TRAN-CONTROL-RECORD.
006240 3000-EXIT.
006250     EXIT.
006260*
006270*-----------------------------------------------------------*
006280* 3100-READ-REJCORR - READ THE NEXT CORRECTION.              *
006290*-----------------------------------------------------------*
006300 3100-READ-REJCORR.
006310     READ REJCORR
006320         AT END
006330             MOVE 'Y' TO WS-EOF-SW
006340     END-READ.
006350 3100-EXIT.
006360     EXIT.
006370*
006380*-----------------------------------------------------------*
006390* 3200-APPLY-CORRECTION - APPLY ONE CORRECTION AND READ ON.  *
006400*-----------------------------------------------------------*
006410 3200-APPLY-CORRECTION.
006420     ADD 1 TO WS-CORR-READ-COUNT.
006430     PERFORM 3250-CHECK-AND-APPLY THRU 3250-EXIT.
006440     PERFORM 3100-READ-REJCORR THRU 3100-EXIT.
006450 3200-EXIT.
006460     EXIT.
006470*
006480*-----------------------------------------------------------*
006490* 3250-CHECK-AND-APPLY - VALIDATE ONE CORRECTION AGAINST     *
006500* REJMAST: THE ACTION MUST BE R OR V, THE KEY MUST BE        *
006510* NUMERIC WHERE IT SHOULD BE, AND THE REJECT MUST BE ON FILE *
006520* AND STILL OPEN. ANY FAILURE GOES TO REJCEXC AND THE ROW IS *
006530* SKIPPED.                                                   *
006540*-----------------------------------------------------------*
006550 3250-CHECK-AND-APPLY.
006560     IF NOT RJC-ACTION-RESUBMIT AND NOT RJC-ACTION-VOID
006570         MOVE '01' TO RCE-REASON-CODE
006580         MOVE 'ACTION MUST BE R OR V' TO RCE-REASON-TEXT
006590         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006600         GO TO 3250-EXIT
006610     END-IF.
006620     IF RJC-FEED-DATE IS NOT NUMERIC
006630        OR RJC-FEED-SEQ IS NOT NUMERIC
006640        OR RJC-REC-NO IS NOT NUMERIC
006650         MOVE '04' TO RCE-REASON-CODE
006660         MOVE 'FEED DATE, SEQ OR RECORD NOT NUMERIC'
006670                 TO RCE-REASON-TEXT
006680         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006690         GO TO 3250-EXIT
006700     END-IF.
006710     MOVE RJC-KEY TO RM-KEY.
006720     READ REJMAST
006730         INVALID KEY
006740             CONTINUE
006750     END-READ.
006760     IF WS-REJMAST-NOT-FOUND
006770         MOVE '02' TO RCE-REASON-CODE
006780         MOVE 'REJECT NOT ON REJMAST' TO RCE-REASON-TEXT
006790         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006800         GO TO 3250-EXIT
006810     END-IF.
006820     IF NOT WS-REJMAST-OK
006830         MOVE '05' TO RCE-REASON-CODE
006840         MOVE 'READ FAILED - STATUS' TO RCE-REASON-TEXT
006850         MOVE WS-REJMAST-STATUS TO RCE-REASON-TEXT (22:2)
006860         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006870         MOVE 'Y' TO WS-IO-ERROR-SW
006880         GO TO 3250-EXIT
006890     END-IF.
006900     IF NOT RM-STATUS-OPEN
006910         MOVE '03' TO RCE-REASON-CODE
006920         MOVE 'REJECT IS NOT OPEN - STATUS' TO RCE-REASON-TEXT
006930         MOVE RM-STATUS TO RCE-REASON-TEXT (29:1)
006940         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006950         GO TO 3250-EXIT
006960     END-IF.
006970     IF RJC-ACTION-VOID
006980         PERFORM 3300-VOID-REJECT THRU 3300-EXIT
006990     ELSE
007000         PERFORM 3400-RESUBMIT-REJECT THRU 3400-EXIT
007010     END-IF.
007020 3250-EXIT.
007030     EXIT.
007040*
007050*-----------------------------------------------------------*
007060* 3300-VOID-REJECT - THE REPAIR DESK HAS WRITTEN THE RECORD  *
007070* OFF (THE SOURCE SYSTEM WILL RESEND IT, OR IT WAS NEVER     *
007080* WANTED). IT LEAVES THE OPEN-REJECT AGING FOR GOOD.         *
007090*-----------------------------------------------------------*
007100 3300-VOID-REJECT.
007110     MOVE 'V'            TO RM-STATUS.
007120     MOVE WS-JOB-ID      TO RM-CLOSED-BY.
007130     MOVE WS-TODAY-DATE  TO RM-CLOSED-DATE.
007140     MOVE RJC-NOTE       TO RM-NOTE.
007150     PERFORM 7300-REWRITE-REJMAST THRU 7300-EXIT.
007160     IF WS-REJMAST-OK
007170         ADD 1 TO WS-VOIDED-COUNT
007180     END-IF.
007190 3300-EXIT.
007200     EXIT.
007210*
007220*-----------------------------------------------------------*
007230* 3400-RESUBMIT-REJECT - BUILD THE RECORD TO SEND (THE       *
007240* CORRECTED ONE, OR THE STORED ONE WHEN NO CORRECTION WAS    *
007250* SUPPLIED), STAMP IT WITH THE ORIGINAL FEED AND RECORD      *
007260* NUMBER, MARK THE REJECT RESUBMITTED WITH THE FEED AND      *
007270* RECORD NUMBER IT WENT OUT UNDER, AND ONLY THEN WRITE IT TO *
007280* THE FEED - A REJECT THAT COULD NOT BE MARKED IS NOT SENT,  *
007290* SO IT CANNOT GO OUT TWICE. A FEED WRITE THAT FAILS AFTER   *
007300* THE MARK GOES TO REJCEXC AND FAILS THE RUN, SO A REJECT    *
007310* MARKED RESUBMITTED BUT NEVER SENT IS NOT LOST SILENTLY.    *
007320*-----------------------------------------------------------*
007330 3400-RESUBMIT-REJECT.
007340     IF RJC-TRAN-RECORD = SPACES
007350         MOVE RM-TRAN-IMAGE  TO TRAN-RECORD
007360     ELSE
007370         MOVE RJC-TRAN-RECORD TO TRAN-RECORD
007380     END-IF.
007390     MOVE RM-SOURCE          TO TR-ORIG-SOURCE.
007400     MOVE RM-FEED-DATE       TO TR-ORIG-FEED-DATE.
007410     MOVE RM-FEED-SEQ        TO TR-ORIG-FEED-SEQ.
007420     MOVE RM-REC-NO          TO TR-ORIG-REC-NO.
007430     MOVE 'S'                TO RM-STATUS.
007440     ADD 1                   TO RM-RESUBMIT-COUNT.
007450     MOVE WS-TODAY-DATE      TO RM-RESUB-FEED-DATE.
007460     MOVE WS-RESUB-FEED-SEQ  TO RM-RESUB-FEED-SEQ.
007470     COMPUTE RM-RESUB-REC-NO = WS-RESUB-COUNT + 1.
007480     MOVE WS-JOB-ID          TO RM-CLOSED-BY.
007490     MOVE WS-TODAY-DATE      TO RM-CLOSED-DATE.
007500     MOVE RJC-NOTE           TO RM-NOTE.
007510     MOVE TRAN-RECORD        TO RM-TRAN-IMAGE.
007520     PERFORM 7300-REWRITE-REJMAST THRU 7300-EXIT.
007530     IF NOT WS-REJMAST-OK
007540         GO TO 3400-EXIT
007550     END-IF.
007560     WRITE TRAN-RECORD.
007570     IF NOT WS-RESUBFD-OK
007580         MOVE '05' TO RCE-REASON-CODE
007590         MOVE 'RESUBFD WRITE FAILED - STATUS' TO RCE-REASON-TEXT
007600         MOVE WS-RESUBFD-STATUS TO RCE-REASON-TEXT (31:2)
007610         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
007620         MOVE 'Y' TO WS-IO-ERROR-SW
007630         GO TO 3400-EXIT
007640     END-IF.
007650     ADD 1 TO WS-RESUB-COUNT.
007660 3400-EXIT.
007670     EXIT.
007680*
007690*-----------------------------------------------------------*
007700* 7200-WRITE-EXCEPTION - WRITE ONE REJCEXC RECORD FOR A      *
007710* CORRECTION THAT COULD NOT BE APPLIED. THE REASON CODE AND  *
007720* TEXT ARE SET BY THE CALLER.                                *
007730*-----------------------------------------------------------*
007740 7200-WRITE-EXCEPTION.
007750     MOVE RJC-ACTION TO RCE-ACTION.
007760     MOVE RJC-KEY    TO RCE-KEY.
007770     WRITE RCE-RECORD.
007780     ADD 1 TO WS-EXCEPTION-COUNT.
007790 7200-EXIT.
007800     EXIT.
007810*
007820*-----------------------------------------------------------*
007830* 7300-REWRITE-REJMAST - REWRITE THE CURRENT REJMAST RECORD; *
007840* A FAILURE IS AN EXCEPTION ON THE CORRECTION BEING APPLIED. *
007850*-----------------------------------------------------------*
007860 7300-REWRITE-REJMAST.
007870     REWRITE RM-RECORD
007880         INVALID KEY
007890             CONTINUE
007900     END-REWRITE.
007910     IF NOT WS-REJMAST-OK
007920         MOVE '05' TO RCE-REASON-CODE
007930         MOVE 'REWRITE FAILED - STATUS' TO RCE-REASON-TEXT
007940         MOVE WS-REJMAST-STATUS TO RCE-REASON-TEXT (25:2)
007950         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
007960         MOVE 'Y' TO WS-IO-ERROR-SW
007970     END-IF.
007980 7300-EXIT.
007990     EXIT.
008000*
008010*-----------------------------------------------------------*
008020* 7440-START-REJMAST-SCAN - POSITION AT THE FIRST REJMAST    *
008030* KEY AND READ THE FIRST RECORD; 7450 READS EACH ONE AFTER   *
008040* IT. ANY STATUS OTHER THAN A GOOD READ ENDS THE BROWSE.     *
008050*-----------------------------------------------------------*
008060 7440-START-REJMAST-SCAN.
008070     MOVE 'N'         TO WS-REJMAST-EOF-SW.
008080     MOVE LOW-VALUES  TO RM-KEY.
008090     START REJMAST
008100         KEY IS NOT LESS THAN RM-KEY
008110         INVALID KEY
008120             MOVE 'Y' TO WS-REJMAST-EOF-SW
008130     END-START.
008140     IF WS-REJMAST-EOF-NO
008150         PERFORM 7450-READ-NEXT-REJMAST THRU 7450-EXIT
008160     END-IF.
008170 7440-EXIT.
008180     EXIT.
008190*
008200 7450-READ-NEXT-REJMAST.
008210     READ REJMAST NEXT RECORD
008220         AT END
008230             MOVE 'Y' TO WS-REJMAST-EOF-SW
008240     END-READ.
008250     IF NOT WS-REJMAST-OK
008260         MOVE 'Y' TO WS-REJMAST-EOF-SW
008270     END-IF.
008280 7450-EXIT.
008290     EXIT.
008300*
008310*-----------------------------------------------------------*
008320* 8000-CONTROL-REPORT - THE RUN TOTALS FOR THE MODE RUN.     *
008330*-----------------------------------------------------------*
008340 8000-CONTROL-REPORT.
008350     DISPLAY ' '.
008360     DISPLAY '***************************************'.
008370     DISPLAY '*   REJREPR - REJECT REPAIR            *'.
008380     DISPLAY '***************************************'.
008390     IF WS-ABORT-YES
008400         DISPLAY 'RUN ABANDONED - SEE MESSAGES ABOVE'
008410     ELSE
008420         IF WS-RESUBMIT-YES
008430             DISPLAY 'CORRECTIONS READ . . . . . '
008440                     WS-CORR-READ-COUNT
008450             DISPLAY 'REJECTS RESUBMITTED  . . . '
008460                     WS-RESUB-COUNT
008470             DISPLAY 'REJECTS VOIDED . . . . . . '
008480                     WS-VOIDED-COUNT
008490             DISPLAY 'CORRECTIONS IN ERROR . . . '
008500                     WS-EXCEPTION-COUNT
008510             IF WS-RESUB-COUNT > 0
008520                 DISPLAY 'RESUBMIT FEED  . . . . . . '
008530                         WS-RESUBMIT-SOURCE
008540                         ' DATE ' WS-TODAY-DATE
008550                         ' SEQ ' WS-RESUB-FEED-SEQ
008560             ELSE
008570                 DISPLAY 'NOTHING RESUBMITTED - RESUBFD '
008580                         'LEFT EMPTY'
008590             END-IF
008600         ELSE
008610             DISPLAY 'REJFILE ROWS READ  . . . . '
008620                     WS-ROWS-READ-COUNT
008630             DISPLAY 'NEW REJECTS OPENED . . . . '
008640                     WS-OPENED-COUNT
008650             DISPLAY 'ROWS MERGED INTO OPEN  . . '
008660                     WS-MERGED-COUNT
008670             DISPLAY 'RESUBMITS REOPENED . . . . '
008680                     WS-REOPENED-COUNT
008690             DISPLAY 'ROWS FOR CLOSED REJECTS  . '
008700                     WS-IGNORED-COUNT
008710         END-IF
008720     END-IF.
008730     DISPLAY '***************************************'.
008740 8000-EXIT.
008750     EXIT.
008760*
008770*-----------------------------------------------------------*
008780* 9000-TERMINATE - CLOSE WHAT THE MODE OPENED.               *
008790*-----------------------------------------------------------*
008800 9000-TERMINATE.
008810     CLOSE REJMAST.
008820     IF WS-RESUBMIT-YES
008830         CLOSE REJCORR
008840         CLOSE REJCEXC
008850         CLOSE RESUBFD
008860     ELSE
008870         CLOSE REJFILE
008880     END-IF.
008890 9000-EXIT.
008900     EXIT.
008910*
008920*-----------------------------------------------------------*
008930* 9500-SET-FINAL-RC - GRADE THE RUN FOR THE JOB SCHEDULER:   *
008940* 12 = A FILE FAILED TO OPEN (SET AT THE FAILURE SITE); 8 =  *
008950* THE PARM WAS REFUSED (SET AT 1050), A REJMAST READ OR      *
008960* WRITE FAILED, OR A RESUBFD WRITE FAILED; 4 = CORRECTIONS   *
008970* WENT TO REJCEXC, OR A RESUBMITTED RECORD WAS REJECTED      *
008980* AGAIN. THE CODE ONLY EVER RISES - A WARNING NEVER MASKS A  *
008990* FAILURE.                                                   *
009000*-----------------------------------------------------------*
009010 9500-SET-FINAL-RC.
009020     IF (WS-EXCEPTION-COUNT > 0 OR WS-REOPENED-COUNT > 0)
009030        AND RETURN-CODE < 4
009040         MOVE 4 TO RETURN-CODE
009050     END-IF.
009060     IF WS-IO-ERROR-YES AND RETURN-CODE < 8
009070         MOVE 8 TO RETURN-CODE
009080     END-IF.
009090     IF RETURN-CODE > 0
009100         DISPLAY 'REJREPR - ENDING WITH CONDITION CODE '
009110                 RETURN-CODE
009120     END-IF.
009130 9500-EXIT.
009140     EXIT.
