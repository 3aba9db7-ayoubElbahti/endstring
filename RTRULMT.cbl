000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RTRULMT.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  FILE-ROUTING SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15 DS  ORIGINAL. ADD/CHANGE/DELETE/INQUIRE          *
000120*                MAINTENANCE FOR THE RTRULEF ROUTING RULES    *
000130*                ROUTDISP DISPATCHES BY, ON THE CONSOLE OR    *
000140*                UNATTENDED FROM RLXACT, WITH A BEFORE/AFTER  *
000150*                HISTORY LOG (RLHIST) - RULES WERE EDITED     *
000160*                DIRECTLY IN THE DATASET UNTIL NOW. EVERY     *
000170*                RULE SAVED IS CHECKED AGAINST STRPATF, AND A *
000180*                CROSS-REFERENCE REPORT FINDS APPROVE         *
000190*                PATTERNS WITH NO RULE AND RULES WHOSE        *
000200*                PATTERN HAS BEEN DELETED SINCE.              *
000210*-----------------------------------------------------------*
000220*-----------------------------------------------------------*
000230* RTRULMT - MAINTAIN THE ROUTING-RULES REFERENCE FILE.        *
000240*                                                             *
000250* A CONSOLE MENU LETS OPERATIONS ADD, CHANGE, DELETE, OR LOOK *
000260* UP A ROUTING RULE ON RTRULEF INTERACTIVELY, THE SAME WAY    *
000270* STRPATMT MAINTAINS STRPATF. RTRULEF IS KEYED ON THE RESULT  *
000280* CODE PLUS THE MATCHED PATTERN (RL-KEY), SO LOOKUP, ADD,     *
000290* CHANGE, AND DELETE ALL WORK BY DIRECT READ/WRITE/REWRITE/   *
000300* DELETE ON THE KEY, AND A CHANGE CAN ONLY ALTER THE          *
000310* DESTINATION AND DESCRIPTION.                                *
000320*                                                             *
000330* AN ADD OR CHANGE IS ONLY SAVED WHEN THE RULE PASSES 7100:   *
000340* RESULT CODE 0-3, DESTINATION 1-5, AND - FOR A RESULT 1      *
000350* (MATCH) OR 3 (EXCLUDED) RULE - A PATTERN THAT IS ON STRPATF *
000360* AND OF THE RIGHT CLASS (APPROVE FOR 1, EXCLUSION FOR 3). A  *
000370* RESULT 0 (NO MATCH) OR 2 (ERROR) RULE CARRIES A BLANK       *
000380* PATTERN, SINCE THOSE ROWS HAVE NO MATCHED VALUE. A DELETE   *
000390* IS NEVER EDITED, SO AN ORPHANED RULE CAN ALWAYS BE REMOVED. *
000400* EVERY ADD, CHANGE, AND DELETE APPENDS AN RLHIST RECORD.     *
000410* THE RUN MODES ARE:                                          *
000420*   NO PARM         - CONSOLE MENU                            *
000430*   'BATCH'+JOB ID  - APPLY THE RLXACT REQUESTS, EXCEPTIONS   *
000440*                     TO RLEXCPT                              *
000450*   'XREF'          - CROSS-REFERENCE RTRULEF AND STRPATF:    *
000460*                     APPROVE PATTERNS WITH NO RESULT 1 RULE, *
000470*                     RULES WHOSE PATTERN IS NOT ON STRPATF,  *
000480*                     AND RULES THAT FAIL ANY OTHER EDIT.     *
000490*                     NOTHING IS CHANGED.                     *
000500*-----------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT RTRULEF   ASSIGN TO "RTRULEF"
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS DYNAMIC
000600            RECORD KEY IS RL-KEY
000610            FILE STATUS IS WS-RTRULEF-STATUS.
000620     SELECT STRPATF   ASSIGN TO "STRPATF"
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE IS DYNAMIC
000650            RECORD KEY IS PAT-KEY
000660            FILE STATUS IS WS-STRPATF-STATUS.
000670     SELECT RLXACT    ASSIGN TO "RLXACT"
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-RLXACT-STATUS.
000700     SELECT RLEXCPT   ASSIGN TO "RLEXCPT"
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS WS-RLEXCPT-STATUS.
000730     SELECT RLHIST    ASSIGN TO "RLHIST"
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-RLHIST-STATUS.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  RTRULEF.
000800     COPY RLFLDS.
000810*
000820*-----------------------------------------------------------*
000830* STRPATF - READ ONLY, TO CHECK THE PATTERN A RULE NAMES.     *
000840*-----------------------------------------------------------*
000850 FD  STRPATF.
000860     COPY PATFLDS.
000870*
000880*-----------------------------------------------------------*
000890* RLXACT - UNATTENDED BATCH INPUT. ONE RECORD PER ADD,        *
000900* CHANGE, OR DELETE REQUEST, READ ONLY WHEN THE PROGRAM IS    *
000910* STARTED WITH PARM='BATCH'. A DELETE NEEDS ONLY THE KEY.     *
000920*-----------------------------------------------------------*
000930 FD  RLXACT
000940     RECORD CONTAINS 83 CHARACTERS.
000950 01  RXA-RECORD.
000960     05  RXA-FUNCTION            PIC X(01).
000970         88  RXA-FUNCTION-ADD            VALUE 'A'.
000980         88  RXA-FUNCTION-CHANGE         VALUE 'C'.
000990         88  RXA-FUNCTION-DELETE         VALUE 'D'.
001000     05  RXA-RESULT              PIC X(01).
001010     05  RXA-MATCH-VALUE         PIC X(40).
001020     05  RXA-DEST-NO             PIC X(01).
001030     05  RXA-DESCRIPTION         PIC X(40).
001040*
001050*-----------------------------------------------------------*
001060* RLEXCPT - THE BATCH EXCEPTION REPORT. ONE RECORD PER        *
001070* RLXACT REQUEST THAT COULD NOT BE APPLIED, WITH A REASON.    *
001080*-----------------------------------------------------------*
001090 FD  RLEXCPT
001100     RECORD CONTAINS 84 CHARACTERS.
001110 01  RXE-RECORD.
001120     05  RXE-FUNCTION            PIC X(01).
001130     05  RXE-RESULT              PIC X(01).
001140     05  RXE-MATCH-VALUE         PIC X(40).
001150     05  RXE-REASON-CODE         PIC X(02).
001160         88  RXE-DUPLICATE-KEY           VALUE '01'.
001170         88  RXE-NOT-ON-FILE             VALUE '02'.
001180         88  RXE-INVALID-FUNCTION        VALUE '03'.
001190         88  RXE-IO-ERROR                VALUE '04'.
001200         88  RXE-INVALID-RESULT          VALUE '05'.
001210         88  RXE-INVALID-DEST            VALUE '06'.
001220         88  RXE-PATTERN-NOT-ON-STRPATF  VALUE '07'.
001230         88  RXE-PATTERN-WRONG-CLASS     VALUE '08'.
001240         88  RXE-PATTERN-NOT-ALLOWED     VALUE '09'.
001250     05  RXE-REASON-TEXT         PIC X(40).
001260*
001270*-----------------------------------------------------------*
001280* RLHIST - THE CHANGE-HISTORY LOG. ONE RECORD APPENDED PER    *
001290* ADD/CHANGE/DELETE APPLIED TO RTRULEF, CONSOLE AND BATCH     *
001300* ALIKE, CARRYING THE BEFORE- AND AFTER-IMAGES OF THE RULE -  *
001310* AN ADD HAS A BLANK BEFORE-IMAGE, A DELETE A BLANK AFTER-    *
001320* IMAGE - AND WHO MADE THE CHANGE.                            *
001330*-----------------------------------------------------------*
001340 FD  RLHIST
001350     RECORD CONTAINS 235 CHARACTERS.
001360 01  RH-RECORD.
001370     05  RH-FUNCTION             PIC X(01).
001380         88  RH-FUNCTION-ADD             VALUE 'A'.
001390         88  RH-FUNCTION-CHANGE          VALUE 'C'.
001400         88  RH-FUNCTION-DELETE          VALUE 'D'.
001410     05  RH-TIMESTAMP            PIC X(21).
001420     05  RH-ORIGIN               PIC X(08).
001430     05  RH-KEY.
001440         10  RH-RESULT           PIC X(01).
001450         10  RH-MATCH-VALUE      PIC X(40).
001460     05  RH-BEFORE-IMAGE.
001470         10  RH-BEF-RESULT       PIC X(01).
001480         10  RH-BEF-MATCH-VALUE  PIC X(40).
001490         10  RH-BEF-DEST-NO      PIC X(01).
001500         10  RH-BEF-DESCRIPTION  PIC X(40).
001510     05  RH-AFTER-IMAGE.
001520         10  RH-AFT-RESULT       PIC X(01).
001530         10  RH-AFT-MATCH-VALUE  PIC X(40).
001540         10  RH-AFT-DEST-NO      PIC X(01).
001550         10  RH-AFT-DESCRIPTION  PIC X(40).
001560*
001570 WORKING-STORAGE SECTION.
001580 01  WS-SWITCHES.
001590     05  WS-EXIT-SW              PIC X(01) VALUE 'N'.
001600         88  WS-EXIT-YES                    VALUE 'Y'.
001610         88  WS-EXIT-NO                     VALUE 'N'.
001620     05  WS-BATCH-SW             PIC X(01) VALUE 'N'.
001630         88  WS-BATCH-YES                   VALUE 'Y'.
001640         88  WS-BATCH-NO                    VALUE 'N'.
001650     05  WS-BATCH-EOF-SW         PIC X(01) VALUE 'N'.
001660         88  WS-BATCH-EOF-YES               VALUE 'Y'.
001670         88  WS-BATCH-EOF-NO                VALUE 'N'.
001680     05  WS-XREF-SW              PIC X(01) VALUE 'N'.
001690         88  WS-XREF-YES                    VALUE 'Y'.
001700         88  WS-XREF-NO                     VALUE 'N'.
001710     05  WS-STRPATF-EOF-SW       PIC X(01) VALUE 'N'.
001720         88  WS-STRPATF-EOF-YES             VALUE 'Y'.
001730         88  WS-STRPATF-EOF-NO              VALUE 'N'.
001740     05  WS-RTRULEF-EOF-SW       PIC X(01) VALUE 'N'.
001750         88  WS-RTRULEF-EOF-YES             VALUE 'Y'.
001760         88  WS-RTRULEF-EOF-NO              VALUE 'N'.
001770     05  WS-XREF-PASS-SW         PIC X(01) VALUE 'O'.
001780         88  WS-XREF-PASS-ORPHANS           VALUE 'O'.
001790         88  WS-XREF-PASS-OTHERS            VALUE 'E'.
001800*
001810 01  WS-FILE-STATUSES.
001820     05  WS-RTRULEF-STATUS       PIC X(02) VALUE SPACES.
001830         88  WS-RTRULEF-OK                  VALUE '00'.
001840         88  WS-RTRULEF-NOT-FOUND           VALUE '23'.
001850         88  WS-RTRULEF-DUPLICATE           VALUE '22'.
001860         88  WS-RTRULEF-FILE-NOT-FOUND      VALUE '35'.
001870     05  WS-STRPATF-STATUS       PIC X(02) VALUE SPACES.
001880         88  WS-STRPATF-OK                  VALUE '00'.
001890         88  WS-STRPATF-NOT-FOUND           VALUE '23'.
001900     05  WS-RLXACT-STATUS        PIC X(02) VALUE SPACES.
001910         88  WS-RLXACT-OK                   VALUE '00'.
001920         88  WS-RLXACT-EOF                  VALUE '10'.
001930     05  WS-RLEXCPT-STATUS       PIC X(02) VALUE SPACES.
001940         88  WS-RLEXCPT-OK                  VALUE '00'.
001950     05  WS-RLHIST-STATUS        PIC X(02) VALUE SPACES.
001960         88  WS-RLHIST-OK                   VALUE '00'.
001970*
001980*-----------------------------------------------------------*
001990* WS-BATCH-COUNTS - RUN TOTALS FOR THE UNATTENDED BATCH       *
002000* CONTROL REPORT.                                             *
002010*-----------------------------------------------------------*
002020 01  WS-BATCH-COUNTS.
002030     05  WS-BATCH-READ-COUNT     PIC 9(07) VALUE ZEROS.
002040     05  WS-BATCH-ADDED-COUNT    PIC 9(07) VALUE ZEROS.
002050     05  WS-BATCH-CHANGED-COUNT  PIC 9(07) VALUE ZEROS.
002060     05  WS-BATCH-DELETED-COUNT  PIC 9(07) VALUE ZEROS.
002070     05  WS-BATCH-EXCEPT-COUNT   PIC 9(07) VALUE ZEROS.
002080*
002090*-----------------------------------------------------------*
002100* WS-XREF-COUNTS - TOTALS FOR THE CROSS-REFERENCE REPORT.     *
002110*-----------------------------------------------------------*
002120 01  WS-XREF-COUNTS.
002130     05  WS-XREF-PATTERN-COUNT   PIC 9(07) VALUE ZEROS.
002140     05  WS-XREF-APPROVE-COUNT   PIC 9(07) VALUE ZEROS.
002150     05  WS-XREF-NO-RULE-COUNT   PIC 9(07) VALUE ZEROS.
002160     05  WS-XREF-RULE-COUNT      PIC 9(07) VALUE ZEROS.
002170     05  WS-XREF-ORPHAN-COUNT    PIC 9(07) VALUE ZEROS.
002180     05  WS-XREF-INVALID-COUNT   PIC 9(07) VALUE ZEROS.
002190*
002200*-----------------------------------------------------------*
002210* WS-MENU-CHOICE - THE OPERATOR'S SELECTION FROM THE MENU.    *
002220*-----------------------------------------------------------*
002230 01  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
002240     88  WS-CHOICE-ADD                      VALUE '1'.
002250     88  WS-CHOICE-CHANGE                   VALUE '2'.
002260     88  WS-CHOICE-DELETE                   VALUE '3'.
002270     88  WS-CHOICE-INQUIRE                  VALUE '4'.
002280     88  WS-CHOICE-EXIT                     VALUE '5'.
002290     88  WS-CHOICE-VALID        VALUES '1' '2' '3' '4' '5'.
002300*
002310*-----------------------------------------------------------*
002320* WS-REPLY FIELDS - OPERATOR INPUT FOR EACH FUNCTION.         *
002330*-----------------------------------------------------------*
002340 01  WS-REPLY-RESULT             PIC X(01) VALUE SPACE.
002350 01  WS-REPLY-MATCH-VALUE        PIC X(40) VALUE SPACES.
002360 01  WS-REPLY-DEST-NO            PIC X(01) VALUE SPACE.
002370 01  WS-REPLY-DESCRIPTION        PIC X(40) VALUE SPACES.
002380 01  WS-REPLY-OPERATOR           PIC X(08) VALUE SPACES.
002390*-----------------------------------------------------------*
002400* CHANGE-HISTORY WORK FIELDS FOR 7300-WRITE-HISTORY - WHO IS  *
002410* MAKING THIS RUN'S CHANGES (CONSOLE OPERATOR OR BATCH JOB    *
002420* ID), AND RULE-RECORD'S BEFORE/AFTER IMAGES.                 *
002430*-----------------------------------------------------------*
002440 01  WS-ORIGIN-ID                PIC X(08) VALUE 'CONSOLE '.
002450 01  WS-HIST-FUNCTION            PIC X(01) VALUE SPACE.
002460 01  WS-SAVE-BEFORE-IMAGE        PIC X(82) VALUE SPACES.
002470 01  WS-SAVE-AFTER-IMAGE         PIC X(82) VALUE SPACES.
002480*-----------------------------------------------------------*
002490* WHY 7100-VALIDATE-RULE TURNED THE RULE IN RULE-RECORD DOWN  *
002500* (SPACES WHEN IT PASSED) - THE SAME CODES AS RLEXCPT.        *
002510*-----------------------------------------------------------*
002520 01  WS-EDIT-REASON-CODE         PIC X(02) VALUE SPACES.
002530     88  WS-EDIT-PASSED                     VALUE SPACES.
002540     88  WS-EDIT-NOT-ON-STRPATF             VALUE '07'.
002550 01  WS-EDIT-REASON-TEXT         PIC X(40) VALUE SPACES.
002560*
002570*-----------------------------------------------------------*
002580* LINKAGE SECTION - LS-PARM-AREA RECEIVES THE JCL EXEC PARM=  *
002590* TEXT. 'BATCH' MAY CARRY AN 8-BYTE JOB ID AFTER IT (13 BYTES *
002600* IN ALL) TO STAMP ON THE RLHIST RECORDS, AS ON STRPATMT.     *
002610*-----------------------------------------------------------*
002620 LINKAGE SECTION.
002630 01  LS-PARM-AREA.
002640     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002650     05  LS-PARM-TEXT            PIC X(13).
002660*
002670 PROCEDURE DIVISION USING LS-PARM-AREA.
002680*-----------------------------------------------------------*
002690* 0000-MAINLINE                                               *
002700*-----------------------------------------------------------*
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002730     EVALUATE TRUE
002740         WHEN WS-EXIT-YES
002750             CONTINUE
002760         WHEN WS-BATCH-YES
002770             PERFORM 2500-PROCESS-BATCH     THRU 2500-EXIT
002780         WHEN WS-XREF-YES
002790             PERFORM 8500-CROSS-REFERENCE   THRU 8500-EXIT
002800         WHEN OTHER
002810             PERFORM 2000-PROCESS-MENU      THRU 2000-EXIT
002820                     UNTIL WS-EXIT-YES
002830     END-EVALUATE.
002840     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002850     PERFORM 9500-SET-FINAL-RC   THRU 9500-EXIT.
002860     STOP RUN.
002870*
002880*-----------------------------------------------------------*
002890* 1000-INITIALIZE - CHECK THE PARM FOR THE RUN MODE, THEN     *
002900* OPEN RTRULEF (CREATING IT IF THIS IS THE FIRST TIME THE     *
002910* PROGRAM HAS EVER BEEN RUN, EXCEPT ON A REPORT-ONLY XREF     *
002920* RUN) AND STRPATF, WHICH EVERY RULE IS CHECKED AGAINST -     *
002930* WITHOUT IT NO RULE CAN BE SAVED, SO THE RUN STOPS.          *
002940*-----------------------------------------------------------*
002950 1000-INITIALIZE.
002960     PERFORM 1050-GET-RUN-MODE THRU 1050-EXIT.
002970     IF WS-XREF-YES
002980         OPEN INPUT RTRULEF
002990     ELSE
003000         OPEN I-O RTRULEF
003010         IF WS-RTRULEF-FILE-NOT-FOUND
003020             OPEN OUTPUT RTRULEF
003030             CLOSE RTRULEF
003040             OPEN I-O RTRULEF
003050         END-IF
003060     END-IF.
003070     IF NOT WS-RTRULEF-OK
003080         DISPLAY 'RTRULMT - OPEN ERROR ON RTRULEF '
003090                 WS-RTRULEF-STATUS
003100         MOVE 12 TO RETURN-CODE
003110         MOVE 'Y' TO WS-EXIT-SW
003120     END-IF.
003130     OPEN INPUT STRPATF.
003140     IF NOT WS-STRPATF-OK
003150         DISPLAY 'RTRULMT - OPEN ERROR ON STRPATF '
003160                 WS-STRPATF-STATUS
003170         MOVE 12 TO RETURN-CODE
003180         MOVE 'Y' TO WS-EXIT-SW
003190     END-IF.
003200     IF WS-BATCH-YES AND WS-EXIT-NO
003210         PERFORM 1060-OPEN-BATCH-FILES THRU 1060-EXIT
003220     END-IF.
003230     IF WS-XREF-NO AND WS-EXIT-NO
003240         PERFORM 1070-OPEN-RLHIST THRU 1070-EXIT
003250     END-IF.
003260     IF WS-BATCH-NO AND WS-XREF-NO AND WS-EXIT-NO
003270         PERFORM 1080-GET-OPERATOR-ID THRU 1080-EXIT
003280     END-IF.
003290 1000-EXIT.
003300     EXIT.
003310*
003320*-----------------------------------------------------------*
003330* 1050-GET-RUN-MODE - 'BATCH' (WITH AN OPTIONAL JOB ID)       *
003340* SWITCHES THIS RUN TO UNATTENDED MODE AND 'XREF' TO THE      *
003350* CROSS-REFERENCE REPORT. ANY OTHER PARM, OR NONE, GIVES      *
003360* THE CONSOLE MENU.                                           *
003370*-----------------------------------------------------------*
003380 1050-GET-RUN-MODE.
003390     IF LS-PARM-LENGTH >= 5 AND LS-PARM-TEXT (1:5) = 'BATCH'
003400         MOVE 'Y' TO WS-BATCH-SW
003410         MOVE 'BATCH   ' TO WS-ORIGIN-ID
003420         IF LS-PARM-LENGTH >= 13
003430            AND LS-PARM-TEXT (6:8) NOT = SPACES
003440             MOVE LS-PARM-TEXT (6:8) TO WS-ORIGIN-ID
003450         END-IF
003460     END-IF.
003470     IF LS-PARM-LENGTH >= 4 AND LS-PARM-TEXT (1:4) = 'XREF'
003480         MOVE 'Y' TO WS-XREF-SW
003490     END-IF.
003500 1050-EXIT.
003510     EXIT.
003520*
003530*-----------------------------------------------------------*
003540* 1060-OPEN-BATCH-FILES - OPEN THE TRANSACTION INPUT AND THE  *
003550* EXCEPTION REPORT FOR AN UNATTENDED RUN.                     *
003560*-----------------------------------------------------------*
003570 1060-OPEN-BATCH-FILES.
003580     OPEN INPUT RLXACT.
003590     IF NOT WS-RLXACT-OK
003600         DISPLAY 'RTRULMT - OPEN ERROR ON RLXACT '
003610                 WS-RLXACT-STATUS
003620         MOVE 12 TO RETURN-CODE
003630         MOVE 'Y' TO WS-EXIT-SW
003640         MOVE 'Y' TO WS-BATCH-EOF-SW
003650     END-IF.
003660     OPEN OUTPUT RLEXCPT.
003670     IF NOT WS-RLEXCPT-OK
003680         DISPLAY 'RTRULMT - OPEN ERROR ON RLEXCPT '
003690                 WS-RLEXCPT-STATUS
003700         MOVE 12 TO RETURN-CODE
003710         MOVE 'Y' TO WS-EXIT-SW
003720         MOVE 'Y' TO WS-BATCH-EOF-SW
003730     END-IF.
003740 1060-EXIT.
003750     EXIT.
003760*
003770*-----------------------------------------------------------*
003780* 1070-OPEN-RLHIST - OPEN THE CHANGE-HISTORY LOG, EXTENDING   *
003790* A SURVIVING FILE SO HISTORY ACCUMULATES ACROSS RUNS. A RUN  *
003800* THAT CANNOT LOG ITS CHANGES DOES NOT GET TO MAKE ANY.       *
003810*-----------------------------------------------------------*
003820 1070-OPEN-RLHIST.
003830     OPEN EXTEND RLHIST.
003840     IF NOT WS-RLHIST-OK
003850         OPEN OUTPUT RLHIST
003860     END-IF.
003870     IF NOT WS-RLHIST-OK
003880         DISPLAY 'RTRULMT - OPEN ERROR ON RLHIST '
003890                 WS-RLHIST-STATUS
003900         MOVE 12 TO RETURN-CODE
003910         MOVE 'Y' TO WS-EXIT-SW
003920         MOVE 'Y' TO WS-BATCH-EOF-SW
003930     END-IF.
003940 1070-EXIT.
003950     EXIT.
003960*
003970*-----------------------------------------------------------*
003980* 1080-GET-OPERATOR-ID - A CONSOLE RUN IDENTIFIES ITS         *
003990* OPERATOR ONCE AT STARTUP, FOR RLHIST. A BLANK REPLY IS      *
004000* RE-PROMPTED.                                                *
004010*-----------------------------------------------------------*
004020 1080-GET-OPERATOR-ID.
004030     DISPLAY 'OPERATOR ID (UP TO 8 CHARS) . . . '.
004040     ACCEPT WS-REPLY-OPERATOR FROM CONSOLE.
004050     IF WS-REPLY-OPERATOR NOT = SPACES
004060         MOVE WS-REPLY-OPERATOR TO WS-ORIGIN-ID
004070     ELSE
004080         DISPLAY 'AN OPERATOR ID IS REQUIRED - TRY AGAIN'
004090         PERFORM 1080-GET-OPERATOR-ID THRU 1080-EXIT
004100     END-IF.
004110 1080-EXIT.
004120     EXIT.
004130*
004140*-----------------------------------------------------------*
004150* 2000-PROCESS-MENU - SHOW THE MENU, READ A CHOICE, AND       *
004160* DISPATCH TO THE FUNCTION REQUESTED.                         *
004170*-----------------------------------------------------------*
004180 2000-PROCESS-MENU.
004190     PERFORM 2100-GET-MENU-CHOICE THRU 2100-EXIT.
004200     EVALUATE TRUE
004210         WHEN WS-CHOICE-ADD
004220             PERFORM 3000-ADD-RULE       THRU 3000-EXIT
004230         WHEN WS-CHOICE-CHANGE
004240             PERFORM 4000-CHANGE-RULE    THRU 4000-EXIT
004250         WHEN WS-CHOICE-DELETE
004260             PERFORM 5000-DELETE-RULE    THRU 5000-EXIT
004270         WHEN WS-CHOICE-INQUIRE
004280             PERFORM 6000-INQUIRE-RULE   THRU 6000-EXIT
004290         WHEN WS-CHOICE-EXIT
004300             MOVE 'Y' TO WS-EXIT-SW
004310     END-EVALUATE.
004320 2000-EXIT.
004330     EXIT.
004340*
004350*-----------------------------------------------------------*
004360* 2100-GET-MENU-CHOICE - DISPLAY THE MENU AND ACCEPT A        *
004370* CHOICE, RE-PROMPTING UNTIL A VALID ONE IS ENTERED.          *
004380*-----------------------------------------------------------*
004390 2100-GET-MENU-CHOICE.
004400     DISPLAY ' '.
004410     DISPLAY '***************************************'.
004420     DISPLAY '*   RTRULMT - ROUTING RULE MAINTENANCE *'.
004430     DISPLAY '***************************************'.
004440     DISPLAY '  1  ADD A RULE'.
004450     DISPLAY '  2  CHANGE A RULE'.
004460     DISPLAY '  3  DELETE A RULE'.
004470     DISPLAY '  4  INQUIRE ON A RULE'.
004480     DISPLAY '  5  EXIT'.
004490     DISPLAY 'ENTER YOUR CHOICE . . . '.
004500     ACCEPT WS-MENU-CHOICE FROM CONSOLE.
004510     IF NOT WS-CHOICE-VALID
004520         DISPLAY 'INVALID CHOICE - TRY AGAIN'
004530         PERFORM 2100-GET-MENU-CHOICE THRU 2100-EXIT
004540     END-IF.
004550 2100-EXIT.
004560     EXIT.
004570*
004580*-----------------------------------------------------------*
004590* 2500-PROCESS-BATCH - READ RLXACT AND APPLY EACH REQUEST     *
004600* UNTIL END OF FILE.                                          *
004610*-----------------------------------------------------------*
004620 2500-PROCESS-BATCH.
004630     PERFORM 2510-READ-RLXACT THRU 2510-EXIT.
004640     PERFORM 2600-APPLY-ONE-TRANSACTION THRU 2600-EXIT
004650             UNTIL WS-BATCH-EOF-YES.
004660     PERFORM 8000-BATCH-CONTROL-REPORT THRU 8000-EXIT.
004670 2500-EXIT.
004680     EXIT.
004690*
004700*-----------------------------------------------------------*
004710* 2510-READ-RLXACT - READ THE NEXT TRANSACTION REQUEST.       *
004720*-----------------------------------------------------------*
004730 2510-READ-RLXACT.
004740     READ RLXACT
004750         AT END
004760             MOVE 'Y' TO WS-BATCH-EOF-SW
004770     END-READ.
004780 2510-EXIT.
004790     EXIT.
004800*
004810*-----------------------------------------------------------*
004820* 2600-APPLY-ONE-TRANSACTION - DISPATCH ONE RLXACT REQUEST    *
004830* TO ITS ADD/CHANGE/DELETE HANDLER, THEN READ THE NEXT ONE.   *
004840* A FUNCTION CODE THIS PROGRAM DOES NOT RECOGNIZE IS WRITTEN  *
004850* STRAIGHT TO THE EXCEPTION REPORT.                           *
004860*-----------------------------------------------------------*
004870 2600-APPLY-ONE-TRANSACTION.
004880     ADD 1 TO WS-BATCH-READ-COUNT.
004890     EVALUATE TRUE
004900         WHEN RXA-FUNCTION-ADD
004910             PERFORM 2610-BATCH-ADD    THRU 2610-EXIT
004920         WHEN RXA-FUNCTION-CHANGE
004930             PERFORM 2620-BATCH-CHANGE THRU 2620-EXIT
004940         WHEN RXA-FUNCTION-DELETE
004950             PERFORM 2630-BATCH-DELETE THRU 2630-EXIT
004960         WHEN OTHER
004970             MOVE '03' TO RXE-REASON-CODE
004980             MOVE 'UNRECOGNIZED FUNCTION CODE'
004990                     TO RXE-REASON-TEXT
005000             PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
005010     END-EVALUATE.
005020     PERFORM 2510-READ-RLXACT THRU 2510-EXIT.
005030 2600-EXIT.
005040     EXIT.
005050*
005060*-----------------------------------------------------------*
005070* 2610-BATCH-ADD - ADD A NEW RULE FROM AN RLXACT ADD          *
005080* REQUEST. A DUPLICATE KEY, OR A RULE THAT FAILS 7100, IS AN  *
005090* EXCEPTION, NOT AN ABEND.                                    *
005100*-----------------------------------------------------------*
005110 2610-BATCH-ADD.
005120     MOVE RXA-RESULT      TO RL-RESULT.
005130     MOVE RXA-MATCH-VALUE TO RL-MATCH-VALUE.
005140     READ RTRULEF
005150         KEY IS RL-KEY
005160         INVALID KEY
005170             CONTINUE
005180     END-READ.
005190     IF WS-RTRULEF-OK
005200         MOVE '01' TO RXE-REASON-CODE
005210         MOVE 'RULE ALREADY ON FILE' TO RXE-REASON-TEXT
005220         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
005230         GO TO 2610-EXIT
005240     END-IF.
005250     IF NOT WS-RTRULEF-NOT-FOUND
005260         MOVE '04' TO RXE-REASON-CODE
005270         MOVE 'READ FAILED - STATUS' TO RXE-REASON-TEXT
005280         MOVE WS-RTRULEF-STATUS TO RXE-REASON-TEXT (22:2)
005290         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
005300         GO TO 2610-EXIT
005310     END-IF.
005320     MOVE RXA-RESULT      TO RL-RESULT.
005330     MOVE RXA-MATCH-VALUE TO RL-MATCH-VALUE.
005340     MOVE RXA-DEST-NO     TO RL-DEST-NO-X.
005350     MOVE RXA-DESCRIPTION TO RL-DESCRIPTION.
005360     PERFORM 7100-VALIDATE-RULE THRU 7100-EXIT.
005370     IF NOT WS-EDIT-PASSED
005380         MOVE WS-EDIT-REASON-CODE TO RXE-REASON-CODE
005390         MOVE WS-EDIT-REASON-TEXT TO RXE-REASON-TEXT
005400         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
005410         GO TO 2610-EXIT
005420     END-IF.
005430     WRITE RULE-RECORD
005440         INVALID KEY
005450             CONTINUE
005460     END-WRITE.
005470     IF WS-RTRULEF-OK
005480         ADD 1 TO WS-BATCH-ADDED-COUNT
005490         MOVE 'A'         TO WS-HIST-FUNCTION
005500         MOVE SPACES      TO WS-SAVE-BEFORE-IMAGE
005510         MOVE RULE-RECORD TO WS-SAVE-AFTER-IMAGE
005520         PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
005530     ELSE
005540         MOVE '04' TO RXE-REASON-CODE
005550         MOVE 'ADD FAILED - STATUS' TO RXE-REASON-TEXT
005560         MOVE WS-RTRULEF-STATUS TO RXE-REASON-TEXT (21:2)
005570         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
005580     END-IF.
005590 2610-EXIT.
005600     EXIT.
005610*
005620*-----------------------------------------------------------*
005630* 2620-BATCH-CHANGE - READ THE RULE BY KEY AND REWRITE ITS    *
005640* DESTINATION AND DESCRIPTION FROM AN RLXACT CHANGE REQUEST.  *
005650* NOT-ON-FILE, OR A NEW IMAGE THAT FAILS 7100, IS AN          *
005660* EXCEPTION. THE RESULT CODE AND PATTERN ARE THE KEY AND      *
005670* CANNOT BE CHANGED - DELETE AND RE-ADD INSTEAD.              *
005680*-----------------------------------------------------------*
005690 2620-BATCH-CHANGE.
005700     MOVE RXA-RESULT      TO RL-RESULT.
005710     MOVE RXA-MATCH-VALUE TO RL-MATCH-VALUE.
005720     READ RTRULEF
005730         KEY IS RL-KEY
005740         INVALID KEY
005750             CONTINUE
005760     END-READ.
005770     IF NOT WS-RTRULEF-OK
005780         IF WS-RTRULEF-NOT-FOUND
005790             MOVE '02' TO RXE-REASON-CODE
005800             MOVE 'RULE NOT ON FILE' TO RXE-REASON-TEXT
005810         ELSE
005820             MOVE '04' TO RXE-REASON-CODE
005830             MOVE 'READ FAILED - STATUS' TO RXE-REASON-TEXT
005840             MOVE WS-RTRULEF-STATUS TO RXE-REASON-TEXT (22:2)
005850         END-IF
005860         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
005870         GO TO 2620-EXIT
005880     END-IF.
005890     MOVE RULE-RECORD     TO WS-SAVE-BEFORE-IMAGE.
005900     MOVE RXA-DEST-NO     TO RL-DEST-NO-X.
005910     MOVE RXA-DESCRIPTION TO RL-DESCRIPTION.
005920     PERFORM 7100-VALIDATE-RULE THRU 7100-EXIT.
005930     IF NOT WS-EDIT-PASSED
005940         MOVE WS-EDIT-REASON-CODE TO RXE-REASON-CODE
005950         MOVE WS-EDIT-REASON-TEXT TO RXE-REASON-TEXT
005960         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
005970         GO TO 2620-EXIT
005980     END-IF.
005990     REWRITE RULE-RECORD
006000         INVALID KEY
006010             CONTINUE
006020     END-REWRITE.
006030     IF WS-RTRULEF-OK
006040         ADD 1 TO WS-BATCH-CHANGED-COUNT
006050         MOVE 'C'         TO WS-HIST-FUNCTION
006060         MOVE RULE-RECORD TO WS-SAVE-AFTER-IMAGE
006070         PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
006080     ELSE
006090         MOVE '04' TO RXE-REASON-CODE
006100         MOVE 'CHANGE FAILED - STATUS' TO RXE-REASON-TEXT
006110         MOVE WS-RTRULEF-STATUS TO RXE-REASON-TEXT (24:2)
006120         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006130     END-IF.
006140 2620-EXIT.
006150     EXIT.
006160*
006170*-----------------------------------------------------------*
006180* 2630-BATCH-DELETE - DELETE THE RULE NAMED BY AN RLXACT      *
006190* DELETE REQUEST. NOT-ON-FILE IS AN EXCEPTION. THE RULE IS    *
006200* READ FIRST FOR ITS BEFORE-IMAGE.                            *
006210*-----------------------------------------------------------*
006220 2630-BATCH-DELETE.
006230     MOVE RXA-RESULT      TO RL-RESULT.
006240     MOVE RXA-MATCH-VALUE TO RL-MATCH-VALUE.
006250     READ RTRULEF
006260         KEY IS RL-KEY
006270         INVALID KEY
006280             CONTINUE
006290     END-READ.
006300     IF NOT WS-RTRULEF-OK
006310         IF WS-RTRULEF-NOT-FOUND
006320             MOVE '02' TO RXE-REASON-CODE
006330             MOVE 'RULE NOT ON FILE' TO RXE-REASON-TEXT
006340         ELSE
006350             MOVE '04' TO RXE-REASON-CODE
006360             MOVE 'READ FAILED - STATUS' TO RXE-REASON-TEXT
006370             MOVE WS-RTRULEF-STATUS TO RXE-REASON-TEXT (22:2)
006380         END-IF
006390         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006400         GO TO 2630-EXIT
006410     END-IF.
006420     MOVE RULE-RECORD TO WS-SAVE-BEFORE-IMAGE.
006430     DELETE RTRULEF
006440         INVALID KEY
006450             CONTINUE
006460     END-DELETE.
006470     IF WS-RTRULEF-OK
006480         ADD 1 TO WS-BATCH-DELETED-COUNT
006490         MOVE 'D'    TO WS-HIST-FUNCTION
006500         MOVE SPACES TO WS-SAVE-AFTER-IMAGE
006510         PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
006520     ELSE
006530         MOVE '04' TO RXE-REASON-CODE
006540         MOVE 'DELETE FAILED - STATUS' TO RXE-REASON-TEXT
006550         MOVE WS-RTRULEF-STATUS TO RXE-REASON-TEXT (24:2)
006560         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006570     END-IF.
006580 2630-EXIT.
006590     EXIT.
006600*
006610*-----------------------------------------------------------*
006620* 3000-ADD-RULE - ACCEPT A NEW RULE, EDIT IT, AND WRITE IT.   *
006630*-----------------------------------------------------------*
006640 3000-ADD-RULE.
006650     PERFORM 7000-GET-RULE-KEY THRU 7000-EXIT.
006660     MOVE WS-REPLY-RESULT      TO RL-RESULT.
006670     MOVE WS-REPLY-MATCH-VALUE TO RL-MATCH-VALUE.
006680     READ RTRULEF
006690         KEY IS RL-KEY
006700         INVALID KEY
006710             CONTINUE
006720     END-READ.
006730     IF WS-RTRULEF-OK
006740         DISPLAY 'RULE ALREADY ON FILE - USE CHANGE.'
006750         GO TO 3000-EXIT
006760     END-IF.
006770     PERFORM 7050-GET-RULE-DETAIL THRU 7050-EXIT.
006780     MOVE WS-REPLY-RESULT      TO RL-RESULT.
006790     MOVE WS-REPLY-MATCH-VALUE TO RL-MATCH-VALUE.
006800     MOVE WS-REPLY-DEST-NO     TO RL-DEST-NO-X.
006810     MOVE WS-REPLY-DESCRIPTION TO RL-DESCRIPTION.
006820     PERFORM 7100-VALIDATE-RULE THRU 7100-EXIT.
006830     IF NOT WS-EDIT-PASSED
006840         DISPLAY 'RULE NOT SAVED - ' WS-EDIT-REASON-TEXT
006850         GO TO 3000-EXIT
006860     END-IF.
006870     WRITE RULE-RECORD
006880         INVALID KEY
006890             CONTINUE
006900     END-WRITE.
006910     IF WS-RTRULEF-OK
006920         DISPLAY 'RULE ADDED.'
006930         MOVE 'A'         TO WS-HIST-FUNCTION
006940         MOVE SPACES      TO WS-SAVE-BEFORE-IMAGE
006950         MOVE RULE-RECORD TO WS-SAVE-AFTER-IMAGE
006960         PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
006970     ELSE
006980         DISPLAY 'ADD FAILED - RTRULEF STATUS '
006990                 WS-RTRULEF-STATUS
007000     END-IF.
007010 3000-EXIT.
007020     EXIT.
007030*
007040*-----------------------------------------------------------*
007050* 4000-CHANGE-RULE - READ AN EXISTING RULE BY KEY, ACCEPT A   *
007060* NEW DESTINATION AND DESCRIPTION, EDIT, AND REWRITE IT.      *
007070*-----------------------------------------------------------*
007080 4000-CHANGE-RULE.
007090     PERFORM 7000-GET-RULE-KEY THRU 7000-EXIT.
007100     MOVE WS-REPLY-RESULT      TO RL-RESULT.
007110     MOVE WS-REPLY-MATCH-VALUE TO RL-MATCH-VALUE.
007120     READ RTRULEF
007130         KEY IS RL-KEY
007140         INVALID KEY
007150             DISPLAY 'RULE NOT ON FILE.'
007160     END-READ.
007170     IF NOT WS-RTRULEF-OK
007180         GO TO 4000-EXIT
007190     END-IF.
007200     DISPLAY 'DESTINATION NOW ' RL-DEST-NO-X
007210             ' - ' RL-DESCRIPTION.
007220     DISPLAY 'RESULT CODE AND PATTERN CANNOT BE CHANGED - '
007230             'DELETE AND RE-ADD TO CHANGE THEM.'.
007240     MOVE RULE-RECORD TO WS-SAVE-BEFORE-IMAGE.
007250     PERFORM 7050-GET-RULE-DETAIL THRU 7050-EXIT.
007260     MOVE WS-REPLY-DEST-NO     TO RL-DEST-NO-X.
007270     MOVE WS-REPLY-DESCRIPTION TO RL-DESCRIPTION.
007280     PERFORM 7100-VALIDATE-RULE THRU 7100-EXIT.
007290     IF NOT WS-EDIT-PASSED
007300         DISPLAY 'RULE NOT SAVED - ' WS-EDIT-REASON-TEXT
007310         IF WS-EDIT-NOT-ON-STRPATF
007320             DISPLAY 'THE PATTERN HAS GONE FROM STRPATF - '
007330                     'DELETE THE RULE INSTEAD.'
007340         END-IF
007350         GO TO 4000-EXIT
007360     END-IF.
007370     REWRITE RULE-RECORD
007380         INVALID KEY
007390             CONTINUE
007400     END-REWRITE.
007410     IF WS-RTRULEF-OK
007420         DISPLAY 'RULE CHANGED.'
007430         MOVE 'C'         TO WS-HIST-FUNCTION
007440         MOVE RULE-RECORD TO WS-SAVE-AFTER-IMAGE
007450         PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
007460     ELSE
007470         DISPLAY 'CHANGE FAILED - RTRULEF STATUS '
007480                 WS-RTRULEF-STATUS
007490     END-IF.
007500 4000-EXIT.
007510     EXIT.
007520*
007530*-----------------------------------------------------------*
007540* 5000-DELETE-RULE - READ AN EXISTING RULE BY KEY (FOR ITS    *
007550* BEFORE-IMAGE) AND DELETE IT.                                *
007560*-----------------------------------------------------------*
007570 5000-DELETE-RULE.
007580     PERFORM 7000-GET-RULE-KEY THRU 7000-EXIT.
007590     MOVE WS-REPLY-RESULT      TO RL-RESULT.
007600     MOVE WS-REPLY-MATCH-VALUE TO RL-MATCH-VALUE.
007610     READ RTRULEF
007620         KEY IS RL-KEY
007630         INVALID KEY
007640             DISPLAY 'RULE NOT ON FILE.'
007650     END-READ.
007660     IF NOT WS-RTRULEF-OK
007670         GO TO 5000-EXIT
007680     END-IF.
007690     MOVE RULE-RECORD TO WS-SAVE-BEFORE-IMAGE.
007700     DELETE RTRULEF
007710         INVALID KEY
007720             CONTINUE
007730     END-DELETE.
007740     IF WS-RTRULEF-OK
007750         DISPLAY 'RULE DELETED.'
007760         MOVE 'D'    TO WS-HIST-FUNCTION
007770         MOVE SPACES TO WS-SAVE-AFTER-IMAGE
007780         PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
007790     ELSE
007800         DISPLAY 'DELETE FAILED - RTRULEF STATUS '
007810                 WS-RTRULEF-STATUS
007820     END-IF.
007830 5000-EXIT.
007840     EXIT.
007850*
007860*-----------------------------------------------------------*
007870* 6000-INQUIRE-RULE - READ AND DISPLAY ONE RULE, AND WHETHER  *
007880* IT STILL PASSES THE EDITS (ITS PATTERN MAY HAVE BEEN        *
007890* DELETED FROM STRPATF SINCE IT WAS SAVED).                   *
007900*-----------------------------------------------------------*
007910 6000-INQUIRE-RULE.
007920     PERFORM 7000-GET-RULE-KEY THRU 7000-EXIT.
007930     MOVE WS-REPLY-RESULT      TO RL-RESULT.
007940     MOVE WS-REPLY-MATCH-VALUE TO RL-MATCH-VALUE.
007950     READ RTRULEF
007960         KEY IS RL-KEY
007970         INVALID KEY
007980             DISPLAY 'RULE NOT ON FILE.'
007990     END-READ.
008000     IF NOT WS-RTRULEF-OK
008010         GO TO 6000-EXIT
008020     END-IF.
008030     DISPLAY 'RESULT CODE . . ' RL-RESULT
008040             ' (0=NO MATCH, 1=MATCH, 2=ERROR, 3=EXCLUDED)'.
008050     DISPLAY 'PATTERN . . . . ' RL-MATCH-VALUE.
008060     DISPLAY 'DESTINATION . . ' RL-DEST-NO-X ' (DESTOUT1-5)'.
008070     DISPLAY 'DESCRIPTION . . ' RL-DESCRIPTION.
008080     PERFORM 7100-VALIDATE-RULE THRU 7100-EXIT.
008090     IF WS-EDIT-PASSED
008100         DISPLAY 'EDITS . . . . . PASSED'
008110     ELSE
008120         DISPLAY 'EDITS . . . . . FAILED - ' WS-EDIT-REASON-TEXT
008130     END-IF.
008140 6000-EXIT.
008150     EXIT.
008160*
008170*-----------------------------------------------------------*
008180* 7000-GET-RULE-KEY - PROMPT FOR THE RESULT CODE AND PATTERN  *
008190* THAT KEY A RULE. USED BY EVERY CONSOLE FUNCTION.            *
008200*-----------------------------------------------------------*
008210 7000-GET-RULE-KEY.
008220     DISPLAY 'RESULT CODE - 0=NO MATCH, 1=MATCH, 2=ERROR,'.
008230     DISPLAY '              3=EXCLUDED  . . . . . . '.
008240     ACCEPT WS-REPLY-RESULT FROM CONSOLE.
008250     DISPLAY 'PATTERN (BLANK FOR RESULT 0 OR 2)  . . '.
008260     ACCEPT WS-REPLY-MATCH-VALUE FROM CONSOLE.
008270 7000-EXIT.
008280     EXIT.
008290*
008300*-----------------------------------------------------------*
008310* 7050-GET-RULE-DETAIL - PROMPTS COMMON TO ADD AND CHANGE.    *
008320*-----------------------------------------------------------*
008330 7050-GET-RULE-DETAIL.
008340     DISPLAY 'DESTINATION 1-5 (DESTOUT1-DESTOUT5) . . '.
008350     ACCEPT WS-REPLY-DEST-NO FROM CONSOLE.
008360     DISPLAY 'DESCRIPTION (UP TO 40 CHARS)  . . . . '.
008370     ACCEPT WS-REPLY-DESCRIPTION FROM CONSOLE.
008380 7050-EXIT.
008390     EXIT.
008400*
008410*-----------------------------------------------------------*
008420* 7100-VALIDATE-RULE - EDIT THE RULE IN RULE-RECORD. SETS     *
008430* WS-EDIT-REASON-CODE/TEXT TO THE FIRST EDIT IT FAILS, OR     *
008440* SPACES WHEN IT PASSES:                                      *
008450*   05 RESULT CODE NOT 0-3                                    *
008460*   06 DESTINATION NOT 1-5                                    *
008470*   09 A PATTERN ON A RESULT 0 OR 2 RULE, OR NONE ON A 1 OR 3 *
008480*   07 THE PATTERN IS NOT ON STRPATF (ANY EFFECTIVE DATE -    *
008490*      A RULE MAY BE SET UP AHEAD OF ITS PATTERN GOING LIVE)  *
008500*   08 A RESULT 1 RULE NAMING AN EXCLUSION PATTERN, OR A      *
008510*      RESULT 3 RULE NAMING AN APPROVE PATTERN - NEITHER CAN  *
008520*      EVER BE DISPATCHED BY                                  *
008530*   04 STRPATF COULD NOT BE READ                              *
008540* READS STRPATF INTO PAT-RECORD; RULE-RECORD IS UNCHANGED.    *
008550*-----------------------------------------------------------*
008560 7100-VALIDATE-RULE.
008570     MOVE SPACES TO WS-EDIT-REASON-CODE.
008580     MOVE SPACES TO WS-EDIT-REASON-TEXT.
008590     IF NOT RL-RESULT-VALID
008600         MOVE '05' TO WS-EDIT-REASON-CODE
008610         MOVE 'RESULT CODE MUST BE 0, 1, 2, OR 3'
008620                 TO WS-EDIT-REASON-TEXT
008630         GO TO 7100-EXIT
008640     END-IF.
008650     IF RL-DEST-NO-X IS NOT NUMERIC
008660         MOVE '06' TO WS-EDIT-REASON-CODE
008670         MOVE 'DESTINATION MUST BE 1-5' TO WS-EDIT-REASON-TEXT
008680         GO TO 7100-EXIT
008690     END-IF.
008700     IF RL-DEST-NO < 1 OR RL-DEST-NO > 5
008710         MOVE '06' TO WS-EDIT-REASON-CODE
008720         MOVE 'DESTINATION MUST BE 1-5' TO WS-EDIT-REASON-TEXT
008730         GO TO 7100-EXIT
008740     END-IF.
008750     IF RL-RESULT-NO-MATCH OR RL-RESULT-ERROR
008760         IF RL-MATCH-VALUE NOT = SPACES
008770             MOVE '09' TO WS-EDIT-REASON-CODE
008780             MOVE 'RESULT 0 OR 2 RULE TAKES NO PATTERN'
008790                     TO WS-EDIT-REASON-TEXT
008800         END-IF
008810         GO TO 7100-EXIT
008820     END-IF.
008830     IF RL-MATCH-VALUE = SPACES
008840         MOVE '09' TO WS-EDIT-REASON-CODE
008850         MOVE 'RESULT 1 OR 3 RULE MUST NAME A PATTERN'
008860                 TO WS-EDIT-REASON-TEXT
008870         GO TO 7100-EXIT
008880     END-IF.
008890     MOVE RL-MATCH-VALUE TO PAT-KEY.
008900     READ STRPATF
008910         KEY IS PAT-KEY
008920         INVALID KEY
008930             CONTINUE
008940     END-READ.
008950     IF WS-STRPATF-NOT-FOUND
008960         MOVE '07' TO WS-EDIT-REASON-CODE
008970         MOVE 'PATTERN NOT ON STRPATF' TO WS-EDIT-REASON-TEXT
008980         GO TO 7100-EXIT
008990     END-IF.
009000     IF NOT WS-STRPATF-OK
009010         MOVE '04' TO WS-EDIT-REASON-CODE
009020         MOVE 'STRPATF READ FAILED - STATUS'
009030                 TO WS-EDIT-REASON-TEXT
009040         MOVE WS-STRPATF-STATUS TO WS-EDIT-REASON-TEXT (30:2)
009050         GO TO 7100-EXIT
009060     END-IF.
009070     IF RL-RESULT-MATCH AND PAT-CLASS-EXCLUDE
009080         MOVE '08' TO WS-EDIT-REASON-CODE
009090         MOVE 'RESULT 1 RULE NAMES AN EXCLUSION PATTERN'
009100                 TO WS-EDIT-REASON-TEXT
009110         GO TO 7100-EXIT
009120     END-IF.
009130     IF RL-RESULT-EXCLUDED AND NOT PAT-CLASS-EXCLUDE
009140         MOVE '08' TO WS-EDIT-REASON-CODE
009150         MOVE 'RESULT 3 RULE NAMES AN APPROVE PATTERN'
009160                 TO WS-EDIT-REASON-TEXT
009170     END-IF.
009180 7100-EXIT.
009190     EXIT.
009200*
009210*-----------------------------------------------------------*
009220* 7200-WRITE-EXCEPTION - WRITE ONE RLEXCPT RECORD FOR AN      *
009230* RLXACT REQUEST THAT COULD NOT BE APPLIED. THE CALLER SETS   *
009240* THE REASON CODE AND TEXT.                                   *
009250*-----------------------------------------------------------*
009260 7200-WRITE-EXCEPTION.
009270     MOVE RXA-FUNCTION    TO RXE-FUNCTION.
009280     MOVE RXA-RESULT      TO RXE-RESULT.
009290     MOVE RXA-MATCH-VALUE TO RXE-MATCH-VALUE.
009300     WRITE RXE-RECORD.
009310     ADD 1 TO WS-BATCH-EXCEPT-COUNT.
009320 7200-EXIT.
009330     EXIT.
009340*
009350*-----------------------------------------------------------*
009360* 7300-WRITE-HISTORY - APPEND ONE RLHIST RECORD FOR THE       *
009370* ADD/CHANGE/DELETE JUST APPLIED. THE CALLER SETS             *
009380* WS-HIST-FUNCTION AND THE BEFORE/AFTER SAVE IMAGES; RL-KEY   *
009390* STILL HOLDS THE RULE'S KEY, EVEN AFTER A DELETE. THE        *
009400* TIMESTAMP IS TAKEN HERE SO EACH ACTION CARRIES ITS OWN.     *
009410*-----------------------------------------------------------*
009420 7300-WRITE-HISTORY.
009430     MOVE WS-HIST-FUNCTION      TO RH-FUNCTION.
009440     MOVE FUNCTION CURRENT-DATE TO RH-TIMESTAMP.
009450     MOVE WS-ORIGIN-ID          TO RH-ORIGIN.
009460     MOVE RL-KEY                TO RH-KEY.
009470     MOVE WS-SAVE-BEFORE-IMAGE  TO RH-BEFORE-IMAGE.
009480     MOVE WS-SAVE-AFTER-IMAGE   TO RH-AFTER-IMAGE.
009490     WRITE RH-RECORD.
009500 7300-EXIT.
009510     EXIT.
009520*
009530*-----------------------------------------------------------*
009540* 8000-BATCH-CONTROL-REPORT - SHOW THE UNATTENDED RUN'S       *
009550* TOTALS SO OPERATIONS KNOWS HOW MANY REQUESTS WERE APPLIED   *
009560* AND HOW MANY NEED REVIEW ON RLEXCPT.                        *
009570*-----------------------------------------------------------*
009580 8000-BATCH-CONTROL-REPORT.
009590     DISPLAY ' '.
009600     DISPLAY '***************************************'.
009610     DISPLAY '*   RTRULMT BATCH CONTROL REPORT       *'.
009620     DISPLAY '***************************************'.
009630     DISPLAY 'JOB ID . . . . . . . . . . ' WS-ORIGIN-ID.
009640     DISPLAY 'REQUESTS READ  . . . . . . ' WS-BATCH-READ-COUNT.
009650     DISPLAY 'RULES ADDED  . . . . . . . ' WS-BATCH-ADDED-COUNT.
009660     DISPLAY 'RULES CHANGED  . . . . . . '
009670             WS-BATCH-CHANGED-COUNT.
009680     DISPLAY 'RULES DELETED  . . . . . . '
009690             WS-BATCH-DELETED-COUNT.
009700     DISPLAY 'REQUESTS EXCEPTED  . . . . '
009710             WS-BATCH-EXCEPT-COUNT.
009720     DISPLAY '***************************************'.
009730 8000-EXIT.
009740     EXIT.
009750*
009760*-----------------------------------------------------------*
009770* 8500-CROSS-REFERENCE - THE PARM='XREF' REPORT. THREE        *
009780* SECTIONS, THEN THE TOTALS:                                  *
009790*   APPROVE PATTERNS WITH NO ROUTING RULE - EVERY APPROVE-    *
009800*     CLASS PATTERN ON STRPATF WITH NO RESULT 1 RULE. ITS     *
009810*     MATCHES GO TO DISPEXCP.                                 *
009820*   RULES WHOSE PATTERN IS NOT ON STRPATF - THE PATTERN WAS   *
009830*     DELETED (OR THE RULE WAS KEYED BY HAND); THE RULE CAN   *
009840*     NEVER FIRE AGAIN AND SHOULD BE DELETED.                 *
009850*   RULES FAILING ANY OTHER EDIT - 7100'S OTHER REASONS, FOR  *
009860*     RULES SAVED BEFORE RTRULMT CHECKED THEM.                *
009870*-----------------------------------------------------------*
009880 8500-CROSS-REFERENCE.
009890     DISPLAY ' '.
009900     DISPLAY 'APPROVE PATTERNS WITH NO ROUTING RULE'.
009910     DISPLAY '-------------------------------------'.
009920     PERFORM 8510-START-STRPATF-SCAN THRU 8510-EXIT.
009930     PERFORM 8520-CHECK-ONE-PATTERN THRU 8520-EXIT
009940             UNTIL WS-STRPATF-EOF-YES.
009950     IF WS-XREF-NO-RULE-COUNT = 0
009960         DISPLAY '  NONE'
009970     END-IF.
009980     DISPLAY ' '.
009990     DISPLAY 'ROUTING RULES WHOSE PATTERN IS NOT ON STRPATF'.
010000     DISPLAY '---------------------------------------------'.
010010     MOVE 'O' TO WS-XREF-PASS-SW.
010020     PERFORM 8530-START-RTRULEF-SCAN THRU 8530-EXIT.
010030     PERFORM 8540-CHECK-ONE-RULE THRU 8540-EXIT
010040             UNTIL WS-RTRULEF-EOF-YES.
010050     IF WS-XREF-ORPHAN-COUNT = 0
010060         DISPLAY '  NONE'
010070     END-IF.
010080     DISPLAY ' '.
010090     DISPLAY 'ROUTING RULES FAILING ANY OTHER EDIT'.
010100     DISPLAY '------------------------------------'.
010110     MOVE 'E' TO WS-XREF-PASS-SW.
010120     PERFORM 8530-START-RTRULEF-SCAN THRU 8530-EXIT.
010130     PERFORM 8540-CHECK-ONE-RULE THRU 8540-EXIT
010140             UNTIL WS-RTRULEF-EOF-YES.
010150     IF WS-XREF-INVALID-COUNT = 0
010160         DISPLAY '  NONE'
010170     END-IF.
010180     DISPLAY ' '.
010190     DISPLAY '***************************************'.
010200     DISPLAY '*   RTRULMT - RULE CROSS-REFERENCE     *'.
010210     DISPLAY '***************************************'.
010220     DISPLAY 'STRPATF PATTERNS READ  . . '
010230             WS-XREF-PATTERN-COUNT.
010240     DISPLAY 'APPROVE PATTERNS . . . . . '
010250             WS-XREF-APPROVE-COUNT.
010260     DISPLAY 'APPROVE WITH NO RULE . . . '
010270             WS-XREF-NO-RULE-COUNT.
010280     DISPLAY 'RTRULEF RULES READ . . . . ' WS-XREF-RULE-COUNT.
010290     DISPLAY 'PATTERN NOT ON STRPATF . . '
010300             WS-XREF-ORPHAN-COUNT.
010310     DISPLAY 'FAILING OTHER EDITS  . . . '
010320             WS-XREF-INVALID-COUNT.
010330     DISPLAY '***************************************'.
010340 8500-EXIT.
010350     EXIT.
010360*
010370*-----------------------------------------------------------*
010380* 8510-START-STRPATF-SCAN - POSITION AT THE FIRST STRPATF     *
010390* KEY AND READ THE FIRST PATTERN; 8515 READS EACH ONE AFTER.  *
010400*-----------------------------------------------------------*
010410 8510-START-STRPATF-SCAN.
010420     MOVE 'N'        TO WS-STRPATF-EOF-SW.
010430     MOVE LOW-VALUES TO PAT-KEY.
010440     START STRPATF
010450         KEY IS NOT LESS THAN PAT-KEY
010460         INVALID KEY
010470             MOVE 'Y' TO WS-STRPATF-EOF-SW
010480     END-START.
010490     IF WS-STRPATF-EOF-NO
010500         PERFORM 8515-READ-NEXT-PATTERN THRU 8515-EXIT
010510     END-IF.
010520 8510-EXIT.
010530     EXIT.
010540*
010550 8515-READ-NEXT-PATTERN.
010560     READ STRPATF NEXT RECORD
010570         AT END
010580             MOVE 'Y' TO WS-STRPATF-EOF-SW
010590     END-READ.
010600     IF NOT WS-STRPATF-OK
010610         MOVE 'Y' TO WS-STRPATF-EOF-SW
010620     END-IF.
010630 8515-EXIT.
010640     EXIT.
010650*
010660*-----------------------------------------------------------*
010670* 8520-CHECK-ONE-PATTERN - LIST AN APPROVE PATTERN THAT HAS   *
010680* NO RESULT 1 RULE ON RTRULEF, THEN READ THE NEXT PATTERN.    *
010690*-----------------------------------------------------------*
010700 8520-CHECK-ONE-PATTERN.
010710     ADD 1 TO WS-XREF-PATTERN-COUNT.
010720     IF PAT-CLASS-APPROVE
010730         ADD 1 TO WS-XREF-APPROVE-COUNT
010740         MOVE '1'         TO RL-RESULT
010750         MOVE PAT-PATTERN TO RL-MATCH-VALUE
010760         READ RTRULEF
010770             KEY IS RL-KEY
010780             INVALID KEY
010790                 CONTINUE
010800         END-READ
010810         IF NOT WS-RTRULEF-OK
010820             ADD 1 TO WS-XREF-NO-RULE-COUNT
010830             DISPLAY '  ' PAT-PATTERN ' CAT ' PAT-CATEGORY
010840                     ' EFF ' PAT-EFF-DATE
010850         END-IF
010860     END-IF.
010870     PERFORM 8515-READ-NEXT-PATTERN THRU 8515-EXIT.
010880 8520-EXIT.
010890     EXIT.
010900*
010910*-----------------------------------------------------------*
010920* 8530-START-RTRULEF-SCAN - POSITION AT THE FIRST RTRULEF     *
010930* KEY AND READ THE FIRST RULE; 8535 READS EACH ONE AFTER.     *
010940*-----------------------------------------------------------*
010950 8530-START-RTRULEF-SCAN.
010960     MOVE 'N'        TO WS-RTRULEF-EOF-SW.
010970     MOVE LOW-VALUES TO RL-KEY.
010980     START RTRULEF
010990         KEY IS NOT LESS THAN RL-KEY
011000         INVALID KEY
011010             MOVE 'Y' TO WS-RTRULEF-EOF-SW
011020     END-START.
011030     IF WS-RTRULEF-EOF-NO
011040         PERFORM 8535-READ-NEXT-RULE THRU 8535-EXIT
011050     END-IF.
011060 8530-EXIT.
011070     EXIT.
011080*
011090 8535-READ-NEXT-RULE.
011100     READ RTRULEF NEXT RECORD
011110         AT END
011120             MOVE 'Y' TO WS-RTRULEF-EOF-SW
011130     END-READ.
011140     IF NOT WS-RTRULEF-OK
011150         MOVE 'Y' TO WS-RTRULEF-EOF-SW
011160     END-IF.
011170 8535-EXIT.
011180     EXIT.
011190*
011200*-----------------------------------------------------------*
011210* 8540-CHECK-ONE-RULE - RUN THE RULE THROUGH 7100 AND LIST    *
011220* IT IN THE SECTION THIS PASS IS PRINTING: A PATTERN NOT ON   *
011230* STRPATF ON THE FIRST PASS, ANY OTHER FAILED EDIT ON THE     *
011240* SECOND. THE RULES ARE COUNTED ON THE FIRST PASS.            *
011250*-----------------------------------------------------------*
011260 8540-CHECK-ONE-RULE.
011270     IF WS-XREF-PASS-ORPHANS
011280         ADD 1 TO WS-XREF-RULE-COUNT
011290     END-IF.
011300     PERFORM 7100-VALIDATE-RULE THRU 7100-EXIT.
011310     EVALUATE TRUE
011320         WHEN WS-EDIT-PASSED
011330             CONTINUE
011340         WHEN WS-EDIT-NOT-ON-STRPATF
011350             IF WS-XREF-PASS-ORPHANS
011360                 ADD 1 TO WS-XREF-ORPHAN-COUNT
011370                 DISPLAY '  ' RL-RESULT ' ' RL-MATCH-VALUE
011380                         ' DEST ' RL-DEST-NO-X
011390             END-IF
011400         WHEN OTHER
011410             IF WS-XREF-PASS-OTHERS
011420                 ADD 1 TO WS-XREF-INVALID-COUNT
011430                 DISPLAY '  ' RL-RESULT ' ' RL-MATCH-VALUE
011440                         ' DEST ' RL-DEST-NO-X
011450                 DISPLAY '      ' WS-EDIT-REASON-TEXT
011460             END-IF
011470     END-EVALUATE.
011480     PERFORM 8535-READ-NEXT-RULE THRU 8535-EXIT.
011490 8540-EXIT.
011500     EXIT.
011510*
011520*-----------------------------------------------------------*
011530* 9000-TERMINATE - CLOSE RTRULEF AND STRPATF, RLHIST UNLESS   *
011540* THIS WAS A REPORT-ONLY RUN, AND THE BATCH FILES TOO IF      *
011550* THIS WAS AN UNATTENDED RUN.                                 *
011560*-----------------------------------------------------------*
011570 9000-TERMINATE.
011580     CLOSE RTRULEF.
011590     CLOSE STRPATF.
011600     IF WS-XREF-NO
011610         CLOSE RLHIST
011620     END-IF.
011630     IF WS-BATCH-YES
011640         CLOSE RLXACT
011650         CLOSE RLEXCPT
011660     END-IF.
011670 9000-EXIT.
011680     EXIT.
011690*
011700*-----------------------------------------------------------*
011710* 9500-SET-FINAL-RC - GRADE THE RUN FOR THE JOB SCHEDULER:    *
011720* 12 = A FILE FAILED TO OPEN (SET AT THE FAILURE SITE); 4 =   *
011730* A BATCH RUN WROTE ANY RLEXCPT EXCEPTIONS, OR THE            *
011740* CROSS-REFERENCE FOUND ANYTHING. THE CODE ONLY EVER RISES.   *
011750*-----------------------------------------------------------*
011760 9500-SET-FINAL-RC.
011770     IF WS-BATCH-EXCEPT-COUNT > 0 AND RETURN-CODE < 4
011780         MOVE 4 TO RETURN-CODE
011790     END-IF.
011800     IF (WS-XREF-NO-RULE-COUNT > 0
011810         OR WS-XREF-ORPHAN-COUNT > 0
011820         OR WS-XREF-INVALID-COUNT > 0)
011830        AND RETURN-CODE < 4
011840         MOVE 4 TO RETURN-CODE
011850     END-IF.
011860     IF RETURN-CODE > 0
011870         DISPLAY 'RTRULMT - ENDING WITH CONDITION CODE '
011880                 RETURN-CODE
011890     END-IF.
011900 9500-EXIT.
011910     EXIT.
