000395*                WHEN A BATCH RUN WROTE ANY PATEXCPT EXCEPTIONS - *
000396*                SO THE SCHEDULER SEES A BAD MAINTENANCE RUN      *
000397*                INSTEAD OF A ZERO.                               *
000398* 2026-10-15 DS  MAKER-CHECKER. AN ADD/CHANGE/DELETE NO LONGER    *
000399*                TOUCHES STRPATF DIRECTLY - CONSOLE AND PATXACT   *
000400*                BATCH ALIKE NOW SAVE IT AS A PENDING REQUEST ON  *
000401*                THE NEW PATPEND QUEUE (ONE OPEN REQUEST PER      *
000402*                PATTERN). A SECOND OPERATOR WITH A DIFFERENT ID  *
000403*                APPROVES OR REJECTS IT FROM THE NEW CONSOLE      *
000404*                REVIEW OPTION (MENU 5 - EXIT MOVES TO 6) OR A    *
000405*                PARM='APPROVE' BATCH STEP READING PATDECN, AND   *
000406*                ONLY AN APPROVAL APPLIES IT. PATHIST NOW NAMES   *
000407*                BOTH THE MAKER AND THE CHECKER. PARM='LIST' JUST *
000408*                LISTS THE OPEN QUEUE. A CONSOLE OPERATOR ID IS   *
000409*                NOW REQUIRED - A BLANK REPLY IS RE-PROMPTED.     *
000410*-----------------------------------------------------------*
000411* STRPATMT - MAINTAIN THE KNOWN-PATTERN REFERENCE FILE.      *
000412*                                                             *
000413* A CONSOLE MENU LETS OPERATIONS ADD, CHANGE, DELETE, OR LOOK *
000420* UP A SUFFIX/PREFIX PATTERN ON STRPATF INTERACTIVELY. A RUN  *
000430* STARTED WITH PARM='BATCH' INSTEAD APPLIES A FILE OF ADD/    *
000440* CHANGE/DELETE REQUESTS UNATTENDED. STRPATF IS KEYED ON THE  *
000450* PATTERN TEXT ITSELF (PAT-KEY) SO LOOKUP, ADD, CHANGE, AND   *
000451* DELETE ALL WORK BY DIRECT READ/REWRITE/DELETE ON THE KEY.   *
000452*                                                             *
000453* NO CHANGE REACHES STRPATF ON ONE OPERATOR'S SAY-SO. THE      *
000454* MAKER'S ADD/CHANGE/DELETE IS QUEUED ON PATPEND; A CHECKER    *
000455* WITH A DIFFERENT ID APPROVES IT (WHICH APPLIES IT, WITH THE  *
000456* SAME EDITS RE-CHECKED AGAINST THE FILE AS IT STANDS THEN) OR *
000457* REJECTS IT. THE RUN MODES ARE:                               *
000458*   NO PARM         - CONSOLE MENU (MAKE, INQUIRE, REVIEW)     *
000459*   'BATCH'+JOB ID  - QUEUE THE PATXACT REQUESTS               *
000460*   'APPROVE'+ID    - APPLY THE PATDECN DECISIONS AS CHECKER ID *
000461*   'LIST'          - LIST THE REQUESTS STILL AWAITING APPROVAL *
000470*-----------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000642     SELECT PATHIST   ASSIGN TO "PATHIST"
000644            ORGANIZATION IS LINE SEQUENTIAL
000646            FILE STATUS IS WS-PATHIST-STATUS.
000647     SELECT PATPEND   ASSIGN TO "PATPEND"
000648            ORGANIZATION IS INDEXED
000649            ACCESS MODE IS DYNAMIC
000650            RECORD KEY IS PP-KEY
000651            FILE STATUS IS WS-PATPEND-STATUS.
000652     SELECT PATDECN   ASSIGN TO "PATDECN"
000653            ORGANIZATION IS LINE SEQUENTIAL
000654            FILE STATUS IS WS-PATDECN-STATUS.
000655*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  STRPATF.
000900*-----------------------------------------------------------*
000910* PATEXCPT - THE BATCH EXCEPTION REPORT. ONE RECORD PER        *
000920* PATXACT REQUEST THAT COULD NOT BE APPLIED, WITH A REASON.    *
000922* A PARM='APPROVE' RUN WRITES ONE PER PATDECN DECISION IT       *
000924* COULD NOT CARRY OUT (REASONS 09-12, OR 01/02/04 WHEN AN       *
000926* APPROVED REQUEST NO LONGER FITS STRPATF).                     *
000930*-----------------------------------------------------------*
000940 FD  PATEXCPT
000950     RECORD CONTAINS 83 CHARACTERS.
001024         88  PXE-INVALID-EFF-DATE        VALUE '05'.
001026         88  PXE-INVALID-RANK            VALUE '06'.
001028         88  PXE-INVALID-CLASS           VALUE '07'.
001029         88  PXE-ALREADY-PENDING         VALUE '08'.
001030         88  PXE-REQUEST-NOT-FOUND       VALUE '09'.
001031         88  PXE-REQUEST-NOT-PENDING     VALUE '10'.
001032         88  PXE-CHECKER-IS-MAKER        VALUE '11'.
001033         88  PXE-INVALID-DECISION        VALUE '12'.
001034     05  PXE-REASON-TEXT         PIC X(40).
001040*
001041*-----------------------------------------------------------*
001042* PATHIST - THE CHANGE-HISTORY LOG. ONE RECORD APPENDED PER   *
001045* PATTERN CAN BE TRACED BACK. READ BACK BY PATHRPT.           *
001046*-----------------------------------------------------------*
001047 FD  PATHIST
001048     RECORD CONTAINS 289 CHARACTERS.
001049     COPY PHFLDS.
001050*
001051*-----------------------------------------------------------*
001052* PATPEND - THE MAKER-CHECKER QUEUE. EVERY ADD, CHANGE, OR    *
001053* DELETE IS WRITTEN HERE AS A PENDING ('P') REQUEST CARRYING  *
001054* THE MAKER AND THE PROPOSED PAT-RECORD IMAGE (BLANK FOR A    *
001055* DELETE). THE CHECKER'S DECISION MARKS IT APPLIED ('A'),     *
001056* REJECTED ('R'), OR FAILED ('F' - APPROVED, BUT NO LONGER    *
001057* VALID AGAINST STRPATF BY THE TIME IT WAS APPLIED). DECIDED  *
001058* REQUESTS STAY ON THE FILE AS THE QUEUE'S OWN AUDIT TRAIL.   *
001059* KEYED ON A REQUEST NUMBER ASSIGNED ONE HIGHER THAN THE LAST *
001060* ON FILE.                                                    *
001061*-----------------------------------------------------------*
001062 FD  PATPEND.
001063 01  PP-RECORD.
001064     05  PP-KEY.
001065         10  PP-REQUEST-NO       PIC 9(07).
001066     05  PP-STATUS               PIC X(01).
001067         88  PP-STATUS-PENDING           VALUE 'P'.
001068         88  PP-STATUS-APPLIED           VALUE 'A'.
001069         88  PP-STATUS-REJECTED          VALUE 'R'.
001070         88  PP-STATUS-FAILED            VALUE 'F'.
001071     05  PP-FUNCTION             PIC X(01).
001072         88  PP-FUNCTION-ADD             VALUE 'A'.
001073         88  PP-FUNCTION-CHANGE          VALUE 'C'.
001074         88  PP-FUNCTION-DELETE          VALUE 'D'.
001075     05  PP-PATTERN              PIC X(40).
001076     05  PP-MAKER                PIC X(08).
001077     05  PP-MADE-TIMESTAMP       PIC X(21).
001078     05  PP-CHECKER              PIC X(08).
001079     05  PP-CHECKED-TIMESTAMP    PIC X(21).
001080     05  PP-NEW-IMAGE.
001081         10  PP-NEW-PATTERN      PIC X(40).
001082         10  PP-NEW-TYPE         PIC X(01).
001083         10  PP-NEW-CASE-SW      PIC X(01).
001084         10  PP-NEW-CATEGORY     PIC X(08).
001085         10  PP-NEW-EFF-DATE     PIC X(08).
001086         10  PP-NEW-RANK         PIC X(03).
001087         10  PP-NEW-CLASS-SW     PIC X(01).
001088         10  PP-NEW-DESCRIPTION  PIC X(40).
001089     05  PP-NOTE                 PIC X(40).
001090*
001091*-----------------------------------------------------------*
001092* PATDECN - THE CHECKER'S DECISIONS FOR A PARM='APPROVE'      *
001093* BATCH STEP. ONE RECORD PER PATPEND REQUEST NUMBER: 'A' TO   *
001094* APPROVE AND APPLY IT, 'R' TO REJECT IT, WITH A FREE-FORM    *
001095* NOTE (THE REJECTION REASON) KEPT ON THE QUEUE RECORD.       *
001096*-----------------------------------------------------------*
001097 FD  PATDECN
001098     RECORD CONTAINS 48 CHARACTERS.
001099 01  PD-RECORD.
001100     05  PD-REQUEST-NO           PIC 9(07).
001101     05  PD-REQUEST-NO-X         REDEFINES PD-REQUEST-NO
001102                                 PIC X(07).
001103     05  PD-DECISION             PIC X(01).
001104         88  PD-DECISION-APPROVE         VALUE 'A'.
001105         88  PD-DECISION-REJECT          VALUE 'R'.
001106     05  PD-NOTE                 PIC X(40).
001107 WORKING-STORAGE SECTION.
001108 01  WS-SWITCHES.
001109     05  WS-EXIT-SW              PIC X(01) VALUE 'N'.
001110         88  WS-EXIT-YES                    VALUE 'Y'.
001111         88  WS-EXIT-NO                     VALUE 'N'.
001112     05  WS-BATCH-SW             PIC X(01) VALUE 'N'.
001113         88  WS-BATCH-YES                   VALUE 'Y'.
001120         88  WS-BATCH-NO                    VALUE 'N'.
001130     05  WS-BATCH-EOF-SW         PIC X(01) VALUE 'N'.
001140         88  WS-BATCH-EOF-YES               VALUE 'Y'.
001161     05  WS-CLASS-BAD-SW         PIC X(01) VALUE 'N'.
001162         88  WS-CLASS-BAD-YES               VALUE 'Y'.
001163         88  WS-CLASS-BAD-NO                VALUE 'N'.
001164     05  WS-APPROVE-SW           PIC X(01) VALUE 'N'.
001165         88  WS-APPROVE-YES                 VALUE 'Y'.
001166         88  WS-APPROVE-NO                  VALUE 'N'.
001167     05  WS-LIST-SW              PIC X(01) VALUE 'N'.
001168         88  WS-LIST-YES                    VALUE 'Y'.
001169         88  WS-LIST-NO                     VALUE 'N'.
001170     05  WS-DECN-EOF-SW          PIC X(01) VALUE 'N'.
001171         88  WS-DECN-EOF-YES                VALUE 'Y'.
001172         88  WS-DECN-EOF-NO                 VALUE 'N'.
001173     05  WS-PATPEND-EOF-SW       PIC X(01) VALUE 'N'.
001174         88  WS-PATPEND-EOF-YES             VALUE 'Y'.
001175         88  WS-PATPEND-EOF-NO              VALUE 'N'.
001176     05  WS-PENDING-FOUND-SW     PIC X(01) VALUE 'N'.
001177         88  WS-PENDING-FOUND-YES           VALUE 'Y'.
001178         88  WS-PENDING-FOUND-NO            VALUE 'N'.
001179     05  WS-REVIEW-QUIT-SW       PIC X(01) VALUE 'N'.
001180         88  WS-REVIEW-QUIT-YES             VALUE 'Y'.
001181         88  WS-REVIEW-QUIT-NO              VALUE 'N'.
001182     05  WS-APPLY-OK-SW          PIC X(01) VALUE 'N'.
001183         88  WS-APPLY-OK-YES                VALUE 'Y'.
001184         88  WS-APPLY-OK-NO                 VALUE 'N'.
001185*
001186 01  WS-FILE-STATUSES.
001187     05  WS-STRPATF-STATUS       PIC X(02) VALUE SPACES.
001190         88  WS-STRPATF-OK                  VALUE '00'.
001200         88  WS-STRPATF-NOT-FOUND           VALUE '23'.
001210         88  WS-STRPATF-DUPLICATE           VALUE '22'.
001270         88  WS-PATEXCPT-OK                 VALUE '00'.
001272     05  WS-PATHIST-STATUS       PIC X(02) VALUE SPACES.
001274         88  WS-PATHIST-OK                  VALUE '00'.
001275     05  WS-PATPEND-STATUS       PIC X(02) VALUE SPACES.
001276         88  WS-PATPEND-OK                  VALUE '00'.
001277         88  WS-PATPEND-EOF                 VALUE '10'.
001278         88  WS-PATPEND-DUPLICATE           VALUE '22'.
001279         88  WS-PATPEND-NOT-FOUND           VALUE '23'.
001280         88  WS-PATPEND-FILE-NOT-FOUND      VALUE '35'.
001281     05  WS-PATDECN-STATUS       PIC X(02) VALUE SPACES.
001282         88  WS-PATDECN-OK                  VALUE '00'.
001283         88  WS-PATDECN-EOF                 VALUE '10'.
001284*
001290*-----------------------------------------------------------*
001300* WS-BATCH-COUNTS - RUN TOTALS FOR THE UNATTENDED BATCH       *
001310* CONTROL REPORT. A PARM='BATCH' RUN COUNTS REQUESTS READ,    *
001313* QUEUED, AND EXCEPTED; A PARM='APPROVE' RUN COUNTS DECISIONS *
001316* READ, APPLIED, REJECTED, FAILED, AND EXCEPTED.              *
001320*-----------------------------------------------------------*
001330 01  WS-BATCH-COUNTS.
001340     05  WS-BATCH-READ-COUNT     PIC 9(07) VALUE ZEROS.
001350     05  WS-BATCH-APPLIED-COUNT  PIC 9(07) VALUE ZEROS.
001352     05  WS-BATCH-EXCEPT-COUNT   PIC 9(07) VALUE ZEROS.
001354     05  WS-BATCH-QUEUED-COUNT   PIC 9(07) VALUE ZEROS.
001356     05  WS-BATCH-REJECTED-COUNT PIC 9(07) VALUE ZEROS.
001358     05  WS-BATCH-FAILED-COUNT   PIC 9(07) VALUE ZEROS.
001362*
001364*-----------------------------------------------------------*
001366* WS-BATCH-EFF-DATE - THE EDITED EFFECTIVE DATE FOR THE      *
001430     88  WS-CHOICE-CHANGE                   VALUE '2'.
001440     88  WS-CHOICE-DELETE                   VALUE '3'.
001450     88  WS-CHOICE-INQUIRE                  VALUE '4'.
001460     88  WS-CHOICE-REVIEW                   VALUE '5'.
001470     88  WS-CHOICE-EXIT                     VALUE '6'.
001475     88  WS-CHOICE-VALID        VALUES '1' '2' '3' '4' '5' '6'.
001480*
001490*-----------------------------------------------------------*
001500* WS-REPLY FIELDS - OPERATOR INPUT FOR EACH FUNCTION.        *
001572 01  WS-REPLY-RANK               PIC 9(03) VALUE ZEROS.
001573 01  WS-REPLY-CLASS-SW           PIC X(01) VALUE SPACE.
001575 01  WS-REPLY-OPERATOR           PIC X(08) VALUE SPACES.
001576 01  WS-REPLY-DESCRIPTION        PIC X(40) VALUE SPACES.
001577 01  WS-REPLY-DECISION           PIC X(01) VALUE SPACE.
001578 01  WS-REPLY-NOTE               PIC X(40) VALUE SPACES.
001581*-----------------------------------------------------------*
001582* CHANGE-HISTORY WORK FIELDS FOR 7300-WRITE-HISTORY - WHO IS *
001583* MAKING THIS RUN'S CHANGES (CONSOLE OPERATOR OR BATCH JOB   *
001587 01  WS-HIST-FUNCTION            PIC X(01) VALUE SPACE.
001588 01  WS-SAVE-BEFORE-IMAGE        PIC X(102) VALUE SPACES.
001589 01  WS-SAVE-AFTER-IMAGE         PIC X(102) VALUE SPACES.
001590*-----------------------------------------------------------*
001591* PATPEND QUEUE WORK FIELDS - THE NEXT REQUEST NUMBER TO      *
001592* ASSIGN, THE PATTERN 7410 IS LOOKING FOR AN OPEN REQUEST ON  *
001593* AND WHAT IT FOUND, THE REASON 7500 COULD NOT APPLY AN       *
001594* APPROVED REQUEST, AND THE CONSOLE REVIEW TALLIES.           *
001595*-----------------------------------------------------------*
001596 01  WS-NEXT-REQUEST-NO          PIC 9(07) VALUE 1.
001597 01  WS-CHECK-PATTERN            PIC X(40) VALUE SPACES.
001598 01  WS-FOUND-REQUEST-NO         PIC 9(07) VALUE ZEROS.
001599 01  WS-FOUND-FUNCTION           PIC X(01) VALUE SPACE.
001600 01  WS-FOUND-MAKER              PIC X(08) VALUE SPACES.
001601 01  WS-APPLY-REASON-CODE        PIC X(02) VALUE SPACES.
001602 01  WS-APPLY-REASON-TEXT        PIC X(40) VALUE SPACES.
001603 01  WS-CHECKER-ID-LENGTH        PIC S9(04) COMP VALUE ZERO.
001604 01  WS-REVIEW-SHOWN-COUNT       PIC 9(05) VALUE ZEROS.
001605 01  WS-REVIEW-OWN-COUNT         PIC 9(05) VALUE ZEROS.
001606 01  WS-PENDING-LISTED-COUNT     PIC 9(07) VALUE ZEROS.
001607*
001608*-----------------------------------------------------------*
001610* LINKAGE SECTION - LS-PARM-AREA RECEIVES THE JCL EXEC PARM=  *
001620* TEXT. A PARM OF 'BATCH' STARTS THE PROGRAM IN UNATTENDED     *
001630* MODE INSTEAD OF THE CONSOLE MENU. A BATCH PARM MAY CARRY AN  *
001634* THE PATHIST CHANGE-HISTORY RECORDS AS THE ORIGIN OF THE      *
001636* RUN'S CHANGES - THE SAME WAY STRINGENDSWITH'S WIDER PARM     *
001638* CARRIES ITS RUN JOB ID.                                      *
001639* A PARM OF 'APPROVE' FOLLOWED BY THE CHECKER'S ID (UP TO 8    *
001640* BYTES, 15 IN ALL) RUNS THE BATCH APPROVAL STEP; 'LIST' JUST  *
001641* LISTS THE REQUESTS STILL AWAITING APPROVAL.                  *
001642*-----------------------------------------------------------*
001650 LINKAGE SECTION.
001660 01  LS-PARM-AREA.
001670     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001680     05  LS-PARM-TEXT            PIC X(15).
001690*
001700 PROCEDURE DIVISION USING LS-PARM-AREA.
001710*-----------------------------------------------------------*
001730*-----------------------------------------------------------*
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001760     EVALUATE TRUE
001770         WHEN WS-EXIT-YES
001780             CONTINUE
001790         WHEN WS-BATCH-YES
001800             PERFORM 2500-PROCESS-BATCH     THRU 2500-EXIT
001810         WHEN WS-APPROVE-YES
001811             PERFORM 2700-PROCESS-APPROVALS THRU 2700-EXIT
001812         WHEN WS-LIST-YES
001813             PERFORM 8100-LIST-PENDING      THRU 8100-EXIT
001814         WHEN OTHER
001815             PERFORM 2000-PROCESS-MENU      THRU 2000-EXIT
001816                     UNTIL WS-EXIT-YES
001817     END-EVALUATE.
001820     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001825     PERFORM 9500-SET-FINAL-RC   THRU 9500-EXIT.
001830     STOP RUN.
001860* 1000-INITIALIZE - OPEN STRPATF, CREATING IT IF THIS IS THE *
001870* FIRST TIME THE MAINTENANCE PROGRAM HAS EVER BEEN RUN, THEN  *
001880* CHECK THE PARM FOR AN UNATTENDED BATCH REQUEST.             *
001883* PATPEND IS OPENED (AND CREATED) THE SAME WAY, AND ITS LAST  *
001886* REQUEST NUMBER FOUND SO THE NEXT ONE CAN BE ASSIGNED.       *
001890*-----------------------------------------------------------*
001900 1000-INITIALIZE.
001910     OPEN I-O STRPATF.
001995         MOVE 12 TO RETURN-CODE
002000         MOVE 'Y' TO WS-EXIT-SW
002010     END-IF.
002012     IF WS-EXIT-NO
002014         PERFORM 1040-OPEN-PATPEND THRU 1040-EXIT
002016     END-IF.
002020     PERFORM 1050-GET-RUN-MODE THRU 1050-EXIT.
002030     IF WS-BATCH-YES AND WS-EXIT-NO
002040         PERFORM 1060-OPEN-BATCH-FILES THRU 1060-EXIT
002042     END-IF.
002044     IF WS-APPROVE-YES AND WS-EXIT-NO
002046         PERFORM 1065-OPEN-APPROVAL-FILES THRU 1065-EXIT
002048     END-IF.
002052     IF WS-EXIT-NO
002054         PERFORM 1070-OPEN-PATHIST THRU 1070-EXIT
002055     END-IF.
002056     IF WS-BATCH-NO AND WS-APPROVE-NO AND WS-LIST-NO
002057        AND WS-EXIT-NO
002058         PERFORM 1080-GET-OPERATOR-ID THRU 1080-EXIT
002059     END-IF.
002060     IF WS-EXIT-NO
002061         PERFORM 1090-FIND-NEXT-REQUEST-NO THRU 1090-EXIT
002062     END-IF.
002063 1000-EXIT.
002064     EXIT.
002065*
002066*-----------------------------------------------------------*
002067* 1040-OPEN-PATPEND - OPEN THE MAKER-CHECKER QUEUE, CREATING *
002068* IT ON FIRST USE THE SAME WAY 1000 CREATES STRPATF.         *
002069*-----------------------------------------------------------*
002070 1040-OPEN-PATPEND.
002071     OPEN I-O PATPEND.
002072     IF WS-PATPEND-FILE-NOT-FOUND
002073         OPEN OUTPUT PATPEND
002074         CLOSE PATPEND
002075         OPEN I-O PATPEND
002076     END-IF.
002077     IF NOT WS-PATPEND-OK
002078         DISPLAY 'STRPATMT - OPEN ERROR ON PATPEND '
002079                 WS-PATPEND-STATUS
002080         MOVE 12 TO RETURN-CODE
002081         MOVE 'Y' TO WS-EXIT-SW
002082     END-IF.
002083 1040-EXIT.
002084     EXIT.
002085*
002090*-----------------------------------------------------------*
002100* 1050-GET-RUN-MODE - A PARM OF 'BATCH' (THE SAME LS-PARM-    *
002110* AREA MECHANISM STRINGENDSWITH USES FOR ITS CHECKPOINT       *
002120* INTERVAL) SWITCHES THIS RUN TO UNATTENDED MODE. ANY OTHER    *
002130* PARM, OR NONE, LEAVES THE ORIGINAL CONSOLE MENU IN EFFECT.   *
002132* 'APPROVE' STARTS THE BATCH APPROVAL STEP AND MUST NAME THE   *
002134* CHECKER - AN UNNAMED APPROVAL RUN IS REFUSED WITH CODE 8,   *
002136* SINCE THE WHOLE POINT IS KNOWING WHO THE SECOND PAIR OF     *
002138* EYES WAS. 'LIST' LISTS THE OPEN QUEUE AND CHANGES NOTHING.  *
002140*-----------------------------------------------------------*
002150 1050-GET-RUN-MODE.
002160     IF LS-PARM-LENGTH >= 5 AND LS-PARM-TEXT (1:5) = 'BATCH'
002173            AND LS-PARM-TEXT (6:8) NOT = SPACES
002174             MOVE LS-PARM-TEXT (6:8) TO WS-ORIGIN-ID
002175         END-IF
002176     END-IF.
002177     IF LS-PARM-LENGTH >= 7 AND LS-PARM-TEXT (1:7) = 'APPROVE'
002178         MOVE 'Y'    TO WS-APPROVE-SW
002179         MOVE SPACES TO WS-ORIGIN-ID
002180         COMPUTE WS-CHECKER-ID-LENGTH = LS-PARM-LENGTH - 7
002181         IF WS-CHECKER-ID-LENGTH > 8
002182             MOVE 8 TO WS-CHECKER-ID-LENGTH
002183         END-IF
002184         IF WS-CHECKER-ID-LENGTH > 0
002185             MOVE LS-PARM-TEXT (8:WS-CHECKER-ID-LENGTH)
002186                     TO WS-ORIGIN-ID
002187         END-IF
002188         IF WS-ORIGIN-ID = SPACES
002189             DISPLAY 'STRPATMT - PARM=APPROVE MUST NAME THE '
002190                     'CHECKER - RUN REFUSED'
002191             MOVE 8 TO RETURN-CODE
002192             MOVE 'Y' TO WS-EXIT-SW
002193         END-IF
002194     END-IF.
002195     IF LS-PARM-LENGTH >= 4 AND LS-PARM-TEXT (1:4) = 'LIST'
002196         MOVE 'Y' TO WS-LIST-SW
002197     END-IF.
002198 1050-EXIT.
002200     EXIT.
002210*
002220*-----------------------------------------------------------*
002375         MOVE 12 TO RETURN-CODE
002380         MOVE 'Y' TO WS-EXIT-SW
002390         MOVE 'Y' TO WS-BATCH-EOF-SW
002391     END-IF.
002392 1060-EXIT.
002393     EXIT.
002394*
002395*-----------------------------------------------------------*
002396* 1065-OPEN-APPROVAL-FILES - OPEN THE CHECKER'S DECISIONS     *
002397* AND THE EXCEPTION REPORT FOR A PARM='APPROVE' RUN.          *
002398*-----------------------------------------------------------*
002399 1065-OPEN-APPROVAL-FILES.
002400     OPEN INPUT PATDECN.
002401     IF NOT WS-PATDECN-OK
002402         DISPLAY 'STRPATMT - OPEN ERROR ON PATDECN '
002403                 WS-PATDECN-STATUS
002404         MOVE 12 TO RETURN-CODE
002405         MOVE 'Y' TO WS-EXIT-SW
002406         MOVE 'Y' TO WS-DECN-EOF-SW
002407     END-IF.
002408     OPEN OUTPUT PATEXCPT.
002409     IF NOT WS-PATEXCPT-OK
002410         DISPLAY 'STRPATMT - OPEN ERROR ON PATEXCPT '
002411                 WS-PATEXCPT-STATUS
002412         MOVE 12 TO RETURN-CODE
002413         MOVE 'Y' TO WS-EXIT-SW
002414         MOVE 'Y' TO WS-DECN-EOF-SW
002415     END-IF.
002416 1065-EXIT.
002417     EXIT.
002418*
002419*-----------------------------------------------------------*
002423* 1070-OPEN-PATHIST - OPEN THE CHANGE-HISTORY LOG FOR        *
002424* OUTPUT, EXTENDING A SURVIVING FILE SO HISTORY ACCUMULATES  *
002425* ACROSS RUNS - THE SAME RULE STRINGENDSWITH APPLIES TO      *
002443*
002444*-----------------------------------------------------------*
002445* 1080-GET-OPERATOR-ID - A CONSOLE RUN IDENTIFIES ITS        *
002446* OPERATOR ONCE AT STARTUP - THE MAKER OF ANY REQUEST THIS   *
002447* SESSION QUEUES, THE CHECKER OF ANY IT REVIEWS. A BLANK     *
002448* REPLY IS RE-PROMPTED: A SHARED 'CONSOLE' ID WOULD LET ONE  *
002449* PERSON BE BOTH.                                            *
002450*-----------------------------------------------------------*
002451 1080-GET-OPERATOR-ID.
002452     DISPLAY 'OPERATOR ID (UP TO 8 CHARS) . . . '.
002453     ACCEPT WS-REPLY-OPERATOR FROM CONSOLE.
002454     IF WS-REPLY-OPERATOR NOT = SPACES
002455         MOVE WS-REPLY-OPERATOR TO WS-ORIGIN-ID
002456     ELSE
002457         DISPLAY 'AN OPERATOR ID IS REQUIRED - TRY AGAIN'
002458         PERFORM 1080-GET-OPERATOR-ID THRU 1080-EXIT
002459     END-IF.
002460 1080-EXIT.
002461     EXIT.
002462*
002463*-----------------------------------------------------------*
002464* 1090-FIND-NEXT-REQUEST-NO - BROWSE PATPEND TO ITS LAST KEY *
002465* SO NEW REQUESTS ARE NUMBERED ONE HIGHER. AN EMPTY QUEUE    *
002466* STARTS AT 1.                                               *
002467*-----------------------------------------------------------*
002468 1090-FIND-NEXT-REQUEST-NO.
002469     MOVE 1 TO WS-NEXT-REQUEST-NO.
002470     PERFORM 7440-START-PENDING-SCAN THRU 7440-EXIT.
002471     PERFORM 1095-NOTE-REQUEST-NO THRU 1095-EXIT
002472             UNTIL WS-PATPEND-EOF-YES.
002473 1090-EXIT.
002474     EXIT.
002475*
002476 1095-NOTE-REQUEST-NO.
002477     COMPUTE WS-NEXT-REQUEST-NO = PP-REQUEST-NO + 1.
002478     PERFORM 7450-READ-NEXT-PENDING THRU 7450-EXIT.
002479 1095-EXIT.
002480     EXIT.
002481*
002482*-----------------------------------------------------------*
002483* 2000-PROCESS-MENU - SHOW THE MENU, READ A CHOICE, AND      *
002484* DISPATCH TO THE FUNCTION REQUESTED.                        *
002485*-----------------------------------------------------------*
002486 2000-PROCESS-MENU.
002490     PERFORM 2100-GET-MENU-CHOICE THRU 2100-EXIT.
002500     EVALUATE TRUE
002510         WHEN WS-CHOICE-ADD
002560             PERFORM 5000-DELETE-PATTERN  THRU 5000-EXIT
002570         WHEN WS-CHOICE-INQUIRE
002580             PERFORM 6000-INQUIRE-PATTERN THRU 6000-EXIT
002583         WHEN WS-CHOICE-REVIEW
002586             PERFORM 6500-REVIEW-PENDING  THRU 6500-EXIT
002590         WHEN WS-CHOICE-EXIT
002600             MOVE 'Y' TO WS-EXIT-SW
002610     END-EVALUATE.
002710     DISPLAY '***************************************'.
002720     DISPLAY '*   STRPATMT - PATTERN FILE MAINTENANCE *'.
002730     DISPLAY '***************************************'.
002740     DISPLAY '  1  ADD A PATTERN    (FOR APPROVAL)'.
002750     DISPLAY '  2  CHANGE A PATTERN (FOR APPROVAL)'.
002760     DISPLAY '  3  DELETE A PATTERN (FOR APPROVAL)'.
002770     DISPLAY '  4  INQUIRE ON A PATTERN'.
002780     DISPLAY '  5  REVIEW PENDING REQUESTS'.
002785     DISPLAY '  6  EXIT'.
002790     DISPLAY 'ENTER YOUR CHOICE . . . '.
002800     ACCEPT WS-MENU-CHOICE FROM CONSOLE.
002810     IF NOT WS-CHOICE-VALID
002860     EXIT.
002870*
002880*-----------------------------------------------------------*
002890* 2500-PROCESS-BATCH - READ PATXACT AND QUEUE EACH REQUEST    *
002900* FOR APPROVAL UNTIL END OF FILE.                             *
002910*-----------------------------------------------------------*
002920 2500-PROCESS-BATCH.
002930     PERFORM 2510-READ-PATXACT THRU 2510-EXIT.
003340     EXIT.
003350*
003360*-----------------------------------------------------------*
003370* 2610-BATCH-ADD - QUEUE A NEW PATTERN FROM A PATXACT ADD     *
003380* REQUEST. A DUPLICATE KEY IS AN EXCEPTION, NOT AN ABEND -    *
003385* AND SO IS A PATTERN THAT ALREADY HAS A REQUEST PENDING.     *
003390*-----------------------------------------------------------*
003395 2610-BATCH-ADD.
003400     PERFORM 2640-EDIT-EFF-DATE THRU 2640-EXIT.
003469         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003470         GO TO 2610-EXIT
003471     END-IF.
003472     MOVE PXA-PATTERN TO PAT-KEY.
003473     READ STRPATF
003474         KEY IS PAT-KEY
003475         INVALID KEY
003476             CONTINUE
003477     END-READ.
003478     IF WS-STRPATF-OK
003479         MOVE '01' TO PXE-REASON-CODE
003480         MOVE 'PATTERN ALREADY ON FILE' TO PXE-REASON-TEXT
003481         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003482         GO TO 2610-EXIT
003483     END-IF.
003484     IF NOT WS-STRPATF-NOT-FOUND
003485         MOVE '04' TO PXE-REASON-CODE
003486         MOVE 'READ FAILED - STATUS' TO PXE-REASON-TEXT
003487         MOVE WS-STRPATF-STATUS TO PXE-REASON-TEXT (22:2)
003488         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003489         GO TO 2610-EXIT
003490     END-IF.
003491     PERFORM 2670-CHECK-ALREADY-PENDING THRU 2670-EXIT.
003492     IF WS-PENDING-FOUND-YES
003493         GO TO 2610-EXIT
003494     END-IF.
003495     MOVE PXA-PATTERN     TO PAT-PATTERN.
003496     MOVE PXA-TYPE        TO PAT-TYPE.
003497     MOVE PXA-CASE-SW     TO PAT-CASE-SW.
003498     MOVE PXA-CATEGORY    TO PAT-CATEGORY.
003499     MOVE WS-BATCH-EFF-DATE TO PAT-EFF-DATE.
003500     MOVE WS-BATCH-RANK   TO PAT-RANK.
003501     MOVE WS-BATCH-CLASS-SW TO PAT-CLASS-SW.
003502     MOVE PXA-DESCRIPTION TO PAT-DESCRIPTION.
003505     MOVE PAT-RECORD      TO PP-NEW-IMAGE.
003510     MOVE 'A'             TO PP-FUNCTION.
003515     PERFORM 2680-QUEUE-BATCH-REQUEST THRU 2680-EXIT.
003595 2610-EXIT.
003600     EXIT.
003630*
003640*-----------------------------------------------------------*
003650* 2620-BATCH-CHANGE - READ THE PATTERN BY KEY AND QUEUE ITS   *
003660* NEW IMAGE FROM A PATXACT CHANGE REQUEST FOR APPROVAL.       *
003665* NOT-ON-FILE, OR A REQUEST ALREADY PENDING, IS AN EXCEPTION, *
003670* NOT AN ABEND. THE PATTERN TEXT ITSELF CANNOT BE CHANGED     *
003680* HERE FOR THE SAME REASON IT CANNOT BE CHANGED FROM THE      *
003690* CONSOLE - IT IS PART OF THE KEY.                            *
003814         INVALID KEY
003820             CONTINUE
003826     END-READ.
003832     IF NOT WS-STRPATF-OK
003958         MOVE '02' TO PXE-REASON-CODE
003964         MOVE 'PATTERN NOT ON FILE' TO PXE-REASON-TEXT
003965         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003966         GO TO 2620-EXIT
003967     END-IF.
003968     PERFORM 2670-CHECK-ALREADY-PENDING THRU 2670-EXIT.
003969     IF WS-PENDING-FOUND-YES
003970         GO TO 2620-EXIT
003971     END-IF.
003972     MOVE PXA-TYPE        TO PAT-TYPE.
003973     MOVE PXA-CASE-SW     TO PAT-CASE-SW.
003974     MOVE PXA-CATEGORY    TO PAT-CATEGORY.
003975     MOVE WS-BATCH-EFF-DATE TO PAT-EFF-DATE.
003976     MOVE WS-BATCH-RANK   TO PAT-RANK.
003977     MOVE WS-BATCH-CLASS-SW TO PAT-CLASS-SW.
003978     MOVE PXA-DESCRIPTION TO PAT-DESCRIPTION.
003979     MOVE PAT-RECORD      TO PP-NEW-IMAGE.
003980     MOVE 'C'             TO PP-FUNCTION.
003981     PERFORM 2680-QUEUE-BATCH-REQUEST THRU 2680-EXIT.
003982 2620-EXIT.
003988     EXIT.
004000*
004010*-----------------------------------------------------------*
004020* 2630-BATCH-DELETE - QUEUE THE DELETE OF THE PATTERN NAMED   *
004030* BY A PATXACT DELETE REQUEST FOR APPROVAL. NOT-ON-FILE, OR A *
004032* REQUEST ALREADY PENDING, IS AN EXCEPTION, NOT AN ABEND.     *
004034* THE BEFORE-IMAGE FOR PATHIST IS TAKEN WHEN THE DELETE IS    *
004036* APPROVED AND APPLIED, NOT HERE.                             *
004040*-----------------------------------------------------------*
004050 2630-BATCH-DELETE.
004060     MOVE PXA-PATTERN TO PAT-KEY.
004066         INVALID KEY
004068             CONTINUE
004069     END-READ.
004070     IF NOT WS-STRPATF-OK
004135         IF WS-STRPATF-NOT-FOUND
004140             MOVE '02' TO PXE-REASON-CODE
004150             MOVE 'PATTERN NOT ON FILE' TO PXE-REASON-TEXT
004155         ELSE
004156             MOVE '04' TO PXE-REASON-CODE
004157             MOVE 'READ FAILED - STATUS' TO PXE-REASON-TEXT
004158             MOVE WS-STRPATF-STATUS TO PXE-REASON-TEXT (22:2)
004159         END-IF
004160         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
004165         GO TO 2630-EXIT
004170     END-IF.
004171     PERFORM 2670-CHECK-ALREADY-PENDING THRU 2670-EXIT.
004172     IF WS-PENDING-FOUND-YES
004173         GO TO 2630-EXIT
004174     END-IF.
004175     MOVE SPACES          TO PP-NEW-IMAGE.
004176     MOVE 'D'             TO PP-FUNCTION.
004177     PERFORM 2680-QUEUE-BATCH-REQUEST THRU 2680-EXIT.
004180 2630-EXIT.
004190     EXIT.
004191*
004317     EXIT.
004321*
004325*-----------------------------------------------------------*
004329* 2670-CHECK-ALREADY-PENDING - ONE OPEN REQUEST PER PATTERN.  *
004330* A PATXACT REQUEST FOR A PATTERN THAT ALREADY HAS ONE        *
004331* AWAITING APPROVAL IS AN EXCEPTION NAMING THAT REQUEST, SO   *
004332* THE CHECKER NEVER APPROVES TWO CHANGES THAT STEP ON EACH    *
004333* OTHER.                                                      *
004334*-----------------------------------------------------------*
004335 2670-CHECK-ALREADY-PENDING.
004336     MOVE PXA-PATTERN TO WS-CHECK-PATTERN.
004337     PERFORM 7410-FIND-PENDING-FOR-PATTERN THRU 7410-EXIT.
004338     IF WS-PENDING-FOUND-YES
004339         MOVE '08' TO PXE-REASON-CODE
004340         MOVE 'ALREADY PENDING AS REQUEST' TO PXE-REASON-TEXT
004341         MOVE WS-FOUND-REQUEST-NO TO PXE-REASON-TEXT (28:7)
004342         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
004343     END-IF.
004344 2670-EXIT.
004345     EXIT.
004346*
004347*-----------------------------------------------------------*
004348* 2680-QUEUE-BATCH-REQUEST - QUEUE THE REQUEST BUILT BY 2610/ *
004349* 2620/2630 (PP-FUNCTION AND PP-NEW-IMAGE ALREADY SET) UNDER  *
004350* THE BATCH JOB ID AS MAKER.                                  *
004351*-----------------------------------------------------------*
004352 2680-QUEUE-BATCH-REQUEST.
004353     MOVE PXA-PATTERN TO PP-PATTERN.
004354     PERFORM 7400-QUEUE-REQUEST THRU 7400-EXIT.
004355     IF WS-PATPEND-OK
004356         ADD 1 TO WS-BATCH-QUEUED-COUNT
004357     ELSE
004358         MOVE '04' TO PXE-REASON-CODE
004359         MOVE 'QUEUE FAILED - STATUS' TO PXE-REASON-TEXT
004360         MOVE WS-PATPEND-STATUS TO PXE-REASON-TEXT (23:2)
004361         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
004362     END-IF.
004363 2680-EXIT.
004364     EXIT.
004365*
004366*-----------------------------------------------------------*
004367* 2700-PROCESS-APPROVALS - THE PARM='APPROVE' BATCH STEP.     *
004368* CARRY OUT EACH PATDECN DECISION AS THE CHECKER NAMED ON THE *
004369* PARM, THEN LIST WHATEVER IS STILL WAITING.                  *
004370*-----------------------------------------------------------*
004371 2700-PROCESS-APPROVALS.
004372     PERFORM 2710-READ-PATDECN THRU 2710-EXIT.
004373     PERFORM 2720-APPLY-ONE-DECISION THRU 2720-EXIT
004374             UNTIL WS-DECN-EOF-YES.
004375     PERFORM 8000-BATCH-CONTROL-REPORT THRU 8000-EXIT.
004376     PERFORM 8100-LIST-PENDING THRU 8100-EXIT.
004377 2700-EXIT.
004378     EXIT.
004379*
004380*-----------------------------------------------------------*
004381* 2710-READ-PATDECN - READ THE NEXT CHECKER DECISION.         *
004382*-----------------------------------------------------------*
004383 2710-READ-PATDECN.
004384     READ PATDECN
004385         AT END
004386             MOVE 'Y' TO WS-DECN-EOF-SW
004387     END-READ.
004388 2710-EXIT.
004389     EXIT.
004390*
004391*-----------------------------------------------------------*
004392* 2720-APPLY-ONE-DECISION - CARRY OUT ONE DECISION, THEN READ *
004393* THE NEXT ONE.                                               *
004394*-----------------------------------------------------------*
004395 2720-APPLY-ONE-DECISION.
004396     ADD 1 TO WS-BATCH-READ-COUNT.
004397     PERFORM 2730-CHECK-ONE-DECISION THRU 2730-EXIT.
004398     PERFORM 2710-READ-PATDECN THRU 2710-EXIT.
004399 2720-EXIT.
004400     EXIT.
004401*
004402*-----------------------------------------------------------*
004403* 2730-CHECK-ONE-DECISION - THE REQUEST MUST BE ON PATPEND,   *
004404* STILL PENDING, AND MADE BY SOMEONE OTHER THAN THIS RUN'S    *
004405* CHECKER. AN APPROVAL IS THEN APPLIED (7500) AND A REJECTION *
004406* RECORDED (7600); ANYTHING ELSE IS AN EXCEPTION.             *
004407*-----------------------------------------------------------*
004408 2730-CHECK-ONE-DECISION.
004409     IF PD-REQUEST-NO IS NOT NUMERIC
004410         MOVE SPACE           TO PP-FUNCTION
004411         MOVE PD-REQUEST-NO-X TO PP-PATTERN
004412         MOVE '09' TO PXE-REASON-CODE
004413         MOVE 'REQUEST NOT ON PATPEND' TO PXE-REASON-TEXT
004414         PERFORM 7210-WRITE-DECISION-EXCEPTION THRU 7210-EXIT
004415         GO TO 2730-EXIT
004416     END-IF.
004417     MOVE PD-REQUEST-NO TO PP-REQUEST-NO.
004418     READ PATPEND
004419         KEY IS PP-KEY
004420         INVALID KEY
004421             CONTINUE
004422     END-READ.
004423     IF NOT WS-PATPEND-OK
004424         MOVE SPACE           TO PP-FUNCTION
004425         MOVE PD-REQUEST-NO-X TO PP-PATTERN
004426         MOVE '09' TO PXE-REASON-CODE
004427         MOVE 'REQUEST NOT ON PATPEND' TO PXE-REASON-TEXT
004428         PERFORM 7210-WRITE-DECISION-EXCEPTION THRU 7210-EXIT
004429         GO TO 2730-EXIT
004430     END-IF.
004431     IF NOT PP-STATUS-PENDING
004432         MOVE '10' TO PXE-REASON-CODE
004433         MOVE 'REQUEST ALREADY DECIDED - STATUS'
004434                 TO PXE-REASON-TEXT
004435         MOVE PP-STATUS TO PXE-REASON-TEXT (34:1)
004436         PERFORM 7210-WRITE-DECISION-EXCEPTION THRU 7210-EXIT
004437         GO TO 2730-EXIT
004438     END-IF.
004439     IF PP-MAKER = WS-ORIGIN-ID
004440         MOVE '11' TO PXE-REASON-CODE
004441         MOVE 'CHECKER MAY NOT DECIDE OWN REQUEST'
004442                 TO PXE-REASON-TEXT
004443         PERFORM 7210-WRITE-DECISION-EXCEPTION THRU 7210-EXIT
004444         GO TO 2730-EXIT
004445     END-IF.
004446     EVALUATE TRUE
004447         WHEN PD-DECISION-APPROVE
004448             PERFORM 7500-APPLY-REQUEST THRU 7500-EXIT
004449             IF WS-APPLY-OK-YES
004450                 ADD 1 TO WS-BATCH-APPLIED-COUNT
004451             ELSE
004452                 ADD 1 TO WS-BATCH-FAILED-COUNT
004453                 MOVE WS-APPLY-REASON-CODE TO PXE-REASON-CODE
004454                 MOVE WS-APPLY-REASON-TEXT TO PXE-REASON-TEXT
004455                 PERFORM 7210-WRITE-DECISION-EXCEPTION
004456                         THRU 7210-EXIT
004457             END-IF
004458         WHEN PD-DECISION-REJECT
004459             MOVE PD-NOTE TO WS-REPLY-NOTE
004460             PERFORM 7600-REJECT-REQUEST THRU 7600-EXIT
004461             ADD 1 TO WS-BATCH-REJECTED-COUNT
004462         WHEN OTHER
004463             MOVE '12' TO PXE-REASON-CODE
004464             MOVE 'DECISION MUST BE A OR R' TO PXE-REASON-TEXT
004465             PERFORM 7210-WRITE-DECISION-EXCEPTION THRU 7210-EXIT
004466     END-EVALUATE.
004467 2730-EXIT.
004468     EXIT.
004469*
004470*-----------------------------------------------------------*
004471* 3000-ADD-PATTERN - ACCEPT A NEW PATTERN AND QUEUE IT FOR   *
004472* APPROVAL.                                                  *
004473*-----------------------------------------------------------*
004474 3000-ADD-PATTERN.
004475     PERFORM 7000-GET-PATTERN-DETAIL THRU 7000-EXIT.
004476     MOVE WS-REPLY-PATTERN TO PAT-KEY.
004477     READ STRPATF
004478         KEY IS PAT-KEY
004479         INVALID KEY
004480             CONTINUE
004481     END-READ.
004482     IF WS-STRPATF-OK
004483         DISPLAY 'PATTERN ALREADY ON FILE - USE CHANGE.'
004484         GO TO 3000-EXIT
004485     END-IF.
004486     MOVE WS-REPLY-PATTERN TO WS-CHECK-PATTERN.
004487     PERFORM 7410-FIND-PENDING-FOR-PATTERN THRU 7410-EXIT.
004488     IF WS-PENDING-FOUND-YES
004489         PERFORM 7430-SHOW-ALREADY-PENDING THRU 7430-EXIT
004490         GO TO 3000-EXIT
004491     END-IF.
004492     MOVE WS-REPLY-PATTERN     TO PAT-PATTERN.
004493     MOVE WS-REPLY-TYPE        TO PAT-TYPE.
004494     MOVE WS-REPLY-CASE-SW     TO PAT-CASE-SW.
004495     MOVE WS-REPLY-CATEGORY    TO PAT-CATEGORY.
004496     MOVE WS-REPLY-EFF-DATE    TO PAT-EFF-DATE.
004497     MOVE WS-REPLY-RANK        TO PAT-RANK.
004498     MOVE WS-REPLY-CLASS-SW    TO PAT-CLASS-SW.
004499     MOVE WS-REPLY-DESCRIPTION TO PAT-DESCRIPTION.
004500     MOVE PAT-RECORD           TO PP-NEW-IMAGE.
004501     MOVE 'A'                  TO PP-FUNCTION.
004502     MOVE WS-REPLY-PATTERN     TO PP-PATTERN.
004503     PERFORM 7400-QUEUE-REQUEST    THRU 7400-EXIT.
004504     PERFORM 7460-SHOW-QUEUED      THRU 7460-EXIT.
004505 3000-EXIT.
004506     EXIT.
004507*
004508*-----------------------------------------------------------*
004509* 4000-CHANGE-PATTERN - READ AN EXISTING PATTERN BY KEY,     *
004510* ACCEPT NEW DETAIL, AND QUEUE THE NEW IMAGE FOR APPROVAL.   *
004511*-----------------------------------------------------------*
004512 4000-CHANGE-PATTERN.
004513     DISPLAY 'PATTERN TO CHANGE . . . '.
004514     ACCEPT WS-REPLY-PATTERN FROM CONSOLE.
004520     MOVE WS-REPLY-PATTERN TO PAT-PATTERN.
004530     READ STRPATF
004540         KEY IS PAT-KEY
004550         INVALID KEY
004560             DISPLAY 'PATTERN NOT ON FILE.'
004570     END-READ.
004580     IF NOT WS-STRPATF-OK
004581         GO TO 4000-EXIT
004582     END-IF.
004583     MOVE WS-REPLY-PATTERN TO WS-CHECK-PATTERN.
004584     PERFORM 7410-FIND-PENDING-FOR-PATTERN THRU 7410-EXIT.
004585     IF WS-PENDING-FOUND-YES
004586         PERFORM 7430-SHOW-ALREADY-PENDING THRU 7430-EXIT
004587         GO TO 4000-EXIT
004588     END-IF.
004590     DISPLAY 'PATTERN TEXT CANNOT BE CHANGED - DELETE '
004600             'AND RE-ADD TO CHANGE IT.'.
004610     PERFORM 7100-GET-PATTERN-DETAIL-2 THRU 7100-EXIT.
004620     MOVE WS-REPLY-TYPE        TO PAT-TYPE.
004630     MOVE WS-REPLY-CASE-SW     TO PAT-CASE-SW.
004640     MOVE WS-REPLY-CATEGORY    TO PAT-CATEGORY.
004650     MOVE WS-REPLY-EFF-DATE    TO PAT-EFF-DATE.
004655     MOVE WS-REPLY-RANK        TO PAT-RANK.
004657     MOVE WS-REPLY-CLASS-SW    TO PAT-CLASS-SW.
004660     MOVE WS-REPLY-DESCRIPTION TO PAT-DESCRIPTION.
004670     MOVE PAT-RECORD           TO PP-NEW-IMAGE.
004680     MOVE 'C'                  TO PP-FUNCTION.
004690     MOVE WS-REPLY-PATTERN     TO PP-PATTERN.
004700     PERFORM 7400-QUEUE-REQUEST    THRU 7400-EXIT.
004710     PERFORM 7460-SHOW-QUEUED      THRU 7460-EXIT.
004740 4000-EXIT.
004750     EXIT.
004760*
004770*-----------------------------------------------------------*
004780* 5000-DELETE-PATTERN - READ AN EXISTING PATTERN BY KEY AND  *
004790* QUEUE ITS DELETE FOR APPROVAL. THE BEFORE-IMAGE FOR THE     *
004795* PATHIST CHANGE-HISTORY LOG IS TAKEN WHEN IT IS APPLIED.     *
004800*-----------------------------------------------------------*
004810 5000-DELETE-PATTERN.
004820     DISPLAY 'PATTERN TO DELETE . . . '.
004846         INVALID KEY
004848             DISPLAY 'PATTERN NOT ON FILE.'
004849     END-READ.
004850     IF NOT WS-STRPATF-OK
004852         GO TO 5000-EXIT
004885     END-IF.
004890     MOVE WS-REPLY-PATTERN TO WS-CHECK-PATTERN.
004900     PERFORM 7410-FIND-PENDING-FOR-PATTERN THRU 7410-EXIT.
004902     IF WS-PENDING-FOUND-YES
004904         PERFORM 7430-SHOW-ALREADY-PENDING THRU 7430-EXIT
004906         GO TO 5000-EXIT
004910     END-IF.
004911     MOVE SPACES               TO PP-NEW-IMAGE.
004912     MOVE 'D'                  TO PP-FUNCTION.
004913     MOVE WS-REPLY-PATTERN     TO PP-PATTERN.
004914     PERFORM 7400-QUEUE-REQUEST    THRU 7400-EXIT.
004915     PERFORM 7460-SHOW-QUEUED      THRU 7460-EXIT.
004920 5000-EXIT.
004930     EXIT.
004940*
004950*-----------------------------------------------------------*
004960* 6000-INQUIRE-PATTERN - READ AND DISPLAY ONE PATTERN, AND   *
004965* ANY REQUEST FOR IT STILL AWAITING APPROVAL.                *
004970*-----------------------------------------------------------*
004980 6000-INQUIRE-PATTERN.
004990     DISPLAY 'PATTERN TO DISPLAY . . . '.
005138                 ' (A=APPROVE, X=EXCLUDE)'
005140         DISPLAY 'DESCRIPTION . . ' PAT-DESCRIPTION
005150     END-IF.
005151     MOVE WS-REPLY-PATTERN TO WS-CHECK-PATTERN.
005152     PERFORM 7410-FIND-PENDING-FOR-PATTERN THRU 7410-EXIT.
005153     IF WS-PENDING-FOUND-YES
005154         DISPLAY 'PENDING . . . . REQUEST ' WS-FOUND-REQUEST-NO
005155                 ' FUNCTION=' WS-FOUND-FUNCTION
005156                 ' BY ' WS-FOUND-MAKER
005157     END-IF.
005160 6000-EXIT.
005161     EXIT.
005162*
005163*-----------------------------------------------------------*
005164* 6500-REVIEW-PENDING - THE CHECKER'S SCREEN. WALK PATPEND    *
005165* AND OFFER EACH PENDING REQUEST MADE BY SOMEONE ELSE FOR     *
005166* APPROVAL OR REJECTION. THE OPERATOR'S OWN REQUESTS ARE      *
005167* SKIPPED AND ONLY COUNTED - THEY NEED ANOTHER OPERATOR.      *
005168*-----------------------------------------------------------*
005169 6500-REVIEW-PENDING.
005170     MOVE 'N'   TO WS-REVIEW-QUIT-SW.
005171     MOVE ZEROS TO WS-REVIEW-SHOWN-COUNT.
005172     MOVE ZEROS TO WS-REVIEW-OWN-COUNT.
005173     PERFORM 7440-START-PENDING-SCAN THRU 7440-EXIT.
005174     PERFORM 6510-REVIEW-ONE-REQUEST THRU 6510-EXIT
005175             UNTIL WS-PATPEND-EOF-YES
005176                OR WS-REVIEW-QUIT-YES.
005177     IF WS-REVIEW-SHOWN-COUNT = ZEROS
005178         DISPLAY 'NO REQUESTS ARE AWAITING YOUR REVIEW.'
005179     END-IF.
005180     IF WS-REVIEW-OWN-COUNT > ZEROS
005181         DISPLAY WS-REVIEW-OWN-COUNT
005182                 ' OF YOUR OWN REQUESTS AWAIT ANOTHER OPERATOR.'
005183     END-IF.
005184 6500-EXIT.
005185     EXIT.
005186*
005187 6510-REVIEW-ONE-REQUEST.
005188     IF PP-STATUS-PENDING
005189         IF PP-MAKER = WS-ORIGIN-ID
005190             ADD 1 TO WS-REVIEW-OWN-COUNT
005191         ELSE
005192             ADD 1 TO WS-REVIEW-SHOWN-COUNT
005193             PERFORM 6520-SHOW-REQUEST  THRU 6520-EXIT
005194             PERFORM 6530-GET-DECISION  THRU 6530-EXIT
005195         END-IF
005196     END-IF.
005197     IF WS-REVIEW-QUIT-NO
005198         PERFORM 7450-READ-NEXT-PENDING THRU 7450-EXIT
005199     END-IF.
005200 6510-EXIT.
005201     EXIT.
005202*
005203*-----------------------------------------------------------*
005204* 6520-SHOW-REQUEST - SHOW THE REQUEST, THE PATTERN AS IT     *
005205* STANDS ON STRPATF NOW, AND (EXCEPT ON A DELETE) THE IMAGE   *
005206* THE MAKER PROPOSES, SO THE CHECKER SEES EXACTLY WHAT WILL   *
005207* CHANGE.                                                     *
005208*-----------------------------------------------------------*
005209 6520-SHOW-REQUEST.
005210     DISPLAY ' '.
005211     DISPLAY 'REQUEST . . . . ' PP-REQUEST-NO
005212             ' FUNCTION=' PP-FUNCTION
005213             ' (A=ADD, C=CHANGE, D=DELETE)'.
005214     DISPLAY 'PATTERN . . . . ' PP-PATTERN.
005215     DISPLAY 'MADE BY . . . . ' PP-MAKER
005216             ' ON ' PP-MADE-TIMESTAMP (1:8)
005217             ' ' PP-MADE-TIMESTAMP (9:6).
005218     MOVE PP-PATTERN TO PAT-KEY.
005219     READ STRPATF
005220         KEY IS PAT-KEY
005221         INVALID KEY
005222             CONTINUE
005223     END-READ.
005224     IF WS-STRPATF-OK
005225         DISPLAY 'ON FILE NOW . . TYPE=' PAT-TYPE
005226                 ' CASE=' PAT-CASE-SW
005227                 ' CAT=' PAT-CATEGORY
005228                 ' EFF=' PAT-EFF-DATE
005229                 ' RANK=' PAT-RANK
005230                 ' CLASS=' PAT-CLASS-SW
005231         DISPLAY '                DESC=' PAT-DESCRIPTION
005232     ELSE
005233         DISPLAY 'ON FILE NOW . . (NOT ON FILE)'
005234     END-IF.
005235     IF NOT PP-FUNCTION-DELETE
005236         DISPLAY 'PROPOSED  . . . TYPE=' PP-NEW-TYPE
005237                 ' CASE=' PP-NEW-CASE-SW
005238                 ' CAT=' PP-NEW-CATEGORY
005239                 ' EFF=' PP-NEW-EFF-DATE
005240                 ' RANK=' PP-NEW-RANK
005241                 ' CLASS=' PP-NEW-CLASS-SW
005242         DISPLAY '                DESC=' PP-NEW-DESCRIPTION
005243     END-IF.
005244 6520-EXIT.
005245     EXIT.
005246*
005247*-----------------------------------------------------------*
005248* 6530-GET-DECISION - APPROVE (APPLY IT NOW), REJECT (WITH A  *
005249* REASON), SKIP (LEAVE IT PENDING), OR QUIT THE REVIEW.       *
005250* RE-PROMPTS UNTIL A VALID REPLY IS ENTERED.                  *
005251*-----------------------------------------------------------*
005252 6530-GET-DECISION.
005253     DISPLAY 'A=APPROVE, R=REJECT, S=SKIP, Q=QUIT REVIEW . . . '.
005254     ACCEPT WS-REPLY-DECISION FROM CONSOLE.
005255     EVALUATE WS-REPLY-DECISION
005256         WHEN 'A'
005257             PERFORM 7500-APPLY-REQUEST THRU 7500-EXIT
005258             IF WS-APPLY-OK-YES
005259                 DISPLAY 'REQUEST APPROVED - STRPATF UPDATED.'
005260             ELSE
005261                 DISPLAY 'NOT APPLIED - ' WS-APPLY-REASON-TEXT
005262             END-IF
005263         WHEN 'R'
005264             DISPLAY 'REASON FOR REJECTION (UP TO 40 CHARS) '
005265             ACCEPT WS-REPLY-NOTE FROM CONSOLE
005266             PERFORM 7600-REJECT-REQUEST THRU 7600-EXIT
005267             DISPLAY 'REQUEST REJECTED.'
005268         WHEN 'S'
005269             CONTINUE
005270         WHEN 'Q'
005271             MOVE 'Y' TO WS-REVIEW-QUIT-SW
005272         WHEN OTHER
005273             DISPLAY 'INVALID REPLY - TRY AGAIN'
005274             PERFORM 6530-GET-DECISION THRU 6530-EXIT
005275     END-EVALUATE.
005276 6530-EXIT.
005277     EXIT.
005278*
005279*-----------------------------------------------------------*
005280* 7000-GET-PATTERN-DETAIL - PROMPTS FOR A NEW PATTERN, USED BY  *
005281* ADD ONLY - THE PATTERN TEXT IS PART OF THE KEY, SO CHANGE     *
005282* GOES STRAIGHT TO 7100 INSTEAD, WHICH DOES NOT RE-PROMPT FOR   *
005283* IT.                                                           *
005284*-----------------------------------------------------------*
005285 7000-GET-PATTERN-DETAIL.
005286     DISPLAY 'PATTERN TEXT (UP TO 40 CHARS) . . . '.
005287     ACCEPT WS-REPLY-PATTERN FROM CONSOLE.
005288     PERFORM 7100-GET-PATTERN-DETAIL-2 THRU 7100-EXIT.
005290 7000-EXIT.
005300     EXIT.
005310*
005700     MOVE PXA-PATTERN  TO PXE-PATTERN.
005710     WRITE PXE-RECORD.
005720     ADD 1 TO WS-BATCH-EXCEPT-COUNT.
005721 7200-EXIT.
005722     EXIT.
005723*
005724*-----------------------------------------------------------*
005725* 7210-WRITE-DECISION-EXCEPTION - WRITE ONE PATEXCPT RECORD   *
005726* FOR A PATDECN DECISION THAT COULD NOT BE CARRIED OUT. THE   *
005727* FUNCTION AND PATTERN COME FROM THE PATPEND REQUEST (OR, FOR *
005728* A REQUEST NOT ON FILE, THE REQUEST NUMBER AS GIVEN).        *
005729*-----------------------------------------------------------*
005730 7210-WRITE-DECISION-EXCEPTION.
005731     MOVE PP-FUNCTION TO PXE-FUNCTION.
005732     MOVE PP-PATTERN  TO PXE-PATTERN.
005733     WRITE PXE-RECORD.
005734     ADD 1 TO WS-BATCH-EXCEPT-COUNT.
005735 7210-EXIT.
005736     EXIT.
005737*
005738*-----------------------------------------------------------*
005739* 7300-WRITE-HISTORY - APPEND ONE PATHIST RECORD FOR THE      *
005740* ADD/CHANGE/DELETE JUST APPLIED. THE CALLER SETS             *
005741* WS-HIST-FUNCTION AND THE BEFORE/AFTER SAVE IMAGES; THE      *
005742* TIMESTAMP IS TAKEN HERE SO EACH ACTION CARRIES ITS OWN.     *
005743* THE MAKER COMES FROM THE PATPEND REQUEST BEING APPLIED AND  *
005744* THE CHECKER IS THIS RUN'S OPERATOR.                         *
005747*-----------------------------------------------------------*
005748 7300-WRITE-HISTORY.
005749     MOVE WS-HIST-FUNCTION      TO PH-FUNCTION.
005750     MOVE FUNCTION CURRENT-DATE TO PH-TIMESTAMP.
005751     MOVE PP-MAKER              TO PH-ORIGIN.
005752     MOVE PP-PATTERN            TO PH-PATTERN.
005753     MOVE WS-SAVE-BEFORE-IMAGE  TO PH-BEFORE-IMAGE.
005754     MOVE WS-SAVE-AFTER-IMAGE   TO PH-AFTER-IMAGE.
005755     MOVE WS-ORIGIN-ID          TO PH-CHECKER.
005756     MOVE PP-REQUEST-NO         TO PH-REQUEST-NO.
005757     WRITE PH-RECORD.
005758 7300-EXIT.
005759     EXIT.
005760*
005761*-----------------------------------------------------------*
005762* 7400-QUEUE-REQUEST - WRITE A NEW PENDING REQUEST TO PATPEND *
005763* UNDER THE NEXT REQUEST NUMBER, THIS RUN'S OPERATOR OR JOB   *
005764* ID AS MAKER. THE CALLER SETS PP-FUNCTION, PP-PATTERN, AND   *
005765* PP-NEW-IMAGE. IF ANOTHER RUN TOOK THE NUMBER FIRST (A       *
005766* DUPLICATE KEY) THE NEXT ONE IS TRIED. THE CALLER TESTS      *
005767* WS-PATPEND-STATUS.                                          *
005768*-----------------------------------------------------------*
005769 7400-QUEUE-REQUEST.
005770     MOVE 'P'                   TO PP-STATUS.
005771     MOVE WS-ORIGIN-ID          TO PP-MAKER.
005772     MOVE FUNCTION CURRENT-DATE TO PP-MADE-TIMESTAMP.
005773     MOVE SPACES                TO PP-CHECKER.
005774     MOVE SPACES                TO PP-CHECKED-TIMESTAMP.
005775     MOVE SPACES                TO PP-NOTE.
005776     MOVE '22'                  TO WS-PATPEND-STATUS.
005777     PERFORM 7420-WRITE-PENDING THRU 7420-EXIT
005778             UNTIL NOT WS-PATPEND-DUPLICATE.
005779 7400-EXIT.
005780     EXIT.
005781*
005782*-----------------------------------------------------------*
005783* 7410-FIND-PENDING-FOR-PATTERN - BROWSE PATPEND FOR A        *
005784* REQUEST ON WS-CHECK-PATTERN THAT IS STILL PENDING. SETS     *
005785* WS-PENDING-FOUND-SW AND, IF FOUND, THE REQUEST NUMBER,      *
005786* FUNCTION, AND MAKER. USES THE PATPEND RECORD AREA, SO THE   *
005787* CALLER BUILDS ITS OWN REQUEST ONLY AFTER THIS CHECK.        *
005788*-----------------------------------------------------------*
005789 7410-FIND-PENDING-FOR-PATTERN.
005790     MOVE 'N' TO WS-PENDING-FOUND-SW.
005791     PERFORM 7440-START-PENDING-SCAN THRU 7440-EXIT.
005792     PERFORM 7415-MATCH-PENDING THRU 7415-EXIT
005793             UNTIL WS-PATPEND-EOF-YES
005794                OR WS-PENDING-FOUND-YES.
005795 7410-EXIT.
005796     EXIT.
005797*
005798 7415-MATCH-PENDING.
005799     IF PP-STATUS-PENDING AND PP-PATTERN = WS-CHECK-PATTERN
005800         MOVE 'Y'           TO WS-PENDING-FOUND-SW
005801         MOVE PP-REQUEST-NO TO WS-FOUND-REQUEST-NO
005802         MOVE PP-FUNCTION   TO WS-FOUND-FUNCTION
005803         MOVE PP-MAKER      TO WS-FOUND-MAKER
005804     ELSE
005805         PERFORM 7450-READ-NEXT-PENDING THRU 7450-EXIT
005806     END-IF.
005807 7415-EXIT.
005808     EXIT.
005809*
005810 7420-WRITE-PENDING.
005811     MOVE WS-NEXT-REQUEST-NO TO PP-REQUEST-NO.
005812     ADD 1 TO WS-NEXT-REQUEST-NO.
005813     WRITE PP-RECORD
005814         INVALID KEY
005815             CONTINUE
005816     END-WRITE.
005817 7420-EXIT.
005818     EXIT.
005819*
005820*-----------------------------------------------------------*
005821* 7430-SHOW-ALREADY-PENDING - TELL THE CONSOLE OPERATOR WHY   *
005822* A NEW REQUEST WAS REFUSED.                                  *
005823*-----------------------------------------------------------*
005824 7430-SHOW-ALREADY-PENDING.
005825     DISPLAY 'REQUEST ' WS-FOUND-REQUEST-NO
005826             ' (FUNCTION=' WS-FOUND-FUNCTION
005827             ', BY ' WS-FOUND-MAKER
005828             ') IS ALREADY PENDING FOR THIS PATTERN.'.
005829     DISPLAY 'IT MUST BE APPROVED OR REJECTED FIRST.'.
005830 7430-EXIT.
005831     EXIT.
005832*
005833*-----------------------------------------------------------*
005834* 7440-START-PENDING-SCAN - POSITION AT THE FIRST PATPEND KEY *
005835* AND READ THE FIRST RECORD; 7450 READS EACH ONE AFTER IT.    *
005836* ANY STATUS OTHER THAN A GOOD READ ENDS THE BROWSE.          *
005837*-----------------------------------------------------------*
005838 7440-START-PENDING-SCAN.
005839     MOVE 'N'   TO WS-PATPEND-EOF-SW.
005840     MOVE ZEROS TO PP-REQUEST-NO.
005841     START PATPEND
005842         KEY IS NOT LESS THAN PP-KEY
005843         INVALID KEY
005844             MOVE 'Y' TO WS-PATPEND-EOF-SW
005845     END-START.
005846     IF WS-PATPEND-EOF-NO
005847         PERFORM 7450-READ-NEXT-PENDING THRU 7450-EXIT
005848     END-IF.
005849 7440-EXIT.
005850     EXIT.
005851*
005852 7450-READ-NEXT-PENDING.
005853     READ PATPEND NEXT RECORD
005854         AT END
005855             MOVE 'Y' TO WS-PATPEND-EOF-SW
005856     END-READ.
005857     IF NOT WS-PATPEND-OK
005858         MOVE 'Y' TO WS-PATPEND-EOF-SW
005859     END-IF.
005860 7450-EXIT.
005861     EXIT.
005862*
005863*-----------------------------------------------------------*
005864* 7460-SHOW-QUEUED - CONFIRM A CONSOLE REQUEST WAS QUEUED.    *
005865*-----------------------------------------------------------*
005866 7460-SHOW-QUEUED.
005867     IF WS-PATPEND-OK
005868         DISPLAY 'QUEUED AS REQUEST ' PP-REQUEST-NO
005869                 ' - STRPATF IS UNCHANGED UNTIL ANOTHER'
005870         DISPLAY 'OPERATOR APPROVES IT.'
005871     ELSE
005872         DISPLAY 'REQUEST NOT SAVED - PATPEND STATUS '
005873                 WS-PATPEND-STATUS
005874     END-IF.
005875 7460-EXIT.
005876     EXIT.
005877*
005878*-----------------------------------------------------------*
005879* 7500-APPLY-REQUEST - APPLY THE APPROVED PATPEND REQUEST IN  *
005880* PP-RECORD TO STRPATF. THE PATTERN IS RE-READ SO THE ADD/    *
005881* CHANGE/DELETE IS CHECKED AGAINST THE FILE AS IT STANDS NOW, *
005882* NOT AS IT STOOD WHEN THE MAKER RAISED IT - A REQUEST THAT   *
005883* NO LONGER FITS IS MARKED FAILED ('F') WITH THE REASON IN    *
005884* WS-APPLY-REASON-CODE/TEXT (THE SAME CODES AS PATEXCPT),     *
005885* AND STRPATF IS LEFT ALONE. A SUCCESSFUL APPLY IS LOGGED TO  *
005886* PATHIST. EITHER WAY THE REQUEST IS CLOSED OUT (7550).       *
005887*-----------------------------------------------------------*
005888 7500-APPLY-REQUEST.
005889     MOVE 'N'    TO WS-APPLY-OK-SW.
005890     MOVE SPACES TO WS-APPLY-REASON-CODE.
005891     MOVE SPACES TO WS-APPLY-REASON-TEXT.
005892     MOVE PP-PATTERN TO PAT-KEY.
005893     READ STRPATF
005894         KEY IS PAT-KEY
005895         INVALID KEY
005896             CONTINUE
005897     END-READ.
005898     EVALUATE TRUE
005899         WHEN PP-FUNCTION-ADD
005900             PERFORM 7510-APPLY-ADD    THRU 7510-EXIT
005901         WHEN PP-FUNCTION-CHANGE
005902             PERFORM 7520-APPLY-CHANGE THRU 7520-EXIT
005903         WHEN PP-FUNCTION-DELETE
005904             PERFORM 7530-APPLY-DELETE THRU 7530-EXIT
005905         WHEN OTHER
005906             MOVE '03' TO WS-APPLY-REASON-CODE
005907             MOVE 'UNRECOGNIZED FUNCTION CODE'
005908                     TO WS-APPLY-REASON-TEXT
005909     END-EVALUATE.
005910     IF WS-APPLY-OK-YES
005911         MOVE 'A'    TO PP-STATUS
005912         MOVE SPACES TO PP-NOTE
005913         PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
005914     ELSE
005915         MOVE 'F'    TO PP-STATUS
005916         MOVE WS-APPLY-REASON-TEXT TO PP-NOTE
005917     END-IF.
005918     PERFORM 7550-CLOSE-OUT-REQUEST THRU 7550-EXIT.
005919 7500-EXIT.
005920     EXIT.
005921*
005922 7510-APPLY-ADD.
005923     IF WS-STRPATF-OK
005924         MOVE '01' TO WS-APPLY-REASON-CODE
005925         MOVE 'PATTERN ALREADY ON FILE' TO WS-APPLY-REASON-TEXT
005926         GO TO 7510-EXIT
005927     END-IF.
005928     MOVE PP-NEW-IMAGE TO PAT-RECORD.
005929     WRITE PAT-RECORD.
005930     IF WS-STRPATF-OK
005931         MOVE 'Y'        TO WS-APPLY-OK-SW
005932         MOVE 'A'        TO WS-HIST-FUNCTION
005933         MOVE SPACES     TO WS-SAVE-BEFORE-IMAGE
005934         MOVE PAT-RECORD TO WS-SAVE-AFTER-IMAGE
005935     ELSE
005936         MOVE '04' TO WS-APPLY-REASON-CODE
005937         MOVE 'ADD FAILED - STATUS' TO WS-APPLY-REASON-TEXT
005938         MOVE WS-STRPATF-STATUS TO WS-APPLY-REASON-TEXT (21:2)
005939     END-IF.
005940 7510-EXIT.
005941     EXIT.
005942*
005943 7520-APPLY-CHANGE.
005944     IF NOT WS-STRPATF-OK
005945         MOVE '02' TO WS-APPLY-REASON-CODE
005946         MOVE 'PATTERN NOT ON FILE' TO WS-APPLY-REASON-TEXT
005947         GO TO 7520-EXIT
005948     END-IF.
005949     MOVE PAT-RECORD   TO WS-SAVE-BEFORE-IMAGE.
005950     MOVE PP-NEW-IMAGE TO PAT-RECORD.
005951     REWRITE PAT-RECORD.
005952     IF WS-STRPATF-OK
005953         MOVE 'Y'        TO WS-APPLY-OK-SW
005954         MOVE 'C'        TO WS-HIST-FUNCTION
005955         MOVE PAT-RECORD TO WS-SAVE-AFTER-IMAGE
005956     ELSE
005957         MOVE '04' TO WS-APPLY-REASON-CODE
005958         MOVE 'CHANGE FAILED - STATUS' TO WS-APPLY-REASON-TEXT
005959         MOVE WS-STRPATF-STATUS TO WS-APPLY-REASON-TEXT (24:2)
005960     END-IF.
005961 7520-EXIT.
005962     EXIT.
005963*
005964 7530-APPLY-DELETE.
005965     IF NOT WS-STRPATF-OK
005966         MOVE '02' TO WS-APPLY-REASON-CODE
005967         MOVE 'PATTERN NOT ON FILE' TO WS-APPLY-REASON-TEXT
005968         GO TO 7530-EXIT
005969     END-IF.
005970     MOVE PAT-RECORD TO WS-SAVE-BEFORE-IMAGE.
005971     DELETE STRPATF
005972         INVALID KEY
005973             CONTINUE
005974     END-DELETE.
005975     IF WS-STRPATF-OK
005976         MOVE 'Y'    TO WS-APPLY-OK-SW
005977         MOVE 'D'    TO WS-HIST-FUNCTION
005978         MOVE SPACES TO WS-SAVE-AFTER-IMAGE
005979     ELSE
005980         MOVE '04' TO WS-APPLY-REASON-CODE
005981         MOVE 'DELETE FAILED - STATUS' TO WS-APPLY-REASON-TEXT
005982         MOVE WS-STRPATF-STATUS TO WS-APPLY-REASON-TEXT (24:2)
005983     END-IF.
005984 7530-EXIT.
005985     EXIT.
005986*
005987*-----------------------------------------------------------*
005988* 7550-CLOSE-OUT-REQUEST - STAMP THE CHECKER AND THE DECISION *
005989* TIME ON THE PATPEND REQUEST (STATUS ALREADY SET BY THE      *
005990* CALLER) AND REWRITE IT. A FAILED REWRITE LEAVES STRPATF AND *
005991* THE QUEUE OUT OF STEP, SO IT RAISES THE CONDITION CODE TO 8 *
005992* FOR SOMEONE TO LOOK AT.                                     *
005993*-----------------------------------------------------------*
005994 7550-CLOSE-OUT-REQUEST.
005995     MOVE WS-ORIGIN-ID          TO PP-CHECKER.
005996     MOVE FUNCTION CURRENT-DATE TO PP-CHECKED-TIMESTAMP.
005997     REWRITE PP-RECORD
005998         INVALID KEY
005999             CONTINUE
006000     END-REWRITE.
006001     IF NOT WS-PATPEND-OK
006002         DISPLAY 'STRPATMT - PATPEND REWRITE FAILED FOR REQUEST '
006003                 PP-REQUEST-NO ' STATUS ' WS-PATPEND-STATUS
006004         IF RETURN-CODE < 8
006005             MOVE 8 TO RETURN-CODE
006006         END-IF
006007     END-IF.
006008 7550-EXIT.
006009     EXIT.
006010*
006011*-----------------------------------------------------------*
006012* 7600-REJECT-REQUEST - MARK THE PATPEND REQUEST IN PP-RECORD *
006013* REJECTED WITH THE CHECKER'S REASON. STRPATF IS UNTOUCHED.   *
006014*-----------------------------------------------------------*
006015 7600-REJECT-REQUEST.
006016     MOVE 'R'           TO PP-STATUS.
006017     MOVE WS-REPLY-NOTE TO PP-NOTE.
006018     PERFORM 7550-CLOSE-OUT-REQUEST THRU 7550-EXIT.
006019 7600-EXIT.
006020     EXIT.
006021*
006022*-----------------------------------------------------------*
006023* 8000-BATCH-CONTROL-REPORT - SHOW THE UNATTENDED RUN'S       *
006024* TOTALS SO OPERATIONS KNOWS HOW MANY REQUESTS WERE QUEUED    *
006025* (OR, ON AN APPROVAL RUN, DECIDED) AND HOW MANY NEED REVIEW  *
006026* ON PATEXCPT.                                                *
006027*-----------------------------------------------------------*
006028 8000-BATCH-CONTROL-REPORT.
006029     DISPLAY ' '.
006030     DISPLAY '***************************************'.
006031     DISPLAY '*   STRPATMT BATCH CONTROL REPORT      *'.
006032     DISPLAY '***************************************'.
006033     IF WS-APPROVE-YES
006034         DISPLAY 'CHECKER  . . . . . . . . . ' WS-ORIGIN-ID
006035         DISPLAY 'DECISIONS READ . . . . . . ' WS-BATCH-READ-COUNT
006036         DISPLAY 'APPROVED AND APPLIED . . . '
006037                 WS-BATCH-APPLIED-COUNT
006038         DISPLAY 'REJECTED . . . . . . . . . '
006039                 WS-BATCH-REJECTED-COUNT
006040         DISPLAY 'APPROVED, FAILED TO APPLY  '
006041                 WS-BATCH-FAILED-COUNT
006042         DISPLAY 'DECISIONS EXCEPTED . . . . '
006043                 WS-BATCH-EXCEPT-COUNT
006044     ELSE
006045         DISPLAY 'REQUESTS READ  . . . . . . ' WS-BATCH-READ-COUNT
006046         DISPLAY 'QUEUED FOR APPROVAL  . . . '
006047                 WS-BATCH-QUEUED-COUNT
006048         DISPLAY 'REQUESTS EXCEPTED  . . . . '
006049                 WS-BATCH-EXCEPT-COUNT
006050     END-IF.
006051     DISPLAY '***************************************'.
006052 8000-EXIT.
006053     EXIT.
006054*
006055*-----------------------------------------------------------*
006056* 8100-LIST-PENDING - LIST EVERY REQUEST STILL AWAITING       *
006057* APPROVAL - REQUEST NUMBER, FUNCTION, MAKER, DATE RAISED,    *
006058* AND PATTERN - SO A BATCH CHECKER KNOWS WHAT TO DECIDE.      *
006059*-----------------------------------------------------------*
006060 8100-LIST-PENDING.
006061     MOVE ZEROS TO WS-PENDING-LISTED-COUNT.
006062     DISPLAY ' '.
006063     DISPLAY '***************************************'.
006064     DISPLAY '*   STRPATMT - REQUESTS AWAITING        *'.
006065     DISPLAY '*   APPROVAL                            *'.
006066     DISPLAY '***************************************'.
006067     DISPLAY 'REQUEST F MAKER    RAISED   PATTERN'.
006068     PERFORM 7440-START-PENDING-SCAN THRU 7440-EXIT.
006069     PERFORM 8110-LIST-ONE-PENDING THRU 8110-EXIT
006070             UNTIL WS-PATPEND-EOF-YES.
006071     DISPLAY 'REQUESTS PENDING . . . . . '
006072             WS-PENDING-LISTED-COUNT.
006073     DISPLAY '***************************************'.
006074 8100-EXIT.
006075     EXIT.
006076*
006077 8110-LIST-ONE-PENDING.
006078     IF PP-STATUS-PENDING
006079         ADD 1 TO WS-PENDING-LISTED-COUNT
006080         DISPLAY PP-REQUEST-NO ' ' PP-FUNCTION ' ' PP-MAKER
006081                 ' ' PP-MADE-TIMESTAMP (1:8)
006082                 ' ' FUNCTION TRIM (PP-PATTERN)
006083     END-IF.
006084     PERFORM 7450-READ-NEXT-PENDING THRU 7450-EXIT.
006085 8110-EXIT.
006086     EXIT.
006087*
006088*-----------------------------------------------------------*
006089* 9000-TERMINATE - CLOSE STRPATF, PATPEND, AND PATHIST, AND   *
006090* THE BATCH FILES TOO IF THIS WAS AN UNATTENDED RUN.          *
006091*-----------------------------------------------------------*
006092 9000-TERMINATE.
006093     CLOSE STRPATF.
006094     CLOSE PATPEND.
006095     CLOSE PATHIST.
006096     IF WS-BATCH-YES
006097         CLOSE PATXACT
006098         CLOSE PATEXCPT
006099     END-IF.
006100     IF WS-APPROVE-YES
006101         CLOSE PATDECN
006102         CLOSE PATEXCPT
006103     END-IF.
006104 9000-EXIT.
006105     EXIT.
006106*
006107*-----------------------------------------------------------*
006108* 9500-SET-FINAL-RC - GRADE THE RUN FOR THE JOB SCHEDULER    *
006109* INSTEAD OF ALWAYS ENDING WITH ZERO: 12 = A FILE FAILED TO  *
006110* OPEN (SET AT THE FAILURE SITE); 8 = AN APPROVAL RUN WITH NO *
006111* CHECKER NAMED, OR A PATPEND REWRITE FAILURE (ALSO SET AT    *
006112* THE SITE); 4 = A BATCH OR APPROVAL RUN WROTE ANY            *
006113* PATEXCPT EXCEPTIONS. THE CODE ONLY EVER RISES - A WARNING  *
006114* NEVER MASKS A FAILURE.                                     *
006120*-----------------------------------------------------------*
006130 9500-SET-FINAL-RC.
006140     IF WS-BATCH-EXCEPT-COUNT > 0 AND RETURN-CODE < 4
