000707*                INDEX PAST 99 SURVIVES THE TRIP TO           *
000708*                AUDITFILE (NOW 269 BYTES) AND ROUTEOUT (NOW  *
000709*                225 BYTES).                                  *
000710* 2026-10-15 DS  TRANFILE IS NOW 761 BYTES - TRANFLDS CARRIES *
000711*                THE ORIGINAL FEED/RECORD OF A REJECT THAT    *
000712*                REJREPR REPAIRED AND RESUBMITTED.            *
000713* 2026-10-15 DS  EVERY RUN NOW STAMPS THE VERSION OF THE       *
000714*                PATTERN SET IT LOADED ON AUDITFILE (NOW 276   *
000715*                BYTES) AND CTLHIST (NOW 85 BYTES).            *
000716*                1440-STAMP-PATSET-VERSION KEEPS EVERY         *
000717*                VERSION'S FULL PATTERN LIST ON THE NEW        *
000718*                PATSNAP FILE, SO A MATCH INDEX CAN STILL BE   *
000719*                RESOLVED TO ITS PATTERN AFTER STRPATF HAS     *
000720*                MOVED ON.                                     *
000721* 2026-10-15 DS  THE ENDS-WITH, STARTS-WITH, MASK,            *
000722*                CANDIDATE-LIST AND PATTERN-LOOKUP LOGIC AND  *
000723*                THE STRPATF LOAD MOVED TO THE CALLED         *
000724*                SUBPROGRAM STRMATCH (SMFLDS), SO FILE-INTAKE *
000725*                PROGRAMS CAN APPLY THE SAME RULES.           *
000726*                2200-CALL-STRMATCH REPLACES THE IN-LINE      *
000727*                COMPARES; 1400 ASKS STRMATCH FOR TODAY'S     *
000728*                PATTERN SET AND COPIES ITS TABLE FOR         *
000729*                PATSNAP. RESULTS ARE UNCHANGED.              *
000730* 2026-10-15 DS  EACH RUN NOW RECORDS ITSELF ON THE RUNCTL    *
000731*                NIGHTLY CYCLE LEDGER (CYCLCTL). BEFORE THE   *
000732*                FIRST DATA RECORD IS CLASSIFIED, 9700 CHECKS *
000733*                THAT TRANEDIT COMPLETED FOR THIS FEED AND    *
000734*                THAT THIS JOB ID HAS NOT ALREADY COMPLETED   *
000735*                IT, THEN BEGINS THE ENTRY WITH THE ROUTEOUT  *
000736*                ROW COUNT AND THE RECORD RANGE OF A SLICE;   *
000737*                9800 ENDS IT WITH THE COUNTS AND THE         *
000738*                ROUTEOUT WINDOW ROUTDISP DISPATCHES FROM. A  *
000739*                CHECKPOINT RESTART REUSES THE ABENDED RUN'S  *
000740*                ENTRY. A RECORD-RANGE SLICE (PARM BYTES      *
000741*                14-27) MUST NAME ITS OWN JOB ID (BYTES 6-13) *
000742*                - 9700 REFUSES ONE THAT DOES NOT WITH 12, SO *
000743*                SLICES RUN TOGETHER NEVER SHARE A ROUTEOUT   *
000744*                WINDOW.                                      *
000745*-----------------------------------------------------------*
000746 ENVIRONMENT DIVISION.
000747 CONFIGURATION SECTION.
000748 SOURCE-COMPUTER.   IBM-370.
000749 OBJECT-COMPUTER.   IBM-370.
000750 INPUT-OUTPUT SECTION.
000751 FILE-CONTROL.
000752     SELECT TRANFILE  ASSIGN TO "TRANFILE"
000753            ORGANIZATION IS LINE SEQUENTIAL
000754            FILE STATUS IS WS-TRANFILE-STATUS.
000755     SELECT CKPTFILE  ASSIGN TO "CKPTFILE"
000756            ORGANIZATION IS LINE SEQUENTIAL
000757            FILE STATUS IS WS-CKPTFILE-STATUS.
000758     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000759            ORGANIZATION IS LINE SEQUENTIAL
000760            FILE STATUS IS WS-AUDITFILE-STATUS.
000761     SELECT ROUTEOUT  ASSIGN TO "ROUTEOUT"
000762            ORGANIZATION IS LINE SEQUENTIAL
000763            FILE STATUS IS WS-ROUTEOUT-STATUS.
000765     SELECT CTLHIST   ASSIGN TO "CTLHIST"
000769            ORGANIZATION IS LINE SEQUENTIAL
000773            FILE STATUS IS WS-CTLHIST-STATUS.
000777     SELECT FEEDLOG   ASSIGN TO "FEEDLOG"
000781            ORGANIZATION IS LINE SEQUENTIAL
000785            FILE STATUS IS WS-FEEDLOG-STATUS.
000789     SELECT PATSNAP   ASSIGN TO "PATSNAP"
000793            ORGANIZATION IS INDEXED
000797            ACCESS MODE IS DYNAMIC
000801            RECORD KEY IS PS-KEY
000805            FILE STATUS IS WS-PATSNAP-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  TRANFILE
000850     RECORD CONTAINS 761 CHARACTERS.
000862     COPY TRANFLDS.
000970*
000980 FD  CKPTFILE
001010     05  CKPT-REC-NO             PIC 9(07).
001020*
001030 FD  AUDITFILE
001040     RECORD CONTAINS 276 CHARACTERS.
001050 01  AUDIT-RECORD.
001060     05  AUD-JOB-ID              PIC X(08).
001070     05  AUD-TIMESTAMP           PIC X(21).
001152     05  AUD-FEED-DATE           PIC 9(08).
001154     05  AUD-FEED-SEQ            PIC 9(05).
001156     05  AUD-SOURCE-SYSTEM       PIC X(08).
001158     05  AUD-PATSET-VERSION      PIC 9(07).
001160*
001161 FD  ROUTEOUT
001162     RECORD CONTAINS 225 CHARACTERS.
001172     05  RT-STR-VALUE            PIC X(100).
001173*
001174 FD  CTLHIST
001175     RECORD CONTAINS 85 CHARACTERS.
001176 01  CTLH-RECORD.
001177     05  CTLH-JOB-ID             PIC X(08).
001178     05  CTLH-TIMESTAMP          PIC X(21).
001179     05  CTLH-RANGE-START        PIC 9(07).
001180     05  CTLH-RANGE-END          PIC 9(07).
001181     05  CTLH-RUN-REC-COUNT      PIC 9(07).
001182     05  CTLH-MATCH-COUNT        PIC 9(07).
001183     05  CTLH-NOMATCH-COUNT      PIC 9(07).
001184     05  CTLH-ERROR-COUNT        PIC 9(07).
001185     05  CTLH-EXCLUDED-COUNT     PIC 9(07).
001186     05  CTLH-PATSET-VERSION     PIC 9(07).
001187*
001188*-----------------------------------------------------------*
001189* PATSNAP - EVERY VERSION OF THE LOADED PATTERN TABLE, KEYED *
001190* ON VERSION AND TABLE POSITION (SEE PSFLDS).                *
001191*-----------------------------------------------------------*
001192 FD  PATSNAP.
001193     COPY PSFLDS.
001196*
001197*-----------------------------------------------------------*
001198* FEEDLOG - THE FEEDS ALREADY PROCESSED. READ AT HEADER TIME *
001207 WORKING-STORAGE SECTION.
001208*-----------------------------------------------------------*
001220* THE VARIABLE-LENGTH STR AND END-STR WORKING STORAGE        *
001230* GROUPS - STR-LENGTH / E-LENGTH HOLD THE EDITED LENGTHS.    *
001240*-----------------------------------------------------------*
001250     COPY STRFLDS.
001260*
001300     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001310         88  WS-EOF-YES                     VALUE 'Y'.
001320         88  WS-EOF-NO                      VALUE 'N'.
001390     05  WS-PATTERN-MODE-SW      PIC X(01) VALUE 'N'.
001400         88  WS-PATTERN-MODE-YES            VALUE 'Y'.
001410         88  WS-PATTERN-MODE-NO             VALUE 'N'.
001542         88  WS-AUDITFILE-EOF               VALUE '10'.
001543     05  WS-ROUTEOUT-STATUS      PIC X(02) VALUE SPACES.
001544         88  WS-ROUTEOUT-OK                 VALUE '00'.
001545         88  WS-ROUTEOUT-EOF                VALUE '10'.
001546     05  WS-CTLHIST-STATUS       PIC X(02) VALUE SPACES.
001547         88  WS-CTLHIST-OK                  VALUE '00'.
001550     05  WS-STRPATF-STATUS       PIC X(02) VALUE SPACES.
001584         88  WS-FEEDLOG-OK                  VALUE '00'.
001586         88  WS-FEEDLOG-EOF                 VALUE '10'.
001588         88  WS-FEEDLOG-NOT-FOUND           VALUE '35'.
001589     05  WS-PATSNAP-STATUS       PIC X(02) VALUE SPACES.
001590         88  WS-PATSNAP-OK                  VALUE '00'.
001591         88  WS-PATSNAP-DUP-KEY             VALUE '22'.
001592         88  WS-PATSNAP-NOT-ON-FILE         VALUE '23'.
001593         88  WS-PATSNAP-NOT-FOUND           VALUE '35'.
001594*
001600*-----------------------------------------------------------*
001610* AUDIT TRAIL IDENTIFICATION - STAMPED ON EVERY AUDIT RECORD *
001620* SO A REVIEWER CAN TELL WHICH RUN A COMPARISON CAME FROM.   *
001703         88  WS-FEEDLOG-EOF-YES             VALUE 'Y'.
001704         88  WS-FEEDLOG-EOF-NO              VALUE 'N'.
001705*
001707 77  WS-REC-COUNT                PIC 9(07) COMP VALUE 0.
001708 77  WS-RUN-REC-COUNT            PIC 9(07) COMP VALUE 0.
001709 77  WS-FILE-DATA-COUNT          PIC 9(07) COMP VALUE 0.
001960*-----------------------------------------------------------*
001970 77  WS-CAND-I                   PIC 9(02) COMP VALUE 0.
001980 77  WS-MATCH-INDEX              PIC 9(03) COMP VALUE 0.
002000*-----------------------------------------------------------*
002010* IN-MEMORY COPY OF THE STRPATF KNOWN-PATTERN REFERENCE FILE *
002020* (MAINTAINED BY STRPATMT), LOADED ONCE AT STARTUP. A        *
002040* SINGLE END-STR (TR-END-LENGTH = 0) IS CHECKED AGAINST THIS *
002050* TABLE INSTEAD, SO THE SITE-CONTROLLED SUFFIX/PREFIX LIST   *
002060* CAN BE KEPT CURRENT THROUGH STRPATMT WITHOUT A CHANGE TO   *
002070* THIS PROGRAM. THE TABLE ITSELF IS LOADED AND MATCHED ON BY *
002073* STRMATCH; THIS IS THE RUN'S COPY OF IT, KEPT FOR PATSNAP    *
002076* AND FOR RESOLVING AUDIT MATCH INDEXES.                     *
002080*-----------------------------------------------------------*
002090 01  WS-PATTERN-TABLE.
002100     05  WS-PAT-COUNT            PIC 9(04) COMP VALUE 0.
002167         10  WS-PAT-CLASS-SW     PIC X(01).
002168             88  WS-PAT-APPROVE          VALUES 'A' ' '.
002169             88  WS-PAT-EXCLUDE          VALUE 'X'.
002170         10  WS-PAT-EFF-DATE     PIC 9(08).
002171         10  WS-PAT-DESCRIPTION  PIC X(40).
002172 77  WS-PAT-I                    PIC 9(04) COMP VALUE 0.
002173 77  WS-PAT-DROP-COUNT           PIC 9(04) COMP VALUE 0.
002182 77  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
002183*-----------------------------------------------------------*
002184* PATTERN-SET VERSION CONTROLS - WS-PATSET-VERSION IS THE     *
002185* PATSNAP VERSION OF THE TABLE THIS RUN LOADED, STAMPED ON    *
002186* EVERY AUDIT RECORD AND ON CTLHIST. ZERO MEANS PATSNAP COULD *
002187* NOT BE UPDATED AND THE RUN'S MATCH INDEXES ARE UNVERSIONED. *
002188*-----------------------------------------------------------*
002189 77  WS-PATSET-VERSION           PIC 9(07) VALUE ZEROS.
002190 77  WS-SNAP-LATEST              PIC 9(07) VALUE ZEROS.
002191 77  WS-SNAP-TRY-COUNT           PIC 9(02) COMP VALUE 0.
002192 77  WS-SNAP-SAME-SW             PIC X(01) VALUE 'N'.
002193     88  WS-SNAP-SAME-YES                   VALUE 'Y'.
002194     88  WS-SNAP-SAME-NO                    VALUE 'N'.
002195 77  WS-SNAP-PROBE-SW            PIC X(01) VALUE 'N'.
002196     88  WS-SNAP-PROBE-DONE                 VALUE 'Y'.
002197 77  WS-PATSNAP-WARN-SW          PIC X(01) VALUE 'N'.
002198     88  WS-PATSNAP-WARN-YES                VALUE 'Y'.
002199*
002200*-----------------------------------------------------------*
002201* STRMATCH CALL AREA - THE SHARED MATCHING SUBPROGRAM THAT    *
002202* LOADS STRPATF AND DOES EVERY COMPARE (SEE SMFLDS).          *
002203*-----------------------------------------------------------*
002204     COPY SMFLDS.
002205*
002206*-----------------------------------------------------------*
002207* RUN-CONTROL LEDGER - THIS RUN'S RUNCTL ENTRY (RCFLDS), THE *
002208* CYCLCTL CALL AREA (CCFLDS), AND WHAT 9700/9800 NEED TO    *
002209* BEGIN AND END IT. WS-ROUTE-START-POS IS THE ROUTEOUT ROW  *
002210* COUNT BEFORE THIS RUN WROTE A ROW.                        *
002211*-----------------------------------------------------------*
002212 01  WS-RUNCTL-CONTROLS.
002213     05  WS-STEP-BEGUN-SW        PIC X(01) VALUE 'N'.
002214         88  WS-STEP-BEGUN-YES              VALUE 'Y'.
002215         88  WS-STEP-BEGUN-NO               VALUE 'N'.
002216     05  WS-STEP-ENTRY-SW        PIC X(01) VALUE 'N'.
002217         88  WS-STEP-ENTRY-YES              VALUE 'Y'.
002218         88  WS-STEP-ENTRY-NO               VALUE 'N'.
002219     05  WS-RUNCTL-DOWN-SW       PIC X(01) VALUE 'N'.
002220         88  WS-RUNCTL-DOWN-YES             VALUE 'Y'.
002221         88  WS-RUNCTL-DOWN-NO              VALUE 'N'.
002222     05  WS-CYCLE-DATE           PIC 9(08) VALUE ZEROS.
002223     05  WS-ROUTE-START-POS      PIC 9(09) VALUE ZEROS.
002224     05  WS-ROUTE-ROW-COUNT      PIC 9(09) VALUE ZEROS.
002225     05  WS-RUNCTL-MESSAGE       PIC X(40) VALUE SPACES.
002226     COPY RCFLDS.
002227     COPY CCFLDS.
002228*
002229*-----------------------------------------------------------*
002230* LINKAGE SECTION - LS-PARM-AREA RECEIVES THE JCL EXEC PARM=  *
002231* TEXT, THE WAY THE OPERATING SYSTEM PASSES A PARM TO A       *
002232* BATCH PROGRAM ON THIS PLATFORM. LS-PARM-LENGTH IS THE       *
002240* NUMBER OF BYTES OF LS-PARM-TEXT THAT ARE ACTUALLY PRESENT.  *
002242* A PARM OF 1-5 BYTES IS TAKEN AS A CHECKPOINT INTERVAL        *
002244* OVERRIDE ONLY (UNCHANGED FROM BEFORE). A LONGER PARM IS A    *
002395     PERFORM 8050-WRITE-CTLHIST   THRU 8050-EXIT.
002400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002405     PERFORM 9500-SET-FINAL-RC    THRU 9500-EXIT.
002407     PERFORM 9800-END-CYCLE-STEP  THRU 9800-EXIT.
002410     STOP RUN.
002420*
002430*-----------------------------------------------------------*
002470     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
002480     PERFORM 1050-GET-RUN-PARMS     THRU 1050-EXIT.
002490     PERFORM 1400-LOAD-PATTERN-TABLE THRU 1400-EXIT.
002493     PERFORM 9600-COUNT-ROUTEOUT-ROWS THRU 9600-EXIT.
002496     MOVE WS-ROUTE-ROW-COUNT TO WS-ROUTE-START-POS.
002500     OPEN INPUT TRANFILE.
002510     IF NOT WS-TRANFILE-OK
002520         DISPLAY 'STRINGENDSWITH - OPEN ERROR ON TRANFILE '
003577     EXIT.
003578*
003580*-----------------------------------------------------------*
003587* 1400-LOAD-PATTERN-TABLE - HAVE STRMATCH LOAD THE STRPATF    *
003594* KNOWN-PATTERN TABLE ONCE AT STARTUP, THEN TAKE A COPY OF    *
003601* IT ENTRY BY ENTRY INTO WS-PATTERN-TABLE, SO THE VERSION     *
003602* STAMPED ON PATSNAP AND THE MATCH INDEXES WRITTEN TO         *
003603* AUDITFILE DESCRIBE EXACTLY THE TABLE STRMATCH MATCHES ON.   *
003604* IF STRPATF IS NOT AVAILABLE THE TABLE IS SIMPLY LEFT EMPTY -*
003608* A TRANSACTION THAT DEPENDS ON THE PATTERN LOOKUP THEN       *
003615* REPORTS NO MATCH RATHER THAN FAILING THE RUN. WS-TODAY-DATE *
003622* IS THE DATE STRMATCH JUDGED PAT-EFF-DATE AGAINST.           *
003636*-----------------------------------------------------------*
003640 1400-LOAD-PATTERN-TABLE.
003644     MOVE 0   TO SM-AS-OF-DATE.
003645     MOVE 'L' TO SM-FUNCTION.
003646     CALL 'STRMATCH' USING SM-AREA.
003647     MOVE SM-LOAD-DATE      TO WS-TODAY-DATE.
003648     MOVE SM-STRPATF-STATUS TO WS-STRPATF-STATUS.
003649     MOVE SM-PAT-DROP-COUNT TO WS-PAT-DROP-COUNT.
003650     MOVE 0 TO WS-PAT-COUNT.
003652     IF WS-STRPATF-OK
003656         PERFORM 1410-COPY-ONE-PATTERN THRU 1410-EXIT
003660                 VARYING WS-PAT-I FROM 1 BY 1
003664                 UNTIL WS-PAT-I > SM-PAT-COUNT
003688         IF WS-PAT-DROP-COUNT > 0
003692             DISPLAY 'STRINGENDSWITH - PATTERN TABLE FULL AT '
003696                     WS-PAT-COUNT ' ENTRIES - '
003720         DISPLAY 'STRINGENDSWITH - STRPATF NOT AVAILABLE, '
003724                 'PATTERN LOOKUP TABLE IS EMPTY - STATUS '
003728                 WS-STRPATF-STATUS
003729     END-IF.
003730     PERFORM 1440-STAMP-PATSET-VERSION THRU 1440-EXIT.
003731 1400-EXIT.
003732     EXIT.
003733*
003734*-----------------------------------------------------------*
003735* 1410-COPY-ONE-PATTERN - FETCH TABLE ENTRY WS-PAT-I FROM     *
003736* STRMATCH INTO THE SAME POSITION OF WS-PATTERN-TABLE.        *
003737*-----------------------------------------------------------*
003738 1410-COPY-ONE-PATTERN.
003739     MOVE 'G'      TO SM-FUNCTION.
003740     MOVE WS-PAT-I TO SM-PAT-INDEX.
003741     CALL 'STRMATCH' USING SM-AREA.
003742     IF NOT SM-RC-OK
003743         GO TO 1410-EXIT
003744     END-IF.
003745     ADD 1 TO WS-PAT-COUNT.
003746     MOVE SM-MATCH-LENGTH     TO WS-PAT-LENGTH   (WS-PAT-COUNT).
003747     MOVE SM-MATCH-VALUE      TO WS-PAT-VALUE     (WS-PAT-COUNT).
003748     MOVE SM-MATCH-TYPE       TO WS-PAT-TYPE-SW   (WS-PAT-COUNT).
003749     MOVE SM-MATCH-CASE-SW    TO WS-PAT-CASE-SW   (WS-PAT-COUNT).
003750     MOVE SM-MATCH-CATEGORY   TO WS-PAT-CATEGORY  (WS-PAT-COUNT).
003751     MOVE SM-MATCH-RANK       TO WS-PAT-RANK      (WS-PAT-COUNT).
003752     MOVE SM-MATCH-CLASS-SW   TO WS-PAT-CLASS-SW  (WS-PAT-COUNT).
003753     MOVE SM-MATCH-EFF-DATE   TO WS-PAT-EFF-DATE  (WS-PAT-COUNT).
003754     MOVE SM-MATCH-DESCRIPTION TO WS-PAT-DESCRIPTION
003755                                                  (WS-PAT-COUNT).
003756 1410-EXIT.
003757     EXIT.
003758*
003759*-----------------------------------------------------------*
003760* 1440-STAMP-PATSET-VERSION - WORK OUT WHICH PATSNAP VERSION *
003761* THE TABLE JUST LOADED IS. WHEN IT IS IDENTICAL, POSITION   *
003762* FOR POSITION, TO THE LATEST VERSION ON PATSNAP THAT        *
003763* VERSION IS REUSED; OTHERWISE THE TABLE IS WRITTEN AWAY AS  *
003764* THE NEXT VERSION. PATSNAP IS CREATED ON FIRST USE. A       *
003765* PATSNAP THAT CANNOT BE UPDATED DOES NOT STOP THE RUN - THE *
003766* ROUTING WORK IS STILL GOOD - BUT LEAVES THE VERSION ZERO   *
003767* AND ENDS THE RUN WITH CONDITION CODE 4.                    *
003768*-----------------------------------------------------------*
003769 1440-STAMP-PATSET-VERSION.
003770     MOVE ZEROS TO WS-PATSET-VERSION.
003771     OPEN I-O PATSNAP.
003772     IF WS-PATSNAP-NOT-FOUND
003773         OPEN OUTPUT PATSNAP
003774         CLOSE PATSNAP
003775         OPEN I-O PATSNAP
003776     END-IF.
003777     IF NOT WS-PATSNAP-OK
003778         DISPLAY 'STRINGENDSWITH - PATSNAP NOT AVAILABLE - '
003779                 'STATUS ' WS-PATSNAP-STATUS
003780                 ' - PATTERN SET VERSION NOT RECORDED'
003781         MOVE 'Y' TO WS-PATSNAP-WARN-SW
003782         GO TO 1440-EXIT
003783     END-IF.
003784     MOVE 0 TO WS-SNAP-TRY-COUNT.
003785     PERFORM 1450-FIND-OR-ADD-VERSION THRU 1450-EXIT
003786             UNTIL WS-PATSET-VERSION > 0
003787             OR WS-PATSNAP-WARN-YES.
003788     CLOSE PATSNAP.
003789 1440-EXIT.
003790     EXIT.
003791*
003792*-----------------------------------------------------------*
003793* 1450-FIND-OR-ADD-VERSION - ONE ATTEMPT. ANOTHER SLICE OF   *
003794* THE SAME NIGHT CAN CLAIM THE NEXT VERSION NUMBER BETWEEN   *
003795* THIS RUN'S LOOK AND ITS WRITE; 1480 THEN LEAVES THE        *
003796* VERSION ZERO AND 1440 COMES ROUND AGAIN, THIS TIME SEEING  *
003797* (AND USUALLY REUSING) THE OTHER RUN'S VERSION.             *
003798*-----------------------------------------------------------*
003799 1450-FIND-OR-ADD-VERSION.
003800     ADD 1 TO WS-SNAP-TRY-COUNT.
003801     IF WS-SNAP-TRY-COUNT > 5
003802         DISPLAY 'STRINGENDSWITH - PATSNAP VERSION NOT '
003803                 'CLAIMED AFTER 5 TRIES - PATTERN SET '
003804                 'VERSION NOT RECORDED'
003805         MOVE 'Y' TO WS-PATSNAP-WARN-SW
003806         GO TO 1450-EXIT
003807     END-IF.
003808     PERFORM 1460-FIND-LATEST-VERSION THRU 1460-EXIT.
003809     IF WS-SNAP-LATEST > 0
003810         PERFORM 1470-COMPARE-LATEST THRU 1470-EXIT
003811         IF WS-SNAP-SAME-YES
003812             MOVE WS-SNAP-LATEST TO WS-PATSET-VERSION
003813             GO TO 1450-EXIT
003814         END-IF
003815     END-IF.
003816     PERFORM 1480-ADD-VERSION THRU 1480-EXIT.
003817 1450-EXIT.
003818     EXIT.
003819*
003820*-----------------------------------------------------------*
003821* 1460-FIND-LATEST-VERSION - START FROM THE CONTROL RECORD,  *
003822* THEN PROBE FORWARD FOR ANY HEADER WRITTEN AFTER IT - A RUN *
003823* THAT IS STILL WRITING (OR DIED WRITING) A VERSION HAS NOT  *
003824* MOVED THE CONTROL RECORD ON YET.                           *
003825*-----------------------------------------------------------*
003826 1460-FIND-LATEST-VERSION.
003827     MOVE ZEROS TO WS-SNAP-LATEST.
003828     MOVE ZEROS TO PS-VERSION.
003829     MOVE ZEROS TO PS-PAT-INDEX.
003830     READ PATSNAP
003831         INVALID KEY
003832             CONTINUE
003833         NOT INVALID KEY
003834             IF PS-LATEST-VERSION IS NUMERIC
003835                 MOVE PS-LATEST-VERSION TO WS-SNAP-LATEST
003836             END-IF
003837     END-READ.
003838     MOVE 'N' TO WS-SNAP-PROBE-SW.
003839     PERFORM 1465-PROBE-NEXT-VERSION THRU 1465-EXIT
003840             UNTIL WS-SNAP-PROBE-DONE.
003841 1460-EXIT.
003842     EXIT.
003843*
003844 1465-PROBE-NEXT-VERSION.
003845     COMPUTE PS-VERSION = WS-SNAP-LATEST + 1.
003846     MOVE ZEROS TO PS-PAT-INDEX.
003847     READ PATSNAP
003848         INVALID KEY
003849             MOVE 'Y' TO WS-SNAP-PROBE-SW
003850         NOT INVALID KEY
003851             ADD 1 TO WS-SNAP-LATEST
003852     END-READ.
003853 1465-EXIT.
003854     EXIT.
003855*
003856*-----------------------------------------------------------*
003857* 1470-COMPARE-LATEST - THE SAME VERSION ONLY WHEN THE COUNT *
003858* AGREES AND EVERY POSITION HOLDS THE SAME PATTERN WITH THE  *
003859* SAME ATTRIBUTES. A VERSION CUT SHORT BY A FAILED RUN NEVER *
003860* COMPARES EQUAL, SO IT IS NEVER REUSED.                     *
003861*-----------------------------------------------------------*
003862 1470-COMPARE-LATEST.
003863     MOVE 'N' TO WS-SNAP-SAME-SW.
003864     MOVE WS-SNAP-LATEST TO PS-VERSION.
003865     MOVE ZEROS TO PS-PAT-INDEX.
003866     READ PATSNAP
003867         INVALID KEY
003868             GO TO 1470-EXIT
003869     END-READ.
003870     IF PS-PATTERN-COUNT NOT = WS-PAT-COUNT
003871         GO TO 1470-EXIT
003872     END-IF.
003873     MOVE 'Y' TO WS-SNAP-SAME-SW.
003874     PERFORM 1475-COMPARE-ONE-PATTERN THRU 1475-EXIT
003875             VARYING WS-PAT-I FROM 1 BY 1
003876             UNTIL WS-PAT-I > WS-PAT-COUNT
003877             OR WS-SNAP-SAME-NO.
003878 1470-EXIT.
003879     EXIT.
003880*
003881 1475-COMPARE-ONE-PATTERN.
003882     MOVE WS-SNAP-LATEST TO PS-VERSION.
003883     MOVE WS-PAT-I       TO PS-PAT-INDEX.
003884     READ PATSNAP
003885         INVALID KEY
003886             MOVE 'N' TO WS-SNAP-SAME-SW
003887             GO TO 1475-EXIT
003888     END-READ.
003889     IF PS-PATTERN     NOT = WS-PAT-VALUE       (WS-PAT-I)
003890        OR PS-TYPE     NOT = WS-PAT-TYPE-SW     (WS-PAT-I)
003891        OR PS-CASE-SW  NOT = WS-PAT-CASE-SW     (WS-PAT-I)
003892        OR PS-CATEGORY NOT = WS-PAT-CATEGORY    (WS-PAT-I)
003893        OR PS-EFF-DATE NOT = WS-PAT-EFF-DATE    (WS-PAT-I)
003894        OR PS-RANK     NOT = WS-PAT-RANK        (WS-PAT-I)
003895        OR PS-CLASS-SW NOT = WS-PAT-CLASS-SW    (WS-PAT-I)
003896        OR PS-DESCRIPTION NOT = WS-PAT-DESCRIPTION (WS-PAT-I)
003897         MOVE 'N' TO WS-SNAP-SAME-SW
003898     END-IF.
003899 1475-EXIT.
003900     EXIT.
003901*
003902*-----------------------------------------------------------*
003903* 1480-ADD-VERSION - CLAIM THE NEXT VERSION BY WRITING ITS   *
003904* HEADER (A DUPLICATE KEY MEANS ANOTHER RUN GOT THERE FIRST  *
003905* - GO ROUND AGAIN), WRITE ONE PATTERN RECORD PER TABLE      *
003906* POSITION, THEN MOVE THE CONTROL RECORD ON.                 *
003907*-----------------------------------------------------------*
003908 1480-ADD-VERSION.
003909     MOVE SPACES TO PS-RECORD.
003910     COMPUTE PS-VERSION = WS-SNAP-LATEST + 1.
003911     MOVE ZEROS              TO PS-PAT-INDEX.
003912     MOVE 'H'                TO PS-REC-TYPE.
003913     MOVE WS-RUN-TIMESTAMP   TO PS-CREATED-TIMESTAMP.
003914     MOVE WS-JOB-ID          TO PS-CREATED-JOB-ID.
003915     MOVE WS-TODAY-DATE      TO PS-LOAD-DATE.
003916     MOVE WS-PAT-COUNT       TO PS-PATTERN-COUNT.
003917     WRITE PS-RECORD
003918         INVALID KEY
003919             CONTINUE
003920     END-WRITE.
003921     IF WS-PATSNAP-DUP-KEY
003922         GO TO 1480-EXIT
003923     END-IF.
003924     IF NOT WS-PATSNAP-OK
003925         PERFORM 1490-PATSNAP-WRITE-ERROR THRU 1490-EXIT
003926         GO TO 1480-EXIT
003927     END-IF.
003928     PERFORM 1485-WRITE-ONE-PATTERN THRU 1485-EXIT
003929             VARYING WS-PAT-I FROM 1 BY 1
003930             UNTIL WS-PAT-I > WS-PAT-COUNT
003931             OR WS-PATSNAP-WARN-YES.
003932     IF WS-PATSNAP-WARN-YES
003933         GO TO 1480-EXIT
003934     END-IF.
003935     COMPUTE WS-SNAP-LATEST = WS-SNAP-LATEST + 1.
003936     MOVE ZEROS TO PS-VERSION.
003937     MOVE ZEROS TO PS-PAT-INDEX.
003938     READ PATSNAP
003939         INVALID KEY
003940             CONTINUE
003941     END-READ.
003942     IF WS-PATSNAP-NOT-ON-FILE
003943         MOVE SPACES         TO PS-RECORD
003944         MOVE ZEROS          TO PS-VERSION
003945         MOVE ZEROS          TO PS-PAT-INDEX
003946         MOVE 'C'            TO PS-REC-TYPE
003947         MOVE WS-SNAP-LATEST TO PS-LATEST-VERSION
003948         WRITE PS-RECORD
003949             INVALID KEY
003950                 CONTINUE
003951         END-WRITE
003952     ELSE
003953         IF PS-LATEST-VERSION IS NOT NUMERIC
003954            OR PS-LATEST-VERSION < WS-SNAP-LATEST
003955             MOVE WS-SNAP-LATEST TO PS-LATEST-VERSION
003956             REWRITE PS-RECORD
003957                 INVALID KEY
003958                     CONTINUE
003959             END-REWRITE
003960         END-IF
003961     END-IF.
003962     MOVE WS-SNAP-LATEST TO WS-PATSET-VERSION.
003963 1480-EXIT.
003964     EXIT.
003965*
003966 1485-WRITE-ONE-PATTERN.
003967     MOVE SPACES TO PS-RECORD.
003968     MOVE WS-SNAP-LATEST     TO PS-VERSION.
003969     ADD 1                   TO PS-VERSION.
003970     MOVE WS-PAT-I           TO PS-PAT-INDEX.
003971     MOVE 'P'                TO PS-REC-TYPE.
003972     MOVE WS-PAT-VALUE       (WS-PAT-I) TO PS-PATTERN.
003973     MOVE WS-PAT-TYPE-SW     (WS-PAT-I) TO PS-TYPE.
003974     MOVE WS-PAT-CASE-SW     (WS-PAT-I) TO PS-CASE-SW.
003975     MOVE WS-PAT-CATEGORY    (WS-PAT-I) TO PS-CATEGORY.
003976     MOVE WS-PAT-EFF-DATE    (WS-PAT-I) TO PS-EFF-DATE.
003977     MOVE WS-PAT-RANK        (WS-PAT-I) TO PS-RANK.
003978     MOVE WS-PAT-CLASS-SW    (WS-PAT-I) TO PS-CLASS-SW.
003979     MOVE WS-PAT-DESCRIPTION (WS-PAT-I) TO PS-DESCRIPTION.
003980     WRITE PS-RECORD
003981         INVALID KEY
003982             CONTINUE
003983     END-WRITE.
003984     IF NOT WS-PATSNAP-OK
003985         PERFORM 1490-PATSNAP-WRITE-ERROR THRU 1490-EXIT
003986     END-IF.
003987 1485-EXIT.
003988     EXIT.
003989*
003990 1490-PATSNAP-WRITE-ERROR.
003991     DISPLAY 'STRINGENDSWITH - PATSNAP WRITE ERROR - STATUS '
003992             WS-PATSNAP-STATUS ' - PATTERN SET VERSION NOT '
003993             'RECORDED'.
003994     MOVE 'Y' TO WS-PATSNAP-WARN-SW.
003995 1490-EXIT.
003996     EXIT.
003997*
003998*-----------------------------------------------------------*
004000* 2000-PROCESS-RECORD - COMPARE ONE PAIR AND SHOW THE RESULT.*
004002* A HEADER OR TRAILER CONTROL RECORD IS NOT A TRANSACTION -   *
004004* IT GOES TO ITS OWN FEED-LEVEL HANDLER AND NEVER COUNTS      *
004062     MOVE 'N' TO WS-LENGTH-ERROR-SW.
004063     PERFORM 2050-LOAD-WORK-FIELDS THRU 2050-EXIT.
004064     IF NOT WS-LENGTH-ERROR-YES
004065         PERFORM 2200-CALL-STRMATCH THRU 2200-EXIT
004070     END-IF.
004071*
004072     EVALUATE RESULT
004404 2040-EXIT.
004407     EXIT.
004410*-----------------------------------------------------------*
004420* 2050-LOAD-WORK-FIELDS - EDIT THE CURRENT TRANSACTION'S     *
004430* STR / END-STR LENGTHS BEFORE ANY COMPARE IS ATTEMPTED.     *
004440* TR-STR-LENGTH AND TR-END-LENGTH ARE PIC 9(03) AND SO CAN    *
004450* CARRY A VALUE AS HIGH AS 999, BUT WS-STR/WS-END (STRFLDS)   *
004460* ONLY OCCUR UP TO 100 TIMES - A LENGTH ABOVE 100 IS REJECTED *
004490* THERE IS NOTHING TO COMPARE, AND A REFERENCE MODIFICATION   *
004500* LENGTH OF ZERO ON TR-STR-VALUE WOULD BE INVALID. A ZERO     *
004510* TR-END-LENGTH IS LEFT ALONE - IT IS THE SIGNAL TO LOOK THE   *
004520* END-STR UP ON THE PATTERN TABLE INSTEAD (2200).             *
004530*-----------------------------------------------------------*
004540 2050-LOAD-WORK-FIELDS.
004570     IF TR-STR-LENGTH = 0 OR TR-STR-LENGTH > 100
004580        OR TR-END-LENGTH > 100
004590         MOVE 'Y' TO WS-LENGTH-ERROR-SW
004630     ELSE
004640         MOVE TR-STR-LENGTH TO STR-LENGTH
004650         MOVE TR-END-LENGTH TO E-LENGTH
004720     END-IF.
004730 2050-EXIT.
004740     EXIT.
004750*
004860*-----------------------------------------------------------*
004870* 2100-READ-TRANFILE - READ THE NEXT TRANSACTION RECORD.     *
004872* THE FIRST DATA RECORD READ BEGINS THE RUN ON THE RUNCTL   *
004874* LEDGER (9700) - A REFUSAL THERE ENDS THE READ LOOP BEFORE *
004876* THE RECORD IS EVER CLASSIFIED.                            *
004880*-----------------------------------------------------------*
004890 2100-READ-TRANFILE.
004900     READ TRANFILE
004910         AT END
004920             MOVE 'Y' TO WS-EOF-SW
004930     END-READ.
004932     IF WS-EOF-NO AND WS-STEP-BEGUN-NO
004934        AND NOT TC-HEADER-REC AND NOT TC-TRAILER-REC
004936         PERFORM 9700-BEGIN-CYCLE-STEP THRU 9700-EXIT
004938     END-IF.
004940 2100-EXIT.
004950     EXIT.
004960*
005410     EXIT.
005420*
005430*-----------------------------------------------------------*
005440* 2200-CALL-STRMATCH - HAND THE TRANSACTION TO THE SHARED     *
005450* STRMATCH SUBPROGRAM, WHICH OWNS THE ENDS-WITH, STARTS-WITH, *
005460* MASK, CANDIDATE-LIST AND PATTERN-LOOKUP RULES. A CANDIDATE  *
005461* LIST GOES ACROSS AS IT STANDS. A SINGLE END-STR GOES ACROSS *
005462* AS A ONE-ENTRY LIST - AN END-STR LONGER THAN STR IS THEN    *
005463* THE LIST WITH NO ENTRY THAT FITS, RESULT=2, THE SAME AS     *
005464* VALIDATE-LENGTHS ALWAYS GAVE IT - BUT ITS MATCH INDEX IS NOT *
005465* KEPT, SINCE A SINGLE END-STR HAS NEVER CARRIED ONE. A ZERO  *
005466* TR-END-LENGTH SENDS NO LIST AT ALL, SO THE STRING IS LOOKED *
005467* UP ON THE PATTERN TABLE, SCOPED TO TR-CATEGORY.             *
005470*-----------------------------------------------------------*
005477 2200-CALL-STRMATCH.
005484     MOVE 'M'           TO SM-FUNCTION.
005491     MOVE TR-STR-LENGTH TO SM-STR-LENGTH.
005492     MOVE TR-STR-VALUE  TO SM-STR-VALUE.
005493     MOVE TR-MODE-SW    TO SM-MODE-SW.
005494     MOVE TR-CASE-SW    TO SM-CASE-SW.
005495     MOVE TR-CATEGORY   TO SM-CATEGORY.
005496     IF TR-CANDIDATE-COUNT > 0
005497         MOVE TR-CANDIDATE-COUNT TO SM-CANDIDATE-COUNT
005498         PERFORM 2210-PASS-ONE-CANDIDATE THRU 2210-EXIT
005499                 VARYING WS-CAND-I FROM 1 BY 1
005500                 UNTIL WS-CAND-I > 5
005505     ELSE
005512         IF TR-END-LENGTH = 0
005519             MOVE 'Y' TO WS-PATTERN-MODE-SW
005520             MOVE 0   TO SM-CANDIDATE-COUNT
005521         ELSE
005522             MOVE 1             TO SM-CANDIDATE-COUNT
005523             MOVE TR-END-LENGTH TO SM-CAND-LENGTH (1)
005524             MOVE TR-END-VALUE  TO SM-CAND-VALUE (1)
005526         END-IF
005533     END-IF.
005540     CALL 'STRMATCH' USING SM-AREA.
005547     MOVE SM-RESULT TO RESULT.
005554     IF TR-CANDIDATE-COUNT > 0 OR WS-PATTERN-MODE-YES
005561         MOVE SM-MATCH-INDEX TO WS-MATCH-INDEX
005603     END-IF.
005620 2200-EXIT.
005630     EXIT.
005640*
005650 2210-PASS-ONE-CANDIDATE.
005660     MOVE TR-CAND-LENGTH (WS-CAND-I)
005670                           TO SM-CAND-LENGTH (WS-CAND-I).
005680     MOVE TR-CAND-VALUE (WS-CAND-I)
005690                           TO SM-CAND-VALUE (WS-CAND-I).
005700 2210-EXIT.
007420     EXIT.
007421*
007422*-----------------------------------------------------------*
007872     MOVE WS-FEED-DATE      TO AUD-FEED-DATE.
007874     MOVE WS-FEED-SEQ       TO AUD-FEED-SEQ.
007876     MOVE WS-SOURCE-SYSTEM  TO AUD-SOURCE-SYSTEM.
007878     MOVE WS-PATSET-VERSION TO AUD-PATSET-VERSION.
007880     WRITE AUDIT-RECORD.
007890 7000-EXIT.
007900     EXIT.
008037     DISPLAY 'RESULT = 0 (NO MATCH)  . . ' WS-NOMATCH-COUNT.
008038     DISPLAY 'RESULT = 2 (ERROR) . . . . ' WS-ERROR-COUNT.
008039     DISPLAY 'RESULT = 3 (EXCLUDED)  . . ' WS-EXCLUDED-COUNT.
008040     DISPLAY 'PATTERN SET VERSION  . . . ' WS-PATSET-VERSION
008041             ' (' WS-PAT-COUNT ' PATTERNS)'.
008042     DISPLAY 'LAST RECORD NO. IN FILE . ' WS-REC-COUNT.
008044     IF WS-STEP-ENTRY-YES
008046         DISPLAY 'RUN-CONTROL ENTRY  . . . . ' RC-CYCLE-DATE '/'
008048                 RC-ENTRY-NO ' ATTEMPT ' RC-ATTEMPT-COUNT
008050     END-IF.
008052     IF WS-RUNCTL-MESSAGE NOT = SPACES
008054         DISPLAY 'STEP REFUSED BY RUNCTL . . ' WS-RUNCTL-MESSAGE
008056     END-IF.
008060     DISPLAY '***************************************'.
008070 8000-EXIT.
008080     EXIT.
008250     MOVE WS-NOMATCH-COUNT  TO CTLH-NOMATCH-COUNT.
008260     MOVE WS-ERROR-COUNT    TO CTLH-ERROR-COUNT.
008262     MOVE WS-EXCLUDED-COUNT TO CTLH-EXCLUDED-COUNT.
008266     MOVE WS-PATSET-VERSION TO CTLH-PATSET-VERSION.
008270     WRITE CTLH-RECORD.
008280 8050-EXIT.
008290     EXIT.
009650* HEADER/TRAILER CONTROLS, STRPATF PATTERNS WERE DROPPED     *
009655* FROM A FULL TABLE, OR THE RESULT=2 ERROR COUNT             *
009660* REACHED THE EXEC-PARM LIMIT; 4 = THE AUDITFILE BALANCE     *
009670* CHECK MISMATCHED, ANY RESULT=2 ERRORS AT ALL, OR PATSNAP   *
009680* COULD NOT RECORD THE PATTERN SET VERSION. THE CODE ONLY    *
009685* EVER RISES - A WARNING NEVER MASKS A FAILURE.              *
009690*-----------------------------------------------------------*
009700 9500-SET-FINAL-RC.
009710     IF (WS-ERROR-COUNT > 0 OR WS-BALANCE-WARN-YES
009715             OR WS-PATSNAP-WARN-YES)
009720        AND RETURN-CODE < 4
009730         MOVE 4 TO RETURN-CODE
009740     END-IF.
009840     END-IF.
009850 9500-EXIT.
009860     EXIT.
009870*
009880*-----------------------------------------------------------*
009890* 9600-COUNT-ROUTEOUT-ROWS - HOW MANY ROWS ROUTEOUT HOLDS   *
009900* RIGHT NOW. ROUTEOUT IS ONLY EVER APPENDED TO, SO THE COUNT *
009910* BEFORE THIS RUN OPENS IT AND THE COUNT AFTER IT CLOSES IT *
009920* BRACKET EVERY ROW THIS RUN WROTE - THE WINDOW ROUTDISP    *
009930* DISPATCHES FROM. A ROUTEOUT THAT DOES NOT EXIST YET HOLDS *
009940* NO ROWS.                                                  *
009950*-----------------------------------------------------------*
009960 9600-COUNT-ROUTEOUT-ROWS.
009970     MOVE 0 TO WS-ROUTE-ROW-COUNT.
009980     OPEN INPUT ROUTEOUT.
009990     IF NOT WS-ROUTEOUT-OK
010000         GO TO 9600-EXIT
010010     END-IF.
010020     PERFORM 9610-COUNT-ONE-ROUTE-ROW THRU 9610-EXIT
010030             UNTIL WS-ROUTEOUT-EOF.
010040     CLOSE ROUTEOUT.
010050 9600-EXIT.
010060     EXIT.
010070*
010080 9610-COUNT-ONE-ROUTE-ROW.
010090     READ ROUTEOUT
010100         AT END
010110             MOVE '10' TO WS-ROUTEOUT-STATUS
010120         NOT AT END
010130             ADD 1 TO WS-ROUTE-ROW-COUNT
010140     END-READ.
010150 9610-EXIT.
010160     EXIT.
010170*
010180*-----------------------------------------------------------*
010190* 9700-BEGIN-CYCLE-STEP - RECORD THIS RUN ON THE RUNCTL     *
010200* LEDGER BEFORE ITS FIRST DATA RECORD IS CLASSIFIED (CALLED *
010210* FROM 2100, SO ON A CHECKPOINT RESTART IT RUNS DURING THE  *
010220* SKIP, BEFORE ANY OUTPUT FILE IS OPENED). THE FEED MUST HAVE *
010230* PASSED TRANEDIT IN THIS CYCLE - THE LATEST TRANEDIT ENTRY *
010240* FOR IT MUST BE COMPLETE - AND THIS JOB ID MUST NOT HAVE   *
010250* COMPLETED THE SAME FEED ALREADY (A SLICE RERUN THAT WOULD *
010260* WRITE EVERY ROUTING ROW A SECOND TIME). EITHER FAILING    *
010270* REFUSES THE FEED THROUGH 2032, JUST AS A HEADER CHECK DOES. *
010280* THE STARTED ENTRY CARRIES WS-ROUTE-START-POS; A RESTART   *
010290* REUSES THE ABENDED RUN'S ENTRY AND ITS START POSITION, AND *
010300* A FRESH RUN ABANDONS ANY ENTRY THIS JOB ID LEFT STARTED.  *
010310* A LEDGER THAT CANNOT BE READ OR WRITTEN STOPS THE RUN 12. *
010320* A RECORD-RANGE SLICE WITH NO JOB ID OF ITS OWN IN THE     *
010330* PARM IS REFUSED 12 BEFORE ANY OF THIS - SLICES SHARING    *
010340* THE DEFAULT JOB ID WOULD ABANDON EACH OTHER'S ENTRIES     *
010350* AND ROUTEOUT ROWS.                                        *
010360*-----------------------------------------------------------*
010370 9700-BEGIN-CYCLE-STEP.
010380     IF WS-STEP-BEGUN-YES
010390         GO TO 9700-EXIT
010400     END-IF.
010410     MOVE 'Y' TO WS-STEP-BEGUN-SW.
010420     IF (WS-RANGE-START > 0 OR WS-RANGE-END > 0)
010430        AND WS-PARM-JOB-ID = SPACES
010440         MOVE 'RANGE SLICE NEEDS ITS OWN PARM JOB ID'
010450             TO WS-RUNCTL-MESSAGE
010460         PERFORM 9780-REFUSE-THE-STEP THRU 9780-EXIT
010470         MOVE 12 TO RETURN-CODE
010480         GO TO 9700-EXIT
010490     END-IF.
010500     PERFORM 9710-BUILD-RUNCTL-ENTRY THRU 9710-EXIT.
010510     IF WS-RUNCTL-DOWN-YES
010520         GO TO 9700-EXIT
010530     END-IF.
010540     MOVE 'TRANEDIT' TO RC-STEP-NAME.
010550     MOVE SPACES     TO RC-JOB-ID.
010560     MOVE 'Q' TO CC-FUNCTION.
010570     PERFORM 9720-CALL-CYCLCTL THRU 9720-EXIT.
010580     IF WS-RUNCTL-DOWN-YES
010590         GO TO 9700-EXIT
010600     END-IF.
010610     IF CC-RC-NOT-FOUND
010620         MOVE 'TRANEDIT HAS NOT RUN FOR THIS FEED'
010630             TO WS-RUNCTL-MESSAGE
010640         PERFORM 9780-REFUSE-THE-STEP THRU 9780-EXIT
010650         GO TO 9700-EXIT
010660     END-IF.
010670     IF NOT RC-COMPLETE
010680         MOVE 'TRANEDIT DID NOT COMPLETE FOR THIS FEED'
010690             TO WS-RUNCTL-MESSAGE
010700         PERFORM 9780-REFUSE-THE-STEP THRU 9780-EXIT
010710         GO TO 9700-EXIT
010720     END-IF.
010730     PERFORM 9710-BUILD-RUNCTL-ENTRY THRU 9710-EXIT.
010740     MOVE 'Q' TO CC-FUNCTION.
010750     PERFORM 9720-CALL-CYCLCTL THRU 9720-EXIT.
010760     IF WS-RUNCTL-DOWN-YES
010770         GO TO 9700-EXIT
010780     END-IF.
010790     IF CC-COMPLETE-COUNT > 0
010800         MOVE 'JOB ID HAS ALREADY COMPLETED THIS FEED'
010810             TO WS-RUNCTL-MESSAGE
010820         PERFORM 9780-REFUSE-THE-STEP THRU 9780-EXIT
010830         GO TO 9700-EXIT
010840     END-IF.
010850     PERFORM 9710-BUILD-RUNCTL-ENTRY THRU 9710-EXIT.
010860     IF WS-RESTART-REC-NO > 0
010870         MOVE 'Y' TO CC-RESTART-SW
010880     END-IF.
010890     MOVE 'B' TO CC-FUNCTION.
010900     PERFORM 9720-CALL-CYCLCTL THRU 9720-EXIT.
010910     IF WS-RUNCTL-DOWN-YES
010920         GO TO 9700-EXIT
010930     END-IF.
010940     IF NOT CC-RC-OK
010950         DISPLAY 'STRINGENDSWITH - RUNCTL ENTRY NOT BEGUN - '
010960                 'RETURN CODE ' CC-RETURN-CODE
010970         PERFORM 9790-RUNCTL-UNAVAILABLE THRU 9790-EXIT
010980         GO TO 9700-EXIT
010990     END-IF.
011000     MOVE 'Y' TO WS-STEP-ENTRY-SW.
011010 9700-EXIT.
011020     EXIT.
011030*
011040*-----------------------------------------------------------*
011050* 9705-SET-CYCLE-DATE - THE CYCLE THIS RUN FILES UNDER: THE *
011060* FEED DATE OFF A HEADER THAT PASSED 2030 (ON A RESTART THAT *
011070* MAY BE YESTERDAY), OTHERWISE TODAY. A RESTART OF A FEED   *
011080* WITH NO HEADER GOES BACK TO THE CYCLE ITS ABENDED RUN WAS *
011090* STARTED UNDER, FOUND ON THE LEDGER BY JOB ID.             *
011100*-----------------------------------------------------------*
011110 9705-SET-CYCLE-DATE.
011120     MOVE WS-TODAY-DATE TO WS-CYCLE-DATE.
011130     IF WS-FEED-DATE > 0
011140        AND (WS-FEED-DATE = WS-TODAY-DATE
011150             OR WS-RESTART-REC-NO > 0)
011160         MOVE WS-FEED-DATE TO WS-CYCLE-DATE
011170         GO TO 9705-EXIT
011180     END-IF.
011190     IF WS-RESTART-REC-NO = 0 OR WS-HEADER-SEEN-YES
011200         GO TO 9705-EXIT
011210     END-IF.
011220     PERFORM 9715-CLEAR-RUNCTL-ENTRY THRU 9715-EXIT.
011230     MOVE 0                TO RC-CYCLE-DATE.
011240     MOVE 'STRINGENDSWITH' TO RC-STEP-NAME.
011250     MOVE WS-JOB-ID        TO RC-JOB-ID.
011260     MOVE 'Y'              TO CC-ALL-CYCLES-SW.
011270     MOVE 'Q' TO CC-FUNCTION.
011280     PERFORM 9720-CALL-CYCLCTL THRU 9720-EXIT.
011290     IF CC-RC-OK AND RC-STARTED
011300         MOVE RC-CYCLE-DATE TO WS-CYCLE-DATE
011310     END-IF.
011320 9705-EXIT.
011330     EXIT.
011340*
011350*-----------------------------------------------------------*
011360* 9710-BUILD-RUNCTL-ENTRY - A FRESH STRINGENDSWITH ENTRY FOR *
011370* THIS RUN AND FEED, NOT YET ON THE LEDGER (ENTRY NO. ZERO). *
011380*-----------------------------------------------------------*
011390 9710-BUILD-RUNCTL-ENTRY.
011400     IF WS-CYCLE-DATE = 0
011410         PERFORM 9705-SET-CYCLE-DATE THRU 9705-EXIT
011420     END-IF.
011430     PERFORM 9715-CLEAR-RUNCTL-ENTRY THRU 9715-EXIT.
011440     MOVE WS-CYCLE-DATE      TO RC-CYCLE-DATE.
011450     MOVE 'STRINGENDSWITH'   TO RC-STEP-NAME.
011460     MOVE WS-JOB-ID          TO RC-JOB-ID.
011470     MOVE WS-SOURCE-SYSTEM   TO RC-FEED-SOURCE.
011480     MOVE WS-FEED-DATE       TO RC-FEED-DATE.
011490     MOVE WS-FEED-SEQ        TO RC-FEED-SEQ.
011500     MOVE WS-ROUTE-START-POS TO RC-ROUTE-START-POS.
011510     MOVE WS-RANGE-START     TO RC-RANGE-START.
011520     MOVE WS-RANGE-END       TO RC-RANGE-END.
011530 9710-EXIT.
011540     EXIT.
011550*
011560 9715-CLEAR-RUNCTL-ENTRY.
011570     MOVE SPACES TO RC-RECORD.
011580     MOVE 0      TO RC-ENTRY-NO.
011590     MOVE 0      TO RC-STEP-RC.
011600     MOVE 0      TO RC-ATTEMPT-COUNT.
011610     MOVE 0      TO RC-FEED-DATE.
011620     MOVE 0      TO RC-FEED-SEQ.
011630     MOVE ZEROS  TO RC-COUNTS.
011640     MOVE 0      TO RC-ROUTE-START-POS.
011650     MOVE 0      TO RC-ROUTE-END-POS.
011660     MOVE 0      TO RC-RANGE-START.
011670     MOVE 0      TO RC-RANGE-END.
011680     MOVE 'N'    TO RC-DISPATCH-SW.
011690     MOVE 0      TO RC-DISPATCH-CYCLE.
011700     MOVE 0      TO RC-DISPATCH-ENTRY.
011710     MOVE 'N'    TO CC-RESTART-SW.
011720     MOVE 'N'    TO CC-ALL-CYCLES-SW.
011730 9715-EXIT.
011740     EXIT.
011750*
011760*-----------------------------------------------------------*
011770* 9720-CALL-CYCLCTL - PASS RC-RECORD TO CYCLCTL FOR THE     *
011780* FUNCTION IN CC-FUNCTION AND TAKE BACK THE ENTRY IT RETURNS. *
011790*-----------------------------------------------------------*
011800 9720-CALL-CYCLCTL.
011810     MOVE RC-RECORD TO CC-ENTRY.
011820     CALL 'CYCLCTL' USING CC-AREA.
011830     MOVE CC-ENTRY TO RC-RECORD.
011840     IF CC-RC-UNAVAILABLE
011850         PERFORM 9790-RUNCTL-UNAVAILABLE THRU 9790-EXIT
011860     END-IF.
011870 9720-EXIT.
011880     EXIT.
011890*
011900*-----------------------------------------------------------*
011910* 9780-REFUSE-THE-STEP - THE LEDGER SAYS THIS FEED MUST NOT *
011920* RUN NOW. 2032 STOPS THE RUN AND KEEPS ANY CHECKPOINT; 9800 *
011930* FILES THE REFUSAL, WITH WS-RUNCTL-MESSAGE, AS A NEW ENTRY. *
011940*-----------------------------------------------------------*
011950 9780-REFUSE-THE-STEP.
011960     DISPLAY 'STRINGENDSWITH - STEP REFUSED - '
011970             WS-RUNCTL-MESSAGE.
011980     PERFORM 2032-REFUSE-THE-FEED THRU 2032-EXIT.
011990 9780-EXIT.
012000     EXIT.
012010*
012020 9790-RUNCTL-UNAVAILABLE.
012030     IF WS-RUNCTL-DOWN-NO
012040         DISPLAY 'STRINGENDSWITH - RUNCTL LEDGER UNAVAILABLE - '
012050                 'STATUS ' CC-RUNCTL-STATUS
012060     END-IF.
012070     MOVE 12  TO RETURN-CODE.
012080     MOVE 'Y' TO WS-RUNCTL-DOWN-SW.
012090     PERFORM 2032-REFUSE-THE-FEED THRU 2032-EXIT.
012100 9790-EXIT.
012110     EXIT.
012120*
012130*-----------------------------------------------------------*
012140* 9800-END-CYCLE-STEP - FILE HOW THE RUN ENDED ON THE LEDGER: *
012150* REFUSED (ANY 2032 REFUSAL), FAILED (CONDITION CODE 8 OR   *
012160* MORE) OR COMPLETE, WITH THE COUNTS AND THE ROUTEOUT ROW   *
012170* COUNT NOW THAT ROUTEOUT IS CLOSED - THE END OF THIS RUN'S *
012180* WINDOW. A RUN THAT STOPPED BEFORE 9700 BEGAN IT IS FILED AS *
012190* A NEW ENTRY. IF THE LEDGER CANNOT BE UPDATED ROUTDISP WILL *
012200* NEVER DISPATCH THIS RUN'S ROWS, SO THE RUN ENDS 12 TO SAY *
012210* SO.                                                       *
012220*-----------------------------------------------------------*
012230 9800-END-CYCLE-STEP.
012240     IF WS-RUNCTL-DOWN-YES
012250         GO TO 9800-EXIT
012260     END-IF.
012270     IF WS-STEP-ENTRY-NO
012280         PERFORM 9710-BUILD-RUNCTL-ENTRY THRU 9710-EXIT
012290     END-IF.
012300     EVALUATE TRUE
012310         WHEN WS-FEED-REFUSED-YES
012320             MOVE 'R' TO RC-RUN-STATUS
012330         WHEN RETURN-CODE >= 8
012340             MOVE 'F' TO RC-RUN-STATUS
012350         WHEN OTHER
012360             MOVE 'C' TO RC-RUN-STATUS
012370     END-EVALUATE.
012380     EVALUATE TRUE
012390         WHEN WS-RUNCTL-MESSAGE NOT = SPACES
012400             MOVE WS-RUNCTL-MESSAGE TO RC-MESSAGE
012410         WHEN WS-FEED-REFUSED-YES
012420             MOVE 'FEED REFUSED BY THE HEADER CHECKS'
012430                 TO RC-MESSAGE
012440         WHEN RETURN-CODE >= 12
012450             MOVE 'FILE OPEN FAILURE' TO RC-MESSAGE
012460         WHEN WS-FEED-ERROR-YES
012470             MOVE 'FEED FAILED ITS HEADER/TRAILER CONTROLS'
012480                 TO RC-MESSAGE
012490         WHEN WS-PAT-DROP-COUNT > 0
012500             MOVE 'STRPATF PATTERNS DROPPED - TABLE FULL'
012510                 TO RC-MESSAGE
012520         WHEN RETURN-CODE >= 8
012530             MOVE 'RESULT=2 ERRORS REACHED THE PARM LIMIT'
012540                 TO RC-MESSAGE
012550     END-EVALUATE.
012560     MOVE RETURN-CODE      TO RC-STEP-RC.
012570     MOVE WS-RUN-REC-COUNT TO RC-READ-COUNT.
012580     MOVE WS-RUN-REC-COUNT TO RC-WRITTEN-COUNT.
012590     MOVE WS-ERROR-COUNT   TO RC-ERROR-COUNT.
012600     PERFORM 9600-COUNT-ROUTEOUT-ROWS THRU 9600-EXIT.
012610     MOVE WS-ROUTE-ROW-COUNT TO RC-ROUTE-END-POS.
012620     MOVE 'E' TO CC-FUNCTION.
012630     MOVE RC-RECORD TO CC-ENTRY.
012640     CALL 'CYCLCTL' USING CC-AREA.
012650     IF NOT CC-RC-OK
012660         DISPLAY 'STRINGENDSWITH - RUNCTL LEDGER NOT UPDATED - '
012670                 'STATUS ' CC-RUNCTL-STATUS
012680         MOVE 12 TO RETURN-CODE
012690         DISPLAY 'STRINGENDSWITH - ENDING WITH CONDITION '
012700                 'CODE ' RETURN-CODE
012710         GO TO 9800-EXIT
012720     END-IF.
012730     MOVE CC-ENTRY TO RC-RECORD.
012740     DISPLAY 'STRINGENDSWITH - RUNCTL ENTRY ' RC-CYCLE-DATE '/'
012750             RC-ENTRY-NO ' STATUS ' RC-RUN-STATUS
012760             ' ROUTEOUT ROWS ' RC-ROUTE-START-POS '-'
012770             RC-ROUTE-END-POS.
012780 9800-EXIT.
012790     EXIT.
