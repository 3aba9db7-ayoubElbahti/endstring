000254*                CONDITION CODE 4 - THIS REPORT IS BLIND TO      *
000255*                DROPPED ENTRIES, SO SAY SO INSTEAD OF SHOWING   *
000256*                A QUIETLY SHORT LIST.                           *
000257* 2026-10-15 DS  AUDIT-RECORD IS NOW 276 BYTES - IT CARRIES THE *
000258*                PATTERN SET VERSION. A WIN IS NOW RESOLVED     *
000259*                THROUGH PATSNAP TO THE PATTERN THAT ACTUALLY   *
000260*                WON AND CREDITED TO THAT PATTERN BY NAME, SO   *
000261*                ADDS AND DELETES SINCE THE RUN NO LONGER SHIFT *
000262*                WINS ONTO THE WRONG ENTRY. ONLY RECORDS WRITTEN*
000263*                BEFORE VERSIONS WERE STAMPED STILL FALL BACK   *
000264*                TO THE OLD POSITION MAPPING, AND ARE COUNTED   *
000265*                SEPARATELY ON THE REPORT.                      *
000266*-----------------------------------------------------------*
000267*-----------------------------------------------------------*
000270* PATUTIL - STRPATF PATTERN UTILIZATION REPORT.              *
000280*                                                             *
000290* LOADS STRPATF IN THE SAME KEY-SEQUENCE ORDER STRINGENDSWITH *
000388* OVERSTATE EXPOSURE FOR SCOPED WORKLOADS, THE SAME WAY THE    *
000389* POSITION MAPPING BELOW IS A CAVEAT RATHER THAN AN EXACT FIT. *
000391*                                                             *
000392* A WIN IS RESOLVED THROUGH PATSNAP - AUD-PATSET-VERSION AND *
000400* AUD-MATCH-INDEX NAME THE EXACT PATTERN THAT WON THAT NIGHT - *
000410* AND CREDITED TO THE CURRENT ENTRY WITH THE SAME PATTERN      *
000420* TEXT. A WIN BY A PATTERN SINCE DELETED FROM STRPATF IS       *
000430* COUNTED ON ITS OWN LINE. A RECORD WRITTEN BEFORE VERSIONS    *
000440* WERE STAMPED CAN ONLY BE MAPPED BY TABLE POSITION, WHICH AN  *
000450* ADD OR DELETE SINCE THE RUN CAN SHIFT; THOSE WINS ARE ALSO   *
000453* COUNTED ON THEIR OWN LINE SO THE REPORT SAYS HOW MUCH OF IT  *
000456* IS APPROXIMATE. AUDITFILE ITSELF IS NOT DATE-FILTERED HERE - *
000460* THE AUDARCH UTILITY CUTS IT ON A DATE BOUNDARY BETWEEN        *
000470* REPORTING PERIODS.                                            *
000480*-----------------------------------------------------------*
000600     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS WS-AUDITFILE-STATUS.
000621     SELECT PATSNAP   ASSIGN TO "PATSNAP"
000622            ORGANIZATION IS INDEXED
000623            ACCESS MODE IS RANDOM
000624            RECORD KEY IS PS-KEY
000625            FILE STATUS IS WS-PATSNAP-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000730* PULLING IT OUT FOR A SINGLE READER.                          *
000740*-----------------------------------------------------------*
000750 FD  AUDITFILE
000760     RECORD CONTAINS 276 CHARACTERS.
000770 01  AUDIT-RECORD.
000780     05  AUD-JOB-ID              PIC X(08).
000790     05  AUD-TIMESTAMP           PIC X(21).
000870     05  AUD-CANDIDATE-COUNT     PIC 9(02).
000872     05  AUD-FEED-DATE           PIC 9(08).
000874     05  AUD-FEED-SEQ            PIC 9(05).
000875     05  AUD-SOURCE-SYSTEM       PIC X(08).
000876     05  AUD-PATSET-VERSION      PIC 9(07).
000877*
000878 FD  PATSNAP.
000879     COPY PSFLDS.
000880*
000890 WORKING-STORAGE SECTION.
000900 01  WS-SWITCHES.
000920         88  WS-STRPATF-EOF-YES             VALUE 'Y'.
000930     05  WS-AUDITFILE-EOF-SW     PIC X(01) VALUE 'N'.
000940         88  WS-AUDITFILE-EOF-YES           VALUE 'Y'.
000941     05  WS-PATSNAP-OPEN-SW      PIC X(01) VALUE 'N'.
000942         88  WS-PATSNAP-OPEN-YES            VALUE 'Y'.
000943         88  WS-PATSNAP-OPEN-NO             VALUE 'N'.
000944     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000945         88  WS-FOUND-YES                   VALUE 'Y'.
000946         88  WS-FOUND-NO                    VALUE 'N'.
000950*
000960 01  WS-FILE-STATUSES.
000970     05  WS-STRPATF-STATUS       PIC X(02) VALUE SPACES.
001000     05  WS-AUDITFILE-STATUS     PIC X(02) VALUE SPACES.
001010         88  WS-AUDITFILE-OK                VALUE '00'.
001020         88  WS-AUDITFILE-EOF                VALUE '10'.
001023     05  WS-PATSNAP-STATUS       PIC X(02) VALUE SPACES.
001026         88  WS-PATSNAP-OK                  VALUE '00'.
001030*
001040*-----------------------------------------------------------*
001050* WS-PATTERN-TABLE - ONE ENTRY PER ELIGIBLE STRPATF PATTERN,  *
001175 77  WS-PAT-DROP-COUNT           PIC 9(04) COMP VALUE 0.
001180 77  WS-TOTAL-WINS               PIC 9(07) COMP VALUE 0.
001190 77  WS-TOTAL-LOOKUPS            PIC 9(07) COMP VALUE 0.
001192 77  WS-POSITION-WINS            PIC 9(07) COMP VALUE 0.
001194 77  WS-DELETED-WINS             PIC 9(07) COMP VALUE 0.
001196 77  WS-UNRESOLVED-WINS          PIC 9(07) COMP VALUE 0.
001200*
001210 PROCEDURE DIVISION.
001220*-----------------------------------------------------------*
001672     EXIT.
001673*
001676*-----------------------------------------------------------*
001680* 2000-SCORE-AUDITFILE - READ AUDITFILE AND CREDIT EVERY      *
001690* UNAMBIGUOUS PATTERN-LOOKUP WIN. A VERSIONED WIN IS RESOLVED *
001700* THROUGH PATSNAP TO THE PATTERN TEXT THAT WON AND CREDITED   *
001701* TO THE TABLE ENTRY HOLDING THAT TEXT (2030/2040); AN        *
001702* UNVERSIONED WIN FALLS BACK TO THE TABLE POSITION NAMED BY   *
001703* AUD-MATCH-INDEX.                                            *
001710*-----------------------------------------------------------*
001720 2000-SCORE-AUDITFILE.
001721     OPEN INPUT PATSNAP.
001722     IF WS-PATSNAP-OK
001723         MOVE 'Y' TO WS-PATSNAP-OPEN-SW
001724     ELSE
001725         DISPLAY 'PATUTIL - PATSNAP NOT AVAILABLE - STATUS '
001726                 WS-PATSNAP-STATUS ' - VERSIONED WINS CANNOT '
001727                 'BE RESOLVED'
001728     END-IF.
001730     OPEN INPUT AUDITFILE.
001740     IF WS-AUDITFILE-OK
001750         PERFORM 2010-SCORE-ONE-RECORD THRU 2010-EXIT
001780     ELSE
001790         DISPLAY 'PATUTIL - AUDITFILE NOT AVAILABLE - STATUS '
001800                 WS-AUDITFILE-STATUS
001802     END-IF.
001804     IF WS-PATSNAP-OPEN-YES
001806         CLOSE PATSNAP
001810     END-IF.
001820 2000-EXIT.
001830     EXIT.
001910         IF AUD-CANDIDATE-COUNT = 0 AND AUD-MATCH-INDEX > 0
001920             ADD 1 TO WS-TOTAL-LOOKUPS
001930             ADD 1 TO WS-TOTAL-WINS
001940             PERFORM 2030-CREDIT-ONE-WIN THRU 2030-EXIT
001962             PERFORM 2020-CREDIT-ONE-TRIED THRU 2020-EXIT
001964                     VARYING WS-PAT-I FROM 1 BY 1
001966                     UNTIL WS-PAT-I > WS-PAT-COUNT
002059 2020-EXIT.
002060     EXIT.
002061*
002062*-----------------------------------------------------------*
002063* 2030-CREDIT-ONE-WIN - A VERSIONED WIN IS READ BACK FROM    *
002064* PATSNAP AND CREDITED BY PATTERN TEXT. AN UNVERSIONED WIN   *
002065* FALLS BACK TO THE CURRENT TABLE POSITION, AS BEFORE.       *
002066*-----------------------------------------------------------*
002067 2030-CREDIT-ONE-WIN.
002068     IF AUD-PATSET-VERSION IS NOT NUMERIC
002069        OR AUD-PATSET-VERSION = ZEROS
002070         ADD 1 TO WS-POSITION-WINS
002071         IF AUD-MATCH-INDEX <= WS-PAT-COUNT
002072             ADD 1 TO WS-PAT-WON-COUNT (AUD-MATCH-INDEX)
002073         END-IF
002074         GO TO 2030-EXIT
002075     END-IF.
002076     IF WS-PATSNAP-OPEN-NO
002077         ADD 1 TO WS-UNRESOLVED-WINS
002078         GO TO 2030-EXIT
002079     END-IF.
002080     MOVE AUD-PATSET-VERSION TO PS-VERSION.
002081     MOVE AUD-MATCH-INDEX    TO PS-PAT-INDEX.
002082     READ PATSNAP
002083         INVALID KEY
002084             ADD 1 TO WS-UNRESOLVED-WINS
002085             GO TO 2030-EXIT
002086     END-READ.
002087     MOVE 'N' TO WS-FOUND-SW.
002088     PERFORM 2040-MATCH-ONE-ENTRY THRU 2040-EXIT
002089             VARYING WS-PAT-I FROM 1 BY 1
002090             UNTIL WS-PAT-I > WS-PAT-COUNT
002091             OR WS-FOUND-YES.
002092     IF WS-FOUND-NO
002093         ADD 1 TO WS-DELETED-WINS
002094     END-IF.
002095 2030-EXIT.
002096     EXIT.
002097*
002098 2040-MATCH-ONE-ENTRY.
002099     IF WS-PAT-KEY-TEXT (WS-PAT-I) = PS-PATTERN
002100         ADD 1 TO WS-PAT-WON-COUNT (WS-PAT-I)
002101         MOVE 'Y' TO WS-FOUND-SW
002102     END-IF.
002103 2040-EXIT.
002104     EXIT.
002105*
002106*-----------------------------------------------------------*
002107* 8000-UTILIZATION-REPORT - ONE LINE PER ELIGIBLE PATTERN,    *
002108* FLAGGING ANY PATTERN WITH NO WINS AS A CANDIDATE FOR        *
002109* REMOVAL, FOLLOWED BY THE RUN TOTALS.                        *
002110*-----------------------------------------------------------*
002120 8000-UTILIZATION-REPORT.
002130     DISPLAY ' '.
002200     DISPLAY '***************************************'.
002210     DISPLAY 'TOTAL PATTERN-LOOKUP RECORDS . ' WS-TOTAL-LOOKUPS.
002220     DISPLAY 'TOTAL PATTERN-LOOKUP WINS  . . ' WS-TOTAL-WINS.
002222     DISPLAY '  WON BY PATTERNS SINCE DELETED ' WS-DELETED-WINS.
002224     DISPLAY '  UNVERSIONED - BY POSITION  . ' WS-POSITION-WINS.
002226     DISPLAY '  VERSIONED - NOT RESOLVED . . ' WS-UNRESOLVED-WINS.
002230     DISPLAY '***************************************'.
002240 8000-EXIT.
002250     EXIT.
