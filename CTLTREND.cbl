000230*                DRIFT IN MATCH/NOMATCH/ERROR COUNTS OVER TIME  *
000240*                STANDS OUT. COMPANION TO CTLRECON, WHICH SUMS  *
000250*                THE SAME FILE INTO ONE RECONCILED TOTAL.       *
000252* 2026-10-15 DS  CTLH-RECORD IS NOW 85 BYTES - IT CARRIES THE   *
000254*                PATTERN SET VERSION. LAYOUT CARRIED ALONG HERE,*
000256*                NOT OTHERWISE USED BY THIS REPORT.             *
000260*-----------------------------------------------------------*
000270*-----------------------------------------------------------*
000280* CTLTREND - CONTROL-REPORT TREND REPORT.                    *
000540* CTLRECON.                                                    *
000550*-----------------------------------------------------------*
000560 FD  CTLHIST
000570     RECORD CONTAINS 85 CHARACTERS.
000580 01  CTLH-RECORD.
000590     05  CTLH-JOB-ID             PIC X(08).
000600     05  CTLH-TIMESTAMP          PIC X(21).
000650     05  CTLH-NOMATCH-COUNT      PIC 9(07).
000660     05  CTLH-ERROR-COUNT        PIC 9(07).
000662     05  CTLH-EXCLUDED-COUNT     PIC 9(07).
000666     05  CTLH-PATSET-VERSION     PIC 9(07).
000670*
000680 WORKING-STORAGE SECTION.
000690 01  WS-SWITCHES.
