000100*-----------------------------------------------------------*
000200* FCFLDS - SHARED EXPECTED-FEED CALENDAR (FEEDCAL) LAYOUT.  *
000300*                                                             *
000400* ONE RECORD PER TC-SOURCE-SYSTEM THAT IS EXPECTED TO SEND A *
000500* TRANFILE FEED, KEYED ON THE SOURCE SYSTEM. FC-DUE-DAY (1:7)*
000600* IS 'Y' FOR EACH WEEKDAY THE FEED IS DUE, MONDAY FIRST.     *
000700* FC-CUTOFF-TIME (HHMM) IS THE LATEST TIME ON THE FEED DATE  *
000800* THE FEED MAY FINISH PROCESSING (ITS FEEDLOG TIMESTAMP) AND *
000900* STILL COUNT AS ON TIME. A SOURCE SET INACTIVE ('N') STAYS  *
001000* ON FILE BUT IS NOT EXPECTED. A SITE-CONTROLLED REFERENCE   *
001100* FILE THE SAME WAY RTRULEF IS. READ BY FEEDEXC.             *
001200*-----------------------------------------------------------*
001300* MODIFICATION HISTORY                                       *
001400*-----------------------------------------------------------*
001500* 2026-10-15 DS  ORIGINAL.                                   *
001600*-----------------------------------------------------------*
001700 01  FC-RECORD.
001800     05  FC-KEY.
001900         10  FC-SOURCE-SYSTEM    PIC X(08).
002000     05  FC-DUE-DAYS.
002100         10  FC-DUE-DAY          PIC X(01) OCCURS 7 TIMES.
002200     05  FC-CUTOFF-TIME          PIC 9(04).
002300     05  FC-ACTIVE-SW            PIC X(01).
002400         88  FC-ACTIVE                   VALUE 'Y'.
002500         88  FC-INACTIVE                 VALUE 'N'.
002600     05  FC-DESCRIPTION          PIC X(30).
