001100* MODIFICATION HISTORY                                       *
001200*-----------------------------------------------------------*
001300* 2026-09-02 DS  ORIGINAL.                                   *
001310* 2026-10-15 DS  FEEDEXC NOW READS IT AGAINST THE FEEDCAL     *
001320*                CALENDAR FOR MISSING, LATE AND GAPPED FEEDS. *
001400*-----------------------------------------------------------*
001500 01  FL-RECORD.
001600     05  FL-SOURCE-SYSTEM        PIC X(08).
