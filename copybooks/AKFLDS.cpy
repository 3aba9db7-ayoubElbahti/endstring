000100*-----------------------------------------------------------*
000200* AKFLDS - DELIVERY ACKNOWLEDGMENT RECORD LAYOUT (DESTACK1-   *
000300* DESTACK5).                                                  *
000400*                                                             *
000500* THE FILE EACH RECEIVING TEAM RETURNS FOR THE DESTOUT FILE IT*
000600* TAKES IN - DESTACK1 FOR DESTOUT1, AND SO ON - WITH ONE      *
000700* RECORD PER ROW IT LOADED OR REFUSED, NAMED BY THE RT-JOB-ID *
000800* AND RT-REC-NO THE ROW CARRIED. AK-ACK-DATE IS THE DATE THE  *
000900* DESTINATION PROCESSED THE ROW (YYYYMMDD); ACKRECON NEVER    *
001000* MATCHES AN ACKNOWLEDGMENT TO A ROW SENT AFTER THAT DATE.    *
001100* AK-REASON IS THE DESTINATION'S OWN TEXT, NORMALLY ONLY GIVEN*
001200* WITH A REJECTION.                                           *
001300*   AK-STATUS      A - ACCEPTED (LOADED)                      *
001400*                  R - REJECTED                               *
001500*-----------------------------------------------------------*
001600* MODIFICATION HISTORY                                        *
001700*-----------------------------------------------------------*
001800* 2026-10-15 DS  ORIGINAL.                                    *
001900*-----------------------------------------------------------*
002000 01  AK-RECORD.
002100     05  AK-JOB-ID               PIC X(08).
002200     05  AK-REC-NO               PIC 9(07).
002300     05  AK-REC-NO-X             REDEFINES AK-REC-NO
002400                                 PIC X(07).
002500     05  AK-STATUS               PIC X(01).
002600         88  AK-ACCEPTED                 VALUE 'A'.
002700         88  AK-REJECTED                 VALUE 'R'.
002800         88  AK-STATUS-VALID             VALUES 'A' 'R'.
002900     05  AK-ACK-DATE             PIC 9(08).
003000     05  AK-ACK-DATE-X           REDEFINES AK-ACK-DATE
003100                                 PIC X(08).
003200     05  AK-REASON               PIC X(40).
003300     05  FILLER                  PIC X(16).
