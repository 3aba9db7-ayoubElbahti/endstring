000100*-----------------------------------------------------------*
000200* RMFLDS - SHARED REJECT-MASTER (REJMAST) RECORD LAYOUT.    *
000300*                                                             *
000400* ONE RECORD PER REJECTED TRANFILE DATA RECORD, KEYED ON THE *
000500* FEED IT FIRST ARRIVED IN (SOURCE, FEED DATE, SEQUENCE) AND *
000600* ITS DATA-RECORD NUMBER IN THAT FEED. A RECORD THAT FAILED  *
000700* SEVERAL EDIT CHECKS IS STILL ONE REJECT - RM-REASON-CODE   *
000800* IS THE FIRST CHECK IT FAILED, RM-REASON-FLAG (1:8) MARKS   *
000900* EVERY REASON CODE 01-08 IT FAILED. MAINTAINED BY REJREPR,  *
001000* READ BY REJAGE FOR THE AGING REPORT. A FEED WITH NO HEADER *
001100* HAS NO FEED DATE - ITS REJECTS ARE KEYED ON THE DATE THEY  *
001200* WERE REJECTED INSTEAD.                                     *
001300*-----------------------------------------------------------*
001400* MODIFICATION HISTORY                                       *
001500*-----------------------------------------------------------*
001600* 2026-10-15 DS  ORIGINAL.                                   *
001700*-----------------------------------------------------------*
001800 01  RM-RECORD.
001900     05  RM-KEY.
002000         10  RM-SOURCE           PIC X(08).
002100         10  RM-FEED-DATE        PIC 9(08).
002200         10  RM-FEED-SEQ         PIC 9(05).
002300         10  RM-REC-NO           PIC 9(07).
002400     05  RM-STATUS               PIC X(01).
002500         88  RM-STATUS-OPEN              VALUE 'O'.
002600         88  RM-STATUS-RESUBMITTED       VALUE 'S'.
002700         88  RM-STATUS-VOIDED            VALUE 'V'.
002800     05  RM-REASON-CODE          PIC X(02).
002900     05  RM-REASON-TEXT          PIC X(40).
003000     05  RM-REASON-FLAGS.
003100         10  RM-REASON-FLAG      PIC X(01) OCCURS 8 TIMES.
003200     05  RM-FIRST-REJECT-DATE    PIC 9(08).
003300     05  RM-LAST-REJECT-DATE     PIC 9(08).
003400     05  RM-REJECT-COUNT         PIC 9(03).
003500     05  RM-RESUBMIT-COUNT       PIC 9(03).
003600     05  RM-RESUB-FEED-DATE      PIC 9(08).
003700     05  RM-RESUB-FEED-SEQ       PIC 9(05).
003800     05  RM-RESUB-REC-NO         PIC 9(07).
003900     05  RM-CLOSED-BY            PIC X(08).
004000     05  RM-CLOSED-DATE          PIC 9(08).
004100     05  RM-NOTE                 PIC X(40).
004200     05  RM-TRAN-IMAGE           PIC X(761).
