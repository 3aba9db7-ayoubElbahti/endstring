000100*-----------------------------------------------------------*
000200* REJFLDS - SHARED REJFILE RECORD LAYOUT.                   *
000300*                                                             *
000400* ONE RECORD PER EDIT CHECK A TRANFILE DATA RECORD FAILED IN *
000500* TRANEDIT - A RECORD THAT FAILS TWO CHECKS SHOWS UP TWICE.  *
000600* WRITTEN BY TRANEDIT, READ BY REJREPR TO LOAD THE NIGHT'S   *
000700* REJECTS ONTO THE OPEN-REJECT MASTER (REJMAST).             *
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 DS  PULLED OUT OF TRANEDIT SO REJREPR CAN SHARE *
001200*                THE LAYOUT. THE ORIGINAL 157 BYTES ARE      *
001300*                UNCHANGED; ADDED THE FEED IDENTITY, THE     *
001400*                DATA-RECORD NUMBER (THE SAME NUMBERING      *
001500*                STRINGENDSWITH AUDITS UNDER), THE REJECT    *
001600*                DATE, AND THE WHOLE 761-BYTE TRAN-RECORD SO *
001700*                THE RECORD CAN BE REPAIRED AND RESUBMITTED. *
001800*                RECORD NOW 954 BYTES.                       *
001900*-----------------------------------------------------------*
002000 01  REJ-RECORD.
002100     05  REJ-REC-NO              PIC 9(07).
002200     05  REJ-REASON-CODE         PIC X(02).
002300         88  REJ-STR-LENGTH-BAD          VALUE '01'.
002400         88  REJ-END-LENGTH-BAD          VALUE '02'.
002500         88  REJ-CASE-SW-BAD             VALUE '03'.
002600         88  REJ-MODE-SW-BAD             VALUE '04'.
002700         88  REJ-CANDIDATE-COUNT-BAD     VALUE '05'.
002800         88  REJ-CANDIDATE-LENGTH-BAD    VALUE '06'.
002900         88  REJ-FIELD-NOT-NUMERIC       VALUE '07'.
003000         88  REJ-MASK-BAD                VALUE '08'.
003100     05  REJ-REASON-TEXT         PIC X(40).
003200     05  REJ-TRAN-RECORD         PIC X(108).
003300     05  REJ-FEED-SOURCE         PIC X(08).
003400     05  REJ-FEED-DATE           PIC 9(08).
003500     05  REJ-FEED-SEQ            PIC 9(05).
003600     05  REJ-DATA-REC-NO         PIC 9(07).
003700     05  REJ-REJECT-DATE         PIC 9(08).
003800     05  REJ-FULL-RECORD         PIC X(761).
