001480*                TR-STR-LENGTH. THE HEADER IDENTIFIES THE FEED  *
001490*                (DATE, SEQUENCE, SOURCE SYSTEM); THE TRAILER   *
001495*                CARRIES THE DATA-RECORD COUNT.                 *
001496* 2026-10-15 DS  ADDED TR-RESUBMIT-INFO (28 BYTES, RECORD NOW    *
001497*                761): THE ORIGINAL SOURCE, FEED DATE, SEQUENCE  *
001498*                AND RECORD NUMBER OF A REJECT REJREPR RESENT.   *
001499*                SPACES ON AN ORDINARY UPSTREAM RECORD.          *
001500*-----------------------------------------------------------*
001600 01  TRAN-RECORD.
001700     05  TR-STR-LENGTH           PIC 9(03).
002500         10  TR-CAND-LENGTH      PIC 9(03).
002600         10  TR-CAND-VALUE       PIC X(100).
002700     05  TR-CATEGORY             PIC X(08).
002710     05  TR-RESUBMIT-INFO.
002720         10  TR-ORIG-SOURCE      PIC X(08).
002730         10  TR-ORIG-FEED-DATE   PIC 9(08).
002740         10  TR-ORIG-FEED-SEQ    PIC 9(05).
002750         10  TR-ORIG-REC-NO      PIC 9(07).
002800 01  TRAN-CONTROL-RECORD.
002900     05  TC-REC-ID               PIC X(03).
003000         88  TC-HEADER-REC               VALUE 'HDR'.
003600     05  TC-TRAILER-FIELDS       REDEFINES TC-HEADER-FIELDS.
003700         10  TC-REC-COUNT        PIC 9(07).
003800         10  FILLER              PIC X(14).
003900     05  FILLER                  PIC X(737).
