000100*-----------------------------------------------------------*
000200* PSFLDS - SHARED PATTERN-SET SNAPSHOT (PATSNAP) LAYOUT.    *
000300*                                                             *
000400* PATSNAP KEEPS EVERY VERSION OF THE PATTERN TABLE THAT      *
000500* STRINGENDSWITH HAS EVER LOADED, KEYED ON THE VERSION AND   *
000600* THE TABLE POSITION - THE SAME POSITION AUD-MATCH-INDEX /   *
000700* RT-MATCH-INDEX RECORD. THREE RECORD TYPES SHARE THE KEY:   *
000800*   'C' CONTROL - KEY 0000000/000, THE LATEST VERSION ISSUED.*
000900*   'H' HEADER  - KEY VVVVVVV/000, WHEN AND BY WHICH RUN THE *
001000*                 VERSION WAS FIRST LOADED, AND ITS PATTERN  *
001100*                 COUNT.                                      *
001200*   'P' PATTERN - KEY VVVVVVV/NNN, THE STRPATF RECORD THAT    *
001300*                 SAT AT TABLE POSITION NNN IN THAT VERSION.  *
001400* A RUN WHOSE LOADED TABLE IS IDENTICAL TO THE LATEST VERSION *
001500* REUSES IT; ANY DIFFERENCE ISSUES A NEW ONE. VERSIONS ARE    *
001600* NEVER CHANGED OR DELETED ONCE WRITTEN.                      *
001700*-----------------------------------------------------------*
001800* MODIFICATION HISTORY                                       *
001900*-----------------------------------------------------------*
002000* 2026-10-15 DS  ORIGINAL.                                   *
002100*-----------------------------------------------------------*
002200 01  PS-RECORD.
002300     05  PS-KEY.
002400         10  PS-VERSION          PIC 9(07).
002500         10  PS-PAT-INDEX        PIC 9(03).
002600     05  PS-REC-TYPE             PIC X(01).
002700         88  PS-CONTROL-REC              VALUE 'C'.
002800         88  PS-HEADER-REC               VALUE 'H'.
002900         88  PS-PATTERN-REC              VALUE 'P'.
003000     05  PS-DATA                 PIC X(106).
003100     05  PS-CONTROL-DATA         REDEFINES PS-DATA.
003200         10  PS-LATEST-VERSION   PIC 9(07).
003300         10  FILLER              PIC X(99).
003400     05  PS-HEADER-DATA          REDEFINES PS-DATA.
003500         10  PS-CREATED-TIMESTAMP PIC X(21).
003600         10  PS-CREATED-JOB-ID   PIC X(08).
003700         10  PS-LOAD-DATE        PIC 9(08).
003800         10  PS-PATTERN-COUNT    PIC 9(04).
003900         10  FILLER              PIC X(65).
004000     05  PS-PATTERN-DATA         REDEFINES PS-DATA.
004100         10  PS-PATTERN          PIC X(40).
004200         10  PS-TYPE             PIC X(01).
004300         10  PS-CASE-SW          PIC X(01).
004400         10  PS-CATEGORY         PIC X(08).
004500         10  PS-EFF-DATE         PIC 9(08).
004600         10  PS-RANK             PIC 9(03).
004700         10  PS-CLASS-SW         PIC X(01).
004800         10  PS-DESCRIPTION      PIC X(40).
004900         10  FILLER              PIC X(04).
