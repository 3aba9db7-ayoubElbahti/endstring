001710*                WAS ADDED - THE RECORD IS NOW 272 BYTES.   *
001715* 2026-09-02 DS  IMAGES GREW AGAIN WITH PAT-CLASS-SW - THE  *
001720*                RECORD IS NOW 274 BYTES.                   *
001728* 2026-10-15 DS  STRPATF CHANGES NOW GO THROUGH A MAKER-    *
001736*                CHECKER APPROVAL STEP. PH-ORIGIN IS NOW    *
001744*                THE MAKER WHO RAISED THE REQUEST; NEW      *
001752*                PH-CHECKER (THE APPROVER) AND PH-REQUEST-  *
001760*                NO (THE PATPEND QUEUE ENTRY) ARE ADDED AT  *
001768*                THE END SO OLDER RECORDS STILL READ - THEY *
001776*                SIMPLY SHOW A BLANK CHECKER. THE RECORD IS *
001784*                NOW 289 BYTES.                             *
001800*-----------------------------------------------------------*
001900 01  PH-RECORD.
002000     05  PH-FUNCTION             PIC X(01).
003950         10  PH-AFT-RANK         PIC X(03).
003960         10  PH-AFT-CLASS-SW     PIC X(01).
004000         10  PH-AFT-DESCRIPTION  PIC X(40).
004010     05  PH-CHECKER              PIC X(08).
004020     05  PH-REQUEST-NO           PIC X(07).
