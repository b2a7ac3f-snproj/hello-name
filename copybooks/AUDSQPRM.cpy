000100*****************************************************************
000200*    AUDSQPRM.CPY                                               *
000300*    AUDSEQ-PARM PASSED ON EVERY CALL TO HELLO-NAME-AUDSEQ WITH *
000400*    THE AUDIT RECORD.  A BATCH WRITER ASKS FOR A STAMP         *
000500*    (REQUEST "S") JUST BEFORE ITS WRITE - THE NEXT SEQUENCE    *
000600*    NUMBER IS TAKEN FROM THE CONTROL RECORD (AUDSEQ) AND AU-   *
000700*    SEQ-NO AND AU-CHECK-VALUE ARE FILLED IN.  THE CICS WRITERS *
000800*    KEEP THE CONTROL RECORD THROUGH FILE CONTROL THEMSELVES    *
000900*    AND ASK ONLY FOR THE CHECK VALUE (REQUEST "K") OF A RECORD *
001000*    WHOSE AU-SEQ-NO IS ALREADY SET, CHAINED FROM ASP-PREV-     *
001100*    CHECK; THE VERIFICATION RUN ASKS THE SAME WAY TO PROVE     *
001200*    EACH LINK.  ASP-RESULT "N" ON A STAMP MEANS THE CONTROL    *
001300*    RECORD COULD NOT BE READ OR ADVANCED - THE ENTRY IS STILL  *
001400*    WRITTEN, UNNUMBERED, SO THE TRAIL IS NEVER SILENT, AND THE *
001500*    VERIFICATION RUN REPORTS IT.                               *
001600*****************************************************************
001700 01  AUDSEQ-PARM.
001800     05  ASP-REQUEST                 PIC X(01)   VALUE "S".
001900         88  ASP-REQUEST-STAMP           VALUE "S".
002000         88  ASP-REQUEST-CHECK           VALUE "K".
002100     05  ASP-PREV-CHECK              PIC 9(09)   VALUE ZERO.
002200     05  ASP-CHECK-VALUE             PIC 9(09)   VALUE ZERO.
002300     05  ASP-FILE-STATUS             PIC X(02)   VALUE "00".
002400     05  ASP-RESULT                  PIC X(01)   VALUE SPACE.
002500         88  ASP-STAMPED                 VALUE "Y".
002600         88  ASP-NOT-STAMPED             VALUE "N".
