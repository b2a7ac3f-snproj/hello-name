002400*                     LAST HELLOARC OF THE MONTH, WITH THE
002500*                     MONTH'S FIRST AND LAST DATES ON THE
002600*                     PARM.
002610*    10/15/26   JAH   AUDIT RECORD IS NOW 94 BYTES (AU-VISIT-
002620*                     DATE ADDED FOR THE HOST BOOKING ENTRIES).
002630*    10/15/26   JAH   AUDIT RECORD IS NOW 116 BYTES (AUDIT
002640*                     SEQUENCE NUMBER AND CHECK VALUE ADDED).
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.     HELLO-NAME-CHARGE.
004900 FILE SECTION.
005000 FD  AUDITHST
005100     LABEL RECORDS ARE OMITTED.
005200 01  AUDIT-IN-RECORD                 PIC X(116).
005300
005400 SD  SORTWORK.
005500 COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==SORT-RECORD==.
