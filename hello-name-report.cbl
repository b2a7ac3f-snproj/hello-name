002302*                     MISSING OR DATA REFUSED), 8 REQUIRED
002303*                     FILE FAILED - SO COND CODING CAN STOP
002304*                     THE STREAM WHERE IT BROKE.
002305*    10/15/26   JAH   FIRE-DRILL MUSTER CHECK-OFF ENTRIES (AU-
002306*                     STATUS "M"/"U") ARE SKIPPED - NOT GREETINGS.
002307*    10/15/26   JAH   AUDIT RECORD IS NOW 94 BYTES, AND HOST
002308*                     BOOKING ENTRIES (AU-STATUS-BOOKING) ARE
002309*                     SKIPPED - A BOOKING IS NOT A GREETING.
002310*    10/15/26   JAH   AUDIT RECORD IS NOW 116 BYTES (AUDIT
002311*                     SEQUENCE NUMBER AND CHECK VALUE ADDED).
002300*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.     HELLO-NAME-REPORT.
003800 FILE SECTION.
003900 FD  AUDITFILE
004000     LABEL RECORDS ARE OMITTED.
004100 01  AUDIT-IN-RECORD                 PIC X(116).
004200 
004300 SD  SORTWORK.
004400 COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==SORT-RECORD==.
012520         ADD 1 TO WS-TOTAL-SIGNED-OUT
012530     ELSE IF AU-STATUS-DENIED OF SORT-RECORD
012540         ADD 1 TO WS-TOTAL-DENIED
012550     ELSE IF AU-STATUS-MUSTER OF SORT-RECORD
012555             OR AU-STATUS-BOOKING OF SORT-RECORD
012560         CONTINUE
012600     ELSE
012700         ADD 1 TO WS-TOTAL-GREETINGS
012800         MOVE AU-TIMESTAMP OF SORT-RECORD(1:10) TO WS-CUR-GRP-DATE
