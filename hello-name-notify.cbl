001873*                     MISSING OR DATA REFUSED), 8 REQUIRED
001874*                     FILE FAILED - SO COND CODING CAN STOP
001875*                     THE STREAM WHERE IT BROKE.
001880*    10/15/26   JAH   DELIVERS THE OVERSTAY NOTICES THE
001882*                     OVERSTAY MONITOR (HELLO-NAME-OVERSTAY)
001884*                     QUEUES, IN THE SAME DEPARTMENT BLOCK AS
001886*                     THE ARRIVALS, WITH MINUTES ON SITE AND
001888*                     THE LIMIT.  BLOCK HEADING NOW READS HOST
001890*                     NOTICES; TOTALS COUNT THE OVERSTAYS.
001900*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     HELLO-NAME-NOTIFY.
007100 01  WS-DEPT-COUNT                PIC 9(04)   VALUE ZERO.
007200 01  WS-TOTAL-NOTICES             PIC 9(04)   VALUE ZERO.
007300 01  WS-TOTAL-DEPTS               PIC 9(04)   VALUE ZERO.
007302 01  WS-TOTAL-OVERSTAYS           PIC 9(04)   VALUE ZERO.
007304 01  WS-VISIT-TYPE-WORD           PIC X(10)   VALUE SPACES.
007306 01  WS-STAY-EDIT                 PIC Z(04)9.
007308 01  WS-LIMIT-EDIT                PIC Z(04)9.
007310
007320*    DEPARTMENT REFERENCE MASTER, TABLED AT START OF RUN SO
007330*    EACH NOTICE BLOCK CAN CARRY THE REAL HOST CONTACT AND
012100*****************************************************************
012200*    2000-DELIVER-NOTICES
012300*    SORT OUTPUT PROCEDURE - ONE NOTICE BLOCK PER DEPARTMENT,
012400*    ONE ENTRY PER NOTICE, CONSOLE CONFIRMATION AT EACH
012500*    DEPARTMENT BREAK.
012600*****************************************************************
012700 2000-DELIVER-NOTICES.
015400     END-IF.
015500     ADD 1 TO WS-DEPT-COUNT.
015600     ADD 1 TO WS-TOTAL-NOTICES.
015610     IF NTF-NOTICE-OVERSTAY OF SORT-RECORD
015620         PERFORM 2250-WRITE-OVERSTAY-NOTICE THRU 2250-EXIT
015630         GO TO 2200-EXIT
015640     END-IF.
015700     MOVE SPACES TO REPORT-LINE-RECORD.
015800     IF NTF-VISIT-VIP OF SORT-RECORD
015900         STRING "  " NTF-NAME OF SORT-RECORD
017100     WRITE REPORT-LINE-RECORD.
017200 2200-EXIT.
017300     EXIT.
017302
017304*****************************************************************
017306*    2250-WRITE-OVERSTAY-NOTICE
017308*    A VISITOR STILL ON SITE PAST THE MAXIMUM STAY - THE HOST
017310*    IS ASKED TO CHECK ON THEM.  THE GREETING TIME CARRIES THE
017312*    DATE, SO A VISITOR LEFT OVER FROM AN EARLIER DAY SHOWS.
017314*****************************************************************
017316 2250-WRITE-OVERSTAY-NOTICE.
017318     ADD 1 TO WS-TOTAL-OVERSTAYS.
017320     EVALUATE TRUE
017322         WHEN NTF-VISIT-VIP OF SORT-RECORD
017324             MOVE "VIP" TO WS-VISIT-TYPE-WORD
017326         WHEN NTF-VISIT-CONTRACTOR OF SORT-RECORD
017328             MOVE "CONTRACTOR" TO WS-VISIT-TYPE-WORD
017330         WHEN OTHER
017332             MOVE "GUEST" TO WS-VISIT-TYPE-WORD
017334     END-EVALUATE.
017336     MOVE NTF-STAY-MINUTES OF SORT-RECORD TO WS-STAY-EDIT.
017338     MOVE NTF-LIMIT-MINUTES OF SORT-RECORD TO WS-LIMIT-EDIT.
017340     MOVE SPACES TO REPORT-LINE-RECORD.
017342     STRING "  " NTF-NAME OF SORT-RECORD
017344             "  " WS-VISIT-TYPE-WORD " OVERSTAY - "
017346             WS-STAY-EDIT " MIN ON SITE, LIMIT " WS-LIMIT-EDIT
017348         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
017350     WRITE REPORT-LINE-RECORD.
017352     MOVE SPACES TO REPORT-LINE-RECORD.
017354     STRING "            GREETED "
017356             NTF-GREETED-AT OF SORT-RECORD(1:16)
017358             " - PLEASE CHECK ON YOUR VISITOR"
017360         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
017362     WRITE REPORT-LINE-RECORD.
017364 2250-EXIT.
017366     EXIT.
017400
017500 2300-START-DEPARTMENT.
017600     MOVE "N" TO WS-FIRST-RECORD-SW.
017800     MOVE ZERO TO WS-DEPT-COUNT.
017900     ADD 1 TO WS-TOTAL-DEPTS.
018000     MOVE SPACES TO REPORT-LINE-RECORD.
018100     STRING "HOST NOTICES FOR DEPARTMENT " WS-PREV-DEPT
018200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
018300     WRITE REPORT-LINE-RECORD.
018310     PERFORM 2310-WRITE-CONTACT-LINE THRU 2310-EXIT.
019700     MOVE SPACES TO REPORT-LINE-RECORD.
019800     STRING "TOTAL NOTICES " WS-TOTAL-NOTICES
019900             "  DEPARTMENTS " WS-TOTAL-DEPTS
019950             "  OVERSTAYS " WS-TOTAL-OVERSTAYS
020000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
020100     WRITE REPORT-LINE-RECORD.
020200 3000-EXIT.
