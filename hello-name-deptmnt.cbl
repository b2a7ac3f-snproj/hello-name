000100*****************************************************************
000200*    HELLO-NAME-DEPTMNT.CBL
000300*    DEPARTMENT MASTER MAINTENANCE RUN - APPLIES FACILITIES'
000400*    KEYED TRANSACTIONS (DEPTXFILE) TO THE DEPARTMENT REFERENCE
000500*    MASTER (DEPTFILE): ADD A DEPARTMENT, CHANGE ITS NAME,
000600*    LOCATION OR CONTACT, MERGE IT INTO ANOTHER DEPARTMENT, OR
000700*    RETIRE IT.  A MERGE OR RETIREMENT RE-POINTS EVERY FUTURE
000800*    APPOINTMENT (APPTFILE) AND EVERY UNEXPIRED STANDING SCHEDULE
000900*    (RCURFILE) FOR THE DEPARTMENT TO ITS SUCCESSOR, SO THOSE
001000*    VISITORS ARE NOT SUSPENDED AT THE DESK FOR AN UNKNOWN
001100*    DEPARTMENT.  A DEPARTMENT WITH OPEN BOOKINGS AND NO
001200*    SUCCESSOR IS NOT RETIRED.  EVERY CHANGE, AND EVERY BOOKING
001300*    RE-POINTED WITH ITS DEPARTMENT BEFORE AND AFTER, IS APPENDED
001400*    TO THE CHANGE LISTING (DEPTHIST) SO THE HOSTS CAN BE TOLD.
001500*
001600*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001700*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001800*    DATE-WRITTEN.      10/15/26.
001900*    DATE-COMPILED.
002000*
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    10/15/26   JAH   ORIGINAL VERSION - DEPTFILE WAS EDITED BY
002400*                     HAND AND NOTHING FOLLOWED A RENAMED OR
002500*                     MERGED DEPARTMENT INTO THE BOOKINGS.
002516*    10/15/26   JAH   A MERGE OR RETIREMENT IS NOW REFUSED WHEN AN
002532*                     OPEN SCHEDULE WOULD BE RE-POINTED TO A
002548*                     SUCCESSOR THE SAME VISITOR ALREADY HAS A
002564*                     SCHEDULE WITH - ONE RECORD PER VISITOR PER
002580*                     DEPARTMENT ON RCURFL.
002582*    10/15/26   JAH   DEPTFILE IS NOW READ WHOLE INTO A TABLE
002584*                     AND WRITTEN BACK AS THE NEW MASTER IN CODE
002586*                     ORDER - LINE SEQUENTIAL, AS EVERY PROGRAM
002588*                     THAT READS IT DECLARES IT.  EACH FILE IS
002590*                     CHECKED RECORD BY RECORD AS IT GOES BACK,
002592*                     AND ONE NOT WRITTEN IS FLAGGED ON DEPTHIST,
002594*                     RC 8.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     HELLO-NAME-DEPTMNT.
002900 AUTHOR.         J. A. HARTLEY.
003000 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003100 DATE-WRITTEN.   10/15/26.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DEPTXFILE ASSIGN TO "DEPTXFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-DEPTX-FILE-STATUS.
004000
004100     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DEPT-FILE-STATUS.
004600
004700     SELECT APPTFILE ASSIGN TO "APPTFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-APPT-FILE-STATUS.
005000
005100     SELECT RCURFILE ASSIGN TO "RCURFILE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RCUR-FILE-STATUS.
005400
005500     SELECT REPORTFILE ASSIGN TO "DEPTHIST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REPORTFILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DEPTXFILE
006200     LABEL RECORDS ARE OMITTED.
006300     COPY DEPTXREC.
006400
006500 FD  DEPTFILE
006600     LABEL RECORDS ARE OMITTED.
006700 01  DEPT-FILE-RECORD                PIC X(81).
006800
006900 FD  APPTFILE
007000     LABEL RECORDS ARE OMITTED.
007100     COPY APPTREC.
007200
007300 FD  RCURFILE
007400     LABEL RECORDS ARE OMITTED.
007500     COPY RCURREC.
007600
007700 FD  REPORTFILE
007800     LABEL RECORDS ARE OMITTED.
007900 01  REPORT-LINE-RECORD              PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200 77  AP-MAX-ENTRIES          PIC 9(04)   VALUE 2000.
008300 77  RC-MAX-ENTRIES          PIC 9(03)   VALUE 500.
008350 77  DP-MAX-ENTRIES          PIC 9(02)   VALUE 50.
008400
008500 01  WS-FILE-STATUS-AREA.
008600     05  WS-DEPTX-FILE-STATUS     PIC X(02)   VALUE "00".
008700     05  WS-DEPT-FILE-STATUS      PIC X(02)   VALUE "00".
008800     05  WS-APPT-FILE-STATUS      PIC X(02)   VALUE "00".
008900     05  WS-RCUR-FILE-STATUS      PIC X(02)   VALUE "00".
009000     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
009100
009200 01  WS-SWITCHES.
009300     05  WS-DEPTX-EOF-SW          PIC X(01)   VALUE "N".
009400         88  WS-DEPTX-EOF                 VALUE "Y".
009500     05  WS-APPT-EOF-SW           PIC X(01)   VALUE "N".
009600         88  WS-APPT-EOF                  VALUE "Y".
009700     05  WS-RCUR-EOF-SW           PIC X(01)   VALUE "N".
009800         88  WS-RCUR-EOF                  VALUE "Y".
009825     05  WS-DEPT-EOF-SW           PIC X(01)   VALUE "N".
009850         88  WS-DEPT-EOF                  VALUE "Y".
009900     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
010000         88  WS-FILES-OPEN-OK             VALUE "Y".
010100         88  WS-FILES-OPEN-FAILED         VALUE "N".
010200     05  WS-TABLE-FULL-SW         PIC X(01)   VALUE "N".
010300         88  WS-TABLE-FULL                VALUE "Y".
010400         88  WS-TABLE-NOT-FULL            VALUE "N".
010410     05  WS-DEPT-FOUND-SW         PIC X(01)   VALUE "N".
010420         88  WS-DEPT-FOUND                VALUE "Y".
010430         88  WS-DEPT-NOT-FOUND            VALUE "N".
010440     05  WS-FILE-WRITE-SW         PIC X(01)   VALUE "Y".
010450         88  WS-FILE-WRITTEN              VALUE "Y".
010460         88  WS-FILE-NOT-WRITTEN          VALUE "N".
010500
010600 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
010700 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
010800 01  WS-REFUSE-TEXT               PIC X(50)   VALUE SPACES.
010900 01  WS-HIST-ACTION               PIC X(06)   VALUE SPACES.
011000 01  WS-HIST-UNTIL                PIC X(10)   VALUE SPACES.
011025 01  WS-UNWRITTEN-FILE            PIC X(08)   VALUE SPACES.
011050 01  WS-UNWRITTEN-STATUS          PIC X(02)   VALUE SPACES.
011100
011200*    THE DEPARTMENT GOING AWAY AND THE ONE TAKING OVER ITS
011300*    BOOKINGS ON A MERGE OR RETIREMENT.
011400 01  WS-OLD-DEPT                  PIC X(10)   VALUE SPACES.
011500 01  WS-NEW-DEPT                  PIC X(10)   VALUE SPACES.
011600 01  WS-NEW-CONTACT               PIC X(20)   VALUE SPACES.
011700
011800*    THE ENTRY AS IT STOOD BEFORE A CHANGE (PRINTED AS THE "WAS"
011900*    LINES UNDER THE CHANGE) AND THE ENTRY AS REWRITTEN.
012000 01  WS-DEPT-BEFORE               PIC X(81)   VALUE SPACES.
012100 01  WS-DEPT-AFTER                PIC X(81)   VALUE SPACES.
012200
012300 01  WS-OPEN-APPTS                PIC 9(04)   VALUE ZERO.
012400 01  WS-OPEN-SCHEDS               PIC 9(04)   VALUE ZERO.
012500 01  WS-APPTS-MOVED               PIC 9(04)   VALUE ZERO.
012600 01  WS-SCHEDS-MOVED              PIC 9(04)   VALUE ZERO.
012650 01  WS-SCHED-CLASHES             PIC 9(04)   VALUE ZERO.
012700
012800 01  WS-TOTAL-ADDED               PIC 9(04)   VALUE ZERO.
012900 01  WS-TOTAL-CHANGED             PIC 9(04)   VALUE ZERO.
013000 01  WS-TOTAL-MERGED              PIC 9(04)   VALUE ZERO.
013100 01  WS-TOTAL-RETIRED             PIC 9(04)   VALUE ZERO.
013200 01  WS-TOTAL-REFUSED             PIC 9(04)   VALUE ZERO.
013300 01  WS-TOTAL-APPTS-MOVED         PIC 9(04)   VALUE ZERO.
013400 01  WS-TOTAL-SCHEDS-MOVED        PIC 9(04)   VALUE ZERO.
013500
013600 01  WS-AP-SUB                    PIC 9(04)   COMP VALUE ZERO.
013700 01  WS-RC-SUB                    PIC 9(03)   COMP VALUE ZERO.
013750 01  WS-RC-SUB2                   PIC 9(03)   COMP VALUE ZERO.
013770 01  WS-DP-SUB                    PIC 9(02)   COMP VALUE ZERO.
013790 01  WS-DP-SCAN                   PIC 9(02)   COMP VALUE ZERO.
013800
013900 01  WS-DATE-TIME-WORK.
014000     05  WS-CUR-DATE.
014100         10  WS-CUR-YYYY          PIC 9(04).
014200         10  WS-CUR-MM            PIC 9(02).
014300         10  WS-CUR-DD            PIC 9(02).
014400     05  WS-CUR-TIME.
014500         10  WS-CUR-HH            PIC 9(02).
014600         10  WS-CUR-MN            PIC 9(02).
014700         10  WS-CUR-SS            PIC 9(02).
014800         10  WS-CUR-HS            PIC 9(02).
014900
015000 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
015100
015200*    THE APPOINTMENT AND SCHEDULE FILES, HELD FOR THE WHOLE RUN
015300*    SO EACH MERGE OR RETIREMENT CAN RE-POINT THEM, THEN WRITTEN
015400*    BACK - THE SAME WAY THE ERASURE RUN REWRITES THEM.
015500 01  APPT-TABLE-CONTROL.
015600     05  AP-COUNT                 PIC 9(04)   COMP VALUE ZERO.
015700     05  APPT-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
015800             DEPENDING ON AP-COUNT.
015900         10  AP-DATE              PIC X(10).
016000         10  AP-NAME              PIC X(10).
016100         10  FILLER               PIC X(02).
016200         10  AP-DEPT              PIC X(10).
016300
016400 01  RCUR-TABLE-CONTROL.
016500     05  RC-COUNT                 PIC 9(03)   COMP VALUE ZERO.
016600     05  RCUR-TABLE-ENTRY OCCURS 1 TO 500 TIMES
016700             DEPENDING ON RC-COUNT.
016800         10  RC-NAME              PIC X(10).
016900         10  FILLER               PIC X(02).
017000         10  RC-DEPT              PIC X(10).
017100         10  FILLER               PIC X(02).
017200         10  RC-PATTERN           PIC X(01).
017300         10  FILLER               PIC X(02).
017400         10  RC-DAY-OF-WEEK       PIC X(01).
017500         10  FILLER               PIC X(02).
017600         10  RC-EFF-DATE          PIC X(10).
017700         10  FILLER               PIC X(02).
017800         10  RC-EXP-DATE          PIC X(10).
017805
017810*    THE DEPARTMENT MASTER, HELD IN CODE ORDER FOR THE WHOLE RUN
017815*    AND WRITTEN BACK AS THE NEW MASTER WHEN ANYTHING CHANGED.  IT
017820*    IS HELD TO THE 50 DEPARTMENTS EVERY RUN THAT READS IT TABLES.
017825     COPY DEPTREC.
017830
017835 01  DEPT-TABLE-CONTROL.
017840     05  DP-COUNT                 PIC 9(02)   COMP VALUE ZERO.
017845     05  DEPT-TABLE-ENTRY OCCURS 1 TO 50 TIMES
017850             DEPENDING ON DP-COUNT.
017855         10  DP-CODE              PIC X(10).
017860         10  FILLER               PIC X(71).
017900
018000 PROCEDURE DIVISION.
018100*****************************************************************
018200*    0000-MAINLINE
018300*    THE MASTER AND THE BOOKINGS ARE HELD IN TABLES WHILE THE
018400*    TRANSACTIONS ARE APPLIED, THEN WRITTEN BACK AT THE END.
018500*****************************************************************
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     IF WS-FILES-OPEN-OK
018900         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
019000         PERFORM 4000-WRITE-FILES-BACK THRU 4000-EXIT
019100         PERFORM 9000-TERMINATE THRU 9000-EXIT
019200     END-IF.
019300     GOBACK.
019400
019500*****************************************************************
019600*    1000-INITIALIZE
019650*    EVERYTHING IS REQUIRED.  THE MASTER AND THE BOOKINGS ARE
019700*    TABLED BEFORE ANY TRANSACTION IS APPLIED, SO A FILE THAT
019750*    CANNOT BE READ (OR WILL NOT FIT) STOPS THE RUN WITH NOTHING
019800*    CHANGED - NEVER WITH A DEPARTMENT GONE AND ITS BOOKINGS LEFT
019850*    BEHIND.  A DEPARTMENT MASTER THAT DOES NOT EXIST YET IS
019900*    STARTED EMPTY.
020200*****************************************************************
020300 1000-INITIALIZE.
020400     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
020500     DISPLAY "USER" UPON ENVIRONMENT-NAME.
020600     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
020700     IF WS-OPERATOR-ID = SPACES
020800         MOVE "BATCH" TO WS-OPERATOR-ID
020900     END-IF.
021000     OPEN INPUT DEPTXFILE.
021100     IF WS-DEPTX-FILE-STATUS NOT = "00"
021200         SET WS-FILES-OPEN-FAILED TO TRUE
021300         DISPLAY "HELLO-NAME-DEPTMNT: UNABLE TO OPEN DEPTXFILE - "
021400             "STATUS " WS-DEPTX-FILE-STATUS " - NOTHING CHANGED."
021500         MOVE 8 TO RETURN-CODE
021600         GO TO 1000-EXIT
021700     END-IF.
021800     PERFORM 1400-LOAD-APPOINTMENTS THRU 1400-EXIT.
021900     IF WS-FILES-OPEN-FAILED
022000         CLOSE DEPTXFILE
022100         GO TO 1000-EXIT
022200     END-IF.
022300     PERFORM 1500-LOAD-SCHEDULES THRU 1500-EXIT.
022400     IF WS-FILES-OPEN-FAILED
022500         CLOSE DEPTXFILE
022600         GO TO 1000-EXIT
022700     END-IF.
022800     PERFORM 1600-LOAD-DEPARTMENTS THRU 1600-EXIT.
022900     IF WS-FILES-OPEN-FAILED
023000         CLOSE DEPTXFILE
023100         GO TO 1000-EXIT
023200     END-IF.
024200     OPEN EXTEND REPORTFILE.
024300     IF WS-REPORTFILE-STATUS NOT = "00"
024400         OPEN OUTPUT REPORTFILE
024500     END-IF.
024600     IF WS-REPORTFILE-STATUS NOT = "00"
024700         SET WS-FILES-OPEN-FAILED TO TRUE
024800         DISPLAY "HELLO-NAME-DEPTMNT: CANNOT OPEN DEPTHIST - "
024900             "STATUS " WS-REPORTFILE-STATUS " - NOTHING CHANGED."
025000         MOVE 8 TO RETURN-CODE
025100         CLOSE DEPTXFILE
025200         GO TO 1000-EXIT
025300     END-IF.
025400     PERFORM 1300-WRITE-RUN-HEADING THRU 1300-EXIT.
025500 1000-EXIT.
025600     EXIT.
025700
025800 1100-GET-TIMESTAMP.
025900     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
026000     ACCEPT WS-CUR-TIME FROM TIME.
026100     MOVE SPACES TO WS-TIMESTAMP.
026200     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
026300             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
026400         DELIMITED BY SIZE INTO WS-TIMESTAMP.
026500     MOVE WS-TIMESTAMP(1:10) TO WS-TODAY.
026600 1100-EXIT.
026700     EXIT.
026800
026900 1300-WRITE-RUN-HEADING.
027000     MOVE SPACES TO REPORT-LINE-RECORD.
027100     STRING "DEPARTMENT MASTER CHANGES - RUN "
027200             WS-TIMESTAMP(1:19) " BY " WS-OPERATOR-ID
027300         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
027400     WRITE REPORT-LINE-RECORD.
027500     MOVE SPACES TO REPORT-LINE-RECORD.
027600     STRING "ACTION DEPARTMENT NAME                           "
027700             "LOCATION"
027800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
027900     WRITE REPORT-LINE-RECORD.
028000 1300-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400*    1400-LOAD-APPOINTMENTS
028500*****************************************************************
028600 1400-LOAD-APPOINTMENTS.
028700     OPEN INPUT APPTFILE.
028800     IF WS-APPT-FILE-STATUS NOT = "00"
028900         SET WS-FILES-OPEN-FAILED TO TRUE
029000         DISPLAY "HELLO-NAME-DEPTMNT: UNABLE TO OPEN APPTFILE - "
029100             "STATUS " WS-APPT-FILE-STATUS " - NOTHING CHANGED."
029200         MOVE 8 TO RETURN-CODE
029300         GO TO 1400-EXIT
029400     END-IF.
029500     SET WS-TABLE-NOT-FULL TO TRUE.
029600     PERFORM 1410-READ-APPOINTMENT THRU 1410-EXIT
029700         UNTIL WS-APPT-EOF.
029800     CLOSE APPTFILE.
029900     IF WS-TABLE-FULL
030000         SET WS-FILES-OPEN-FAILED TO TRUE
030100         DISPLAY "HELLO-NAME-DEPTMNT: MORE THAN " AP-MAX-ENTRIES
030200             " APPOINTMENTS - NOTHING CHANGED."
030300         MOVE 8 TO RETURN-CODE
030400     END-IF.
030500 1400-EXIT.
030600     EXIT.
030700
030800 1410-READ-APPOINTMENT.
030900     READ APPTFILE
031000         AT END
031100             SET WS-APPT-EOF TO TRUE
031200             GO TO 1410-EXIT
031300     END-READ.
031400     IF AP-COUNT < AP-MAX-ENTRIES
031500         ADD 1 TO AP-COUNT
031600         MOVE APPT-RECORD TO APPT-TABLE-ENTRY(AP-COUNT)
031700     ELSE
031800         SET WS-TABLE-FULL TO TRUE
031900     END-IF.
032000 1410-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400*    1500-LOAD-SCHEDULES
032500*****************************************************************
032600 1500-LOAD-SCHEDULES.
032700     OPEN INPUT RCURFILE.
032800     IF WS-RCUR-FILE-STATUS NOT = "00"
032900         SET WS-FILES-OPEN-FAILED TO TRUE
033000         DISPLAY "HELLO-NAME-DEPTMNT: UNABLE TO OPEN RCURFILE - "
033100             "STATUS " WS-RCUR-FILE-STATUS " - NOTHING CHANGED."
033200         MOVE 8 TO RETURN-CODE
033300         GO TO 1500-EXIT
033400     END-IF.
033500     SET WS-TABLE-NOT-FULL TO TRUE.
033600     PERFORM 1510-READ-SCHEDULE THRU 1510-EXIT
033700         UNTIL WS-RCUR-EOF.
033800     CLOSE RCURFILE.
033900     IF WS-TABLE-FULL
034000         SET WS-FILES-OPEN-FAILED TO TRUE
034100         DISPLAY "HELLO-NAME-DEPTMNT: MORE THAN " RC-MAX-ENTRIES
034200             " STANDING SCHEDULES - NOTHING CHANGED."
034300         MOVE 8 TO RETURN-CODE
034400     END-IF.
034500 1500-EXIT.
034600     EXIT.
034700
034800 1510-READ-SCHEDULE.
034900     READ RCURFILE
035000         AT END
035100             SET WS-RCUR-EOF TO TRUE
035200             GO TO 1510-EXIT
035300     END-READ.
035400     IF RC-COUNT < RC-MAX-ENTRIES
035500         ADD 1 TO RC-COUNT
035600         MOVE RCUR-RECORD TO RCUR-TABLE-ENTRY(RC-COUNT)
035700     ELSE
035800         SET WS-TABLE-FULL TO TRUE
035900     END-IF.
036000 1510-EXIT.
036100     EXIT.
036101
036102*****************************************************************
036103*    1600-LOAD-DEPARTMENTS
036104*****************************************************************
036105 1600-LOAD-DEPARTMENTS.
036106     OPEN INPUT DEPTFILE.
036107     IF WS-DEPT-FILE-STATUS = "35"
036108         DISPLAY "HELLO-NAME-DEPTMNT: NO DEPTFILE YET - "
036109             "A NEW MASTER IS STARTED."
036110         GO TO 1600-EXIT
036111     END-IF.
036112     IF WS-DEPT-FILE-STATUS NOT = "00"
036113         SET WS-FILES-OPEN-FAILED TO TRUE
036114         DISPLAY "HELLO-NAME-DEPTMNT: UNABLE TO OPEN DEPTFILE - "
036115             "STATUS " WS-DEPT-FILE-STATUS " - NOTHING CHANGED."
036116         MOVE 8 TO RETURN-CODE
036117         GO TO 1600-EXIT
036118     END-IF.
036119     SET WS-TABLE-NOT-FULL TO TRUE.
036120     PERFORM 1610-READ-DEPARTMENT THRU 1610-EXIT
036121         UNTIL WS-DEPT-EOF.
036122     CLOSE DEPTFILE.
036123     IF WS-FILES-OPEN-FAILED
036124         GO TO 1600-EXIT
036125     END-IF.
036126     IF WS-TABLE-FULL
036127         SET WS-FILES-OPEN-FAILED TO TRUE
036128         DISPLAY "HELLO-NAME-DEPTMNT: MORE THAN " DP-MAX-ENTRIES
036129             " DEPARTMENTS - NOTHING CHANGED."
036130         MOVE 8 TO RETURN-CODE
036131     END-IF.
036132 1600-EXIT.
036133     EXIT.
036134
036135 1610-READ-DEPARTMENT.
036136     READ DEPTFILE INTO DEPT-RECORD
036137         AT END
036138             SET WS-DEPT-EOF TO TRUE
036139             GO TO 1610-EXIT
036140     END-READ.
036141     IF WS-DEPT-FILE-STATUS NOT = "00"
036142         SET WS-FILES-OPEN-FAILED TO TRUE
036143         SET WS-DEPT-EOF TO TRUE
036144         DISPLAY "HELLO-NAME-DEPTMNT: DEPTFILE READ FAILED - "
036145             "STATUS " WS-DEPT-FILE-STATUS " - NOTHING CHANGED."
036146         MOVE 8 TO RETURN-CODE
036147         GO TO 1610-EXIT
036148     END-IF.
036149     PERFORM 2960-INSERT-DEPARTMENT THRU 2960-EXIT.
036150 1610-EXIT.
036151     EXIT.
036200
036300*****************************************************************
036400*    2000-APPLY-TRANSACTIONS
036500*****************************************************************
036600 2000-APPLY-TRANSACTIONS.
036700     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
036800         UNTIL WS-DEPTX-EOF.
036900     CLOSE DEPTXFILE.
037000 2000-EXIT.
037100     EXIT.
037200
037300 2100-READ-TRANSACTION.
037400     READ DEPTXFILE
037500         AT END
037600             SET WS-DEPTX-EOF TO TRUE
037700         NOT AT END
037800             EVALUATE TRUE
037900                 WHEN DEPTX-CODE = SPACES
038000                     MOVE "NO DEPARTMENT CODE"
038100                         TO WS-REFUSE-TEXT
038200                     PERFORM 2900-REFUSE-TRANSACTION
038300                         THRU 2900-EXIT
038400                 WHEN DEPTX-ACTION-ADD
038500                     PERFORM 2200-ADD-DEPARTMENT THRU 2200-EXIT
038600                 WHEN DEPTX-ACTION-CHANGE
038700                     PERFORM 2300-CHANGE-DEPARTMENT THRU 2300-EXIT
038800                 WHEN DEPTX-ACTION-MERGE
038900                     PERFORM 2400-MERGE-DEPARTMENT THRU 2400-EXIT
039000                 WHEN DEPTX-ACTION-RETIRE
039100                     PERFORM 2500-RETIRE-DEPARTMENT THRU 2500-EXIT
039200                 WHEN OTHER
039300                     MOVE "ACTION NOT A, C, M, OR R"
039400                         TO WS-REFUSE-TEXT
039500                     PERFORM 2900-REFUSE-TRANSACTION
039600                         THRU 2900-EXIT
039700             END-EVALUATE
039800     END-READ.
039900 2100-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*    2200-ADD-DEPARTMENT
040400*    A NEW DEPARTMENT NEEDS ITS FULL NAME.  A CODE ALREADY ON
040500*    THE MASTER IS REFUSED - USE C TO CHANGE IT.
040600*****************************************************************
040700 2200-ADD-DEPARTMENT.
040800     IF DEPTX-NAME = SPACES
040900         MOVE "NO DEPARTMENT NAME GIVEN" TO WS-REFUSE-TEXT
041000         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
041100         GO TO 2200-EXIT
041200     END-IF.
041300     MOVE SPACES TO DEPT-RECORD.
041400     MOVE DEPTX-CODE TO DEPT-CODE.
041500     MOVE DEPTX-NAME TO DEPT-NAME.
041600     MOVE DEPTX-LOCATION TO DEPT-LOCATION.
041700     MOVE DEPTX-CONTACT TO DEPT-CONTACT.
041750     PERFORM 2950-FIND-DEPARTMENT THRU 2950-EXIT.
041800     IF WS-DEPT-FOUND
041850         MOVE "ALREADY ON THE MASTER - USE C TO CHANGE IT"
041900             TO WS-REFUSE-TEXT
041950         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
042000         GO TO 2200-EXIT
042050     END-IF.
042100     PERFORM 2960-INSERT-DEPARTMENT THRU 2960-EXIT.
042150     IF WS-TABLE-FULL
042200         MOVE "DEPARTMENT MASTER FULL - NOT ADDED"
042250             TO WS-REFUSE-TEXT
042300         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
042350         MOVE 8 TO RETURN-CODE
042400         GO TO 2200-EXIT
042450     END-IF.
042500     ADD 1 TO WS-TOTAL-ADDED.
042600     DISPLAY "HELLO-NAME-DEPTMNT: " DEPTX-CODE " ADDED.".
042700     MOVE "ADD" TO WS-HIST-ACTION.
042800     PERFORM 5000-WRITE-DEPT-LINES THRU 5000-EXIT.
042900 2200-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*    2300-CHANGE-DEPARTMENT
043400*    ONLY THE FIELDS KEYED ARE CHANGED.  THE CODE ITSELF IS THE
043500*    KEY AND IS NEVER CHANGED HERE - ADD THE NEW CODE AND MERGE
043600*    THE OLD ONE INTO IT.
043700*****************************************************************
043800 2300-CHANGE-DEPARTMENT.
043900     MOVE DEPTX-CODE TO DEPT-CODE.
043950     PERFORM 2950-FIND-DEPARTMENT THRU 2950-EXIT.
044000     IF WS-DEPT-NOT-FOUND
044050         MOVE "NOT ON THE MASTER - CHANGE REFUSED"
044100             TO WS-REFUSE-TEXT
044150         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
044200         GO TO 2300-EXIT
044250     END-IF.
044300     MOVE DEPT-TABLE-ENTRY(WS-DP-SUB) TO DEPT-RECORD.
044700     MOVE DEPT-RECORD TO WS-DEPT-BEFORE.
044800     IF DEPTX-NAME NOT = SPACES
044900         MOVE DEPTX-NAME TO DEPT-NAME
045000     END-IF.
045100     IF DEPTX-LOCATION NOT = SPACES
045200         MOVE DEPTX-LOCATION TO DEPT-LOCATION
045300     END-IF.
045400     IF DEPTX-CONTACT NOT = SPACES
045500         MOVE DEPTX-CONTACT TO DEPT-CONTACT
045600     END-IF.
045700     MOVE DEPT-RECORD TO DEPT-TABLE-ENTRY(WS-DP-SUB).
045800     ADD 1 TO WS-TOTAL-CHANGED.
045900     DISPLAY "HELLO-NAME-DEPTMNT: " DEPTX-CODE " CHANGED.".
046000     MOVE "CHANGE" TO WS-HIST-ACTION.
046100     PERFORM 5100-WRITE-CHANGE-LINES THRU 5100-EXIT.
046200 2300-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600*    2400-MERGE-DEPARTMENT
046700*    THE DEPARTMENT IS FOLDED INTO ITS SUCCESSOR: ITS BOOKINGS
046800*    ARE RE-POINTED AND IT COMES OFF THE MASTER.
046900*****************************************************************
047000 2400-MERGE-DEPARTMENT.
047100     IF DEPTX-SUCCESSOR = SPACES
047200         MOVE "NO DEPARTMENT TO MERGE INTO" TO WS-REFUSE-TEXT
047300         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
047400         GO TO 2400-EXIT
047500     END-IF.
047600     PERFORM 2600-CHECK-SUCCESSOR THRU 2600-EXIT.
047700     IF WS-REFUSE-TEXT NOT = SPACES
047800         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
047900         GO TO 2400-EXIT
048000     END-IF.
048100     MOVE "MERGE" TO WS-HIST-ACTION.
048200     PERFORM 2800-REMOVE-DEPARTMENT THRU 2800-EXIT.
048300     ADD 1 TO WS-TOTAL-MERGED.
048400     DISPLAY "HELLO-NAME-DEPTMNT: " WS-OLD-DEPT " MERGED INTO "
048500         WS-NEW-DEPT " - " WS-APPTS-MOVED " APPOINTMENT(S), "
048600         WS-SCHEDS-MOVED " SCHEDULE(S) RE-POINTED.".
048700 2400-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100*    2500-RETIRE-DEPARTMENT
049200*    A RETIREMENT NAMING A SUCCESSOR IS HANDLED LIKE A MERGE.
049300*    WITHOUT ONE, THE DEPARTMENT MUST HAVE NO FUTURE APPOINTMENT
049400*    AND NO UNEXPIRED STANDING SCHEDULE LEFT - THOSE VISITORS
049500*    WOULD ONLY BE SUSPENDED AT THE DESK.
049600*****************************************************************
049700 2500-RETIRE-DEPARTMENT.
049800     IF DEPTX-SUCCESSOR NOT = SPACES
049900         PERFORM 2600-CHECK-SUCCESSOR THRU 2600-EXIT
050000         IF WS-REFUSE-TEXT NOT = SPACES
050100             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
050200             GO TO 2500-EXIT
050300         END-IF
050400     ELSE
050500         MOVE DEPTX-CODE TO DEPT-CODE
050550         PERFORM 2950-FIND-DEPARTMENT THRU 2950-EXIT
050600         IF WS-DEPT-NOT-FOUND
050650             MOVE "NOT ON THE MASTER - RETIREMENT REFUSED"
050700                 TO WS-REFUSE-TEXT
050750             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
050800             GO TO 2500-EXIT
050850         END-IF
050900         MOVE DEPT-TABLE-ENTRY(WS-DP-SUB) TO DEPT-RECORD
051300         MOVE DEPT-RECORD TO WS-DEPT-BEFORE
051400         MOVE DEPTX-CODE TO WS-OLD-DEPT
051500         MOVE SPACES TO WS-NEW-DEPT WS-NEW-CONTACT
051600         PERFORM 2700-COUNT-OPEN-BOOKINGS THRU 2700-EXIT
051700         IF WS-OPEN-APPTS > ZERO OR WS-OPEN-SCHEDS > ZERO
051800             MOVE SPACES TO WS-REFUSE-TEXT
051900             STRING WS-OPEN-APPTS " APPTS/" WS-OPEN-SCHEDS
052000                     " SCHEDULES OPEN - NAME A SUCCESSOR"
052100                 DELIMITED BY SIZE INTO WS-REFUSE-TEXT
052200             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
052300             GO TO 2500-EXIT
052400         END-IF
052500     END-IF.
052600     MOVE "RETIRE" TO WS-HIST-ACTION.
052700     PERFORM 2800-REMOVE-DEPARTMENT THRU 2800-EXIT.
052800     ADD 1 TO WS-TOTAL-RETIRED.
052900     DISPLAY "HELLO-NAME-DEPTMNT: " WS-OLD-DEPT " RETIRED - "
053000         WS-APPTS-MOVED " APPOINTMENT(S), " WS-SCHEDS-MOVED
053100         " SCHEDULE(S) RE-POINTED.".
053200 2500-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*    2600-CHECK-SUCCESSOR
053700*    BOTH DEPARTMENTS MUST BE ON THE MASTER AND MUST DIFFER.
053800*    LEAVES THE OLD DEPARTMENT'S RECORD IN WS-DEPT-BEFORE AND
053900*    THE SUCCESSOR'S CONTACT IN WS-NEW-CONTACT; WS-REFUSE-TEXT
054000*    COMES BACK BLANK WHEN ALL IS WELL.  A SCHEDULE THAT WOULD
054033*    CLASH WITH ONE ALREADY HELD WITH THE SUCCESSOR ALSO REFUSES
054066*    IT (2650-CHECK-SCHEDULE-CLASH).
054100*****************************************************************
054200 2600-CHECK-SUCCESSOR.
054300     MOVE SPACES TO WS-REFUSE-TEXT.
054400     IF DEPTX-SUCCESSOR = DEPTX-CODE
054500         MOVE "SUCCESSOR IS THE SAME DEPARTMENT" TO WS-REFUSE-TEXT
054600         GO TO 2600-EXIT
054700     END-IF.
054800     MOVE DEPTX-CODE TO DEPT-CODE.
054850     PERFORM 2950-FIND-DEPARTMENT THRU 2950-EXIT.
054900     IF WS-DEPT-NOT-FOUND
054950         MOVE "NOT ON THE MASTER" TO WS-REFUSE-TEXT
055000         GO TO 2600-EXIT
055050     END-IF.
055100     MOVE DEPT-TABLE-ENTRY(WS-DP-SUB) TO DEPT-RECORD.
055400     MOVE DEPT-RECORD TO WS-DEPT-BEFORE.
055500     MOVE DEPTX-SUCCESSOR TO DEPT-CODE.
055550     PERFORM 2950-FIND-DEPARTMENT THRU 2950-EXIT.
055600     IF WS-DEPT-NOT-FOUND
055650         MOVE "SUCCESSOR DEPARTMENT NOT ON THE MASTER"
055700             TO WS-REFUSE-TEXT
055750         GO TO 2600-EXIT
055800     END-IF.
055850     MOVE DEPT-TABLE-ENTRY(WS-DP-SUB) TO DEPT-RECORD.
056200     MOVE DEPTX-CODE TO WS-OLD-DEPT.
056300     MOVE DEPTX-SUCCESSOR TO WS-NEW-DEPT.
056400     MOVE DEPT-CONTACT TO WS-NEW-CONTACT.
056450     PERFORM 2650-CHECK-SCHEDULE-CLASH THRU 2650-EXIT.
056500 2600-EXIT.
056600     EXIT.
056602
056604*****************************************************************
056606*    2650-CHECK-SCHEDULE-CLASH
056608*    A SCHEDULE IS KEYED BY VISITOR AND DEPARTMENT (RCURFL), SO AN
056610*    OPEN SCHEDULE CANNOT BE RE-POINTED TO A SUCCESSOR THE SAME
056612*    VISITOR ALREADY HAS ONE WITH - RCURFILE WOULD GO BACK WITH
056614*    TWO RECORDS ON ONE KEY.  EACH CLASH IS LISTED ON SYSOUT AND
056616*    THE TRANSACTION IS REFUSED WITH NOTHING CHANGED; END ONE OF
056618*    THE TWO SCHEDULES (HBKG) AND PRESENT THE TRANSACTION AGAIN.
056620*****************************************************************
056622 2650-CHECK-SCHEDULE-CLASH.
056624     MOVE ZERO TO WS-SCHED-CLASHES.
056626     PERFORM 2660-CHECK-ONE-SCHEDULE THRU 2660-EXIT
056628         VARYING WS-RC-SUB FROM 1 BY 1
056630         UNTIL WS-RC-SUB > RC-COUNT.
056632     IF WS-SCHED-CLASHES > ZERO
056634         MOVE SPACES TO WS-REFUSE-TEXT
056636         STRING WS-SCHED-CLASHES " SCHEDULE(S) ALREADY HELD WITH "
056638                 WS-NEW-DEPT
056640             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
056642     END-IF.
056644 2650-EXIT.
056646     EXIT.
056648
056650 2660-CHECK-ONE-SCHEDULE.
056652     IF RC-DEPT(WS-RC-SUB) NOT = WS-OLD-DEPT
056654         GO TO 2660-EXIT
056656     END-IF.
056658     IF RC-EXP-DATE(WS-RC-SUB) NOT = SPACES
056660             AND RC-EXP-DATE(WS-RC-SUB) < WS-TODAY
056662         GO TO 2660-EXIT
056664     END-IF.
056666     PERFORM 2670-FIND-SUCCESSOR-SCHED THRU 2670-EXIT
056668         VARYING WS-RC-SUB2 FROM 1 BY 1
056670         UNTIL WS-RC-SUB2 > RC-COUNT.
056672 2660-EXIT.
056674     EXIT.
056676
056678 2670-FIND-SUCCESSOR-SCHED.
056680     IF RC-NAME(WS-RC-SUB2) = RC-NAME(WS-RC-SUB)
056682             AND RC-DEPT(WS-RC-SUB2) = WS-NEW-DEPT
056684         ADD 1 TO WS-SCHED-CLASHES
056686         DISPLAY "HELLO-NAME-DEPTMNT: " RC-NAME(WS-RC-SUB)
056688             " HAS A SCHEDULE WITH " WS-OLD-DEPT " AND WITH "
056690             WS-NEW-DEPT " - NOT RE-POINTED."
056692     END-IF.
056694 2670-EXIT.
056696     EXIT.
056700
056800*****************************************************************
056900*    2700-COUNT-OPEN-BOOKINGS
057000*    AN OPEN BOOKING IS AN APPOINTMENT DATED TODAY OR LATER, OR
057100*    A STANDING SCHEDULE NOT YET EXPIRED (NO EXPIRY, OR ONE OF
057200*    TODAY OR LATER).
057300*****************************************************************
057400 2700-COUNT-OPEN-BOOKINGS.
057500     MOVE ZERO TO WS-OPEN-APPTS WS-OPEN-SCHEDS.
057600     PERFORM 2710-COUNT-OPEN-APPT THRU 2710-EXIT
057700         VARYING WS-AP-SUB FROM 1 BY 1
057800         UNTIL WS-AP-SUB > AP-COUNT.
057900     PERFORM 2720-COUNT-OPEN-SCHED THRU 2720-EXIT
058000         VARYING WS-RC-SUB FROM 1 BY 1
058100         UNTIL WS-RC-SUB > RC-COUNT.
058200 2700-EXIT.
058300     EXIT.
058400
058500 2710-COUNT-OPEN-APPT.
058600     IF AP-DEPT(WS-AP-SUB) = WS-OLD-DEPT
058700             AND AP-DATE(WS-AP-SUB) NOT < WS-TODAY
058800         ADD 1 TO WS-OPEN-APPTS
058900     END-IF.
059000 2710-EXIT.
059100     EXIT.
059200
059300 2720-COUNT-OPEN-SCHED.
059400     IF RC-DEPT(WS-RC-SUB) = WS-OLD-DEPT
059500         IF RC-EXP-DATE(WS-RC-SUB) = SPACES
059600                 OR RC-EXP-DATE(WS-RC-SUB) NOT < WS-TODAY
059700             ADD 1 TO WS-OPEN-SCHEDS
059800         END-IF
059900     END-IF.
060000 2720-EXIT.
060100     EXIT.
060200
060300*****************************************************************
060400*    2800-REMOVE-DEPARTMENT
060500*    THE DEPARTMENT'S LINE GOES ON THE LISTING, ITS OPEN
060600*    BOOKINGS ARE RE-POINTED TO THE SUCCESSOR (WHEN THERE IS
060700*    ONE) WITH A BEFORE/AFTER LINE EACH, AND IT COMES OFF THE
060800*    MASTER.  PAST APPOINTMENTS AND EXPIRED SCHEDULES KEEP THE
060900*    OLD CODE - THEY RECORD WHAT WAS BOOKED AT THE TIME.
061000*****************************************************************
061100 2800-REMOVE-DEPARTMENT.
061200     MOVE WS-DEPT-BEFORE TO DEPT-RECORD.
061300     PERFORM 5000-WRITE-DEPT-LINES THRU 5000-EXIT.
061400     PERFORM 5200-WRITE-SUCCESSOR-LINE THRU 5200-EXIT.
061500     MOVE ZERO TO WS-APPTS-MOVED WS-SCHEDS-MOVED.
061600     IF WS-NEW-DEPT NOT = SPACES
061700         PERFORM 3000-REPOINT-BOOKINGS THRU 3000-EXIT
061800     END-IF.
061900     MOVE WS-OLD-DEPT TO DEPT-CODE.
062000     PERFORM 2950-FIND-DEPARTMENT THRU 2950-EXIT.
062100     PERFORM 2970-REMOVE-DEPARTMENT THRU 2970-EXIT.
062700 2800-EXIT.
062800     EXIT.
062900
063000 2900-REFUSE-TRANSACTION.
063100     ADD 1 TO WS-TOTAL-REFUSED.
063200     DISPLAY "HELLO-NAME-DEPTMNT: " DEPTX-ACTION " " DEPTX-CODE
063300         " - " WS-REFUSE-TEXT " - TRANSACTION REFUSED.".
063400 2900-EXIT.
063500     EXIT.
063501
063502*****************************************************************
063503*    2950-FIND-DEPARTMENT
063504*    LOOKS DEPT-CODE UP IN THE TABLE.  WS-DEPT-FOUND WITH ITS
063505*    ENTRY NUMBER IN WS-DP-SUB WHEN IT IS THERE.
063506*****************************************************************
063507 2950-FIND-DEPARTMENT.
063508     SET WS-DEPT-NOT-FOUND TO TRUE.
063509     MOVE ZERO TO WS-DP-SUB.
063510     PERFORM 2955-CHECK-ONE-DEPARTMENT THRU 2955-EXIT
063511         VARYING WS-DP-SCAN FROM 1 BY 1
063512         UNTIL WS-DP-SCAN > DP-COUNT OR WS-DEPT-FOUND.
063513 2950-EXIT.
063514     EXIT.
063515
063516 2955-CHECK-ONE-DEPARTMENT.
063517     IF DP-CODE(WS-DP-SCAN) = DEPT-CODE
063518         SET WS-DEPT-FOUND TO TRUE
063519         MOVE WS-DP-SCAN TO WS-DP-SUB
063520     END-IF.
063521 2955-EXIT.
063522     EXIT.
063523
063524*****************************************************************
063525*    2960-INSERT-DEPARTMENT
063526*    PUTS DEPT-RECORD INTO THE TABLE IN CODE ORDER, MOVING EVERY
063527*    HIGHER CODE UP ONE.  WS-TABLE-FULL WHEN THERE IS NO ROOM -
063528*    THE DEPARTMENT IS THEN NOT ADDED.
063529*****************************************************************
063530 2960-INSERT-DEPARTMENT.
063531     SET WS-TABLE-NOT-FULL TO TRUE.
063532     IF DP-COUNT NOT < DP-MAX-ENTRIES
063533         SET WS-TABLE-FULL TO TRUE
063534         GO TO 2960-EXIT
063535     END-IF.
063536     MOVE DP-COUNT TO WS-DP-SCAN.
063537     ADD 1 TO DP-COUNT.
063538     MOVE DP-COUNT TO WS-DP-SUB.
063539     PERFORM 2965-MAKE-ROOM THRU 2965-EXIT
063540         UNTIL WS-DP-SCAN = ZERO.
063541     MOVE DEPT-RECORD TO DEPT-TABLE-ENTRY(WS-DP-SUB).
063542 2960-EXIT.
063543     EXIT.
063544
063545 2965-MAKE-ROOM.
063546     IF DP-CODE(WS-DP-SCAN) NOT > DEPT-CODE
063547         MOVE ZERO TO WS-DP-SCAN
063548         GO TO 2965-EXIT
063549     END-IF.
063550     MOVE DEPT-TABLE-ENTRY(WS-DP-SCAN)
063551         TO DEPT-TABLE-ENTRY(WS-DP-SUB).
063552     MOVE WS-DP-SCAN TO WS-DP-SUB.
063553     SUBTRACT 1 FROM WS-DP-SCAN.
063554 2965-EXIT.
063555     EXIT.
063556
063557*****************************************************************
063558*    2970-REMOVE-DEPARTMENT
063559*    TAKES ENTRY WS-DP-SUB OUT OF THE TABLE, CLOSING UP BEHIND IT.
063560*****************************************************************
063561 2970-REMOVE-DEPARTMENT.
063562     IF WS-DEPT-NOT-FOUND
063563         GO TO 2970-EXIT
063564     END-IF.
063565     PERFORM 2975-CLOSE-UP THRU 2975-EXIT
063566         VARYING WS-DP-SCAN FROM WS-DP-SUB BY 1
063567         UNTIL WS-DP-SCAN NOT < DP-COUNT.
063568     SUBTRACT 1 FROM DP-COUNT.
063569 2970-EXIT.
063570     EXIT.
063571
063572 2975-CLOSE-UP.
063573     MOVE DEPT-TABLE-ENTRY(WS-DP-SCAN + 1)
063574         TO DEPT-TABLE-ENTRY(WS-DP-SCAN).
063575 2975-EXIT.
063576     EXIT.
063600
063700*****************************************************************
063800*    3000-REPOINT-BOOKINGS
063900*****************************************************************
064000 3000-REPOINT-BOOKINGS.
064100     PERFORM 3100-REPOINT-APPOINTMENT THRU 3100-EXIT
064200         VARYING WS-AP-SUB FROM 1 BY 1
064300         UNTIL WS-AP-SUB > AP-COUNT.
064400     PERFORM 3200-REPOINT-SCHEDULE THRU 3200-EXIT
064500         VARYING WS-RC-SUB FROM 1 BY 1
064600         UNTIL WS-RC-SUB > RC-COUNT.
064700     ADD WS-APPTS-MOVED TO WS-TOTAL-APPTS-MOVED.
064800     ADD WS-SCHEDS-MOVED TO WS-TOTAL-SCHEDS-MOVED.
064900 3000-EXIT.
065000     EXIT.
065100
065200 3100-REPOINT-APPOINTMENT.
065300     IF AP-DEPT(WS-AP-SUB) NOT = WS-OLD-DEPT
065400             OR AP-DATE(WS-AP-SUB) < WS-TODAY
065500         GO TO 3100-EXIT
065600     END-IF.
065700     MOVE WS-NEW-DEPT TO AP-DEPT(WS-AP-SUB).
065800     ADD 1 TO WS-APPTS-MOVED.
065900     MOVE SPACES TO REPORT-LINE-RECORD.
066000     STRING "  APPT  " AP-NAME(WS-AP-SUB) " ON "
066100             AP-DATE(WS-AP-SUB) "        BEFORE " WS-OLD-DEPT
066200             " AFTER " WS-NEW-DEPT
066300         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
066400     WRITE REPORT-LINE-RECORD.
066500 3100-EXIT.
066600     EXIT.
066700
066800 3200-REPOINT-SCHEDULE.
066900     IF RC-DEPT(WS-RC-SUB) NOT = WS-OLD-DEPT
067000         GO TO 3200-EXIT
067100     END-IF.
067200     IF RC-EXP-DATE(WS-RC-SUB) NOT = SPACES
067300             AND RC-EXP-DATE(WS-RC-SUB) < WS-TODAY
067400         GO TO 3200-EXIT
067500     END-IF.
067600     MOVE WS-NEW-DEPT TO RC-DEPT(WS-RC-SUB).
067700     ADD 1 TO WS-SCHEDS-MOVED.
067800     MOVE RC-EXP-DATE(WS-RC-SUB) TO WS-HIST-UNTIL.
067900     IF WS-HIST-UNTIL = SPACES
068000         MOVE "NO EXPIRY" TO WS-HIST-UNTIL
068100     END-IF.
068200     MOVE SPACES TO REPORT-LINE-RECORD.
068300     STRING "  SCHED " RC-NAME(WS-RC-SUB) " "
068400             RC-PATTERN(WS-RC-SUB) " " RC-DAY-OF-WEEK(WS-RC-SUB)
068500             " UNTIL " WS-HIST-UNTIL " BEFORE " WS-OLD-DEPT
068600             " AFTER " WS-NEW-DEPT
068700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
068800     WRITE REPORT-LINE-RECORD.
068900 3200-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069225*    4000-WRITE-FILES-BACK
069250*    EACH FILE ONLY WHEN SOMETHING IN IT CHANGED: THE MASTER IN
069275*    CODE ORDER, THEN THE RE-POINTED BOOKINGS.  A FILE THAT CANNOT
069300*    BE WRITTEN BACK IS FLAGGED ON DEPTHIST UNDER THE CHANGES IT
069325*    CARRIED AND THE RUN ENDS RC 8 - RESTORE THE THREE FILES AND
069350*    RERUN THE SAME DECK.
069375*****************************************************************
069400 4000-WRITE-FILES-BACK.
069425     IF WS-TOTAL-ADDED > ZERO OR WS-TOTAL-CHANGED > ZERO
069450             OR WS-TOTAL-MERGED > ZERO OR WS-TOTAL-RETIRED > ZERO
069475         PERFORM 4300-WRITE-DEPARTMENTS THRU 4300-EXIT
069500     END-IF.
069525     IF WS-TOTAL-APPTS-MOVED > ZERO
069550         SET WS-FILE-WRITTEN TO TRUE
069575         OPEN OUTPUT APPTFILE
069600         IF WS-APPT-FILE-STATUS = "00"
069625             PERFORM 4100-WRITE-APPOINTMENT THRU 4100-EXIT
069650                 VARYING WS-AP-SUB FROM 1 BY 1
069675                 UNTIL WS-AP-SUB > AP-COUNT OR WS-FILE-NOT-WRITTEN
069700             CLOSE APPTFILE
069725         ELSE
069750             SET WS-FILE-NOT-WRITTEN TO TRUE
069775         END-IF
069800         IF WS-FILE-NOT-WRITTEN
069825             DISPLAY "HELLO-NAME-DEPTMNT: CANNOT WRITE APPTFILE"
069850                 " - STATUS " WS-APPT-FILE-STATUS
069875                 " - APPOINTMENTS NOT RE-POINTED."
069900             MOVE "APPTFILE" TO WS-UNWRITTEN-FILE
069925             MOVE WS-APPT-FILE-STATUS TO WS-UNWRITTEN-STATUS
069950             PERFORM 4900-FLAG-NOT-WRITTEN THRU 4900-EXIT
069975         END-IF
070000     END-IF.
070025     IF WS-TOTAL-SCHEDS-MOVED > ZERO
070050         SET WS-FILE-WRITTEN TO TRUE
070075         OPEN OUTPUT RCURFILE
070100         IF WS-RCUR-FILE-STATUS = "00"
070125             PERFORM 4200-WRITE-SCHEDULE THRU 4200-EXIT
070150                 VARYING WS-RC-SUB FROM 1 BY 1
070175                 UNTIL WS-RC-SUB > RC-COUNT OR WS-FILE-NOT-WRITTEN
070200             CLOSE RCURFILE
070225         ELSE
070250             SET WS-FILE-NOT-WRITTEN TO TRUE
070275         END-IF
070300         IF WS-FILE-NOT-WRITTEN
070325             DISPLAY "HELLO-NAME-DEPTMNT: CANNOT WRITE RCURFILE"
070350                 " - STATUS " WS-RCUR-FILE-STATUS
070375                 " - SCHEDULES NOT RE-POINTED."
070400             MOVE "RCURFILE" TO WS-UNWRITTEN-FILE
070425             MOVE WS-RCUR-FILE-STATUS TO WS-UNWRITTEN-STATUS
070450             PERFORM 4900-FLAG-NOT-WRITTEN THRU 4900-EXIT
070475         END-IF
070500     END-IF.
070525 4000-EXIT.
070550     EXIT.
070575
070600 4100-WRITE-APPOINTMENT.
070625     WRITE APPT-RECORD FROM APPT-TABLE-ENTRY(WS-AP-SUB).
070650     IF WS-APPT-FILE-STATUS NOT = "00"
070675         SET WS-FILE-NOT-WRITTEN TO TRUE
070700     END-IF.
070725 4100-EXIT.
070750     EXIT.
070775
070800 4200-WRITE-SCHEDULE.
070825     WRITE RCUR-RECORD FROM RCUR-TABLE-ENTRY(WS-RC-SUB).
070850     IF WS-RCUR-FILE-STATUS NOT = "00"
070875         SET WS-FILE-NOT-WRITTEN TO TRUE
070900     END-IF.
070925 4200-EXIT.
070950     EXIT.
070975
071000 4300-WRITE-DEPARTMENTS.
071025     SET WS-FILE-WRITTEN TO TRUE.
071050     OPEN OUTPUT DEPTFILE.
071075     IF WS-DEPT-FILE-STATUS = "00"
071100         PERFORM 4310-WRITE-DEPARTMENT THRU 4310-EXIT
071125             VARYING WS-DP-SCAN FROM 1 BY 1
071150             UNTIL WS-DP-SCAN > DP-COUNT OR WS-FILE-NOT-WRITTEN
071175         CLOSE DEPTFILE
071200     ELSE
071225         SET WS-FILE-NOT-WRITTEN TO TRUE
071250     END-IF.
071275     IF WS-FILE-NOT-WRITTEN
071300         DISPLAY "HELLO-NAME-DEPTMNT: CANNOT WRITE DEPTFILE - "
071325             "STATUS " WS-DEPT-FILE-STATUS
071350             " - DEPARTMENT CHANGES NOT IN FORCE."
071375         MOVE "DEPTFILE" TO WS-UNWRITTEN-FILE
071400         MOVE WS-DEPT-FILE-STATUS TO WS-UNWRITTEN-STATUS
071425         PERFORM 4900-FLAG-NOT-WRITTEN THRU 4900-EXIT
071450     END-IF.
071475 4300-EXIT.
071500     EXIT.
071525
071550 4310-WRITE-DEPARTMENT.
071575     WRITE DEPT-FILE-RECORD FROM DEPT-TABLE-ENTRY(WS-DP-SCAN).
071600     IF WS-DEPT-FILE-STATUS NOT = "00"
071625         SET WS-FILE-NOT-WRITTEN TO TRUE
071650     END-IF.
071675 4310-EXIT.
071700     EXIT.
071725
071750*    A FILE THAT DID NOT GO BACK IS FLAGGED ON THE LISTING UNDER
071775*    THE CHANGES IT CARRIED, SO NO HOST IS TOLD OF A MOVE THAT DID
071800*    NOT HAPPEN.
071825 4900-FLAG-NOT-WRITTEN.
071850     MOVE SPACES TO REPORT-LINE-RECORD.
071875     STRING "*** " WS-UNWRITTEN-FILE " NOT WRITTEN, STATUS "
071900             WS-UNWRITTEN-STATUS
071925             " - CHANGES ABOVE NOT IN FORCE ***"
071950         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
071975     WRITE REPORT-LINE-RECORD.
072000     MOVE 8 TO RETURN-CODE.
072025 4900-EXIT.
072050     EXIT.
074000
074100*****************************************************************
074200*    5000-WRITE-DEPT-LINES
074300*    TWO LISTING LINES FROM DEPT-RECORD AS IT NOW STANDS: THE
074400*    ACTION, CODE, NAME AND LOCATION, THEN THE HOST CONTACT.
074500*****************************************************************
074600 5000-WRITE-DEPT-LINES.
074700     MOVE SPACES TO REPORT-LINE-RECORD.
074800     STRING WS-HIST-ACTION " " DEPT-CODE " " DEPT-NAME " "
074900             DEPT-LOCATION
075000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
075100     WRITE REPORT-LINE-RECORD.
075200     MOVE SPACES TO REPORT-LINE-RECORD.
075300     STRING "                  CONTACT " DEPT-CONTACT
075400         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
075500     WRITE REPORT-LINE-RECORD.
075600 5000-EXIT.
075700     EXIT.
075800
075900*****************************************************************
076000*    5100-WRITE-CHANGE-LINES
076100*    THE ENTRY AS REWRITTEN, THEN THE "WAS" LINES UNDER IT FROM
076200*    THE BEFORE IMAGE.  DEPT-RECORD IS PUT BACK AFTERWARDS.
076300*****************************************************************
076400 5100-WRITE-CHANGE-LINES.
076500     PERFORM 5000-WRITE-DEPT-LINES THRU 5000-EXIT.
076600     MOVE DEPT-RECORD TO WS-DEPT-AFTER.
076700     MOVE WS-DEPT-BEFORE TO DEPT-RECORD.
076800     MOVE "  WAS" TO WS-HIST-ACTION.
076900     PERFORM 5000-WRITE-DEPT-LINES THRU 5000-EXIT.
077000     MOVE WS-DEPT-AFTER TO DEPT-RECORD.
077100 5100-EXIT.
077200     EXIT.
077300
077400*    WHERE A MERGED OR RETIRED DEPARTMENT'S BOOKINGS WENT, AND
077500*    WHO TO TELL THERE.
077600 5200-WRITE-SUCCESSOR-LINE.
077700     MOVE SPACES TO REPORT-LINE-RECORD.
077800     IF WS-NEW-DEPT = SPACES
077900         STRING "       BOOKINGS: NONE OPEN - NO SUCCESSOR"
078000             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
078100     ELSE
078200         STRING "       BOOKINGS TO " WS-NEW-DEPT
078300                 " CONTACT " WS-NEW-CONTACT
078400             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
078500     END-IF.
078600     WRITE REPORT-LINE-RECORD.
078700 5200-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*    9000-TERMINATE
079200*****************************************************************
079300 9000-TERMINATE.
079400     IF WS-TOTAL-REFUSED > ZERO AND RETURN-CODE < 4
079500         MOVE 4 TO RETURN-CODE
079600     END-IF.
079700     MOVE SPACES TO REPORT-LINE-RECORD.
079800     STRING "RUN TOTALS: " WS-TOTAL-ADDED " ADDED, "
079900             WS-TOTAL-CHANGED " CHANGED, " WS-TOTAL-MERGED
080000             " MERGED, " WS-TOTAL-RETIRED " RETIRED, "
080100             WS-TOTAL-REFUSED " REFUSED."
080200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
080300     WRITE REPORT-LINE-RECORD.
080400     MOVE SPACES TO REPORT-LINE-RECORD.
080500     STRING "            " WS-TOTAL-APPTS-MOVED
080600             " APPOINTMENTS, " WS-TOTAL-SCHEDS-MOVED
080700             " STANDING SCHEDULES RE-POINTED."
080800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
080900     WRITE REPORT-LINE-RECORD.
081000     MOVE SPACES TO REPORT-LINE-RECORD.
081100     WRITE REPORT-LINE-RECORD.
081300     CLOSE REPORTFILE.
081400     DISPLAY "HELLO-NAME-DEPTMNT: " WS-TOTAL-ADDED " ADDED, "
081500         WS-TOTAL-CHANGED " CHANGED, " WS-TOTAL-MERGED " MERGED, "
081600         WS-TOTAL-RETIRED " RETIRED, " WS-TOTAL-REFUSED
081700         " REFUSED.".
081800 9000-EXIT.
081900     EXIT.
082000
082100 END PROGRAM HELLO-NAME-DEPTMNT.
