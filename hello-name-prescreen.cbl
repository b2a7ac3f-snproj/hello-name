000100*****************************************************************
000200*    HELLO-NAME-PRESCREEN.CBL
000300*    NEXT-DAY EXPECTED-VISITOR PRE-SCREEN - THE EVENING RUN THAT
000400*    SHOWS SECURITY AND THE HOSTS TOMORROW'S LOBBY BEFORE IT
000500*    HAPPENS.  READS THE APPOINTMENTS ON APPTFILE FOR THE DAY
000600*    AFTER THE BUSINESS DATE (INCLUDING THOSE THE RECURRING
000700*    APPOINTMENT RUN GENERATED) AND CHECKS EACH VISITOR AGAINST
000800*    THE BARRED-VISITOR LIST (BARFILE), THE DEPARTMENT MASTER
000900*    (DEPTFILE) AND THE VISITOR MASTER (VMSTFILE).  PRINTS A
001000*    SECURITY EXCEPTION PAGE (PSCRSEC) OF EVERY BOOKED VISITOR
001100*    WHO WILL BE BARRED ON THE DAY AND EVERY APPOINTMENT FOR A
001200*    DEPARTMENT NOT ON THE MASTER, AND AN ITINERARY (PSCRITIN)
001300*    WITH ONE BLOCK PER HOST DEPARTMENT: EACH EXPECTED VISITOR,
001400*    FIRST-TIME OR RETURNING WITH THE VISIT COUNT, AND THE
001500*    DEPARTMENT'S HOST CONTACT.
001600*
001700*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001800*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001900*    DATE-WRITTEN.      10/15/26.
002000*    DATE-COMPILED.
002100*
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    10/15/26   JAH   ORIGINAL VERSION.
002410*    10/15/26   JAH   A VMSTFILE READ THAT FAILS FOR ANY REASON
002420*                     BUT NOT-ON-FILE NOW STOPS THE RUN (RC 12)
002430*                     WITH A NOTICE ON BOTH REPORTS, INSTEAD OF
002440*                     LISTING THE VISITOR FROM A STALE RECORD.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.     HELLO-NAME-PRESCREEN.
002800 AUTHOR.         J. A. HARTLEY.
002900 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003000 DATE-WRITTEN.   10/15/26.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT APPTFILE ASSIGN TO "APPTFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-APPT-FILE-STATUS.
003900
004000     SELECT BARFILE ASSIGN TO "BARFILE"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-BAR-FILE-STATUS.
004300
004400     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-DEPT-FILE-STATUS.
004700
004800     SELECT VMSTFILE ASSIGN TO "VMSTFILE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS VM-NAME
005200         FILE STATUS IS WS-VMST-FILE-STATUS.
005300
005400     SELECT SORTWORK ASSIGN TO "SORTWORK".
005500
005600     SELECT SECRPT ASSIGN TO "PSCRSEC"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SECRPT-STATUS.
005900
006000     SELECT ITINRPT ASSIGN TO "PSCRITIN"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-ITINRPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  APPTFILE
006700     LABEL RECORDS ARE OMITTED.
006800     COPY APPTREC.
006900
007000 FD  BARFILE
007100     LABEL RECORDS ARE OMITTED.
007200     COPY BARREC.
007300
007400 FD  DEPTFILE
007500     LABEL RECORDS ARE OMITTED.
007600     COPY DEPTREC.
007700
007800 FD  VMSTFILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY VMSTREC.
008100
008200 SD  SORTWORK.
008300 COPY APPTREC REPLACING ==APPT-RECORD== BY ==SORT-RECORD==.
008400
008500 FD  SECRPT
008600     LABEL RECORDS ARE OMITTED.
008700 01  SEC-LINE-RECORD                 PIC X(80).
008800
008900 FD  ITINRPT
009000     LABEL RECORDS ARE OMITTED.
009100 01  ITIN-LINE-RECORD                PIC X(80).
009200
009300 WORKING-STORAGE SECTION.
009400 77  WS-DEPT-MAX             PIC 9(02)   VALUE 50.
009500 77  WS-BAR-MAX              PIC 9(03)   VALUE 200.
009600 77  WS-DEFAULT-DAYS         PIC 9(02)   VALUE 01.
009700
009800 01  WS-FILE-STATUS-AREA.
009900     05  WS-APPT-FILE-STATUS      PIC X(02)   VALUE "00".
010000     05  WS-BAR-FILE-STATUS       PIC X(02)   VALUE "00".
010100     05  WS-DEPT-FILE-STATUS      PIC X(02)   VALUE "00".
010200     05  WS-VMST-FILE-STATUS      PIC X(02)   VALUE "00".
010300     05  WS-SECRPT-STATUS         PIC X(02)   VALUE "00".
010400     05  WS-ITINRPT-STATUS        PIC X(02)   VALUE "00".
010500
010600 01  WS-SWITCHES.
010700     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
010800         88  WS-FILES-OPEN-OK             VALUE "Y".
010900         88  WS-FILES-OPEN-FAILED         VALUE "N".
011000     05  WS-APPT-EOF-SW           PIC X(01)   VALUE "N".
011100         88  WS-APPT-EOF                  VALUE "Y".
011200     05  WS-SORT-EOF-SW           PIC X(01)   VALUE "N".
011300         88  WS-SORT-EOF                  VALUE "Y".
011400     05  WS-FIRST-RECORD-SW       PIC X(01)   VALUE "Y".
011500         88  WS-FIRST-RECORD              VALUE "Y".
011600     05  WS-BAR-EOF-SW            PIC X(01)   VALUE "N".
011700         88  WS-BAR-EOF                   VALUE "Y".
011800     05  WS-DEPT-EOF-SW           PIC X(01)   VALUE "N".
011900         88  WS-DEPT-EOF                  VALUE "Y".
012000     05  WS-BARFILE-OPEN-SW       PIC X(01)   VALUE "Y".
012100         88  WS-BARFILE-OPEN-OK           VALUE "Y".
012200         88  WS-BARFILE-ABSENT            VALUE "N".
012300     05  WS-DEPTFILE-OPEN-SW      PIC X(01)   VALUE "Y".
012400         88  WS-DEPTFILE-OPEN-OK          VALUE "Y".
012500         88  WS-DEPTFILE-ABSENT           VALUE "N".
012600     05  WS-VMSTFILE-OPEN-SW      PIC X(01)   VALUE "Y".
012700         88  WS-VMSTFILE-OPEN-OK          VALUE "Y".
012800         88  WS-VMSTFILE-ABSENT           VALUE "N".
012900     05  WS-BAR-FOUND-SW          PIC X(01)   VALUE "N".
013000         88  WS-BAR-FOUND                 VALUE "Y".
013100         88  WS-BAR-NOT-FOUND             VALUE "N".
013200     05  WS-DEPT-FOUND-SW         PIC X(01)   VALUE "N".
013300         88  WS-DEPT-FOUND                VALUE "Y".
013400         88  WS-DEPT-NOT-FOUND            VALUE "N".
013410     05  WS-RUN-STOPPED-SW        PIC X(01)   VALUE "N".
013420         88  WS-RUN-STOPPED               VALUE "Y".
013500
013600 01  WS-PARM-DATA                 PIC X(08)   VALUE SPACES.
013700 01  WS-DAYS-AHEAD                PIC 9(02)   VALUE ZERO.
013800 01  WS-DAY-IDX                   PIC 9(02)   VALUE ZERO.
013900 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
014000 01  WS-VISIT-DATE                PIC X(10)   VALUE SPACES.
014100 01  WS-PREV-DEPT                 PIC X(10)   VALUE SPACES.
014200 01  WS-PREV-NAME                 PIC X(10)   VALUE SPACES.
014300 01  WS-BAR-REASON                PIC X(30)   VALUE SPACES.
014400 01  WS-BAR-EXP-DATE              PIC X(10)   VALUE SPACES.
014500 01  WS-COUNT-EDIT                PIC Z(04)9.
014600
014700 01  WS-DEPT-VISITORS             PIC 9(04)   VALUE ZERO.
014800 01  WS-TOTAL-EXPECTED            PIC 9(04)   VALUE ZERO.
014900 01  WS-TOTAL-DEPTS               PIC 9(04)   VALUE ZERO.
015000 01  WS-TOTAL-FIRST-TIME          PIC 9(04)   VALUE ZERO.
015100 01  WS-TOTAL-RETURNING           PIC 9(04)   VALUE ZERO.
015200 01  WS-TOTAL-BARRED              PIC 9(04)   VALUE ZERO.
015300 01  WS-TOTAL-UNKNOWN-DEPT        PIC 9(04)   VALUE ZERO.
015400 01  WS-TOTAL-DUPLICATES          PIC 9(04)   VALUE ZERO.
015500
015600 01  WS-DATE-TIME-WORK.
015700     05  WS-CUR-DATE.
015800         10  WS-CUR-YYYY          PIC 9(04).
015900         10  WS-CUR-MM            PIC 9(02).
016000         10  WS-CUR-DD            PIC 9(02).
016100     05  WS-CUR-TIME.
016200         10  WS-CUR-HH            PIC 9(02).
016300         10  WS-CUR-MN            PIC 9(02).
016400         10  WS-CUR-SS            PIC 9(02).
016500         10  WS-CUR-HS            PIC 9(02).
016600
016700 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
016800
016900*    CALENDAR WORK FIELDS FOR STEPPING THE BUSINESS DATE ON TO
017000*    THE VISIT DATE.
017100 01  WS-WORK-DATE.
017200     05  WS-WORK-YYYY             PIC 9(04).
017300     05  WS-WORK-MM               PIC 9(02).
017400     05  WS-WORK-DD               PIC 9(02).
017500 01  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
017600 01  WS-LEAP-REM                  PIC 9(04)   VALUE ZERO.
017700 01  WS-LEAP-QUOT                 PIC 9(04)   VALUE ZERO.
017800
017900*    SECURITY'S BARRED-VISITOR LIST, TABLED AT START OF RUN THE
018000*    SAME WAY THE ROSTER BUILD TABLES IT.
018100 01  BAR-TABLE-CONTROL.
018200     05  WS-BAR-COUNT             PIC 9(03)   VALUE ZERO.
018300     05  BAR-TABLE-ENTRY OCCURS 1 TO 200 TIMES
018400             DEPENDING ON WS-BAR-COUNT
018500             INDEXED BY BAR-IDX.
018600         10  BAR-TBL-NAME         PIC X(10).
018700         10  BAR-TBL-REASON       PIC X(30).
018800         10  BAR-TBL-EFF-DATE     PIC X(10).
018900         10  BAR-TBL-EXP-DATE     PIC X(10).
019000
019100*    DEPARTMENT REFERENCE MASTER, TABLED AT START OF RUN FOR
019200*    EACH HOST DEPARTMENT'S NAME, LOCATION AND CONTACT.
019300 01  DEPT-TABLE-CONTROL.
019400     05  WS-DEPT-COUNT            PIC 9(02)   VALUE ZERO.
019500     05  DEPT-TABLE-ENTRY OCCURS 1 TO 50 TIMES
019600             DEPENDING ON WS-DEPT-COUNT
019700             INDEXED BY DEPT-IDX.
019800         10  DEPT-TBL-CODE        PIC X(10).
019900         10  DEPT-TBL-NAME        PIC X(30).
020000         10  DEPT-TBL-LOCATION    PIC X(15).
020100         10  DEPT-TBL-CONTACT     PIC X(20).
020200
020300 COPY CYCPARM.
020400
020500 PROCEDURE DIVISION.
020600*****************************************************************
020700*    0000-MAINLINE
020800*****************************************************************
020900 0000-MAINLINE.
021000     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
021100     IF NOT CYCP-STEP-CLEAR
021200         GOBACK
021300     END-IF.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     IF WS-FILES-OPEN-OK
021600         PERFORM 2000-SCREEN-APPOINTMENTS THRU 2000-EXIT
021700         PERFORM 9000-TERMINATE THRU 9000-EXIT
021800     END-IF.
021900     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
022000     GOBACK.
022100
022200*****************************************************************
022300*    0500-BEGIN-CYCLE-STEP
022400*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
022500*    STEP GUARD.  A DATE ALREADY PRE-SCREENED IS NOT RUN AGAIN.
022600*    A MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A
022700*    WARNING.
022800*****************************************************************
022900 0500-BEGIN-CYCLE-STEP.
023000     MOVE "HELLOPSC" TO CYCP-STEP-NAME.
023100     SET CYCP-ONCE-PER-DAY TO TRUE.
023200     SET CYCP-REQUEST-BEGIN TO TRUE.
023300     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
023400     MOVE CYCP-BUSINESS-DATE TO WS-TODAY.
023500     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
023600         MOVE 4 TO RETURN-CODE
023700     END-IF.
023800 0500-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200*    1000-INITIALIZE
024300*    APPTFILE AND BOTH REPORTS ARE REQUIRED.  A BARFILE THAT
024400*    WILL NOT OPEN LEAVES THE SECURITY PAGE WITHOUT ITS BARRED
024500*    SCREEN - THE PAGE SAYS SO AND THE RUN ENDS RC 8, SINCE THE
024600*    SCREEN IS WHAT SECURITY RUNS THIS FOR.  DEPTFILE AND
024700*    VMSTFILE ONLY ENRICH THE ITINERARY; MISSING, THEY ARE A
024800*    WARNING.
024900*****************************************************************
025000 1000-INITIALIZE.
025100     PERFORM 1100-GET-VISIT-DATE THRU 1100-EXIT.
025200     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
025300     ACCEPT WS-CUR-TIME FROM TIME.
025400     MOVE SPACES TO WS-TIMESTAMP.
025500     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
025600             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
025700         DELIMITED BY SIZE INTO WS-TIMESTAMP.
025800     OPEN INPUT APPTFILE.
025900     IF WS-APPT-FILE-STATUS NOT = "00"
026000         SET WS-FILES-OPEN-FAILED TO TRUE
026100         DISPLAY "HELLO-NAME-PRESCREEN: UNABLE TO OPEN APPTFILE"
026200             " - STATUS " WS-APPT-FILE-STATUS " - RUN TERMINATED."
026300         MOVE 8 TO RETURN-CODE
026400         GO TO 1000-EXIT
026500     END-IF.
026600     CLOSE APPTFILE.
026700     OPEN OUTPUT SECRPT.
026800     IF WS-SECRPT-STATUS NOT = "00"
026900         SET WS-FILES-OPEN-FAILED TO TRUE
027000         DISPLAY "HELLO-NAME-PRESCREEN: CANNOT OPEN PSCRSEC - "
027100             "STATUS " WS-SECRPT-STATUS " - RUN TERMINATED."
027200         MOVE 8 TO RETURN-CODE
027300         GO TO 1000-EXIT
027400     END-IF.
027500     OPEN OUTPUT ITINRPT.
027600     IF WS-ITINRPT-STATUS NOT = "00"
027700         SET WS-FILES-OPEN-FAILED TO TRUE
027800         DISPLAY "HELLO-NAME-PRESCREEN: CANNOT OPEN PSCRITIN - "
027900             "STATUS " WS-ITINRPT-STATUS " - RUN TERMINATED."
028000         MOVE 8 TO RETURN-CODE
028100         CLOSE SECRPT
028200         GO TO 1000-EXIT
028300     END-IF.
028400     PERFORM 1200-LOAD-BARRED THRU 1200-EXIT.
028500     PERFORM 1300-LOAD-DEPARTMENTS THRU 1300-EXIT.
028600     OPEN INPUT VMSTFILE.
028700     IF WS-VMST-FILE-STATUS NOT = "00"
028800         SET WS-VMSTFILE-ABSENT TO TRUE
028900         DISPLAY "HELLO-NAME-PRESCREEN: VMSTFILE NOT AVAILABLE - "
029000             "STATUS " WS-VMST-FILE-STATUS
029100             " - ITINERARY PRINTED WITHOUT VISIT HISTORY."
029200         IF RETURN-CODE < 4
029300             MOVE 4 TO RETURN-CODE
029400         END-IF
029500     END-IF.
029600 1000-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000*    1100-GET-VISIT-DATE
030100*    THE DAY SCREENED IS THE DAY AFTER THE BUSINESS DATE.  AN
030200*    EXEC PARM OF TWO DIGITS SCREENS THAT MANY DAYS AHEAD
030300*    INSTEAD - FRIDAY EVENING'S RUN TAKES "03" FOR MONDAY.
030400*****************************************************************
030500 1100-GET-VISIT-DATE.
030600     MOVE WS-DEFAULT-DAYS TO WS-DAYS-AHEAD.
030700     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
030800     IF WS-PARM-DATA(1:2) IS NUMERIC
030900             AND WS-PARM-DATA(1:2) NOT = "00"
031000         MOVE WS-PARM-DATA(1:2) TO WS-DAYS-AHEAD
031100     END-IF.
031200     MOVE WS-TODAY(1:4) TO WS-WORK-YYYY.
031300     MOVE WS-TODAY(6:2) TO WS-WORK-MM.
031400     MOVE WS-TODAY(9:2) TO WS-WORK-DD.
031500     PERFORM 1110-NEXT-DAY THRU 1110-EXIT
031600         VARYING WS-DAY-IDX FROM 1 BY 1
031700         UNTIL WS-DAY-IDX > WS-DAYS-AHEAD.
031800     MOVE SPACES TO WS-VISIT-DATE.
031900     STRING WS-WORK-YYYY "-" WS-WORK-MM "-" WS-WORK-DD
032000         DELIMITED BY SIZE INTO WS-VISIT-DATE.
032100 1100-EXIT.
032200     EXIT.
032300
032400*    SAME MONTH-LENGTH AND LEAP-YEAR ARITHMETIC THE RECURRING
032500*    APPOINTMENT RUN USES.
032600 1110-NEXT-DAY.
032700     EVALUATE WS-WORK-MM
032800         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
032900             MOVE 31 TO WS-MONTH-DAYS
033000         WHEN 4 WHEN 6 WHEN 9 WHEN 11
033100             MOVE 30 TO WS-MONTH-DAYS
033200         WHEN 2
033300             MOVE 28 TO WS-MONTH-DAYS
033400             DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT
033500                 REMAINDER WS-LEAP-REM
033600             IF WS-LEAP-REM = ZERO
033700                 MOVE 29 TO WS-MONTH-DAYS
033800                 DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT
033900                     REMAINDER WS-LEAP-REM
034000                 IF WS-LEAP-REM = ZERO
034100                     DIVIDE WS-WORK-YYYY BY 400
034200                         GIVING WS-LEAP-QUOT
034300                         REMAINDER WS-LEAP-REM
034400                     IF WS-LEAP-REM NOT = ZERO
034500                         MOVE 28 TO WS-MONTH-DAYS
034600                     END-IF
034700                 END-IF
034800             END-IF
034900     END-EVALUATE.
035000     IF WS-WORK-DD < WS-MONTH-DAYS
035100         ADD 1 TO WS-WORK-DD
035200     ELSE
035300         MOVE 1 TO WS-WORK-DD
035400         IF WS-WORK-MM < 12
035500             ADD 1 TO WS-WORK-MM
035600         ELSE
035700             MOVE 1 TO WS-WORK-MM
035800             ADD 1 TO WS-WORK-YYYY
035900         END-IF
036000     END-IF.
036100 1110-EXIT.
036200     EXIT.
036300
036400 1200-LOAD-BARRED.
036500     OPEN INPUT BARFILE.
036600     IF WS-BAR-FILE-STATUS NOT = "00"
036700         SET WS-BARFILE-ABSENT TO TRUE
036800         DISPLAY "HELLO-NAME-PRESCREEN: BARFILE NOT AVAILABLE - "
036900             "STATUS " WS-BAR-FILE-STATUS
037000             " - BARRED-VISITOR SCREEN NOT RUN."
037100         MOVE 8 TO RETURN-CODE
037200         GO TO 1200-EXIT
037300     END-IF.
037400     PERFORM 1210-READ-BAR-RECORD THRU 1210-EXIT
037500         UNTIL WS-BAR-EOF.
037600     CLOSE BARFILE.
037700 1200-EXIT.
037800     EXIT.
037900
038000 1210-READ-BAR-RECORD.
038100     READ BARFILE
038200         AT END
038300             SET WS-BAR-EOF TO TRUE
038400             GO TO 1210-EXIT
038500     END-READ.
038600     IF WS-BAR-COUNT < WS-BAR-MAX
038700         ADD 1 TO WS-BAR-COUNT
038800         MOVE BAR-NAME TO BAR-TBL-NAME(WS-BAR-COUNT)
038900         MOVE BAR-REASON TO BAR-TBL-REASON(WS-BAR-COUNT)
039000         MOVE BAR-EFF-DATE TO BAR-TBL-EFF-DATE(WS-BAR-COUNT)
039100         MOVE BAR-EXP-DATE TO BAR-TBL-EXP-DATE(WS-BAR-COUNT)
039200     ELSE
039300         DISPLAY "HELLO-NAME-PRESCREEN: BARRED TABLE FULL - "
039400             "IGNORING " BAR-NAME
039500         MOVE 8 TO RETURN-CODE
039600     END-IF.
039700 1210-EXIT.
039800     EXIT.
039900
040000 1300-LOAD-DEPARTMENTS.
040100     OPEN INPUT DEPTFILE.
040200     IF WS-DEPT-FILE-STATUS NOT = "00"
040300         SET WS-DEPTFILE-ABSENT TO TRUE
040400         DISPLAY "HELLO-NAME-PRESCREEN: DEPTFILE NOT AVAILABLE - "
040500             "STATUS " WS-DEPT-FILE-STATUS
040600             " - DEPARTMENT CHECK NOT RUN."
040700         IF RETURN-CODE < 4
040800             MOVE 4 TO RETURN-CODE
040900         END-IF
041000         GO TO 1300-EXIT
041100     END-IF.
041200     PERFORM 1310-READ-DEPT-RECORD THRU 1310-EXIT
041300         UNTIL WS-DEPT-EOF.
041400     CLOSE DEPTFILE.
041500 1300-EXIT.
041600     EXIT.
041700
041800 1310-READ-DEPT-RECORD.
041900     READ DEPTFILE
042000         AT END
042100             SET WS-DEPT-EOF TO TRUE
042200             GO TO 1310-EXIT
042300     END-READ.
042400     IF WS-DEPT-COUNT < WS-DEPT-MAX
042500         ADD 1 TO WS-DEPT-COUNT
042600         MOVE DEPT-CODE TO DEPT-TBL-CODE(WS-DEPT-COUNT)
042700         MOVE DEPT-NAME TO DEPT-TBL-NAME(WS-DEPT-COUNT)
042800         MOVE DEPT-LOCATION TO DEPT-TBL-LOCATION(WS-DEPT-COUNT)
042900         MOVE DEPT-CONTACT TO DEPT-TBL-CONTACT(WS-DEPT-COUNT)
043000     ELSE
043100         DISPLAY "HELLO-NAME-PRESCREEN: DEPARTMENT TABLE FULL - "
043200             "IGNORING " DEPT-CODE
043300         IF RETURN-CODE < 4
043400             MOVE 4 TO RETURN-CODE
043500         END-IF
043600     END-IF.
043700 1310-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*    2000-SCREEN-APPOINTMENTS
044200*    THE VISIT DATE'S APPOINTMENTS ARE SORTED BY HOST
044300*    DEPARTMENT AND NAME.  EVERY ONE IS SCREENED ONTO THE
044400*    SECURITY PAGE AS IT COMES OFF THE SORT AND LISTED IN ITS
044500*    DEPARTMENT'S ITINERARY BLOCK.
044600*****************************************************************
044700 2000-SCREEN-APPOINTMENTS.
044800     PERFORM 2800-WRITE-SECURITY-HEADING THRU 2800-EXIT.
044900     PERFORM 2850-WRITE-ITINERARY-HEADING THRU 2850-EXIT.
045000     SORT SORTWORK
045100         ON ASCENDING KEY APPT-DEPT OF SORT-RECORD
045200         ON ASCENDING KEY APPT-NAME OF SORT-RECORD
045300         INPUT PROCEDURE IS 2100-SELECT-APPOINTMENTS
045400             THRU 2100-EXIT
045500         OUTPUT PROCEDURE IS 2200-SCREEN-AND-LIST
045600             THRU 2200-EXIT.
045610     IF WS-RUN-STOPPED
045620         PERFORM 2990-WRITE-STOPPED-NOTICE THRU 2990-EXIT
045630         GO TO 2000-EXIT
045640     END-IF.
045700     PERFORM 2900-WRITE-SECURITY-TOTALS THRU 2900-EXIT.
045800     PERFORM 2950-WRITE-ITINERARY-TOTALS THRU 2950-EXIT.
045900 2000-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*    2100-SELECT-APPOINTMENTS
046400*    SORT INPUT PROCEDURE - RELEASES ONLY THE APPOINTMENTS FOR
046500*    THE VISIT DATE, HAND-KEYED, BOOKED BY THE HOST OR
046600*    GENERATED FROM A STANDING SCHEDULE ALIKE.
046700*****************************************************************
046800 2100-SELECT-APPOINTMENTS.
046900     OPEN INPUT APPTFILE.
047000     PERFORM 2110-READ-APPT-RECORD THRU 2110-EXIT
047100         UNTIL WS-APPT-EOF.
047200     CLOSE APPTFILE.
047300 2100-EXIT.
047400     EXIT.
047500
047600 2110-READ-APPT-RECORD.
047700     READ APPTFILE
047800         AT END
047900             SET WS-APPT-EOF TO TRUE
048000         NOT AT END
048100             IF APPT-DATE OF APPT-RECORD = WS-VISIT-DATE
048200                 RELEASE SORT-RECORD FROM APPT-RECORD
048300             END-IF
048400     END-READ.
048500 2110-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900*    2200-SCREEN-AND-LIST
049000*    SORT OUTPUT PROCEDURE - ONE ITINERARY BLOCK PER HOST
049100*    DEPARTMENT.
049200*****************************************************************
049300 2200-SCREEN-AND-LIST.
049400     PERFORM 2210-RETURN-APPOINTMENT THRU 2210-EXIT
049500         UNTIL WS-SORT-EOF OR WS-RUN-STOPPED.
049600     IF NOT WS-FIRST-RECORD AND NOT WS-RUN-STOPPED
049700         PERFORM 2700-END-DEPARTMENT THRU 2700-EXIT
049800     END-IF.
049900 2200-EXIT.
050000     EXIT.
050100
050200 2210-RETURN-APPOINTMENT.
050300     RETURN SORTWORK
050400         AT END
050500             SET WS-SORT-EOF TO TRUE
050600         NOT AT END
050700             PERFORM 2300-SCREEN-ONE-VISITOR THRU 2300-EXIT
050800     END-RETURN.
050900 2210-EXIT.
051000     EXIT.
051100
051200*    A VISITOR FILED TWICE FOR THE SAME DEPARTMENT AND DAY IS
051300*    SCREENED AND LISTED ONCE.
051400 2300-SCREEN-ONE-VISITOR.
051500     IF NOT WS-FIRST-RECORD
051600             AND APPT-DEPT OF SORT-RECORD = WS-PREV-DEPT
051700             AND APPT-NAME OF SORT-RECORD = WS-PREV-NAME
051800         ADD 1 TO WS-TOTAL-DUPLICATES
051900         GO TO 2300-EXIT
052000     END-IF.
052100     IF WS-FIRST-RECORD
052200         PERFORM 2600-START-DEPARTMENT THRU 2600-EXIT
052300     ELSE
052400         IF APPT-DEPT OF SORT-RECORD NOT = WS-PREV-DEPT
052500             PERFORM 2700-END-DEPARTMENT THRU 2700-EXIT
052600             PERFORM 2600-START-DEPARTMENT THRU 2600-EXIT
052700         END-IF
052800     END-IF.
052900     MOVE APPT-NAME OF SORT-RECORD TO WS-PREV-NAME.
053000     ADD 1 TO WS-DEPT-VISITORS.
053100     ADD 1 TO WS-TOTAL-EXPECTED.
053200     PERFORM 2400-CHECK-BARRED THRU 2400-EXIT.
053300     IF WS-BAR-FOUND
053400         ADD 1 TO WS-TOTAL-BARRED
053500         PERFORM 2450-WRITE-BARRED-LINE THRU 2450-EXIT
053600     END-IF.
053700     IF WS-DEPT-NOT-FOUND AND WS-DEPTFILE-OPEN-OK
053800         ADD 1 TO WS-TOTAL-UNKNOWN-DEPT
053900         MOVE SPACES TO SEC-LINE-RECORD
054000         STRING "  " APPT-NAME OF SORT-RECORD
054100                 "  " APPT-DEPT OF SORT-RECORD
054200                 "  DEPARTMENT NOT ON THE DEPARTMENT MASTER"
054300             DELIMITED BY SIZE INTO SEC-LINE-RECORD
054400         WRITE SEC-LINE-RECORD
054500     END-IF.
054600     PERFORM 2500-WRITE-VISITOR-LINE THRU 2500-EXIT.
054700 2300-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100*    2400-CHECK-BARRED
055200*    SAME RULE THE GREETING PATHS APPLY ON THE DAY - A LISTED
055300*    VISITOR KEY IS BARRED ONLY WHEN THE VISIT DATE FALLS
055400*    BETWEEN THE ENTRY'S EFFECTIVE AND EXPIRY DATES.
055500*****************************************************************
055600 2400-CHECK-BARRED.
055700     SET WS-BAR-NOT-FOUND TO TRUE.
055800     IF WS-BAR-COUNT = ZERO
055900         GO TO 2400-EXIT
056000     END-IF.
056100     SET BAR-IDX TO 1.
056200     SEARCH BAR-TABLE-ENTRY
056300         AT END
056400             CONTINUE
056500         WHEN BAR-TBL-NAME(BAR-IDX) = APPT-NAME OF SORT-RECORD
056600                 AND BAR-TBL-EFF-DATE(BAR-IDX) NOT > WS-VISIT-DATE
056700                 AND (BAR-TBL-EXP-DATE(BAR-IDX) = SPACES
056800                   OR BAR-TBL-EXP-DATE(BAR-IDX)
056900                         NOT < WS-VISIT-DATE)
057000             SET WS-BAR-FOUND TO TRUE
057100             MOVE BAR-TBL-REASON(BAR-IDX) TO WS-BAR-REASON
057200             MOVE BAR-TBL-EXP-DATE(BAR-IDX) TO WS-BAR-EXP-DATE
057300     END-SEARCH.
057400 2400-EXIT.
057500     EXIT.
057600
057700 2450-WRITE-BARRED-LINE.
057800     MOVE SPACES TO SEC-LINE-RECORD.
057900     IF WS-BAR-EXP-DATE = SPACES
058000         STRING "  " APPT-NAME OF SORT-RECORD
058100                 "  " APPT-DEPT OF SORT-RECORD
058200                 "  BARRED " WS-BAR-REASON
058300                 " NO EXPIRY"
058400             DELIMITED BY SIZE INTO SEC-LINE-RECORD
058500     ELSE
058600         STRING "  " APPT-NAME OF SORT-RECORD
058700                 "  " APPT-DEPT OF SORT-RECORD
058800                 "  BARRED " WS-BAR-REASON
058900                 " TO " WS-BAR-EXP-DATE
059000             DELIMITED BY SIZE INTO SEC-LINE-RECORD
059100     END-IF.
059200     WRITE SEC-LINE-RECORD.
059300 2450-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700*    2500-WRITE-VISITOR-LINE
059800*    FIRST-TIME OR RETURNING COMES FROM THE VISITOR MASTER - A
059900*    KEY NOT ON IT HAS NEVER BEEN GREETED.  A BARRED VISITOR
060000*    STAYS ON THE HOST'S ITINERARY, REFERRED TO SECURITY, SO
060100*    THE HOST IS NOT LEFT WAITING IN THE LOBBY.  A READ THAT
060110*    FAILS FOR ANY REASON BUT NOT-ON-FILE STOPS THE RUN (RC 12)
060120*    RATHER THAN LIST THE VISITOR FROM WHATEVER WAS LEFT IN THE
060130*    RECORD AREA.
060200*****************************************************************
060300 2500-WRITE-VISITOR-LINE.
060400     MOVE SPACES TO ITIN-LINE-RECORD.
060500     IF WS-VMSTFILE-ABSENT
060600         STRING "  " APPT-NAME OF SORT-RECORD
060700                 "  VISIT HISTORY NOT AVAILABLE"
060800             DELIMITED BY SIZE INTO ITIN-LINE-RECORD
060900         GO TO 2500-WRITE
061000     END-IF.
061100     MOVE APPT-NAME OF SORT-RECORD TO VM-NAME.
061200     READ VMSTFILE
061300         INVALID KEY
061400             MOVE ZERO TO VM-VISIT-COUNT
061500     END-READ.
061510     IF WS-VMST-FILE-STATUS NOT = "00"
061520             AND WS-VMST-FILE-STATUS NOT = "23"
061530         DISPLAY "HELLO-NAME-PRESCREEN: *** VMSTFILE READ FAILED "
061540             "FOR " APPT-NAME OF SORT-RECORD " - STATUS "
061550             WS-VMST-FILE-STATUS " - RUN STOPPED. ***"
061560         SET WS-RUN-STOPPED TO TRUE
061570         MOVE 12 TO RETURN-CODE
061580         GO TO 2500-EXIT
061590     END-IF.
061600     IF VM-VISIT-COUNT NOT NUMERIC OR VM-VISIT-COUNT = ZERO
061700         ADD 1 TO WS-TOTAL-FIRST-TIME
061800         STRING "  " APPT-NAME OF SORT-RECORD
061900                 "  FIRST-TIME VISITOR"
062000             DELIMITED BY SIZE INTO ITIN-LINE-RECORD
062100     ELSE
062200         ADD 1 TO WS-TOTAL-RETURNING
062300         MOVE VM-VISIT-COUNT TO WS-COUNT-EDIT
062400         STRING "  " APPT-NAME OF SORT-RECORD
062500                 "  RETURNING - VISITS " WS-COUNT-EDIT
062600                 "  LAST " VM-LAST-DATE
062700             DELIMITED BY SIZE INTO ITIN-LINE-RECORD
062800     END-IF.
062900 2500-WRITE.
063000     IF WS-BAR-FOUND
063100         MOVE "REFER TO SECURITY" TO ITIN-LINE-RECORD(62:17)
063200     END-IF.
063300     WRITE ITIN-LINE-RECORD.
063400 2500-EXIT.
063500     EXIT.
063600
063700*****************************************************************
063800*    2600-START-DEPARTMENT
063900*    BLOCK HEADING WITH THE DEPARTMENT'S NAME, LOCATION AND HOST
064000*    CONTACT.  A DEPARTMENT NOT ON THE MASTER STILL GETS ITS
064100*    BLOCK, FLAGGED, AS THE NOTICE RUN DOES.
064200*****************************************************************
064300 2600-START-DEPARTMENT.
064400     MOVE "N" TO WS-FIRST-RECORD-SW.
064500     MOVE APPT-DEPT OF SORT-RECORD TO WS-PREV-DEPT.
064600     MOVE ZERO TO WS-DEPT-VISITORS.
064700     ADD 1 TO WS-TOTAL-DEPTS.
064800     SET WS-DEPT-NOT-FOUND TO TRUE.
064900     IF WS-DEPT-COUNT > ZERO
065000         SET DEPT-IDX TO 1
065100         SEARCH DEPT-TABLE-ENTRY
065200             AT END
065300                 CONTINUE
065400             WHEN DEPT-TBL-CODE(DEPT-IDX) = WS-PREV-DEPT
065500                 SET WS-DEPT-FOUND TO TRUE
065600         END-SEARCH
065700     END-IF.
065800     MOVE SPACES TO ITIN-LINE-RECORD.
065900     WRITE ITIN-LINE-RECORD.
066000     MOVE SPACES TO ITIN-LINE-RECORD.
066100     STRING "EXPECTED VISITORS FOR " WS-VISIT-DATE
066200             " - DEPARTMENT " WS-PREV-DEPT
066300         DELIMITED BY SIZE INTO ITIN-LINE-RECORD.
066400     WRITE ITIN-LINE-RECORD.
066500     MOVE SPACES TO ITIN-LINE-RECORD.
066600     EVALUATE TRUE
066700         WHEN WS-DEPT-FOUND
066800             STRING "  " DEPT-TBL-NAME(DEPT-IDX)
066900                     "  " DEPT-TBL-LOCATION(DEPT-IDX)
067000                     "  CONTACT " DEPT-TBL-CONTACT(DEPT-IDX)
067100                 DELIMITED BY SIZE INTO ITIN-LINE-RECORD
067200         WHEN WS-DEPTFILE-ABSENT
067300             STRING "  DEPARTMENT MASTER NOT AVAILABLE - "
067400                     "NO CONTACT"
067500                 DELIMITED BY SIZE INTO ITIN-LINE-RECORD
067600         WHEN OTHER
067700             STRING "  DEPARTMENT " WS-PREV-DEPT
067800                     " NOT ON THE DEPARTMENT MASTER - "
067900                     "SEE SECURITY PAGE"
068000                 DELIMITED BY SIZE INTO ITIN-LINE-RECORD
068100     END-EVALUATE.
068200     WRITE ITIN-LINE-RECORD.
068300 2600-EXIT.
068400     EXIT.
068500
068600 2700-END-DEPARTMENT.
068700     MOVE SPACES TO ITIN-LINE-RECORD.
068800     STRING "  " WS-DEPT-VISITORS " VISITOR(S) EXPECTED"
068900         DELIMITED BY SIZE INTO ITIN-LINE-RECORD.
069000     WRITE ITIN-LINE-RECORD.
069100 2700-EXIT.
069200     EXIT.
069300
069400 2800-WRITE-SECURITY-HEADING.
069500     MOVE SPACES TO SEC-LINE-RECORD.
069600     STRING "SECURITY PRE-SCREEN - EXCEPTIONS FOR VISITS ON "
069700             WS-VISIT-DATE
069800         DELIMITED BY SIZE INTO SEC-LINE-RECORD.
069900     WRITE SEC-LINE-RECORD.
070000     MOVE SPACES TO SEC-LINE-RECORD.
070100     STRING "RUN " WS-TIMESTAMP(1:19) "  BUSINESS DATE " WS-TODAY
070200         DELIMITED BY SIZE INTO SEC-LINE-RECORD.
070300     WRITE SEC-LINE-RECORD.
070400     IF WS-BARFILE-ABSENT
070500         MOVE SPACES TO SEC-LINE-RECORD
070600         STRING "*** BARFILE NOT AVAILABLE - BARRED VISITORS NOT "
070700                 "SCREENED ***"
070800             DELIMITED BY SIZE INTO SEC-LINE-RECORD
070900         WRITE SEC-LINE-RECORD
071000     END-IF.
071100     IF WS-DEPTFILE-ABSENT
071200         MOVE SPACES TO SEC-LINE-RECORD
071300         STRING "*** DEPTFILE NOT AVAILABLE - DEPARTMENTS NOT "
071400                 "CHECKED ***"
071500             DELIMITED BY SIZE INTO SEC-LINE-RECORD
071600         WRITE SEC-LINE-RECORD
071700     END-IF.
071800     MOVE SPACES TO SEC-LINE-RECORD.
071900     WRITE SEC-LINE-RECORD.
072000 2800-EXIT.
072100     EXIT.
072200
072300 2850-WRITE-ITINERARY-HEADING.
072400     MOVE SPACES TO ITIN-LINE-RECORD.
072500     STRING "HOST ITINERARY - EXPECTED VISITORS FOR "
072600             WS-VISIT-DATE
072700         DELIMITED BY SIZE INTO ITIN-LINE-RECORD.
072800     WRITE ITIN-LINE-RECORD.
072900     MOVE SPACES TO ITIN-LINE-RECORD.
073000     STRING "RUN " WS-TIMESTAMP(1:19) "  BUSINESS DATE " WS-TODAY
073100         DELIMITED BY SIZE INTO ITIN-LINE-RECORD.
073200     WRITE ITIN-LINE-RECORD.
073300 2850-EXIT.
073400     EXIT.
073500
073600 2900-WRITE-SECURITY-TOTALS.
073700     IF WS-TOTAL-BARRED = ZERO AND WS-TOTAL-UNKNOWN-DEPT = ZERO
073800         MOVE SPACES TO SEC-LINE-RECORD
073900         STRING "  NO EXCEPTIONS."
074000             DELIMITED BY SIZE INTO SEC-LINE-RECORD
074100         WRITE SEC-LINE-RECORD
074200     END-IF.
074300     MOVE SPACES TO SEC-LINE-RECORD.
074400     WRITE SEC-LINE-RECORD.
074500     MOVE SPACES TO SEC-LINE-RECORD.
074600     STRING "APPOINTMENTS " WS-TOTAL-EXPECTED
074700             "  BARRED " WS-TOTAL-BARRED
074800             "  UNKNOWN DEPARTMENT " WS-TOTAL-UNKNOWN-DEPT
074900         DELIMITED BY SIZE INTO SEC-LINE-RECORD.
075000     WRITE SEC-LINE-RECORD.
075100 2900-EXIT.
075200     EXIT.
075300
075400 2950-WRITE-ITINERARY-TOTALS.
075500     IF WS-TOTAL-EXPECTED = ZERO
075600         MOVE SPACES TO ITIN-LINE-RECORD
075700         WRITE ITIN-LINE-RECORD
075800         MOVE SPACES TO ITIN-LINE-RECORD
075900         STRING "  NO APPOINTMENTS ON FILE FOR " WS-VISIT-DATE
076000             DELIMITED BY SIZE INTO ITIN-LINE-RECORD
076100         WRITE ITIN-LINE-RECORD
076200     END-IF.
076300     MOVE SPACES TO ITIN-LINE-RECORD.
076400     WRITE ITIN-LINE-RECORD.
076500     MOVE SPACES TO ITIN-LINE-RECORD.
076600     STRING "EXPECTED " WS-TOTAL-EXPECTED
076700             "  DEPARTMENTS " WS-TOTAL-DEPTS
076800             "  FIRST-TIME " WS-TOTAL-FIRST-TIME
076900             "  RETURNING " WS-TOTAL-RETURNING
077000         DELIMITED BY SIZE INTO ITIN-LINE-RECORD.
077100     WRITE ITIN-LINE-RECORD.
077200 2950-EXIT.
077300     EXIT.
077305
077310*    A RUN STOPPED PART WAY SAYS SO ON BOTH REPORTS IN PLACE OF
077315*    THE TOTALS, SO NEITHER PAGE IS TAKEN FOR THE WHOLE DAY.
077320 2990-WRITE-STOPPED-NOTICE.
077325     MOVE SPACES TO SEC-LINE-RECORD.
077330     WRITE SEC-LINE-RECORD.
077335     MOVE SPACES TO SEC-LINE-RECORD.
077340     STRING "*** STOPPED - VMSTFILE READ FAILED, "
077345             "STATUS " WS-VMST-FILE-STATUS
077350             " - LIST INCOMPLETE, RERUN ***"
077355         DELIMITED BY SIZE INTO SEC-LINE-RECORD.
077360     WRITE SEC-LINE-RECORD.
077365     MOVE SPACES TO ITIN-LINE-RECORD.
077370     WRITE ITIN-LINE-RECORD.
077375     MOVE SEC-LINE-RECORD TO ITIN-LINE-RECORD.
077380     WRITE ITIN-LINE-RECORD.
077385 2990-EXIT.
077390     EXIT.
077400
077500*****************************************************************
077600*    9000-TERMINATE
077700*    ANY EXCEPTION ENDS THE RUN RC 4 SO OPERATIONS SEES THE
077800*    SECURITY PAGE NEEDS READING TONIGHT.
077900*****************************************************************
078000 9000-TERMINATE.
078100     CLOSE SECRPT.
078200     CLOSE ITINRPT.
078300     IF WS-VMSTFILE-OPEN-OK
078400         CLOSE VMSTFILE
078500     END-IF.
078600     IF WS-TOTAL-DUPLICATES > ZERO
078700         DISPLAY "HELLO-NAME-PRESCREEN: " WS-TOTAL-DUPLICATES
078800             " DUPLICATE APPOINTMENT(S) LISTED ONCE."
078900     END-IF.
079000     IF (WS-TOTAL-BARRED > ZERO OR WS-TOTAL-UNKNOWN-DEPT > ZERO)
079100             AND RETURN-CODE < 4
079200         MOVE 4 TO RETURN-CODE
079300     END-IF.
079400     DISPLAY "HELLO-NAME-PRESCREEN: " WS-TOTAL-EXPECTED
079500         " VISITOR(S) EXPECTED " WS-VISIT-DATE ", "
079600         WS-TOTAL-BARRED " BARRED, " WS-TOTAL-UNKNOWN-DEPT
079700         " UNKNOWN DEPARTMENT.".
079800 9000-EXIT.
079900     EXIT.
080000
080100*****************************************************************
080200*    9900-END-CYCLE-STEP
080300*    LOGS THE FINISH AGAINST THE BUSINESS DATE.  THE GUARD'S
080400*    CALL REPLACES THE RETURN-CODE REGISTER, SO THE RUN'S OWN
080500*    CODE RIDES CYCP-STEP-RC THERE AND BACK.
080600*****************************************************************
080700 9900-END-CYCLE-STEP.
080800     MOVE RETURN-CODE TO CYCP-STEP-RC.
080900     SET CYCP-REQUEST-END TO TRUE.
081000     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
081100     MOVE CYCP-STEP-RC TO RETURN-CODE.
081200 9900-EXIT.
081300     EXIT.
081400
081500 END PROGRAM HELLO-NAME-PRESCREEN.
