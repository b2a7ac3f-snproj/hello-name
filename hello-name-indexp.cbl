000100*****************************************************************
000200*    HELLO-NAME-INDEXP.CBL
000300*    WEEKLY CONTRACTOR INDUCTION EXPIRY REPORT - LISTS EVERY
000400*    CONTRACTOR ON THE SAFETY-INDUCTION MASTER (INDUCTN) WHOSE
000500*    INDUCTION OR NDA LAPSES IN THE NEXT 30 DAYS, COUNTING FROM
000600*    THE BUSINESS DATE, SO THE HOSTS CAN BOOK A REFRESHER BEFORE
000700*    THEIR CREWS ARE HELD AT THE DESK.  ONE BLOCK PER ISSUING
000800*    DEPARTMENT, HEADED WITH THE DEPARTMENT'S NAME, LOCATION AND
000900*    HOST CONTACT FROM THE DEPARTMENT MASTER (DEPTFILE), SOONEST
001000*    LAPSE FIRST, EACH CONTRACTOR WITH THE DAYS LEFT.  PRINTED
001100*    ON INDXRPT.
001200*
001300*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001400*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001500*    DATE-WRITTEN.      10/15/26.
001600*    DATE-COMPILED.
001700*
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    10/15/26   JAH   ORIGINAL VERSION.
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.     HELLO-NAME-INDEXP.
002400 AUTHOR.         J. A. HARTLEY.
002500 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
002600 DATE-WRITTEN.   10/15/26.
002700 DATE-COMPILED.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT INDUCTN ASSIGN TO "INDUCTN"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS IND-NAME
003600         FILE STATUS IS WS-INDUC-FILE-STATUS.
003700
003800     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-DEPT-FILE-STATUS.
004100
004200     SELECT SORTWORK ASSIGN TO "SORTWORK".
004300
004400     SELECT REPORTFILE ASSIGN TO "INDXRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REPORTFILE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  INDUCTN
005100     LABEL RECORDS ARE STANDARD.
005200     COPY INDUCREC.
005300
005400 FD  DEPTFILE
005500     LABEL RECORDS ARE OMITTED.
005600     COPY DEPTREC.
005700
005800*    ONE SORT RECORD PER CONTRACTOR DUE, KEYED ON THE ISSUING
005900*    DEPARTMENT AND THE FIRST DATE SOMETHING LAPSES.
006000 SD  SORTWORK.
006100 01  SORT-RECORD.
006200     05  SRT-DEPT                    PIC X(10).
006300     05  SRT-LAPSE-DATE              PIC X(10).
006400     05  SRT-NAME                    PIC X(10).
006500     05  SRT-INDUCT-EXP-DATE         PIC X(10).
006600     05  SRT-NDA-EXP-DATE            PIC X(10).
006700     05  SRT-LAPSES                  PIC X(09).
006800     05  SRT-DAYS-LEFT               PIC 9(02).
006900
007000 FD  REPORTFILE
007100     LABEL RECORDS ARE OMITTED.
007200 01  REPORT-LINE-RECORD              PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500 77  WS-DEPT-MAX             PIC 9(02)   VALUE 50.
007600 77  WS-WINDOW-DAYS          PIC 9(02)   VALUE 30.
007700
007800 01  WS-FILE-STATUS-AREA.
007900     05  WS-INDUC-FILE-STATUS     PIC X(02)   VALUE "00".
008000     05  WS-DEPT-FILE-STATUS      PIC X(02)   VALUE "00".
008100     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
008200
008300 01  WS-SWITCHES.
008400     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
008500         88  WS-FILES-OPEN-OK             VALUE "Y".
008600         88  WS-FILES-OPEN-FAILED         VALUE "N".
008700     05  WS-INDUC-EOF-SW          PIC X(01)   VALUE "N".
008800         88  WS-INDUC-EOF                 VALUE "Y".
008900     05  WS-SORT-EOF-SW           PIC X(01)   VALUE "N".
009000         88  WS-SORT-EOF                  VALUE "Y".
009100     05  WS-FIRST-RECORD-SW       PIC X(01)   VALUE "Y".
009200         88  WS-FIRST-RECORD              VALUE "Y".
009300     05  WS-DEPT-EOF-SW           PIC X(01)   VALUE "N".
009400         88  WS-DEPT-EOF                  VALUE "Y".
009500     05  WS-DEPTFILE-OPEN-SW      PIC X(01)   VALUE "Y".
009600         88  WS-DEPTFILE-OPEN-OK          VALUE "Y".
009700         88  WS-DEPTFILE-ABSENT           VALUE "N".
009800     05  WS-DEPT-FOUND-SW         PIC X(01)   VALUE "N".
009900         88  WS-DEPT-FOUND                VALUE "Y".
010000         88  WS-DEPT-NOT-FOUND            VALUE "N".
010100     05  WS-INDUCT-DUE-SW         PIC X(01)   VALUE "N".
010200         88  WS-INDUCT-DUE                VALUE "Y".
010300         88  WS-INDUCT-NOT-DUE            VALUE "N".
010400     05  WS-NDA-DUE-SW            PIC X(01)   VALUE "N".
010500         88  WS-NDA-DUE                   VALUE "Y".
010600         88  WS-NDA-NOT-DUE               VALUE "N".
010700
010800 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
010900 01  WS-WINDOW-END                PIC X(10)   VALUE SPACES.
011000 01  WS-CHECK-DATE                PIC X(10)   VALUE SPACES.
011100 01  WS-CHECK-DAYS                PIC 9(02)   VALUE ZERO.
011200 01  WS-PREV-DEPT                 PIC X(10)   VALUE SPACES.
011300 01  WS-NDA-PRINT                 PIC X(10)   VALUE SPACES.
011400 01  WS-DAYS-EDIT                 PIC Z9.
011500
011600 01  WS-DEPT-CONTRACTORS          PIC 9(04)   VALUE ZERO.
011700 01  WS-TOTAL-CONTRACTORS         PIC 9(04)   VALUE ZERO.
011800 01  WS-TOTAL-DEPTS               PIC 9(04)   VALUE ZERO.
011900 01  WS-TOTAL-INDUCTIONS          PIC 9(04)   VALUE ZERO.
012000 01  WS-TOTAL-NDAS                PIC 9(04)   VALUE ZERO.
012100 01  WS-TOTAL-READ                PIC 9(05)   VALUE ZERO.
012200
012300 01  WS-DATE-TIME-WORK.
012400     05  WS-CUR-DATE.
012500         10  WS-CUR-YYYY          PIC 9(04).
012600         10  WS-CUR-MM            PIC 9(02).
012700         10  WS-CUR-DD            PIC 9(02).
012800     05  WS-CUR-TIME.
012900         10  WS-CUR-HH            PIC 9(02).
013000         10  WS-CUR-MN            PIC 9(02).
013100         10  WS-CUR-SS            PIC 9(02).
013200         10  WS-CUR-HS            PIC 9(02).
013300
013400 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
013500
013600*    CALENDAR WORK FIELDS FOR STEPPING THE BUSINESS DATE ON
013700*    THROUGH THE WINDOW.
013800 01  WS-WORK-DATE.
013900     05  WS-WORK-YYYY             PIC 9(04).
014000     05  WS-WORK-MM               PIC 9(02).
014100     05  WS-WORK-DD               PIC 9(02).
014200 01  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
014300 01  WS-LEAP-REM                  PIC 9(04)   VALUE ZERO.
014400 01  WS-LEAP-QUOT                 PIC 9(04)   VALUE ZERO.
014500
014600*    EVERY DATE IN THE WINDOW, THE BUSINESS DATE FIRST - AN
014700*    EXPIRY FOUND IN ENTRY N HAS N - 1 DAYS LEFT TO RUN.
014800 01  WINDOW-TABLE-CONTROL.
014900     05  WS-WINDOW-COUNT          PIC 9(02)   VALUE ZERO.
015000     05  WINDOW-TABLE-ENTRY OCCURS 31 TIMES
015100             INDEXED BY WIN-IDX.
015200         10  WIN-DATE             PIC X(10).
015300
015400*    DEPARTMENT REFERENCE MASTER, TABLED AT START OF RUN FOR
015500*    EACH ISSUING DEPARTMENT'S NAME, LOCATION AND CONTACT.
015600 01  DEPT-TABLE-CONTROL.
015700     05  WS-DEPT-COUNT            PIC 9(02)   VALUE ZERO.
015800     05  DEPT-TABLE-ENTRY OCCURS 1 TO 50 TIMES
015900             DEPENDING ON WS-DEPT-COUNT
016000             INDEXED BY DEPT-IDX.
016100         10  DEPT-TBL-CODE        PIC X(10).
016200         10  DEPT-TBL-NAME        PIC X(30).
016300         10  DEPT-TBL-LOCATION    PIC X(15).
016400         10  DEPT-TBL-CONTACT     PIC X(20).
016500
016600 COPY CYCPARM.
016700
016800 PROCEDURE DIVISION.
016900*****************************************************************
017000*    0000-MAINLINE
017100*****************************************************************
017200 0000-MAINLINE.
017300     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
017400     IF NOT CYCP-STEP-CLEAR
017500         GOBACK
017600     END-IF.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     IF WS-FILES-OPEN-OK
017900         PERFORM 2000-LIST-EXPIRIES THRU 2000-EXIT
018000         PERFORM 9000-TERMINATE THRU 9000-EXIT
018100     END-IF.
018200     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
018300     GOBACK.
018400
018500*****************************************************************
018600*    0500-BEGIN-CYCLE-STEP
018700*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
018800*    STEP GUARD.  A DATE ALREADY REPORTED IS NOT RUN AGAIN.  A
018900*    MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A WARNING.
019000*****************************************************************
019100 0500-BEGIN-CYCLE-STEP.
019200     MOVE "HELLOIXP" TO CYCP-STEP-NAME.
019300     SET CYCP-ONCE-PER-DAY TO TRUE.
019400     SET CYCP-REQUEST-BEGIN TO TRUE.
019500     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
019600     MOVE CYCP-BUSINESS-DATE TO WS-TODAY.
019700     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
019800         MOVE 4 TO RETURN-CODE
019900     END-IF.
020000 0500-EXIT.
020100     EXIT.
020200
020300*****************************************************************
020400*    1000-INITIALIZE
020500*    INDUCTN AND THE REPORT ARE REQUIRED.  DEPTFILE ONLY
020600*    ENRICHES THE DEPARTMENT HEADINGS; MISSING, IT IS A WARNING.
020700*****************************************************************
020800 1000-INITIALIZE.
020900     PERFORM 1100-BUILD-WINDOW THRU 1100-EXIT.
021000     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
021100     ACCEPT WS-CUR-TIME FROM TIME.
021200     MOVE SPACES TO WS-TIMESTAMP.
021300     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
021400             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
021500         DELIMITED BY SIZE INTO WS-TIMESTAMP.
021600     OPEN INPUT INDUCTN.
021700     IF WS-INDUC-FILE-STATUS NOT = "00"
021800         SET WS-FILES-OPEN-FAILED TO TRUE
021900         DISPLAY "HELLO-NAME-INDEXP: UNABLE TO OPEN INDUCTN"
022000             " - STATUS " WS-INDUC-FILE-STATUS
022100             " - RUN TERMINATED."
022200         MOVE 8 TO RETURN-CODE
022300         GO TO 1000-EXIT
022400     END-IF.
022500     CLOSE INDUCTN.
022600     OPEN OUTPUT REPORTFILE.
022700     IF WS-REPORTFILE-STATUS NOT = "00"
022800         SET WS-FILES-OPEN-FAILED TO TRUE
022900         DISPLAY "HELLO-NAME-INDEXP: CANNOT OPEN INDXRPT - "
023000             "STATUS " WS-REPORTFILE-STATUS " - RUN TERMINATED."
023100         MOVE 8 TO RETURN-CODE
023200         GO TO 1000-EXIT
023300     END-IF.
023400     PERFORM 1300-LOAD-DEPARTMENTS THRU 1300-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900*    1100-BUILD-WINDOW
024000*    TABLES THE BUSINESS DATE AND EACH OF THE 30 DAYS AFTER IT.
024100*    THE LAST ENTRY IS THE END OF THE WINDOW.
024200*****************************************************************
024300 1100-BUILD-WINDOW.
024400     MOVE WS-TODAY(1:4) TO WS-WORK-YYYY.
024500     MOVE WS-TODAY(6:2) TO WS-WORK-MM.
024600     MOVE WS-TODAY(9:2) TO WS-WORK-DD.
024700     MOVE 1 TO WS-WINDOW-COUNT.
024800     MOVE WS-TODAY TO WIN-DATE(1).
024900     PERFORM 1110-ADD-WINDOW-DAY THRU 1110-EXIT
025000         WS-WINDOW-DAYS TIMES.
025100     MOVE WIN-DATE(WS-WINDOW-COUNT) TO WS-WINDOW-END.
025200 1100-EXIT.
025300     EXIT.
025400
025500 1110-ADD-WINDOW-DAY.
025600     PERFORM 1120-NEXT-DAY THRU 1120-EXIT.
025700     ADD 1 TO WS-WINDOW-COUNT.
025800     MOVE SPACES TO WIN-DATE(WS-WINDOW-COUNT).
025900     STRING WS-WORK-YYYY "-" WS-WORK-MM "-" WS-WORK-DD
026000         DELIMITED BY SIZE INTO WIN-DATE(WS-WINDOW-COUNT).
026100 1110-EXIT.
026200     EXIT.
026300
026400*    SAME MONTH-LENGTH AND LEAP-YEAR ARITHMETIC THE RECURRING
026500*    APPOINTMENT RUN USES.
026600 1120-NEXT-DAY.
026700     EVALUATE WS-WORK-MM
026800         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
026900             MOVE 31 TO WS-MONTH-DAYS
027000         WHEN 4 WHEN 6 WHEN 9 WHEN 11
027100             MOVE 30 TO WS-MONTH-DAYS
027200         WHEN 2
027300             MOVE 28 TO WS-MONTH-DAYS
027400             DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT
027500                 REMAINDER WS-LEAP-REM
027600             IF WS-LEAP-REM = ZERO
027700                 MOVE 29 TO WS-MONTH-DAYS
027800                 DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT
027900                     REMAINDER WS-LEAP-REM
028000                 IF WS-LEAP-REM = ZERO
028100                     DIVIDE WS-WORK-YYYY BY 400
028200                         GIVING WS-LEAP-QUOT
028300                         REMAINDER WS-LEAP-REM
028400                     IF WS-LEAP-REM NOT = ZERO
028500                         MOVE 28 TO WS-MONTH-DAYS
028600                     END-IF
028700                 END-IF
028800             END-IF
028900     END-EVALUATE.
029000     IF WS-WORK-DD < WS-MONTH-DAYS
029100         ADD 1 TO WS-WORK-DD
029200     ELSE
029300         MOVE 1 TO WS-WORK-DD
029400         IF WS-WORK-MM < 12
029500             ADD 1 TO WS-WORK-MM
029600         ELSE
029700             MOVE 1 TO WS-WORK-MM
029800             ADD 1 TO WS-WORK-YYYY
029900         END-IF
030000     END-IF.
030100 1120-EXIT.
030200     EXIT.
030300
030400 1300-LOAD-DEPARTMENTS.
030500     OPEN INPUT DEPTFILE.
030600     IF WS-DEPT-FILE-STATUS NOT = "00"
030700         SET WS-DEPTFILE-ABSENT TO TRUE
030800         DISPLAY "HELLO-NAME-INDEXP: DEPTFILE NOT AVAILABLE - "
030900             "STATUS " WS-DEPT-FILE-STATUS
031000             " - DEPARTMENT CONTACTS NOT PRINTED."
031100         IF RETURN-CODE < 4
031200             MOVE 4 TO RETURN-CODE
031300         END-IF
031400         GO TO 1300-EXIT
031500     END-IF.
031600     PERFORM 1310-READ-DEPT-RECORD THRU 1310-EXIT
031700         UNTIL WS-DEPT-EOF.
031800     CLOSE DEPTFILE.
031900 1300-EXIT.
032000     EXIT.
032100
032200 1310-READ-DEPT-RECORD.
032300     READ DEPTFILE
032400         AT END
032500             SET WS-DEPT-EOF TO TRUE
032600             GO TO 1310-EXIT
032700     END-READ.
032800     IF WS-DEPT-COUNT < WS-DEPT-MAX
032900         ADD 1 TO WS-DEPT-COUNT
033000         MOVE DEPT-CODE TO DEPT-TBL-CODE(WS-DEPT-COUNT)
033100         MOVE DEPT-NAME TO DEPT-TBL-NAME(WS-DEPT-COUNT)
033200         MOVE DEPT-LOCATION TO DEPT-TBL-LOCATION(WS-DEPT-COUNT)
033300         MOVE DEPT-CONTACT TO DEPT-TBL-CONTACT(WS-DEPT-COUNT)
033400     ELSE
033500         DISPLAY "HELLO-NAME-INDEXP: DEPARTMENT TABLE FULL - "
033600             "IGNORING " DEPT-CODE
033700         IF RETURN-CODE < 4
033800             MOVE 4 TO RETURN-CODE
033900         END-IF
034000     END-IF.
034100 1310-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*    2000-LIST-EXPIRIES
034600*    THE CONTRACTORS DUE ARE SORTED BY ISSUING DEPARTMENT, THEN
034700*    BY THE FIRST LAPSE DATE AND NAME, AND LISTED ONE BLOCK PER
034800*    DEPARTMENT.
034900*****************************************************************
035000 2000-LIST-EXPIRIES.
035100     PERFORM 2800-WRITE-HEADING THRU 2800-EXIT.
035200     SORT SORTWORK
035300         ON ASCENDING KEY SRT-DEPT
035400         ON ASCENDING KEY SRT-LAPSE-DATE
035500         ON ASCENDING KEY SRT-NAME
035600         INPUT PROCEDURE IS 2100-SELECT-EXPIRIES
035700             THRU 2100-EXIT
035800         OUTPUT PROCEDURE IS 2200-LIST-BY-DEPARTMENT
035900             THRU 2200-EXIT.
036000     PERFORM 2900-WRITE-TOTALS THRU 2900-EXIT.
036100 2000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*    2100-SELECT-EXPIRIES
036600*    SORT INPUT PROCEDURE - RELEASES EVERY CONTRACTOR WHOSE
036700*    INDUCTION EXPIRY OR NDA EXPIRY FALLS IN THE WINDOW.  ONE
036800*    ALREADY LAPSED IS BEING HELD AT THE DESK AND IS NOT A
036900*    REFRESHER TO BOOK AHEAD; AN NDA WITH NO EXPIRY NEVER COMES
037000*    DUE.
037100*****************************************************************
037200 2100-SELECT-EXPIRIES.
037300     OPEN INPUT INDUCTN.
037400     PERFORM 2110-READ-INDUCTION THRU 2110-EXIT
037500         UNTIL WS-INDUC-EOF.
037600     CLOSE INDUCTN.
037700 2100-EXIT.
037800     EXIT.
037900
038000 2110-READ-INDUCTION.
038100     READ INDUCTN
038200         AT END
038300             SET WS-INDUC-EOF TO TRUE
038400             GO TO 2110-EXIT
038500     END-READ.
038600     ADD 1 TO WS-TOTAL-READ.
038700     SET WS-INDUCT-NOT-DUE TO TRUE.
038800     SET WS-NDA-NOT-DUE TO TRUE.
038900     IF IND-INDUCT-EXP-DATE NOT < WS-TODAY
039000             AND IND-INDUCT-EXP-DATE NOT > WS-WINDOW-END
039100         SET WS-INDUCT-DUE TO TRUE
039200     END-IF.
039300     IF IND-NDA-EXP-DATE NOT = SPACES
039400             AND IND-NDA-EXP-DATE NOT < WS-TODAY
039500             AND IND-NDA-EXP-DATE NOT > WS-WINDOW-END
039600         SET WS-NDA-DUE TO TRUE
039700     END-IF.
039800     IF WS-INDUCT-NOT-DUE AND WS-NDA-NOT-DUE
039900         GO TO 2110-EXIT
040000     END-IF.
040100     MOVE SPACES TO SORT-RECORD.
040200     MOVE IND-DEPT TO SRT-DEPT.
040300     MOVE IND-NAME TO SRT-NAME.
040400     MOVE IND-INDUCT-EXP-DATE TO SRT-INDUCT-EXP-DATE.
040500     MOVE IND-NDA-EXP-DATE TO SRT-NDA-EXP-DATE.
040600     EVALUATE TRUE
040700         WHEN WS-INDUCT-DUE AND WS-NDA-DUE
040800             MOVE "BOTH" TO SRT-LAPSES
040900             MOVE IND-INDUCT-EXP-DATE TO SRT-LAPSE-DATE
041000             IF IND-NDA-EXP-DATE < IND-INDUCT-EXP-DATE
041100                 MOVE IND-NDA-EXP-DATE TO SRT-LAPSE-DATE
041200             END-IF
041300         WHEN WS-INDUCT-DUE
041400             MOVE "INDUCTION" TO SRT-LAPSES
041500             MOVE IND-INDUCT-EXP-DATE TO SRT-LAPSE-DATE
041600         WHEN OTHER
041700             MOVE "NDA" TO SRT-LAPSES
041800             MOVE IND-NDA-EXP-DATE TO SRT-LAPSE-DATE
041900     END-EVALUATE.
042000     MOVE SRT-LAPSE-DATE TO WS-CHECK-DATE.
042100     PERFORM 2120-FIND-DAYS-LEFT THRU 2120-EXIT.
042200     MOVE WS-CHECK-DAYS TO SRT-DAYS-LEFT.
042300     RELEASE SORT-RECORD.
042400 2110-EXIT.
042500     EXIT.
042600
042700 2120-FIND-DAYS-LEFT.
042800     MOVE ZERO TO WS-CHECK-DAYS.
042900     SET WIN-IDX TO 1.
043000     SEARCH WINDOW-TABLE-ENTRY
043100         AT END
043200             CONTINUE
043300         WHEN WIN-DATE(WIN-IDX) = WS-CHECK-DATE
043400             SET WS-CHECK-DAYS TO WIN-IDX
043500             SUBTRACT 1 FROM WS-CHECK-DAYS
043600     END-SEARCH.
043700 2120-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*    2200-LIST-BY-DEPARTMENT
044200*    SORT OUTPUT PROCEDURE - ONE BLOCK PER ISSUING DEPARTMENT.
044300*****************************************************************
044400 2200-LIST-BY-DEPARTMENT.
044500     PERFORM 2210-RETURN-EXPIRY THRU 2210-EXIT
044600         UNTIL WS-SORT-EOF.
044700     IF NOT WS-FIRST-RECORD
044800         PERFORM 2700-END-DEPARTMENT THRU 2700-EXIT
044900     END-IF.
045000 2200-EXIT.
045100     EXIT.
045200
045300 2210-RETURN-EXPIRY.
045400     RETURN SORTWORK
045500         AT END
045600             SET WS-SORT-EOF TO TRUE
045700         NOT AT END
045800             PERFORM 2300-LIST-ONE-CONTRACTOR THRU 2300-EXIT
045900     END-RETURN.
046000 2210-EXIT.
046100     EXIT.
046200
046300 2300-LIST-ONE-CONTRACTOR.
046400     IF WS-FIRST-RECORD
046500         PERFORM 2600-START-DEPARTMENT THRU 2600-EXIT
046600     ELSE
046700         IF SRT-DEPT NOT = WS-PREV-DEPT
046800             PERFORM 2700-END-DEPARTMENT THRU 2700-EXIT
046900             PERFORM 2600-START-DEPARTMENT THRU 2600-EXIT
047000         END-IF
047100     END-IF.
047200     ADD 1 TO WS-DEPT-CONTRACTORS.
047300     ADD 1 TO WS-TOTAL-CONTRACTORS.
047400     IF SRT-LAPSES = "INDUCTION" OR SRT-LAPSES = "BOTH"
047500         ADD 1 TO WS-TOTAL-INDUCTIONS
047600     END-IF.
047700     IF SRT-LAPSES = "NDA" OR SRT-LAPSES = "BOTH"
047800         ADD 1 TO WS-TOTAL-NDAS
047900     END-IF.
048000     MOVE SRT-NDA-EXP-DATE TO WS-NDA-PRINT.
048100     IF WS-NDA-PRINT = SPACES
048200         MOVE "NO EXPIRY" TO WS-NDA-PRINT
048300     END-IF.
048400     MOVE SRT-DAYS-LEFT TO WS-DAYS-EDIT.
048500     MOVE SPACES TO REPORT-LINE-RECORD.
048600     STRING "  " SRT-NAME "  " SRT-INDUCT-EXP-DATE
048700             "  " WS-NDA-PRINT "  " SRT-LAPSES
048800             "  " WS-DAYS-EDIT " DAY(S) LEFT"
048900         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
049000     WRITE REPORT-LINE-RECORD.
049100 2300-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500*    2600-START-DEPARTMENT
049600*    BLOCK HEADING WITH THE DEPARTMENT'S NAME, LOCATION AND HOST
049700*    CONTACT - THE PERSON WHO BOOKS THE REFRESHERS.  A
049800*    DEPARTMENT NOT ON THE MASTER STILL GETS ITS BLOCK, FLAGGED.
049900*****************************************************************
050000 2600-START-DEPARTMENT.
050100     MOVE "N" TO WS-FIRST-RECORD-SW.
050200     MOVE SRT-DEPT TO WS-PREV-DEPT.
050300     MOVE ZERO TO WS-DEPT-CONTRACTORS.
050400     ADD 1 TO WS-TOTAL-DEPTS.
050500     SET WS-DEPT-NOT-FOUND TO TRUE.
050600     IF WS-DEPT-COUNT > ZERO
050700         SET DEPT-IDX TO 1
050800         SEARCH DEPT-TABLE-ENTRY
050900             AT END
051000                 CONTINUE
051100             WHEN DEPT-TBL-CODE(DEPT-IDX) = WS-PREV-DEPT
051200                 SET WS-DEPT-FOUND TO TRUE
051300         END-SEARCH
051400     END-IF.
051500     MOVE SPACES TO REPORT-LINE-RECORD.
051600     WRITE REPORT-LINE-RECORD.
051700     MOVE SPACES TO REPORT-LINE-RECORD.
051800     STRING "ISSUING DEPARTMENT " WS-PREV-DEPT
051900         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
052000     WRITE REPORT-LINE-RECORD.
052100     MOVE SPACES TO REPORT-LINE-RECORD.
052200     EVALUATE TRUE
052300         WHEN WS-DEPT-FOUND
052400             STRING "  " DEPT-TBL-NAME(DEPT-IDX)
052500                     "  " DEPT-TBL-LOCATION(DEPT-IDX)
052600                     "  CONTACT " DEPT-TBL-CONTACT(DEPT-IDX)
052700                 DELIMITED BY SIZE INTO REPORT-LINE-RECORD
052800         WHEN WS-DEPTFILE-ABSENT
052900             STRING "  DEPARTMENT MASTER NOT AVAILABLE - "
053000                     "NO CONTACT"
053100                 DELIMITED BY SIZE INTO REPORT-LINE-RECORD
053200         WHEN OTHER
053300             STRING "  DEPARTMENT " WS-PREV-DEPT
053400                     " NOT ON THE DEPARTMENT MASTER"
053500                 DELIMITED BY SIZE INTO REPORT-LINE-RECORD
053600     END-EVALUATE.
053700     WRITE REPORT-LINE-RECORD.
053800     MOVE SPACES TO REPORT-LINE-RECORD.
053900     STRING "  CONTRACTOR  IND EXPIRY  NDA EXPIRY  LAPSES"
054000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
054100     WRITE REPORT-LINE-RECORD.
054200 2600-EXIT.
054300     EXIT.
054400
054500 2700-END-DEPARTMENT.
054600     MOVE SPACES TO REPORT-LINE-RECORD.
054700     STRING "  " WS-DEPT-CONTRACTORS
054800             " CONTRACTOR(S) DUE FOR A REFRESHER"
054900         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
055000     WRITE REPORT-LINE-RECORD.
055100 2700-EXIT.
055200     EXIT.
055300
055400 2800-WRITE-HEADING.
055500     MOVE SPACES TO REPORT-LINE-RECORD.
055600     STRING "CONTRACTOR INDUCTIONS AND NDAS LAPSING "
055700             WS-TODAY " THROUGH " WS-WINDOW-END
055800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
055900     WRITE REPORT-LINE-RECORD.
056000     MOVE SPACES TO REPORT-LINE-RECORD.
056100     STRING "RUN " WS-TIMESTAMP(1:19) "  BUSINESS DATE " WS-TODAY
056200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
056300     WRITE REPORT-LINE-RECORD.
056400     IF WS-DEPTFILE-ABSENT
056500         MOVE SPACES TO REPORT-LINE-RECORD
056600         STRING "*** DEPTFILE NOT AVAILABLE - DEPARTMENT "
056700                 "CONTACTS NOT PRINTED ***"
056800             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
056900         WRITE REPORT-LINE-RECORD
057000     END-IF.
057100 2800-EXIT.
057200     EXIT.
057300
057400 2900-WRITE-TOTALS.
057500     IF WS-TOTAL-CONTRACTORS = ZERO
057600         MOVE SPACES TO REPORT-LINE-RECORD
057700         WRITE REPORT-LINE-RECORD
057800         MOVE SPACES TO REPORT-LINE-RECORD
057900         STRING "  NO INDUCTIONS OR NDAS LAPSE BY " WS-WINDOW-END
058000             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
058100         WRITE REPORT-LINE-RECORD
058200     END-IF.
058300     MOVE SPACES TO REPORT-LINE-RECORD.
058400     WRITE REPORT-LINE-RECORD.
058500     MOVE SPACES TO REPORT-LINE-RECORD.
058600     STRING "CONTRACTORS DUE " WS-TOTAL-CONTRACTORS
058700             "  DEPARTMENTS " WS-TOTAL-DEPTS
058800             "  INDUCTIONS " WS-TOTAL-INDUCTIONS
058900             "  NDAS " WS-TOTAL-NDAS
059000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
059100     WRITE REPORT-LINE-RECORD.
059200 2900-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600*    9000-TERMINATE
059700*****************************************************************
059800 9000-TERMINATE.
059900     CLOSE REPORTFILE.
060000     DISPLAY "HELLO-NAME-INDEXP: " WS-TOTAL-READ
060100         " INDUCTION(S) READ, " WS-TOTAL-CONTRACTORS
060200         " CONTRACTOR(S) DUE BY " WS-WINDOW-END ".".
060300 9000-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*    9900-END-CYCLE-STEP
060800*    LOGS THE FINISH AGAINST THE BUSINESS DATE.  THE GUARD'S
060900*    CALL REPLACES THE RETURN-CODE REGISTER, SO THE RUN'S OWN
061000*    CODE RIDES CYCP-STEP-RC THERE AND BACK.
061100*****************************************************************
061200 9900-END-CYCLE-STEP.
061300     MOVE RETURN-CODE TO CYCP-STEP-RC.
061400     SET CYCP-REQUEST-END TO TRUE.
061500     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
061600     MOVE CYCP-STEP-RC TO RETURN-CODE.
061700 9900-EXIT.
061800     EXIT.
061900
062000 END PROGRAM HELLO-NAME-INDEXP.
