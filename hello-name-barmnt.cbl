000100*****************************************************************
000200*    HELLO-NAME-BARMNT.CBL
000300*    BARRED-LIST MAINTENANCE RUN - APPLIES SECURITY'S KEYED
000400*    TRANSACTIONS (BARTXFILE) TO THE BARRED-VISITOR LIST
000500*    (BARFILE): "A" BARS A VISITOR KEY, "C" CHANGES THE REASON
000600*    OR THE EFFECTIVE/EXPIRY DATES OF A BAR, "L" LIFTS ONE.
000700*    EVERY TRANSACTION NAMES THE AUTHORIZING SECURITY OFFICER.
000800*    THEN APPLIES CORPORATE HR'S NIGHTLY TERMINATION FEED
000900*    (HRTERM), BARRING EACH DEPARTING EMPLOYEE FROM THE
001000*    TERMINATION DATE FOR THE STANDARD PERIOD (EXEC PARM, IN
001100*    DAYS - 365 WHEN OMITTED).  EVERY CHANGE TO THE LIST IS
001200*    APPENDED TO THE CHANGE-HISTORY REPORT (BARHIST) WITH ITS
001300*    BEFORE IMAGE, SO SECURITY CAN ALWAYS SAY WHO BARRED WHOM,
001400*    FROM WHEN, AND UNTIL WHEN.  REFUSED TRANSACTIONS ARE
001500*    REPORTED ON THE CONSOLE AND END THE RUN WITH RC 4.
001600*
001700*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001800*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001900*    DATE-WRITTEN.      10/15/26.
002000*    DATE-COMPILED.
002100*
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    10/15/26   JAH   ORIGINAL VERSION - REPLACES HAND-EDITING
002500*                     THE FILE SECURITY SENDS OVER.
002510*    10/15/26   JAH   BARFILE IS NOW READ WHOLE INTO A TABLE AND
002520*                     WRITTEN BACK AS THE NEW LIST IN VISITOR-KEY
002530*                     ORDER - LINE SEQUENTIAL, AS EVERY PROGRAM
002540*                     THAT READS IT DECLARES IT.  A CHANGE THAT
002550*                     CANNOT BE APPLIED IS REFUSED WITH RC 8 AND
002560*                     NEVER REACHES BARHIST.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     HELLO-NAME-BARMNT.
002900 AUTHOR.         J. A. HARTLEY.
003000 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003100 DATE-WRITTEN.   10/15/26.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BARTXFILE ASSIGN TO "BARTXFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BARTX-FILE-STATUS.
004000
004100     SELECT HRTERM ASSIGN TO "HRTERM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HRTERM-STATUS.
004400
004500     SELECT BARFILE ASSIGN TO "BARFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-BAR-FILE-STATUS.
005000
005100     SELECT REPORTFILE ASSIGN TO "BARHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REPORTFILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  BARTXFILE
005800     LABEL RECORDS ARE OMITTED.
005900     COPY BARTXREC.
006000
006100 FD  HRTERM
006200     LABEL RECORDS ARE OMITTED.
006300     COPY HRTRMREC.
006400
006500 FD  BARFILE
006600     LABEL RECORDS ARE OMITTED.
006700 01  BAR-FILE-RECORD                 PIC X(79).
006800
006900 FD  REPORTFILE
007000     LABEL RECORDS ARE OMITTED.
007100 01  REPORT-LINE-RECORD              PIC X(80).
007200
007300 WORKING-STORAGE SECTION.
007400 77  WS-DEFAULT-BAR-DAYS     PIC 9(03)   VALUE 365.
007450 77  BR-MAX-ENTRIES          PIC 9(03)   VALUE 200.
007500
007600 01  WS-FILE-STATUS-AREA.
007700     05  WS-BARTX-FILE-STATUS     PIC X(02)   VALUE "00".
007800     05  WS-HRTERM-STATUS         PIC X(02)   VALUE "00".
007900     05  WS-BAR-FILE-STATUS       PIC X(02)   VALUE "00".
008000     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
008100
008200 01  WS-SWITCHES.
008300     05  WS-BARTX-EOF-SW          PIC X(01)   VALUE "N".
008400         88  WS-BARTX-EOF                 VALUE "Y".
008500     05  WS-HRTERM-EOF-SW         PIC X(01)   VALUE "N".
008600         88  WS-HRTERM-EOF                VALUE "Y".
008625     05  WS-BAR-EOF-SW            PIC X(01)   VALUE "N".
008650         88  WS-BAR-EOF                   VALUE "Y".
008700     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
008800         88  WS-FILES-OPEN-OK             VALUE "Y".
008900         88  WS-FILES-OPEN-FAILED         VALUE "N".
009000     05  WS-BARTX-OPEN-SW         PIC X(01)   VALUE "Y".
009100         88  WS-BARTX-OPEN-OK             VALUE "Y".
009200         88  WS-BARTX-ABSENT              VALUE "N".
009300     05  WS-HRTERM-OPEN-SW        PIC X(01)   VALUE "Y".
009400         88  WS-HRTERM-OPEN-OK            VALUE "Y".
009500         88  WS-HRTERM-ABSENT             VALUE "N".
009600     05  WS-DATE-VALID-SW         PIC X(01)   VALUE "Y".
009700         88  WS-DATE-VALID                VALUE "Y".
009800         88  WS-DATE-NOT-VALID            VALUE "N".
009810     05  WS-TABLE-FULL-SW         PIC X(01)   VALUE "N".
009820         88  WS-TABLE-FULL                VALUE "Y".
009830         88  WS-TABLE-NOT-FULL            VALUE "N".
009840     05  WS-BAR-FOUND-SW          PIC X(01)   VALUE "N".
009850         88  WS-BAR-FOUND                 VALUE "Y".
009860         88  WS-BAR-NOT-FOUND             VALUE "N".
009870     05  WS-LIST-WRITE-SW         PIC X(01)   VALUE "Y".
009880         88  WS-LIST-WRITTEN              VALUE "Y".
009890         88  WS-LIST-NOT-WRITTEN          VALUE "N".
009900
010000 01  WS-PARM-DATA                 PIC X(08)   VALUE SPACES.
010100 01  WS-BAR-DAYS                  PIC 9(03)   VALUE ZERO.
010200 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
010300 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
010400 01  WS-CHECK-DATE                PIC X(10)   VALUE SPACES.
010500 01  WS-HR-EXP-DATE               PIC X(10)   VALUE SPACES.
010600 01  WS-REFUSE-TEXT               PIC X(50)   VALUE SPACES.
010700 01  WS-HIST-ACTION               PIC X(06)   VALUE SPACES.
010800 01  WS-HIST-EFF                  PIC X(10)   VALUE SPACES.
010900 01  WS-HIST-EXP                  PIC X(10)   VALUE SPACES.
011000
011100*    THE ENTRY AS IT STOOD BEFORE A CHANGE (PRINTED AS THE "WAS"
011200*    LINE UNDER THE CHANGE) AND THE ENTRY AS REWRITTEN.
011300 01  WS-BAR-BEFORE                PIC X(80)   VALUE SPACES.
011400 01  WS-BAR-AFTER                 PIC X(80)   VALUE SPACES.
011500
011600 01  WS-TOTAL-ADDED               PIC 9(04)   VALUE ZERO.
011700 01  WS-TOTAL-CHANGED             PIC 9(04)   VALUE ZERO.
011800 01  WS-TOTAL-LIFTED              PIC 9(04)   VALUE ZERO.
011900 01  WS-TOTAL-HR-BARRED           PIC 9(04)   VALUE ZERO.
012000 01  WS-TOTAL-HR-COVERED          PIC 9(04)   VALUE ZERO.
012100 01  WS-TOTAL-REFUSED             PIC 9(04)   VALUE ZERO.
012105
012110*    THE BARRED LIST, HELD IN VISITOR-KEY ORDER FOR THE WHOLE RUN
012115*    AND WRITTEN BACK AS THE NEW LIST - THE SAME WAY THE
012120*    DEPARTMENT RUN REWRITES THE BOOKING FILES.  IT IS HELD TO
012125*    THE 200 ENTRIES THE ROSTER BUILD AND THE PRE-SCREEN TABLE.
012130     COPY BARREC.
012135
012140 01  BAR-TABLE-CONTROL.
012145     05  BR-COUNT                 PIC 9(03)   COMP VALUE ZERO.
012150     05  BAR-TABLE-ENTRY OCCURS 1 TO 200 TIMES
012155             DEPENDING ON BR-COUNT.
012160         10  BR-NAME              PIC X(10).
012165         10  FILLER               PIC X(69).
012170
012175 01  WS-BR-SUB                    PIC 9(03)   COMP VALUE ZERO.
012180 01  WS-BR-SCAN                   PIC 9(03)   COMP VALUE ZERO.
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
013600*    CALENDAR WORK FOR COUNTING THE STANDARD PERIOD FORWARD FROM
013700*    A TERMINATION DATE - THE SAME DAY-STEP THE RECURRING
013800*    SCHEDULE EXPANSION USES.
013900 01  WS-CAL-DATE.
014000     05  WS-CAL-YYYY              PIC 9(04).
014100     05  WS-CAL-MM                PIC 9(02).
014200     05  WS-CAL-DD                PIC 9(02).
014300 01  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
014400 01  WS-LEAP-REM                  PIC 9(04)   VALUE ZERO.
014500 01  WS-LEAP-QUOT                 PIC 9(04)   VALUE ZERO.
014600
014700 PROCEDURE DIVISION.
014800*****************************************************************
014900*    0000-MAINLINE
015000*    SECURITY'S TRANSACTIONS FIRST, THEN THE HR FEED - SO A BAR
015100*    SECURITY KEYS BY HAND FOR SOMEONE LEAVING TODAY STANDS AND
015200*    THE FEED ONLY REPORTS IT AS ALREADY COVERED.
015250*    THE LIST IS WRITTEN BACK ONCE, AFTER BOTH.
015300*****************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     IF WS-FILES-OPEN-OK
015700         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
015800         PERFORM 3000-APPLY-HR-FEED THRU 3000-EXIT
015850         PERFORM 4000-WRITE-BAR-LIST THRU 4000-EXIT
015900         PERFORM 9000-TERMINATE THRU 9000-EXIT
016000     END-IF.
016100     GOBACK.
016200
016300*****************************************************************
016400*    1000-INITIALIZE
016450*    BARFILE AND THE HISTORY REPORT ARE REQUIRED - A CHANGE
016500*    THAT CANNOT BE RECORDED IS NOT MADE.  THE WHOLE LIST IS
016550*    TABLED FIRST, SO ONE THAT CANNOT BE READ (OR WILL NOT FIT)
016600*    STOPS THE RUN WITH NOTHING CHANGED.  A LIST THAT DOES NOT
016650*    EXIST YET IS STARTED EMPTY.  THE TRANSACTION DECK AND THE
016800*    HR FEED ARE EACH OPTIONAL: A MISSING ONE IS A CONSOLE
016900*    WARNING (RC 4) AND THE OTHER IS STILL APPLIED.
017000*****************************************************************
017100 1000-INITIALIZE.
017200     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
017300     PERFORM 1200-GET-PARM THRU 1200-EXIT.
017400     DISPLAY "USER" UPON ENVIRONMENT-NAME.
017500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
017600     IF WS-OPERATOR-ID = SPACES
017700         MOVE "BATCH" TO WS-OPERATOR-ID
017800     END-IF.
017900     PERFORM 1400-LOAD-BAR-LIST THRU 1400-EXIT.
018000     IF WS-FILES-OPEN-FAILED
018100         GO TO 1000-EXIT
018200     END-IF.
019200     OPEN EXTEND REPORTFILE.
019300     IF WS-REPORTFILE-STATUS NOT = "00"
019400         OPEN OUTPUT REPORTFILE
019500     END-IF.
019600     IF WS-REPORTFILE-STATUS NOT = "00"
019700         SET WS-FILES-OPEN-FAILED TO TRUE
019800         DISPLAY "HELLO-NAME-BARMNT: CANNOT OPEN BARHIST - "
019900             "STATUS " WS-REPORTFILE-STATUS " - RUN TERMINATED."
020000         MOVE 8 TO RETURN-CODE
020200         GO TO 1000-EXIT
020300     END-IF.
020400     OPEN INPUT BARTXFILE.
020500     IF WS-BARTX-FILE-STATUS NOT = "00"
020600         SET WS-BARTX-ABSENT TO TRUE
020700         DISPLAY "HELLO-NAME-BARMNT: BARTXFILE NOT AVAILABLE - "
020800             "STATUS " WS-BARTX-FILE-STATUS
020900             " - NO SECURITY TRANSACTIONS APPLIED."
021000         MOVE 4 TO RETURN-CODE
021100     END-IF.
021200     OPEN INPUT HRTERM.
021300     IF WS-HRTERM-STATUS NOT = "00"
021400         SET WS-HRTERM-ABSENT TO TRUE
021500         DISPLAY "HELLO-NAME-BARMNT: HRTERM NOT AVAILABLE - "
021600             "STATUS " WS-HRTERM-STATUS
021700             " - NO TERMINATIONS BARRED."
021800         MOVE 4 TO RETURN-CODE
021900     END-IF.
022000     PERFORM 1300-WRITE-RUN-HEADING THRU 1300-EXIT.
022100 1000-EXIT.
022200     EXIT.
022300
022400 1100-GET-TIMESTAMP.
022500     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
022600     ACCEPT WS-CUR-TIME FROM TIME.
022700     MOVE SPACES TO WS-TIMESTAMP.
022800     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
022900             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
023000         DELIMITED BY SIZE INTO WS-TIMESTAMP.
023100     MOVE WS-TIMESTAMP(1:10) TO WS-TODAY.
023200 1100-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*    1200-GET-PARM
023700*    AN EXEC PARM OF THREE DIGITS SETS THE STANDARD PERIOD, IN
023800*    DAYS, THAT A TERMINATED EMPLOYEE IS BARRED FOR - A YEAR
023900*    WHEN OMITTED, SO THE NIGHTLY RUN NEEDS NO PARM AT ALL.
024000*****************************************************************
024100 1200-GET-PARM.
024200     MOVE WS-DEFAULT-BAR-DAYS TO WS-BAR-DAYS.
024300     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
024400     IF WS-PARM-DATA(1:3) IS NUMERIC
024500             AND WS-PARM-DATA(1:3) NOT = "000"
024600         MOVE WS-PARM-DATA(1:3) TO WS-BAR-DAYS
024700     END-IF.
024800 1200-EXIT.
024900     EXIT.
025000
025100 1300-WRITE-RUN-HEADING.
025200     MOVE SPACES TO REPORT-LINE-RECORD.
025300     STRING "BARRED-LIST CHANGE HISTORY - RUN "
025400             WS-TIMESTAMP(1:19) " BY " WS-OPERATOR-ID
025500         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
025600     WRITE REPORT-LINE-RECORD.
025700     MOVE SPACES TO REPORT-LINE-RECORD.
025800     STRING "ACTION VISITOR    EFFECTIVE  EXPIRES    AUTH BY  "
025900             "REASON"
026000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
026100     WRITE REPORT-LINE-RECORD.
026200 1300-EXIT.
026300     EXIT.
026301
026302*****************************************************************
026303*    1400-LOAD-BAR-LIST
026304*    EACH ENTRY GOES INTO THE TABLE IN VISITOR-KEY ORDER, SO A
026305*    LIST KEYED BY HAND IN ANY ORDER IS WRITTEN BACK SORTED.
026306*****************************************************************
026307 1400-LOAD-BAR-LIST.
026308     OPEN INPUT BARFILE.
026309     IF WS-BAR-FILE-STATUS = "35"
026310         DISPLAY "HELLO-NAME-BARMNT: NO BARFILE YET - "
026311             "A NEW LIST IS STARTED."
026312         GO TO 1400-EXIT
026313     END-IF.
026314     IF WS-BAR-FILE-STATUS NOT = "00"
026315         SET WS-FILES-OPEN-FAILED TO TRUE
026316         DISPLAY "HELLO-NAME-BARMNT: UNABLE TO OPEN BARFILE - "
026317             "STATUS " WS-BAR-FILE-STATUS " - RUN TERMINATED."
026318         MOVE 8 TO RETURN-CODE
026319         GO TO 1400-EXIT
026320     END-IF.
026321     SET WS-TABLE-NOT-FULL TO TRUE.
026322     PERFORM 1410-READ-BAR THRU 1410-EXIT
026323         UNTIL WS-BAR-EOF.
026324     CLOSE BARFILE.
026325     IF WS-FILES-OPEN-FAILED
026326         GO TO 1400-EXIT
026327     END-IF.
026328     IF WS-TABLE-FULL
026329         SET WS-FILES-OPEN-FAILED TO TRUE
026330         DISPLAY "HELLO-NAME-BARMNT: MORE THAN " BR-MAX-ENTRIES
026331             " BARRED ENTRIES - RUN TERMINATED."
026332         MOVE 8 TO RETURN-CODE
026333     END-IF.
026334 1400-EXIT.
026335     EXIT.
026336
026337 1410-READ-BAR.
026338     READ BARFILE INTO BAR-RECORD
026339         AT END
026340             SET WS-BAR-EOF TO TRUE
026341             GO TO 1410-EXIT
026342     END-READ.
026343     IF WS-BAR-FILE-STATUS NOT = "00"
026344         SET WS-FILES-OPEN-FAILED TO TRUE
026345         SET WS-BAR-EOF TO TRUE
026346         DISPLAY "HELLO-NAME-BARMNT: BARFILE READ FAILED - "
026347             "STATUS " WS-BAR-FILE-STATUS " - RUN TERMINATED."
026348         MOVE 8 TO RETURN-CODE
026349         GO TO 1410-EXIT
026350     END-IF.
026351     PERFORM 2750-INSERT-BAR THRU 2750-EXIT.
026352 1410-EXIT.
026353     EXIT.
026400
026500*****************************************************************
026600*    2000-APPLY-TRANSACTIONS
026700*****************************************************************
026800 2000-APPLY-TRANSACTIONS.
026900     IF WS-BARTX-ABSENT
027000         GO TO 2000-EXIT
027100     END-IF.
027200     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
027300         UNTIL WS-BARTX-EOF.
027400     CLOSE BARTXFILE.
027500 2000-EXIT.
027600     EXIT.
027700
027800 2100-READ-TRANSACTION.
027900     READ BARTXFILE
028000         AT END
028100             SET WS-BARTX-EOF TO TRUE
028200         NOT AT END
028300             EVALUATE TRUE
028400                 WHEN BARTX-NAME = SPACES
028500                     MOVE "NO VISITOR KEY"
028600                         TO WS-REFUSE-TEXT
028700                     PERFORM 2900-REFUSE-TRANSACTION
028800                         THRU 2900-EXIT
028900                 WHEN BARTX-AUTH-BY = SPACES
029000                     MOVE "NO AUTHORIZING SECURITY OFFICER"
029100                         TO WS-REFUSE-TEXT
029200                     PERFORM 2900-REFUSE-TRANSACTION
029300                         THRU 2900-EXIT
029400                 WHEN BARTX-ACTION-ADD
029500                     PERFORM 2200-ADD-BAR THRU 2200-EXIT
029600                 WHEN BARTX-ACTION-CHANGE
029700                     PERFORM 2300-CHANGE-BAR THRU 2300-EXIT
029800                 WHEN BARTX-ACTION-LIFT
029900                     PERFORM 2400-LIFT-BAR THRU 2400-EXIT
030000                 WHEN OTHER
030100                     MOVE "ACTION NOT A, C, OR L"
030200                         TO WS-REFUSE-TEXT
030300                     PERFORM 2900-REFUSE-TRANSACTION
030400                         THRU 2900-EXIT
030500             END-EVALUATE
030600     END-READ.
030700 2100-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*    2200-ADD-BAR
031200*    A NEW BAR NEEDS A REASON.  A BLANK EFFECTIVE DATE MEANS
031300*    TODAY; A BLANK (OR "NONE") EXPIRY NEVER LAPSES.  A VISITOR
031400*    KEY ALREADY ON THE LIST IS REFUSED - EVEN A LAPSED ENTRY
031500*    IS RE-DATED WITH A "C" SO ITS HISTORY READS IN ONE LINE.
031600*****************************************************************
031700 2200-ADD-BAR.
031800     IF BARTX-REASON = SPACES
031900         MOVE "NO REASON GIVEN FOR THE BAR" TO WS-REFUSE-TEXT
032000         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
032100         GO TO 2200-EXIT
032200     END-IF.
032300     MOVE SPACES TO BAR-RECORD.
032400     MOVE BARTX-NAME TO BAR-NAME.
032500     MOVE BARTX-REASON TO BAR-REASON.
032600     MOVE BARTX-AUTH-BY TO BAR-AUTH-BY.
032700     SET BAR-FROM-SECURITY TO TRUE.
032800     IF BARTX-EFF-DATE = SPACES
032900         MOVE WS-TODAY TO BAR-EFF-DATE
033000     ELSE
033100         MOVE BARTX-EFF-DATE TO WS-CHECK-DATE
033200         PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT
033300         IF WS-DATE-NOT-VALID
033400             MOVE "EFFECTIVE DATE NOT YYYY-MM-DD"
033500                 TO WS-REFUSE-TEXT
033600             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
033700             GO TO 2200-EXIT
033800         END-IF
033900         MOVE BARTX-EFF-DATE TO BAR-EFF-DATE
034000     END-IF.
034100     IF BARTX-EXP-DATE NOT = SPACES AND NOT BARTX-EXP-CLEAR
034200         MOVE BARTX-EXP-DATE TO WS-CHECK-DATE
034300         PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT
034400         IF WS-DATE-NOT-VALID
034500             MOVE "EXPIRY DATE NOT YYYY-MM-DD OR NONE"
034600                 TO WS-REFUSE-TEXT
034700             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
034800             GO TO 2200-EXIT
034900         END-IF
035000         MOVE BARTX-EXP-DATE TO BAR-EXP-DATE
035100     END-IF.
035200     IF BAR-EXP-DATE NOT = SPACES AND BAR-EXP-DATE < BAR-EFF-DATE
035300         MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
035400             TO WS-REFUSE-TEXT
035500         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
035600         GO TO 2200-EXIT
035700     END-IF.
035750     PERFORM 2700-FIND-BAR THRU 2700-EXIT.
035800     IF WS-BAR-FOUND
035850         MOVE "ALREADY ON THE LIST - USE C TO CHANGE IT"
035900             TO WS-REFUSE-TEXT
035950         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
036000         GO TO 2200-EXIT
036050     END-IF.
036100     PERFORM 2750-INSERT-BAR THRU 2750-EXIT.
036150     IF WS-TABLE-FULL
036200         MOVE "BARRED LIST FULL - NOT ADDED" TO WS-REFUSE-TEXT
036250         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
036300         MOVE 8 TO RETURN-CODE
036350         GO TO 2200-EXIT
036400     END-IF.
036500     ADD 1 TO WS-TOTAL-ADDED.
036600     DISPLAY "HELLO-NAME-BARMNT: " BARTX-NAME " BARRED FROM "
036700         BAR-EFF-DATE " BY " BARTX-AUTH-BY ".".
036800     MOVE "ADD" TO WS-HIST-ACTION.
036900     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
037000 2200-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400*    2300-CHANGE-BAR
037500*    ONLY THE FIELDS KEYED ARE CHANGED; "NONE" CLEARS THE
037600*    EXPIRY.  THE OFFICER WHO AUTHORIZED THE CHANGE BECOMES THE
037700*    ENTRY'S AUTHORIZER, AND AN HR-FEED BAR SECURITY HAS
037800*    TOUCHED IS SECURITY'S FROM THEN ON.
037900*****************************************************************
038000 2300-CHANGE-BAR.
038100     MOVE BARTX-NAME TO BAR-NAME.
038150     PERFORM 2700-FIND-BAR THRU 2700-EXIT.
038200     IF WS-BAR-NOT-FOUND
038250         MOVE "NOT ON THE BARRED LIST - CHANGE REFUSED"
038300             TO WS-REFUSE-TEXT
038350         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
038400         GO TO 2300-EXIT
038450     END-IF.
038500     MOVE BAR-TABLE-ENTRY(WS-BR-SUB) TO BAR-RECORD.
038900     MOVE BAR-RECORD TO WS-BAR-BEFORE.
039000     IF BARTX-REASON NOT = SPACES
039100         MOVE BARTX-REASON TO BAR-REASON
039200     END-IF.
039300     IF BARTX-EFF-DATE NOT = SPACES
039400         MOVE BARTX-EFF-DATE TO WS-CHECK-DATE
039500         PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT
039600         IF WS-DATE-NOT-VALID
039700             MOVE "EFFECTIVE DATE NOT YYYY-MM-DD"
039800                 TO WS-REFUSE-TEXT
039900             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
040000             GO TO 2300-EXIT
040100         END-IF
040200         MOVE BARTX-EFF-DATE TO BAR-EFF-DATE
040300     END-IF.
040400     IF BARTX-EXP-CLEAR
040500         MOVE SPACES TO BAR-EXP-DATE
040600     ELSE
040700         IF BARTX-EXP-DATE NOT = SPACES
040800             MOVE BARTX-EXP-DATE TO WS-CHECK-DATE
040900             PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT
041000             IF WS-DATE-NOT-VALID
041100                 MOVE "EXPIRY DATE NOT YYYY-MM-DD OR NONE"
041200                     TO WS-REFUSE-TEXT
041300                 PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
041400                 GO TO 2300-EXIT
041500             END-IF
041600             MOVE BARTX-EXP-DATE TO BAR-EXP-DATE
041700         END-IF
041800     END-IF.
041900     IF BAR-EXP-DATE NOT = SPACES AND BAR-EXP-DATE < BAR-EFF-DATE
042000         MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
042100             TO WS-REFUSE-TEXT
042200         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
042300         GO TO 2300-EXIT
042400     END-IF.
042500     MOVE BARTX-AUTH-BY TO BAR-AUTH-BY.
042600     SET BAR-FROM-SECURITY TO TRUE.
042700     MOVE BAR-RECORD TO BAR-TABLE-ENTRY(WS-BR-SUB).
042800     ADD 1 TO WS-TOTAL-CHANGED.
042900     DISPLAY "HELLO-NAME-BARMNT: BAR ON " BARTX-NAME
043000         " CHANGED BY " BARTX-AUTH-BY ".".
043100     MOVE "CHANGE" TO WS-HIST-ACTION.
043200     PERFORM 5100-WRITE-CHANGE-LINES THRU 5100-EXIT.
043300 2300-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*    2400-LIFT-BAR
043800*    THE ENTRY COMES OFF THE LIST.  ITS HISTORY LINE SHOWS THE
043900*    BAR AS IT STOOD, WITH THE OFFICER WHO LIFTED IT AND THE
044000*    LIFT REASON WHEN ONE WAS KEYED.
044100*****************************************************************
044200 2400-LIFT-BAR.
044300     MOVE BARTX-NAME TO BAR-NAME.
044350     PERFORM 2700-FIND-BAR THRU 2700-EXIT.
044400     IF WS-BAR-NOT-FOUND
044450         MOVE "NOT ON THE BARRED LIST - LIFT REFUSED"
044500             TO WS-REFUSE-TEXT
044550         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
044600         GO TO 2400-EXIT
044650     END-IF.
044700     MOVE BAR-TABLE-ENTRY(WS-BR-SUB) TO BAR-RECORD.
044750     PERFORM 2760-REMOVE-BAR THRU 2760-EXIT.
045200     ADD 1 TO WS-TOTAL-LIFTED.
045300     DISPLAY "HELLO-NAME-BARMNT: BAR ON " BARTX-NAME
045400         " LIFTED BY " BARTX-AUTH-BY ".".
045500     MOVE BARTX-AUTH-BY TO BAR-AUTH-BY.
045600     IF BARTX-REASON NOT = SPACES
045700         MOVE BARTX-REASON TO BAR-REASON
045800     END-IF.
045900     MOVE "LIFT" TO WS-HIST-ACTION.
046000     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
046100 2400-EXIT.
046200     EXIT.
046201
046202*****************************************************************
046203*    2700-FIND-BAR
046204*    LOOKS UP BAR-NAME IN THE TABLE - WS-BR-SUB IS ITS ENTRY WHEN
046205*    WS-BAR-FOUND.
046206*****************************************************************
046207 2700-FIND-BAR.
046208     SET WS-BAR-NOT-FOUND TO TRUE.
046209     MOVE ZERO TO WS-BR-SUB.
046210     PERFORM 2710-CHECK-ONE-BAR THRU 2710-EXIT
046211         VARYING WS-BR-SCAN FROM 1 BY 1
046212         UNTIL WS-BR-SCAN > BR-COUNT OR WS-BAR-FOUND.
046213 2700-EXIT.
046214     EXIT.
046215
046216 2710-CHECK-ONE-BAR.
046217     IF BR-NAME(WS-BR-SCAN) = BAR-NAME
046218         SET WS-BAR-FOUND TO TRUE
046219         MOVE WS-BR-SCAN TO WS-BR-SUB
046220     END-IF.
046221 2710-EXIT.
046222     EXIT.
046223
046224*****************************************************************
046225*    2750-INSERT-BAR
046226*    PUTS BAR-RECORD INTO THE TABLE IN VISITOR-KEY ORDER, MOVING
046227*    EVERY HIGHER KEY UP ONE.  WS-TABLE-FULL WHEN THERE IS NO
046228*    ROOM - THE ENTRY IS THEN NOT ADDED.
046229*****************************************************************
046230 2750-INSERT-BAR.
046231     SET WS-TABLE-NOT-FULL TO TRUE.
046232     IF BR-COUNT NOT < BR-MAX-ENTRIES
046233         SET WS-TABLE-FULL TO TRUE
046234         GO TO 2750-EXIT
046235     END-IF.
046236     MOVE BR-COUNT TO WS-BR-SCAN.
046237     ADD 1 TO BR-COUNT.
046238     MOVE BR-COUNT TO WS-BR-SUB.
046239     PERFORM 2755-MAKE-ROOM THRU 2755-EXIT
046240         UNTIL WS-BR-SCAN = ZERO.
046241     MOVE BAR-RECORD TO BAR-TABLE-ENTRY(WS-BR-SUB).
046242 2750-EXIT.
046243     EXIT.
046244
046245 2755-MAKE-ROOM.
046246     IF BR-NAME(WS-BR-SCAN) NOT > BAR-NAME
046247         MOVE ZERO TO WS-BR-SCAN
046248         GO TO 2755-EXIT
046249     END-IF.
046250     MOVE BAR-TABLE-ENTRY(WS-BR-SCAN)
046251         TO BAR-TABLE-ENTRY(WS-BR-SUB).
046252     MOVE WS-BR-SCAN TO WS-BR-SUB.
046253     SUBTRACT 1 FROM WS-BR-SCAN.
046254 2755-EXIT.
046255     EXIT.
046256
046257*****************************************************************
046258*    2760-REMOVE-BAR
046259*    TAKES ENTRY WS-BR-SUB OUT OF THE TABLE, CLOSING UP BEHIND IT.
046260*****************************************************************
046261 2760-REMOVE-BAR.
046262     PERFORM 2765-CLOSE-UP THRU 2765-EXIT
046263         VARYING WS-BR-SCAN FROM WS-BR-SUB BY 1
046264         UNTIL WS-BR-SCAN NOT < BR-COUNT.
046265     SUBTRACT 1 FROM BR-COUNT.
046266 2760-EXIT.
046267     EXIT.
046268
046269 2765-CLOSE-UP.
046270     MOVE BAR-TABLE-ENTRY(WS-BR-SCAN + 1)
046271         TO BAR-TABLE-ENTRY(WS-BR-SCAN).
046272 2765-EXIT.
046273     EXIT.
046300
046400*****************************************************************
046500*    2800-VALIDATE-DATE
046600*    WS-CHECK-DATE MUST BE A YYYY-MM-DD DATE WITH A REAL MONTH
046700*    AND A DAY OF 01-31 - ENOUGH TO KEEP A KEYING SLIP FROM
046800*    SORTING AHEAD OF OR BEHIND EVERY REAL DATE.
046900*****************************************************************
047000 2800-VALIDATE-DATE.
047100     SET WS-DATE-VALID TO TRUE.
047200     IF WS-CHECK-DATE(1:4) NOT NUMERIC
047300             OR WS-CHECK-DATE(5:1) NOT = "-"
047400             OR WS-CHECK-DATE(6:2) NOT NUMERIC
047500             OR WS-CHECK-DATE(8:1) NOT = "-"
047600             OR WS-CHECK-DATE(9:2) NOT NUMERIC
047700         SET WS-DATE-NOT-VALID TO TRUE
047800         GO TO 2800-EXIT
047900     END-IF.
048000     IF WS-CHECK-DATE(6:2) < "01" OR WS-CHECK-DATE(6:2) > "12"
048100             OR WS-CHECK-DATE(9:2) < "01"
048200             OR WS-CHECK-DATE(9:2) > "31"
048300         SET WS-DATE-NOT-VALID TO TRUE
048400     END-IF.
048500 2800-EXIT.
048600     EXIT.
048700
048800 2900-REFUSE-TRANSACTION.
048900     ADD 1 TO WS-TOTAL-REFUSED.
049000     DISPLAY "HELLO-NAME-BARMNT: " BARTX-ACTION " " BARTX-NAME
049100         " - " WS-REFUSE-TEXT " - TRANSACTION REFUSED.".
049200 2900-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600*    3000-APPLY-HR-FEED
049700*****************************************************************
049800 3000-APPLY-HR-FEED.
049900     IF WS-HRTERM-ABSENT
050000         GO TO 3000-EXIT
050100     END-IF.
050200     PERFORM 3100-READ-HR-RECORD THRU 3100-EXIT
050300         UNTIL WS-HRTERM-EOF.
050400     CLOSE HRTERM.
050500 3000-EXIT.
050600     EXIT.
050700
050800 3100-READ-HR-RECORD.
050900     READ HRTERM
051000         AT END
051100             SET WS-HRTERM-EOF TO TRUE
051200         NOT AT END
051300             PERFORM 3200-BAR-TERMINATION THRU 3200-EXIT
051400     END-READ.
051500 3100-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*    3200-BAR-TERMINATION
052000*    BARRED FROM THE TERMINATION DATE THROUGH THE END OF THE
052100*    STANDARD PERIOD, AUTHORIZED "HRFEED".  A VISITOR KEY
052200*    ALREADY BARRED AT LEAST THAT LONG (OR WITH NO EXPIRY) IS
052300*    LEFT ALONE AND COUNTED AS COVERED; A SHORTER OR LAPSED
052400*    BAR IS REPLACED, WITH ITS BEFORE IMAGE ON THE HISTORY.
052500*****************************************************************
052600 3200-BAR-TERMINATION.
052700     IF HRT-NAME = SPACES
052800         ADD 1 TO WS-TOTAL-REFUSED
052900         DISPLAY "HELLO-NAME-BARMNT: HR FEED EMPLOYEE "
053000             HRT-EMPLOYEE-ID " HAS NO VISITOR KEY - NOT BARRED."
053100         GO TO 3200-EXIT
053200     END-IF.
053300     MOVE HRT-TERM-DATE TO WS-CHECK-DATE.
053400     PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT.
053500     IF WS-DATE-NOT-VALID
053600         ADD 1 TO WS-TOTAL-REFUSED
053700         DISPLAY "HELLO-NAME-BARMNT: HR FEED " HRT-NAME
053800             " TERMINATION DATE " HRT-TERM-DATE
053900             " NOT YYYY-MM-DD - NOT BARRED."
054000         GO TO 3200-EXIT
054100     END-IF.
054200     PERFORM 3300-FIND-PERIOD-END THRU 3300-EXIT.
054300     MOVE HRT-NAME TO BAR-NAME.
054350     PERFORM 2700-FIND-BAR THRU 2700-EXIT.
054400     IF WS-BAR-NOT-FOUND
054450         PERFORM 3400-WRITE-HR-BAR THRU 3400-EXIT
054500         GO TO 3200-EXIT
054550     END-IF.
054600     MOVE BAR-TABLE-ENTRY(WS-BR-SUB) TO BAR-RECORD.
054900     IF BAR-EXP-DATE = SPACES OR BAR-EXP-DATE NOT < WS-HR-EXP-DATE
055000         ADD 1 TO WS-TOTAL-HR-COVERED
055100         DISPLAY "HELLO-NAME-BARMNT: HR FEED " HRT-NAME
055200             " ALREADY BARRED THROUGH THE STANDARD PERIOD - "
055300             "LEFT AS FILED."
055400         GO TO 3200-EXIT
055500     END-IF.
055600     MOVE BAR-RECORD TO WS-BAR-BEFORE.
055700     PERFORM 3500-BUILD-HR-BAR THRU 3500-EXIT.
055800     MOVE BAR-RECORD TO BAR-TABLE-ENTRY(WS-BR-SUB).
055900     ADD 1 TO WS-TOTAL-HR-BARRED.
056000     DISPLAY "HELLO-NAME-BARMNT: HR FEED " HRT-NAME
056100         " BARRED THROUGH " WS-HR-EXP-DATE
056200         " - EARLIER BAR REPLACED.".
056300     MOVE "HR BAR" TO WS-HIST-ACTION.
056400     PERFORM 5100-WRITE-CHANGE-LINES THRU 5100-EXIT.
056500 3200-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900*    3300-FIND-PERIOD-END
057000*    COUNTS THE STANDARD PERIOD FORWARD FROM THE TERMINATION
057100*    DATE ONE CALENDAR DAY AT A TIME.
057200*****************************************************************
057300 3300-FIND-PERIOD-END.
057400     MOVE HRT-TERM-DATE(1:4) TO WS-CAL-YYYY.
057500     MOVE HRT-TERM-DATE(6:2) TO WS-CAL-MM.
057600     MOVE HRT-TERM-DATE(9:2) TO WS-CAL-DD.
057700     PERFORM 3310-STEP-ONE-DAY THRU 3310-EXIT
057800         WS-BAR-DAYS TIMES.
057900     MOVE SPACES TO WS-HR-EXP-DATE.
058000     STRING WS-CAL-YYYY "-" WS-CAL-MM "-" WS-CAL-DD
058100         DELIMITED BY SIZE INTO WS-HR-EXP-DATE.
058200 3300-EXIT.
058300     EXIT.
058400
058500 3310-STEP-ONE-DAY.
058600     EVALUATE WS-CAL-MM
058700         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
058800             MOVE 31 TO WS-MONTH-DAYS
058900         WHEN 4 WHEN 6 WHEN 9 WHEN 11
059000             MOVE 30 TO WS-MONTH-DAYS
059100         WHEN 2
059200             MOVE 28 TO WS-MONTH-DAYS
059300             DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
059400                 REMAINDER WS-LEAP-REM
059500             IF WS-LEAP-REM = ZERO
059600                 MOVE 29 TO WS-MONTH-DAYS
059700                 DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
059800                     REMAINDER WS-LEAP-REM
059900                 IF WS-LEAP-REM = ZERO
060000                     DIVIDE WS-CAL-YYYY BY 400
060100                         GIVING WS-LEAP-QUOT
060200                         REMAINDER WS-LEAP-REM
060300                     IF WS-LEAP-REM NOT = ZERO
060400                         MOVE 28 TO WS-MONTH-DAYS
060500                     END-IF
060600                 END-IF
060700             END-IF
060800     END-EVALUATE.
060900     IF WS-CAL-DD < WS-MONTH-DAYS
061000         ADD 1 TO WS-CAL-DD
061100     ELSE
061200         MOVE 1 TO WS-CAL-DD
061300         IF WS-CAL-MM < 12
061400             ADD 1 TO WS-CAL-MM
061500         ELSE
061600             MOVE 1 TO WS-CAL-MM
061700             ADD 1 TO WS-CAL-YYYY
061800         END-IF
061900     END-IF.
062000 3310-EXIT.
062100     EXIT.
062200
062300 3400-WRITE-HR-BAR.
062400     PERFORM 3500-BUILD-HR-BAR THRU 3500-EXIT.
062420     PERFORM 2750-INSERT-BAR THRU 2750-EXIT.
062440     IF WS-TABLE-FULL
062460         ADD 1 TO WS-TOTAL-REFUSED
062480         DISPLAY "HELLO-NAME-BARMNT: HR FEED " HRT-NAME
062500             " - BARRED LIST FULL - NOT BARRED."
062520         MOVE 8 TO RETURN-CODE
062540         GO TO 3400-EXIT
062560     END-IF.
062600     ADD 1 TO WS-TOTAL-HR-BARRED.
062700     DISPLAY "HELLO-NAME-BARMNT: HR FEED " HRT-NAME
062800         " BARRED " HRT-TERM-DATE " THROUGH " WS-HR-EXP-DATE ".".
062900     MOVE "HR BAR" TO WS-HIST-ACTION.
063000     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
063100 3400-EXIT.
063200     EXIT.
063300
063400 3500-BUILD-HR-BAR.
063500     MOVE SPACES TO BAR-RECORD.
063600     MOVE HRT-NAME TO BAR-NAME.
063700     STRING "EMPLOYMENT ENDED - HR " HRT-EMPLOYEE-ID
063800         DELIMITED BY SIZE INTO BAR-REASON.
063900     MOVE HRT-TERM-DATE TO BAR-EFF-DATE.
064000     MOVE WS-HR-EXP-DATE TO BAR-EXP-DATE.
064100     MOVE "HRFEED" TO BAR-AUTH-BY.
064200     SET BAR-FROM-HR-FEED TO TRUE.
064300 3500-EXIT.
064400     EXIT.
064402
064404*****************************************************************
064406*    4000-WRITE-BAR-LIST
064408*    ONLY WHEN THE LIST CHANGED.  THE NEW LIST REPLACES THE OLD
064410*    ONE WHOLE, IN VISITOR-KEY ORDER.  A LIST THAT CANNOT BE
064412*    WRITTEN BACK IS FLAGGED ON BARHIST UNDER THE CHANGES IT
064414*    CARRIED AND THE RUN ENDS RC 8 - RESTORE BARFILE AND RERUN
064416*    THE SAME DECK.
064418*****************************************************************
064420 4000-WRITE-BAR-LIST.
064422     IF WS-TOTAL-ADDED = ZERO AND WS-TOTAL-CHANGED = ZERO
064424             AND WS-TOTAL-LIFTED = ZERO
064426             AND WS-TOTAL-HR-BARRED = ZERO
064428         GO TO 4000-EXIT
064430     END-IF.
064432     OPEN OUTPUT BARFILE.
064434     IF WS-BAR-FILE-STATUS = "00"
064436         PERFORM 4100-WRITE-BAR THRU 4100-EXIT
064438             VARYING WS-BR-SCAN FROM 1 BY 1
064440             UNTIL WS-BR-SCAN > BR-COUNT OR WS-LIST-NOT-WRITTEN
064442         CLOSE BARFILE
064444     ELSE
064446         SET WS-LIST-NOT-WRITTEN TO TRUE
064448     END-IF.
064450     IF WS-LIST-WRITTEN
064452         GO TO 4000-EXIT
064454     END-IF.
064456     DISPLAY "HELLO-NAME-BARMNT: CANNOT WRITE BARFILE - STATUS "
064458         WS-BAR-FILE-STATUS " - RESTORE IT AND RERUN THE DECK.".
064460     MOVE SPACES TO REPORT-LINE-RECORD.
064462     STRING "*** BARFILE NOT WRITTEN, STATUS " WS-BAR-FILE-STATUS
064464             " - CHANGES ABOVE NOT IN FORCE ***"
064466         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
064468     WRITE REPORT-LINE-RECORD.
064470     MOVE 8 TO RETURN-CODE.
064472 4000-EXIT.
064474     EXIT.
064476
064478 4100-WRITE-BAR.
064480     WRITE BAR-FILE-RECORD FROM BAR-TABLE-ENTRY(WS-BR-SCAN).
064482     IF WS-BAR-FILE-STATUS NOT = "00"
064484         SET WS-LIST-NOT-WRITTEN TO TRUE
064486     END-IF.
064488 4100-EXIT.
064490     EXIT.
064500
064600*****************************************************************
064700*    5000-WRITE-HISTORY-LINE
064800*    ONE CHANGE-HISTORY LINE FROM BAR-RECORD AS IT NOW STANDS.
064900*    A BAR WITH NO EXPIRY PRINTS "NO EXPIRY"; ONE FILED BEFORE
065000*    THE LIST CARRIED DATES PRINTS "NOT DATED".
065100*****************************************************************
065200 5000-WRITE-HISTORY-LINE.
065300     MOVE BAR-EFF-DATE TO WS-HIST-EFF.
065400     IF WS-HIST-EFF = SPACES
065500         MOVE "NOT DATED" TO WS-HIST-EFF
065600     END-IF.
065700     MOVE BAR-EXP-DATE TO WS-HIST-EXP.
065800     IF WS-HIST-EXP = SPACES
065900         MOVE "NO EXPIRY" TO WS-HIST-EXP
066000     END-IF.
066100     MOVE SPACES TO REPORT-LINE-RECORD.
066200     STRING WS-HIST-ACTION " " BAR-NAME " " WS-HIST-EFF " "
066300             WS-HIST-EXP " " BAR-AUTH-BY " " BAR-REASON
066400         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
066500     WRITE REPORT-LINE-RECORD.
066600 5000-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000*    5100-WRITE-CHANGE-LINES
067100*    THE ENTRY AS REWRITTEN, THEN THE "WAS" LINE UNDER IT FROM
067200*    THE BEFORE IMAGE.  BAR-RECORD IS PUT BACK AFTERWARDS.
067300*****************************************************************
067400 5100-WRITE-CHANGE-LINES.
067500     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
067600     MOVE BAR-RECORD TO WS-BAR-AFTER.
067700     MOVE WS-BAR-BEFORE TO BAR-RECORD.
067800     MOVE "  WAS" TO WS-HIST-ACTION.
067900     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
068000     MOVE WS-BAR-AFTER TO BAR-RECORD.
068100 5100-EXIT.
068200     EXIT.
068300
068400*****************************************************************
068500*    9000-TERMINATE
068600*****************************************************************
068700 9000-TERMINATE.
068800     IF WS-TOTAL-REFUSED > ZERO AND RETURN-CODE < 4
068900         MOVE 4 TO RETURN-CODE
069000     END-IF.
069100     MOVE SPACES TO REPORT-LINE-RECORD.
069200     STRING "RUN TOTALS: " WS-TOTAL-ADDED " ADDED, "
069300             WS-TOTAL-CHANGED " CHANGED, " WS-TOTAL-LIFTED
069400             " LIFTED, " WS-TOTAL-HR-BARRED " HR BARS, "
069500             WS-TOTAL-REFUSED " REFUSED."
069600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
069700     WRITE REPORT-LINE-RECORD.
069800     MOVE SPACES TO REPORT-LINE-RECORD.
069900     WRITE REPORT-LINE-RECORD.
070100     CLOSE REPORTFILE.
070200     DISPLAY "HELLO-NAME-BARMNT: " WS-TOTAL-ADDED " ADDED, "
070300         WS-TOTAL-CHANGED " CHANGED, " WS-TOTAL-LIFTED
070400         " LIFTED, " WS-TOTAL-HR-BARRED " HR BARS ("
070500         WS-TOTAL-HR-COVERED " ALREADY COVERED), "
070600         WS-TOTAL-REFUSED " REFUSED.".
070700 9000-EXIT.
070800     EXIT.
070900
071000 END PROGRAM HELLO-NAME-BARMNT.
