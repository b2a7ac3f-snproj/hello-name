000100*****************************************************************
000200*    HELLO-NAME-INDMNT.CBL
000300*    CONTRACTOR INDUCTION MASTER MAINTENANCE RUN - APPLIES SITE
000400*    SAFETY'S KEYED TRANSACTIONS (INDTXFILE) TO THE CONTRACTOR
000500*    SAFETY-INDUCTION MASTER (INDUCTN): "A" FILES A CONTRACTOR'S
000600*    INDUCTION, "C" CHANGES THE DATES, NDA, OR ISSUING
000700*    DEPARTMENT ON AN ENTRY (A REFRESHER IS A CHANGE WITH THE NEW
000800*    INDUCTION DATE), "D" DELETES ONE.  EVERY TRANSACTION NAMES
000900*    WHO FILED THE PAPERWORK.  AN INDUCTION KEYED WITHOUT AN
001000*    EXPIRY IS GOOD FOR THE STANDARD PERIOD (EXEC PARM, IN DAYS -
001100*    365 WHEN OMITTED).  EVERY CHANGE TO THE MASTER IS APPENDED
001200*    TO THE CHANGE-HISTORY REPORT (INDHIST) WITH ITS BEFORE
001300*    IMAGE.  REFUSED TRANSACTIONS ARE REPORTED ON THE CONSOLE AND
001400*    END THE RUN WITH RC 4.  THE FIRST LOAD FROM THE PAPER BINDER
001500*    IS A DECK OF "A" TRANSACTIONS.
001600*
001700*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001800*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001900*    DATE-WRITTEN.      10/15/26.
002000*    DATE-COMPILED.
002100*
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    10/15/26   JAH   ORIGINAL VERSION - REPLACES THE PAPER
002500*                     INDUCTION BINDER AT THE DESK.
002525*    10/15/26   JAH   A WRITE, REWRITE OR DELETE THE MASTER
002550*                     WILL NOT TAKE IS NOW REFUSED WITH ITS FILE
002575*                     STATUS, RC 8, AND WRITES NO HISTORY LINE.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     HELLO-NAME-INDMNT.
002900 AUTHOR.         J. A. HARTLEY.
003000 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003100 DATE-WRITTEN.   10/15/26.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT INDTXFILE ASSIGN TO "INDTXFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-INDTX-FILE-STATUS.
004000
004100     SELECT INDUCTN ASSIGN TO "INDUCTN"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS IND-NAME
004500         FILE STATUS IS WS-INDUC-FILE-STATUS.
004600
004700     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DEPT-FILE-STATUS.
005000
005100     SELECT REPORTFILE ASSIGN TO "INDHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REPORTFILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  INDTXFILE
005800     LABEL RECORDS ARE OMITTED.
005900     COPY INDTXREC.
006000
006100 FD  INDUCTN
006200     LABEL RECORDS ARE STANDARD.
006300     COPY INDUCREC.
006400
006500 FD  DEPTFILE
006600     LABEL RECORDS ARE OMITTED.
006700     COPY DEPTREC.
006800
006900 FD  REPORTFILE
007000     LABEL RECORDS ARE OMITTED.
007100 01  REPORT-LINE-RECORD              PIC X(80).
007200
007300 WORKING-STORAGE SECTION.
007400 77  WS-DEFAULT-VALID-DAYS   PIC 9(03)   VALUE 365.
007500 77  WS-DEPT-MAX             PIC 9(02)   VALUE 50.
007600
007700 01  WS-FILE-STATUS-AREA.
007800     05  WS-INDTX-FILE-STATUS     PIC X(02)   VALUE "00".
007900     05  WS-INDUC-FILE-STATUS     PIC X(02)   VALUE "00".
008000     05  WS-DEPT-FILE-STATUS      PIC X(02)   VALUE "00".
008100     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
008200
008300 01  WS-SWITCHES.
008400     05  WS-INDTX-EOF-SW          PIC X(01)   VALUE "N".
008500         88  WS-INDTX-EOF                 VALUE "Y".
008600     05  WS-DEPT-EOF-SW           PIC X(01)   VALUE "N".
008700         88  WS-DEPT-EOF                  VALUE "Y".
008800     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
008900         88  WS-FILES-OPEN-OK             VALUE "Y".
009000         88  WS-FILES-OPEN-FAILED         VALUE "N".
009100     05  WS-INDTX-OPEN-SW         PIC X(01)   VALUE "Y".
009200         88  WS-INDTX-OPEN-OK             VALUE "Y".
009300         88  WS-INDTX-ABSENT              VALUE "N".
009400     05  WS-DATE-VALID-SW         PIC X(01)   VALUE "Y".
009500         88  WS-DATE-VALID                VALUE "Y".
009600         88  WS-DATE-NOT-VALID            VALUE "N".
009700     05  WS-DEPT-FOUND-SW         PIC X(01)   VALUE "Y".
009800         88  WS-DEPT-FOUND                VALUE "Y".
009900         88  WS-DEPT-NOT-FOUND            VALUE "N".
010000
010100 01  WS-PARM-DATA                 PIC X(08)   VALUE SPACES.
010200 01  WS-VALID-DAYS                PIC 9(03)   VALUE ZERO.
010300 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
010400 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
010500 01  WS-CHECK-DATE                PIC X(10)   VALUE SPACES.
010600 01  WS-CHECK-DEPT                PIC X(10)   VALUE SPACES.
010700 01  WS-REFUSE-TEXT               PIC X(50)   VALUE SPACES.
010750 01  WS-FAILED-VERB               PIC X(14)   VALUE SPACES.
010800 01  WS-HIST-ACTION               PIC X(03)   VALUE SPACES.
010900 01  WS-HIST-INDUCT               PIC X(10)   VALUE SPACES.
011000 01  WS-HIST-INDUCT-EXP           PIC X(10)   VALUE SPACES.
011100 01  WS-HIST-NDA                  PIC X(10)   VALUE SPACES.
011200 01  WS-HIST-NDA-EXP              PIC X(10)   VALUE SPACES.
011300
011400*    THE ENTRY AS IT STOOD BEFORE A CHANGE (PRINTED AS THE "WAS"
011500*    LINE UNDER THE CHANGE) AND THE ENTRY AS REWRITTEN.
011600 01  WS-IND-BEFORE                PIC X(80)   VALUE SPACES.
011700 01  WS-IND-AFTER                 PIC X(80)   VALUE SPACES.
011800
011900 01  WS-TOTAL-ADDED               PIC 9(04)   VALUE ZERO.
012000 01  WS-TOTAL-CHANGED             PIC 9(04)   VALUE ZERO.
012100 01  WS-TOTAL-DELETED             PIC 9(04)   VALUE ZERO.
012200 01  WS-TOTAL-REFUSED             PIC 9(04)   VALUE ZERO.
012300
012400 01  WS-DATE-TIME-WORK.
012500     05  WS-CUR-DATE.
012600         10  WS-CUR-YYYY          PIC 9(04).
012700         10  WS-CUR-MM            PIC 9(02).
012800         10  WS-CUR-DD            PIC 9(02).
012900     05  WS-CUR-TIME.
013000         10  WS-CUR-HH            PIC 9(02).
013100         10  WS-CUR-MN            PIC 9(02).
013200         10  WS-CUR-SS            PIC 9(02).
013300         10  WS-CUR-HS            PIC 9(02).
013400
013500 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
013600
013700*    CALENDAR WORK FOR COUNTING THE STANDARD PERIOD FORWARD FROM
013800*    AN INDUCTION DATE - THE SAME DAY-STEP THE BARRED-LIST RUN
013900*    USES FOR ITS STANDARD BAR.
014000 01  WS-CAL-DATE.
014100     05  WS-CAL-YYYY              PIC 9(04).
014200     05  WS-CAL-MM                PIC 9(02).
014300     05  WS-CAL-DD                PIC 9(02).
014400 01  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
014500 01  WS-LEAP-REM                  PIC 9(04)   VALUE ZERO.
014600 01  WS-LEAP-QUOT                 PIC 9(04)   VALUE ZERO.
014700
014800 01  DEPT-TABLE-CONTROL.
014900     05  WS-DEPT-COUNT            PIC 9(02)   VALUE ZERO.
015000     05  DEPT-TABLE-ENTRY OCCURS 1 TO 50 TIMES
015100             DEPENDING ON WS-DEPT-COUNT
015200             INDEXED BY DEPT-IDX.
015300         10  DEPT-TBL-CODE        PIC X(10).
015400
015500 PROCEDURE DIVISION.
015600*****************************************************************
015700*    0000-MAINLINE
015800*****************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     IF WS-FILES-OPEN-OK
016200         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
016300         PERFORM 9000-TERMINATE THRU 9000-EXIT
016400     END-IF.
016500     GOBACK.
016600
016700*****************************************************************
016800*    1000-INITIALIZE
016900*    INDUCTN AND THE HISTORY REPORT ARE REQUIRED - A CHANGE THAT
017000*    CANNOT BE RECORDED IS NOT MADE.  A MASTER THAT DOES NOT
017100*    EXIST YET IS CREATED FRESH.  THE TRANSACTION DECK AND
017200*    DEPTFILE ARE OPTIONAL: A MISSING ONE IS A CONSOLE WARNING
017300*    (RC 4).
017400*****************************************************************
017500 1000-INITIALIZE.
017600     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
017700     PERFORM 1200-GET-PARM THRU 1200-EXIT.
017800     DISPLAY "USER" UPON ENVIRONMENT-NAME.
017900     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
018000     IF WS-OPERATOR-ID = SPACES
018100         MOVE "BATCH" TO WS-OPERATOR-ID
018200     END-IF.
018300     OPEN I-O INDUCTN.
018400     IF WS-INDUC-FILE-STATUS NOT = "00"
018500         OPEN OUTPUT INDUCTN
018600         CLOSE INDUCTN
018700         OPEN I-O INDUCTN
018800     END-IF.
018900     IF WS-INDUC-FILE-STATUS NOT = "00"
019000         SET WS-FILES-OPEN-FAILED TO TRUE
019100         DISPLAY "HELLO-NAME-INDMNT: UNABLE TO OPEN INDUCTN - "
019200             "STATUS " WS-INDUC-FILE-STATUS " - RUN TERMINATED."
019300         MOVE 8 TO RETURN-CODE
019400         GO TO 1000-EXIT
019500     END-IF.
019600     OPEN EXTEND REPORTFILE.
019700     IF WS-REPORTFILE-STATUS NOT = "00"
019800         OPEN OUTPUT REPORTFILE
019900     END-IF.
020000     IF WS-REPORTFILE-STATUS NOT = "00"
020100         SET WS-FILES-OPEN-FAILED TO TRUE
020200         DISPLAY "HELLO-NAME-INDMNT: CANNOT OPEN INDHIST - "
020300             "STATUS " WS-REPORTFILE-STATUS " - RUN TERMINATED."
020400         MOVE 8 TO RETURN-CODE
020500         CLOSE INDUCTN
020600         GO TO 1000-EXIT
020700     END-IF.
020800     PERFORM 1400-LOAD-DEPARTMENTS THRU 1400-EXIT.
020900     OPEN INPUT INDTXFILE.
021000     IF WS-INDTX-FILE-STATUS NOT = "00"
021100         SET WS-INDTX-ABSENT TO TRUE
021200         DISPLAY "HELLO-NAME-INDMNT: INDTXFILE NOT AVAILABLE - "
021300             "STATUS " WS-INDTX-FILE-STATUS
021400             " - NO INDUCTION TRANSACTIONS APPLIED."
021500         MOVE 4 TO RETURN-CODE
021600     END-IF.
021700     PERFORM 1300-WRITE-RUN-HEADING THRU 1300-EXIT.
021800 1000-EXIT.
021900     EXIT.
022000
022100 1100-GET-TIMESTAMP.
022200     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
022300     ACCEPT WS-CUR-TIME FROM TIME.
022400     MOVE SPACES TO WS-TIMESTAMP.
022500     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
022600             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
022700         DELIMITED BY SIZE INTO WS-TIMESTAMP.
022800     MOVE WS-TIMESTAMP(1:10) TO WS-TODAY.
022900 1100-EXIT.
023000     EXIT.
023100
023200*****************************************************************
023300*    1200-GET-PARM
023400*    AN EXEC PARM OF THREE DIGITS SETS THE STANDARD PERIOD, IN
023500*    DAYS, THAT AN INDUCTION IS GOOD FOR WHEN SITE SAFETY KEYS
023600*    NO EXPIRY - A YEAR WHEN OMITTED.
023700*****************************************************************
023800 1200-GET-PARM.
023900     MOVE WS-DEFAULT-VALID-DAYS TO WS-VALID-DAYS.
024000     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
024100     IF WS-PARM-DATA(1:3) IS NUMERIC
024200             AND WS-PARM-DATA(1:3) NOT = "000"
024300         MOVE WS-PARM-DATA(1:3) TO WS-VALID-DAYS
024400     END-IF.
024500 1200-EXIT.
024600     EXIT.
024700
024800 1300-WRITE-RUN-HEADING.
024900     MOVE SPACES TO REPORT-LINE-RECORD.
025000     STRING "CONTRACTOR INDUCTION CHANGE HISTORY - RUN "
025100             WS-TIMESTAMP(1:19) " BY " WS-OPERATOR-ID
025200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
025300     WRITE REPORT-LINE-RECORD.
025400     MOVE SPACES TO REPORT-LINE-RECORD.
025500     STRING "ACT CONTRACTOR INDUCTED   IND EXPIRY NDA SIGNED "
025600             "NDA EXPIRY DEPT       FILED BY"
025700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
025800     WRITE REPORT-LINE-RECORD.
025900 1300-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*    1400-LOAD-DEPARTMENTS
026400*    LOADS THE DEPARTMENT REFERENCE MASTER THE SAME WAY THE
026500*    ROSTER BUILD DOES, TO CHECK THE ISSUING DEPARTMENT.  A
026600*    MISSING DEPTFILE TURNS THE CHECK OFF - EVERY DEPARTMENT
026700*    PASSES - WITH A CONSOLE WARNING.
026800*****************************************************************
026900 1400-LOAD-DEPARTMENTS.
027000     OPEN INPUT DEPTFILE.
027100     IF WS-DEPT-FILE-STATUS = "00"
027200         PERFORM 1410-READ-DEPT-RECORD THRU 1410-EXIT
027300             UNTIL WS-DEPT-EOF
027400         CLOSE DEPTFILE
027500     ELSE
027600         DISPLAY "HELLO-NAME-INDMNT: DEPTFILE NOT AVAILABLE"
027700             " - STATUS " WS-DEPT-FILE-STATUS
027800             " - DEPARTMENT CHECK OFF."
027900         IF RETURN-CODE < 4
028000             MOVE 4 TO RETURN-CODE
028100         END-IF
028200     END-IF.
028300 1400-EXIT.
028400     EXIT.
028500
028600 1410-READ-DEPT-RECORD.
028700     READ DEPTFILE
028800         AT END
028900             SET WS-DEPT-EOF TO TRUE
029000         NOT AT END
029100             IF WS-DEPT-COUNT < WS-DEPT-MAX
029200                 ADD 1 TO WS-DEPT-COUNT
029300                 MOVE DEPT-CODE TO DEPT-TBL-CODE(WS-DEPT-COUNT)
029400             ELSE
029500                 DISPLAY "HELLO-NAME-INDMNT: DEPARTMENT "
029600                     "TABLE FULL - IGNORING " DEPT-CODE
029700             END-IF
029800     END-READ.
029900 1410-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300*    2000-APPLY-TRANSACTIONS
030400*****************************************************************
030500 2000-APPLY-TRANSACTIONS.
030600     IF WS-INDTX-ABSENT
030700         GO TO 2000-EXIT
030800     END-IF.
030900     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
031000         UNTIL WS-INDTX-EOF.
031100     CLOSE INDTXFILE.
031200 2000-EXIT.
031300     EXIT.
031400
031500 2100-READ-TRANSACTION.
031600     READ INDTXFILE
031700         AT END
031800             SET WS-INDTX-EOF TO TRUE
031900         NOT AT END
032000             EVALUATE TRUE
032100                 WHEN INDTX-NAME = SPACES
032200                     MOVE "NO CONTRACTOR VISITOR KEY"
032300                         TO WS-REFUSE-TEXT
032400                     PERFORM 2900-REFUSE-TRANSACTION
032500                         THRU 2900-EXIT
032600                 WHEN INDTX-AUTH-BY = SPACES
032700                     MOVE "NO FILED-BY NAME"
032800                         TO WS-REFUSE-TEXT
032900                     PERFORM 2900-REFUSE-TRANSACTION
033000                         THRU 2900-EXIT
033100                 WHEN INDTX-ACTION-ADD
033200                     PERFORM 2200-ADD-INDUCTION THRU 2200-EXIT
033300                 WHEN INDTX-ACTION-CHANGE
033400                     PERFORM 2300-CHANGE-INDUCTION THRU 2300-EXIT
033500                 WHEN INDTX-ACTION-DELETE
033600                     PERFORM 2400-DELETE-INDUCTION THRU 2400-EXIT
033700                 WHEN OTHER
033800                     MOVE "ACTION NOT A, C, OR D"
033900                         TO WS-REFUSE-TEXT
034000                     PERFORM 2900-REFUSE-TRANSACTION
034100                         THRU 2900-EXIT
034200             END-EVALUATE
034300     END-READ.
034400 2100-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*    2200-ADD-INDUCTION
034900*    A NEW ENTRY NEEDS THE INDUCTION DATE AND THE ISSUING
035000*    DEPARTMENT.  A BLANK INDUCTION EXPIRY IS THE INDUCTION DATE
035100*    PLUS THE STANDARD PERIOD.  THE NDA MAY FOLLOW LATER ON A
035200*    "C" - UNTIL IT IS FILED THE CONTRACTOR IS STILL HELD AT THE
035300*    DESK.  A BLANK (OR "NONE") NDA EXPIRY NEVER LAPSES.  A
035400*    CONTRACTOR ALREADY ON THE MASTER IS REFUSED - A REFRESHER
035500*    IS A "C" SO THE ENTRY'S HISTORY READS IN ONE LINE.
035600*****************************************************************
035700 2200-ADD-INDUCTION.
035800     IF INDTX-INDUCT-DATE = SPACES
035900         MOVE "NO INDUCTION DATE GIVEN" TO WS-REFUSE-TEXT
036000         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
036100         GO TO 2200-EXIT
036200     END-IF.
036300     IF INDTX-DEPT = SPACES
036400         MOVE "NO ISSUING DEPARTMENT GIVEN" TO WS-REFUSE-TEXT
036500         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
036600         GO TO 2200-EXIT
036700     END-IF.
036800     MOVE SPACES TO IND-RECORD.
036900     MOVE INDTX-NAME TO IND-NAME.
037000     MOVE INDTX-AUTH-BY TO IND-AUTH-BY.
037100     PERFORM 2500-APPLY-KEYED-FIELDS THRU 2500-EXIT.
037200     IF WS-REFUSE-TEXT NOT = SPACES
037300         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
037400         GO TO 2200-EXIT
037500     END-IF.
037550     WRITE IND-RECORD
037600         INVALID KEY
037650             CONTINUE
037700     END-WRITE.
037750     IF WS-INDUC-FILE-STATUS = "22"
037800         MOVE "ALREADY ON THE MASTER - USE C TO CHANGE IT"
037850             TO WS-REFUSE-TEXT
037900         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
037950         GO TO 2200-EXIT
038000     END-IF.
038050     IF WS-INDUC-FILE-STATUS NOT = "00"
038100         MOVE "WRITE FAILED" TO WS-FAILED-VERB
038150         PERFORM 2950-REFUSE-FAILED-UPDATE THRU 2950-EXIT
038200         GO TO 2200-EXIT
038250     END-IF.
038300     ADD 1 TO WS-TOTAL-ADDED.
038400     DISPLAY "HELLO-NAME-INDMNT: " INDTX-NAME " INDUCTED "
038500         IND-INDUCT-DATE " GOOD THROUGH " IND-INDUCT-EXP-DATE ".".
038600     MOVE "ADD" TO WS-HIST-ACTION.
038700     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
038800 2200-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*    2300-CHANGE-INDUCTION
039300*    ONLY THE FIELDS KEYED ARE CHANGED; "NONE" CLEARS THE NDA
039400*    EXPIRY.  A NEW INDUCTION DATE KEYED WITHOUT AN EXPIRY
039500*    STARTS A NEW STANDARD PERIOD FROM THAT DATE.  WHOEVER FILED
039600*    THE CHANGE BECOMES THE ENTRY'S FILED-BY NAME.
039700*****************************************************************
039800 2300-CHANGE-INDUCTION.
039900     MOVE INDTX-NAME TO IND-NAME.
040000     READ INDUCTN
040100         INVALID KEY
040200             MOVE "NOT ON THE INDUCTION MASTER - CHANGE REFUSED"
040300                 TO WS-REFUSE-TEXT
040400             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
040500             GO TO 2300-EXIT
040600     END-READ.
040700     MOVE IND-RECORD TO WS-IND-BEFORE.
040800     PERFORM 2500-APPLY-KEYED-FIELDS THRU 2500-EXIT.
040900     IF WS-REFUSE-TEXT NOT = SPACES
041000         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
041100         GO TO 2300-EXIT
041200     END-IF.
041300     MOVE INDTX-AUTH-BY TO IND-AUTH-BY.
041320     REWRITE IND-RECORD
041340         INVALID KEY
041360             CONTINUE
041380     END-REWRITE.
041400     IF WS-INDUC-FILE-STATUS NOT = "00"
041420         MOVE "REWRITE FAILED" TO WS-FAILED-VERB
041440         PERFORM 2950-REFUSE-FAILED-UPDATE THRU 2950-EXIT
041460         GO TO 2300-EXIT
041480     END-IF.
041500     ADD 1 TO WS-TOTAL-CHANGED.
041600     DISPLAY "HELLO-NAME-INDMNT: INDUCTION FOR " INDTX-NAME
041700         " CHANGED BY " INDTX-AUTH-BY ".".
041800     MOVE "CHG" TO WS-HIST-ACTION.
041900     PERFORM 5100-WRITE-CHANGE-LINES THRU 5100-EXIT.
042000 2300-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400*    2400-DELETE-INDUCTION
042500*    THE ENTRY COMES OFF THE MASTER - THE CONTRACTOR IS HELD AT
042600*    THE DESK FROM THEN ON.  ITS HISTORY LINE SHOWS THE ENTRY AS
042700*    IT STOOD, WITH WHOEVER DELETED IT.
042800*****************************************************************
042900 2400-DELETE-INDUCTION.
043000     MOVE INDTX-NAME TO IND-NAME.
043100     READ INDUCTN
043200         INVALID KEY
043300             MOVE "NOT ON THE INDUCTION MASTER - DELETE REFUSED"
043400                 TO WS-REFUSE-TEXT
043500             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
043600             GO TO 2400-EXIT
043700     END-READ.
043720     DELETE INDUCTN
043740         INVALID KEY
043760             CONTINUE
043780     END-DELETE.
043800     IF WS-INDUC-FILE-STATUS NOT = "00"
043820         MOVE "DELETE FAILED" TO WS-FAILED-VERB
043840         PERFORM 2950-REFUSE-FAILED-UPDATE THRU 2950-EXIT
043860         GO TO 2400-EXIT
043880     END-IF.
043900     ADD 1 TO WS-TOTAL-DELETED.
044000     DISPLAY "HELLO-NAME-INDMNT: INDUCTION FOR " INDTX-NAME
044100         " DELETED BY " INDTX-AUTH-BY ".".
044200     MOVE INDTX-AUTH-BY TO IND-AUTH-BY.
044300     MOVE "DEL" TO WS-HIST-ACTION.
044400     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
044500 2400-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    2500-APPLY-KEYED-FIELDS
045000*    MOVES EVERY FIELD KEYED ON THE TRANSACTION ONTO IND-RECORD,
045100*    CHECKING EACH DATE AND THE DEPARTMENT AS IT GOES, THEN
045200*    FILLS IN A MISSING INDUCTION EXPIRY AND CHECKS THAT NO
045300*    EXPIRY FALLS BEFORE THE DATE IT GOES WITH.  THE FIRST
045400*    FAULT FOUND IS LEFT IN WS-REFUSE-TEXT FOR THE CALLER, WHICH
045500*    THEN WRITES NOTHING.
045600*****************************************************************
045700 2500-APPLY-KEYED-FIELDS.
045800     MOVE SPACES TO WS-REFUSE-TEXT.
045900     IF INDTX-INDUCT-DATE NOT = SPACES
046000         MOVE INDTX-INDUCT-DATE TO WS-CHECK-DATE
046100         PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT
046200         IF WS-DATE-NOT-VALID
046300             MOVE "INDUCTION DATE NOT YYYY-MM-DD"
046400                 TO WS-REFUSE-TEXT
046500             GO TO 2500-EXIT
046600         END-IF
046700         MOVE INDTX-INDUCT-DATE TO IND-INDUCT-DATE
046800         IF INDTX-INDUCT-EXP-DATE = SPACES
046900             PERFORM 2600-SET-INDUCT-EXPIRY THRU 2600-EXIT
047000         END-IF
047100     END-IF.
047200     IF INDTX-INDUCT-EXP-DATE NOT = SPACES
047300         MOVE INDTX-INDUCT-EXP-DATE TO WS-CHECK-DATE
047400         PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT
047500         IF WS-DATE-NOT-VALID
047600             MOVE "INDUCTION EXPIRY NOT YYYY-MM-DD"
047700                 TO WS-REFUSE-TEXT
047800             GO TO 2500-EXIT
047900         END-IF
048000         MOVE INDTX-INDUCT-EXP-DATE TO IND-INDUCT-EXP-DATE
048100     END-IF.
048200     IF INDTX-NDA-DATE NOT = SPACES
048300         MOVE INDTX-NDA-DATE TO WS-CHECK-DATE
048400         PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT
048500         IF WS-DATE-NOT-VALID
048600             MOVE "NDA DATE NOT YYYY-MM-DD" TO WS-REFUSE-TEXT
048700             GO TO 2500-EXIT
048800         END-IF
048900         MOVE INDTX-NDA-DATE TO IND-NDA-DATE
049000     END-IF.
049100     IF INDTX-NDA-EXP-CLEAR
049200         MOVE SPACES TO IND-NDA-EXP-DATE
049300     ELSE
049400         IF INDTX-NDA-EXP-DATE NOT = SPACES
049500             MOVE INDTX-NDA-EXP-DATE TO WS-CHECK-DATE
049600             PERFORM 2800-VALIDATE-DATE THRU 2800-EXIT
049700             IF WS-DATE-NOT-VALID
049800                 MOVE "NDA EXPIRY NOT YYYY-MM-DD OR NONE"
049900                     TO WS-REFUSE-TEXT
050000                 GO TO 2500-EXIT
050100             END-IF
050200             MOVE INDTX-NDA-EXP-DATE TO IND-NDA-EXP-DATE
050300         END-IF
050400     END-IF.
050500     IF INDTX-DEPT NOT = SPACES
050600         MOVE INDTX-DEPT TO WS-CHECK-DEPT
050700         PERFORM 2700-CHECK-DEPARTMENT THRU 2700-EXIT
050800         IF WS-DEPT-NOT-FOUND
050900             MOVE "ISSUING DEPARTMENT NOT ON DEPTFILE"
051000                 TO WS-REFUSE-TEXT
051100             GO TO 2500-EXIT
051200         END-IF
051300         MOVE INDTX-DEPT TO IND-DEPT
051400     END-IF.
051500     IF IND-INDUCT-EXP-DATE < IND-INDUCT-DATE
051600         MOVE "INDUCTION EXPIRY BEFORE INDUCTION DATE"
051700             TO WS-REFUSE-TEXT
051800         GO TO 2500-EXIT
051900     END-IF.
052000     IF IND-NDA-EXP-DATE NOT = SPACES AND IND-NDA-DATE = SPACES
052100         MOVE "NDA EXPIRY GIVEN WITH NO NDA DATE"
052200             TO WS-REFUSE-TEXT
052300         GO TO 2500-EXIT
052400     END-IF.
052500     IF IND-NDA-EXP-DATE NOT = SPACES
052600             AND IND-NDA-EXP-DATE < IND-NDA-DATE
052700         MOVE "NDA EXPIRY BEFORE NDA DATE" TO WS-REFUSE-TEXT
052800     END-IF.
052900 2500-EXIT.
053000     EXIT.
053100
053200*****************************************************************
053300*    2600-SET-INDUCT-EXPIRY
053400*    COUNTS THE STANDARD PERIOD FORWARD FROM THE INDUCTION DATE
053500*    ONE CALENDAR DAY AT A TIME.
053600*****************************************************************
053700 2600-SET-INDUCT-EXPIRY.
053800     MOVE IND-INDUCT-DATE(1:4) TO WS-CAL-YYYY.
053900     MOVE IND-INDUCT-DATE(6:2) TO WS-CAL-MM.
054000     MOVE IND-INDUCT-DATE(9:2) TO WS-CAL-DD.
054100     PERFORM 2610-STEP-ONE-DAY THRU 2610-EXIT
054200         WS-VALID-DAYS TIMES.
054300     MOVE SPACES TO IND-INDUCT-EXP-DATE.
054400     STRING WS-CAL-YYYY "-" WS-CAL-MM "-" WS-CAL-DD
054500         DELIMITED BY SIZE INTO IND-INDUCT-EXP-DATE.
054600 2600-EXIT.
054700     EXIT.
054800
054900 2610-STEP-ONE-DAY.
055000     EVALUATE WS-CAL-MM
055100         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
055200             MOVE 31 TO WS-MONTH-DAYS
055300         WHEN 4 WHEN 6 WHEN 9 WHEN 11
055400             MOVE 30 TO WS-MONTH-DAYS
055500         WHEN 2
055600             MOVE 28 TO WS-MONTH-DAYS
055700             DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
055800                 REMAINDER WS-LEAP-REM
055900             IF WS-LEAP-REM = ZERO
056000                 MOVE 29 TO WS-MONTH-DAYS
056100                 DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
056200                     REMAINDER WS-LEAP-REM
056300                 IF WS-LEAP-REM = ZERO
056400                     DIVIDE WS-CAL-YYYY BY 400
056500                         GIVING WS-LEAP-QUOT
056600                         REMAINDER WS-LEAP-REM
056700                     IF WS-LEAP-REM NOT = ZERO
056800                         MOVE 28 TO WS-MONTH-DAYS
056900                     END-IF
057000                 END-IF
057100             END-IF
057200     END-EVALUATE.
057300     IF WS-CAL-DD < WS-MONTH-DAYS
057400         ADD 1 TO WS-CAL-DD
057500     ELSE
057600         MOVE 1 TO WS-CAL-DD
057700         IF WS-CAL-MM < 12
057800             ADD 1 TO WS-CAL-MM
057900         ELSE
058000             MOVE 1 TO WS-CAL-MM
058100             ADD 1 TO WS-CAL-YYYY
058200         END-IF
058300     END-IF.
058400 2610-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800*    2700-CHECK-DEPARTMENT
058900*    AN EMPTY TABLE MEANS THE CHECK IS OFF (DEPTFILE MISSING)
059000*    AND EVERY ISSUING DEPARTMENT PASSES.
059100*****************************************************************
059200 2700-CHECK-DEPARTMENT.
059300     SET WS-DEPT-FOUND TO TRUE.
059400     IF WS-DEPT-COUNT > 0
059500         SET DEPT-IDX TO 1
059600         SEARCH DEPT-TABLE-ENTRY
059700             AT END
059800                 SET WS-DEPT-NOT-FOUND TO TRUE
059900             WHEN DEPT-TBL-CODE(DEPT-IDX) = WS-CHECK-DEPT
060000                 SET WS-DEPT-FOUND TO TRUE
060100         END-SEARCH
060200     END-IF.
060300 2700-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*    2800-VALIDATE-DATE
060800*    WS-CHECK-DATE MUST BE A YYYY-MM-DD DATE WITH A REAL MONTH
060900*    AND A DAY OF 01-31 - ENOUGH TO KEEP A KEYING SLIP FROM
061000*    SORTING AHEAD OF OR BEHIND EVERY REAL DATE.
061100*****************************************************************
061200 2800-VALIDATE-DATE.
061300     SET WS-DATE-VALID TO TRUE.
061400     IF WS-CHECK-DATE(1:4) NOT NUMERIC
061500             OR WS-CHECK-DATE(5:1) NOT = "-"
061600             OR WS-CHECK-DATE(6:2) NOT NUMERIC
061700             OR WS-CHECK-DATE(8:1) NOT = "-"
061800             OR WS-CHECK-DATE(9:2) NOT NUMERIC
061900         SET WS-DATE-NOT-VALID TO TRUE
062000         GO TO 2800-EXIT
062100     END-IF.
062200     IF WS-CHECK-DATE(6:2) < "01" OR WS-CHECK-DATE(6:2) > "12"
062300             OR WS-CHECK-DATE(9:2) < "01"
062400             OR WS-CHECK-DATE(9:2) > "31"
062500         SET WS-DATE-NOT-VALID TO TRUE
062600     END-IF.
062700 2800-EXIT.
062800     EXIT.
062900
063000 2900-REFUSE-TRANSACTION.
063100     ADD 1 TO WS-TOTAL-REFUSED.
063200     DISPLAY "HELLO-NAME-INDMNT: " INDTX-ACTION " " INDTX-NAME
063300         " - " WS-REFUSE-TEXT " - TRANSACTION REFUSED.".
063400 2900-EXIT.
063500     EXIT.
063505
063510*****************************************************************
063515*    2950-REFUSE-FAILED-UPDATE
063520*    THE MASTER WOULD NOT TAKE THE CHANGE.  IT IS REFUSED WITH THE
063525*    FILE STATUS AND NO HISTORY LINE IS WRITTEN - THE ENTRY STANDS
063530*    AS IT WAS.  THE RUN ENDS RC 8.
063535*****************************************************************
063540 2950-REFUSE-FAILED-UPDATE.
063545     MOVE SPACES TO WS-REFUSE-TEXT.
063550     STRING WS-FAILED-VERB " - INDUCTN STATUS "
063555             WS-INDUC-FILE-STATUS
063560         DELIMITED BY "  " INTO WS-REFUSE-TEXT.
063565     PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT.
063570     MOVE 8 TO RETURN-CODE.
063575 2950-EXIT.
063580     EXIT.
063600
063700*****************************************************************
063800*    5000-WRITE-HISTORY-LINE
063900*    ONE CHANGE-HISTORY LINE FROM IND-RECORD AS IT NOW STANDS.
064000*    AN ENTRY WITH NO NDA YET PRINTS "NO NDA"; AN NDA WITH NO
064100*    EXPIRY PRINTS "NO EXPIRY".
064200*****************************************************************
064300 5000-WRITE-HISTORY-LINE.
064400     MOVE IND-INDUCT-DATE TO WS-HIST-INDUCT.
064500     MOVE IND-INDUCT-EXP-DATE TO WS-HIST-INDUCT-EXP.
064600     MOVE IND-NDA-DATE TO WS-HIST-NDA.
064700     MOVE IND-NDA-EXP-DATE TO WS-HIST-NDA-EXP.
064800     IF WS-HIST-NDA = SPACES
064900         MOVE "NO NDA" TO WS-HIST-NDA
065000     ELSE
065100         IF WS-HIST-NDA-EXP = SPACES
065200             MOVE "NO EXPIRY" TO WS-HIST-NDA-EXP
065300         END-IF
065400     END-IF.
065500     MOVE SPACES TO REPORT-LINE-RECORD.
065600     STRING WS-HIST-ACTION " " IND-NAME " " WS-HIST-INDUCT " "
065700             WS-HIST-INDUCT-EXP " " WS-HIST-NDA " "
065800             WS-HIST-NDA-EXP " " IND-DEPT " " IND-AUTH-BY
065900         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
066000     WRITE REPORT-LINE-RECORD.
066100 5000-EXIT.
066200     EXIT.
066300
066400*****************************************************************
066500*    5100-WRITE-CHANGE-LINES
066600*    THE ENTRY AS REWRITTEN, THEN THE "WAS" LINE UNDER IT FROM
066700*    THE BEFORE IMAGE.  IND-RECORD IS PUT BACK AFTERWARDS.
066800*****************************************************************
066900 5100-WRITE-CHANGE-LINES.
067000     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
067100     MOVE IND-RECORD TO WS-IND-AFTER.
067200     MOVE WS-IND-BEFORE TO IND-RECORD.
067300     MOVE "WAS" TO WS-HIST-ACTION.
067400     PERFORM 5000-WRITE-HISTORY-LINE THRU 5000-EXIT.
067500     MOVE WS-IND-AFTER TO IND-RECORD.
067600 5100-EXIT.
067700     EXIT.
067800
067900*****************************************************************
068000*    9000-TERMINATE
068100*****************************************************************
068200 9000-TERMINATE.
068300     IF WS-TOTAL-REFUSED > ZERO AND RETURN-CODE < 4
068400         MOVE 4 TO RETURN-CODE
068500     END-IF.
068600     MOVE SPACES TO REPORT-LINE-RECORD.
068700     STRING "RUN TOTALS: " WS-TOTAL-ADDED " ADDED, "
068800             WS-TOTAL-CHANGED " CHANGED, " WS-TOTAL-DELETED
068900             " DELETED, " WS-TOTAL-REFUSED " REFUSED."
069000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
069100     WRITE REPORT-LINE-RECORD.
069200     MOVE SPACES TO REPORT-LINE-RECORD.
069300     WRITE REPORT-LINE-RECORD.
069400     CLOSE INDUCTN.
069500     CLOSE REPORTFILE.
069600     DISPLAY "HELLO-NAME-INDMNT: " WS-TOTAL-ADDED " ADDED, "
069700         WS-TOTAL-CHANGED " CHANGED, " WS-TOTAL-DELETED
069800         " DELETED, " WS-TOTAL-REFUSED " REFUSED.".
069900 9000-EXIT.
070000     EXIT.
070100
070200 END PROGRAM HELLO-NAME-INDMNT.
