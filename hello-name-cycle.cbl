000100*****************************************************************
000200*    HELLO-NAME-CYCLE.CBL
000300*    DAILY CYCLE CONTROL RUN - KEEPS THE BUSINESS-DATE CONTROL
000400*    RECORD (BUSDATE) THE WHOLE CYCLE RUNS AGAINST AND SHOWS
000500*    OPERATIONS WHERE THE CYCLE STANDS.  EVERY RUN PRINTS THE
000600*    CYCLE STATUS PAGE (CYCLRPT) FOR THE BUSINESS DATE FROM THE
000700*    CYCLE RUN LOG (CYCLOG): EACH STEP OF THE DAILY CYCLE WITH
000800*    ITS LAST FINISH AND RETURN CODE, OR OUTSTANDING.  THE EXEC
000900*    PARM ALSO MOVES THE DATE:
001000*        "ROLL"             - ON TO THE NEXT CALENDAR DAY, ONLY
001100*                             WHEN NO REQUIRED STEP IS STILL
001200*                             OUTSTANDING FOR THE CURRENT DATE.
001250*        "SET YYYY-MM-DD"   - STRAIGHT TO THE DATE NAMED (FIRST
001300*                             INSTALL, OR A SKIPPED HOLIDAY).  IT
001350*                             IS NOT A WAY TO RERUN A DAY: CYCLOG
001400*                             STILL HOLDS THAT DAY'S FINISHES AND
001450*                             ITS CLOSE, SO ITS STEPS ARE REFUSED.
001600*    NO PARM (OR "STATUS") ONLY PRINTS THE PAGE.
001700*
001800*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001900*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
002000*    DATE-WRITTEN.      10/15/26.
002100*    DATE-COMPILED.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    10/15/26   JAH   ORIGINAL VERSION.
002510*    10/15/26   JAH   ADDED THE NEXT-DAY PRE-SCREEN (HELLOPSC) AS
002520*                     A REQUIRED STEP OF THE CYCLE.
002530*    10/15/26   JAH   ADDED THE WEEKLY CONTRACTOR INDUCTION
002540*                     EXPIRY REPORT (HELLOIXP), NOT REQUIRED.
002565*    10/15/26   JAH   CORRECTED THE "SET" NOTES - SETTING A DAY
002590*                     ALREADY RUN DOES NOT RERUN IT.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     HELLO-NAME-CYCLE.
002900 AUTHOR.         J. A. HARTLEY.
003000 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003100 DATE-WRITTEN.   10/15/26.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BUSDATE ASSIGN TO "BUSDATE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BUSDATE-STATUS.
004000
004100     SELECT CYCLOG ASSIGN TO "CYCLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CYCLOG-STATUS.
004400
004500     SELECT REPORTFILE ASSIGN TO "CYCLRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REPORTFILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BUSDATE
005200     LABEL RECORDS ARE OMITTED.
005300     COPY BUSDTREC.
005400
005500 FD  CYCLOG
005600     LABEL RECORDS ARE OMITTED.
005700     COPY CYCLOGRC.
005800
005900 FD  REPORTFILE
006000     LABEL RECORDS ARE OMITTED.
006100 01  REPORT-LINE-RECORD              PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 77  CS-MAX-STEPS            PIC 9(02)   VALUE 10.
006500
006600 01  WS-FILE-STATUS-AREA.
006700     05  WS-BUSDATE-STATUS        PIC X(02)   VALUE "00".
006800     05  WS-CYCLOG-STATUS         PIC X(02)   VALUE "00".
006900     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
007000
007100 01  WS-SWITCHES.
007200     05  WS-CYCLOG-EOF-SW         PIC X(01)   VALUE "N".
007300         88  WS-CYCLOG-EOF                VALUE "Y".
007400     05  WS-REPORTFILE-OPEN-SW    PIC X(01)   VALUE "Y".
007500         88  WS-REPORTFILE-OPEN-OK        VALUE "Y".
007600         88  WS-REPORTFILE-OPEN-FAILED    VALUE "N".
007700     05  WS-DATE-ON-FILE-SW       PIC X(01)   VALUE "N".
007800         88  WS-DATE-ON-FILE              VALUE "Y".
007900         88  WS-NO-DATE-ON-FILE           VALUE "N".
008000     05  WS-ACTION-SW             PIC X(01)   VALUE "S".
008100         88  WS-ACTION-STATUS             VALUE "S".
008200         88  WS-ACTION-ROLL               VALUE "R".
008300         88  WS-ACTION-SET                VALUE "D".
008400
008500 01  WS-PARM-DATA                 PIC X(20)   VALUE SPACES.
008600 01  WS-BUSINESS-DATE             PIC X(10)   VALUE SPACES.
008700 01  WS-NEW-DATE                  PIC X(10)   VALUE SPACES.
008800 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
008900 01  WS-OUTSTANDING-COUNT         PIC 9(02)   VALUE ZERO.
009000 01  WS-STATUS-WORD               PIC X(11)   VALUE SPACES.
009100 01  WS-RC-EDIT                   PIC X(04)   VALUE SPACES.
009200 01  WS-PRINT-IDX                 PIC 9(02)   COMP VALUE ZERO.
009300
009400 01  WS-DATE-TIME-WORK.
009500     05  WS-CUR-DATE.
009600         10  WS-CUR-YYYY          PIC 9(04).
009700         10  WS-CUR-MM            PIC 9(02).
009800         10  WS-CUR-DD            PIC 9(02).
009900     05  WS-CUR-TIME.
010000         10  WS-CUR-HH            PIC 9(02).
010100         10  WS-CUR-MN            PIC 9(02).
010200         10  WS-CUR-SS            PIC 9(02).
010300         10  WS-CUR-HS            PIC 9(02).
010400
010500 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
010600
010700*    CALENDAR WORK FIELDS FOR THE ROLL - SAME MONTH-LENGTH AND
010800*    LEAP-YEAR ARITHMETIC THE RECURRING APPOINTMENT RUN USES.
010900 01  WS-CAL-DATE.
011000     05  WS-CAL-YYYY              PIC 9(04).
011100     05  WS-CAL-MM                PIC 9(02).
011200     05  WS-CAL-DD                PIC 9(02).
011300 01  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
011400 01  WS-LEAP-REM                  PIC 9(04)   VALUE ZERO.
011500 01  WS-LEAP-QUOT                 PIC 9(04)   VALUE ZERO.
011600
011700*    THE DAILY CYCLE, IN RUN ORDER.  EACH ENTRY IS THE STEP'S
011800*    JCL PROGRAM NAME (THE NAME IT LOGS UNDER), WHETHER IT MUST
011900*    FINISH BEFORE THE DATE MAY ROLL ("Y") OR ONLY RUNS WHEN
012000*    SCHEDULED ("N" - THE WEEKLY RECURRING GENERATION AND THE
012010*    WEEKLY INDUCTION EXPIRY REPORT), AND
012100*    THE DESCRIPTION PRINTED ON THE STATUS PAGE.
012200 01  CYCLE-STEP-VALUES.
012300     05  FILLER                   PIC X(33)
012400             VALUE "HELLORCRNRECURRING APPOINTMENTS  ".
012500     05  FILLER                   PIC X(33)
012600             VALUE "HELLONAMYVISITOR ROSTER          ".
012700     05  FILLER                   PIC X(33)
012800             VALUE "HELLOSGNYBATCH SIGN-OUT          ".
012900     05  FILLER                   PIC X(33)
013000             VALUE "HELLONSHYAPPOINTMENT NO-SHOWS    ".
013100     05  FILLER                   PIC X(33)
013200             VALUE "HELLORECYON-PREMISES RECON       ".
013300     05  FILLER                   PIC X(33)
013400             VALUE "HELLOBALYEND-OF-DAY BALANCING    ".
013500     05  FILLER                   PIC X(33)
013600             VALUE "HELLOARCYAUDIT ARCHIVE           ".
013700     05  FILLER                   PIC X(33)
013800             VALUE "HELLOEXTYSECURITY EXTRACT        ".
013810     05  FILLER                   PIC X(33)
013820             VALUE "HELLOPSCYNEXT-DAY PRE-SCREEN     ".
013830     05  FILLER                   PIC X(33)
013840             VALUE "HELLOIXPNINDUCTION EXPIRY REPORT ".
013900 01  CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-VALUES.
014000     05  CYCLE-STEP-ENTRY OCCURS 10 TIMES
014100             INDEXED BY CS-IDX.
014200         10  CS-STEP-NAME         PIC X(08).
014300         10  CS-REQUIRED-SW       PIC X(01).
014400             88  CS-REQUIRED              VALUE "Y".
014500         10  CS-DESCRIPTION       PIC X(24).
014600
014700*    WHAT THE LOG SAYS ABOUT EACH STEP FOR THE BUSINESS DATE -
014800*    THE LATEST ENTRY WINS, SO A FAILED RUN FOLLOWED BY A CLEAN
014900*    RERUN SHOWS COMPLETE.
015000 01  CYCLE-STATE-TABLE.
015100     05  CYCLE-STATE-ENTRY OCCURS 10 TIMES.
015200         10  CT-STATE             PIC X(01).
015300             88  CT-NOT-RUN               VALUE " ".
015400             88  CT-COMPLETE              VALUE "C".
015500             88  CT-FAILED                VALUE "F".
015600         10  CT-LAST-RC           PIC 9(04).
015700         10  CT-LAST-TIMESTAMP    PIC X(26).
015800         10  CT-RUN-COUNT         PIC 9(03).
015900
016000 PROCEDURE DIVISION.
016100*****************************************************************
016200*    0000-MAINLINE
016300*    READ THE CURRENT DATE AND THE LOG FOR IT, APPLY ANY ROLL
016400*    OR SET, THEN PRINT THE PAGE FOR WHATEVER DATE IS NOW IN
016500*    FORCE.
016600*****************************************************************
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016900     IF WS-REPORTFILE-OPEN-OK
017000         PERFORM 2000-LOAD-CYCLE-STATE THRU 2000-EXIT
017100         EVALUATE TRUE
017200             WHEN WS-ACTION-ROLL
017300                 PERFORM 3000-ROLL-DATE THRU 3000-EXIT
017400             WHEN WS-ACTION-SET
017500                 PERFORM 3500-SET-DATE THRU 3500-EXIT
017600             WHEN OTHER
017700                 CONTINUE
017800         END-EVALUATE
017900         PERFORM 5000-WRITE-STATUS-PAGE THRU 5000-EXIT
018000         PERFORM 9000-TERMINATE THRU 9000-EXIT
018100     END-IF.
018200     GOBACK.
018300
018400*****************************************************************
018500*    1000-INITIALIZE
018600*    A MISSING CONTROL RECORD IS NORMAL BEFORE THE FIRST "SET"
018700*    - THE PAGE IS THEN PRINTED FOR THE SYSTEM DATE, WHICH IS
018800*    WHAT EVERY STEP FALLS BACK TO UNTIL A DATE IS SET.
018900*****************************************************************
019000 1000-INITIALIZE.
019100     PERFORM 1900-GET-TIMESTAMP THRU 1900-EXIT.
019200     DISPLAY "USER" UPON ENVIRONMENT-NAME.
019300     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
019400     IF WS-OPERATOR-ID = SPACES
019500         MOVE "BATCH" TO WS-OPERATOR-ID
019600     END-IF.
019700     PERFORM 1100-GET-PARM THRU 1100-EXIT.
019800     PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT.
019900     OPEN OUTPUT REPORTFILE.
020000     IF WS-REPORTFILE-STATUS NOT = "00"
020100         SET WS-REPORTFILE-OPEN-FAILED TO TRUE
020200         DISPLAY "HELLO-NAME-CYCLE: CANNOT OPEN CYCLRPT - "
020300             "STATUS " WS-REPORTFILE-STATUS " - RUN TERMINATED."
020400         MOVE 8 TO RETURN-CODE
020500     END-IF.
020600 1000-EXIT.
020700     EXIT.
020800
020900 1100-GET-PARM.
021000     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
021100     EVALUATE TRUE
021200         WHEN WS-PARM-DATA(1:4) = "ROLL"
021300             SET WS-ACTION-ROLL TO TRUE
021400         WHEN WS-PARM-DATA(1:4) = "SET "
021500             SET WS-ACTION-SET TO TRUE
021600             MOVE WS-PARM-DATA(5:10) TO WS-NEW-DATE
021700         WHEN OTHER
021800             SET WS-ACTION-STATUS TO TRUE
021900     END-EVALUATE.
022000 1100-EXIT.
022100     EXIT.
022200
022300 1200-READ-BUSINESS-DATE.
022400     OPEN INPUT BUSDATE.
022500     IF WS-BUSDATE-STATUS = "00"
022600         READ BUSDATE
022700             AT END
022800                 MOVE SPACES TO BUSDT-BUSINESS-DATE
022900         END-READ
023000         IF BUSDT-BUSINESS-DATE(1:4) IS NUMERIC
023100             SET WS-DATE-ON-FILE TO TRUE
023200             MOVE BUSDT-BUSINESS-DATE TO WS-BUSINESS-DATE
023300         END-IF
023400         CLOSE BUSDATE
023500     END-IF.
023600     IF WS-NO-DATE-ON-FILE
023700         MOVE WS-TIMESTAMP(1:10) TO WS-BUSINESS-DATE
023800         DISPLAY "HELLO-NAME-CYCLE: NO BUSINESS DATE ON BUSDATE"
023900             " - CYCLE STEPS ARE RUNNING FOR THE SYSTEM DATE."
024000     END-IF.
024100 1200-EXIT.
024200     EXIT.
024300
024400 1900-GET-TIMESTAMP.
024500     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
024600     ACCEPT WS-CUR-TIME FROM TIME.
024700     MOVE SPACES TO WS-TIMESTAMP.
024800     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
024900             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
025000         DELIMITED BY SIZE INTO WS-TIMESTAMP.
025100 1900-EXIT.
025200     EXIT.
025300
025400*****************************************************************
025500*    2000-LOAD-CYCLE-STATE
025600*    ONE PASS OVER THE LOG FOR THE BUSINESS DATE IN FORCE.  A
025700*    LOG THAT DOES NOT EXIST YET LEAVES EVERY STEP NOT RUN.
025800*****************************************************************
025900 2000-LOAD-CYCLE-STATE.
026000     INITIALIZE CYCLE-STATE-TABLE.
026100     MOVE "N" TO WS-CYCLOG-EOF-SW.
026200     OPEN INPUT CYCLOG.
026300     IF WS-CYCLOG-STATUS NOT = "00"
026400         GO TO 2000-EXIT
026500     END-IF.
026600     PERFORM 2100-READ-CYCLOG-RECORD THRU 2100-EXIT
026700         UNTIL WS-CYCLOG-EOF.
026800     CLOSE CYCLOG.
026900 2000-EXIT.
027000     EXIT.
027100
027200 2100-READ-CYCLOG-RECORD.
027300     READ CYCLOG
027400         AT END
027500             SET WS-CYCLOG-EOF TO TRUE
027600         NOT AT END
027700             IF CYC-BUSINESS-DATE = WS-BUSINESS-DATE
027800                 PERFORM 2200-POST-LOG-ENTRY THRU 2200-EXIT
027900             END-IF
028000     END-READ.
028100 2100-EXIT.
028200     EXIT.
028300
028400 2200-POST-LOG-ENTRY.
028500     SET CS-IDX TO 1.
028600     SEARCH CYCLE-STEP-ENTRY
028700         AT END
028800             DISPLAY "HELLO-NAME-CYCLE: LOG ENTRY FOR UNKNOWN "
028900                 "STEP " CYC-STEP-NAME " IGNORED."
029000         WHEN CS-STEP-NAME(CS-IDX) = CYC-STEP-NAME
029100             SET WS-PRINT-IDX TO CS-IDX
029200             IF CYC-STEP-RC < 8
029300                 SET CT-COMPLETE(WS-PRINT-IDX) TO TRUE
029400             ELSE
029500                 SET CT-FAILED(WS-PRINT-IDX) TO TRUE
029600             END-IF
029700             MOVE CYC-STEP-RC TO CT-LAST-RC(WS-PRINT-IDX)
029800             MOVE CYC-TIMESTAMP TO CT-LAST-TIMESTAMP(WS-PRINT-IDX)
029900             ADD 1 TO CT-RUN-COUNT(WS-PRINT-IDX)
030000     END-SEARCH.
030100 2200-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500*    3000-ROLL-DATE
030600*    ON TO THE NEXT CALENDAR DAY - REFUSED WHILE ANY REQUIRED
030700*    STEP HAS NOT FINISHED CLEANLY FOR THE CURRENT DATE, SO A
030800*    DAY IS NEVER LEFT HALF-CLOSED BY ACCIDENT.  A DAY THAT
030900*    GENUINELY MUST BE ABANDONED IS MOVED PAST WITH "SET".
031000*****************************************************************
031100 3000-ROLL-DATE.
031200     IF WS-NO-DATE-ON-FILE
031300         DISPLAY "HELLO-NAME-CYCLE: NO BUSINESS DATE TO ROLL - "
031400             "USE SET YYYY-MM-DD FOR THE FIRST DATE."
031500         MOVE 4 TO RETURN-CODE
031600         GO TO 3000-EXIT
031700     END-IF.
031800     PERFORM 5200-COUNT-OUTSTANDING THRU 5200-EXIT.
031900     IF WS-OUTSTANDING-COUNT > ZERO
032000         DISPLAY "HELLO-NAME-CYCLE: " WS-OUTSTANDING-COUNT
032100             " REQUIRED STEP(S) STILL OUTSTANDING FOR "
032200             WS-BUSINESS-DATE " - DATE NOT ROLLED."
032300         MOVE 4 TO RETURN-CODE
032400         GO TO 3000-EXIT
032500     END-IF.
032600     MOVE WS-BUSINESS-DATE(1:4) TO WS-CAL-YYYY.
032700     MOVE WS-BUSINESS-DATE(6:2) TO WS-CAL-MM.
032800     MOVE WS-BUSINESS-DATE(9:2) TO WS-CAL-DD.
032900     PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT.
033000     MOVE SPACES TO WS-NEW-DATE.
033100     STRING WS-CAL-YYYY "-" WS-CAL-MM "-" WS-CAL-DD
033200         DELIMITED BY SIZE INTO WS-NEW-DATE.
033300     PERFORM 4000-WRITE-BUSINESS-DATE THRU 4000-EXIT.
033400 3000-EXIT.
033500     EXIT.
033600
033700 3100-STEP-ONE-DAY.
033800     EVALUATE WS-CAL-MM
033900         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
034000             MOVE 31 TO WS-MONTH-DAYS
034100         WHEN 4 WHEN 6 WHEN 9 WHEN 11
034200             MOVE 30 TO WS-MONTH-DAYS
034300         WHEN 2
034400             MOVE 28 TO WS-MONTH-DAYS
034500             DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
034600                 REMAINDER WS-LEAP-REM
034700             IF WS-LEAP-REM = ZERO
034800                 MOVE 29 TO WS-MONTH-DAYS
034900                 DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
035000                     REMAINDER WS-LEAP-REM
035100                 IF WS-LEAP-REM = ZERO
035200                     DIVIDE WS-CAL-YYYY BY 400
035300                         GIVING WS-LEAP-QUOT
035400                         REMAINDER WS-LEAP-REM
035500                     IF WS-LEAP-REM NOT = ZERO
035600                         MOVE 28 TO WS-MONTH-DAYS
035700                     END-IF
035800                 END-IF
035900             END-IF
036000     END-EVALUATE.
036100     IF WS-CAL-DD < WS-MONTH-DAYS
036200         ADD 1 TO WS-CAL-DD
036300     ELSE
036400         MOVE 1 TO WS-CAL-DD
036500         IF WS-CAL-MM < 12
036600             ADD 1 TO WS-CAL-MM
036700         ELSE
036800             MOVE 1 TO WS-CAL-MM
036900             ADD 1 TO WS-CAL-YYYY
037000         END-IF
037100     END-IF.
037200 3100-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600*    3500-SET-DATE
037700*    THE DATE ON THE PARM MUST AT LEAST LOOK LIKE A DATE -
037800*    YYYY-MM-DD WITH A MONTH 01-12 AND A DAY 01-31.
037820*    ANY DATE IS TAKEN, BUT A DAY ALREADY RUN STAYS RUN - EACH
037840*    STEP CHECKS CYCLOG (HELLO-NAME-CYCLOG) AND REFUSES A STEP
037860*    ALREADY FINISHED FOR THE DATE, AND THE DESK STEPS ONCE THE
037880*    ARCHIVE HAS CLOSED IT.
037900*****************************************************************
038000 3500-SET-DATE.
038100     IF WS-NEW-DATE(1:4) NOT NUMERIC
038200             OR WS-NEW-DATE(5:1) NOT = "-"
038300             OR WS-NEW-DATE(6:2) NOT NUMERIC
038400             OR WS-NEW-DATE(8:1) NOT = "-"
038500             OR WS-NEW-DATE(9:2) NOT NUMERIC
038600             OR WS-NEW-DATE(6:2) < "01"
038700             OR WS-NEW-DATE(6:2) > "12"
038800             OR WS-NEW-DATE(9:2) < "01"
038900             OR WS-NEW-DATE(9:2) > "31"
039000         DISPLAY "HELLO-NAME-CYCLE: SET DATE " WS-NEW-DATE
039100             " IS NOT YYYY-MM-DD - DATE NOT CHANGED."
039200         MOVE 4 TO RETURN-CODE
039300         GO TO 3500-EXIT
039400     END-IF.
039500     PERFORM 4000-WRITE-BUSINESS-DATE THRU 4000-EXIT.
039600 3500-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*    4000-WRITE-BUSINESS-DATE
040100*    THE CONTROL RECORD IS REWRITTEN WHOLE, THE SAME WAY
040200*    CKPTFILE IS, KEEPING THE DATE IT REPLACES AND WHO MOVED
040300*    IT.  THE LOG IS RE-READ FOR THE NEW DATE SO THE PAGE
040400*    SHOWS WHERE THE NEW DAY STANDS.
040500*****************************************************************
040600 4000-WRITE-BUSINESS-DATE.
040700     OPEN OUTPUT BUSDATE.
040800     IF WS-BUSDATE-STATUS NOT = "00"
040900         DISPLAY "HELLO-NAME-CYCLE: CANNOT OPEN BUSDATE - "
041000             "STATUS " WS-BUSDATE-STATUS " - DATE NOT CHANGED."
041100         MOVE 8 TO RETURN-CODE
041200         GO TO 4000-EXIT
041300     END-IF.
041400     MOVE SPACES TO BUSDT-RECORD.
041500     MOVE WS-NEW-DATE TO BUSDT-BUSINESS-DATE.
041600     IF WS-DATE-ON-FILE
041700         MOVE WS-BUSINESS-DATE TO BUSDT-PRIOR-DATE
041800     END-IF.
041900     MOVE WS-TIMESTAMP TO BUSDT-SET-TIMESTAMP.
042000     MOVE WS-OPERATOR-ID TO BUSDT-SET-BY.
042100     WRITE BUSDT-RECORD.
042200     CLOSE BUSDATE.
042300     DISPLAY "HELLO-NAME-CYCLE: BUSINESS DATE MOVED FROM "
042400         WS-BUSINESS-DATE " TO " WS-NEW-DATE " BY "
042500         WS-OPERATOR-ID ".".
042600     MOVE WS-NEW-DATE TO WS-BUSINESS-DATE.
042700     SET WS-DATE-ON-FILE TO TRUE.
042800     PERFORM 2000-LOAD-CYCLE-STATE THRU 2000-EXIT.
042900 4000-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*    5000-WRITE-STATUS-PAGE
043400*    ONE LINE PER STEP IN RUN ORDER, THEN THE OUTSTANDING COUNT
043500*    THE ROLL IS HELD ON.
043600*****************************************************************
043700 5000-WRITE-STATUS-PAGE.
043800     MOVE SPACES TO REPORT-LINE-RECORD.
043900     STRING "DAILY CYCLE STATUS FOR BUSINESS DATE "
044000             WS-BUSINESS-DATE
044100         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
044200     WRITE REPORT-LINE-RECORD.
044300     MOVE SPACES TO REPORT-LINE-RECORD.
044400     STRING "  STEP      DESCRIPTION             "
044500             "STATUS       RC   RUNS LAST FINISHED"
044600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
044700     WRITE REPORT-LINE-RECORD.
044800     PERFORM 5100-PRINT-ONE-STEP THRU 5100-EXIT
044900         VARYING WS-PRINT-IDX FROM 1 BY 1
045000         UNTIL WS-PRINT-IDX > CS-MAX-STEPS.
045100     PERFORM 5200-COUNT-OUTSTANDING THRU 5200-EXIT.
045200     MOVE SPACES TO REPORT-LINE-RECORD.
045300     IF WS-OUTSTANDING-COUNT = ZERO
045400         MOVE "ALL REQUIRED STEPS COMPLETE - DATE MAY BE ROLLED"
045500             TO REPORT-LINE-RECORD
045600     ELSE
045700         STRING "*** " WS-OUTSTANDING-COUNT
045800                 " REQUIRED STEP(S) OUTSTANDING ***"
045900             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
046000     END-IF.
046100     WRITE REPORT-LINE-RECORD.
046200 5000-EXIT.
046300     EXIT.
046400
046500 5100-PRINT-ONE-STEP.
046600     MOVE SPACES TO WS-RC-EDIT.
046700     EVALUATE TRUE
046800         WHEN CT-COMPLETE(WS-PRINT-IDX)
046900             MOVE "COMPLETE" TO WS-STATUS-WORD
047000             MOVE CT-LAST-RC(WS-PRINT-IDX) TO WS-RC-EDIT
047100         WHEN CT-FAILED(WS-PRINT-IDX)
047200             MOVE "FAILED" TO WS-STATUS-WORD
047300             MOVE CT-LAST-RC(WS-PRINT-IDX) TO WS-RC-EDIT
047400         WHEN CS-REQUIRED(WS-PRINT-IDX)
047500             MOVE "OUTSTANDING" TO WS-STATUS-WORD
047600         WHEN OTHER
047700             MOVE "NOT RUN" TO WS-STATUS-WORD
047800     END-EVALUATE.
047900     MOVE SPACES TO REPORT-LINE-RECORD.
048000     STRING "  " CS-STEP-NAME(WS-PRINT-IDX)
048100             "  " CS-DESCRIPTION(WS-PRINT-IDX)
048200             WS-STATUS-WORD
048300             " " WS-RC-EDIT
048400             "  " CT-RUN-COUNT(WS-PRINT-IDX)
048500             "  " CT-LAST-TIMESTAMP(WS-PRINT-IDX)(1:19)
048600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
048700     WRITE REPORT-LINE-RECORD.
048800 5100-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*    5200-COUNT-OUTSTANDING
049300*    A REQUIRED STEP IS OUTSTANDING UNTIL ITS LATEST LOG ENTRY
049400*    FOR THE DATE IS A CLEAN FINISH (BELOW RC 8).
049500*****************************************************************
049600 5200-COUNT-OUTSTANDING.
049700     MOVE ZERO TO WS-OUTSTANDING-COUNT.
049800     PERFORM 5210-CHECK-ONE-STEP THRU 5210-EXIT
049900         VARYING WS-PRINT-IDX FROM 1 BY 1
050000         UNTIL WS-PRINT-IDX > CS-MAX-STEPS.
050100 5200-EXIT.
050200     EXIT.
050300
050400 5210-CHECK-ONE-STEP.
050500     IF CS-REQUIRED(WS-PRINT-IDX)
050600             AND NOT CT-COMPLETE(WS-PRINT-IDX)
050700         ADD 1 TO WS-OUTSTANDING-COUNT
050800     END-IF.
050900 5210-EXIT.
051000     EXIT.
051100
051200*****************************************************************
051300*    9000-TERMINATE
051400*****************************************************************
051500 9000-TERMINATE.
051600     CLOSE REPORTFILE.
051700     DISPLAY "HELLO-NAME-CYCLE: BUSINESS DATE " WS-BUSINESS-DATE
051800         ", " WS-OUTSTANDING-COUNT
051900         " REQUIRED STEP(S) OUTSTANDING.".
052000 9000-EXIT.
052100     EXIT.
052200
052300 END PROGRAM HELLO-NAME-CYCLE.
