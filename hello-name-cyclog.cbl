000100*****************************************************************
000200*    HELLO-NAME-CYCLOG.CBL
000300*    DAILY CYCLE STEP GUARD - CALLED BY EVERY STEP OF THE DAILY
000400*    CYCLE (HELLORCR, HELLONAM, HELLOSGN, HELLONSH, HELLOREC,
000500*    HELLOBAL, HELLOARC, HELLOEXT, HELLOPSC, HELLOIXP).  AT THE
000510*    TOP OF THE RUN IT
000600*    HANDS BACK THE BUSINESS DATE FROM THE CONTROL RECORD
000700*    (BUSDATE) AND CHECKS THE CYCLE RUN LOG (CYCLOG) SO A STEP
000800*    IS NEVER RUN TWICE FOR ONE DATE - A SECOND HELLOARC NO
000900*    LONGER APPENDS THE SAME DAY TO AUDITHST AGAIN.  AT THE END
001000*    OF THE RUN IT APPENDS THE STEP'S COMPLETION AND RETURN
001100*    CODE TO THE LOG FOR THE CYCLE CONTROL RUN TO LIST.
001200*
001300*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001400*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001500*    DATE-WRITTEN.      10/15/26.
001600*    DATE-COMPILED.
001700*
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    10/15/26   JAH   ORIGINAL VERSION.
002010*    10/15/26   JAH   HELLOPSC ADDED TO THE LIST OF CALLING STEPS.
002020*    10/15/26   JAH   HELLOIXP ADDED TO THE LIST OF CALLING STEPS.
002030*    10/15/26   JAH   A COMPLETION RECORD THAT WILL NOT WRITE IS
002040*                     NOW A CONSOLE WARNING, AS A FAILED OPEN IS.
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.     HELLO-NAME-CYCLOG.
002400 AUTHOR.         J. A. HARTLEY.
002500 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
002600 DATE-WRITTEN.   10/15/26.
002700 DATE-COMPILED.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BUSDATE ASSIGN TO "BUSDATE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-BUSDATE-STATUS.
003500
003600     SELECT CYCLOG ASSIGN TO "CYCLOG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CYCLOG-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BUSDATE
004300     LABEL RECORDS ARE OMITTED.
004400     COPY BUSDTREC.
004500
004600 FD  CYCLOG
004700     LABEL RECORDS ARE OMITTED.
004800     COPY CYCLOGRC.
004900
005000 WORKING-STORAGE SECTION.
005100*    THE STEP WHOSE CLEAN FINISH CLOSES THE BUSINESS DAY - ONCE
005200*    THE TRAIL HAS BEEN CUT, NO INTRADAY STEP MAY WRITE TO IT
005300*    FOR THAT DATE.
005400 77  WS-CLOSE-STEP           PIC X(08)   VALUE "HELLOARC".
005500
005600 01  WS-FILE-STATUS-AREA.
005700     05  WS-BUSDATE-STATUS        PIC X(02)   VALUE "00".
005800     05  WS-CYCLOG-STATUS         PIC X(02)   VALUE "00".
005900
006000 01  WS-SWITCHES.
006100     05  WS-CYCLOG-EOF-SW         PIC X(01)   VALUE "N".
006200         88  WS-CYCLOG-EOF                VALUE "Y".
006300
006400 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
006500
006600 01  WS-DATE-TIME-WORK.
006700     05  WS-CUR-DATE.
006800         10  WS-CUR-YYYY          PIC 9(04).
006900         10  WS-CUR-MM            PIC 9(02).
007000         10  WS-CUR-DD            PIC 9(02).
007100     05  WS-CUR-TIME.
007200         10  WS-CUR-HH            PIC 9(02).
007300         10  WS-CUR-MN            PIC 9(02).
007400         10  WS-CUR-SS            PIC 9(02).
007500         10  WS-CUR-HS            PIC 9(02).
007600
007700 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
007800
007900 LINKAGE SECTION.
008000 COPY CYCPARM.
008100
008200 PROCEDURE DIVISION USING CYCLE-PARM.
008300*****************************************************************
008400*    0000-MAINLINE
008500*    ONE REQUEST PER CALL.  THE FILES ARE OPENED AND CLOSED
008600*    INSIDE THE CALL - A STEP CALLS HERE TWICE A RUN AT MOST.
008700*****************************************************************
008800 0000-MAINLINE.
008900     EVALUATE TRUE
009000         WHEN CYCP-REQUEST-BEGIN
009100             PERFORM 1000-BEGIN-STEP THRU 1000-EXIT
009200         WHEN CYCP-REQUEST-END
009300             PERFORM 2000-END-STEP THRU 2000-EXIT
009400         WHEN OTHER
009500             DISPLAY "HELLO-NAME-CYCLOG: REQUEST " CYCP-REQUEST
009600                 " FROM " CYCP-STEP-NAME " NOT B OR E - IGNORED."
009700     END-EVALUATE.
009800     MOVE ZERO TO RETURN-CODE.
009900     GOBACK.
010000
010100*****************************************************************
010200*    1000-BEGIN-STEP
010300*    BUSINESS DATE FIRST, THEN THE LOG.  A MISSING OR BLANK
010400*    CONTROL RECORD FALLS BACK TO THE SYSTEM DATE WITH A
010500*    CONSOLE WARNING (CYCP-DATE-FROM-CLOCK) SO THE CALLER CAN
010600*    RAISE ITS WARNING RETURN CODE - THE CYCLE STILL RUNS, IT
010700*    JUST RUNS THE CALENDAR DAY.
010800*****************************************************************
010900 1000-BEGIN-STEP.
011000     SET CYCP-STEP-CLEAR TO TRUE.
011100     PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT.
011200     PERFORM 1200-CHECK-CYCLE-LOG THRU 1200-EXIT.
011300 1000-EXIT.
011400     EXIT.
011500
011600 1100-READ-BUSINESS-DATE.
011700     SET CYCP-DATE-FROM-CONTROL TO TRUE.
011800     MOVE SPACES TO CYCP-BUSINESS-DATE.
011900     OPEN INPUT BUSDATE.
012000     IF WS-BUSDATE-STATUS = "00"
012100         READ BUSDATE
012200             AT END
012300                 MOVE SPACES TO BUSDT-BUSINESS-DATE
012400         END-READ
012500         MOVE BUSDT-BUSINESS-DATE TO CYCP-BUSINESS-DATE
012600         CLOSE BUSDATE
012700     END-IF.
012800     IF CYCP-BUSINESS-DATE(1:4) NOT NUMERIC
012900         SET CYCP-DATE-FROM-CLOCK TO TRUE
013000         PERFORM 3000-GET-TIMESTAMP THRU 3000-EXIT
013100         MOVE WS-TIMESTAMP(1:10) TO CYCP-BUSINESS-DATE
013200         DISPLAY "HELLO-NAME-CYCLOG: NO BUSINESS DATE ON "
013300             "BUSDATE - STATUS " WS-BUSDATE-STATUS " - "
013400             CYCP-STEP-NAME " RUNS FOR SYSTEM DATE "
013500             CYCP-BUSINESS-DATE "."
013600     END-IF.
013700 1100-EXIT.
013800     EXIT.
013900
014000*****************************************************************
014100*    1200-CHECK-CYCLE-LOG
014200*    ONLY A FINISH BELOW RETURN CODE 8 COUNTS - A STEP THAT
014300*    FAILED ON A REQUIRED FILE MUST BE RERUNNABLE ONCE THE
014400*    FILE IS FIXED, AND AN OUT-OF-BALANCE HELLOBAL (RC 16) MUST
014500*    BE RERUN AFTER THE DAY IS PUT RIGHT.  A LOG THAT DOES NOT
014600*    EXIST YET MEANS NOTHING HAS RUN.
014700*****************************************************************
014800 1200-CHECK-CYCLE-LOG.
014900     OPEN INPUT CYCLOG.
015000     IF WS-CYCLOG-STATUS NOT = "00"
015100         GO TO 1200-EXIT
015200     END-IF.
015300     MOVE "N" TO WS-CYCLOG-EOF-SW.
015400     PERFORM 1210-READ-CYCLOG-RECORD THRU 1210-EXIT
015500         UNTIL WS-CYCLOG-EOF
015600            OR NOT CYCP-STEP-CLEAR.
015700     CLOSE CYCLOG.
015800 1200-EXIT.
015900     EXIT.
016000
016100 1210-READ-CYCLOG-RECORD.
016200     READ CYCLOG
016300         AT END
016400             SET WS-CYCLOG-EOF TO TRUE
016500         NOT AT END
016600             IF CYC-BUSINESS-DATE = CYCP-BUSINESS-DATE
016700                     AND CYC-STEP-RC < 8
016800                 PERFORM 1220-CHECK-ONE-ENTRY THRU 1220-EXIT
016900             END-IF
017000     END-READ.
017100 1210-EXIT.
017200     EXIT.
017300
017400 1220-CHECK-ONE-ENTRY.
017500     IF CYCP-ONCE-PER-DAY
017600         IF CYC-STEP-NAME = CYCP-STEP-NAME
017700             SET CYCP-STEP-ALREADY-RUN TO TRUE
017800             DISPLAY "HELLO-NAME-CYCLOG: " CYCP-STEP-NAME
017900                 " ALREADY COMPLETED FOR " CYCP-BUSINESS-DATE
018000                 " AT " CYC-TIMESTAMP(1:19) " RC "
018100                 CYC-STEP-RC " - NOT RUN AGAIN."
018200         END-IF
018300     ELSE
018400         IF CYC-STEP-NAME = WS-CLOSE-STEP
018500             SET CYCP-DAY-CLOSED TO TRUE
018600             DISPLAY "HELLO-NAME-CYCLOG: BUSINESS DATE "
018700                 CYCP-BUSINESS-DATE " WAS CLOSED BY "
018800                 WS-CLOSE-STEP " AT " CYC-TIMESTAMP(1:19)
018900                 " - " CYCP-STEP-NAME " NOT RUN.  ROLL THE "
019000                 "BUSINESS DATE (HELLOCYC) FIRST."
019100         END-IF
019200     END-IF.
019300 1220-EXIT.
019400     EXIT.
019500
019600*****************************************************************
019700*    2000-END-STEP
019800*    SAME APPEND-ONLY HANDLING AS AUDITFILE - EXTEND FIRST,
019900*    FALL BACK TO OUTPUT WHEN THE LOG DOES NOT EXIST YET.  A
020000*    LOG THAT CANNOT BE WRITTEN IS A CONSOLE WARNING ONLY - THE
020100*    STEP'S OWN WORK IS ALREADY DONE AND MUST NOT BE UNDONE.
020200*****************************************************************
020300 2000-END-STEP.
020400     PERFORM 3000-GET-TIMESTAMP THRU 3000-EXIT.
020500     DISPLAY "USER" UPON ENVIRONMENT-NAME.
020600     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
020700     IF WS-OPERATOR-ID = SPACES
020800         MOVE "BATCH" TO WS-OPERATOR-ID
020900     END-IF.
021000     OPEN EXTEND CYCLOG.
021100     IF WS-CYCLOG-STATUS NOT = "00"
021200         OPEN OUTPUT CYCLOG
021300     END-IF.
021400     IF WS-CYCLOG-STATUS NOT = "00"
021500         DISPLAY "HELLO-NAME-CYCLOG: CANNOT OPEN CYCLOG - "
021600             "STATUS " WS-CYCLOG-STATUS " - " CYCP-STEP-NAME
021700             " COMPLETION FOR " CYCP-BUSINESS-DATE
021800             " NOT LOGGED."
021900         GO TO 2000-EXIT
022000     END-IF.
022100     MOVE SPACES TO CYCLOG-RECORD.
022200     MOVE CYCP-BUSINESS-DATE TO CYC-BUSINESS-DATE.
022300     MOVE CYCP-STEP-NAME TO CYC-STEP-NAME.
022400     MOVE CYCP-STEP-RC TO CYC-STEP-RC.
022500     MOVE WS-OPERATOR-ID TO CYC-OPERATOR-ID.
022600     MOVE WS-TIMESTAMP TO CYC-TIMESTAMP.
022700     WRITE CYCLOG-RECORD.
022710     IF WS-CYCLOG-STATUS NOT = "00"
022720         DISPLAY "HELLO-NAME-CYCLOG: CANNOT WRITE CYCLOG - "
022730             "STATUS " WS-CYCLOG-STATUS " - " CYCP-STEP-NAME
022740             " COMPLETION FOR " CYCP-BUSINESS-DATE
022750             " NOT LOGGED."
022760     END-IF.
022800     CLOSE CYCLOG.
022900 2000-EXIT.
023000     EXIT.
023100
023200 3000-GET-TIMESTAMP.
023300     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
023400     ACCEPT WS-CUR-TIME FROM TIME.
023500     MOVE SPACES TO WS-TIMESTAMP.
023600     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
023700             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
023800         DELIMITED BY SIZE INTO WS-TIMESTAMP.
023900 3000-EXIT.
024000     EXIT.
024100
024200 END PROGRAM HELLO-NAME-CYCLOG.
