000800*    TIMESTAMP, DEPARTMENT, VISIT TYPE, AND BADGE NUMBER,
000900*    WRAPPED IN A HEADER AND TRAILER CARRYING THE BUSINESS
001000*    DATE AND A RECORD COUNT SO THE RECEIVING SIDE CAN PROVE
001010*    IT GOT THE WHOLE FILE.  THE BUSINESS DATE COMES FROM THE
001020*    CONTROL RECORD (BUSDATE).  A RERUN FOR A PRIOR DATE POINTS
001030*    THE AUDITDAY DD AT THAT DAY'S GENERATION AND NAMES THE
001040*    DATE ON THE EXEC PARM.
001400*
001500*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001600*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
002100*    DATE       INIT  DESCRIPTION
002200*    09/02/26   JAH   ORIGINAL VERSION - RUN AFTER HELLOARC,
002300*                     WHICH CUTS THE GENERATION THIS READS.
002310*    10/15/26   JAH   THE BUSINESS DATE NOW COMES FROM THE CONTROL
002320*                     RECORD (BUSDATE) THROUGH HELLO-NAME-CYCLOG
002330*                     INSTEAD OF THE FIRST ENTRY ON THE FILE, AND
002340*                     THE RUN IS LOGGED ON THE DAILY CYCLE RUN LOG
002350*                     (CYCLOG) - A SECOND CYCLE RUN FOR A DATE
002360*                     ALREADY EXTRACTED IS REFUSED WITH RC 4.  A
002370*                     RERUN WITH A PARM DATE IS A MANUAL RE-
002380*                     EXTRACT OUTSIDE THE CYCLE AND IS NEITHER
002390*                     CHECKED NOR LOGGED.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.     HELLO-NAME-EXTRACT.
006300         88  WS-FILES-OPEN-FAILED         VALUE "N".
006400     05  WS-HEADER-SW             PIC X(01)   VALUE "N".
006500         88  WS-HEADER-WRITTEN            VALUE "Y".
006510     05  WS-PARM-DATE-SW          PIC X(01)   VALUE "N".
006520         88  WS-PARM-DATE-GIVEN           VALUE "Y".
006600
006700 01  WS-PARM-DATA                 PIC X(10)   VALUE SPACES.
006800 01  WS-BUSINESS-DATE             PIC X(10)   VALUE SPACES.
006900 01  WS-STATUS-WORD               PIC X(10)   VALUE SPACES.
007000 01  WS-DETAIL-COUNT              PIC 9(05)   VALUE ZERO.
007100 01  WS-SKIPPED-COUNT             PIC 9(05)   VALUE ZERO.
007133
007166 COPY CYCPARM.
007200
007300 PROCEDURE DIVISION.
007400*****************************************************************
007500*    0000-MAINLINE
007600*    HEADER, ONE DETAIL PER REPORTABLE TRAIL ENTRY, TRAILER
007700*    WITH THE COUNT.  THE BUSINESS DATE IS THE PARM WHEN GIVEN,
007800*    OTHERWISE THE CONTROL RECORD'S, SO A RERUN FOR A PRIOR
007900*    GENERATION LABELS ITSELF RIGHT.
008000*****************************************************************
008010 0000-MAINLINE.
008020     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
008030     IF NOT CYCP-STEP-CLEAR
008040         GOBACK
008050     END-IF.
008060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008070     IF WS-FILES-OPEN-OK
008080         PERFORM 2000-EXTRACT-RECORDS THRU 2000-EXIT
008090         PERFORM 9000-TERMINATE THRU 9000-EXIT
008100     END-IF.
008110     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
008120     GOBACK.
008130
008140*****************************************************************
008150*    0500-BEGIN-CYCLE-STEP
008160*    A PARM DATE IS A MANUAL RE-EXTRACT OF A PRIOR GENERATION -
008170*    IT BYPASSES THE CYCLE STEP GUARD AND IS NOT LOGGED.
008180*    OTHERWISE THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE
008190*    GUARD; A DATE ALREADY EXTRACTED IS NOT RUN AGAIN, AND A
008200*    MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A WARNING.
008210*****************************************************************
008220 0500-BEGIN-CYCLE-STEP.
008230     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
008240     IF WS-PARM-DATA(1:4) IS NUMERIC
008250         SET WS-PARM-DATE-GIVEN TO TRUE
008260         SET CYCP-STEP-CLEAR TO TRUE
008270         MOVE WS-PARM-DATA(1:10) TO WS-BUSINESS-DATE
008280         DISPLAY "HELLO-NAME-EXTRACT: BUSINESS DATE "
008290             WS-BUSINESS-DATE " FROM THE EXEC PARM - MANUAL "
008300             "RE-EXTRACT, NOT LOGGED."
008310         GO TO 0500-EXIT
008320     END-IF.
008330     MOVE "HELLOEXT" TO CYCP-STEP-NAME.
008340     SET CYCP-ONCE-PER-DAY TO TRUE.
008350     SET CYCP-REQUEST-BEGIN TO TRUE.
008360     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
008370     MOVE CYCP-BUSINESS-DATE TO WS-BUSINESS-DATE.
008380     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
008390         MOVE 4 TO RETURN-CODE
008400     END-IF.
008410 0500-EXIT.
008420     EXIT.
008800
008900*****************************************************************
009000*    1000-INITIALIZE
009200*    NEVER SEES IS WORSE THAN NO EXTRACT AT ALL.
009300*****************************************************************
009400 1000-INITIALIZE.
010100     OPEN INPUT AUDITDAY.
010200     IF WS-AUDITDAY-STATUS NOT = "00"
010300         SET WS-FILES-OPEN-FAILED TO TRUE
014700*    2200-EXTRACT-ONE-ENTRY
014800*    GREETED, DENIED, AND SIGNED-OUT ENTRIES GO ACROSS - A
014900*    REJECTED ENTRY NEVER ENTERED THE BUILDING AND SECURITY
015000*    HAS NO USE FOR IT.
015200*****************************************************************
015300 2200-EXTRACT-ONE-ENTRY.
015400     EVALUATE TRUE
016200             ADD 1 TO WS-SKIPPED-COUNT
016300             GO TO 2200-EXIT
016400     END-EVALUATE.
016800     IF NOT WS-HEADER-WRITTEN
016900         PERFORM 2300-WRITE-HEADER THRU 2300-EXIT
017000     END-IF.
023700 9000-EXIT.
023800     EXIT.
023900
023905*****************************************************************
023910*    9900-END-CYCLE-STEP
023915*    LOGS THE FINISH AGAINST THE BUSINESS DATE - CYCLE RUNS
023920*    ONLY.  THE GUARD'S CALL REPLACES THE RETURN-CODE REGISTER,
023925*    SO THE RUN'S OWN CODE RIDES CYCP-STEP-RC THERE AND BACK.
023930*****************************************************************
023935 9900-END-CYCLE-STEP.
023940     IF WS-PARM-DATE-GIVEN
023945         GO TO 9900-EXIT
023950     END-IF.
023955     MOVE RETURN-CODE TO CYCP-STEP-RC.
023960     SET CYCP-REQUEST-END TO TRUE.
023965     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
023970     MOVE CYCP-STEP-RC TO RETURN-CODE.
023975 9900-EXIT.
023980     EXIT.
024000 END PROGRAM HELLO-NAME-EXTRACT.
