002000*    09/02/26   JAH   ORIGINAL VERSION - RUN AHEAD OF THE
002100*                     PERIOD IT COVERS (THE EXEC PARM SETS
002200*                     HOW MANY DAYS, DEFAULT SEVEN).
002210*    10/15/26   JAH   THE PERIOD NOW STARTS AT THE BUSINESS DATE
002220*                     ON THE CONTROL RECORD (BUSDATE) INSTEAD OF
002230*                     THE SYSTEM CLOCK, AND THE RUN IS LOGGED ON
002240*                     THE DAILY CYCLE RUN LOG (CYCLOG) THROUGH
002250*                     HELLO-NAME-CYCLOG.  A SECOND RUN FOR A DATE
002260*                     ALREADY GENERATED IS REFUSED WITH RC 4.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.     HELLO-NAME-RECUR.
012200         10  AK-KEY               PIC X(20).
012300
012400 01  WS-CHECK-KEY                 PIC X(20)   VALUE SPACES.
012433
012466 COPY CYCPARM.
012500
012600 PROCEDURE DIVISION.
012700*****************************************************************
013100*    APPENDING AN APPOINTMENT FOR EVERY PATTERN THAT LANDS ON
013200*    THE DATE AND IS NOT ALREADY FILED.
013300*****************************************************************
013310 0000-MAINLINE.
013320     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
013330     IF NOT CYCP-STEP-CLEAR
013340         GOBACK
013350     END-IF.
013360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013370     IF WS-RCUR-OPEN-OK
013380         PERFORM 2000-GENERATE-PERIOD THRU 2000-EXIT
013390         PERFORM 9000-TERMINATE THRU 9000-EXIT
013400     END-IF.
013410     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
013420     GOBACK.
013430
013440*****************************************************************
013450*    0500-BEGIN-CYCLE-STEP
013460*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
013470*    STEP GUARD.  THE PERIOD GENERATED STARTS AT THE BUSINESS
013480*    DATE; A DATE ALREADY GENERATED IS NOT RUN AGAIN.
013490*    A MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A
013500*    WARNING.
013510*****************************************************************
013520 0500-BEGIN-CYCLE-STEP.
013530     MOVE "HELLORCR" TO CYCP-STEP-NAME.
013540     SET CYCP-ONCE-PER-DAY TO TRUE.
013550     SET CYCP-REQUEST-BEGIN TO TRUE.
013560     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
013570     MOVE CYCP-BUSINESS-DATE(1:4) TO WS-WORK-YYYY.
013580     MOVE CYCP-BUSINESS-DATE(6:2) TO WS-WORK-MM.
013590     MOVE CYCP-BUSINESS-DATE(9:2) TO WS-WORK-DD.
013600     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
013610         MOVE 4 TO RETURN-CODE
013620     END-IF.
013630 0500-EXIT.
013640     EXIT.
014100
014200*****************************************************************
014300*    1000-INITIALIZE
014600*    NOTHING IS ON FILE AND EVERYTHING GENERATES.
014700*****************************************************************
014800 1000-INITIALIZE.
015000     PERFORM 1100-GET-PARM THRU 1100-EXIT.
015100     OPEN INPUT RCURFILE.
015200     IF WS-RCUR-FILE-STATUS NOT = "00"
042300 9000-EXIT.
042400     EXIT.
042500
042507*****************************************************************
042514*    9900-END-CYCLE-STEP
042521*    LOGS THE FINISH AGAINST THE BUSINESS DATE.  THE GUARD'S
042528*    CALL REPLACES THE RETURN-CODE REGISTER, SO THE RUN'S OWN
042535*    CODE RIDES CYCP-STEP-RC THERE AND BACK.
042542*****************************************************************
042549 9900-END-CYCLE-STEP.
042556     MOVE RETURN-CODE TO CYCP-STEP-RC.
042563     SET CYCP-REQUEST-END TO TRUE.
042570     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
042577     MOVE CYCP-STEP-RC TO RETURN-CODE.
042584 9900-EXIT.
042591     EXIT.
042600 END PROGRAM HELLO-NAME-RECUR.
