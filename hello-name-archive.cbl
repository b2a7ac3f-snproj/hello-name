002030*                     MISSING OR DATA REFUSED), 8 REQUIRED
002040*                     FILE FAILED - SO COND CODING CAN STOP
002050*                     THE STREAM WHERE IT BROKE.
002055*    10/15/26   JAH   TODAY'S DATE NOW COMES FROM THE BUSINESS-
002060*                     DATE CONTROL RECORD (BUSDATE) INSTEAD OF
002065*                     THE SYSTEM CLOCK, AND THE RUN IS LOGGED ON
002070*                     THE DAILY CYCLE RUN LOG (CYCLOG) THROUGH
002075*                     HELLO-NAME-CYCLOG.  A SECOND RUN FOR A DATE
002080*                     ALREADY ARCHIVED IS REFUSED WITH RC 4, SO
002085*                     AUDITDAY AND AUDITHST NEVER GET THE SAME
002090*                     DAY APPENDED TWICE.
002091*    10/15/26   JAH   AUDIT RECORD IS NOW 94 BYTES (AU-VISIT-
002092*                     DATE ADDED FOR THE HOST BOOKING ENTRIES).
002093*    10/15/26   JAH   AUDIT RECORD IS NOW 116 BYTES (AUDIT
002094*                     SEQUENCE NUMBER AND CHECK VALUE ADDED).
002095*    10/15/26   JAH   A REFUSED SECOND RUN NOW ENDS RC 2 (NOT 4)
002096*                     SO THE JOB CAN SCRATCH THE EMPTY AUDITDAY
002097*                     GENERATION IT ALLOCATED.
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.     HELLO-NAME-ARCHIVE.
004900
005000 FD  AUDITDAY
005100     LABEL RECORDS ARE OMITTED.
005200 01  AUDIT-DAY-RECORD                PIC X(116).
005300
005400 FD  AUDITHST
005500     LABEL RECORDS ARE OMITTED.
005600 01  AUDIT-HST-RECORD                PIC X(116).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-FILE-STATUS-AREA.
006800         88  WS-FILES-OPEN-OK             VALUE "Y".
006900         88  WS-FILES-OPEN-FAILED         VALUE "N".
007000
007500 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
007600
007700 01  WS-TODAY-COUNT               PIC 9(05)   VALUE ZERO.
007800 01  WS-CARRIED-COUNT             PIC 9(05)   VALUE ZERO.
007805
007810 COPY CYCPARM.
007900
008000 PROCEDURE DIVISION.
008100*****************************************************************
008600*    FINISHED CLEANLY, SO A FAILED RUN LEAVES THE LIVE TRAIL
008700*    INTACT FOR A RERUN.
008800*****************************************************************
008810 0000-MAINLINE.
008820     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
008830     IF NOT CYCP-STEP-CLEAR
008840         GOBACK
008850     END-IF.
008860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008870     IF WS-FILES-OPEN-OK
008880         PERFORM 2000-ARCHIVE-RECORDS THRU 2000-EXIT
008890         PERFORM 9000-TERMINATE THRU 9000-EXIT
008900     END-IF.
008910     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
008920     GOBACK.
008930
008940*****************************************************************
008950*    0500-BEGIN-CYCLE-STEP
008960*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
008970*    STEP GUARD.  A DAY ALREADY ARCHIVED IS NOT ARCHIVED
008980*    AGAIN; A MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS
008990*    A WARNING.  A REFUSED RUN ENDS RC 2, ITS OWN CODE, SO THE
008995*    JOB'S CLEAN-UP STEP CAN SCRATCH THE EMPTY AUDITDAY
008998*    GENERATION ALLOCATED FOR IT.
009000*****************************************************************
009010 0500-BEGIN-CYCLE-STEP.
009020     MOVE "HELLOARC" TO CYCP-STEP-NAME.
009030     SET CYCP-ONCE-PER-DAY TO TRUE.
009040     SET CYCP-REQUEST-BEGIN TO TRUE.
009050     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
009060     MOVE CYCP-BUSINESS-DATE TO WS-TODAY.
009070     IF CYCP-DATE-FROM-CLOCK
009080         MOVE 4 TO RETURN-CODE
009090     END-IF.
009092     IF NOT CYCP-STEP-CLEAR
009094         MOVE 2 TO RETURN-CODE
009096     END-IF.
009100 0500-EXIT.
009110     EXIT.
009600
009700*****************************************************************
009800*    1000-INITIALIZE
010100*    STOPS THE RUN BEFORE ANY RECORD MOVES.
010200*****************************************************************
010300 1000-INITIALIZE.
010800     OPEN INPUT AUDITFILE.
010900     IF WS-AUDITFILE-STATUS NOT = "00"
011000         SET WS-FILES-OPEN-FAILED TO TRUE
017600 9000-EXIT.
017700     EXIT.
017800
017807*****************************************************************
017814*    9900-END-CYCLE-STEP
017821*    LOGS THE FINISH AGAINST THE BUSINESS DATE.  THE GUARD'S
017828*    CALL REPLACES THE RETURN-CODE REGISTER, SO THE RUN'S OWN
017835*    CODE RIDES CYCP-STEP-RC THERE AND BACK.
017842*****************************************************************
017849 9900-END-CYCLE-STEP.
017856     MOVE RETURN-CODE TO CYCP-STEP-RC.
017863     SET CYCP-REQUEST-END TO TRUE.
017870     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
017877     MOVE CYCP-STEP-RC TO RETURN-CODE.
017884 9900-EXIT.
017891     EXIT.
017900 END PROGRAM HELLO-NAME-ARCHIVE.
