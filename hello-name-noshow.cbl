001730*                     MISSING OR DATA REFUSED), 8 REQUIRED
001740*                     FILE FAILED - SO COND CODING CAN STOP
001750*                     THE STREAM WHERE IT BROKE.
001757*    10/15/26   JAH   TODAY'S DATE NOW COMES FROM THE BUSINESS-
001764*                     DATE CONTROL RECORD (BUSDATE) INSTEAD OF
001771*                     THE SYSTEM CLOCK, AND THE RUN IS LOGGED ON
001778*                     THE DAILY CYCLE RUN LOG (CYCLOG) THROUGH
001785*                     HELLO-NAME-CYCLOG.  A SECOND RUN FOR A DATE
001792*                     ALREADY RECONCILED IS REFUSED WITH RC 4.
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.     HELLO-NAME-NOSHOW.
007200         88  WS-REPORTFILE-OPEN-OK        VALUE "Y".
007300         88  WS-REPORTFILE-OPEN-FAILED    VALUE "N".
007400
007900 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
008000
008100 01  WS-TOTAL-APPOINTMENTS        PIC 9(04)   VALUE ZERO.
008200 01  WS-TOTAL-ARRIVED             PIC 9(04)   VALUE ZERO.
008300 01  WS-TOTAL-NO-SHOWS            PIC 9(04)   VALUE ZERO.
008333
008366 COPY CYCPARM.
008400
008500 01  APPT-TABLE-CONTROL.
008600     05  AP-COUNT                 PIC 9(04)   COMP VALUE ZERO.
010000*    LOAD TODAY'S APPOINTMENTS, MARK THE ONES THAT PRODUCED A
010100*    GREETED AUDIT ENTRY TODAY, PRINT THE REST AS NO-SHOWS.
010200*****************************************************************
010210 0000-MAINLINE.
010220     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
010230     IF NOT CYCP-STEP-CLEAR
010240         GOBACK
010250     END-IF.
010260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010270     IF WS-APPT-OPEN-OK AND WS-REPORTFILE-OPEN-OK
010280         PERFORM 2000-MARK-ARRIVALS THRU 2000-EXIT
010290         PERFORM 3000-PRINT-NO-SHOWS THRU 3000-EXIT
010300         PERFORM 9000-TERMINATE THRU 9000-EXIT
010310     END-IF.
010320     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
010330     GOBACK.
010340
010350*****************************************************************
010360*    0500-BEGIN-CYCLE-STEP
010370*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
010380*    STEP GUARD.  A DAY ALREADY RECONCILED IS NOT RUN AGAIN.
010390*    A MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A
010400*    WARNING.
010410*****************************************************************
010420 0500-BEGIN-CYCLE-STEP.
010430     MOVE "HELLONSH" TO CYCP-STEP-NAME.
010440     SET CYCP-ONCE-PER-DAY TO TRUE.
010450     SET CYCP-REQUEST-BEGIN TO TRUE.
010460     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
010470     MOVE CYCP-BUSINESS-DATE TO WS-TODAY.
010480     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
010490         MOVE 4 TO RETURN-CODE
010500     END-IF.
010510 0500-EXIT.
010520     EXIT.
011100
011200*****************************************************************
011300*    1000-INITIALIZE
011500*    MEANS THERE IS NOTHING TO RECONCILE AND THE RUN STOPS.
011600*****************************************************************
011700 1000-INITIALIZE.
012200     OPEN INPUT APPTFILE.
012300     IF WS-APPT-FILE-STATUS NOT = "00"
012400         SET WS-APPT-OPEN-FAILED TO TRUE
025100 9000-EXIT.
025200     EXIT.
025300
025307*****************************************************************
025314*    9900-END-CYCLE-STEP
025321*    LOGS THE FINISH AGAINST THE BUSINESS DATE.  THE GUARD'S
025328*    CALL REPLACES THE RETURN-CODE REGISTER, SO THE RUN'S OWN
025335*    CODE RIDES CYCP-STEP-RC THERE AND BACK.
025342*****************************************************************
025349 9900-END-CYCLE-STEP.
025356     MOVE RETURN-CODE TO CYCP-STEP-RC.
025363     SET CYCP-REQUEST-END TO TRUE.
025370     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
025377     MOVE CYCP-STEP-RC TO RETURN-CODE.
025384 9900-EXIT.
025391     EXIT.
025400 END PROGRAM HELLO-NAME-NOSHOW.
