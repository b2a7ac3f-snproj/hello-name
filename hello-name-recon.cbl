001860*                     MISSING OR DATA REFUSED), 8 REQUIRED
001870*                     FILE FAILED - SO COND CODING CAN STOP
001880*                     THE STREAM WHERE IT BROKE.
001882*    10/15/26   JAH   TODAY'S DATE NOW COMES FROM THE BUSINESS-
001884*                     DATE CONTROL RECORD (BUSDATE) INSTEAD OF
001886*                     THE SYSTEM CLOCK, AND THE RUN IS LOGGED ON
001888*                     THE DAILY CYCLE RUN LOG (CYCLOG) THROUGH
001890*                     HELLO-NAME-CYCLOG.  A SECOND RUN FOR A DATE
001892*                     ALREADY RECONCILED IS REFUSED WITH RC 4.
001894*    10/15/26   JAH   FIRE-DRILL MUSTER CHECK-OFF ENTRIES (AU-
001896*                     STATUS "M"/"U") ARE LEFT OUT OF THE MATCH.
001897*    10/15/26   JAH   AUDIT RECORD IS NOW 94 BYTES, AND HOST
001898*                     BOOKING ENTRIES (AU-STATUS-BOOKING) ARE
001899*                     LEFT OUT OF THE MATCH.
001900*    10/15/26   JAH   AUDIT RECORD IS NOW 116 BYTES (AUDIT
001910*                     SEQUENCE NUMBER AND CHECK VALUE ADDED).
001950*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     HELLO-NAME-RECON.
002200 AUTHOR.         J. A. HARTLEY.
004100 FILE SECTION.
004200 FD  AUDITFILE
004300     LABEL RECORDS ARE OMITTED.
004400 01  AUDIT-IN-RECORD                 PIC X(116).
004500
004600 SD  SORTWORK.
004700 COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==SORT-RECORD==.
006700         88  WS-REPORTFILE-OPEN-OK        VALUE "Y".
006800         88  WS-REPORTFILE-OPEN-FAILED    VALUE "N".
006900
007400 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
007500
007600 01  WS-PREV-NAME                 PIC X(10)   VALUE SPACES.
008000 01  WS-TOTAL-GREETED             PIC 9(04)   VALUE ZERO.
008100 01  WS-TOTAL-SIGNED-OUT          PIC 9(04)   VALUE ZERO.
008200 01  WS-TOTAL-ON-PREMISES         PIC 9(04)   VALUE ZERO.
008233
008266 COPY CYCPARM.
008300
008400 PROCEDURE DIVISION.
008500*****************************************************************
008900*    ENTRIES PER VISITOR.  A VISITOR WITH MORE GREETINGS THAN
009000*    SIGN-OUTS TODAY GOES ON THE EXCEPTION PAGE.
009100*****************************************************************
009110 0000-MAINLINE.
009120     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
009130     IF NOT CYCP-STEP-CLEAR
009140         GOBACK
009150     END-IF.
009160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009170     IF WS-AUDITFILE-OPEN-OK AND WS-REPORTFILE-OPEN-OK
009180         SORT SORTWORK
009190             ON ASCENDING KEY AU-NAME OF SORT-RECORD
009200             ON ASCENDING KEY AU-TIMESTAMP OF SORT-RECORD
009210             USING AUDITFILE
009220             OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
009230                 THRU 2000-EXIT
009240         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
009250         PERFORM 9000-TERMINATE THRU 9000-EXIT
009260     END-IF
009270     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
009280     GOBACK.
009290
009300*****************************************************************
009310*    0500-BEGIN-CYCLE-STEP
009320*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
009330*    STEP GUARD.  A DAY ALREADY RECONCILED IS NOT RUN AGAIN.
009340*    A MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A
009350*    WARNING.
009360*****************************************************************
009370 0500-BEGIN-CYCLE-STEP.
009380     MOVE "HELLOREC" TO CYCP-STEP-NAME.
009390     SET CYCP-ONCE-PER-DAY TO TRUE.
009400     SET CYCP-REQUEST-BEGIN TO TRUE.
009410     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
009420     MOVE CYCP-BUSINESS-DATE TO WS-TODAY.
009430     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
009440         MOVE 4 TO RETURN-CODE
009450     END-IF.
009460 0500-EXIT.
009470     EXIT.
010500
010600*****************************************************************
010700*    1000-INITIALIZE
011000*    IT IMPLICITLY, THE SAME WAY HELLO-NAME-REPORT PROBES IT.
011100*****************************************************************
011200 1000-INITIALIZE.
011700     PERFORM 1100-CHECK-AUDITFILE THRU 1100-EXIT.
011800     IF WS-AUDITFILE-OPEN-OK
011900         OPEN OUTPUT REPORTFILE
017600
017700*    ONLY TODAY'S GREETED AND SIGNED-OUT ENTRIES PARTICIPATE IN
017800*    THE MATCH - A REJECTED OR DENIED ENTRY NEVER ENTERED THE
017900*    BUILDING, A MUSTER CHECK-OFF ENTRY IS NEITHER AN ARRIVAL NOR
017910*    A DEPARTURE, AND PRIOR DAYS WERE RECONCILED ON THEIR OWN
017920*    EVENINGS.  A HOST BOOKING ENTRY RECORDS A FUTURE VISIT,
017930*    NOT A MOVEMENT THROUGH THE DOOR.
018000 2200-PROCESS-RETURNED-RECORD.
018100     IF AU-TIMESTAMP OF SORT-RECORD(1:10) NOT = WS-TODAY
018200         GO TO 2200-EXIT
018300     END-IF.
018400     IF AU-STATUS-REJECTED OF SORT-RECORD
018410             OR AU-STATUS-DENIED OF SORT-RECORD
018420             OR AU-STATUS-MUSTER OF SORT-RECORD
018430             OR AU-STATUS-BOOKING OF SORT-RECORD
018500         GO TO 2200-EXIT
018600     END-IF.
018700     IF WS-FIRST-RECORD
025600 9000-EXIT.
025700     EXIT.
025800
025807*****************************************************************
025814*    9900-END-CYCLE-STEP
025821*    LOGS THE FINISH AGAINST THE BUSINESS DATE.  THE GUARD'S
025828*    CALL REPLACES THE RETURN-CODE REGISTER, SO THE RUN'S OWN
025835*    CODE RIDES CYCP-STEP-RC THERE AND BACK.
025842*****************************************************************
025849 9900-END-CYCLE-STEP.
025856     MOVE RETURN-CODE TO CYCP-STEP-RC.
025863     SET CYCP-REQUEST-END TO TRUE.
025870     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
025877     MOVE CYCP-STEP-RC TO RETURN-CODE.
025884 9900-EXIT.
025891     EXIT.
025900 END PROGRAM HELLO-NAME-RECON.
