002000*    09/02/26   JAH   ORIGINAL VERSION - SCHEDULED BETWEEN THE
002100*                     LAST REPORTING STEP OF THE DAY AND
002200*                     HELLOARC.
002210*    10/15/26   JAH   TODAY'S DATE NOW COMES FROM THE BUSINESS-
002220*                     DATE CONTROL RECORD (BUSDATE) INSTEAD OF
002230*                     THE SYSTEM CLOCK, AND THE RUN IS LOGGED ON
002240*                     THE DAILY CYCLE RUN LOG (CYCLOG) THROUGH
002250*                     HELLO-NAME-CYCLOG.  A SECOND RUN FOR A DATE
002260*                     ALREADY BALANCED CLEANLY IS REFUSED WITH
002270*                     RC 4.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.     HELLO-NAME-BALANCE.
008600         88  WS-DAY-BALANCES              VALUE "Y".
008700         88  WS-DAY-OUT-OF-BALANCE        VALUE "N".
008800
009300 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
009400
009500*    TODAY'S CONTROL TOTALS, EACH SIDE OF EACH CROSS-FOOT.
010000 01  WS-GL-LINES                  PIC 9(05)   VALUE ZERO.
010100 01  WS-BF-ISSUES                 PIC 9(05)   VALUE ZERO.
010200 01  WS-BF-RETURNS                PIC 9(05)   VALUE ZERO.
010233
010266 COPY CYCPARM.
010300
010400 PROCEDURE DIVISION.
010500*****************************************************************
010800*    AND END ABNORMALLY ON ANY MISMATCH SO THE ARCHIVE STEP
010900*    STAYS COND-ED OUT.
011000*****************************************************************
011010 0000-MAINLINE.
011020     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
011030     IF NOT CYCP-STEP-CLEAR
011040         GOBACK
011050     END-IF.
011060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011070     IF WS-FILES-OPEN-OK
011080         PERFORM 2000-TALLY-AUDITFILE THRU 2000-EXIT
011090         PERFORM 3000-TALLY-GREETLOG THRU 3000-EXIT
011100         PERFORM 4000-TALLY-BADGEFILE THRU 4000-EXIT
011110         PERFORM 5000-WRITE-BALANCE-SHEET THRU 5000-EXIT
011120         PERFORM 9000-TERMINATE THRU 9000-EXIT
011130     ELSE
011140         MOVE 16 TO RETURN-CODE
011150     END-IF.
011160     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
011170     GOBACK.
011180
011190*****************************************************************
011200*    0500-BEGIN-CYCLE-STEP
011210*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
011220*    STEP GUARD.  A DAY THAT HAS ALREADY BALANCED IS NOT RUN
011230*    AGAIN; AN OUT-OF-BALANCE FINISH (RC 16) LEAVES IT OPEN.
011240*    A MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A
011250*    WARNING.
011260*****************************************************************
011270 0500-BEGIN-CYCLE-STEP.
011280     MOVE "HELLOBAL" TO CYCP-STEP-NAME.
011290     SET CYCP-ONCE-PER-DAY TO TRUE.
011300     SET CYCP-REQUEST-BEGIN TO TRUE.
011310     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
011320     MOVE CYCP-BUSINESS-DATE TO WS-TODAY.
011330     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
011340         MOVE 4 TO RETURN-CODE
011350     END-IF.
011360 0500-EXIT.
011370     EXIT.
012300
012400*****************************************************************
012500*    1000-INITIALIZE
013000*    ARE SIMPLY ZERO AND MUST CROSS-FOOT TO ZERO.
013100*****************************************************************
013200 1000-INITIALIZE.
013700     OPEN INPUT AUDITFILE.
013800     IF WS-AUDITFILE-STATUS NOT = "00"
013900         SET WS-FILES-OPEN-FAILED TO TRUE
032500 9000-EXIT.
032600     EXIT.
032700
032707*****************************************************************
032714*    9900-END-CYCLE-STEP
032721*    LOGS THE FINISH AGAINST THE BUSINESS DATE.  THE GUARD'S
032728*    CALL REPLACES THE RETURN-CODE REGISTER, SO THE RUN'S OWN
032735*    CODE RIDES CYCP-STEP-RC THERE AND BACK.
032742*****************************************************************
032749 9900-END-CYCLE-STEP.
032756     MOVE RETURN-CODE TO CYCP-STEP-RC.
032763     SET CYCP-REQUEST-END TO TRUE.
032770     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
032777     MOVE CYCP-STEP-RC TO RETURN-CODE.
032784 9900-EXIT.
032791     EXIT.
032800 END PROGRAM HELLO-NAME-BALANCE.
