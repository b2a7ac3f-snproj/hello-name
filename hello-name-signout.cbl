001704*                     AND THE END-OF-DAY BALANCING RUN DOES
001705*                     NOT HOLD THE ARCHIVE OVER A KEYING
001706*                     ERROR THIS RUN ALREADY CAUGHT.
001707*    10/15/26   JAH   THE RUN IS NOW LOGGED ON THE DAILY CYCLE RUN
001708*                     LOG (CYCLOG) THROUGH HELLO-NAME-CYCLOG
001709*                     AGAINST THE BUSINESS DATE ON THE CONTROL
001710*                     RECORD (BUSDATE).  SIGN-OUT RUNS AS OFTEN AS
001711*                     THE DESK NEEDS DURING THE DAY BUT IS REFUSED
001712*                     (RC 4) ONCE HELLOARC HAS CLOSED THE DATE.
001713*    10/15/26   JAH   EACH SIGNED-OUT ENTRY IS NOW STAMPED WITH
001714*                     THE NEXT AUDIT SEQUENCE NUMBER AND A
001715*                     CHAINED CHECK VALUE (HELLO-NAME-AUDSEQ).
001716*                     AN ENTRY THAT COULD NOT BE NUMBERED IS
001717*                     STILL WRITTEN, WITH RC 4.
001718*    10/15/26   JAH   AUDITFILE STATUS IS CHECKED AFTER EVERY
001719*                     WRITE.  A SIGNED-OUT ENTRY NOT WRITTEN
001720*                     STOPS THE RUN (RC 12) BEFORE ANOTHER ENTRY
001721*                     IS NUMBERED, SO THE SEQUENCE NUMBER LOST
001722*                     WITH IT IS THE LAST ONE ISSUED.
001750*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.     HELLO-NAME-SIGNOUT.
002000 AUTHOR.         J. A. HARTLEY.
005610     05  WS-RETURN-OK-SW          PIC X(01)   VALUE "N".
005620         88  WS-RETURN-OK                 VALUE "Y".
005630         88  WS-RETURN-REFUSED            VALUE "N".
005640     05  WS-AUDIT-SW              PIC X(01)   VALUE "N".
005650         88  WS-AUDIT-STOPPED             VALUE "Y".
005700
005800 01  WS-SIGNOUT-COUNT             PIC 9(04)   VALUE ZERO.
005900
006900         10  WS-CUR-HS            PIC 9(02).
007000
007100 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
007110
007120*    THE RUN'S OWN RETURN CODE, HELD ACROSS THE CALL TO
007130*    HELLO-NAME-AUDSEQ, WHICH REPLACES THE REGISTER.
007140 01  WS-SAVE-RC                   PIC 9(04)   VALUE ZERO.
007200
007300 COPY RUNCTL.
007310
007320 COPY CYCPARM.
007330
007340 COPY AUDSQPRM.
007400
007500 PROCEDURE DIVISION.
007600*****************************************************************
007800*    OPEN THE SIGN-OUT LIST, APPEND ONE SIGNED-OUT AUDIT ENTRY
007900*    PER NAME, AND REPORT THE COUNT PROCESSED.
008000*****************************************************************
008010 0000-MAINLINE.
008020     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
008030     IF NOT CYCP-STEP-CLEAR
008040         GOBACK
008050     END-IF.
008060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008070     IF WS-SGNO-OPEN-OK
008080         PERFORM 2000-PROCESS-SIGNOUTS THRU 2000-EXIT
008090         PERFORM 9000-TERMINATE THRU 9000-EXIT
008100     END-IF.
008110     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
008120     GOBACK.
008130
008140*****************************************************************
008150*    0500-BEGIN-CYCLE-STEP
008160*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
008170*    STEP GUARD.  SIGN-OUT MAY RUN ANY NUMBER OF TIMES IN
008180*    A DAY, BUT NOT AFTER HELLOARC HAS CLOSED THE DATE.
008190*    A MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A
008200*    WARNING.
008210*****************************************************************
008220 0500-BEGIN-CYCLE-STEP.
008230     MOVE "HELLOSGN" TO CYCP-STEP-NAME.
008240     SET CYCP-INTRADAY TO TRUE.
008250     SET CYCP-REQUEST-BEGIN TO TRUE.
008260     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
008270     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
008280         MOVE 4 TO RETURN-CODE
008290     END-IF.
008300 0500-EXIT.
008310     EXIT.
008800
008900*****************************************************************
009000*    1000-INITIALIZE
011600*****************************************************************
011700 2000-PROCESS-SIGNOUTS.
011800     PERFORM 2100-READ-SGNOFILE THRU 2100-EXIT
011900         UNTIL WS-SGNO-EOF OR WS-AUDIT-STOPPED.
012000 2000-EXIT.
012100     EXIT.
012200
013900*    3000-WRITE-SIGNOUT
014000*    SAME APPEND-ONLY AUDITFILE HANDLING HELLO-NAME-FUNCTION
014100*    USES - EXTEND FIRST, FALL BACK TO OUTPUT WHEN THE TRAIL
014200*    DOES NOT EXIST YET.  THE ENTRY IS NUMBERED AND CHAINED BY
014210*    HELLO-NAME-AUDSEQ ONCE EVERY OTHER FIELD IS IN PLACE.
014220*    AN ENTRY THAT CANNOT BE WRITTEN HAS ALREADY TAKEN ITS
014230*    NUMBER, SO THE RUN STOPS THERE (RC 12) AND NO LATER NAME
014240*    IS STAMPED - THE REST OF THE LIST IS SIGNED OUT ON RERUN.
014300*****************************************************************
014400 3000-WRITE-SIGNOUT.
014500     PERFORM 3100-GET-TIMESTAMP THRU 3100-EXIT.
015510     IF WS-RETURN-OK
015520         MOVE SGNO-BADGE-NO TO AU-BADGE-NO
015530     END-IF.
015540     MOVE RETURN-CODE TO WS-SAVE-RC.
015550     SET ASP-REQUEST-STAMP TO TRUE.
015560     CALL "HELLO-NAME-AUDSEQ" USING AUDSEQ-PARM AUDIT-RECORD.
015570     MOVE WS-SAVE-RC TO RETURN-CODE.
015580     IF ASP-NOT-STAMPED AND RETURN-CODE < 4
015585         MOVE 4 TO RETURN-CODE
015590     END-IF.
015600     WRITE AUDIT-RECORD.
015610     IF WS-AUDITFILE-STATUS NOT = "00"
015620         DISPLAY "HELLO-NAME-SIGNOUT: *** AUDIT ENTRY " AU-SEQ-NO
015630             " FOR " SGNO-NAME " NOT WRITTEN - STATUS "
015640             WS-AUDITFILE-STATUS " - RUN STOPPED. ***"
015650         SET WS-AUDIT-STOPPED TO TRUE
015660         MOVE 12 TO RETURN-CODE
015670         CLOSE AUDITFILE
015680         GO TO 3000-EXIT
015690     END-IF.
015700     CLOSE AUDITFILE.
015800     ADD 1 TO WS-SIGNOUT-COUNT.
015900 3000-EXIT.
017900 9000-EXIT.
018000     EXIT.
018100
018107*****************************************************************
018114*    9900-END-CYCLE-STEP
018121*    LOGS THE FINISH AGAINST THE BUSINESS DATE.  THE GUARD'S
018128*    CALL REPLACES THE RETURN-CODE REGISTER, SO THE RUN'S OWN
018135*    CODE RIDES CYCP-STEP-RC THERE AND BACK.
018142*****************************************************************
018149 9900-END-CYCLE-STEP.
018156     MOVE RETURN-CODE TO CYCP-STEP-RC.
018163     SET CYCP-REQUEST-END TO TRUE.
018170     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
018177     MOVE CYCP-STEP-RC TO RETURN-CODE.
018184 9900-EXIT.
018191     EXIT.
018200 END PROGRAM HELLO-NAME-SIGNOUT.
