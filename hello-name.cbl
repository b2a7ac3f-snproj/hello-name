001936*                     AS AN ORDINARY INDIVIDUAL INSTEAD OF
001937*                     ENTERING SILENTLY BEHIND A LEAD WHO WAS
001938*                     NEVER ANNOUNCED.
001939*    10/15/26   JAH   TODAY'S DATE (THE APPOINTMENT MATCH) NOW
001940*                     COMES FROM THE BUSINESS-DATE CONTROL RECORD
001941*                     (BUSDATE) INSTEAD OF THE SYSTEM CLOCK, AND
001942*                     EACH RUN IS LOGGED ON THE DAILY CYCLE RUN
001943*                     LOG (CYCLOG) THROUGH HELLO-NAME-CYCLOG.  THE
001944*                     GREETING RUN MAY GO AS OFTEN AS THE DESK
001945*                     NEEDS DURING THE DAY BUT IS REFUSED (RC 4)
001946*                     ONCE HELLOARC HAS CLOSED THE DATE.
001947*    10/15/26   JAH   THE BARRED-VISITOR SCREEN NOW HONOURS THE
001948*                     EFFECTIVE AND EXPIRY DATES THE BARRED-LIST
001949*                     MAINTENANCE RUN FILES - A BAR NOT YET IN
001950*                     FORCE OR ALREADY LAPSED ON THE BUSINESS
001951*                     DATE NO LONGER STOPS THE GREETING.  TABLE
001952*                     RAISED TO 200 FOR THE HR TERMINATION BARS.
001953*    10/15/26   JAH   CONTRACTORS ("C" VISIT TYPE) ARE CHECKED
001954*                     AGAINST THE SAFETY-INDUCTION MASTER
001955*                     (INDUCTN) BEFORE THEY JOIN THE ROSTER.  NO
001956*                     CURRENT INDUCTION OR NO SIGNED, UNEXPIRED
001957*                     NDA HOLDS THE CONTRACTOR ON SUSPENSE WITH
001958*                     THE INDUCTION REASON.  AN UNREADABLE MASTER
001959*                     HOLDS EVERY CONTRACTOR (RC 4).
001960*    10/15/26   JAH   THE RUN NOW STOPS (RC 12) WHEN AN AUDIT
001961*                     ENTRY CANNOT BE WRITTEN OR THE INDUCTION
001962*                     MASTER CANNOT BE READ - NOTHING FURTHER IS
001963*                     GREETED OR AUDITED, AND THE CHECKPOINT AND
001964*                     RESUBFILE ARE KEPT FOR THE RESTART.
001980*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     HELLO-NAME.
002200 AUTHOR.         J. A. HARTLEY.
004332     SELECT MSGFILE ASSIGN TO "MSGFILE"
004334         ORGANIZATION IS LINE SEQUENTIAL
004336         FILE STATUS IS WS-MSG-FILE-STATUS.
004338
004342     SELECT INDUCTN ASSIGN TO "INDUCTN"
004344         ORGANIZATION IS INDEXED
004346         ACCESS MODE IS RANDOM
004348         RECORD KEY IS IND-NAME
004350         FILE STATUS IS WS-INDUC-FILE-STATUS.
004352
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  VISTFILE
005704     LABEL RECORDS ARE OMITTED.
005705     COPY MSGREC.
005706
005707 FD  INDUCTN
005708     LABEL RECORDS ARE STANDARD.
005709     COPY INDUCREC.
005710
005800 WORKING-STORAGE SECTION.
005900 77  NT-MAX-ENTRIES          PIC 9(04)   VALUE 500.
006000 77  WS-SKIP-MAX             PIC 9(02)   VALUE 50.
006010 77  AP-MAX-ENTRIES          PIC 9(04)   VALUE 500.
006020 77  WS-BAR-MAX              PIC 9(03)   VALUE 200.
006030 77  WS-RESUB-HELD-MAX       PIC 9(02)   VALUE 50.
006035 77  WS-DEPT-MAX             PIC 9(02)   VALUE 50.
006040 77  WS-CKPT-INTERVAL        PIC 9(02)   VALUE 25.
006630     05  WS-RESUB-FILE-STATUS    PIC X(02)   VALUE "00".
006640     05  WS-DEPT-FILE-STATUS     PIC X(02)   VALUE "00".
006650     05  WS-MSG-FILE-STATUS      PIC X(02)   VALUE "00".
006660     05  WS-INDUC-FILE-STATUS    PIC X(02)   VALUE "00".
006700 
006800 01  WS-SWITCHES.
006900     05  WS-VISTFILE-SW          PIC X(01)   VALUE "N".
008598     05  WS-DEPT-FOUND-SW        PIC X(01)   VALUE "Y".
008599         88  WS-DEPT-FOUND               VALUE "Y".
008600         88  WS-DEPT-NOT-FOUND           VALUE "N".
008601     05  WS-INDUC-OPEN-SW        PIC X(01)   VALUE "N".
008602         88  WS-INDUC-OPEN-OK            VALUE "Y".
008603         88  WS-INDUC-ABSENT             VALUE "N".
008604     05  WS-INDUC-SW             PIC X(01)   VALUE "N".
008605         88  WS-INDUC-LAPSED             VALUE "Y".
008606         88  WS-INDUC-CURRENT            VALUE "N".
008610
008700 01  WS-PARM-DATA                PIC X(20)   VALUE SPACES.
008800 01  WS-CTL-LIMIT                PIC 9(04)   COMP VALUE ZERO.
009211 01  WS-LEAD-FOUND-SW            PIC X(01)   VALUE "N".
009212     88  WS-LEAD-FOUND               VALUE "Y".
009213     88  WS-LEAD-NOT-FOUND           VALUE "N".
009214 01  WS-ABORT-SW                 PIC X(01)   VALUE "N".
009215     88  WS-RUN-ABORTED              VALUE "Y".
009205
009250 01  WS-TODAY                    PIC X(10)   VALUE SPACES.
009252*    WHY A CONTRACTOR WAS HELD, FOR THE CONSOLE LINE.
009254 01  WS-INDUC-HOLD-TEXT          PIC X(40)   VALUE SPACES.
009260
009400 01  WS-SKIP-TABLE-CONTROL.
009500     05  WS-SKIP-COUNT            PIC 9(02)   VALUE ZERO.
011002         10  NT-GROUP-ROLE        PIC X(01).
011005
011010 01  BAR-TABLE-CONTROL.
011017     05  WS-BAR-COUNT             PIC 9(03)   VALUE ZERO.
011024     05  BAR-TABLE-ENTRY OCCURS 1 TO 200 TIMES
011031             DEPENDING ON WS-BAR-COUNT
011038             INDEXED BY BAR-IDX.
011045         10  BAR-TBL-NAME         PIC X(10).
011052         10  BAR-TBL-REASON       PIC X(30).
011059         10  BAR-TBL-EFF-DATE     PIC X(10).
011066         10  BAR-TBL-EXP-DATE     PIC X(10).
011080
011090*    RESUBMITTED RECORDS THAT FOUND NO ROSTER ROOM THIS RUN -
011091*    WRITTEN BACK TO RESUBFILE AT END OF RUN SO "HELD FOR NEXT
011227 01  WS-DEPT-TRIM-LEN            PIC 9(02)   COMP VALUE ZERO.
011228
011200 COPY RUNCTL.
011210
011220 COPY CYCPARM.
011300 
011400 PROCEDURE DIVISION.
011500*****************************************************************
011700*    OVERALL FLOW - LOAD CONTROLS, BUILD THE VISITOR TABLE, GREET
011800*    EACH ENTRY, THEN CLOSE OUT THE RUN.
011900*****************************************************************
011910 0000-MAINLINE.
011920     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT.
011930     IF NOT CYCP-STEP-CLEAR
011940         MOVE WS-RUN-RC TO RETURN-CODE
011950         GOBACK
011960     END-IF.
011970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011980     IF WS-VISTFILE-OPEN-OK
011990         PERFORM 2000-BUILD-ROSTER THRU 2000-EXIT
012000         IF NOT WS-RUN-ABORTED AND NOT RUN-AUDIT-STOPPED
012002             PERFORM 3000-GREET-ROSTER THRU 3000-EXIT
012004         END-IF
012006         IF WS-RUN-ABORTED OR RUN-AUDIT-STOPPED
012008             PERFORM 9050-ABANDON-RUN THRU 9050-EXIT
012010         ELSE
012012             PERFORM 9000-TERMINATE THRU 9000-EXIT
012014         END-IF
012020     END-IF.
012030     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
012040     MOVE WS-RUN-RC TO RETURN-CODE.
012050     GOBACK.
012060
012070*****************************************************************
012080*    0500-BEGIN-CYCLE-STEP
012090*    THE BUSINESS DATE AND THE GO-AHEAD COME FROM THE CYCLE
012100*    STEP GUARD.  THE GREETING RUN MAY GO ANY NUMBER OF TIMES
012110*    IN A DAY, BUT NOT AFTER HELLOARC HAS CLOSED THE DATE.  A
012120*    MISSING CONTROL RECORD RUNS THE SYSTEM DATE AS A WARNING.
012130*****************************************************************
012140 0500-BEGIN-CYCLE-STEP.
012150     MOVE "HELLONAM" TO CYCP-STEP-NAME.
012160     SET CYCP-INTRADAY TO TRUE.
012170     SET CYCP-REQUEST-BEGIN TO TRUE.
012180     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
012190     MOVE CYCP-BUSINESS-DATE TO WS-TODAY.
012200     IF NOT CYCP-STEP-CLEAR OR CYCP-DATE-FROM-CLOCK
012210         MOVE 4 TO WS-RUN-RC
012220     END-IF.
012230 0500-EXIT.
012240     EXIT.
012800 
012900*****************************************************************
013000*    1000-INITIALIZE
014400     IF RUN-TERMINAL-ID = SPACES
014500         MOVE "CONSOLE1" TO RUN-TERMINAL-ID
014600     END-IF.
014700     PERFORM 1100-GET-PARM THRU 1100-EXIT.
014800     PERFORM 1200-READ-CTLFILE THRU 1200-EXIT.
014900     PERFORM 1300-READ-CKPTFILE THRU 1300-EXIT.
014920     PERFORM 1500-LOAD-BARRED THRU 1500-EXIT.
014930     PERFORM 1600-LOAD-DEPARTMENTS THRU 1600-EXIT.
014940     PERFORM 1700-LOAD-MESSAGES THRU 1700-EXIT.
014945     PERFORM 1800-OPEN-INDUCTIONS THRU 1800-EXIT.
015000     OPEN INPUT VISTFILE.
015100     IF WS-VIST-FILE-STATUS NOT = "00"
015200         SET WS-VISTFILE-OPEN-FAILED TO TRUE
025460         ADD 1 TO WS-BAR-COUNT
025470         MOVE BAR-NAME TO BAR-TBL-NAME(WS-BAR-COUNT)
025480         MOVE BAR-REASON TO BAR-TBL-REASON(WS-BAR-COUNT)
025483         MOVE BAR-EFF-DATE TO BAR-TBL-EFF-DATE(WS-BAR-COUNT)
025486         MOVE BAR-EXP-DATE TO BAR-TBL-EXP-DATE(WS-BAR-COUNT)
025490     ELSE
025500         DISPLAY "HELLO-NAME: BARRED TABLE FULL - IGNORING "
025510             BAR-NAME
025643 1760-EXIT.
025644     EXIT.
025645
025646*****************************************************************
025647*    1800-OPEN-INDUCTIONS
025648*    THE SAFETY-INDUCTION MASTER IS READ BY KEY FOR EACH
025649*    CONTRACTOR ON THE ROSTER.  SITE RULES ADMIT NO CONTRACTOR
025650*    WITHOUT A CURRENT INDUCTION, SO IF THE MASTER CANNOT BE
025651*    OPENED EVERY CONTRACTOR IS HELD ON SUSPENSE (RC 4) - GUESTS
025652*    AND VIPS ARE GREETED AS USUAL.
025653*****************************************************************
025654 1800-OPEN-INDUCTIONS.
025655     OPEN INPUT INDUCTN.
025656     IF WS-INDUC-FILE-STATUS = "00"
025657         SET WS-INDUC-OPEN-OK TO TRUE
025658     ELSE
025659         SET WS-INDUC-ABSENT TO TRUE
025660         DISPLAY "HELLO-NAME: INDUCTN NOT AVAILABLE - STATUS "
025661             WS-INDUC-FILE-STATUS " - CONTRACTORS WILL BE HELD."
025662         IF WS-RUN-RC < 4
025663             MOVE 4 TO WS-RUN-RC
025664         END-IF
025665     END-IF.
025666 1800-EXIT.
025667     EXIT.
025668
025551*****************************************************************
025552*    2000-BUILD-ROSTER
025553*    READ VISTFILE INTO THE SEARCHABLE NAME TABLE, SKIPPING ANY
025600     PERFORM 2100-READ-VISTFILE THRU 2100-EXIT
025700         UNTIL WS-VISTFILE-EOF
025710            OR NT-COUNT >= WS-CTL-LIMIT
025720            OR NT-COUNT >= NT-MAX-ENTRIES
025722            OR WS-RUN-ABORTED OR RUN-AUDIT-STOPPED.
025724     IF WS-RUN-ABORTED OR RUN-AUDIT-STOPPED
025726         GO TO 2000-EXIT
025728     END-IF.
025730     IF NT-COUNT >= NT-MAX-ENTRIES AND NOT WS-VISTFILE-EOF
025740         DISPLAY "HELLO-NAME: ROSTER FULL AT " NT-MAX-ENTRIES
025750             " VISITORS - REMAINING VISTFILE RECORDS NOT READ."
027040                         THRU 2150-EXIT
027050                 ELSE
027052                   PERFORM 2117-CHECK-DEPARTMENT THRU 2117-EXIT
027053                   PERFORM 2125-CHECK-INDUCTION THRU 2125-EXIT
027054                   EVALUATE TRUE
027055                   WHEN WS-RUN-ABORTED
027056                     CONTINUE
027057                   WHEN WS-DEPT-NOT-FOUND
027058                     PERFORM 2160-SUSPEND-UNKNOWN-DEPT
027059                         THRU 2160-EXIT
027060                   WHEN WS-INDUC-LAPSED
027061                     PERFORM 2127-HOLD-CONTRACTOR THRU 2127-EXIT
027062                   WHEN OTHER
027100                     PERFORM 2120-CHECK-DUPLICATE THRU 2120-EXIT
027200                     IF WS-DUP-FOUND
027300                         DISPLAY "HELLO-NAME: DUPLICATE VISITOR "
027610                         PERFORM 2140-CHECK-APPOINTMENT
027615                             THRU 2140-EXIT
027700                     END-IF
027705                   END-EVALUATE
027710                 END-IF
027800             END-IF
027900     END-READ.
030000 2110-EXIT.
030100     EXIT.
030110
030115*****************************************************************
030120*    2115-CHECK-BARRED
030125*    A LISTED VISITOR KEY IS BARRED ONLY ON THE DAYS ITS ENTRY
030130*    IS IN FORCE - FROM THE EFFECTIVE DATE THROUGH THE EXPIRY
030135*    DATE, WITH A BLANK EXPIRY NEVER LAPSING.  AN ENTRY FILED
030140*    BEFORE THE LIST CARRIED DATES HAS A BLANK EFFECTIVE DATE
030145*    AND IS ALWAYS IN FORCE.
030150*****************************************************************
030155 2115-CHECK-BARRED.
030160     SET WS-BAR-NOT-FOUND TO TRUE.
030165     IF WS-BAR-COUNT > 0
030170         SET BAR-IDX TO 1
030175         SEARCH BAR-TABLE-ENTRY
030180             AT END
030185                 SET WS-BAR-NOT-FOUND TO TRUE
030190             WHEN BAR-TBL-NAME(BAR-IDX) = NAMEX-STR
030195                 IF BAR-TBL-EFF-DATE(BAR-IDX) NOT > WS-TODAY
030200                         AND (BAR-TBL-EXP-DATE(BAR-IDX) = SPACES
030205                         OR BAR-TBL-EXP-DATE(BAR-IDX)
030210                             NOT < WS-TODAY)
030215                     SET WS-BAR-FOUND TO TRUE
030220                 END-IF
030225         END-SEARCH
030230     END-IF.
030235 2115-EXIT.
030240     EXIT.
030241
030242*****************************************************************
031200     END-IF.
031300 2120-EXIT.
031400     EXIT.
031401
031402*****************************************************************
031403*    2125-CHECK-INDUCTION
031404*    A CONTRACTOR IS ADMITTED ONLY WITH A SAFETY INDUCTION TAKEN
031405*    ON OR BEFORE THE BUSINESS DATE AND NOT YET EXPIRED, AND A
031406*    SIGNED NDA THAT HAS NOT EXPIRED (A BLANK NDA EXPIRY NEVER
031407*    LAPSES).  AN INDUCTION EXPIRY DATE IS THE LAST DAY THE
031408*    INDUCTION IS GOOD FOR.  NO ENTRY ON THE MASTER, OR NO
031409*    MASTER AT ALL, HOLDS THE CONTRACTOR.  OTHER VISIT TYPES
031410*    ARE NOT CHECKED.  A MASTER THAT IS OPEN BUT CANNOT BE READ
031411*    STOPS THE RUN (RC 12) - THE CONTRACTOR IS NEITHER HELD NOR
031412*    ADMITTED ON A READ THAT FAILED.
031413*****************************************************************
031414 2125-CHECK-INDUCTION.
031415     SET WS-INDUC-CURRENT TO TRUE.
031416     IF NOT NAMEX-VISIT-CONTRACTOR
031417         GO TO 2125-EXIT
031418     END-IF.
031419     SET WS-INDUC-LAPSED TO TRUE.
031420     MOVE SPACES TO WS-INDUC-HOLD-TEXT.
031421     IF WS-INDUC-ABSENT
031422         MOVE "INDUCTION MASTER NOT AVAILABLE"
031423             TO WS-INDUC-HOLD-TEXT
031424         GO TO 2125-EXIT
031425     END-IF.
031426     MOVE NAMEX-STR TO IND-NAME.
031427     READ INDUCTN
031428         INVALID KEY
031429             MOVE "NO SAFETY INDUCTION ON FILE"
031430                 TO WS-INDUC-HOLD-TEXT
031431             GO TO 2125-EXIT
031432     END-READ.
031433     IF WS-INDUC-FILE-STATUS NOT = "00"
031434         DISPLAY "HELLO-NAME: *** INDUCTN READ FAILED FOR "
031435             NAMEX-STR " - STATUS " WS-INDUC-FILE-STATUS
031436             " - RUN STOPPED. ***"
031437         SET WS-RUN-ABORTED TO TRUE
031438         MOVE 12 TO WS-RUN-RC
031439         GO TO 2125-EXIT
031440     END-IF.
031441     IF IND-INDUCT-DATE = SPACES OR IND-INDUCT-DATE > WS-TODAY
031442         MOVE "NO SAFETY INDUCTION TAKEN YET"
031443             TO WS-INDUC-HOLD-TEXT
031444         GO TO 2125-EXIT
031445     END-IF.
031446     IF IND-INDUCT-EXP-DATE = SPACES
031447             OR IND-INDUCT-EXP-DATE < WS-TODAY
031448         STRING "SAFETY INDUCTION EXPIRED " DELIMITED BY SIZE
031449             IND-INDUCT-EXP-DATE DELIMITED BY SIZE
031450             INTO WS-INDUC-HOLD-TEXT
031451         GO TO 2125-EXIT
031452     END-IF.
031453     IF IND-NDA-DATE = SPACES OR IND-NDA-DATE > WS-TODAY
031454         MOVE "NO SIGNED NDA ON FILE" TO WS-INDUC-HOLD-TEXT
031455         GO TO 2125-EXIT
031456     END-IF.
031457     IF IND-NDA-EXP-DATE NOT = SPACES
031458             AND IND-NDA-EXP-DATE < WS-TODAY
031459         STRING "NDA EXPIRED " DELIMITED BY SIZE
031460             IND-NDA-EXP-DATE DELIMITED BY SIZE
031461             INTO WS-INDUC-HOLD-TEXT
031462         GO TO 2125-EXIT
031463     END-IF.
031464     SET WS-INDUC-CURRENT TO TRUE.
031465 2125-EXIT.
031466     EXIT.
031467
031468*****************************************************************
031469*    2127-HOLD-CONTRACTOR
031470*    THE CONTRACTOR IS NOT CLEARED TO COME ON SITE - NO ROSTER
031471*    ENTRY, NO GREETING.  HELLO-NAME-FUNCTION IS CALLED WITH THE
031472*    INDUCTION FLAG SO THE RECORD LANDS ON SUSPENSE WITH ITS OWN
031473*    REASON AND THE TRAIL CARRIES A REJECTED ENTRY.  ONCE SITE
031474*    SAFETY FILES THE INDUCTION THE DESK RESUBMITS THE RECORD
031475*    THROUGH HELLO-NAME-SUSPENSE.  THE FLAG IS CLEARED AGAIN FOR
031476*    THE NEXT ROSTER VISITOR.
031477*****************************************************************
031478 2127-HOLD-CONTRACTOR.
031479     DISPLAY "HELLO-NAME: CONTRACTOR " NAMEX-STR " HELD - "
031480         WS-INDUC-HOLD-TEXT " - RECORD SUSPENDED.".
031481     SET RUN-INDUCTION-LAPSED TO TRUE.
031482     CALL "HELLO-NAME-FUNCTION" USING NAMEX RUN-CONTROL.
031483     SET RUN-INDUCTION-CURRENT TO TRUE.
031484 2127-EXIT.
031485     EXIT.
031500 
031600 2130-ADD-TABLE-ENTRY.
031700     ADD 1 TO NT-COUNT.
032688*    2500-LOAD-RESUBMITS
032690*    CORRECTED SUSPENSE RECORDS COME BACK THROUGH RESUBFILE
032692*    (WRITTEN BY HELLO-NAME-SUSPENSE) AND JOIN THE ROSTER HERE,
032694*    AFTER VISTFILE - EACH ONE RUNS THE SAME SKIP, BARRED,
032695*    DEPARTMENT, INDUCTION AND DUPLICATE CHECKS AND IS INSERTED
032696*    IN KEY ORDER SO THE TABLE
032698*    STAYS FIT FOR THE SEARCH ALL DUPLICATE CHECK.  AN ABSENT
032700*    RESUBFILE JUST MEANS NOTHING WAS CORRECTED.
032702*****************************************************************
032710         GO TO 2500-EXIT
032712     END-IF.
032714     PERFORM 2510-READ-RESUB-RECORD THRU 2510-EXIT
032716         UNTIL WS-RESUB-EOF
032717            OR WS-RUN-ABORTED OR RUN-AUDIT-STOPPED.
032718     CLOSE RESUBFILE.
032720 2500-EXIT.
032722     EXIT.
032778         GO TO 2515-EXIT
032780     END-IF.
032782     PERFORM 2117-CHECK-DEPARTMENT THRU 2117-EXIT.
032783     PERFORM 2125-CHECK-INDUCTION THRU 2125-EXIT.
032784     IF WS-RUN-ABORTED
032785         GO TO 2515-EXIT
032786     END-IF.
032787     IF WS-DEPT-NOT-FOUND
032788         PERFORM 2160-SUSPEND-UNKNOWN-DEPT THRU 2160-EXIT
032789         GO TO 2515-EXIT
032790     END-IF.
032791     IF WS-INDUC-LAPSED
032792         PERFORM 2127-HOLD-CONTRACTOR THRU 2127-EXIT
032793         GO TO 2515-EXIT
032794     END-IF.
032795     PERFORM 2120-CHECK-DUPLICATE THRU 2120-EXIT.
032796     IF WS-DUP-FOUND
032797         DISPLAY "HELLO-NAME: RESUBMITTED VISITOR " NAMEX-STR
032798             " ALREADY ON ROSTER - RECORD SKIPPED."
032800         GO TO 2515-EXIT
032802     END-IF.
033400     END-IF.
033500     PERFORM 3100-GREET-ONE-ENTRY THRU 3100-EXIT
033600         VARYING WS-GREET-IDX FROM WS-START-IDX BY 1
033700         UNTIL WS-GREET-IDX > NT-COUNT
033750            OR RUN-AUDIT-STOPPED.
033800 3000-EXIT.
033900     EXIT.
034000 
035500     CALL "HELLO-NAME-FUNCTION"
035600         USING NAME-TABLE-ENTRY(WS-GREET-IDX) RUN-CONTROL.
035605     SET RUN-GROUP-NONE TO TRUE.
035606*    AN ENTRY WHOSE AUDIT DID NOT LAND IS NOT COUNTED OR
035607*    CHECKPOINTED, SO THE RESTART GREETS IT AGAIN.
035608     IF RUN-AUDIT-STOPPED
035609         GO TO 3100-EXIT
035610     END-IF.
035700     ADD 1 TO WS-GREETED-COUNT.
035800     MOVE NT-STR(WS-GREET-IDX) TO WS-LAST-KEY.
035810*    AN ATTENDED RUN CHECKPOINTS EVERY GREETING, AS ALWAYS.  AN
038560     CALL "HELLO-NAME-FUNCTION" USING NAMEX RUN-CONTROL.
038570     SET RUN-REQUEST-GREET TO TRUE.
038600     CLOSE VISTFILE.
038610     IF WS-INDUC-OPEN-OK
038620         CLOSE INDUCTN
038630     END-IF.
038700     PERFORM 9100-CLEAR-CHECKPOINT THRU 9100-EXIT.
038710     PERFORM 9200-CLEAR-RESUBFILE THRU 9200-EXIT.
038800     DISPLAY "HELLO-NAME: " NT-COUNT " VISITOR(S) ON ROSTER, "
039110     END-IF.
039200 9000-EXIT.
039300     EXIT.
039310
039320*****************************************************************
039330*    9050-ABANDON-RUN
039340*    AN AUDIT ENTRY THAT COULD NOT BE WRITTEN, OR AN INDUCTION
039350*    MASTER THAT COULD NOT BE READ, STOPS THE RUN WHERE IT IS.
039360*    THE OUTPUT FILES ARE STILL CLOSED SO WHAT WAS WRITTEN IS
039370*    KEPT, BUT THE CHECKPOINT AND RESUBFILE ARE LEFT ALONE, THE
039380*    SAME AS AFTER AN ABEND, SO THE RESTART PICKS UP FROM THE
039390*    LAST VISITOR WHOSE AUDIT ENTRY IS ON THE TRAIL.
039391*****************************************************************
039392 9050-ABANDON-RUN.
039393     SET RUN-REQUEST-CLOSE TO TRUE.
039394     CALL "HELLO-NAME-FUNCTION" USING NAMEX RUN-CONTROL.
039395     SET RUN-REQUEST-GREET TO TRUE.
039396     CLOSE VISTFILE.
039397     IF WS-INDUC-OPEN-OK
039398         CLOSE INDUCTN
039399     END-IF.
039400     MOVE 12 TO WS-RUN-RC.
039401     DISPLAY "HELLO-NAME: *** RUN STOPPED AFTER " WS-GREETED-COUNT
039402         " GREETING(S) - CORRECT THE FILE AND RESTART. ***".
039403 9050-EXIT.
039404     EXIT.
039405
039500 9100-CLEAR-CHECKPOINT.
039600     OPEN OUTPUT CKPTFILE.
039700     CLOSE CKPTFILE.
039999 9210-EXIT.
040000     EXIT.
040005
040012*****************************************************************
040019*    9900-END-CYCLE-STEP
040026*    LOGS THE FINISH AND THE RUN'S RETURN CODE AGAINST THE
040033*    BUSINESS DATE.
040040*****************************************************************
040047 9900-END-CYCLE-STEP.
040054     MOVE WS-RUN-RC TO CYCP-STEP-RC.
040061     SET CYCP-REQUEST-END TO TRUE.
040068     CALL "HELLO-NAME-CYCLOG" USING CYCLE-PARM.
040075 9900-EXIT.
040082     EXIT.
040100 END PROGRAM HELLO-NAME.
040200 
040300*****************************************************************
041771*                    MESSAGE FALLS BACK TO THE COMPILED
041772*                    WORDING, SO DECEMBER'S HOLIDAY LINE IS A
041773*                    DATA CHANGE, NOT A RECOMPILE.
041774*    10/15/26   JAH   EVERY AUDIT ENTRY IS NOW STAMPED WITH THE
041775*                    NEXT AUDIT SEQUENCE NUMBER AND A CHAINED
041776*                    CHECK VALUE (HELLO-NAME-AUDSEQ) JUST
041777*                    BEFORE IT IS WRITTEN.
041778*    10/15/26   JAH   RUN-INDUCTION-SW (CONTRACTOR WITH NO
041779*                    CURRENT SAFETY INDUCTION OR NDA) IS
041780*                    REJECTED LIKE AN UNKNOWN DEPARTMENT - NO
041781*                    GREETING, AND IN BATCH THE RECORD GOES TO
041782*                    SUSPENSE WITH THE INDUCTION REASON.
041783*    10/15/26   JAH   AUDITFILE STATUS IS CHECKED AFTER EVERY
041784*                    WRITE.  AN ENTRY NOT WRITTEN SETS RUN-
041785*                    AUDIT-STOPPED AND RC 12, AND EVERY LATER
041786*                    CALL IS REFUSED BEFORE ANYTHING IS GREETED
041787*                    OR STAMPED, SO THE SEQUENCE NUMBER LOST
041788*                    WITH IT IS THE LAST ONE ISSUED.
041765*****************************************************************
041742 IDENTIFICATION DIVISION.
042100 PROGRAM-ID.     HELLO-NAME-FUNCTION.
046900         10  WS-CUR-HS            PIC 9(02).
047000 
047100 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
047110
047120*    SEQUENCE/CHECK-VALUE REQUEST FOR HELLO-NAME-AUDSEQ, MADE
047130*    ONCE PER AUDIT ENTRY BY 4000-WRITE-AUDITFILE.
047140 COPY AUDSQPRM.
047200 
047300 LOCAL-STORAGE SECTION.
047400 01  LS-NAMEX.
049050*    THAT SET RUN-DENIED-SW (BARRED-VISITOR HIT) SKIPS STRAIGHT
049060*    TO THE AUDIT WRITE - NO VALIDATION, NO GREETING, NO BADGE -
049070*    WITH RUN-RESULT-DENIED SET FOR THE CALLER'S OWN SCREEN OR
049080*    AUDIT HANDLING.  A CALLER THAT SET RUN-DEPT-SW OR RUN-
049081*    INDUCTION-SW GETS A REJECTED ENTRY INSTEAD, AND IN BATCH THE
049082*    RECORD IS HELD ON SUSPENSE WITH THE MATCHING REASON.
049200*****************************************************************
049300 0000-MAINLINE.
049301     IF RUN-REQUEST-CLOSE
049304         END-IF
049305         GOBACK
049306     END-IF.
049307     IF RUN-AUDIT-STOPPED
049308         DISPLAY "HELLO-NAME-FUNCTION: AUDIT TRAIL STOPPED - "
049309             NAMEX-STR " NOT PROCESSED."
049310         MOVE 12 TO RETURN-CODE
049311         GOBACK
049312     END-IF.
049313     MOVE SPACES TO WS-BADGE-NO.
049314     MOVE ZERO TO WS-VISIT-COUNT.
049315     MOVE ZERO TO WS-ORD-LEN.
049316     IF RUN-VISITOR-DENIED
049317         PERFORM 1900-GET-TIMESTAMP THRU 1900-EXIT
049318         SET RUN-RESULT-DENIED TO TRUE
049319         GO TO 0000-WRITE-AUDIT
049320     END-IF.
049321     IF RUN-DEPT-UNKNOWN OR RUN-INDUCTION-LAPSED
049322         PERFORM 1900-GET-TIMESTAMP THRU 1900-EXIT
049323         SET RUN-RESULT-REJECTED TO TRUE
049324         SET WS-RECORD-INVALID TO TRUE
049325         IF RUN-MODE-BATCH
049326             IF RUN-DEPT-UNKNOWN
049327                 DISPLAY "HELLO-NAME-FUNCTION: DEPARTMENT "
049328                     NAMEX-DEPT " NOT ON THE DEPARTMENT MASTER"
049329                     " - RECORD REJECTED."
049330             END-IF
049331             PERFORM 2950-WRITE-SUSPENSE THRU 2950-EXIT
049332         END-IF
049333         GO TO 0000-WRITE-AUDIT
049334     END-IF.
049335     PERFORM 1000-VALIDATE-NAME-LEN THRU 1000-EXIT.
049336     PERFORM 1900-GET-TIMESTAMP THRU 1900-EXIT.
049337     IF WS-RECORD-VALID
049338         SET RUN-RESULT-GREETED TO TRUE
049339         IF RUN-MODE-BATCH
049340             PERFORM 1500-UPDATE-VISITOR-MASTER THRU 1500-EXIT
049341         END-IF
049342         PERFORM 2000-BUILD-GREETING THRU 2000-EXIT
049350         IF RUN-MODE-BATCH
049360             PERFORM 3000-WRITE-GREETLOG THRU 3000-EXIT
049362             IF NAMEX-VISIT-CONTRACTOR OR NAMEX-VISIT-VIP
056590     MOVE NAMEX-DEPT TO SUSP-DEPT.
056600     MOVE NAMEX-VISIT-TYPE TO SUSP-VISIT-TYPE.
056610     EVALUATE TRUE
056611         WHEN RUN-INDUCTION-LAPSED
056612             SET SUSP-REASON-INDUCTION TO TRUE
056615         WHEN RUN-DEPT-UNKNOWN
056620             SET SUSP-REASON-DEPT TO TRUE
056625         WHEN WS-LEN-OUT-OF-RANGE
058573*    APPEND-ONLY COMPLIANCE TRAIL - NAME, TIMESTAMP, OPERATOR AND
058574*    TERMINAL ID, PLUS AU-STATUS SO A CALL REJECTED BY 1000-
058575*    VALIDATE-NAME-LEN STILL LEAVES A TRACE INSTEAD OF ONLY A
058576*    CONSOLE DISPLAY NOBODY CAPTURES.  EACH ENTRY IS NUMBERED
058577*    AND CHAINED BY HELLO-NAME-AUDSEQ LAST, ONCE EVERY OTHER
058578*    FIELD IS IN PLACE, SINCE THE CHECK VALUE COVERS THEM ALL.
058580*    AN ENTRY THAT CANNOT BE WRITTEN HAS ALREADY TAKEN ITS
058582*    NUMBER, SO IT STOPS THE TRAIL THERE - RUN-AUDIT-STOPPED
058584*    GOES BACK TO THE DRIVER AND NO LATER CALL IS STAMPED.  THE
058586*    NUMBER IS SHOWN SO AUDIT CAN MATCH IT TO THE GAP THE
058588*    VERIFICATION RUN WILL REPORT.
058590*****************************************************************
058600 4000-WRITE-AUDITFILE.
058610     IF NOT WS-AUDIT-OPEN
058700         OPEN EXTEND AUDITFILE
059560     MOVE WS-BADGE-NO TO AU-BADGE-NO.
059570     MOVE NAMEX-DEPT TO AU-DEPT.
059580     MOVE NAMEX-VISIT-TYPE TO AU-VISIT-TYPE.
059585     SET ASP-REQUEST-STAMP TO TRUE.
059590     CALL "HELLO-NAME-AUDSEQ" USING AUDSEQ-PARM AUDIT-RECORD.
059600     WRITE AUDIT-RECORD.
059610     IF WS-AUDITFILE-STATUS NOT = "00"
059620         DISPLAY "HELLO-NAME-FUNCTION: *** AUDIT ENTRY "
059630             AU-SEQ-NO " FOR " NAMEX-STR " NOT WRITTEN - STATUS "
059640             WS-AUDITFILE-STATUS " - AUDIT TRAIL STOPPED. ***"
059650         SET RUN-AUDIT-STOPPED TO TRUE
059660         MOVE 12 TO RETURN-CODE
059670     END-IF.
059800 4000-EXIT.
059900     EXIT.
059910
