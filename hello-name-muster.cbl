000100*****************************************************************
000200*    HELLO-NAME-MUSTER.CBL
000300*    EVACUATION MUSTER LIST AND DRILL CHECK-OFF - RUN ON DEMAND
000400*    WHEN THE ALARM SOUNDS, AT ANY POINT IN THE DAY.  THE LIST
000500*    PASS (EXEC PARM "LIST", OR NO PARM) SORTS THE LIVE AUDIT
000600*    TRAIL BY VISITOR AND FINDS EVERY VISITOR WITH MORE GREETED
000700*    ENTRIES THAN SIGNED-OUT ENTRIES - STILL IN THE BUILDING -
000800*    THEN PRINTS THEM BY FLOOR/LOCATION (DEPT-LOCATION OF THE
000900*    HOST DEPARTMENT ON DEPTFILE) WITH BADGE, VISIT TYPE, PARTY
001000*    GROUP ID (THE LEAD FLAGGED) AND THE HOST CONTACT, FOR THE
001100*    WARDENS.  THE SAME ENTRIES ARE KEPT ON THE MUSTER SNAPSHOT
001200*    (MUSTSNAP).  THE CHECK-OFF PASS (EXEC PARM "CHECK") RUNS
001300*    AFTER THE DRILL: IT MATCHES THE WARDENS' CHECK-OFF FILE
001400*    (CHKOFF) AGAINST THE SNAPSHOT, PRINTS EVERY VISITOR STILL
001500*    UNACCOUNTED FOR, BY LOCATION, FOR THE FIRE SERVICE, AND
001600*    WRITES EACH VISITOR'S DRILL RESULT - ACCOUNTED ("M") OR
001700*    UNACCOUNTED ("U") - TO THE AUDIT TRAIL.
001800*
001900*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
002000*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
002100*    DATE-WRITTEN.      10/15/26.
002200*    DATE-COMPILED.
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    10/15/26   JAH   ORIGINAL VERSION - THE RECONCILIATION RUN
002700*                     ONLY ANSWERS "WHO IS STILL IN" AT CLOSE OF
002800*                     BUSINESS.
002810*    10/15/26   JAH   AUDIT RECORD IS NOW 94 BYTES, AND HOST
002820*                     BOOKING ENTRIES (AU-STATUS-BOOKING) ARE
002830*                     SKIPPED - A BOOKING IS NOT AN ARRIVAL.
002840*    10/15/26   JAH   AUDIT RECORD IS NOW 116 BYTES.  EACH DRILL
002850*                     RESULT ENTRY IS STAMPED WITH THE NEXT AUDIT
002860*                     SEQUENCE NUMBER AND A CHAINED CHECK VALUE
002870*                     (HELLO-NAME-AUDSEQ).  AN ENTRY THAT COULD
002880*                     NOT BE NUMBERED IS STILL WRITTEN, WITH RC 4.
002882*    10/15/26   JAH   AUDITFILE STATUS IS CHECKED AFTER EVERY
002884*                     DRILL RESULT WRITE.  AN ENTRY NOT WRITTEN
002886*                     STOPS THE TRAIL THERE (RC 12) - NO LATER
002888*                     ENTRY IS NUMBERED - BUT THE CHECK-OFF LIST
002890*                     IS STILL PRINTED IN FULL.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.     HELLO-NAME-MUSTER.
003200 AUTHOR.         J. A. HARTLEY.
003300 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003400 DATE-WRITTEN.   10/15/26.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AUDITFILE-STATUS.
004300
004400     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-DEPT-FILE-STATUS.
004700
004800     SELECT VISTFILE ASSIGN TO "VISTFILE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS NAMEX-STR
005200         FILE STATUS IS WS-VIST-FILE-STATUS.
005300
005400     SELECT MUSTSNAP ASSIGN TO "MUSTSNAP"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MUSTSNAP-STATUS.
005700
005800     SELECT CHKOFF ASSIGN TO "CHKOFF"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CHKOFF-STATUS.
006100
006200     SELECT SORTWORK ASSIGN TO "SORTWORK".
006300
006400     SELECT MUSTWORK ASSIGN TO "MUSTWORK".
006500
006600     SELECT REPORTFILE ASSIGN TO "MUSTRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-REPORTFILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  AUDITFILE
007300     LABEL RECORDS ARE OMITTED.
007400 01  AUDIT-IN-RECORD                 PIC X(116).
007500
007600 FD  DEPTFILE
007700     LABEL RECORDS ARE OMITTED.
007800     COPY DEPTREC.
007900
008000 FD  VISTFILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY NAMEREC.
008300
008400 FD  MUSTSNAP
008500     LABEL RECORDS ARE OMITTED.
008600     COPY MUSTREC.
008700
008800 FD  CHKOFF
008900     LABEL RECORDS ARE OMITTED.
009000     COPY CHKOFREC.
009100
009200 SD  SORTWORK.
009300 COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==SORT-RECORD==.
009400
009500 SD  MUSTWORK.
009600 COPY MUSTREC REPLACING ==MUSTER-RECORD==
009700                    BY ==SORT-MUSTER-RECORD==.
009800
009900 FD  REPORTFILE
010000     LABEL RECORDS ARE OMITTED.
010100 01  REPORT-LINE-RECORD              PIC X(80).
010200
010300 WORKING-STORAGE SECTION.
010400 77  WS-DEPT-MAX             PIC 9(02)   VALUE 50.
010500 77  CK-MAX-ENTRIES          PIC 9(03)   VALUE 500.
010600
010700 01  WS-FILE-STATUS-AREA.
010800     05  WS-AUDITFILE-STATUS      PIC X(02)   VALUE "00".
010900     05  WS-DEPT-FILE-STATUS      PIC X(02)   VALUE "00".
011000     05  WS-VIST-FILE-STATUS      PIC X(02)   VALUE "00".
011100     05  WS-MUSTSNAP-STATUS       PIC X(02)   VALUE "00".
011200     05  WS-CHKOFF-STATUS         PIC X(02)   VALUE "00".
011300     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
011400
011500 01  WS-SWITCHES.
011600     05  WS-RUN-MODE-SW           PIC X(01)   VALUE "L".
011700         88  WS-MODE-LIST                 VALUE "L".
011800         88  WS-MODE-CHECK                VALUE "C".
011900     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
012000         88  WS-FILES-OPEN-OK             VALUE "Y".
012100         88  WS-FILES-OPEN-FAILED         VALUE "N".
012200     05  WS-SORT-EOF-SW           PIC X(01)   VALUE "N".
012300         88  WS-SORT-EOF                  VALUE "Y".
012400     05  WS-FIRST-RECORD-SW       PIC X(01)   VALUE "Y".
012500         88  WS-FIRST-RECORD              VALUE "Y".
012600     05  WS-DEPT-EOF-SW           PIC X(01)   VALUE "N".
012700         88  WS-DEPT-EOF                  VALUE "Y".
012800     05  WS-CHKOFF-EOF-SW         PIC X(01)   VALUE "N".
012900         88  WS-CHKOFF-EOF                VALUE "Y".
013000     05  WS-VISTFILE-OPEN-SW      PIC X(01)   VALUE "Y".
013100         88  WS-VISTFILE-OPEN-OK          VALUE "Y".
013200         88  WS-VISTFILE-ABSENT           VALUE "N".
013300     05  WS-AUDIT-OUT-SW          PIC X(01)   VALUE "Y".
013400         88  WS-AUDIT-OUT-OK              VALUE "Y".
013500         88  WS-AUDIT-OUT-FAILED          VALUE "N".
013600     05  WS-CHECKED-OFF-SW        PIC X(01)   VALUE "N".
013700         88  WS-CHECKED-OFF               VALUE "Y".
013800         88  WS-NOT-CHECKED-OFF           VALUE "N".
013900
014000 01  WS-PARM-DATA                 PIC X(08)   VALUE SPACES.
014100 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
014200 01  WS-TAKEN-AT                  PIC X(19)   VALUE SPACES.
014300 01  WS-PREV-LOCATION             PIC X(15)   VALUE SPACES.
014400
014500*    ONE VISITOR'S ENTRIES ON THE TRAIL, TALLIED AS THEY COME
014600*    OFF THE SORT, WITH THE LATEST GREETING KEPT FOR THE LIST.
014700 01  WS-PREV-NAME                 PIC X(10)   VALUE SPACES.
014800 01  WS-GRP-GREETED               PIC 9(04)   VALUE ZERO.
014900 01  WS-GRP-SIGNED-OUT            PIC 9(04)   VALUE ZERO.
015000 01  WS-GRP-GREETED-AT            PIC X(19)   VALUE SPACES.
015100 01  WS-GRP-BADGE-NO              PIC X(04)   VALUE SPACES.
015200 01  WS-GRP-DEPT                  PIC X(10)   VALUE SPACES.
015300 01  WS-GRP-VISIT-TYPE            PIC X(01)   VALUE SPACES.
015400
015500 01  WS-TOTAL-ON-SITE             PIC 9(04)   VALUE ZERO.
015600 01  WS-LOCATION-COUNT            PIC 9(04)   VALUE ZERO.
015700 01  WS-TOTAL-ACCOUNTED           PIC 9(04)   VALUE ZERO.
015800 01  WS-TOTAL-UNACCOUNTED         PIC 9(04)   VALUE ZERO.
015900 01  WS-TOTAL-NOT-ON-LIST         PIC 9(04)   VALUE ZERO.
016000 01  WS-CK-SUB                    PIC 9(03)   COMP VALUE ZERO.
016100
016200 01  WS-DATE-TIME-WORK.
016300     05  WS-CUR-DATE.
016400         10  WS-CUR-YYYY          PIC 9(04).
016500         10  WS-CUR-MM            PIC 9(02).
016600         10  WS-CUR-DD            PIC 9(02).
016700     05  WS-CUR-TIME.
016800         10  WS-CUR-HH            PIC 9(02).
016900         10  WS-CUR-MN            PIC 9(02).
017000         10  WS-CUR-SS            PIC 9(02).
017100         10  WS-CUR-HS            PIC 9(02).
017200
017300 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
017400
017500*    DEPARTMENT REFERENCE MASTER, TABLED AT START OF RUN FOR
017600*    EACH HOST DEPARTMENT'S FLOOR/LOCATION AND CONTACT.
017700 01  DEPT-TABLE-CONTROL.
017800     05  WS-DEPT-COUNT            PIC 9(02)   VALUE ZERO.
017900     05  DEPT-TABLE-ENTRY OCCURS 1 TO 50 TIMES
018000             DEPENDING ON WS-DEPT-COUNT
018100             INDEXED BY DEPT-IDX.
018200         10  DEPT-TBL-CODE        PIC X(10).
018300         10  DEPT-TBL-LOCATION    PIC X(15).
018400         10  DEPT-TBL-CONTACT     PIC X(20).
018500
018600*    THE WARDENS' CHECK-OFF, TABLED FOR THE CHECK-OFF PASS.
018700 01  CHKOFF-TABLE-CONTROL.
018800     05  CK-COUNT                 PIC 9(03)   COMP VALUE ZERO.
018900     05  CHKOFF-TABLE-ENTRY OCCURS 1 TO 500 TIMES
019000             DEPENDING ON CK-COUNT
019100             INDEXED BY CK-IDX.
019200         10  CK-NAME              PIC X(10).
019300         10  CK-POINT             PIC X(10).
019400         10  CK-WARDEN            PIC X(08).
019500         10  CK-MATCHED-SW        PIC X(01).
019600             88  CK-MATCHED               VALUE "Y".
019700
019800*    THE DRILL RESULT ENTRIES WRITTEN TO THE AUDIT TRAIL, AND
019810*    THE SEQUENCE/CHECK-VALUE REQUEST MADE FOR EACH ONE.  THE
019820*    RUN'S OWN RETURN CODE IS HELD IN WS-SAVE-RC ACROSS THE CALL
019830*    TO HELLO-NAME-AUDSEQ, WHICH REPLACES THE REGISTER.
019900 COPY AUDITREC.
019910 COPY AUDSQPRM.
019920 01  WS-SAVE-RC                   PIC 9(04)   VALUE ZERO.
020000
020100 PROCEDURE DIVISION.
020200*****************************************************************
020300*    0000-MAINLINE
020400*****************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     IF WS-MODE-LIST
020800         PERFORM 2000-TAKE-MUSTER THRU 2000-EXIT
020900     ELSE
021000         PERFORM 5000-CHECK-OFF-DRILL THRU 5000-EXIT
021100     END-IF.
021200     GOBACK.
021300
021400*****************************************************************
021500*    1000-INITIALIZE
021600*    AN EXEC PARM OF "CHECK" RUNS THE CHECK-OFF PASS; ANYTHING
021700*    ELSE (OR NO PARM) TAKES THE MUSTER - SO THE JOB THE DESK
021800*    SUBMITS WHEN THE ALARM SOUNDS NEEDS NO PARM AT ALL.
021900*****************************************************************
022000 1000-INITIALIZE.
022100     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
022200     DISPLAY "USER" UPON ENVIRONMENT-NAME.
022300     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
022400     IF WS-OPERATOR-ID = SPACES
022500         MOVE "BATCH" TO WS-OPERATOR-ID
022600     END-IF.
022700     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
022800     IF WS-PARM-DATA(1:5) = "CHECK"
022900         SET WS-MODE-CHECK TO TRUE
023000     ELSE
023100         SET WS-MODE-LIST TO TRUE
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500
023600 1100-GET-TIMESTAMP.
023700     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
023800     ACCEPT WS-CUR-TIME FROM TIME.
023900     MOVE SPACES TO WS-TIMESTAMP.
024000     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
024100             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
024200         DELIMITED BY SIZE INTO WS-TIMESTAMP.
024300     MOVE WS-TIMESTAMP(1:19) TO WS-TAKEN-AT.
024400 1100-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800*    1600-LOAD-DEPARTMENTS
024900*    A DEPTFILE THAT FAILS TO OPEN IS A CONSOLE WARNING, NOT A
025000*    STOP - IN AN EVACUATION A LIST WITHOUT FLOORS BEATS NO LIST.
025100*    EVERY VISITOR THEN LANDS UNDER "NOT ON DEPTFILE".
025200*****************************************************************
025300 1600-LOAD-DEPARTMENTS.
025400     OPEN INPUT DEPTFILE.
025500     IF WS-DEPT-FILE-STATUS = "00"
025600         PERFORM 1610-READ-DEPT-RECORD THRU 1610-EXIT
025700             UNTIL WS-DEPT-EOF
025800         CLOSE DEPTFILE
025900     ELSE
026000         DISPLAY "HELLO-NAME-MUSTER: DEPTFILE NOT AVAILABLE - "
026100             "STATUS " WS-DEPT-FILE-STATUS
026200             " - LIST PRINTED WITHOUT LOCATIONS."
026300         MOVE 4 TO RETURN-CODE
026400     END-IF.
026500 1600-EXIT.
026600     EXIT.
026700
026800 1610-READ-DEPT-RECORD.
026900     READ DEPTFILE
027000         AT END
027100             SET WS-DEPT-EOF TO TRUE
027200         NOT AT END
027300             PERFORM 1620-ADD-DEPT-ENTRY THRU 1620-EXIT
027400     END-READ.
027500 1610-EXIT.
027600     EXIT.
027700
027800 1620-ADD-DEPT-ENTRY.
027900     IF WS-DEPT-COUNT < WS-DEPT-MAX
028000         ADD 1 TO WS-DEPT-COUNT
028100         MOVE DEPT-CODE TO DEPT-TBL-CODE(WS-DEPT-COUNT)
028200         MOVE DEPT-LOCATION TO DEPT-TBL-LOCATION(WS-DEPT-COUNT)
028300         MOVE DEPT-CONTACT TO DEPT-TBL-CONTACT(WS-DEPT-COUNT)
028400     ELSE
028500         DISPLAY "HELLO-NAME-MUSTER: DEPARTMENT TABLE FULL - "
028600             "IGNORING " DEPT-CODE
028700     END-IF.
028800 1620-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200*    2000-TAKE-MUSTER
029300*    THE LIVE TRAIL IS SORTED BY VISITOR AND TIME; EVERY VISITOR
029400*    STILL IN THE BUILDING GOES TO THE SNAPSHOT, WHICH IS THEN
029500*    SORTED BY LOCATION, DEPARTMENT AND NAME FOR PRINTING.  NO
029600*    DATE FILTER IS APPLIED - THE LIVE FILE HOLDS ONLY THE
029700*    CURRENT DAY ONCE HELLOARC HAS RUN, AND IF IT HAS NOT, A
029800*    VISITOR NEVER SIGNED OUT IS STILL SAFER ON THE LIST.
029900*****************************************************************
030000 2000-TAKE-MUSTER.
030100     PERFORM 2100-OPEN-MUSTER-FILES THRU 2100-EXIT.
030200     IF WS-FILES-OPEN-FAILED
030300         GO TO 2000-EXIT
030400     END-IF.
030500     SORT SORTWORK
030600         ON ASCENDING KEY AU-NAME OF SORT-RECORD
030700         ON ASCENDING KEY AU-TIMESTAMP OF SORT-RECORD
030800         USING AUDITFILE
030900         OUTPUT PROCEDURE IS 2200-FIND-ON-SITE THRU 2200-EXIT.
031000     CLOSE MUSTSNAP.
031100     IF WS-VISTFILE-OPEN-OK
031200         CLOSE VISTFILE
031300     END-IF.
031400     PERFORM 2800-WRITE-MUSTER-HEADING THRU 2800-EXIT.
031500     MOVE "N" TO WS-SORT-EOF-SW.
031600     SORT MUSTWORK
031700         ON ASCENDING KEY MUS-LOCATION OF SORT-MUSTER-RECORD
031800         ON ASCENDING KEY MUS-DEPT OF SORT-MUSTER-RECORD
031900         ON ASCENDING KEY MUS-NAME OF SORT-MUSTER-RECORD
032000         USING MUSTSNAP
032100         OUTPUT PROCEDURE IS 3000-PRINT-MUSTER-LIST
032200             THRU 3000-EXIT.
032300     MOVE SPACES TO REPORT-LINE-RECORD.
032400     WRITE REPORT-LINE-RECORD.
032500     MOVE SPACES TO REPORT-LINE-RECORD.
032600     STRING "TOTAL VISITORS ON SITE: " WS-TOTAL-ON-SITE
032700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
032800     WRITE REPORT-LINE-RECORD.
032900     CLOSE REPORTFILE.
033000     DISPLAY "HELLO-NAME-MUSTER: " WS-TOTAL-ON-SITE
033100         " VISITOR(S) ON SITE AT " WS-TAKEN-AT ".".
033200 2000-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600*    2100-OPEN-MUSTER-FILES
033700*    AUDITFILE IS PROBED WITH ITS OWN OPEN/CLOSE BEFORE THE SORT
033800*    VERB TAKES IT OVER, THE SAME WAY THE RECONCILIATION RUN
033900*    PROBES IT.  THE SNAPSHOT AND THE LIST ARE REQUIRED; VISTFILE
034000*    ONLY SUPPLIES THE PARTY GROUP AND IS OPTIONAL.
034100*****************************************************************
034200 2100-OPEN-MUSTER-FILES.
034300     OPEN INPUT AUDITFILE.
034400     IF WS-AUDITFILE-STATUS NOT = "00"
034500         SET WS-FILES-OPEN-FAILED TO TRUE
034600         DISPLAY "HELLO-NAME-MUSTER: UNABLE TO OPEN AUDITFILE - "
034700             "STATUS " WS-AUDITFILE-STATUS " - RUN TERMINATED."
034800         MOVE 8 TO RETURN-CODE
034900         GO TO 2100-EXIT
035000     END-IF.
035100     CLOSE AUDITFILE.
035200     OPEN OUTPUT REPORTFILE.
035300     IF WS-REPORTFILE-STATUS NOT = "00"
035400         SET WS-FILES-OPEN-FAILED TO TRUE
035500         DISPLAY "HELLO-NAME-MUSTER: CANNOT OPEN MUSTRPT - "
035600             "STATUS " WS-REPORTFILE-STATUS " - RUN TERMINATED."
035700         MOVE 8 TO RETURN-CODE
035800         GO TO 2100-EXIT
035900     END-IF.
036000     OPEN OUTPUT MUSTSNAP.
036100     IF WS-MUSTSNAP-STATUS NOT = "00"
036200         SET WS-FILES-OPEN-FAILED TO TRUE
036300         DISPLAY "HELLO-NAME-MUSTER: CANNOT OPEN MUSTSNAP - "
036400             "STATUS " WS-MUSTSNAP-STATUS " - RUN TERMINATED."
036500         MOVE 8 TO RETURN-CODE
036600         CLOSE REPORTFILE
036700         GO TO 2100-EXIT
036800     END-IF.
036900     PERFORM 1600-LOAD-DEPARTMENTS THRU 1600-EXIT.
037000     OPEN INPUT VISTFILE.
037100     IF WS-VIST-FILE-STATUS NOT = "00"
037200         SET WS-VISTFILE-ABSENT TO TRUE
037300         DISPLAY "HELLO-NAME-MUSTER: VISTFILE NOT AVAILABLE - "
037400             "STATUS " WS-VIST-FILE-STATUS
037500             " - LIST PRINTED WITHOUT PARTY GROUPS."
037600         MOVE 4 TO RETURN-CODE
037700     END-IF.
037800 2100-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200*    2200-FIND-ON-SITE
038300*    SORT OUTPUT PROCEDURE - TALLIES EACH VISITOR'S GREETED AND
038400*    SIGNED-OUT ENTRIES AND WRITES A SNAPSHOT ENTRY AT EACH
038500*    VISITOR BREAK WHERE THE GREETINGS OUTNUMBER THE SIGN-OUTS.
038600*****************************************************************
038700 2200-FIND-ON-SITE.
038800     PERFORM 2210-RETURN-AUDIT-RECORD THRU 2210-EXIT
038900         UNTIL WS-SORT-EOF.
039000     IF NOT WS-FIRST-RECORD
039100         PERFORM 2400-CHECK-VISITOR THRU 2400-EXIT
039200     END-IF.
039300 2200-EXIT.
039400     EXIT.
039500
039600 2210-RETURN-AUDIT-RECORD.
039700     RETURN SORTWORK
039800         AT END
039900             SET WS-SORT-EOF TO TRUE
040000         NOT AT END
040100             PERFORM 2300-TALLY-AUDIT-ENTRY THRU 2300-EXIT
040200     END-RETURN.
040300 2210-EXIT.
040400     EXIT.
040500
040600*    A REJECTED OR DENIED ENTRY NEVER ENTERED THE BUILDING, AND
040700*    AN EARLIER DRILL'S CHECK-OFF ENTRY IS NEITHER AN ARRIVAL NOR
040800*    A DEPARTURE - NOR IS A HOST BOOKING ENTRY.
040900 2300-TALLY-AUDIT-ENTRY.
041000     IF AU-STATUS-REJECTED OF SORT-RECORD
041100             OR AU-STATUS-DENIED OF SORT-RECORD
041200             OR AU-STATUS-MUSTER OF SORT-RECORD
041210             OR AU-STATUS-BOOKING OF SORT-RECORD
041300         GO TO 2300-EXIT
041400     END-IF.
041500     IF WS-FIRST-RECORD
041600         PERFORM 2310-START-NEW-VISITOR THRU 2310-EXIT
041700     ELSE
041800         IF AU-NAME OF SORT-RECORD NOT = WS-PREV-NAME
041900             PERFORM 2400-CHECK-VISITOR THRU 2400-EXIT
042000             PERFORM 2310-START-NEW-VISITOR THRU 2310-EXIT
042100         END-IF
042200     END-IF.
042300     IF AU-STATUS-SIGNED-OUT OF SORT-RECORD
042400         ADD 1 TO WS-GRP-SIGNED-OUT
042500     ELSE
042600         ADD 1 TO WS-GRP-GREETED
042700         MOVE AU-TIMESTAMP OF SORT-RECORD(1:19)
042800             TO WS-GRP-GREETED-AT
042900         MOVE AU-BADGE-NO OF SORT-RECORD TO WS-GRP-BADGE-NO
043000         MOVE AU-DEPT OF SORT-RECORD TO WS-GRP-DEPT
043100         MOVE AU-VISIT-TYPE OF SORT-RECORD TO WS-GRP-VISIT-TYPE
043200     END-IF.
043300 2300-EXIT.
043400     EXIT.
043500
043600 2310-START-NEW-VISITOR.
043700     MOVE "N" TO WS-FIRST-RECORD-SW.
043800     MOVE AU-NAME OF SORT-RECORD TO WS-PREV-NAME.
043900     MOVE ZERO TO WS-GRP-GREETED.
044000     MOVE ZERO TO WS-GRP-SIGNED-OUT.
044100     MOVE SPACES TO WS-GRP-GREETED-AT.
044200     MOVE SPACES TO WS-GRP-BADGE-NO.
044300     MOVE SPACES TO WS-GRP-DEPT.
044400     MOVE SPACES TO WS-GRP-VISIT-TYPE.
044500 2310-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    2400-CHECK-VISITOR
045000*    ONE VISITOR'S ENTRIES ARE ALL IN - MORE GREETINGS THAN
045100*    SIGN-OUTS MEANS THE VISITOR IS STILL IN THE BUILDING.  THE
045200*    HOST DEPARTMENT GIVES THE FLOOR AND CONTACT; THE DAY'S
045300*    VISTFILE GIVES THE PARTY, SO A GROUP'S LEAD CAN BE FOUND.
045400*****************************************************************
045500 2400-CHECK-VISITOR.
045600     IF WS-GRP-GREETED NOT > WS-GRP-SIGNED-OUT
045700         GO TO 2400-EXIT
045800     END-IF.
045900     MOVE SPACES TO MUSTER-RECORD.
046000     MOVE WS-PREV-NAME TO MUS-NAME OF MUSTER-RECORD.
046100     MOVE WS-GRP-DEPT TO MUS-DEPT OF MUSTER-RECORD.
046200     MOVE WS-GRP-BADGE-NO TO MUS-BADGE-NO OF MUSTER-RECORD.
046300     MOVE WS-GRP-VISIT-TYPE TO MUS-VISIT-TYPE OF MUSTER-RECORD.
046400     MOVE WS-GRP-GREETED-AT TO MUS-GREETED-AT OF MUSTER-RECORD.
046500     MOVE WS-TAKEN-AT TO MUS-TAKEN-AT OF MUSTER-RECORD.
046600     MOVE "NOT ON DEPTFILE" TO MUS-LOCATION OF MUSTER-RECORD.
046700     IF WS-DEPT-COUNT > ZERO AND WS-GRP-DEPT NOT = SPACES
046800         SET DEPT-IDX TO 1
046900         SEARCH DEPT-TABLE-ENTRY
047000             AT END
047100                 CONTINUE
047200             WHEN DEPT-TBL-CODE(DEPT-IDX) = WS-GRP-DEPT
047300                 MOVE DEPT-TBL-LOCATION(DEPT-IDX)
047400                     TO MUS-LOCATION OF MUSTER-RECORD
047500                 MOVE DEPT-TBL-CONTACT(DEPT-IDX)
047600                     TO MUS-CONTACT OF MUSTER-RECORD
047700         END-SEARCH
047800     END-IF.
047900     IF WS-VISTFILE-OPEN-OK
048000         MOVE WS-PREV-NAME TO NAMEX-STR
048100         READ VISTFILE
048200             INVALID KEY
048300                 MOVE SPACES TO NAMEX-GROUP-ID NAMEX-GROUP-ROLE
048400         END-READ
048500         MOVE NAMEX-GROUP-ID TO MUS-GROUP-ID OF MUSTER-RECORD
048600         MOVE NAMEX-GROUP-ROLE TO MUS-GROUP-ROLE OF MUSTER-RECORD
048700     END-IF.
048800     WRITE MUSTER-RECORD.
048900     ADD 1 TO WS-TOTAL-ON-SITE.
049000 2400-EXIT.
049100     EXIT.
049200
049300 2800-WRITE-MUSTER-HEADING.
049400     MOVE SPACES TO REPORT-LINE-RECORD.
049500     STRING "EVACUATION MUSTER LIST - VISITORS ON SITE AT "
049600             WS-TAKEN-AT
049700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
049800     WRITE REPORT-LINE-RECORD.
049900     MOVE SPACES TO REPORT-LINE-RECORD.
050000     STRING "TYPE G GUEST, C CONTRACTOR, V VIP.  "
050100             "GROUP FLAGGED L IS THE PARTY LEAD."
050200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
050300     WRITE REPORT-LINE-RECORD.
050400 2800-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*    3000-PRINT-MUSTER-LIST
050900*    SORT OUTPUT PROCEDURE - ONE BLOCK PER FLOOR/LOCATION, SO
051000*    EACH WARDEN CAN BE HANDED THE PART FOR THEIR FLOOR.
051100*****************************************************************
051200 3000-PRINT-MUSTER-LIST.
051300     MOVE "Y" TO WS-FIRST-RECORD-SW.
051400     PERFORM 3100-RETURN-MUSTER-ENTRY THRU 3100-EXIT
051500         UNTIL WS-SORT-EOF.
051600     IF NOT WS-FIRST-RECORD
051700         PERFORM 7200-WRITE-LOCATION-FOOTING THRU 7200-EXIT
051800     END-IF.
051900 3000-EXIT.
052000     EXIT.
052100
052200 3100-RETURN-MUSTER-ENTRY.
052300     RETURN MUSTWORK
052400         AT END
052500             SET WS-SORT-EOF TO TRUE
052600         NOT AT END
052700             PERFORM 7000-CHECK-LOCATION-BREAK THRU 7000-EXIT
052800             PERFORM 7300-WRITE-VISITOR-LINE THRU 7300-EXIT
052900     END-RETURN.
053000 3100-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400*    5000-CHECK-OFF-DRILL
053500*    THE SNAPSHOT THE LIST PASS LEFT AND THE WARDENS' CHECK-OFF
053600*    ARE BOTH REQUIRED.  A TRAIL THAT CANNOT BE APPENDED STILL
053700*    GETS THE UNACCOUNTED LIST PRINTED - THE FIRE SERVICE NEEDS
053800*    IT EITHER WAY - BUT ENDS THE RUN RC 8.
053900*****************************************************************
054000 5000-CHECK-OFF-DRILL.
054100     PERFORM 5100-OPEN-CHECK-FILES THRU 5100-EXIT.
054200     IF WS-FILES-OPEN-FAILED
054300         GO TO 5000-EXIT
054400     END-IF.
054500     PERFORM 5200-LOAD-CHECK-OFF THRU 5200-EXIT
054600         UNTIL WS-CHKOFF-EOF.
054700     CLOSE CHKOFF.
054800     PERFORM 5800-WRITE-CHECK-HEADING THRU 5800-EXIT.
054900     SORT MUSTWORK
055000         ON ASCENDING KEY MUS-LOCATION OF SORT-MUSTER-RECORD
055100         ON ASCENDING KEY MUS-DEPT OF SORT-MUSTER-RECORD
055200         ON ASCENDING KEY MUS-NAME OF SORT-MUSTER-RECORD
055300         USING MUSTSNAP
055400         OUTPUT PROCEDURE IS 5300-RECONCILE-CHECK-OFF
055500             THRU 5300-EXIT.
055600     PERFORM 5600-LIST-NOT-ON-MUSTER THRU 5600-EXIT.
055700     PERFORM 5900-WRITE-CHECK-TOTALS THRU 5900-EXIT.
055800     CLOSE REPORTFILE.
055900     IF WS-AUDIT-OUT-OK
056000         CLOSE AUDITFILE
056100     END-IF.
056200     IF WS-TOTAL-UNACCOUNTED > ZERO AND RETURN-CODE < 4
056300         MOVE 4 TO RETURN-CODE
056400     END-IF.
056500     DISPLAY "HELLO-NAME-MUSTER: " WS-TOTAL-ACCOUNTED
056600         " ACCOUNTED FOR, " WS-TOTAL-UNACCOUNTED " UNACCOUNTED.".
056700 5000-EXIT.
056800     EXIT.
056900
057000 5100-OPEN-CHECK-FILES.
057100     OPEN INPUT MUSTSNAP.
057200     IF WS-MUSTSNAP-STATUS NOT = "00"
057300         SET WS-FILES-OPEN-FAILED TO TRUE
057400         DISPLAY "HELLO-NAME-MUSTER: UNABLE TO OPEN MUSTSNAP - "
057500             "STATUS " WS-MUSTSNAP-STATUS " - RUN TERMINATED."
057600         MOVE 8 TO RETURN-CODE
057700         GO TO 5100-EXIT
057800     END-IF.
057900     READ MUSTSNAP
058000         AT END
058100             MOVE SPACES TO MUSTER-RECORD
058200     END-READ.
058300     MOVE MUS-TAKEN-AT OF MUSTER-RECORD TO WS-TAKEN-AT.
058400     CLOSE MUSTSNAP.
058500     OPEN INPUT CHKOFF.
058600     IF WS-CHKOFF-STATUS NOT = "00"
058700         SET WS-FILES-OPEN-FAILED TO TRUE
058800         DISPLAY "HELLO-NAME-MUSTER: UNABLE TO OPEN CHKOFF - "
058900             "STATUS " WS-CHKOFF-STATUS " - RUN TERMINATED."
059000         MOVE 8 TO RETURN-CODE
059100         GO TO 5100-EXIT
059200     END-IF.
059300     OPEN OUTPUT REPORTFILE.
059400     IF WS-REPORTFILE-STATUS NOT = "00"
059500         SET WS-FILES-OPEN-FAILED TO TRUE
059600         DISPLAY "HELLO-NAME-MUSTER: CANNOT OPEN MUSTRPT - "
059700             "STATUS " WS-REPORTFILE-STATUS " - RUN TERMINATED."
059800         MOVE 8 TO RETURN-CODE
059900         CLOSE CHKOFF
060000         GO TO 5100-EXIT
060100     END-IF.
060200     OPEN EXTEND AUDITFILE.
060300     IF WS-AUDITFILE-STATUS NOT = "00"
060400         OPEN OUTPUT AUDITFILE
060500     END-IF.
060600     IF WS-AUDITFILE-STATUS NOT = "00"
060700         SET WS-AUDIT-OUT-FAILED TO TRUE
060800         DISPLAY "HELLO-NAME-MUSTER: CANNOT OPEN AUDITFILE - "
060900             "STATUS " WS-AUDITFILE-STATUS
061000             " - DRILL RESULT NOT RECORDED."
061100         MOVE 8 TO RETURN-CODE
061200     END-IF.
061300 5100-EXIT.
061400     EXIT.
061500
061600*    A CHECK-OFF TABLE THAT OVERFLOWS LEAVES THE REST OF THE
061700*    NAMES UNMATCHED - THEY PRINT AS UNACCOUNTED, THE SAFE WAY.
061800 5200-LOAD-CHECK-OFF.
061900     READ CHKOFF
062000         AT END
062100             SET WS-CHKOFF-EOF TO TRUE
062200             GO TO 5200-EXIT
062300     END-READ.
062400     IF CHK-NAME = SPACES
062500         GO TO 5200-EXIT
062600     END-IF.
062700     IF CK-COUNT < CK-MAX-ENTRIES
062800         ADD 1 TO CK-COUNT
062900         MOVE CHK-NAME TO CK-NAME(CK-COUNT)
063000         MOVE CHK-POINT TO CK-POINT(CK-COUNT)
063100         MOVE CHK-WARDEN TO CK-WARDEN(CK-COUNT)
063200         MOVE "N" TO CK-MATCHED-SW(CK-COUNT)
063300     ELSE
063400         DISPLAY "HELLO-NAME-MUSTER: CHECK-OFF TABLE FULL - "
063500             CHK-NAME " NOT MATCHED."
063600         IF RETURN-CODE < 4
063700             MOVE 4 TO RETURN-CODE
063800         END-IF
063900     END-IF.
064000 5200-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*    5300-RECONCILE-CHECK-OFF
064500*    SORT OUTPUT PROCEDURE - EVERY SNAPSHOT ENTRY IS LOOKED UP
064600*    IN THE CHECK-OFF.  ONLY THE UNACCOUNTED ARE PRINTED, BY
064700*    LOCATION; EVERY ENTRY GETS ITS DRILL RESULT ON THE TRAIL.
064800*****************************************************************
064900 5300-RECONCILE-CHECK-OFF.
065000     MOVE "Y" TO WS-FIRST-RECORD-SW.
065100     PERFORM 5310-RETURN-MUSTER-ENTRY THRU 5310-EXIT
065200         UNTIL WS-SORT-EOF.
065300     IF NOT WS-FIRST-RECORD
065400         PERFORM 7200-WRITE-LOCATION-FOOTING THRU 7200-EXIT
065500     END-IF.
065600 5300-EXIT.
065700     EXIT.
065800
065900 5310-RETURN-MUSTER-ENTRY.
066000     RETURN MUSTWORK
066100         AT END
066200             SET WS-SORT-EOF TO TRUE
066300         NOT AT END
066400             PERFORM 5400-MATCH-CHECK-OFF THRU 5400-EXIT
066500     END-RETURN.
066600 5310-EXIT.
066700     EXIT.
066800
066900 5400-MATCH-CHECK-OFF.
067000     SET WS-NOT-CHECKED-OFF TO TRUE.
067100     IF CK-COUNT > ZERO
067200         SET CK-IDX TO 1
067300         SEARCH CHKOFF-TABLE-ENTRY
067400             AT END
067500                 CONTINUE
067600             WHEN CK-NAME(CK-IDX) = MUS-NAME OF SORT-MUSTER-RECORD
067700                 SET WS-CHECKED-OFF TO TRUE
067800                 SET CK-MATCHED(CK-IDX) TO TRUE
067900         END-SEARCH
068000     END-IF.
068100     MOVE SPACES TO AUDIT-RECORD.
068200     IF WS-CHECKED-OFF
068300         ADD 1 TO WS-TOTAL-ACCOUNTED
068400         SET AU-STATUS-ACCOUNTED OF AUDIT-RECORD TO TRUE
068500     ELSE
068600         ADD 1 TO WS-TOTAL-UNACCOUNTED
068700         SET AU-STATUS-UNACCOUNTED OF AUDIT-RECORD TO TRUE
068800         PERFORM 7000-CHECK-LOCATION-BREAK THRU 7000-EXIT
068900         PERFORM 7300-WRITE-VISITOR-LINE THRU 7300-EXIT
069000     END-IF.
069100     PERFORM 5500-WRITE-DRILL-RESULT THRU 5500-EXIT.
069200 5400-EXIT.
069300     EXIT.
069400
069500*****************************************************************
069600*    5500-WRITE-DRILL-RESULT
069700*    ONE TRAIL ENTRY PER VISITOR ON THE MUSTER, STAMPED WITH THE
069800*    CHECK-OFF TIME AND THE OPERATOR WHO RAN IT, TERMINAL
069900*    "MUSTER", CARRYING THE BADGE, DEPARTMENT AND VISIT TYPE OF
070000*    THE GREETING IT ANSWERS FOR, NUMBERED AND CHAINED BY
070010*    HELLO-NAME-AUDSEQ ONCE EVERY OTHER FIELD IS IN PLACE.
070020*    AN ENTRY THAT CANNOT BE WRITTEN HAS ALREADY TAKEN ITS
070030*    NUMBER, SO THE TRAIL IS CLOSED AND NO FURTHER RESULT IS
070040*    STAMPED (RC 12) - THE REPORT CARRIES ON FOR THE WARDENS.
070100*****************************************************************
070200 5500-WRITE-DRILL-RESULT.
070300     IF WS-AUDIT-OUT-FAILED
070400         GO TO 5500-EXIT
070500     END-IF.
070600     MOVE MUS-NAME OF SORT-MUSTER-RECORD
070700         TO AU-NAME OF AUDIT-RECORD.
070800     MOVE WS-TIMESTAMP TO AU-TIMESTAMP OF AUDIT-RECORD.
070900     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID OF AUDIT-RECORD.
071000     MOVE "MUSTER" TO AU-TERMINAL-ID OF AUDIT-RECORD.
071100     MOVE MUS-BADGE-NO OF SORT-MUSTER-RECORD
071200         TO AU-BADGE-NO OF AUDIT-RECORD.
071300     MOVE MUS-DEPT OF SORT-MUSTER-RECORD
071400         TO AU-DEPT OF AUDIT-RECORD.
071500     MOVE MUS-VISIT-TYPE OF SORT-MUSTER-RECORD
071600         TO AU-VISIT-TYPE OF AUDIT-RECORD.
071610     MOVE RETURN-CODE TO WS-SAVE-RC.
071620     SET ASP-REQUEST-STAMP TO TRUE.
071630     CALL "HELLO-NAME-AUDSEQ" USING AUDSEQ-PARM AUDIT-RECORD.
071640     MOVE WS-SAVE-RC TO RETURN-CODE.
071650     IF ASP-NOT-STAMPED AND RETURN-CODE < 4
071660         MOVE 4 TO RETURN-CODE
071670     END-IF.
071700     WRITE AUDIT-IN-RECORD FROM AUDIT-RECORD.
071710     IF WS-AUDITFILE-STATUS NOT = "00"
071720         DISPLAY "HELLO-NAME-MUSTER: *** AUDIT ENTRY "
071730             AU-SEQ-NO OF AUDIT-RECORD " FOR "
071740             AU-NAME OF AUDIT-RECORD " NOT WRITTEN - STATUS "
071750             WS-AUDITFILE-STATUS " - NO FURTHER DRILL RESULTS "
071760             "WILL BE AUDITED. ***"
071770         SET WS-AUDIT-OUT-FAILED TO TRUE
071780         CLOSE AUDITFILE
071790         MOVE 12 TO RETURN-CODE
071795     END-IF.
071800 5500-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200*    5600-LIST-NOT-ON-MUSTER
072300*    NAMES THE WARDENS CHECKED OFF THAT WERE NOT ON THE MUSTER -
072400*    A MISKEYED NAME HERE MAY BE ONE OF THE UNACCOUNTED ABOVE.
072500*****************************************************************
072600 5600-LIST-NOT-ON-MUSTER.
072700     MOVE SPACES TO REPORT-LINE-RECORD.
072800     WRITE REPORT-LINE-RECORD.
072900     MOVE SPACES TO REPORT-LINE-RECORD.
073000     STRING "CHECKED OFF BUT NOT ON THE MUSTER LIST (CHECK FOR "
073100             "MISKEYED NAMES):"
073200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
073300     WRITE REPORT-LINE-RECORD.
073400     PERFORM 5610-CHECK-UNMATCHED THRU 5610-EXIT
073500         VARYING WS-CK-SUB FROM 1 BY 1
073600         UNTIL WS-CK-SUB > CK-COUNT.
073700 5600-EXIT.
073800     EXIT.
073900
074000 5610-CHECK-UNMATCHED.
074100     IF CK-MATCHED(WS-CK-SUB)
074200         GO TO 5610-EXIT
074300     END-IF.
074400     ADD 1 TO WS-TOTAL-NOT-ON-LIST.
074500     MOVE SPACES TO REPORT-LINE-RECORD.
074600     STRING "  " CK-NAME(WS-CK-SUB) "  AT " CK-POINT(WS-CK-SUB)
074700             "  BY " CK-WARDEN(WS-CK-SUB)
074800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
074900     WRITE REPORT-LINE-RECORD.
075000 5610-EXIT.
075100     EXIT.
075200
075300 5800-WRITE-CHECK-HEADING.
075400     MOVE SPACES TO REPORT-LINE-RECORD.
075500     STRING "DRILL CHECK-OFF - VISITORS UNACCOUNTED FOR - MUSTER "
075600             "OF " WS-TAKEN-AT
075700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
075800     WRITE REPORT-LINE-RECORD.
075900     MOVE SPACES TO REPORT-LINE-RECORD.
076000     STRING "CHECKED " WS-TIMESTAMP(1:19) " BY " WS-OPERATOR-ID
076100             "  (GROUP FLAGGED L IS THE PARTY LEAD)"
076200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
076300     WRITE REPORT-LINE-RECORD.
076400 5800-EXIT.
076500     EXIT.
076600
076700 5900-WRITE-CHECK-TOTALS.
076800     ADD WS-TOTAL-ACCOUNTED WS-TOTAL-UNACCOUNTED
076900         GIVING WS-TOTAL-ON-SITE.
077000     MOVE SPACES TO REPORT-LINE-RECORD.
077100     WRITE REPORT-LINE-RECORD.
077200     MOVE SPACES TO REPORT-LINE-RECORD.
077300     STRING "ON MUSTER " WS-TOTAL-ON-SITE "  ACCOUNTED FOR "
077400             WS-TOTAL-ACCOUNTED "  UNACCOUNTED "
077500             WS-TOTAL-UNACCOUNTED
077600             "  NOT ON LIST " WS-TOTAL-NOT-ON-LIST
077700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
077800     WRITE REPORT-LINE-RECORD.
077900 5900-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300*    7000-CHECK-LOCATION-BREAK
078400*    SHARED BY BOTH PASSES: A NEW LOCATION CLOSES THE LAST ONE'S
078500*    BLOCK AND OPENS ITS OWN WITH COLUMN HEADINGS.
078600*****************************************************************
078700 7000-CHECK-LOCATION-BREAK.
078800     IF WS-FIRST-RECORD
078900         MOVE "N" TO WS-FIRST-RECORD-SW
079000     ELSE
079100         IF MUS-LOCATION OF SORT-MUSTER-RECORD = WS-PREV-LOCATION
079200             GO TO 7000-EXIT
079300         END-IF
079400         PERFORM 7200-WRITE-LOCATION-FOOTING THRU 7200-EXIT
079500     END-IF.
079600     MOVE MUS-LOCATION OF SORT-MUSTER-RECORD TO WS-PREV-LOCATION.
079700     MOVE ZERO TO WS-LOCATION-COUNT.
079800     PERFORM 7100-WRITE-LOCATION-HEADING THRU 7100-EXIT.
079900 7000-EXIT.
080000     EXIT.
080100
080200 7100-WRITE-LOCATION-HEADING.
080300     MOVE SPACES TO REPORT-LINE-RECORD.
080400     WRITE REPORT-LINE-RECORD.
080500     MOVE SPACES TO REPORT-LINE-RECORD.
080600     STRING "LOCATION: " WS-PREV-LOCATION
080700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
080800     WRITE REPORT-LINE-RECORD.
080900     MOVE SPACES TO REPORT-LINE-RECORD.
081000     STRING "  VISITOR    BADGE TYPE GROUP  HOST DEPT  "
081100             "HOST CONTACT         IN AT"
081200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
081300     WRITE REPORT-LINE-RECORD.
081400 7100-EXIT.
081500     EXIT.
081600
081700 7200-WRITE-LOCATION-FOOTING.
081800     MOVE SPACES TO REPORT-LINE-RECORD.
081900     STRING "  " WS-LOCATION-COUNT " AT " WS-PREV-LOCATION
082000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
082100     WRITE REPORT-LINE-RECORD.
082200 7200-EXIT.
082300     EXIT.
082400
082500 7300-WRITE-VISITOR-LINE.
082600     ADD 1 TO WS-LOCATION-COUNT.
082700     MOVE SPACES TO REPORT-LINE-RECORD.
082800     STRING "  " MUS-NAME OF SORT-MUSTER-RECORD
082900             " " MUS-BADGE-NO OF SORT-MUSTER-RECORD
083000             "  " MUS-VISIT-TYPE OF SORT-MUSTER-RECORD
083100             "    " MUS-GROUP-ID OF SORT-MUSTER-RECORD
083200             " " MUS-GROUP-ROLE OF SORT-MUSTER-RECORD
083300             " " MUS-DEPT OF SORT-MUSTER-RECORD
083400             " " MUS-CONTACT OF SORT-MUSTER-RECORD
083500             " " MUS-GREETED-AT OF SORT-MUSTER-RECORD(12:8)
083600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
083700     WRITE REPORT-LINE-RECORD.
083800 7300-EXIT.
083900     EXIT.
084000
084100 END PROGRAM HELLO-NAME-MUSTER.
