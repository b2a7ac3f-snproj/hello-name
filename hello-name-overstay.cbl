000100*****************************************************************
000200*    HELLO-NAME-OVERSTAY.CBL
000300*    INTRADAY OVERSTAY MONITOR - RUN HOURLY WHILE THE DESK IS
000400*    OPEN.  SORTS THE LIVE AUDIT TRAIL BY VISITOR THE SAME WAY
000500*    THE MUSTER RUN DOES AND FINDS EVERY VISITOR GREETED AND NOT
000600*    YET SIGNED OUT, THEN COMPARES THE TIME EACH HAS BEEN ON SITE
000700*    WITH THE MAXIMUM STAY FOR THE VISIT TYPE (STAYCTL - A HOUSE
000800*    LIMIT PER VISIT TYPE, OPTIONALLY OVERRIDDEN FOR ONE HOST
000900*    DEPARTMENT).  EACH NEW OVERSTAY QUEUES AN OVERSTAY NOTICE ON
001000*    NOTIFFILE, WHICH THE NOTICE RUN (HELLO-NAME-NOTIFY) DELIVERS
001100*    TO THE HOST CONTACT IN THE SAME DEPARTMENT BLOCK AS THE
001200*    ARRIVALS.  A VISITOR ALREADY ESCALATED (OVSTFILE) IS NOT
001300*    NOTIFIED AGAIN.  A SUMMARY OF EVERY CURRENT OVERSTAY IS
001400*    PRINTED FOR THE DESK (OVSTRPT).  UNTIL NOW AN OVERSTAY ONLY
001500*    SURFACED A MONTH LATER, AS A FULL EIGHT-HOUR CHARGE ON THE
001600*    CHARGE-BACK EXCEPTION LIST.
001700*
001800*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001900*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
002000*    DATE-WRITTEN.      10/15/26.
002100*    DATE-COMPILED.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    10/15/26   JAH   ORIGINAL VERSION.
002510*    10/15/26   JAH   AUDIT RECORD IS NOW 116 BYTES (AUDIT
002520*                     SEQUENCE NUMBER AND CHECK VALUE ADDED).
002545*    10/15/26   JAH   AN ESCALATION THAT CANNOT BE WRITTEN TO
002570*                     OVSTFILE IS NOW REPORTED ON THE CONSOLE,
002595*                     RC 8.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     HELLO-NAME-OVERSTAY.
002900 AUTHOR.         J. A. HARTLEY.
003000 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003100 DATE-WRITTEN.   10/15/26.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDITFILE-STATUS.
004000
004100     SELECT STAYCTL ASSIGN TO "STAYCTL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-STAYCTL-STATUS.
004400
004500     SELECT OVSTFILE ASSIGN TO "OVSTFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-OVST-FILE-STATUS.
004800
004900     SELECT NOTIFFILE ASSIGN TO "NOTIFFILE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-NOTIF-FILE-STATUS.
005200
005300     SELECT SORTWORK ASSIGN TO "SORTWORK".
005400
005500     SELECT REPORTFILE ASSIGN TO "OVSTRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REPORTFILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AUDITFILE
006200     LABEL RECORDS ARE OMITTED.
006300 01  AUDIT-IN-RECORD                 PIC X(116).
006400
006500 FD  STAYCTL
006600     LABEL RECORDS ARE OMITTED.
006700     COPY STAYCTRC.
006800
006900 FD  OVSTFILE
007000     LABEL RECORDS ARE OMITTED.
007100     COPY OVSTREC.
007200
007300 FD  NOTIFFILE
007400     LABEL RECORDS ARE OMITTED.
007500     COPY NOTIFREC.
007600
007700 SD  SORTWORK.
007800 COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==SORT-RECORD==.
007900
008000 FD  REPORTFILE
008100     LABEL RECORDS ARE OMITTED.
008200 01  REPORT-LINE-RECORD              PIC X(80).
008300
008400 WORKING-STORAGE SECTION.
008500 77  WS-STAY-MAX             PIC 9(03)   VALUE 100.
008600 77  WS-ESC-MAX              PIC 9(03)   VALUE 500.
008700 77  WS-MINUTES-CAP          PIC 9(05)   VALUE 99999.
008800
008900 01  WS-FILE-STATUS-AREA.
009000     05  WS-AUDITFILE-STATUS      PIC X(02)   VALUE "00".
009100     05  WS-STAYCTL-STATUS        PIC X(02)   VALUE "00".
009200     05  WS-OVST-FILE-STATUS      PIC X(02)   VALUE "00".
009300     05  WS-NOTIF-FILE-STATUS     PIC X(02)   VALUE "00".
009400     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
009500
009600 01  WS-SWITCHES.
009700     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
009800         88  WS-FILES-OPEN-OK             VALUE "Y".
009900         88  WS-FILES-OPEN-FAILED         VALUE "N".
010000     05  WS-SORT-EOF-SW           PIC X(01)   VALUE "N".
010100         88  WS-SORT-EOF                  VALUE "Y".
010200     05  WS-FIRST-RECORD-SW       PIC X(01)   VALUE "Y".
010300         88  WS-FIRST-RECORD              VALUE "Y".
010400     05  WS-STAYCTL-EOF-SW        PIC X(01)   VALUE "N".
010500         88  WS-STAYCTL-EOF               VALUE "Y".
010600     05  WS-OVST-EOF-SW           PIC X(01)   VALUE "N".
010700         88  WS-OVST-EOF                  VALUE "Y".
010800     05  WS-NOTIF-OUT-SW          PIC X(01)   VALUE "Y".
010900         88  WS-NOTIF-OUT-OK              VALUE "Y".
011000         88  WS-NOTIF-OUT-FAILED          VALUE "N".
011100     05  WS-OVST-OUT-SW           PIC X(01)   VALUE "Y".
011200         88  WS-OVST-OUT-OK               VALUE "Y".
011300         88  WS-OVST-OUT-FAILED           VALUE "N".
011400     05  WS-LIMIT-FOUND-SW        PIC X(01)   VALUE "N".
011500         88  WS-LIMIT-FOUND               VALUE "Y".
011600         88  WS-LIMIT-NOT-FOUND           VALUE "N".
011700     05  WS-ESCALATED-SW          PIC X(01)   VALUE "N".
011800         88  WS-ALREADY-ESCALATED         VALUE "Y".
011900         88  WS-NOT-ESCALATED             VALUE "N".
012000
012100 01  WS-TAKEN-AT                  PIC X(19)   VALUE SPACES.
012200 01  WS-NOTIFIED-AT               PIC X(19)   VALUE SPACES.
012300 01  WS-ACTION-TEXT               PIC X(21)   VALUE SPACES.
012400
012500*    ONE VISITOR'S ENTRIES ON THE TRAIL, TALLIED AS THEY COME
012600*    OFF THE SORT, WITH THE LATEST GREETING KEPT - THE VISIT
012700*    THE VISITOR IS STILL ON.
012800 01  WS-PREV-NAME                 PIC X(10)   VALUE SPACES.
012900 01  WS-GRP-GREETED               PIC 9(04)   VALUE ZERO.
013000 01  WS-GRP-SIGNED-OUT            PIC 9(04)   VALUE ZERO.
013100 01  WS-GRP-GREETED-AT            PIC X(19)   VALUE SPACES.
013200 01  WS-GRP-DEPT                  PIC X(10)   VALUE SPACES.
013300 01  WS-GRP-VISIT-TYPE            PIC X(01)   VALUE SPACES.
013400
013500 01  WS-LIMIT-MINUTES             PIC 9(05)   VALUE ZERO.
013600 01  WS-STAY-MINUTES              PIC 9(05)   VALUE ZERO.
013700 01  WS-MINUTES-EDIT              PIC Z(04)9.
013800 01  WS-LIMIT-EDIT                PIC Z(04)9.
013900
014000 01  WS-TOTAL-ON-SITE             PIC 9(04)   VALUE ZERO.
014100 01  WS-TOTAL-OVERSTAYING         PIC 9(04)   VALUE ZERO.
014200 01  WS-TOTAL-NEW-NOTICES         PIC 9(04)   VALUE ZERO.
014300 01  WS-TOTAL-ESCALATED           PIC 9(04)   VALUE ZERO.
014400 01  WS-TOTAL-NOT-QUEUED          PIC 9(04)   VALUE ZERO.
014500 01  WS-TOTAL-NO-LIMIT            PIC 9(04)   VALUE ZERO.
014600
014700 01  WS-DATE-TIME-WORK.
014800     05  WS-CUR-DATE.
014900         10  WS-CUR-YYYY          PIC 9(04).
015000         10  WS-CUR-MM            PIC 9(02).
015100         10  WS-CUR-DD            PIC 9(02).
015200     05  WS-CUR-TIME.
015300         10  WS-CUR-HH            PIC 9(02).
015400         10  WS-CUR-MN            PIC 9(02).
015500         10  WS-CUR-SS            PIC 9(02).
015600         10  WS-CUR-HS            PIC 9(02).
015700
015800 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
015900
016000*    ELAPSED-TIME WORK FIELDS - THE DAY GAP IS WALKED ONE
016100*    CALENDAR DAY AT A TIME, AS THE CHARGE-BACK RUN DOES, THEN
016200*    THE CLOCK TIMES SETTLE THE REST, TO THE MINUTE.
016300 01  WS-CAL-DATE.
016400     05  WS-CAL-YYYY              PIC 9(04).
016500     05  WS-CAL-MM                PIC 9(02).
016600     05  WS-CAL-DD                PIC 9(02).
016700 01  WS-CAL-DATE-X                PIC X(10)   VALUE SPACES.
016800 01  WS-TARGET-DATE               PIC X(10)   VALUE SPACES.
016900 01  WS-DAY-DIFF                  PIC 9(03)   VALUE ZERO.
017000 01  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
017100 01  WS-LEAP-REM                  PIC 9(04)   VALUE ZERO.
017200 01  WS-LEAP-QUOT                 PIC 9(04)   VALUE ZERO.
017300 01  WS-MIN-IN                    PIC 9(04)   VALUE ZERO.
017400 01  WS-MIN-NOW                   PIC 9(04)   VALUE ZERO.
017500 01  WS-ELAPSED-MINS              PIC S9(07)  VALUE ZERO.
017600 01  WS-HH                        PIC 9(02)   VALUE ZERO.
017700 01  WS-MN                        PIC 9(02)   VALUE ZERO.
017800
017900*    MAXIMUM-STAY CONTROL, TABLED AT START OF RUN.  ST-DEPT
018000*    SPACES IS THE HOUSE LIMIT FOR THE VISIT TYPE.
018100 01  STAY-TABLE-CONTROL.
018200     05  ST-COUNT                 PIC 9(03)   COMP VALUE ZERO.
018300     05  STAY-TABLE-ENTRY OCCURS 1 TO 100 TIMES
018400             DEPENDING ON ST-COUNT
018500             INDEXED BY ST-IDX.
018600         10  ST-DEPT              PIC X(10).
018700         10  ST-VISIT-TYPE        PIC X(01).
018800         10  ST-MAX-MINUTES       PIC 9(04).
018900
019000*    VISITORS THE LAST RUN HAD ALREADY ESCALATED, TABLED AT
019100*    START OF RUN FROM OVSTFILE.
019200 01  ESC-TABLE-CONTROL.
019300     05  ES-COUNT                 PIC 9(03)   COMP VALUE ZERO.
019400     05  ESC-TABLE-ENTRY OCCURS 1 TO 500 TIMES
019500             DEPENDING ON ES-COUNT
019600             INDEXED BY ES-IDX.
019700         10  ES-NAME              PIC X(10).
019800         10  ES-GREETED-AT        PIC X(19).
019900         10  ES-NOTIFIED-AT       PIC X(19).
020000
020100 PROCEDURE DIVISION.
020200*****************************************************************
020300*    0000-MAINLINE
020400*****************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     IF WS-FILES-OPEN-OK
020800         PERFORM 2000-MONITOR-OVERSTAYS THRU 2000-EXIT
020900     END-IF.
021000     GOBACK.
021100
021200*****************************************************************
021300*    1000-INITIALIZE
021400*    THE MAXIMUM STAYS ARE REQUIRED - WITHOUT THEM THERE IS
021500*    NOTHING TO MONITOR AGAINST.  THE ESCALATIONS ARE LOADED
021600*    BEFORE OVSTFILE IS OPENED OUTPUT FOR THIS RUN'S LIST.
021700*****************************************************************
021800 1000-INITIALIZE.
021900     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
022000     PERFORM 1200-LOAD-STAY-LIMITS THRU 1200-EXIT.
022100     IF WS-FILES-OPEN-FAILED
022200         GO TO 1000-EXIT
022300     END-IF.
022400     PERFORM 1300-LOAD-ESCALATIONS THRU 1300-EXIT.
022500     PERFORM 1400-OPEN-RUN-FILES THRU 1400-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800
022900 1100-GET-TIMESTAMP.
023000     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
023100     ACCEPT WS-CUR-TIME FROM TIME.
023200     MOVE SPACES TO WS-TIMESTAMP.
023300     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
023400             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
023500         DELIMITED BY SIZE INTO WS-TIMESTAMP.
023600     MOVE WS-TIMESTAMP(1:19) TO WS-TAKEN-AT.
023700 1100-EXIT.
023800     EXIT.
023900
024000*****************************************************************
024100*    1200-LOAD-STAY-LIMITS
024200*    STAYCTL MISSING OR HOLDING NO USABLE ENTRY ENDS THE RUN
024300*    RC 8, THE WAY A MISSING RETCTL STOPS THE RETENTION PURGE -
024400*    A SILENT MONITOR WOULD LOOK LIKE A DAY WITH NO OVERSTAYS.
024500*****************************************************************
024600 1200-LOAD-STAY-LIMITS.
024700     OPEN INPUT STAYCTL.
024800     IF WS-STAYCTL-STATUS NOT = "00"
024900         SET WS-FILES-OPEN-FAILED TO TRUE
025000         DISPLAY "HELLO-NAME-OVERSTAY: UNABLE TO OPEN STAYCTL - "
025100             "STATUS " WS-STAYCTL-STATUS " - RUN TERMINATED."
025200         MOVE 8 TO RETURN-CODE
025300         GO TO 1200-EXIT
025400     END-IF.
025500     PERFORM 1210-READ-STAY-RECORD THRU 1210-EXIT
025600         UNTIL WS-STAYCTL-EOF.
025700     CLOSE STAYCTL.
025800     IF ST-COUNT = ZERO
025900         SET WS-FILES-OPEN-FAILED TO TRUE
026000         DISPLAY "HELLO-NAME-OVERSTAY: NO MAXIMUM STAY ON STAYCTL"
026100             " - RUN TERMINATED."
026200         MOVE 8 TO RETURN-CODE
026300     END-IF.
026400 1200-EXIT.
026500     EXIT.
026600
026700*    AN ENTRY FOR AN UNKNOWN VISIT TYPE OR WITH NO MINUTES IS
026800*    REFUSED ON THE CONSOLE, RC 4; THE REST STILL APPLY.
026900 1210-READ-STAY-RECORD.
027000     READ STAYCTL
027100         AT END
027200             SET WS-STAYCTL-EOF TO TRUE
027300             GO TO 1210-EXIT
027400     END-READ.
027500     IF NOT STAY-VISIT-GUEST
027600             AND NOT STAY-VISIT-CONTRACTOR
027700             AND NOT STAY-VISIT-VIP
027800         DISPLAY "HELLO-NAME-OVERSTAY: STAYCTL ENTRY REFUSED - "
027900             "VISIT TYPE " STAY-VISIT-TYPE " DEPT " STAY-DEPT
028000         IF RETURN-CODE < 4
028100             MOVE 4 TO RETURN-CODE
028200         END-IF
028300         GO TO 1210-EXIT
028400     END-IF.
028500     IF STAY-MAX-MINUTES NOT NUMERIC
028600             OR STAY-MAX-MINUTES = ZERO
028700         DISPLAY "HELLO-NAME-OVERSTAY: STAYCTL ENTRY REFUSED - "
028800             "NO MINUTES FOR TYPE " STAY-VISIT-TYPE
028900             " DEPT " STAY-DEPT
029000         IF RETURN-CODE < 4
029100             MOVE 4 TO RETURN-CODE
029200         END-IF
029300         GO TO 1210-EXIT
029400     END-IF.
029500     IF ST-COUNT < WS-STAY-MAX
029600         ADD 1 TO ST-COUNT
029700         MOVE STAY-DEPT TO ST-DEPT(ST-COUNT)
029800         MOVE STAY-VISIT-TYPE TO ST-VISIT-TYPE(ST-COUNT)
029900         MOVE STAY-MAX-MINUTES TO ST-MAX-MINUTES(ST-COUNT)
030000     ELSE
030100         DISPLAY "HELLO-NAME-OVERSTAY: STAY TABLE FULL - "
030200             "IGNORING TYPE " STAY-VISIT-TYPE " DEPT " STAY-DEPT
030300         IF RETURN-CODE < 4
030400             MOVE 4 TO RETURN-CODE
030500         END-IF
030600     END-IF.
030700 1210-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*    1300-LOAD-ESCALATIONS
031200*    AN ABSENT OVSTFILE IS NORMAL ON THE FIRST RUN AND ONLY
031300*    MEANS NOBODY HAS BEEN ESCALATED YET.  AN ESCALATION THAT
031400*    DOES NOT FIT THE TABLE IS NOTIFIED AGAIN - THE SAFE WAY.
031500*****************************************************************
031600 1300-LOAD-ESCALATIONS.
031700     OPEN INPUT OVSTFILE.
031800     IF WS-OVST-FILE-STATUS NOT = "00"
031900         GO TO 1300-EXIT
032000     END-IF.
032100     PERFORM 1310-READ-ESCALATION THRU 1310-EXIT
032200         UNTIL WS-OVST-EOF.
032300     CLOSE OVSTFILE.
032400 1300-EXIT.
032500     EXIT.
032600
032700 1310-READ-ESCALATION.
032800     READ OVSTFILE
032900         AT END
033000             SET WS-OVST-EOF TO TRUE
033100             GO TO 1310-EXIT
033200     END-READ.
033300     IF OVS-NAME = SPACES
033400         GO TO 1310-EXIT
033500     END-IF.
033600     IF ES-COUNT < WS-ESC-MAX
033700         ADD 1 TO ES-COUNT
033800         MOVE OVS-NAME TO ES-NAME(ES-COUNT)
033900         MOVE OVS-GREETED-AT TO ES-GREETED-AT(ES-COUNT)
034000         MOVE OVS-NOTIFIED-AT TO ES-NOTIFIED-AT(ES-COUNT)
034100     ELSE
034200         DISPLAY "HELLO-NAME-OVERSTAY: ESCALATION TABLE FULL - "
034300             OVS-NAME " MAY BE NOTIFIED AGAIN."
034400         IF RETURN-CODE < 4
034500             MOVE 4 TO RETURN-CODE
034600         END-IF
034700     END-IF.
034800 1310-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200*    1400-OPEN-RUN-FILES
035300*    AUDITFILE IS PROBED WITH ITS OWN OPEN/CLOSE BEFORE THE SORT
035400*    VERB TAKES IT OVER, AS THE MUSTER RUN PROBES IT.  THE
035500*    SUMMARY IS REQUIRED.  NOTICES ARE APPENDED TO THE QUEUE THE
035600*    GREETING PATHS FEED.  A QUEUE OR ESCALATION FILE THAT WILL
035700*    NOT OPEN STILL GETS THE SUMMARY PRINTED, BUT ENDS RC 8.
035800*****************************************************************
035900 1400-OPEN-RUN-FILES.
036000     OPEN INPUT AUDITFILE.
036100     IF WS-AUDITFILE-STATUS NOT = "00"
036200         SET WS-FILES-OPEN-FAILED TO TRUE
036300         DISPLAY "HELLO-NAME-OVERSTAY: UNABLE TO OPEN AUDITFILE"
036400             " - STATUS " WS-AUDITFILE-STATUS " - RUN TERMINATED."
036500         MOVE 8 TO RETURN-CODE
036600         GO TO 1400-EXIT
036700     END-IF.
036800     CLOSE AUDITFILE.
036900     OPEN OUTPUT REPORTFILE.
037000     IF WS-REPORTFILE-STATUS NOT = "00"
037100         SET WS-FILES-OPEN-FAILED TO TRUE
037200         DISPLAY "HELLO-NAME-OVERSTAY: CANNOT OPEN OVSTRPT - "
037300             "STATUS " WS-REPORTFILE-STATUS " - RUN TERMINATED."
037400         MOVE 8 TO RETURN-CODE
037500         GO TO 1400-EXIT
037600     END-IF.
037700     OPEN EXTEND NOTIFFILE.
037800     IF WS-NOTIF-FILE-STATUS NOT = "00"
037900         OPEN OUTPUT NOTIFFILE
038000     END-IF.
038100     IF WS-NOTIF-FILE-STATUS NOT = "00"
038200         SET WS-NOTIF-OUT-FAILED TO TRUE
038300         DISPLAY "HELLO-NAME-OVERSTAY: CANNOT OPEN NOTIFFILE - "
038400             "STATUS " WS-NOTIF-FILE-STATUS
038500             " - OVERSTAY NOTICES NOT QUEUED."
038600         MOVE 8 TO RETURN-CODE
038700     END-IF.
038800     OPEN OUTPUT OVSTFILE.
038900     IF WS-OVST-FILE-STATUS NOT = "00"
039000         SET WS-OVST-OUT-FAILED TO TRUE
039100         DISPLAY "HELLO-NAME-OVERSTAY: CANNOT OPEN OVSTFILE - "
039200             "STATUS " WS-OVST-FILE-STATUS
039300             " - NEXT RUN WILL NOTIFY AGAIN."
039400         MOVE 8 TO RETURN-CODE
039500     END-IF.
039600 1400-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*    2000-MONITOR-OVERSTAYS
040100*    THE LIVE TRAIL IS SORTED BY VISITOR AND TIME; EVERY VISITOR
040200*    STILL IN THE BUILDING IS MEASURED AGAINST THE MAXIMUM STAY
040300*    AT THE VISITOR BREAK.  NO DATE FILTER IS APPLIED - A
040400*    VISITOR GREETED YESTERDAY AND NEVER SIGNED OUT IS THE
040500*    LONGEST OVERSTAY OF ALL.
040600*****************************************************************
040700 2000-MONITOR-OVERSTAYS.
040800     PERFORM 2800-WRITE-HEADING THRU 2800-EXIT.
040900     SORT SORTWORK
041000         ON ASCENDING KEY AU-NAME OF SORT-RECORD
041100         ON ASCENDING KEY AU-TIMESTAMP OF SORT-RECORD
041200         USING AUDITFILE
041300         OUTPUT PROCEDURE IS 2200-FIND-OVERSTAYS THRU 2200-EXIT.
041400     PERFORM 2900-WRITE-TOTALS THRU 2900-EXIT.
041500     CLOSE REPORTFILE.
041600     IF WS-NOTIF-OUT-OK
041700         CLOSE NOTIFFILE
041800     END-IF.
041900     IF WS-OVST-OUT-OK
042000         CLOSE OVSTFILE
042100     END-IF.
042200     DISPLAY "HELLO-NAME-OVERSTAY: " WS-TOTAL-OVERSTAYING
042300         " OF " WS-TOTAL-ON-SITE " ON SITE OVERSTAYING, "
042400         WS-TOTAL-NEW-NOTICES " NEW NOTICE(S) QUEUED.".
042500 2000-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900*    2200-FIND-OVERSTAYS
043000*    SORT OUTPUT PROCEDURE - TALLIES EACH VISITOR'S GREETED AND
043100*    SIGNED-OUT ENTRIES AND CHECKS THE VISITOR AT EACH BREAK.
043200*****************************************************************
043300 2200-FIND-OVERSTAYS.
043400     PERFORM 2210-RETURN-AUDIT-RECORD THRU 2210-EXIT
043500         UNTIL WS-SORT-EOF.
043600     IF NOT WS-FIRST-RECORD
043700         PERFORM 2400-CHECK-VISITOR THRU 2400-EXIT
043800     END-IF.
043900 2200-EXIT.
044000     EXIT.
044100
044200 2210-RETURN-AUDIT-RECORD.
044300     RETURN SORTWORK
044400         AT END
044500             SET WS-SORT-EOF TO TRUE
044600         NOT AT END
044700             PERFORM 2300-TALLY-AUDIT-ENTRY THRU 2300-EXIT
044800     END-RETURN.
044900 2210-EXIT.
045000     EXIT.
045100
045200*    A REJECTED OR DENIED ENTRY NEVER ENTERED THE BUILDING, AND
045300*    A DRILL CHECK-OFF OR HOST BOOKING ENTRY IS NEITHER AN
045400*    ARRIVAL NOR A DEPARTURE.
045500 2300-TALLY-AUDIT-ENTRY.
045600     IF AU-STATUS-REJECTED OF SORT-RECORD
045700             OR AU-STATUS-DENIED OF SORT-RECORD
045800             OR AU-STATUS-MUSTER OF SORT-RECORD
045900             OR AU-STATUS-BOOKING OF SORT-RECORD
046000         GO TO 2300-EXIT
046100     END-IF.
046200     IF WS-FIRST-RECORD
046300         PERFORM 2310-START-NEW-VISITOR THRU 2310-EXIT
046400     ELSE
046500         IF AU-NAME OF SORT-RECORD NOT = WS-PREV-NAME
046600             PERFORM 2400-CHECK-VISITOR THRU 2400-EXIT
046700             PERFORM 2310-START-NEW-VISITOR THRU 2310-EXIT
046800         END-IF
046900     END-IF.
047000     IF AU-STATUS-SIGNED-OUT OF SORT-RECORD
047100         ADD 1 TO WS-GRP-SIGNED-OUT
047200     ELSE
047300         ADD 1 TO WS-GRP-GREETED
047400         MOVE AU-TIMESTAMP OF SORT-RECORD(1:19)
047500             TO WS-GRP-GREETED-AT
047600         MOVE AU-DEPT OF SORT-RECORD TO WS-GRP-DEPT
047700         MOVE AU-VISIT-TYPE OF SORT-RECORD TO WS-GRP-VISIT-TYPE
047800     END-IF.
047900 2300-EXIT.
048000     EXIT.
048100
048200 2310-START-NEW-VISITOR.
048300     MOVE "N" TO WS-FIRST-RECORD-SW.
048400     MOVE AU-NAME OF SORT-RECORD TO WS-PREV-NAME.
048500     MOVE ZERO TO WS-GRP-GREETED.
048600     MOVE ZERO TO WS-GRP-SIGNED-OUT.
048700     MOVE SPACES TO WS-GRP-GREETED-AT.
048800     MOVE SPACES TO WS-GRP-DEPT.
048900     MOVE SPACES TO WS-GRP-VISIT-TYPE.
049000 2310-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*    2400-CHECK-VISITOR
049500*    ONE VISITOR'S ENTRIES ARE ALL IN.  STILL ON SITE AND PAST
049600*    THE MAXIMUM STAY MEANS AN OVERSTAY: NOTIFIED NOW UNLESS THIS
049700*    VISIT WAS ALREADY ESCALATED, AND LISTED EITHER WAY.  A
049800*    GREETING WITH NO VISIT TYPE PREDATES THE FIELD AND IS A
049900*    GUEST, AS THE ROSTER HAS ALWAYS TREATED IT.
050000*****************************************************************
050100 2400-CHECK-VISITOR.
050200     IF WS-GRP-GREETED NOT > WS-GRP-SIGNED-OUT
050300         GO TO 2400-EXIT
050400     END-IF.
050500     ADD 1 TO WS-TOTAL-ON-SITE.
050600     IF WS-GRP-VISIT-TYPE = SPACE
050700         MOVE "G" TO WS-GRP-VISIT-TYPE
050800     END-IF.
050900     PERFORM 2500-FIND-STAY-LIMIT THRU 2500-EXIT.
051000     IF WS-LIMIT-NOT-FOUND
051100         ADD 1 TO WS-TOTAL-NO-LIMIT
051200         DISPLAY "HELLO-NAME-OVERSTAY: NO MAXIMUM STAY FOR TYPE "
051300             WS-GRP-VISIT-TYPE " DEPT " WS-GRP-DEPT " - "
051400             WS-PREV-NAME " NOT MONITORED."
051500         IF RETURN-CODE < 4
051600             MOVE 4 TO RETURN-CODE
051700         END-IF
051800         GO TO 2400-EXIT
051900     END-IF.
052000     PERFORM 2600-COMPUTE-STAY THRU 2600-EXIT.
052100     IF WS-STAY-MINUTES NOT > WS-LIMIT-MINUTES
052200         GO TO 2400-EXIT
052300     END-IF.
052400     ADD 1 TO WS-TOTAL-OVERSTAYING.
052500     PERFORM 2450-FIND-ESCALATION THRU 2450-EXIT.
052600     MOVE SPACES TO WS-ACTION-TEXT.
052700     IF WS-ALREADY-ESCALATED
052800         ADD 1 TO WS-TOTAL-ESCALATED
052900         STRING "ESCALATED " WS-NOTIFIED-AT(6:11)
053000             DELIMITED BY SIZE INTO WS-ACTION-TEXT
053100     ELSE
053200         PERFORM 2700-QUEUE-OVERSTAY-NOTICE THRU 2700-EXIT
053300     END-IF.
053400     IF WS-NOTIFIED-AT NOT = SPACES AND WS-OVST-OUT-OK
053500         MOVE SPACES TO OVST-RECORD
053600         MOVE WS-PREV-NAME TO OVS-NAME
053700         MOVE WS-GRP-GREETED-AT TO OVS-GREETED-AT
053800         MOVE WS-GRP-DEPT TO OVS-DEPT
053900         MOVE WS-NOTIFIED-AT TO OVS-NOTIFIED-AT
054000         WRITE OVST-RECORD
054010         IF WS-OVST-FILE-STATUS NOT = "00"
054020             DISPLAY "HELLO-NAME-OVERSTAY: ESCALATION FOR "
054030                 WS-PREV-NAME " NOT KEPT - STATUS "
054040                 WS-OVST-FILE-STATUS
054050                 " - NEXT RUN WILL NOTIFY AGAIN."
054060             MOVE 8 TO RETURN-CODE
054070         END-IF
054100     END-IF.
054200     PERFORM 2850-WRITE-OVERSTAY-LINE THRU 2850-EXIT.
054300 2400-EXIT.
054400     EXIT.
054500
054600*    THE SAME VISIT IS THE SAME NAME AND GREETING TIME - A
054700*    VISITOR WHO SIGNED OUT AND CAME BACK IS A NEW VISIT.
054800 2450-FIND-ESCALATION.
054900     SET WS-NOT-ESCALATED TO TRUE.
055000     MOVE SPACES TO WS-NOTIFIED-AT.
055100     IF ES-COUNT = ZERO
055200         GO TO 2450-EXIT
055300     END-IF.
055400     SET ES-IDX TO 1.
055500     SEARCH ESC-TABLE-ENTRY
055600         AT END
055700             CONTINUE
055800         WHEN ES-NAME(ES-IDX) = WS-PREV-NAME
055900                 AND ES-GREETED-AT(ES-IDX) = WS-GRP-GREETED-AT
056000             SET WS-ALREADY-ESCALATED TO TRUE
056100             MOVE ES-NOTIFIED-AT(ES-IDX) TO WS-NOTIFIED-AT
056200     END-SEARCH.
056300 2450-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700*    2500-FIND-STAY-LIMIT
056800*    THE HOST DEPARTMENT'S OWN LIMIT FOR THE VISIT TYPE WINS;
056900*    OTHERWISE THE HOUSE LIMIT (BLANK DEPARTMENT) APPLIES.
057000*****************************************************************
057100 2500-FIND-STAY-LIMIT.
057200     SET WS-LIMIT-NOT-FOUND TO TRUE.
057300     MOVE ZERO TO WS-LIMIT-MINUTES.
057400     IF WS-GRP-DEPT NOT = SPACES
057500         SET ST-IDX TO 1
057600         SEARCH STAY-TABLE-ENTRY
057700             AT END
057800                 CONTINUE
057900             WHEN ST-DEPT(ST-IDX) = WS-GRP-DEPT
058000                     AND ST-VISIT-TYPE(ST-IDX) = WS-GRP-VISIT-TYPE
058100                 SET WS-LIMIT-FOUND TO TRUE
058200                 MOVE ST-MAX-MINUTES(ST-IDX) TO WS-LIMIT-MINUTES
058300         END-SEARCH
058400     END-IF.
058500     IF WS-LIMIT-FOUND
058600         GO TO 2500-EXIT
058700     END-IF.
058800     SET ST-IDX TO 1.
058900     SEARCH STAY-TABLE-ENTRY
059000         AT END
059100             CONTINUE
059200         WHEN ST-DEPT(ST-IDX) = SPACES
059300                 AND ST-VISIT-TYPE(ST-IDX) = WS-GRP-VISIT-TYPE
059400             SET WS-LIMIT-FOUND TO TRUE
059500             MOVE ST-MAX-MINUTES(ST-IDX) TO WS-LIMIT-MINUTES
059600     END-SEARCH.
059700 2500-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*    2600-COMPUTE-STAY
060200*    MINUTES ON SITE FROM THE GREETING TO NOW - THE DAY GAP
060300*    TIMES 1440 PLUS THE CLOCK DIFFERENCE.  A STAY TOO LONG FOR
060400*    THE FIELD IS HELD AT ITS CAP; IT IS AN OVERSTAY EITHER WAY.
060500*****************************************************************
060600 2600-COMPUTE-STAY.
060700     MOVE ZERO TO WS-DAY-DIFF.
060800     MOVE WS-GRP-GREETED-AT(1:4) TO WS-CAL-YYYY.
060900     MOVE WS-GRP-GREETED-AT(6:2) TO WS-CAL-MM.
061000     MOVE WS-GRP-GREETED-AT(9:2) TO WS-CAL-DD.
061100     MOVE WS-TIMESTAMP(1:10) TO WS-TARGET-DATE.
061200     PERFORM 2610-BUILD-CAL-DATE THRU 2610-EXIT.
061300     PERFORM 2620-STEP-ONE-DAY THRU 2620-EXIT
061400         UNTIL WS-CAL-DATE-X NOT < WS-TARGET-DATE
061500            OR WS-DAY-DIFF > 98.
061600     MOVE WS-GRP-GREETED-AT(12:2) TO WS-HH.
061700     MOVE WS-GRP-GREETED-AT(15:2) TO WS-MN.
061800     COMPUTE WS-MIN-IN = WS-HH * 60 + WS-MN.
061900     COMPUTE WS-MIN-NOW = WS-CUR-HH * 60 + WS-CUR-MN.
062000     COMPUTE WS-ELAPSED-MINS =
062100         WS-DAY-DIFF * 1440 + WS-MIN-NOW - WS-MIN-IN.
062200     IF WS-ELAPSED-MINS < ZERO
062300         MOVE ZERO TO WS-ELAPSED-MINS
062400     END-IF.
062500     IF WS-ELAPSED-MINS > WS-MINUTES-CAP
062600         MOVE WS-MINUTES-CAP TO WS-STAY-MINUTES
062700     ELSE
062800         MOVE WS-ELAPSED-MINS TO WS-STAY-MINUTES
062900     END-IF.
063000 2600-EXIT.
063100     EXIT.
063200
063300 2610-BUILD-CAL-DATE.
063400     MOVE SPACES TO WS-CAL-DATE-X.
063500     STRING WS-CAL-YYYY "-" WS-CAL-MM "-" WS-CAL-DD
063600         DELIMITED BY SIZE INTO WS-CAL-DATE-X.
063700 2610-EXIT.
063800     EXIT.
063900
064000*    SAME MONTH-LENGTH AND LEAP-YEAR ARITHMETIC THE CHARGE-BACK
064100*    RUN USES.
064200 2620-STEP-ONE-DAY.
064300     EVALUATE WS-CAL-MM
064400         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
064500             MOVE 31 TO WS-MONTH-DAYS
064600         WHEN 4 WHEN 6 WHEN 9 WHEN 11
064700             MOVE 30 TO WS-MONTH-DAYS
064800         WHEN 2
064900             MOVE 28 TO WS-MONTH-DAYS
065000             DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
065100                 REMAINDER WS-LEAP-REM
065200             IF WS-LEAP-REM = ZERO
065300                 MOVE 29 TO WS-MONTH-DAYS
065400                 DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
065500                     REMAINDER WS-LEAP-REM
065600                 IF WS-LEAP-REM = ZERO
065700                     DIVIDE WS-CAL-YYYY BY 400
065800                         GIVING WS-LEAP-QUOT
065900                         REMAINDER WS-LEAP-REM
066000                     IF WS-LEAP-REM NOT = ZERO
066100                         MOVE 28 TO WS-MONTH-DAYS
066200                     END-IF
066300                 END-IF
066400             END-IF
066500     END-EVALUATE.
066600     IF WS-CAL-DD < WS-MONTH-DAYS
066700         ADD 1 TO WS-CAL-DD
066800     ELSE
066900         MOVE 1 TO WS-CAL-DD
067000         IF WS-CAL-MM < 12
067100             ADD 1 TO WS-CAL-MM
067200         ELSE
067300             MOVE 1 TO WS-CAL-MM
067400             ADD 1 TO WS-CAL-YYYY
067500         END-IF
067600     END-IF.
067700     ADD 1 TO WS-DAY-DIFF.
067800     PERFORM 2610-BUILD-CAL-DATE THRU 2610-EXIT.
067900 2620-EXIT.
068000     EXIT.
068100
068200*****************************************************************
068300*    2700-QUEUE-OVERSTAY-NOTICE
068400*    ONE OVERSTAY NOTICE FOR THE HOST DEPARTMENT, STAMPED WITH
068500*    THIS RUN'S TIME SO IT SORTS AMONG THE DEPARTMENT'S ARRIVAL
068600*    NOTICES IN THE ORDER IT WAS RAISED.  A NOTICE THAT COULD
068700*    NOT BE QUEUED IS NOT RECORDED AS ESCALATED, SO THE NEXT
068800*    RUN TRIES AGAIN.
068900*****************************************************************
069000 2700-QUEUE-OVERSTAY-NOTICE.
069100     IF WS-NOTIF-OUT-FAILED
069200         ADD 1 TO WS-TOTAL-NOT-QUEUED
069300         MOVE "NOTICE NOT QUEUED" TO WS-ACTION-TEXT
069400         GO TO 2700-EXIT
069500     END-IF.
069600     MOVE SPACES TO NOTIF-RECORD.
069700     MOVE WS-GRP-DEPT TO NTF-DEPT.
069800     MOVE WS-PREV-NAME TO NTF-NAME.
069900     MOVE WS-GRP-VISIT-TYPE TO NTF-VISIT-TYPE.
070000     MOVE WS-TIMESTAMP TO NTF-TIMESTAMP.
070100     SET NTF-NOTICE-OVERSTAY TO TRUE.
070200     MOVE WS-GRP-GREETED-AT TO NTF-GREETED-AT.
070300     MOVE WS-STAY-MINUTES TO NTF-STAY-MINUTES.
070400     MOVE WS-LIMIT-MINUTES TO NTF-LIMIT-MINUTES.
070500     WRITE NOTIF-RECORD.
070600     IF WS-NOTIF-FILE-STATUS NOT = "00"
070700         DISPLAY "HELLO-NAME-OVERSTAY: NOTICE FOR " WS-PREV-NAME
070800             " NOT QUEUED - STATUS " WS-NOTIF-FILE-STATUS
070900         MOVE 8 TO RETURN-CODE
071000         ADD 1 TO WS-TOTAL-NOT-QUEUED
071100         MOVE "NOTICE NOT QUEUED" TO WS-ACTION-TEXT
071200         GO TO 2700-EXIT
071300     END-IF.
071400     ADD 1 TO WS-TOTAL-NEW-NOTICES.
071500     MOVE WS-TAKEN-AT TO WS-NOTIFIED-AT.
071600     MOVE "NOTICE QUEUED" TO WS-ACTION-TEXT.
071700 2700-EXIT.
071800     EXIT.
071900
072000 2800-WRITE-HEADING.
072100     MOVE SPACES TO REPORT-LINE-RECORD.
072200     STRING "VISITOR OVERSTAY MONITOR - VISITORS PAST THE "
072300             "MAXIMUM STAY AT " WS-TAKEN-AT(12:5)
072400         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
072500     WRITE REPORT-LINE-RECORD.
072600     MOVE SPACES TO REPORT-LINE-RECORD.
072700     STRING "RUN " WS-TAKEN-AT
072800             "  TYPE G GUEST, C CONTRACTOR, V VIP"
072900         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
073000     WRITE REPORT-LINE-RECORD.
073100     MOVE SPACES TO REPORT-LINE-RECORD.
073200     WRITE REPORT-LINE-RECORD.
073300     MOVE SPACES TO REPORT-LINE-RECORD.
073400     STRING "NAME        DEPARTMENT  T  GREETED           "
073500             " MINS  LIMIT  ACTION"
073600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
073700     WRITE REPORT-LINE-RECORD.
073800 2800-EXIT.
073900     EXIT.
074000
074100 2850-WRITE-OVERSTAY-LINE.
074200     MOVE WS-STAY-MINUTES TO WS-MINUTES-EDIT.
074300     MOVE WS-LIMIT-MINUTES TO WS-LIMIT-EDIT.
074400     MOVE SPACES TO REPORT-LINE-RECORD.
074500     STRING WS-PREV-NAME "  " WS-GRP-DEPT "  "
074600             WS-GRP-VISIT-TYPE "  " WS-GRP-GREETED-AT(1:16) "  "
074700             WS-MINUTES-EDIT "  " WS-LIMIT-EDIT "  "
074800             WS-ACTION-TEXT
074900         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
075000     WRITE REPORT-LINE-RECORD.
075100 2850-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500*    2900-WRITE-TOTALS
075600*****************************************************************
075700 2900-WRITE-TOTALS.
075800     IF WS-TOTAL-OVERSTAYING = ZERO
075900         MOVE SPACES TO REPORT-LINE-RECORD
076000         STRING "  NO VISITOR ON SITE IS PAST THE MAXIMUM STAY."
076100             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
076200         WRITE REPORT-LINE-RECORD
076300     END-IF.
076400     MOVE SPACES TO REPORT-LINE-RECORD.
076500     WRITE REPORT-LINE-RECORD.
076600     MOVE SPACES TO REPORT-LINE-RECORD.
076700     STRING "ON SITE " WS-TOTAL-ON-SITE
076800             "  OVERSTAYING " WS-TOTAL-OVERSTAYING
076900             "  NEW NOTICES " WS-TOTAL-NEW-NOTICES
077000             "  ALREADY ESCALATED " WS-TOTAL-ESCALATED
077100         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
077200     WRITE REPORT-LINE-RECORD.
077300     MOVE SPACES TO REPORT-LINE-RECORD.
077400     STRING "NOTICES NOT QUEUED " WS-TOTAL-NOT-QUEUED
077500             "  NOT MONITORED (NO MAXIMUM STAY) "
077600             WS-TOTAL-NO-LIMIT
077700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
077800     WRITE REPORT-LINE-RECORD.
077900 2900-EXIT.
078000     EXIT.
078100
078200 END PROGRAM HELLO-NAME-OVERSTAY.
