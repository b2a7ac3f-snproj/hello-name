000100*****************************************************************
000200*    HELLO-NAME-ERASE.CBL
000300*    VISITOR ERASURE RUN - HONOURS THE ERASURE REQUESTS LEGAL HAS
000400*    ACCEPTED (ERASLIST, ONE NAMED VISITOR PER RECORD WITH LEGAL'S
000500*    REQUEST REFERENCE) ACROSS EVERY FILE THAT KEEPS A VISITOR BY
000550*    NAME: THE VISITOR MASTER (VMSTFILE) RECORD AND THE CONTRACTOR
000600*    INDUCTION RECORD (INDUCTN) ARE DELETED, THE VISITOR'S
000650*    APPOINTMENTS (APPTFILE) AND STANDING SCHEDULES (RCURFILE) ARE
000700*    REMOVED, AND EVERY ENTRY ON THE CONSOLIDATED AUDIT HISTORY
000750*    (AUDITHST) AND THE DAILY AUDIT CUT (AUDITDAY) HAS ITS NAME
000800*    MASKED WITH THE REQUEST REFERENCE.  AUDIT ENTRIES ARE MASKED,
000850*    NEVER DELETED, SO THE CHARGEBACK AND STATISTICS RUNS STILL
000900*    FOOT TO THE SAME TOTALS.  THE OVERSTAY FILE (OVSTFILE) IS NOT
000950*    TOUCHED: IT HOLDS ONLY THE VISITORS ON SITE AT THE LAST
001000*    HOURLY MONITOR RUN AND IS REBUILT WHOLE BY THE NEXT ONE FROM
001050*    THE LIVE AUDITFILE, WHICH THE ARCHIVE RUN HAS EMPTIED BEFORE
001100*    THIS RUN.
001150*    THE RUN PRINTS AN ERASURE CERTIFICATE (ERASCERT) SHOWING, PER
001200*    REQUEST AND PER FILE, WHAT WAS TOUCHED, WITH SIGN-OFF LINES -
001250*    OR, WHEN ANY FILE COULD NOT BE PROCESSED, A WARNING THAT IT
001300*    MUST NOT BE SIGNED.  THE CERTIFICATE NEVER PRINTS A NAME.
001700*
001800*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001900*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
002000*    DATE-WRITTEN.      10/15/26.
002100*    DATE-COMPILED.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    10/15/26   JAH   ORIGINAL VERSION.
002505*    10/15/26   JAH   AUDIT RECORD IS NOW 94 BYTES (AU-VISIT-
002510*                     DATE ADDED FOR THE HOST BOOKING ENTRIES).
002515*    10/15/26   JAH   AUDIT RECORD IS NOW 116 BYTES (AUDIT
002520*                     SEQUENCE NUMBER AND CHECK VALUE ADDED).
002525*                     A MASKED ENTRY KEEPS BOTH, AND THE
002530*                     VERIFICATION RUN (HELLO-NAME-AUDVFY)
002535*                     KNOWS THE MASK - IT LISTS THE ENTRY AS
002540*                     ERASED AND PICKS THE CHAIN UP AGAIN FROM
002545*                     IT, SO AN ERASURE IS NEVER TAKEN FOR AN
002550*                     ALTERED ENTRY.
002555*    10/15/26   JAH   EVERY NUMBERED AUDIT ENTRY MASKED IS NOW
002560*                     RECORDED ON THE ERASURE LOG (ERASLOG) WITH
002565*                     ITS MASK AND CHECK VALUES, AND THE
002570*                     VERIFICATION RUN ACCEPTS A MASKED ENTRY
002575*                     ONLY FROM THAT LOG.  A FAILED AUDIT
002580*                     REWRITE NOW WITHHOLDS THE CERTIFICATE
002585*                     INSTEAD OF COUNTING THE ENTRY AS MASKED.
002587*    10/15/26   JAH   THE CONTRACTOR INDUCTION RECORD (INDUCTN)
002589*                     IS NOW DELETED WITH THE VISITOR MASTER AND
002591*                     GETS ITS OWN LINE ON THE CERTIFICATE.  A
002593*                     DELETE OR WRITE-BACK THAT FAILS IS NOW
002595*                     PRINTED AS FAILED AND WITHHOLDS THE
002597*                     CERTIFICATE, RC 8.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     HELLO-NAME-ERASE.
002900 AUTHOR.         J. A. HARTLEY.
003000 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003100 DATE-WRITTEN.   10/15/26.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ERASLIST ASSIGN TO "ERASLIST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ERASLIST-STATUS.
004000
004100     SELECT VMSTFILE ASSIGN TO "VMSTFILE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS VM-NAME
004500         FILE STATUS IS WS-VMST-FILE-STATUS.
004510
004520     SELECT INDUCTN ASSIGN TO "INDUCTN"
004530         ORGANIZATION IS INDEXED
004540         ACCESS MODE IS RANDOM
004550         RECORD KEY IS IND-NAME
004560         FILE STATUS IS WS-INDUC-FILE-STATUS.
004600
004700     SELECT APPTFILE ASSIGN TO "APPTFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-APPT-FILE-STATUS.
005000
005100     SELECT RCURFILE ASSIGN TO "RCURFILE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RCUR-FILE-STATUS.
005400
005500     SELECT AUDITHST ASSIGN TO "AUDITHST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-AUDITHST-STATUS.
005800
005900     SELECT AUDITDAY ASSIGN TO "AUDITDAY"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-AUDITDAY-STATUS.
006114
006128     SELECT ERASLOG ASSIGN TO "ERASLOG"
006142         ORGANIZATION IS INDEXED
006156         ACCESS MODE IS RANDOM
006170         RECORD KEY IS ERL-SEQ-NO
006184         FILE STATUS IS WS-ERASLOG-STATUS.
006200
006300     SELECT REPORTFILE ASSIGN TO "ERASCERT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REPORTFILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ERASLIST
007000     LABEL RECORDS ARE OMITTED.
007100     COPY ERASREC.
007200
007300 FD  VMSTFILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY VMSTREC.
007520
007540 FD  INDUCTN
007560     LABEL RECORDS ARE STANDARD.
007580     COPY INDUCREC.
007600
007700 FD  APPTFILE
007800     LABEL RECORDS ARE OMITTED.
007900     COPY APPTREC.
008000
008100 FD  RCURFILE
008200     LABEL RECORDS ARE OMITTED.
008300     COPY RCURREC.
008400
008500 FD  AUDITHST
008600     LABEL RECORDS ARE OMITTED.
008700 01  AUDIT-HST-RECORD                PIC X(116).
008800
008900 FD  AUDITDAY
009000     LABEL RECORDS ARE OMITTED.
009100 01  AUDIT-DAY-RECORD                PIC X(116).
009120
009140 FD  ERASLOG
009160     LABEL RECORDS ARE STANDARD.
009180     COPY ERLOGREC.
009200
009300 FD  REPORTFILE
009400     LABEL RECORDS ARE OMITTED.
009500 01  REPORT-LINE-RECORD              PIC X(80).
009600
009700 WORKING-STORAGE SECTION.
009800 77  ER-MAX-ENTRIES          PIC 9(03)   VALUE 100.
009900 77  AP-MAX-ENTRIES          PIC 9(04)   VALUE 2000.
010000 77  RC-MAX-ENTRIES          PIC 9(03)   VALUE 500.
010100
010200 01  WS-FILE-STATUS-AREA.
010300     05  WS-ERASLIST-STATUS       PIC X(02)   VALUE "00".
010400     05  WS-VMST-FILE-STATUS      PIC X(02)   VALUE "00".
010450     05  WS-INDUC-FILE-STATUS     PIC X(02)   VALUE "00".
010500     05  WS-APPT-FILE-STATUS      PIC X(02)   VALUE "00".
010600     05  WS-RCUR-FILE-STATUS      PIC X(02)   VALUE "00".
010700     05  WS-AUDITHST-STATUS       PIC X(02)   VALUE "00".
010800     05  WS-AUDITDAY-STATUS       PIC X(02)   VALUE "00".
010850     05  WS-ERASLOG-STATUS        PIC X(02)   VALUE "00".
010900     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
011000
011100 01  WS-SWITCHES.
011200     05  WS-ERASLIST-EOF-SW       PIC X(01)   VALUE "N".
011300         88  WS-ERASLIST-EOF              VALUE "Y".
011400     05  WS-APPT-EOF-SW           PIC X(01)   VALUE "N".
011500         88  WS-APPT-EOF                  VALUE "Y".
011600     05  WS-RCUR-EOF-SW           PIC X(01)   VALUE "N".
011700         88  WS-RCUR-EOF                  VALUE "Y".
011800     05  WS-AUDIT-EOF-SW          PIC X(01)   VALUE "N".
011900         88  WS-AUDIT-EOF                 VALUE "Y".
012000     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
012100         88  WS-FILES-OPEN-OK             VALUE "Y".
012200         88  WS-FILES-OPEN-FAILED         VALUE "N".
012300     05  WS-TABLE-FULL-SW         PIC X(01)   VALUE "N".
012400         88  WS-TABLE-FULL                VALUE "Y".
012500         88  WS-TABLE-NOT-FULL            VALUE "N".
012600     05  WS-ERASE-HIT-SW          PIC X(01)   VALUE "N".
012700         88  WS-ERASE-HIT                 VALUE "Y".
012800         88  WS-ERASE-MISS                VALUE "N".
012900     05  WS-ERASURE-SW            PIC X(01)   VALUE "Y".
013000         88  WS-ERASURE-COMPLETE          VALUE "Y".
013100         88  WS-ERASURE-INCOMPLETE        VALUE "N".
013125     05  WS-ERASLOG-SW            PIC X(01)   VALUE "Y".
013150         88  WS-ERASLOG-OK                VALUE "Y".
013175         88  WS-ERASLOG-FAILED            VALUE "N".
013180     05  WS-FILE-PASS-SW          PIC X(01)   VALUE "Y".
013185         88  WS-FILE-PASS-OK              VALUE "Y".
013190         88  WS-FILE-PASS-FAILED          VALUE "N".
013200
013300 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
013400 01  WS-REFUSE-TEXT               PIC X(40)   VALUE SPACES.
013500 01  WS-CHECK-NAME                PIC X(10)   VALUE SPACES.
013600 01  WS-TOTAL-REFUSED             PIC 9(04)   VALUE ZERO.
013620 01  WS-TOTAL-LOGGED              PIC 9(06)   VALUE ZERO.
013640*    THE RUN'S OWN RETURN CODE, HELD ACROSS THE CALL TO
013660*    HELLO-NAME-AUDSEQ, WHICH REPLACES THE REGISTER.
013680 01  WS-SAVE-RC                   PIC 9(04)   VALUE ZERO.
013700
013800*    THE FILE BEING WORKED, AS A SUBSCRIPT INTO THE FILE RESULTS
013900*    AND THE PER-REQUEST COUNTS: 1 VMSTFILE, 2 APPTFILE,
014000*    3 RCURFILE, 4 AUDITHST, 5 AUDITDAY, 6 INDUCTN.
014100 01  WS-FILE-NO                   PIC 9(01)   COMP VALUE ZERO.
014200 01  WS-ER-SUB                    PIC 9(03)   COMP VALUE ZERO.
014300 01  WS-AP-SUB                    PIC 9(04)   COMP VALUE ZERO.
014400 01  WS-RC-SUB                    PIC 9(03)   COMP VALUE ZERO.
014500
014600 01  WS-DATE-TIME-WORK.
014700     05  WS-CUR-DATE.
014800         10  WS-CUR-YYYY          PIC 9(04).
014900         10  WS-CUR-MM            PIC 9(02).
015000         10  WS-CUR-DD            PIC 9(02).
015100     05  WS-CUR-TIME.
015200         10  WS-CUR-HH            PIC 9(02).
015300         10  WS-CUR-MN            PIC 9(02).
015400         10  WS-CUR-SS            PIC 9(02).
015500         10  WS-CUR-HS            PIC 9(02).
015600
015700 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
015800
015900*    THE ACCEPTED REQUESTS, TABLED AT START OF RUN, WITH WHAT
016000*    EACH FILE GAVE UP FOR EACH ONE.
016100 01  ERASE-TABLE-CONTROL.
016200     05  ER-COUNT                 PIC 9(03)   VALUE ZERO.
016300     05  ERASE-TABLE-ENTRY OCCURS 1 TO 100 TIMES
016400             DEPENDING ON ER-COUNT
016500             INDEXED BY ER-IDX.
016600         10  ER-NAME              PIC X(10).
016700         10  ER-REF               PIC X(08).
016800         10  ER-REQ-DATE          PIC X(10).
016900         10  ER-MASK              PIC X(10).
017000         10  ER-FILE-COUNT        PIC 9(06)   OCCURS 6 TIMES.
017100
017200*    ONE LINE PER FILE FOR THE CERTIFICATE'S FILE SECTION.
017300 01  FILE-RESULT-AREA.
017400     05  FILE-RESULT-ENTRY OCCURS 6 TIMES.
017500         10  FR-NAME              PIC X(08).
017600         10  FR-STATUS            PIC X(30).
017700         10  FR-READ              PIC 9(06).
017800         10  FR-REMOVED           PIC 9(06).
017900         10  FR-MASKED            PIC 9(06).
018000
018100*    THE APPOINTMENT AND SCHEDULE RECORDS BEING KEPT, HELD WHILE
018200*    THE FILE IS READ AND WRITTEN BACK WITHOUT THE ERASED
018300*    VISITORS - THE SAME WAY THE ROSTER RUN REWRITES RESUBFILE.
018400 01  APPT-KEEP-CONTROL.
018500     05  AP-COUNT                 PIC 9(04)   COMP VALUE ZERO.
018600     05  APPT-KEEP-ENTRY OCCURS 1 TO 2000 TIMES
018700             DEPENDING ON AP-COUNT.
018800         10  AP-RECORD            PIC X(32).
018900
019000 01  RCUR-KEEP-CONTROL.
019100     05  RC-COUNT                 PIC 9(03)   COMP VALUE ZERO.
019200     05  RCUR-KEEP-ENTRY OCCURS 1 TO 500 TIMES
019300             DEPENDING ON RC-COUNT.
019400         10  RC-RECORD            PIC X(52).
019500
019600 COPY AUDITREC.
019650 COPY AUDSQPRM.
019700
019800*    CERTIFICATE EDIT FIELDS.
019900 01  WS-ED-VMST                   PIC Z(5)9.
020000 01  WS-ED-APPT                   PIC Z(5)9.
020100 01  WS-ED-RCUR                   PIC Z(5)9.
020200 01  WS-ED-HST                    PIC Z(8)9.
020300 01  WS-ED-DAY                    PIC Z(8)9.
020350 01  WS-ED-IND                    PIC Z(5)9.
020400 01  WS-ED-READ                   PIC Z(8)9.
020500 01  WS-ED-REMOVED                PIC Z(8)9.
020600 01  WS-ED-MASKED                 PIC Z(8)9.
020700
020800 PROCEDURE DIVISION.
020900*****************************************************************
021000*    0000-MAINLINE
021100*    THE REQUESTS ARE TABLED FIRST, THEN EACH FILE IS WORKED IN
021200*    TURN AGAINST THE WHOLE TABLE, SO EVERY FILE IS READ ONCE.
021300*    A RERUN IS HARMLESS - WHAT WAS ALREADY ERASED IS NO LONGER
021400*    FOUND - SO A RUN THAT COULD NOT FINISH IS SIMPLY RERUN.
021500*****************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     IF WS-FILES-OPEN-OK
021900         IF ER-COUNT > ZERO
022000             PERFORM 2000-ERASE-VISITOR-MASTER THRU 2000-EXIT
022050             PERFORM 2500-ERASE-INDUCTIONS THRU 2500-EXIT
022100             PERFORM 3000-ERASE-APPOINTMENTS THRU 3000-EXIT
022200             PERFORM 4000-ERASE-SCHEDULES THRU 4000-EXIT
022300             PERFORM 5000-MASK-AUDIT-HISTORY THRU 5000-EXIT
022400             PERFORM 5500-MASK-AUDIT-DAY THRU 5500-EXIT
022500         END-IF
022600         PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT
022700         PERFORM 9000-TERMINATE THRU 9000-EXIT
022800     END-IF.
022900     GOBACK.
023000
023100*****************************************************************
023200*    1000-INITIALIZE
023300*    THE REQUEST LIST AND THE CERTIFICATE ARE REQUIRED - NOTHING
023400*    IS ERASED THAT CANNOT BE CERTIFIED.
023500*****************************************************************
023600 1000-INITIALIZE.
023700     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
023800     DISPLAY "USER" UPON ENVIRONMENT-NAME.
023900     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
024000     IF WS-OPERATOR-ID = SPACES
024100         MOVE "BATCH" TO WS-OPERATOR-ID
024200     END-IF.
024300     MOVE "VMSTFILE" TO FR-NAME(1).
024400     MOVE "APPTFILE" TO FR-NAME(2).
024500     MOVE "RCURFILE" TO FR-NAME(3).
024600     MOVE "AUDITHST" TO FR-NAME(4).
024700     MOVE "AUDITDAY" TO FR-NAME(5).
024750     MOVE "INDUCTN" TO FR-NAME(6).
024800     MOVE 1 TO WS-FILE-NO.
024900     PERFORM 1400-CLEAR-FILE-RESULT THRU 1400-EXIT
025000         6 TIMES.
025100     OPEN EXTEND REPORTFILE.
025200     IF WS-REPORTFILE-STATUS NOT = "00"
025300         OPEN OUTPUT REPORTFILE
025400     END-IF.
025500     IF WS-REPORTFILE-STATUS NOT = "00"
025600         SET WS-FILES-OPEN-FAILED TO TRUE
025700         DISPLAY "HELLO-NAME-ERASE: CANNOT OPEN ERASCERT - "
025800             "STATUS " WS-REPORTFILE-STATUS " - NOTHING ERASED."
025900         MOVE 8 TO RETURN-CODE
026000         GO TO 1000-EXIT
026100     END-IF.
026200     OPEN INPUT ERASLIST.
026300     IF WS-ERASLIST-STATUS NOT = "00"
026400         SET WS-FILES-OPEN-FAILED TO TRUE
026500         DISPLAY "HELLO-NAME-ERASE: UNABLE TO OPEN ERASLIST - "
026600             "STATUS " WS-ERASLIST-STATUS " - NOTHING ERASED."
026700         MOVE 8 TO RETURN-CODE
026800         CLOSE REPORTFILE
026900         GO TO 1000-EXIT
027000     END-IF.
027100     PERFORM 1200-READ-REQUEST THRU 1200-EXIT
027200         UNTIL WS-ERASLIST-EOF.
027300     CLOSE ERASLIST.
027400 1000-EXIT.
027500     EXIT.
027600
027700 1100-GET-TIMESTAMP.
027800     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
027900     ACCEPT WS-CUR-TIME FROM TIME.
028000     MOVE SPACES TO WS-TIMESTAMP.
028100     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
028200             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
028300         DELIMITED BY SIZE INTO WS-TIMESTAMP.
028400 1100-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800*    1200-READ-REQUEST
028900*    A REQUEST NEEDS BOTH A NAME AND A REFERENCE.  A NAME OR A
029000*    REFERENCE ALREADY TABLED IS REFUSED - THE REFERENCE BUILDS
029100*    THE AUDIT MASK, SO TWO VISITORS MUST NEVER SHARE ONE.
029200*    REFUSALS GO TO THE CONSOLE BY REFERENCE, NOT BY NAME.
029300*****************************************************************
029400 1200-READ-REQUEST.
029500     READ ERASLIST
029600         AT END
029700             SET WS-ERASLIST-EOF TO TRUE
029800             GO TO 1200-EXIT
029900     END-READ.
030000     IF ERASE-NAME = SPACES
030100         MOVE "NO VISITOR NAME" TO WS-REFUSE-TEXT
030200         PERFORM 1900-REFUSE-REQUEST THRU 1900-EXIT
030300         GO TO 1200-EXIT
030400     END-IF.
030500     IF ERASE-REF = SPACES
030600         MOVE "NO REQUEST REFERENCE" TO WS-REFUSE-TEXT
030700         PERFORM 1900-REFUSE-REQUEST THRU 1900-EXIT
030800         GO TO 1200-EXIT
030900     END-IF.
031000     IF ER-COUNT > ZERO
031100         SET ER-IDX TO 1
031200         SEARCH ERASE-TABLE-ENTRY
031300             AT END
031400                 CONTINUE
031500             WHEN ER-NAME(ER-IDX) = ERASE-NAME
031600                 MOVE "VISITOR ALREADY ON THIS RUN'S LIST"
031700                     TO WS-REFUSE-TEXT
031800                 PERFORM 1900-REFUSE-REQUEST THRU 1900-EXIT
031900                 GO TO 1200-EXIT
032000             WHEN ER-REF(ER-IDX) = ERASE-REF
032100                 MOVE "REFERENCE ALREADY ON THIS RUN'S LIST"
032200                     TO WS-REFUSE-TEXT
032300                 PERFORM 1900-REFUSE-REQUEST THRU 1900-EXIT
032400                 GO TO 1200-EXIT
032500         END-SEARCH
032600     END-IF.
032700     IF ER-COUNT NOT < ER-MAX-ENTRIES
032800         MOVE "REQUEST TABLE FULL - RESUBMIT NEXT RUN"
032900             TO WS-REFUSE-TEXT
033000         PERFORM 1900-REFUSE-REQUEST THRU 1900-EXIT
033100         GO TO 1200-EXIT
033200     END-IF.
033300     ADD 1 TO ER-COUNT.
033400     MOVE ERASE-NAME TO ER-NAME(ER-COUNT).
033500     MOVE ERASE-REF TO ER-REF(ER-COUNT).
033600     MOVE ERASE-REQ-DATE TO ER-REQ-DATE(ER-COUNT).
033700     MOVE SPACES TO ER-MASK(ER-COUNT).
033800     STRING "*" ERASE-REF "*"
033900         DELIMITED BY SIZE INTO ER-MASK(ER-COUNT).
034000     MOVE ZERO TO ER-FILE-COUNT(ER-COUNT, 1)
034100         ER-FILE-COUNT(ER-COUNT, 2) ER-FILE-COUNT(ER-COUNT, 3)
034150         ER-FILE-COUNT(ER-COUNT, 4) ER-FILE-COUNT(ER-COUNT, 5)
034200         ER-FILE-COUNT(ER-COUNT, 6).
034300 1200-EXIT.
034400     EXIT.
034500
034600 1400-CLEAR-FILE-RESULT.
034700     MOVE "COMPLETE" TO FR-STATUS(WS-FILE-NO).
034800     MOVE ZERO TO FR-READ(WS-FILE-NO) FR-REMOVED(WS-FILE-NO)
034900         FR-MASKED(WS-FILE-NO).
035000     ADD 1 TO WS-FILE-NO.
035100 1400-EXIT.
035200     EXIT.
035300
035400 1900-REFUSE-REQUEST.
035500     ADD 1 TO WS-TOTAL-REFUSED.
035600     DISPLAY "HELLO-NAME-ERASE: REQUEST " ERASE-REF " - "
035700         WS-REFUSE-TEXT " - REQUEST REFUSED.".
035800 1900-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200*    2000-ERASE-VISITOR-MASTER
036300*    ONE DELETE BY KEY PER REQUEST.  A VISITOR WITH NO MASTER
036350*    RECORD (NEVER GREETED, OR ALREADY PURGED) COUNTS ZERO.  A
036400*    DELETE THAT FAILS ANY OTHER WAY STOPS THE PASS AND WITHHOLDS
036450*    THE CERTIFICATE.
036500*****************************************************************
036600 2000-ERASE-VISITOR-MASTER.
036700     MOVE 1 TO WS-FILE-NO.
036800     OPEN I-O VMSTFILE.
036900     IF WS-VMST-FILE-STATUS NOT = "00"
037000         MOVE "NOT PROCESSED - NOT AVAILABLE" TO FR-STATUS(1)
037100         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
037200         GO TO 2000-EXIT
037300     END-IF.
037350     SET WS-FILE-PASS-OK TO TRUE.
037400     PERFORM 2100-DELETE-VISITOR-MASTER THRU 2100-EXIT
037450         VARYING WS-ER-SUB FROM 1 BY 1
037500         UNTIL WS-ER-SUB > ER-COUNT OR WS-FILE-PASS-FAILED.
037700     CLOSE VMSTFILE.
037800 2000-EXIT.
037900     EXIT.
038000
038100 2100-DELETE-VISITOR-MASTER.
038200     ADD 1 TO FR-READ(1).
038300     MOVE ER-NAME(WS-ER-SUB) TO VM-NAME.
038325     DELETE VMSTFILE RECORD
038350         INVALID KEY
038375             CONTINUE
038400     END-DELETE.
038425     IF WS-VMST-FILE-STATUS = "23"
038450         GO TO 2100-EXIT
038475     END-IF.
038500     IF WS-VMST-FILE-STATUS NOT = "00"
038525         SET WS-FILE-PASS-FAILED TO TRUE
038550         DISPLAY "HELLO-NAME-ERASE: VMSTFILE DELETE FAILED - "
038575             "STATUS " WS-VMST-FILE-STATUS " - REQUEST "
038600             ER-REF(WS-ER-SUB) "."
038625         MOVE "FAILED - CANNOT DELETE" TO FR-STATUS(1)
038650         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
038675         GO TO 2100-EXIT
038700     END-IF.
038800     ADD 1 TO FR-REMOVED(1).
038900     ADD 1 TO ER-FILE-COUNT(WS-ER-SUB, 1).
039000 2100-EXIT.
039100     EXIT.
039102
039104*****************************************************************
039106*    2500-ERASE-INDUCTIONS
039108*    THE CONTRACTOR INDUCTION RECORD, ONE DELETE BY KEY PER
039110*    REQUEST, THE SAME WAY AS THE VISITOR MASTER.  A VISITOR WHO
039112*    WAS NEVER A CONTRACTOR HOLDS NONE AND COUNTS ZERO.
039114*****************************************************************
039116 2500-ERASE-INDUCTIONS.
039118     MOVE 6 TO WS-FILE-NO.
039120     OPEN I-O INDUCTN.
039122     IF WS-INDUC-FILE-STATUS NOT = "00"
039124         MOVE "NOT PROCESSED - NOT AVAILABLE" TO FR-STATUS(6)
039126         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
039128         GO TO 2500-EXIT
039130     END-IF.
039132     SET WS-FILE-PASS-OK TO TRUE.
039134     PERFORM 2600-DELETE-INDUCTION THRU 2600-EXIT
039136         VARYING WS-ER-SUB FROM 1 BY 1
039138         UNTIL WS-ER-SUB > ER-COUNT OR WS-FILE-PASS-FAILED.
039140     CLOSE INDUCTN.
039142 2500-EXIT.
039144     EXIT.
039146
039148 2600-DELETE-INDUCTION.
039150     ADD 1 TO FR-READ(6).
039152     MOVE ER-NAME(WS-ER-SUB) TO IND-NAME.
039154     DELETE INDUCTN RECORD
039156         INVALID KEY
039158             CONTINUE
039160     END-DELETE.
039162     IF WS-INDUC-FILE-STATUS = "23"
039164         GO TO 2600-EXIT
039166     END-IF.
039168     IF WS-INDUC-FILE-STATUS NOT = "00"
039170         SET WS-FILE-PASS-FAILED TO TRUE
039172         DISPLAY "HELLO-NAME-ERASE: INDUCTN DELETE FAILED - "
039174             "STATUS " WS-INDUC-FILE-STATUS " - REQUEST "
039176             ER-REF(WS-ER-SUB) "."
039178         MOVE "FAILED - CANNOT DELETE" TO FR-STATUS(6)
039180         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
039182         GO TO 2600-EXIT
039184     END-IF.
039186     ADD 1 TO FR-REMOVED(6).
039188     ADD 1 TO ER-FILE-COUNT(WS-ER-SUB, 6).
039190 2600-EXIT.
039192     EXIT.
039200
039300*****************************************************************
039400*    3000-ERASE-APPOINTMENTS
039500*    EVERY APPOINTMENT NOT FOR AN ERASED VISITOR IS TABLED, THEN
039600*    THE FILE IS WRITTEN BACK FROM THE TABLE.  IF THE TABLE
039700*    FILLS, THE FILE IS LEFT EXACTLY AS IT WAS AND THE RUN IS
039750*    NOT COMPLETE; NOTHING IS WRITTEN BACK WHEN NOTHING WAS
039800*    FOUND.  A RECORD THAT WILL NOT WRITE BACK LEAVES THE FILE
039850*    SHORT - IT IS PRINTED AS FAILED, TO BE RESTORED BEFORE THE
039900*    RERUN.
040000*****************************************************************
040100 3000-ERASE-APPOINTMENTS.
040200     MOVE 2 TO WS-FILE-NO.
040300     OPEN INPUT APPTFILE.
040400     IF WS-APPT-FILE-STATUS NOT = "00"
040500         MOVE "NOT PROCESSED - NOT AVAILABLE" TO FR-STATUS(2)
040600         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
040700         GO TO 3000-EXIT
040800     END-IF.
040900     SET WS-TABLE-NOT-FULL TO TRUE.
041000     PERFORM 3100-READ-APPOINTMENT THRU 3100-EXIT
041100         UNTIL WS-APPT-EOF.
041200     CLOSE APPTFILE.
041300     IF WS-TABLE-FULL
041400         MOVE "NOT PROCESSED - TABLE FULL" TO FR-STATUS(2)
041500         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
041600         GO TO 3000-EXIT
041700     END-IF.
041800     IF FR-REMOVED(2) = ZERO
041900         GO TO 3000-EXIT
042000     END-IF.
042100     OPEN OUTPUT APPTFILE.
042200     IF WS-APPT-FILE-STATUS NOT = "00"
042300         MOVE "NOT PROCESSED - CANNOT REWRITE" TO FR-STATUS(2)
042400         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
042500         GO TO 3000-EXIT
042600     END-IF.
042625     SET WS-FILE-PASS-OK TO TRUE.
042650     PERFORM 3200-WRITE-APPOINTMENT THRU 3200-EXIT
042675         VARYING WS-AP-SUB FROM 1 BY 1
042700         UNTIL WS-AP-SUB > AP-COUNT OR WS-FILE-PASS-FAILED.
042725     CLOSE APPTFILE.
042750     IF WS-FILE-PASS-FAILED
042775         DISPLAY "HELLO-NAME-ERASE: APPTFILE WRITE FAILED - "
042800             "STATUS " WS-APPT-FILE-STATUS "."
042825         MOVE "FAILED ON WRITE - RESTORE FILE" TO FR-STATUS(2)
042850         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
042875     END-IF.
043100 3000-EXIT.
043200     EXIT.
043300
043400 3100-READ-APPOINTMENT.
043500     READ APPTFILE
043600         AT END
043700             SET WS-APPT-EOF TO TRUE
043800             GO TO 3100-EXIT
043900     END-READ.
044000     ADD 1 TO FR-READ(2).
044100     MOVE APPT-NAME TO WS-CHECK-NAME.
044200     PERFORM 7000-FIND-ERASED-NAME THRU 7000-EXIT.
044300     IF WS-ERASE-HIT
044400         ADD 1 TO FR-REMOVED(2)
044500         ADD 1 TO ER-FILE-COUNT(ER-IDX, 2)
044600         GO TO 3100-EXIT
044700     END-IF.
044800     IF AP-COUNT < AP-MAX-ENTRIES
044900         ADD 1 TO AP-COUNT
045000         MOVE APPT-RECORD TO AP-RECORD(AP-COUNT)
045100     ELSE
045200         SET WS-TABLE-FULL TO TRUE
045300     END-IF.
045400 3100-EXIT.
045500     EXIT.
045600
045700 3200-WRITE-APPOINTMENT.
045800     WRITE APPT-RECORD FROM AP-RECORD(WS-AP-SUB).
045825     IF WS-APPT-FILE-STATUS NOT = "00"
045850         SET WS-FILE-PASS-FAILED TO TRUE
045875     END-IF.
045900 3200-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*    4000-ERASE-SCHEDULES
046400*    THE STANDING SCHEDULES, THE SAME WAY AS THE APPOINTMENTS -
046500*    A SCHEDULE LEFT BEHIND WOULD ONLY GENERATE THE APPOINTMENTS
046600*    AGAIN.
046700*****************************************************************
046800 4000-ERASE-SCHEDULES.
046900     MOVE 3 TO WS-FILE-NO.
047000     OPEN INPUT RCURFILE.
047100     IF WS-RCUR-FILE-STATUS NOT = "00"
047200         MOVE "NOT PROCESSED - NOT AVAILABLE" TO FR-STATUS(3)
047300         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
047400         GO TO 4000-EXIT
047500     END-IF.
047600     SET WS-TABLE-NOT-FULL TO TRUE.
047700     PERFORM 4100-READ-SCHEDULE THRU 4100-EXIT
047800         UNTIL WS-RCUR-EOF.
047900     CLOSE RCURFILE.
048000     IF WS-TABLE-FULL
048100         MOVE "NOT PROCESSED - TABLE FULL" TO FR-STATUS(3)
048200         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
048300         GO TO 4000-EXIT
048400     END-IF.
048500     IF FR-REMOVED(3) = ZERO
048600         GO TO 4000-EXIT
048700     END-IF.
048800     OPEN OUTPUT RCURFILE.
048900     IF WS-RCUR-FILE-STATUS NOT = "00"
049000         MOVE "NOT PROCESSED - CANNOT REWRITE" TO FR-STATUS(3)
049100         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
049200         GO TO 4000-EXIT
049300     END-IF.
049325     SET WS-FILE-PASS-OK TO TRUE.
049350     PERFORM 4200-WRITE-SCHEDULE THRU 4200-EXIT
049375         VARYING WS-RC-SUB FROM 1 BY 1
049400         UNTIL WS-RC-SUB > RC-COUNT OR WS-FILE-PASS-FAILED.
049425     CLOSE RCURFILE.
049450     IF WS-FILE-PASS-FAILED
049475         DISPLAY "HELLO-NAME-ERASE: RCURFILE WRITE FAILED - "
049500             "STATUS " WS-RCUR-FILE-STATUS "."
049525         MOVE "FAILED ON WRITE - RESTORE FILE" TO FR-STATUS(3)
049550         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
049575     END-IF.
049800 4000-EXIT.
049900     EXIT.
050000
050100 4100-READ-SCHEDULE.
050200     READ RCURFILE
050300         AT END
050400             SET WS-RCUR-EOF TO TRUE
050500             GO TO 4100-EXIT
050600     END-READ.
050700     ADD 1 TO FR-READ(3).
050800     MOVE RCUR-NAME TO WS-CHECK-NAME.
050900     PERFORM 7000-FIND-ERASED-NAME THRU 7000-EXIT.
051000     IF WS-ERASE-HIT
051100         ADD 1 TO FR-REMOVED(3)
051200         ADD 1 TO ER-FILE-COUNT(ER-IDX, 3)
051300         GO TO 4100-EXIT
051400     END-IF.
051500     IF RC-COUNT < RC-MAX-ENTRIES
051600         ADD 1 TO RC-COUNT
051700         MOVE RCUR-RECORD TO RC-RECORD(RC-COUNT)
051800     ELSE
051900         SET WS-TABLE-FULL TO TRUE
052000     END-IF.
052100 4100-EXIT.
052200     EXIT.
052300
052400 4200-WRITE-SCHEDULE.
052500     WRITE RCUR-RECORD FROM RC-RECORD(WS-RC-SUB).
052525     IF WS-RCUR-FILE-STATUS NOT = "00"
052550         SET WS-FILE-PASS-FAILED TO TRUE
052575     END-IF.
052600 4200-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000*    5000-MASK-AUDIT-HISTORY
053100*    EACH ENTRY FOR AN ERASED VISITOR IS REWRITTEN IN PLACE WITH
053200*    THE REQUEST'S MASK IN AU-NAME.  EVERY OTHER FIELD - TIME,
053300*    STATUS, DEPARTMENT, VISIT TYPE, BADGE - IS LEFT AS IT WAS,
053400*    AND ONE MASK PER REQUEST KEEPS EACH ERASED VISITOR'S
053500*    GREETINGS AND SIGN-OUTS TOGETHER, SO THE CHARGEBACK STILL
053600*    PAIRS THEM AND EVERY TOTAL STILL FOOTS.
053616*    EVERY NUMBERED ENTRY MASKED IS FIRST RECORDED ON THE
053632*    ERASURE LOG, WHICH THE VERIFICATION RUN NEEDS TO TELL AN
053648*    ERASURE FROM AN ALTERED ENTRY - NO LOG, NO MASKING.  A
053664*    MASK THAT CANNOT BE LOGGED OR REWRITTEN STOPS THE PASS AND
053680*    WITHHOLDS THE CERTIFICATE.
053700*****************************************************************
053800 5000-MASK-AUDIT-HISTORY.
053900     MOVE 4 TO WS-FILE-NO.
053914     PERFORM 5800-OPEN-ERASURE-LOG THRU 5800-EXIT.
053928     IF WS-ERASLOG-FAILED
053942         MOVE "NOT PROCESSED - NO ERASURE LOG" TO FR-STATUS(4)
053956         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
053970         GO TO 5000-EXIT
053984     END-IF.
054000     OPEN I-O AUDITHST.
054100     IF WS-AUDITHST-STATUS NOT = "00"
054200         MOVE "NOT PROCESSED - NOT AVAILABLE" TO FR-STATUS(4)
054300         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
054350         CLOSE ERASLOG
054400         GO TO 5000-EXIT
054500     END-IF.
054600     MOVE "N" TO WS-AUDIT-EOF-SW.
054700     PERFORM 5100-READ-AUDIT-HISTORY THRU 5100-EXIT
054800         UNTIL WS-AUDIT-EOF.
054900     CLOSE AUDITHST.
054950     CLOSE ERASLOG.
055000 5000-EXIT.
055100     EXIT.
055200
055300 5100-READ-AUDIT-HISTORY.
055400     READ AUDITHST INTO AUDIT-RECORD
055500         AT END
055600             SET WS-AUDIT-EOF TO TRUE
055700             GO TO 5100-EXIT
055800     END-READ.
055900     ADD 1 TO FR-READ(4).
056000     MOVE AU-NAME TO WS-CHECK-NAME.
056100     PERFORM 7000-FIND-ERASED-NAME THRU 7000-EXIT.
056200     IF WS-ERASE-MISS
056300         GO TO 5100-EXIT
056400     END-IF.
056500     MOVE ER-MASK(ER-IDX) TO AU-NAME.
056511     PERFORM 5700-LOG-MASKED-ENTRY THRU 5700-EXIT.
056522     IF WS-ERASLOG-FAILED
056533         MOVE 4 TO WS-FILE-NO
056544         MOVE "NOT COMPLETE - CANNOT LOG MASK" TO FR-STATUS(4)
056555         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
056566         SET WS-AUDIT-EOF TO TRUE
056577         GO TO 5100-EXIT
056588     END-IF.
056599     REWRITE AUDIT-HST-RECORD FROM AUDIT-RECORD.
056610     IF WS-AUDITHST-STATUS NOT = "00"
056621         MOVE 4 TO WS-FILE-NO
056632         MOVE "NOT COMPLETE - CANNOT REWRITE" TO FR-STATUS(4)
056643         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
056654         SET WS-AUDIT-EOF TO TRUE
056665         GO TO 5100-EXIT
056676     END-IF.
056700     ADD 1 TO FR-MASKED(4).
056800     ADD 1 TO ER-FILE-COUNT(ER-IDX, 4).
056900 5100-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300*    5500-MASK-AUDIT-DAY
057400*    THE DAILY CUT NAMED ON THE AUDITDAY DD, THE SAME WAY.  ONLY
057500*    ONE GENERATION IS MASKED PER RUN (SEE HELLOERS.JCL FOR THE
057600*    OLDER ONES).
057700*****************************************************************
057800 5500-MASK-AUDIT-DAY.
057900     MOVE 5 TO WS-FILE-NO.
057914     PERFORM 5800-OPEN-ERASURE-LOG THRU 5800-EXIT.
057928     IF WS-ERASLOG-FAILED
057942         MOVE "NOT PROCESSED - NO ERASURE LOG" TO FR-STATUS(5)
057956         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
057970         GO TO 5500-EXIT
057984     END-IF.
058000     OPEN I-O AUDITDAY.
058100     IF WS-AUDITDAY-STATUS NOT = "00"
058200         MOVE "NOT PROCESSED - NOT AVAILABLE" TO FR-STATUS(5)
058300         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
058350         CLOSE ERASLOG
058400         GO TO 5500-EXIT
058500     END-IF.
058600     MOVE "N" TO WS-AUDIT-EOF-SW.
058700     PERFORM 5600-READ-AUDIT-DAY THRU 5600-EXIT
058800         UNTIL WS-AUDIT-EOF.
058900     CLOSE AUDITDAY.
058950     CLOSE ERASLOG.
059000 5500-EXIT.
059100     EXIT.
059200
059300 5600-READ-AUDIT-DAY.
059400     READ AUDITDAY INTO AUDIT-RECORD
059500         AT END
059600             SET WS-AUDIT-EOF TO TRUE
059700             GO TO 5600-EXIT
059800     END-READ.
059900     ADD 1 TO FR-READ(5).
060000     MOVE AU-NAME TO WS-CHECK-NAME.
060100     PERFORM 7000-FIND-ERASED-NAME THRU 7000-EXIT.
060200     IF WS-ERASE-MISS
060300         GO TO 5600-EXIT
060400     END-IF.
060500     MOVE ER-MASK(ER-IDX) TO AU-NAME.
060511     PERFORM 5700-LOG-MASKED-ENTRY THRU 5700-EXIT.
060522     IF WS-ERASLOG-FAILED
060533         MOVE 5 TO WS-FILE-NO
060544         MOVE "NOT COMPLETE - CANNOT LOG MASK" TO FR-STATUS(5)
060555         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
060566         SET WS-AUDIT-EOF TO TRUE
060577         GO TO 5600-EXIT
060588     END-IF.
060599     REWRITE AUDIT-DAY-RECORD FROM AUDIT-RECORD.
060610     IF WS-AUDITDAY-STATUS NOT = "00"
060621         MOVE 5 TO WS-FILE-NO
060632         MOVE "NOT COMPLETE - CANNOT REWRITE" TO FR-STATUS(5)
060643         PERFORM 6000-FILE-NOT-PROCESSED THRU 6000-EXIT
060654         SET WS-AUDIT-EOF TO TRUE
060665         GO TO 5600-EXIT
060676     END-IF.
060700     ADD 1 TO FR-MASKED(5).
060800     ADD 1 TO ER-FILE-COUNT(ER-IDX, 5).
060900 5600-EXIT.
061000     EXIT.
061001
061002*****************************************************************
061003*    5700-LOG-MASKED-ENTRY
061004*    RECORDS THE ENTRY JUST MASKED ON THE ERASURE LOG BY ITS
061005*    SEQUENCE NUMBER - THE MASK, THE CHECK VALUE IT CARRIES, AND
061006*    A CHECK VALUE OVER THE MASKED ENTRY SEEDED FROM THAT ONE, SO
061007*    THE VERIFICATION RUN CAN PROVE THE ENTRY WAS ERASED HERE AND
061008*    NOT TOUCHED SINCE.  AN ENTRY WRITTEN BEFORE THE TRAIL WAS
061009*    NUMBERED HAS NOTHING TO LOG.  THE SAME ENTRY MASKED ON BOTH
061010*    AUDITHST AND AN AUDITDAY CUT, OR ON A RERUN, IS ALREADY ON
061011*    THE LOG.
061012*****************************************************************
061013 5700-LOG-MASKED-ENTRY.
061014     SET WS-ERASLOG-OK TO TRUE.
061015     IF AU-SEQ-NO IS NOT NUMERIC
061016         GO TO 5700-EXIT
061017     END-IF.
061018     MOVE SPACES TO ERASLOG-RECORD.
061019     MOVE AU-SEQ-NO TO ERL-SEQ-NO.
061020     MOVE AU-NAME TO ERL-MASK.
061021     MOVE ER-REF(ER-IDX) TO ERL-REF.
061022     MOVE AU-CHECK-VALUE TO ERL-CHECK-VALUE.
061023     MOVE AU-CHECK-VALUE TO ASP-PREV-CHECK.
061024     SET ASP-REQUEST-CHECK TO TRUE.
061025     MOVE RETURN-CODE TO WS-SAVE-RC.
061026     CALL "HELLO-NAME-AUDSEQ" USING AUDSEQ-PARM AUDIT-RECORD.
061027     MOVE WS-SAVE-RC TO RETURN-CODE.
061028     MOVE ASP-CHECK-VALUE TO ERL-MASKED-CHECK.
061029     MOVE WS-TIMESTAMP(1:19) TO ERL-ERASED-AT.
061030     MOVE WS-OPERATOR-ID TO ERL-ERASED-BY.
061031     WRITE ERASLOG-RECORD
061032         INVALID KEY
061033             CONTINUE
061034     END-WRITE.
061035     EVALUATE WS-ERASLOG-STATUS
061036         WHEN "00"
061037             ADD 1 TO WS-TOTAL-LOGGED
061038         WHEN "22"
061039             CONTINUE
061040         WHEN OTHER
061041             SET WS-ERASLOG-FAILED TO TRUE
061042             DISPLAY "HELLO-NAME-ERASE: CANNOT WRITE ERASLOG - "
061043                 "STATUS " WS-ERASLOG-STATUS " - ENTRY "
061044                 AU-SEQ-NO " NOT MASKED."
061045     END-EVALUATE.
061046 5700-EXIT.
061047     EXIT.
061048
061049*****************************************************************
061050*    5800-OPEN-ERASURE-LOG
061051*    THE LOG IS CREATED BY THE FIRST ERASURE THAT NEEDS IT.
061052*****************************************************************
061053 5800-OPEN-ERASURE-LOG.
061054     SET WS-ERASLOG-OK TO TRUE.
061055     OPEN I-O ERASLOG.
061056     IF WS-ERASLOG-STATUS NOT = "00"
061057         OPEN OUTPUT ERASLOG
061058         CLOSE ERASLOG
061059         OPEN I-O ERASLOG
061060     END-IF.
061061     IF WS-ERASLOG-STATUS NOT = "00"
061062         SET WS-ERASLOG-FAILED TO TRUE
061063         DISPLAY "HELLO-NAME-ERASE: UNABLE TO OPEN ERASLOG - "
061064             "STATUS " WS-ERASLOG-STATUS
061065     END-IF.
061066 5800-EXIT.
061067     EXIT.
061100
061200*****************************************************************
061300*    6000-FILE-NOT-PROCESSED
061400*    THE FILE NUMBERED IN WS-FILE-NO WAS LEFT AS IT WAS, OR ITS
061500*    PASS STOPPED PART WAY: ITS COUNTS ARE CLEARED SO THE
061600*    CERTIFICATE CLAIMS NOTHING, AND THE RUN CANNOT BE CERTIFIED.
061700*****************************************************************
061800 6000-FILE-NOT-PROCESSED.
061900     SET WS-ERASURE-INCOMPLETE TO TRUE.
062000     MOVE 8 TO RETURN-CODE.
062100     DISPLAY "HELLO-NAME-ERASE: " FR-NAME(WS-FILE-NO) " "
062200         FR-STATUS(WS-FILE-NO) ".".
062300     MOVE ZERO TO FR-REMOVED(WS-FILE-NO) FR-MASKED(WS-FILE-NO).
062400     PERFORM 6100-CLEAR-REQUEST-COUNT THRU 6100-EXIT
062500         VARYING WS-ER-SUB FROM 1 BY 1
062600         UNTIL WS-ER-SUB > ER-COUNT.
062700 6000-EXIT.
062800     EXIT.
062900
063000 6100-CLEAR-REQUEST-COUNT.
063100     MOVE ZERO TO ER-FILE-COUNT(WS-ER-SUB, WS-FILE-NO).
063200 6100-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600*    7000-FIND-ERASED-NAME
063700*    LOOKS WS-CHECK-NAME UP IN THE REQUEST TABLE; ON A HIT ER-IDX
063800*    IS LEFT ON THE MATCHING REQUEST.
063900*****************************************************************
064000 7000-FIND-ERASED-NAME.
064100     SET WS-ERASE-MISS TO TRUE.
064200     IF WS-CHECK-NAME = SPACES
064300         GO TO 7000-EXIT
064400     END-IF.
064500     SET ER-IDX TO 1.
064600     SEARCH ERASE-TABLE-ENTRY
064700         AT END
064800             SET WS-ERASE-MISS TO TRUE
064900         WHEN ER-NAME(ER-IDX) = WS-CHECK-NAME
065000             SET WS-ERASE-HIT TO TRUE
065100     END-SEARCH.
065200 7000-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600*    8000-PRINT-CERTIFICATE
065700*    ONE LINE PER ACCEPTED REQUEST (BY REFERENCE AND MASK, NEVER
065800*    BY NAME) WITH WHAT EACH FILE GAVE UP, THEN ONE LINE PER FILE
065900*    WITH ITS OUTCOME, THEN THE SIGN-OFF - WHICH IS WITHHELD IF
066000*    ANY FILE WAS NOT PROCESSED.
066100*****************************************************************
066200 8000-PRINT-CERTIFICATE.
066300     MOVE SPACES TO REPORT-LINE-RECORD.
066400     STRING "VISITOR ERASURE CERTIFICATE - RUN "
066500             WS-TIMESTAMP(1:19) " BY " WS-OPERATOR-ID
066600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
066700     WRITE REPORT-LINE-RECORD.
066800     MOVE SPACES TO REPORT-LINE-RECORD.
066900     WRITE REPORT-LINE-RECORD.
067000     MOVE SPACES TO REPORT-LINE-RECORD.
067100     STRING "REQUEST  REQUESTED  MASKED AS   VMST  APPT  RCUR "
067200             "AUDITHST AUDITDAY INDC"
067300         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
067400     WRITE REPORT-LINE-RECORD.
067500     PERFORM 8100-PRINT-REQUEST-LINE THRU 8100-EXIT
067600         VARYING WS-ER-SUB FROM 1 BY 1
067700         UNTIL WS-ER-SUB > ER-COUNT.
067800     MOVE SPACES TO REPORT-LINE-RECORD.
067900     STRING ER-COUNT " REQUESTS ERASED, " WS-TOTAL-REFUSED
068000             " REFUSED (SEE CONSOLE)."
068100         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
068200     WRITE REPORT-LINE-RECORD.
068300     MOVE SPACES TO REPORT-LINE-RECORD.
068400     WRITE REPORT-LINE-RECORD.
068500     MOVE SPACES TO REPORT-LINE-RECORD.
068600     STRING "FILE      OUTCOME                             READ"
068700             "  REMOVED   MASKED"
068800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
068900     WRITE REPORT-LINE-RECORD.
069000     PERFORM 8200-PRINT-FILE-LINE THRU 8200-EXIT
069100         VARYING WS-FILE-NO FROM 1 BY 1
069200         UNTIL WS-FILE-NO > 6.
069214     MOVE WS-TOTAL-LOGGED TO WS-ED-MASKED.
069228     MOVE SPACES TO REPORT-LINE-RECORD.
069242     STRING "ERASLOG   " WS-ED-MASKED
069256             " MASKED AUDIT ENTRIES LOGGED FOR VERIFICATION"
069270         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
069284     WRITE REPORT-LINE-RECORD.
069300     MOVE SPACES TO REPORT-LINE-RECORD.
069400     WRITE REPORT-LINE-RECORD.
069500     PERFORM 8300-PRINT-SIGN-OFF THRU 8300-EXIT.
069600 8000-EXIT.
069700     EXIT.
069800
069900 8100-PRINT-REQUEST-LINE.
070000     MOVE ER-FILE-COUNT(WS-ER-SUB, 1) TO WS-ED-VMST.
070100     MOVE ER-FILE-COUNT(WS-ER-SUB, 2) TO WS-ED-APPT.
070200     MOVE ER-FILE-COUNT(WS-ER-SUB, 3) TO WS-ED-RCUR.
070300     MOVE ER-FILE-COUNT(WS-ER-SUB, 4) TO WS-ED-HST.
070400     MOVE ER-FILE-COUNT(WS-ER-SUB, 5) TO WS-ED-DAY.
070450     MOVE ER-FILE-COUNT(WS-ER-SUB, 6) TO WS-ED-IND.
070500     MOVE SPACES TO REPORT-LINE-RECORD.
070600     STRING ER-REF(WS-ER-SUB) " " ER-REQ-DATE(WS-ER-SUB) " "
070700             ER-MASK(WS-ER-SUB) WS-ED-VMST WS-ED-APPT WS-ED-RCUR
070800             WS-ED-HST WS-ED-DAY WS-ED-IND
070900         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
071000     WRITE REPORT-LINE-RECORD.
071100 8100-EXIT.
071200     EXIT.
071300
071400 8200-PRINT-FILE-LINE.
071500     MOVE FR-READ(WS-FILE-NO) TO WS-ED-READ.
071600     MOVE FR-REMOVED(WS-FILE-NO) TO WS-ED-REMOVED.
071700     MOVE FR-MASKED(WS-FILE-NO) TO WS-ED-MASKED.
071800     MOVE SPACES TO REPORT-LINE-RECORD.
071900     STRING FR-NAME(WS-FILE-NO) "  " FR-STATUS(WS-FILE-NO)
072000             WS-ED-READ WS-ED-REMOVED WS-ED-MASKED
072100         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
072200     WRITE REPORT-LINE-RECORD.
072300 8200-EXIT.
072400     EXIT.
072500
072600 8300-PRINT-SIGN-OFF.
072700     IF WS-ERASURE-INCOMPLETE
072800         MOVE SPACES TO REPORT-LINE-RECORD
072900         STRING "*** ERASURE NOT COMPLETE - DO NOT SIGN - "
073000                 "CORRECT THE FILE(S) ABOVE AND RERUN ***"
073100             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
073200         WRITE REPORT-LINE-RECORD
073300         GO TO 8300-EXIT
073400     END-IF.
073500     MOVE SPACES TO REPORT-LINE-RECORD.
073600     STRING "EVERY FILE ABOVE WAS PROCESSED.  THE VISITORS NAMED "
073700             "IN THE REQUESTS LISTED"
073800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
073900     WRITE REPORT-LINE-RECORD.
074000     MOVE SPACES TO REPORT-LINE-RECORD.
074100     STRING "HAVE BEEN REMOVED OR MASKED AS SHOWN."
074200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
074300     WRITE REPORT-LINE-RECORD.
074400     MOVE SPACES TO REPORT-LINE-RECORD.
074500     WRITE REPORT-LINE-RECORD.
074600     MOVE SPACES TO REPORT-LINE-RECORD.
074700     STRING "RUN BY:        " WS-OPERATOR-ID
074800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
074900     WRITE REPORT-LINE-RECORD.
075000     MOVE SPACES TO REPORT-LINE-RECORD.
075100     WRITE REPORT-LINE-RECORD.
075200     MOVE SPACES TO REPORT-LINE-RECORD.
075300     STRING "CERTIFIED BY:  ______________________________  "
075400             "DATE: __________"
075500         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
075600     WRITE REPORT-LINE-RECORD.
075700     MOVE SPACES TO REPORT-LINE-RECORD.
075800     WRITE REPORT-LINE-RECORD.
075900     MOVE SPACES TO REPORT-LINE-RECORD.
076000     STRING "FOR LEGAL:     ______________________________  "
076100             "DATE: __________"
076200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
076300     WRITE REPORT-LINE-RECORD.
076400 8300-EXIT.
076500     EXIT.
076600
076700*****************************************************************
076800*    9000-TERMINATE
076900*****************************************************************
077000 9000-TERMINATE.
077100     IF WS-TOTAL-REFUSED > ZERO AND RETURN-CODE < 4
077200         MOVE 4 TO RETURN-CODE
077300     END-IF.
077400     MOVE SPACES TO REPORT-LINE-RECORD.
077500     WRITE REPORT-LINE-RECORD.
077600     CLOSE REPORTFILE.
077700     DISPLAY "HELLO-NAME-ERASE: " ER-COUNT " REQUESTS ERASED, "
077800         WS-TOTAL-REFUSED " REFUSED.".
077900     IF WS-ERASURE-INCOMPLETE
078000         DISPLAY "HELLO-NAME-ERASE: ERASURE NOT COMPLETE - "
078100             "CERTIFICATE WITHHELD."
078200     END-IF.
078300 9000-EXIT.
078400     EXIT.
078500
078600 END PROGRAM HELLO-NAME-ERASE.
