000100*****************************************************************
000200*    HELLO-NAME-BOOK.CBL
000300*    HOST SELF-SERVICE BOOKING TRANSACTION (HBKG).  A HOST BOOKS,
000400*    CHANGES, OR CANCELS A VISIT FOR A DATE ON THE PRE-
000500*    REGISTRATION APPOINTMENT FILE (FCT ENTRY APPTFL), OR SETS UP
000600*    OR ENDS A WEEKLY / FIRST-OF-MONTH STANDING SCHEDULE ON THE
000700*    RECURRING SCHEDULE FILE (FCT ENTRY RCURFL), INSTEAD OF
000800*    E-MAILING THE DESK TO KEY THE RECORDS BY HAND.  THE VISITOR
000900*    IS SCREENED AGAINST SECURITY'S BARRED FILE (BARFL) AND THE
001000*    DEPARTMENT AGAINST THE DEPARTMENT MASTER (DEPTFL) AT BOOKING
001100*    TIME, SO A PROBLEM IS CAUGHT WHEN IT IS BOOKED, NOT ON
001200*    ARRIVAL DAY.
001300*    EVERY BOOKING CHANGE LEAVES AN AUDIT ENTRY (FCT ENTRY
001400*    AUDITFL) CARRYING THE HOST'S OPERATOR ID.
001500*
001600*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001700*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001800*    DATE-WRITTEN.      10/15/26.
001900*    DATE-COMPILED.
002000*
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    10/15/26   JAH   ORIGINAL VERSION.  PSEUDO-CONVERSATIONAL,
002400*                     ONE SCREEN, TRANSID HBKG, MAPSET HBKGMSET.
002410*    10/15/26   JAH   BOOKING AUDIT ENTRIES NOW GO THROUGH 8000-
002420*                     WRITE-SEQUENCED-AUDIT - NUMBERED FROM THE
002430*                     ONE AUDIT SEQUENCE (FCT ENTRY AUDSQFL) AND
002440*                     CHAINED BY CHECK VALUE, THE SAME AS EVERY
002450*                     OTHER AUDIT WRITER.
002462*    10/15/26   JAH   A MOVE WHOSE OLD DATE CANNOT BE DELETED NOW
002474*                     TAKES THE NEW DATE BACK OUT AND IS REFUSED,
002486*                     WITH NO AUDIT ENTRY AND NO MOVED MESSAGE.
002490*    10/15/26   JAH   ENDING A SCHEDULE NOW REPORTS ONLY THE LATER
002494*                     VISITS ACTUALLY CANCELLED, AND SAYS SO WHEN
002498*                     ANY COULD NOT BE.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.     HELLO-NAME-BOOK.
002800 AUTHOR.         J. A. HARTLEY.
002900 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003000 DATE-WRITTEN.   10/15/26.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-RESP                      PIC S9(08)  COMP.
003800 01  WS-RETURN-COMMAREA           PIC X(01)   VALUE SPACE.
003900 01  WS-ABSTIME                   PIC S9(15)  COMP-3.
004000 01  WS-CICS-DATE                 PIC X(10).
004100 01  WS-CICS-TIME                 PIC X(08).
004200 01  WS-CICS-TIMESTAMP            PIC X(26)   VALUE SPACES.
004300
004400*    THE SCREEN INPUT, CLEANED OF LOW-VALUES AND FOLDED TO UPPER
004500*    CASE WHERE IT IS A CODE.  AN UNKEYED FIELD IS SPACES HERE.
004600 01  WS-BOOKING-INPUT.
004700     05  WS-BK-ACTION             PIC X(01).
004800         88  WS-BK-BOOK                   VALUE "B".
004900         88  WS-BK-CHANGE                 VALUE "C".
005000         88  WS-BK-CANCEL                 VALUE "X".
005100         88  WS-BK-SET-UP                 VALUE "S".
005200         88  WS-BK-END                    VALUE "E".
005300     05  WS-BK-NAME               PIC X(10).
005400     05  WS-BK-DEPT               PIC X(10).
005500     05  WS-BK-DATE               PIC X(10).
005600     05  WS-BK-NEW-DATE           PIC X(10).
005700     05  WS-BK-PATTERN            PIC X(01).
005800         88  WS-BK-PATTERN-OK             VALUE "W" "F".
005900     05  WS-BK-DAY                PIC X(01).
006000         88  WS-BK-DAY-OK                 VALUE "1" THRU "7".
006100     05  WS-BK-EFF                PIC X(10).
006200     05  WS-BK-EXP                PIC X(10).
006300
006400*    KEY FOR THE APPOINTMENT FILE - VISIT DATE PLUS VISITOR NAME,
006500*    THE SAME SHAPE AS APPT-KEY IN APPTREC.
006600 01  WS-APPT-RIDFLD.
006700     05  WS-APPT-RID-DATE         PIC X(10).
006800     05  WS-APPT-RID-NAME         PIC X(10).
006900
007000*    KEY FOR THE RECURRING SCHEDULE FILE - THE FIRST 22 BYTES OF
007100*    RCUR-RECORD (VISITOR NAME, FILLER, DEPARTMENT), SO A VISITOR
007200*    HAS AT MOST ONE STANDING SCHEDULE WITH EACH DEPARTMENT.
007300 01  WS-RCUR-RIDFLD.
007400     05  WS-RCUR-RID-NAME         PIC X(10).
007500     05  FILLER                   PIC X(02)   VALUE SPACES.
007600     05  WS-RCUR-RID-DEPT         PIC X(10).
007700
007800*    DATE EDIT, BARRED-WINDOW, AND REFUSAL WORK FIELDS.  A BLANK
007900*    WS-WINDOW-TO IS AN OPEN-ENDED WINDOW (A STANDING SCHEDULE
008000*    WITH NO EXPIRY).  ANY TEXT IN WS-REFUSE-TEXT MEANS NOTHING
008100*    WAS CHANGED AND THE TEXT GOES BACK TO THE HOST.
008200 01  WS-CHECK-DATE                PIC X(10)   VALUE SPACES.
008300 01  WS-DATE-VALID-SW             PIC X(01)   VALUE "Y".
008400     88  WS-DATE-VALID                VALUE "Y".
008500     88  WS-DATE-NOT-VALID            VALUE "N".
008600 01  WS-WINDOW-FROM               PIC X(10)   VALUE SPACES.
008700 01  WS-WINDOW-TO                 PIC X(10)   VALUE SPACES.
008800 01  WS-REFUSE-TEXT               PIC X(68)   VALUE SPACES.
008900 01  WS-OLD-DEPT                  PIC X(10)   VALUE SPACES.
009000 01  WS-END-DATE                  PIC X(10)   VALUE SPACES.
009100
009200*    WHAT 4000-WRITE-BOOKING-AUDIT PUTS ON THE TRAIL - SET BY
009300*    EACH ACTION BEFORE THE PERFORM.
009400 01  WS-AUDIT-STATUS              PIC X(01)   VALUE SPACE.
009500 01  WS-AUDIT-DATE                PIC X(10)   VALUE SPACES.
009600 01  WS-AUDIT-DEPT                PIC X(10)   VALUE SPACES.
009700
009800*    BOOKED VISITS AN ENDED SCHEDULE WOULD HAVE PRODUCED AFTER ITS
009900*    LAST DAY - COLLECTED DURING THE APPTFL BROWSE AND DELETED
010000*    ONCE THE BROWSE HAS ENDED.
010100 77  WS-DROP-MAX                  PIC 9(03)   COMP VALUE 60.
010200 01  WS-DROP-TABLE.
010300     05  WS-DROP-COUNT            PIC 9(03)   COMP VALUE ZERO.
010350     05  WS-DROP-DONE             PIC 9(03)   COMP VALUE ZERO.
010400     05  WS-DROP-DATE             PIC X(10)   OCCURS 60 TIMES.
010500 01  WS-DROP-IDX                  PIC 9(03)   COMP VALUE ZERO.
010600 01  WS-DROP-EDIT                 PIC ZZ9.
010700 01  WS-BROWSE-SWITCHES.
010800     05  WS-BROWSE-DONE-SW        PIC X(01)   VALUE "N".
010900         88  WS-BROWSE-DONE               VALUE "Y".
011000     05  WS-DROP-FULL-SW          PIC X(01)   VALUE "N".
011100         88  WS-DROP-FULL                 VALUE "Y".
011200
011300*    ZELLER WORK FIELDS - THE DAY OF WEEK COMES OUT AS
011400*    1=MONDAY THROUGH 7=SUNDAY TO MATCH RCUR-DAY-OF-WEEK, THE
011500*    SAME ARITHMETIC THE GENERATION RUN (HELLO-NAME-RECUR) USES.
011600 01  WS-WORK-DATE.
011700     05  WS-WORK-YYYY             PIC 9(04).
011800     05  WS-WORK-MM               PIC 9(02).
011900     05  WS-WORK-DD               PIC 9(02).
012000 01  WS-ZEL-Y                     PIC 9(04)   VALUE ZERO.
012100 01  WS-ZEL-M                     PIC 9(02)   VALUE ZERO.
012200 01  WS-ZEL-J                     PIC 9(02)   VALUE ZERO.
012300 01  WS-ZEL-K                     PIC 9(02)   VALUE ZERO.
012400 01  WS-ZEL-T1                    PIC 9(03)   VALUE ZERO.
012500 01  WS-ZEL-T2                    PIC 9(03)   VALUE ZERO.
012600 01  WS-ZEL-T3                    PIC 9(03)   VALUE ZERO.
012700 01  WS-ZEL-SUM                   PIC 9(04)   VALUE ZERO.
012800 01  WS-ZEL-QUOT                  PIC 9(04)   VALUE ZERO.
012900 01  WS-ZEL-H                     PIC 9(02)   VALUE ZERO.
013000 01  WS-DAY-OF-WEEK               PIC 9(01)   VALUE ZERO.
013100
013200*    SAME COMPLIANCE RECORD THE HELO SCREEN WRITES THROUGH FCT
013300*    ENTRY AUDITFL, WITH THE BOOKING STATUSES AND AU-VISIT-DATE.
013400 COPY AUDITREC.
013410
013420*    AUDIT SEQUENCE CONTROL RECORD - READ FOR UPDATE THROUGH FCT
013430*    ENTRY AUDSQFL BY 8000-WRITE-SEQUENCED-AUDIT, WHICH CALLS
013440*    HELLO-NAME-AUDSEQ FOR THE CHECK VALUE ONLY.
013450 COPY AUDSQREC.
013460 COPY AUDSQPRM.
013470 01  WS-AUDSEQ-RIDFLD             PIC X(08)   VALUE 'AUDITSEQ'.
013480 01  WS-AUDSEQ-SW                 PIC X(01)   VALUE 'X'.
013482     88  WS-AUDSEQ-HELD               VALUE 'H'.
013484     88  WS-AUDSEQ-NEW                VALUE 'N'.
013486     88  WS-AUDSEQ-NONE               VALUE 'X'.
013500
013600*    PRE-REGISTRATION APPOINTMENT AND STANDING SCHEDULE RECORDS -
013700*    WRITTEN, REWRITTEN, AND DELETED THROUGH APPTFL AND RCURFL.
013800 COPY APPTREC.
013900 COPY RCURREC.
014000
014100*    BARRED-VISITOR RECORD (BARFL) AND DEPARTMENT MASTER RECORD
014200*    (DEPTFL) - READ BY KEY TO SCREEN EVERY BOOKING.
014300 COPY BARREC.
014400 COPY DEPTREC.
014500
014600*    AID VALUES (DFHENTER, DFHPF3, ...) FOR TESTING EIBAID -
014700*    SUPPLIED BY CICS, NOT HAND-MAINTAINED.
014800 COPY DFHAID.
014900
015000*    SYMBOLIC MAP FOR HBKGMAP1 - GENERATED BY THE BMS TRANSLATOR
015100*    FROM CICS/HELLOBKM.BMS AT ASSEMBLY TIME; NOT HAND-MAINTAINED.
015200 COPY HBKGMSETM.
015300
015400 PROCEDURE DIVISION.
015500*****************************************************************
015600*    0000-MAINLINE
015700*    FIRST ENTRY TO TRANSACTION HBKG SENDS A BLANK SCREEN; EVERY
015800*    SUBSEQUENT ENTRY (EIBCALEN > 0) RECEIVES THE HOST'S INPUT,
015900*    APPLIES THE KEYED ACTION, AND RE-DISPLAYS THE SCREEN WITH
016000*    THE RESULT - UNLESS THE HOST PRESSED PF3, WHICH ENDS THE
016100*    CONVERSATION.
016200*****************************************************************
016300 0000-MAINLINE.
016400     IF EIBCALEN = 0
016500         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
016600         GO TO 0000-RETURN-TRANS
016700     END-IF.
016800     IF EIBAID = DFHPF3
016900         GO TO 0000-END-TRANS
017000     END-IF.
017100     PERFORM 2000-RECEIVE-MAP THRU 2000-EXIT.
017200     PERFORM 2100-EDIT-INPUT THRU 2100-EXIT.
017300     IF WS-REFUSE-TEXT = SPACES
017400         PERFORM 2200-APPLY-ACTION THRU 2200-EXIT
017500     END-IF.
017600     PERFORM 5000-BUILD-RESULT-MESSAGE THRU 5000-EXIT.
017700     PERFORM 6000-SEND-RESULT-MAP THRU 6000-EXIT.
017800 0000-RETURN-TRANS.
017900     EXEC CICS RETURN
018000         TRANSID('HBKG')
018100         COMMAREA(WS-RETURN-COMMAREA)
018200         LENGTH(1)
018300     END-EXEC.
018400 0000-END-TRANS.
018500     EXEC CICS RETURN
018600     END-EXEC.
018700
018800*****************************************************************
018900*    1000-SEND-INITIAL-MAP
019000*****************************************************************
019100 1000-SEND-INITIAL-MAP.
019200     MOVE LOW-VALUES TO HBKGMAP1O.
019300     PERFORM 1010-SEND-MAP THRU 1010-EXIT.
019400 1000-EXIT.
019500     EXIT.
019600
019700 1010-SEND-MAP.
019800     EXEC CICS SEND MAP('HBKGMAP1')
019900         MAPSET('HBKGMSET')
020000         FROM(HBKGMAP1O)
020100         ERASE
020200     END-EXEC.
020300 1010-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*    1100-GET-CICS-TIME
020800*    TODAY'S DATE (FOR THE NOT-IN-THE-PAST EDITS) AND THE AUDIT
020900*    TIMESTAMP, IN THE SAME YYYY-MM-DD HH:MM:SS SHAPE THE HELO
021000*    SCREEN'S SIGN-OUT PATH BUILDS.
021100*****************************************************************
021200 1100-GET-CICS-TIME.
021300     EXEC CICS ASKTIME
021400         ABSTIME(WS-ABSTIME)
021500     END-EXEC.
021600     EXEC CICS FORMATTIME
021700         ABSTIME(WS-ABSTIME)
021800         YYYYMMDD(WS-CICS-DATE)
021900         DATESEP('-')
022000         TIME(WS-CICS-TIME)
022100         TIMESEP(':')
022200     END-EXEC.
022300     MOVE SPACES TO WS-CICS-TIMESTAMP.
022400     STRING WS-CICS-DATE ' ' WS-CICS-TIME
022500         DELIMITED BY SIZE INTO WS-CICS-TIMESTAMP.
022600 1100-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*    2000-RECEIVE-MAP
023100*****************************************************************
023200 2000-RECEIVE-MAP.
023300     EXEC CICS RECEIVE MAP('HBKGMAP1')
023400         MAPSET('HBKGMSET')
023500         INTO(HBKGMAP1I)
023600         RESP(WS-RESP)
023700     END-EXEC.
023800     IF WS-RESP NOT = DFHRESP(NORMAL)
023900         MOVE LOW-VALUES TO HBKGMAP1O
024000         MOVE 'PLEASE RE-ENTER - SCREEN TIMED OUT.' TO HMSGO
024100         PERFORM 1010-SEND-MAP THRU 1010-EXIT
024200         GO TO 0000-RETURN-TRANS
024300     END-IF.
024400 2000-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800*    2100-EDIT-INPUT
024900*    PULLS THE SCREEN INTO WS-BOOKING-INPUT.  AN UNKEYED FIELD
025000*    COMES BACK AS LOW-VALUES AND IS TURNED INTO SPACES SO THE
025100*    BLANK TESTS AND DATE COMPARES BELOW MEAN WHAT THEY SAY.
025200*    EVERY ACTION NEEDS AN ACTION CODE AND A VISITOR NAME.
025300*****************************************************************
025400 2100-EDIT-INPUT.
025500     MOVE SPACES TO WS-REFUSE-TEXT.
025600     MOVE HACTIONI TO WS-BK-ACTION.
025700     MOVE HNAMEI TO WS-BK-NAME.
025800     MOVE HDEPTI TO WS-BK-DEPT.
025900     MOVE HDATEI TO WS-BK-DATE.
026000     MOVE HNEWDTI TO WS-BK-NEW-DATE.
026100     MOVE HPATTI TO WS-BK-PATTERN.
026200     MOVE HDAYI TO WS-BK-DAY.
026300     MOVE HEFFI TO WS-BK-EFF.
026400     MOVE HEXPI TO WS-BK-EXP.
026500     INSPECT WS-BOOKING-INPUT REPLACING ALL LOW-VALUE BY SPACE.
026600     INSPECT WS-BK-ACTION CONVERTING 'bcxse' TO 'BCXSE'.
026700     INSPECT WS-BK-PATTERN CONVERTING 'wf' TO 'WF'.
026800     PERFORM 1100-GET-CICS-TIME THRU 1100-EXIT.
026900     IF NOT (WS-BK-BOOK OR WS-BK-CHANGE OR WS-BK-CANCEL
027000             OR WS-BK-SET-UP OR WS-BK-END)
027100         MOVE 'ACTION MUST BE B, C, X, S, OR E.' TO WS-REFUSE-TEXT
027200         GO TO 2100-EXIT
027300     END-IF.
027400     IF WS-BK-NAME = SPACES
027500         MOVE 'VISITOR NAME IS REQUIRED.' TO WS-REFUSE-TEXT
027600     END-IF.
027700 2100-EXIT.
027800     EXIT.
027900
028000 2200-APPLY-ACTION.
028100     MOVE SPACES TO HRESLT1O HRESLT2O.
028200     EVALUATE TRUE
028300         WHEN WS-BK-BOOK
028400             PERFORM 3000-BOOK-VISIT THRU 3000-EXIT
028500         WHEN WS-BK-CHANGE
028600             PERFORM 3100-CHANGE-VISIT THRU 3100-EXIT
028700         WHEN WS-BK-CANCEL
028800             PERFORM 3200-CANCEL-VISIT THRU 3200-EXIT
028900         WHEN WS-BK-SET-UP
029000             PERFORM 3300-SET-UP-STANDING THRU 3300-EXIT
029100         WHEN WS-BK-END
029200             PERFORM 3400-END-STANDING THRU 3400-EXIT
029300     END-EVALUATE.
029400 2200-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800*    3000-BOOK-VISIT
029900*    "B" - FILES ONE DATED VISIT.  THE DATE MUST BE TODAY OR
030000*    LATER, THE DEPARTMENT MUST BE ON THE MASTER, AND THE VISITOR
030100*    MUST NOT BE BARRED ON THAT DATE.  A VISITOR ALREADY BOOKED
030200*    FOR THE DATE (BY ANY HOST, OR BY THE GENERATION RUN) IS
030300*    REFUSED - THE HOST CHANGES THAT BOOKING INSTEAD.
030400*****************************************************************
030500 3000-BOOK-VISIT.
030600     MOVE WS-BK-DATE TO WS-CHECK-DATE.
030700     PERFORM 3800-CHECK-VISIT-DATE THRU 3800-EXIT.
030800     IF WS-REFUSE-TEXT NOT = SPACES
030900         GO TO 3000-EXIT
031000     END-IF.
031100     PERFORM 3900-CHECK-DEPARTMENT THRU 3900-EXIT.
031200     IF WS-REFUSE-TEXT NOT = SPACES
031300         GO TO 3000-EXIT
031400     END-IF.
031500     MOVE WS-BK-DATE TO WS-WINDOW-FROM WS-WINDOW-TO.
031600     PERFORM 3950-CHECK-BARRED THRU 3950-EXIT.
031700     IF WS-REFUSE-TEXT NOT = SPACES
031800         GO TO 3000-EXIT
031900     END-IF.
032000     MOVE SPACES TO APPT-RECORD.
032100     MOVE WS-BK-DATE TO APPT-DATE.
032200     MOVE WS-BK-NAME TO APPT-NAME.
032300     MOVE WS-BK-DEPT TO APPT-DEPT.
032400     EXEC CICS WRITE FILE('APPTFL')
032500         FROM(APPT-RECORD)
032600         RIDFLD(APPT-KEY)
032700         RESP(WS-RESP)
032800     END-EXEC.
032900     IF WS-RESP = DFHRESP(DUPREC)
033000         MOVE 'ALREADY BOOKED FOR THAT DATE - USE (C)HANGE.'
033100             TO WS-REFUSE-TEXT
033200         GO TO 3000-EXIT
033300     END-IF.
033400     IF WS-RESP NOT = DFHRESP(NORMAL)
033500         MOVE 'APPOINTMENT FILE UNAVAILABLE - TRY AGAIN LATER.'
033600             TO WS-REFUSE-TEXT
033700         GO TO 3000-EXIT
033800     END-IF.
033900     MOVE 'B' TO WS-AUDIT-STATUS.
034000     MOVE WS-BK-DATE TO WS-AUDIT-DATE.
034100     MOVE WS-BK-DEPT TO WS-AUDIT-DEPT.
034200     PERFORM 4000-WRITE-BOOKING-AUDIT THRU 4000-EXIT.
034300     STRING 'BOOKED: ' WS-BK-NAME ' ON ' WS-BK-DATE ' WITH '
034400         WS-BK-DEPT '.' DELIMITED BY SIZE INTO HRESLT1O.
034500 3000-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*    3100-CHANGE-VISIT
035000*    "C" - AN EXISTING BOOKING MOVES TO ANOTHER DATE (MOVE TO
035100*    DATE KEYED), CHANGES DEPARTMENT (DEPARTMENT KEYED), OR BOTH.
035200*    A BLANK DEPARTMENT KEEPS THE BOOKED ONE.  THE NEW DATE AND
035300*    DEPARTMENT GO THROUGH THE SAME EDITS AS A NEW BOOKING.  A
035400*    MOVE IS AUDITED AS A CANCEL OF THE OLD DATE AND A BOOKING
035500*    OF THE NEW ONE, SO THE TRAIL NEVER LOSES THE DATE IT LEFT;
035600*    A DEPARTMENT-ONLY CHANGE IS AUDITED AS A CHANGE.
035700*****************************************************************
035800 3100-CHANGE-VISIT.
035900     MOVE WS-BK-DATE TO WS-CHECK-DATE.
036000     PERFORM 3800-CHECK-VISIT-DATE THRU 3800-EXIT.
036100     IF WS-REFUSE-TEXT NOT = SPACES
036200         GO TO 3100-EXIT
036300     END-IF.
036400     MOVE WS-BK-DATE TO WS-APPT-RID-DATE.
036500     MOVE WS-BK-NAME TO WS-APPT-RID-NAME.
036600     EXEC CICS READ FILE('APPTFL')
036700         INTO(APPT-RECORD)
036800         RIDFLD(WS-APPT-RIDFLD)
036900         RESP(WS-RESP)
037000     END-EXEC.
037100     IF WS-RESP NOT = DFHRESP(NORMAL)
037200         MOVE 'NO BOOKING FOR THAT VISITOR ON THAT DATE.'
037300             TO WS-REFUSE-TEXT
037400         GO TO 3100-EXIT
037500     END-IF.
037600     MOVE APPT-DEPT TO WS-OLD-DEPT.
037700     IF WS-BK-DEPT = SPACES
037800         MOVE WS-OLD-DEPT TO WS-BK-DEPT
037900     END-IF.
038000     IF WS-BK-NEW-DATE = WS-BK-DATE
038100         MOVE SPACES TO WS-BK-NEW-DATE
038200     END-IF.
038300     IF WS-BK-NEW-DATE = SPACES AND WS-BK-DEPT = WS-OLD-DEPT
038400         MOVE 'NOTHING TO CHANGE - KEY A MOVE TO DATE OR DEPT.'
038500             TO WS-REFUSE-TEXT
038600         GO TO 3100-EXIT
038700     END-IF.
038800     IF WS-BK-NEW-DATE = SPACES
038900         MOVE WS-BK-DATE TO WS-WINDOW-FROM
039000     ELSE
039100         MOVE WS-BK-NEW-DATE TO WS-CHECK-DATE
039200         PERFORM 3800-CHECK-VISIT-DATE THRU 3800-EXIT
039300         IF WS-REFUSE-TEXT NOT = SPACES
039400             GO TO 3100-EXIT
039500         END-IF
039600         MOVE WS-BK-NEW-DATE TO WS-WINDOW-FROM
039700     END-IF.
039800     PERFORM 3900-CHECK-DEPARTMENT THRU 3900-EXIT.
039900     IF WS-REFUSE-TEXT NOT = SPACES
040000         GO TO 3100-EXIT
040100     END-IF.
040200     MOVE WS-WINDOW-FROM TO WS-WINDOW-TO.
040300     PERFORM 3950-CHECK-BARRED THRU 3950-EXIT.
040400     IF WS-REFUSE-TEXT NOT = SPACES
040500         GO TO 3100-EXIT
040600     END-IF.
040700     IF WS-BK-NEW-DATE = SPACES
040800         PERFORM 3120-CHANGE-DEPARTMENT THRU 3120-EXIT
040900     ELSE
041000         PERFORM 3110-MOVE-VISIT THRU 3110-EXIT
041100     END-IF.
041200 3100-EXIT.
041300     EXIT.
041400
041500*    THE NEW DATE IS WRITTEN BEFORE THE OLD ONE IS DELETED, SO A
041600*    FAILED WRITE LEAVES THE ORIGINAL BOOKING STANDING.  IF THE
041633*    OLD ONE THEN CANNOT BE DELETED THE NEW ONE IS TAKEN BACK OUT
041666*    AND THE MOVE IS REFUSED - NOTHING IS AUDITED.
041700 3110-MOVE-VISIT.
041800     MOVE SPACES TO APPT-RECORD.
041900     MOVE WS-BK-NEW-DATE TO APPT-DATE.
042000     MOVE WS-BK-NAME TO APPT-NAME.
042100     MOVE WS-BK-DEPT TO APPT-DEPT.
042200     EXEC CICS WRITE FILE('APPTFL')
042300         FROM(APPT-RECORD)
042400         RIDFLD(APPT-KEY)
042500         RESP(WS-RESP)
042600     END-EXEC.
042700     IF WS-RESP = DFHRESP(DUPREC)
042800         MOVE 'ALREADY BOOKED ON THE MOVE TO DATE.'
042900             TO WS-REFUSE-TEXT
043000         GO TO 3110-EXIT
043100     END-IF.
043200     IF WS-RESP NOT = DFHRESP(NORMAL)
043300         MOVE 'APPOINTMENT FILE UNAVAILABLE - TRY AGAIN LATER.'
043400             TO WS-REFUSE-TEXT
043500         GO TO 3110-EXIT
043600     END-IF.
043700     EXEC CICS DELETE FILE('APPTFL')
043800         RIDFLD(WS-APPT-RIDFLD)
043900         RESP(WS-RESP)
044000     END-EXEC.
044020     IF WS-RESP NOT = DFHRESP(NORMAL)
044040         PERFORM 3115-UNDO-NEW-DATE THRU 3115-EXIT
044060         GO TO 3110-EXIT
044080     END-IF.
044100     MOVE 'X' TO WS-AUDIT-STATUS.
044200     MOVE WS-BK-DATE TO WS-AUDIT-DATE.
044300     MOVE WS-OLD-DEPT TO WS-AUDIT-DEPT.
044400     PERFORM 4000-WRITE-BOOKING-AUDIT THRU 4000-EXIT.
044500     MOVE 'B' TO WS-AUDIT-STATUS.
044600     MOVE WS-BK-NEW-DATE TO WS-AUDIT-DATE.
044700     MOVE WS-BK-DEPT TO WS-AUDIT-DEPT.
044800     PERFORM 4000-WRITE-BOOKING-AUDIT THRU 4000-EXIT.
044900     STRING 'MOVED: ' WS-BK-NAME ' FROM ' WS-BK-DATE ' TO '
045000         WS-BK-NEW-DATE ' WITH ' WS-BK-DEPT '.'
045100         DELIMITED BY SIZE INTO HRESLT1O.
045200 3110-EXIT.
045300     EXIT.
045305
045310*    THE OLD DATE COULD NOT BE DELETED - TAKE THE NEW ONE BACK OUT
045315*    SO THE VISIT IS LEFT AS IT WAS.  ONLY IF THAT FAILS TOO IS
045320*    THE VISIT LEFT ON BOTH DATES, AND THE HOST IS TOLD SO.
045325 3115-UNDO-NEW-DATE.
045330     EXEC CICS DELETE FILE('APPTFL')
045335         RIDFLD(APPT-KEY)
045340         RESP(WS-RESP)
045345     END-EXEC.
045350     IF WS-RESP = DFHRESP(NORMAL)
045355         MOVE 'APPOINTMENT FILE UNAVAILABLE - VISIT NOT MOVED.'
045360             TO WS-REFUSE-TEXT
045365     ELSE
045370         MOVE 'BOOKED ON BOTH DATES - ASK THE DESK TO CANCEL ONE.'
045375             TO WS-REFUSE-TEXT
045380     END-IF.
045385 3115-EXIT.
045390     EXIT.
045400
045500 3120-CHANGE-DEPARTMENT.
045600     EXEC CICS READ FILE('APPTFL')
045700         INTO(APPT-RECORD)
045800         RIDFLD(WS-APPT-RIDFLD)
045900         UPDATE
046000         RESP(WS-RESP)
046100     END-EXEC.
046200     IF WS-RESP NOT = DFHRESP(NORMAL)
046300         MOVE 'NO BOOKING FOR THAT VISITOR ON THAT DATE.'
046400             TO WS-REFUSE-TEXT
046500         GO TO 3120-EXIT
046600     END-IF.
046700     MOVE WS-BK-DEPT TO APPT-DEPT.
046800     EXEC CICS REWRITE FILE('APPTFL')
046900         FROM(APPT-RECORD)
047000         RESP(WS-RESP)
047100     END-EXEC.
047200     IF WS-RESP NOT = DFHRESP(NORMAL)
047300         MOVE 'APPOINTMENT FILE UNAVAILABLE - TRY AGAIN LATER.'
047400             TO WS-REFUSE-TEXT
047500         GO TO 3120-EXIT
047600     END-IF.
047700     MOVE 'C' TO WS-AUDIT-STATUS.
047800     MOVE WS-BK-DATE TO WS-AUDIT-DATE.
047900     MOVE WS-BK-DEPT TO WS-AUDIT-DEPT.
048000     PERFORM 4000-WRITE-BOOKING-AUDIT THRU 4000-EXIT.
048100     STRING 'CHANGED: ' WS-BK-NAME ' ON ' WS-BK-DATE ' NOW WITH '
048200         WS-BK-DEPT ' (WAS ' WS-OLD-DEPT ').'
048300         DELIMITED BY SIZE INTO HRESLT1O.
048400 3120-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*    3200-CANCEL-VISIT
048900*    "X" - TAKES ONE DATED VISIT OFF THE FILE.  A VISIT WHOSE
049000*    DATE HAS PASSED IS HISTORY (THE NO-SHOW RUN ALREADY SAW IT)
049100*    AND IS NOT CANCELLED.
049200*****************************************************************
049300 3200-CANCEL-VISIT.
049400     MOVE WS-BK-DATE TO WS-CHECK-DATE.
049500     PERFORM 3800-CHECK-VISIT-DATE THRU 3800-EXIT.
049600     IF WS-REFUSE-TEXT NOT = SPACES
049700         GO TO 3200-EXIT
049800     END-IF.
049900     MOVE WS-BK-DATE TO WS-APPT-RID-DATE.
050000     MOVE WS-BK-NAME TO WS-APPT-RID-NAME.
050100     EXEC CICS READ FILE('APPTFL')
050200         INTO(APPT-RECORD)
050300         RIDFLD(WS-APPT-RIDFLD)
050400         UPDATE
050500         RESP(WS-RESP)
050600     END-EXEC.
050700     IF WS-RESP NOT = DFHRESP(NORMAL)
050800         MOVE 'NO BOOKING FOR THAT VISITOR ON THAT DATE.'
050900             TO WS-REFUSE-TEXT
051000         GO TO 3200-EXIT
051100     END-IF.
051200     MOVE APPT-DEPT TO WS-OLD-DEPT.
051300     EXEC CICS DELETE FILE('APPTFL')
051400         RESP(WS-RESP)
051500     END-EXEC.
051600     IF WS-RESP NOT = DFHRESP(NORMAL)
051700         MOVE 'APPOINTMENT FILE UNAVAILABLE - TRY AGAIN LATER.'
051800             TO WS-REFUSE-TEXT
051900         GO TO 3200-EXIT
052000     END-IF.
052100     MOVE 'X' TO WS-AUDIT-STATUS.
052200     MOVE WS-BK-DATE TO WS-AUDIT-DATE.
052300     MOVE WS-OLD-DEPT TO WS-AUDIT-DEPT.
052400     PERFORM 4000-WRITE-BOOKING-AUDIT THRU 4000-EXIT.
052500     STRING 'CANCELLED: ' WS-BK-NAME ' ON ' WS-BK-DATE ' WITH '
052600         WS-OLD-DEPT '.' DELIMITED BY SIZE INTO HRESLT1O.
052700 3200-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100*    3300-SET-UP-STANDING
053200*    "S" - FILES A WEEKLY OR FIRST-OF-MONTH STANDING SCHEDULE FOR
053300*    THE VISITOR WITH THE DEPARTMENT.  A BLANK EFFECTIVE DATE IS
053400*    TODAY; A BLANK EXPIRY NEVER LAPSES.  THE VISITOR MUST NOT
053500*    BE BARRED AT ANY POINT IN THE SCHEDULE'S WINDOW.  A
053600*    SCHEDULE ALREADY RUNNING WITH THE DEPARTMENT IS REFUSED -
053700*    THE HOST ENDS IT FIRST; ONE THAT HAS ALREADY LAPSED IS
053800*    REPLACED.  THE GENERATION RUN (HELLO-NAME-RECUR) TURNS THE
053900*    SCHEDULE INTO DATED VISITS ON ITS NEXT PASS.
054000*****************************************************************
054100 3300-SET-UP-STANDING.
054200     IF NOT WS-BK-PATTERN-OK
054300         MOVE 'PATTERN MUST BE W (WEEKLY) OR F (FIRST OF MONTH).'
054400             TO WS-REFUSE-TEXT
054500         GO TO 3300-EXIT
054600     END-IF.
054700     IF NOT WS-BK-DAY-OK
054800         MOVE 'DAY OF WEEK MUST BE 1 (MONDAY) THROUGH 7 (SUNDAY).'
054900             TO WS-REFUSE-TEXT
055000         GO TO 3300-EXIT
055100     END-IF.
055200     IF WS-BK-EFF = SPACES
055300         MOVE WS-CICS-DATE TO WS-BK-EFF
055400     END-IF.
055500     MOVE WS-BK-EFF TO WS-CHECK-DATE.
055600     PERFORM 3800-CHECK-VISIT-DATE THRU 3800-EXIT.
055700     IF WS-REFUSE-TEXT NOT = SPACES
055800         GO TO 3300-EXIT
055900     END-IF.
056000     IF WS-BK-EXP NOT = SPACES
056100         MOVE WS-BK-EXP TO WS-CHECK-DATE
056200         PERFORM 3850-VALIDATE-DATE THRU 3850-EXIT
056300         IF WS-DATE-NOT-VALID
056400             MOVE 'EXPIRY DATE MUST BE A YYYY-MM-DD DATE.'
056500                 TO WS-REFUSE-TEXT
056600             GO TO 3300-EXIT
056700         END-IF
056800         IF WS-BK-EXP < WS-BK-EFF
056900             MOVE 'EXPIRY DATE IS BEFORE THE EFFECTIVE DATE.'
057000                 TO WS-REFUSE-TEXT
057100             GO TO 3300-EXIT
057200         END-IF
057300     END-IF.
057400     PERFORM 3900-CHECK-DEPARTMENT THRU 3900-EXIT.
057500     IF WS-REFUSE-TEXT NOT = SPACES
057600         GO TO 3300-EXIT
057700     END-IF.
057800     MOVE WS-BK-EFF TO WS-WINDOW-FROM.
057900     MOVE WS-BK-EXP TO WS-WINDOW-TO.
058000     PERFORM 3950-CHECK-BARRED THRU 3950-EXIT.
058100     IF WS-REFUSE-TEXT NOT = SPACES
058200         GO TO 3300-EXIT
058300     END-IF.
058400     MOVE WS-BK-NAME TO WS-RCUR-RID-NAME.
058500     MOVE WS-BK-DEPT TO WS-RCUR-RID-DEPT.
058600     PERFORM 3310-BUILD-STANDING THRU 3310-EXIT.
058700     EXEC CICS WRITE FILE('RCURFL')
058800         FROM(RCUR-RECORD)
058900         RIDFLD(WS-RCUR-RIDFLD)
059000         RESP(WS-RESP)
059100     END-EXEC.
059200     IF WS-RESP = DFHRESP(DUPREC)
059300         PERFORM 3320-REPLACE-LAPSED THRU 3320-EXIT
059400         IF WS-REFUSE-TEXT NOT = SPACES
059500             GO TO 3300-EXIT
059600         END-IF
059700     ELSE
059800         IF WS-RESP NOT = DFHRESP(NORMAL)
059900             MOVE 'SCHEDULE FILE UNAVAILABLE - TRY AGAIN LATER.'
060000                 TO WS-REFUSE-TEXT
060100             GO TO 3300-EXIT
060200         END-IF
060300     END-IF.
060400     MOVE 'S' TO WS-AUDIT-STATUS.
060500     MOVE WS-BK-EFF TO WS-AUDIT-DATE.
060600     MOVE WS-BK-DEPT TO WS-AUDIT-DEPT.
060700     PERFORM 4000-WRITE-BOOKING-AUDIT THRU 4000-EXIT.
060800     IF WS-BK-PATTERN = 'W'
060900         STRING 'STANDING: ' WS-BK-NAME ' WITH ' WS-BK-DEPT
061000             ' WEEKLY ON DAY ' WS-BK-DAY ' FROM ' WS-BK-EFF '.'
061100             DELIMITED BY SIZE INTO HRESLT1O
061200     ELSE
061300         STRING 'STANDING: ' WS-BK-NAME ' WITH ' WS-BK-DEPT
061400             ' FIRST DAY ' WS-BK-DAY ' OF THE MONTH FROM '
061500             WS-BK-EFF '.' DELIMITED BY SIZE INTO HRESLT1O
061600     END-IF.
061700     IF WS-BK-EXP = SPACES
061800         MOVE 'NO EXPIRY - RUNS UNTIL ENDED.' TO HRESLT2O
061900     ELSE
062000         STRING 'LAST DAY ' WS-BK-EXP '.'
062100             DELIMITED BY SIZE INTO HRESLT2O
062200     END-IF.
062300 3300-EXIT.
062400     EXIT.
062500
062600 3310-BUILD-STANDING.
062700     MOVE SPACES TO RCUR-RECORD.
062800     MOVE WS-BK-NAME TO RCUR-NAME.
062900     MOVE WS-BK-DEPT TO RCUR-DEPT.
063000     MOVE WS-BK-PATTERN TO RCUR-PATTERN.
063100     MOVE WS-BK-DAY TO RCUR-DAY-OF-WEEK.
063200     MOVE WS-BK-EFF TO RCUR-EFF-DATE.
063300     MOVE WS-BK-EXP TO RCUR-EXP-DATE.
063400 3310-EXIT.
063500     EXIT.
063600
063700*    THE VISITOR ALREADY HAS A SCHEDULE WITH THE DEPARTMENT.  ONE
063800*    STILL RUNNING TODAY IS LEFT ALONE; ONE THAT HAS LAPSED IS
063900*    OVERWRITTEN WITH THE NEW SCHEDULE.
064000 3320-REPLACE-LAPSED.
064100     EXEC CICS READ FILE('RCURFL')
064200         INTO(RCUR-RECORD)
064300         RIDFLD(WS-RCUR-RIDFLD)
064400         UPDATE
064500         RESP(WS-RESP)
064600     END-EXEC.
064700     IF WS-RESP NOT = DFHRESP(NORMAL)
064800         MOVE 'SCHEDULE FILE UNAVAILABLE - TRY AGAIN LATER.'
064900             TO WS-REFUSE-TEXT
065000         GO TO 3320-EXIT
065100     END-IF.
065200     IF RCUR-EXP-DATE = SPACES
065300             OR RCUR-EXP-DATE NOT < WS-CICS-DATE
065400         EXEC CICS UNLOCK FILE('RCURFL')
065500         END-EXEC
065600         MOVE 'ALREADY HAS A SCHEDULE WITH THAT DEPT - (E)ND IT.'
065700             TO WS-REFUSE-TEXT
065800         GO TO 3320-EXIT
065900     END-IF.
066000     PERFORM 3310-BUILD-STANDING THRU 3310-EXIT.
066100     EXEC CICS REWRITE FILE('RCURFL')
066200         FROM(RCUR-RECORD)
066300         RESP(WS-RESP)
066400     END-EXEC.
066500     IF WS-RESP NOT = DFHRESP(NORMAL)
066600         MOVE 'SCHEDULE FILE UNAVAILABLE - TRY AGAIN LATER.'
066700             TO WS-REFUSE-TEXT
066800     END-IF.
066900 3320-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300*    3400-END-STANDING
067400*    "E" - SETS THE LAST DAY OF THE VISITOR'S STANDING SCHEDULE
067500*    WITH THE DEPARTMENT (THE EXPIRES FIELD, OR TODAY WHEN IT IS
067600*    BLANK).  THE GENERATION RUN HAS USUALLY FILED VISITS SOME
067700*    DAYS AHEAD ALREADY, SO THE ONES THE SCHEDULE PRODUCED AFTER
067800*    THE LAST DAY - SAME VISITOR, SAME DEPARTMENT, ON THE
067900*    SCHEDULE'S OWN DAY - ARE CANCELLED WITH IT, EACH WITH ITS
068000*    OWN AUDIT ENTRY.  A ONE-OFF THE HOST BOOKED ON ANOTHER DAY
068100*    IS LEFT STANDING.
068200*****************************************************************
068300 3400-END-STANDING.
068400     IF WS-BK-EXP = SPACES
068500         MOVE WS-CICS-DATE TO WS-END-DATE
068600     ELSE
068700         MOVE WS-BK-EXP TO WS-CHECK-DATE
068800         PERFORM 3800-CHECK-VISIT-DATE THRU 3800-EXIT
068900         IF WS-REFUSE-TEXT NOT = SPACES
069000             GO TO 3400-EXIT
069100         END-IF
069200         MOVE WS-BK-EXP TO WS-END-DATE
069300     END-IF.
069400     IF WS-BK-DEPT = SPACES
069500         MOVE 'DEPARTMENT IS REQUIRED.' TO WS-REFUSE-TEXT
069600         GO TO 3400-EXIT
069700     END-IF.
069800     MOVE WS-BK-NAME TO WS-RCUR-RID-NAME.
069900     MOVE WS-BK-DEPT TO WS-RCUR-RID-DEPT.
070000     EXEC CICS READ FILE('RCURFL')
070100         INTO(RCUR-RECORD)
070200         RIDFLD(WS-RCUR-RIDFLD)
070300         UPDATE
070400         RESP(WS-RESP)
070500     END-EXEC.
070600     IF WS-RESP NOT = DFHRESP(NORMAL)
070700         MOVE 'NO STANDING SCHEDULE FOR THAT VISITOR AND DEPT.'
070800             TO WS-REFUSE-TEXT
070900         GO TO 3400-EXIT
071000     END-IF.
071100     IF RCUR-EXP-DATE NOT = SPACES
071200             AND RCUR-EXP-DATE NOT > WS-END-DATE
071300         EXEC CICS UNLOCK FILE('RCURFL')
071400         END-EXEC
071500         STRING 'THAT SCHEDULE ALREADY ENDS ON ' RCUR-EXP-DATE '.'
071600             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
071700         GO TO 3400-EXIT
071800     END-IF.
071900     MOVE WS-END-DATE TO RCUR-EXP-DATE.
072000     EXEC CICS REWRITE FILE('RCURFL')
072100         FROM(RCUR-RECORD)
072200         RESP(WS-RESP)
072300     END-EXEC.
072400     IF WS-RESP NOT = DFHRESP(NORMAL)
072500         MOVE 'SCHEDULE FILE UNAVAILABLE - TRY AGAIN LATER.'
072600             TO WS-REFUSE-TEXT
072700         GO TO 3400-EXIT
072800     END-IF.
072900     MOVE 'E' TO WS-AUDIT-STATUS.
073000     MOVE WS-END-DATE TO WS-AUDIT-DATE.
073100     MOVE WS-BK-DEPT TO WS-AUDIT-DEPT.
073200     PERFORM 4000-WRITE-BOOKING-AUDIT THRU 4000-EXIT.
073300     PERFORM 3410-FIND-LATER-VISITS THRU 3410-EXIT.
073400     PERFORM 3430-CANCEL-LATER-VISIT THRU 3430-EXIT
073500         VARYING WS-DROP-IDX FROM 1 BY 1
073600         UNTIL WS-DROP-IDX > WS-DROP-COUNT.
073700     STRING 'STANDING SCHEDULE ENDED: ' WS-BK-NAME ' WITH '
073800         WS-BK-DEPT ', LAST DAY ' WS-END-DATE '.'
073900         DELIMITED BY SIZE INTO HRESLT1O.
074000     MOVE WS-DROP-DONE TO WS-DROP-EDIT.
074010     IF WS-DROP-DONE < WS-DROP-COUNT
074020         STRING WS-DROP-EDIT
074030             ' LATER VISIT(S) CANCELLED - SOME COULD NOT BE;'
074040             ' CANCEL THEM WITH (X).'
074050             DELIMITED BY SIZE INTO HRESLT2O
074060         GO TO 3400-EXIT
074070     END-IF.
074100     IF WS-DROP-FULL
074200         STRING WS-DROP-EDIT
074300             ' LATER VISIT(S) CANCELLED - MORE REMAIN ON FILE;'
074400             ' CANCEL THEM WITH (X).'
074500             DELIMITED BY SIZE INTO HRESLT2O
074600     ELSE
074700         STRING WS-DROP-EDIT
074800             ' LATER VISIT(S) ALREADY FILED FOR IT CANCELLED.'
074900             DELIMITED BY SIZE INTO HRESLT2O
075000     END-IF.
075100 3400-EXIT.
075200     EXIT.
075300
075400*    BROWSES APPTFL FROM THE DAY AFTER THE LAST DAY (A KEY OF THE
075500*    LAST DAY PLUS HIGH-VALUES SORTS AFTER EVERY VISITOR BOOKED
075600*    ON IT) AND COLLECTS THE VISITS THIS SCHEDULE PRODUCED.  THE
075700*    DELETES WAIT UNTIL THE BROWSE HAS ENDED.
075800 3410-FIND-LATER-VISITS.
075900     MOVE ZERO TO WS-DROP-COUNT.
075950     MOVE ZERO TO WS-DROP-DONE.
076000     MOVE "N" TO WS-BROWSE-DONE-SW.
076100     MOVE "N" TO WS-DROP-FULL-SW.
076200     MOVE WS-END-DATE TO WS-APPT-RID-DATE.
076300     MOVE HIGH-VALUES TO WS-APPT-RID-NAME.
076400     EXEC CICS STARTBR FILE('APPTFL')
076500         RIDFLD(WS-APPT-RIDFLD)
076600         GTEQ
076700         RESP(WS-RESP)
076800     END-EXEC.
076900     IF WS-RESP NOT = DFHRESP(NORMAL)
077000         GO TO 3410-EXIT
077100     END-IF.
077200     PERFORM 3420-BROWSE-ONE-VISIT THRU 3420-EXIT
077300         UNTIL WS-BROWSE-DONE.
077400     EXEC CICS ENDBR FILE('APPTFL')
077500     END-EXEC.
077600 3410-EXIT.
077700     EXIT.
077800
077900 3420-BROWSE-ONE-VISIT.
078000     EXEC CICS READNEXT FILE('APPTFL')
078100         INTO(APPT-RECORD)
078200         RIDFLD(WS-APPT-RIDFLD)
078300         RESP(WS-RESP)
078400     END-EXEC.
078500     IF WS-RESP NOT = DFHRESP(NORMAL)
078600         SET WS-BROWSE-DONE TO TRUE
078700         GO TO 3420-EXIT
078800     END-IF.
078900     IF APPT-NAME NOT = WS-BK-NAME OR APPT-DEPT NOT = WS-BK-DEPT
079000         GO TO 3420-EXIT
079100     END-IF.
079200     MOVE APPT-DATE(1:4) TO WS-WORK-YYYY.
079300     MOVE APPT-DATE(6:2) TO WS-WORK-MM.
079400     MOVE APPT-DATE(9:2) TO WS-WORK-DD.
079500     PERFORM 3440-DAY-OF-WEEK THRU 3440-EXIT.
079600     IF WS-DAY-OF-WEEK NOT = RCUR-DAY-OF-WEEK
079700         GO TO 3420-EXIT
079800     END-IF.
079900     IF RCUR-PATTERN-FIRST AND WS-WORK-DD > 7
080000         GO TO 3420-EXIT
080100     END-IF.
080200     IF WS-DROP-COUNT NOT < WS-DROP-MAX
080300         SET WS-DROP-FULL TO TRUE
080400         SET WS-BROWSE-DONE TO TRUE
080500         GO TO 3420-EXIT
080600     END-IF.
080700     ADD 1 TO WS-DROP-COUNT.
080800     MOVE APPT-DATE TO WS-DROP-DATE(WS-DROP-COUNT).
080900 3420-EXIT.
081000     EXIT.
081100
081200 3430-CANCEL-LATER-VISIT.
081300     MOVE WS-DROP-DATE(WS-DROP-IDX) TO WS-APPT-RID-DATE.
081400     MOVE WS-BK-NAME TO WS-APPT-RID-NAME.
081500     EXEC CICS DELETE FILE('APPTFL')
081600         RIDFLD(WS-APPT-RIDFLD)
081700         RESP(WS-RESP)
081800     END-EXEC.
081900     IF WS-RESP NOT = DFHRESP(NORMAL)
082000         GO TO 3430-EXIT
082100     END-IF.
082150     ADD 1 TO WS-DROP-DONE.
082200     MOVE 'X' TO WS-AUDIT-STATUS.
082300     MOVE WS-DROP-DATE(WS-DROP-IDX) TO WS-AUDIT-DATE.
082400     MOVE WS-BK-DEPT TO WS-AUDIT-DEPT.
082500     PERFORM 4000-WRITE-BOOKING-AUDIT THRU 4000-EXIT.
082600 3430-EXIT.
082700     EXIT.
082800
082900*****************************************************************
083000*    3440-DAY-OF-WEEK
083100*    ZELLER'S CONGRUENCE ON THE WORK DATE - JANUARY AND
083200*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.
083300*    THE RESULT IS RENUMBERED 1=MONDAY THROUGH 7=SUNDAY.
083400*****************************************************************
083500 3440-DAY-OF-WEEK.
083600     MOVE WS-WORK-YYYY TO WS-ZEL-Y.
083700     MOVE WS-WORK-MM TO WS-ZEL-M.
083800     IF WS-ZEL-M < 3
083900         ADD 12 TO WS-ZEL-M
084000         SUBTRACT 1 FROM WS-ZEL-Y
084100     END-IF.
084200     DIVIDE WS-ZEL-Y BY 100 GIVING WS-ZEL-J
084300         REMAINDER WS-ZEL-K.
084400     COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-M + 1).
084500     DIVIDE 5 INTO WS-ZEL-T1.
084600     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2.
084700     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3.
084800     COMPUTE WS-ZEL-SUM = WS-WORK-DD + WS-ZEL-T1
084900         + WS-ZEL-K + WS-ZEL-T2 + WS-ZEL-T3
085000         + 5 * WS-ZEL-J.
085100     DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-QUOT
085200         REMAINDER WS-ZEL-H.
085300     COMPUTE WS-ZEL-SUM = WS-ZEL-H + 5.
085400     DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-QUOT
085500         REMAINDER WS-ZEL-H.
085600     COMPUTE WS-DAY-OF-WEEK = WS-ZEL-H + 1.
085700 3440-EXIT.
085800     EXIT.
085900
086000*****************************************************************
086100*    3800-CHECK-VISIT-DATE
086200*    WS-CHECK-DATE MUST BE A REAL YYYY-MM-DD DATE AND NOT BEFORE
086300*    TODAY - NOTHING IS BOOKED, MOVED, CANCELLED, OR ENDED IN
086400*    THE PAST.
086500*****************************************************************
086600 3800-CHECK-VISIT-DATE.
086700     PERFORM 3850-VALIDATE-DATE THRU 3850-EXIT.
086800     IF WS-DATE-NOT-VALID
086900         STRING 'DATE ' WS-CHECK-DATE ' IS NOT A YYYY-MM-DD DATE.'
087000             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
087100         GO TO 3800-EXIT
087200     END-IF.
087300     IF WS-CHECK-DATE < WS-CICS-DATE
087400         STRING 'DATE ' WS-CHECK-DATE ' HAS ALREADY PASSED.'
087500             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
087600     END-IF.
087700 3800-EXIT.
087800     EXIT.
087900
088000*****************************************************************
088100*    3850-VALIDATE-DATE
088200*    WS-CHECK-DATE MUST BE A YYYY-MM-DD DATE WITH A REAL MONTH
088300*    AND A DAY OF 01-31 - THE SAME EDIT THE BARRED-LIST
088400*    MAINTENANCE RUN APPLIES TO ITS KEYED DATES.
088500*****************************************************************
088600 3850-VALIDATE-DATE.
088700     SET WS-DATE-VALID TO TRUE.
088800     IF WS-CHECK-DATE(1:4) NOT NUMERIC
088900             OR WS-CHECK-DATE(5:1) NOT = "-"
089000             OR WS-CHECK-DATE(6:2) NOT NUMERIC
089100             OR WS-CHECK-DATE(8:1) NOT = "-"
089200             OR WS-CHECK-DATE(9:2) NOT NUMERIC
089300         SET WS-DATE-NOT-VALID TO TRUE
089400         GO TO 3850-EXIT
089500     END-IF.
089600     IF WS-CHECK-DATE(6:2) < "01" OR WS-CHECK-DATE(6:2) > "12"
089700             OR WS-CHECK-DATE(9:2) < "01"
089800             OR WS-CHECK-DATE(9:2) > "31"
089900         SET WS-DATE-NOT-VALID TO TRUE
090000     END-IF.
090100 3850-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500*    3900-CHECK-DEPARTMENT
090600*    THE DEPARTMENT MUST BE ON THE DEPARTMENT MASTER (FCT ENTRY
090700*    DEPTFL) - A MISTYPED OR RETIRED CODE IS CAUGHT NOW, NOT BY
090800*    THE ROSTER BUILD'S SUSPENSE ON THE DAY OF THE VISIT.
090900*****************************************************************
091000 3900-CHECK-DEPARTMENT.
091100     IF WS-BK-DEPT = SPACES
091200         MOVE 'DEPARTMENT IS REQUIRED.' TO WS-REFUSE-TEXT
091300         GO TO 3900-EXIT
091400     END-IF.
091500     EXEC CICS READ FILE('DEPTFL')
091600         INTO(DEPT-RECORD)
091700         RIDFLD(WS-BK-DEPT)
091800         RESP(WS-RESP)
091900     END-EXEC.
092000     IF WS-RESP NOT = DFHRESP(NORMAL)
092100         STRING 'DEPARTMENT ' WS-BK-DEPT
092200             ' IS NOT ON THE DEPARTMENT MASTER.'
092300             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
092400     END-IF.
092500 3900-EXIT.
092600     EXIT.
092700
092800*****************************************************************
092900*    3950-CHECK-BARRED
093000*    SECURITY'S STANDING LIST (FCT ENTRY BARFL).  THE BOOKING IS
093100*    REFUSED WHEN THE BAR OVERLAPS ANY DAY OF THE WINDOW - FROM
093200*    ITS EFFECTIVE DATE THROUGH ITS EXPIRY DATE, A BLANK EXPIRY
093300*    NEVER LAPSING AND A BLANK EFFECTIVE DATE (FILED BEFORE THE
093400*    LIST CARRIED DATES) ALWAYS APPLYING, THE SAME RULE THE HELO
093500*    SCREEN USES ON THE DAY.  THE REASON IS NOT SHOWN TO THE
093600*    HOST - SECURITY ANSWERS THAT.
093700*****************************************************************
093800 3950-CHECK-BARRED.
093900     EXEC CICS READ FILE('BARFL')
094000         INTO(BAR-RECORD)
094100         RIDFLD(WS-BK-NAME)
094200         RESP(WS-RESP)
094300     END-EXEC.
094400     IF WS-RESP NOT = DFHRESP(NORMAL)
094500         GO TO 3950-EXIT
094600     END-IF.
094700     IF BAR-EXP-DATE NOT = SPACES
094800             AND BAR-EXP-DATE < WS-WINDOW-FROM
094900         GO TO 3950-EXIT
095000     END-IF.
095100     IF WS-WINDOW-TO NOT = SPACES
095200             AND BAR-EFF-DATE > WS-WINDOW-TO
095300         GO TO 3950-EXIT
095400     END-IF.
095500     MOVE 'VISITOR IS BARRED ON THAT DATE - REFER TO SECURITY.'
095600         TO WS-REFUSE-TEXT.
095700 3950-EXIT.
095800     EXIT.
095900
096000*****************************************************************
096100*    4000-WRITE-BOOKING-AUDIT
096200*    ONE COMPLIANCE RECORD PER BOOKING CHANGE, THROUGH THE SAME
096300*    FCT ENTRY (AUDITFL) THE HELO SCREEN APPENDS TO.  THE
096400*    OPERATOR ID IS THE HOST SIGNED ON AT THIS TERMINAL, NOT THE
096500*    DESK.  AU-VISIT-DATE IS THE DATE BOOKED OR CANCELLED, OR THE
096600*    DAY A STANDING SCHEDULE STARTS OR ENDS.  THE ENTRY IS
096650*    NUMBERED AND WRITTEN BY 8000-WRITE-SEQUENCED-AUDIT.
096700*****************************************************************
096800 4000-WRITE-BOOKING-AUDIT.
096900     MOVE SPACES TO AUDIT-RECORD.
097000     MOVE WS-BK-NAME TO AU-NAME.
097100     MOVE WS-CICS-TIMESTAMP TO AU-TIMESTAMP.
097200     MOVE EIBOPID TO AU-OPERATOR-ID.
097300     MOVE EIBTRMID TO AU-TERMINAL-ID.
097400     MOVE WS-AUDIT-STATUS TO AU-STATUS.
097500     MOVE WS-AUDIT-DEPT TO AU-DEPT.
097600     MOVE WS-AUDIT-DATE TO AU-VISIT-DATE.
097700     PERFORM 8000-WRITE-SEQUENCED-AUDIT THRU 8000-EXIT.
098100 4000-EXIT.
098200     EXIT.
098300
098400*****************************************************************
098500*    5000-BUILD-RESULT-MESSAGE
098600*    A REFUSAL CHANGES NOTHING ON FILE - THE REASON GOES ON THE
098700*    FIRST RESULT LINE AND THE KEYED FIELDS STAY ON THE SCREEN
098800*    FOR THE HOST TO CORRECT.
098900*****************************************************************
099000 5000-BUILD-RESULT-MESSAGE.
099100     IF WS-REFUSE-TEXT NOT = SPACES
099200         MOVE SPACES TO HRESLT1O HRESLT2O
099300         STRING 'NOT DONE - ' WS-REFUSE-TEXT
099400             DELIMITED BY SIZE INTO HRESLT1O
099500         MOVE 'CORRECT THE ENTRY AND PRESS ENTER, OR PF3 TO END.'
099600             TO HMSGO
099700     ELSE
099800         MOVE 'DONE - KEY THE NEXT ACTION, OR PF3 TO END.'
099900             TO HMSGO
100000     END-IF.
100100 5000-EXIT.
100200     EXIT.
100300
100400*****************************************************************
100500*    6000-SEND-RESULT-MAP
100600*****************************************************************
100700 6000-SEND-RESULT-MAP.
100800     EXEC CICS SEND MAP('HBKGMAP1')
100900         MAPSET('HBKGMSET')
101000         FROM(HBKGMAP1O)
101100         DATAONLY
101200     END-EXEC.
101300 6000-EXIT.
101400     EXIT.
101500
101600*****************************************************************
101700*    8000-WRITE-SEQUENCED-AUDIT
101800*    WRITES THE BOOKING AUDIT ENTRY BUILT BY 4000 WITH THE NEXT
101900*    NUMBER OF THE ONE CONTINUOUS AUDIT SEQUENCE AND A CHECK
102000*    VALUE CHAINED FROM THE ENTRY BEFORE IT - THE SAME CONTROL
102100*    RECORD (FCT ENTRY AUDSQFL) THE HELO SCREEN AND THE BATCH
102200*    WRITERS NUMBER FROM, SO THE TRAIL HAS ONE SEQUENCE.  THE
102300*    CONTROL RECORD IS HELD FOR UPDATE ACROSS THE AUDITFL WRITE
102400*    AND ADVANCED ONLY ONCE THE ENTRY IS ON THE TRAIL, SO A
102500*    FAILED WRITE NEVER LEAVES A GAP.  THE CHECK VALUE COMES FROM
102600*    HELLO-NAME-AUDSEQ (REQUEST 'K', NO FILE I/O) SO BATCH AND
102700*    ONLINE CHAIN THE SAME WAY.  THE VERY FIRST ENTRY FINDS NO
102800*    CONTROL RECORD AND STARTS IT.  IF THE CONTROL RECORD CANNOT
102900*    BE HAD AT ALL THE ENTRY IS STILL WRITTEN, UNNUMBERED - A
103000*    BOOKING CHANGE IS NEVER AUDIT-SILENT FOR THE SAKE OF A
103100*    NUMBER.
103200*****************************************************************
103300 8000-WRITE-SEQUENCED-AUDIT.
103400     SET WS-AUDSEQ-NONE TO TRUE.
103500     EXEC CICS READ FILE('AUDSQFL')
103600         INTO(AUDSEQ-RECORD)
103700         RIDFLD(WS-AUDSEQ-RIDFLD)
103800         UPDATE
103900         RESP(WS-RESP)
104000     END-EXEC.
104100     IF WS-RESP = DFHRESP(NORMAL)
104200         SET WS-AUDSEQ-HELD TO TRUE
104300     END-IF.
104400     IF WS-RESP = DFHRESP(NOTFND)
104500         SET WS-AUDSEQ-NEW TO TRUE
104600         MOVE SPACES TO AUDSEQ-RECORD
104700         MOVE WS-AUDSEQ-RIDFLD TO ASQ-KEY
104800         MOVE ZERO TO ASQ-LAST-SEQ-NO
104900         MOVE ZERO TO ASQ-LAST-CHECK-VALUE
105000     END-IF.
105100     IF NOT WS-AUDSEQ-NONE
105200         ADD 1 TO ASQ-LAST-SEQ-NO
105300         MOVE ASQ-LAST-SEQ-NO TO AU-SEQ-NO
105400         MOVE ASQ-LAST-CHECK-VALUE TO ASP-PREV-CHECK
105500         SET ASP-REQUEST-CHECK TO TRUE
105600         CALL 'HELLO-NAME-AUDSEQ' USING AUDSEQ-PARM AUDIT-RECORD
105700         MOVE ASP-CHECK-VALUE TO AU-CHECK-VALUE
105800         MOVE ASP-CHECK-VALUE TO ASQ-LAST-CHECK-VALUE
105900         MOVE AU-TIMESTAMP TO ASQ-LAST-TIMESTAMP
106000     END-IF.
106100     EXEC CICS WRITE FILE('AUDITFL')
106200         FROM(AUDIT-RECORD)
106300         RESP(WS-RESP)
106400     END-EXEC.
106500     IF WS-AUDSEQ-NONE
106600         GO TO 8000-EXIT
106700     END-IF.
106800     IF WS-RESP NOT = DFHRESP(NORMAL)
106900         IF WS-AUDSEQ-HELD
107000             EXEC CICS UNLOCK FILE('AUDSQFL')
107100                 RESP(WS-RESP)
107200             END-EXEC
107300         END-IF
107400         GO TO 8000-EXIT
107500     END-IF.
107600     IF WS-AUDSEQ-HELD
107700         EXEC CICS REWRITE FILE('AUDSQFL')
107800             FROM(AUDSEQ-RECORD)
107900             RESP(WS-RESP)
108000         END-EXEC
108100     ELSE
108200         EXEC CICS WRITE FILE('AUDSQFL')
108300             FROM(AUDSEQ-RECORD)
108400             RIDFLD(ASQ-KEY)
108500             RESP(WS-RESP)
108600         END-EXEC
108700     END-IF.
108800 8000-EXIT.
108900     EXIT.
109000 END PROGRAM HELLO-NAME-BOOK.
