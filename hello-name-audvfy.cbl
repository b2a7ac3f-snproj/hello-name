000100*****************************************************************
000200*    HELLO-NAME-AUDVFY.CBL
000300*    AUDIT TRAIL VERIFICATION RUN - WALKS THE AUDIT TRAIL IN THE
000400*    ORDER IT WAS WRITTEN (AUDITIN - THE CONSOLIDATED HISTORY
000500*    AUDITHST WITH THE LIVE AUDITFILE BEHIND IT, OR A RUN OF
000600*    AUDITDAY GENERATIONS OLDEST FIRST) AND PROVES IT UNBROKEN.
000700*    EVERY ENTRY MUST CARRY THE NEXT NUMBER OF THE ONE AUDIT
000800*    SEQUENCE, AND ITS CHECK VALUE MUST BE THE ONE HELLO-NAME-
000900*    AUDSEQ WORKS OUT FROM THE ENTRY ITSELF CHAINED FROM THE
001000*    ENTRY BEFORE IT.  EVERY GAP, DUPLICATE, OUT-OF-ORDER ENTRY,
001100*    BROKEN LINK, AND UNNUMBERED ENTRY IS LISTED ON AVFYRPT, AND
001200*    THE LAST ENTRY ON THE TRAIL IS MATCHED AGAINST THE SEQUENCE
001300*    CONTROL RECORD (AUDSEQ) SO LINES CUT OFF THE END SHOW TOO.
001400*    ANY EXCEPTION ENDS THE RUN WITH RETURN CODE 16 SO HELLOARC
001500*    IS HELD, THE SAME AS AN OUT-OF-BALANCE DAY FROM HELLOBAL.
001600*
001700*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001800*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001900*    DATE-WRITTEN.      10/15/26.
002000*    DATE-COMPILED.
002100*
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    10/15/26   JAH   ORIGINAL VERSION - SCHEDULED BETWEEN
002500*                     HELLOBAL AND HELLOARC.
002520*    10/15/26   JAH   A MASKED ENTRY IS NOW ACCEPTED ONLY WHEN THE
002540*                     ERASURE RUN RECORDED IT ON THE ERASURE LOG
002560*                     (ERASLOG) AND IT STILL MATCHES THE LOG - ANY
002580*                     OTHER "*" NAME IS A BROKEN CHAIN.
002585*    10/15/26   JAH   A MASKED FIRST ENTRY OF A PART RUN IS NOW
002590*                     PROVED AGAINST THE ERASURE LOG LIKE ANY
002595*                     OTHER.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     HELLO-NAME-AUDVFY.
002900 AUTHOR.         J. A. HARTLEY.
003000 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
003100 DATE-WRITTEN.   10/15/26.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AUDITIN ASSIGN TO "AUDITIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDITIN-STATUS.
004000
004100     SELECT AUDSEQ ASSIGN TO "AUDSEQ"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS ASQ-KEY
004500         FILE STATUS IS WS-AUDSEQ-STATUS.
004514
004528     SELECT ERASLOG ASSIGN TO "ERASLOG"
004542         ORGANIZATION IS INDEXED
004556         ACCESS MODE IS RANDOM
004570         RECORD KEY IS ERL-SEQ-NO
004584         FILE STATUS IS WS-ERASLOG-STATUS.
004600
004700     SELECT REPORTFILE ASSIGN TO "AVFYRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REPORTFILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AUDITIN
005400     LABEL RECORDS ARE OMITTED.
005500 01  AUDIT-IN-RECORD                 PIC X(116).
005600
005700 FD  AUDSEQ
005800     LABEL RECORDS ARE STANDARD.
005900     COPY AUDSQREC.
005920
005940 FD  ERASLOG
005960     LABEL RECORDS ARE STANDARD.
005980     COPY ERLOGREC.
006000
006100 FD  REPORTFILE
006200     LABEL RECORDS ARE OMITTED.
006300 01  REPORT-LINE-RECORD              PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-FILE-STATUS-AREA.
006700     05  WS-AUDITIN-STATUS        PIC X(02)   VALUE "00".
006800     05  WS-AUDSEQ-STATUS         PIC X(02)   VALUE "00".
006850     05  WS-ERASLOG-STATUS        PIC X(02)   VALUE "00".
006900     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
007000
007100 01  WS-SWITCHES.
007200     05  WS-AUDIT-EOF-SW          PIC X(01)   VALUE "N".
007300         88  WS-AUDIT-EOF                 VALUE "Y".
007400     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
007500         88  WS-FILES-OPEN-OK             VALUE "Y".
007600         88  WS-FILES-OPEN-FAILED         VALUE "N".
007700     05  WS-SEQUENCING-SW         PIC X(01)   VALUE "N".
007800         88  WS-SEQUENCING-STARTED        VALUE "Y".
007900     05  WS-TRAIL-MODE-SW         PIC X(01)   VALUE "P".
008000         88  WS-TRAIL-FULL                VALUE "F".
008100         88  WS-TRAIL-PART                VALUE "P".
008200     05  WS-CONTROL-SW            PIC X(01)   VALUE "N".
008300         88  WS-CONTROL-CHECKED           VALUE "Y".
008400         88  WS-CONTROL-NOT-CHECKED       VALUE "N".
008500     05  WS-TRAIL-SW              PIC X(01)   VALUE "Y".
008600         88  WS-TRAIL-PROVED              VALUE "Y".
008700         88  WS-TRAIL-NOT-PROVED          VALUE "N".
008714     05  WS-ERASLOG-OPEN-SW       PIC X(01)   VALUE "N".
008728         88  WS-ERASLOG-OPEN              VALUE "Y".
008742         88  WS-ERASLOG-ABSENT            VALUE "N".
008756     05  WS-ERASURE-SW            PIC X(01)   VALUE "N".
008770         88  WS-ERASURE-PROVED            VALUE "Y".
008784         88  WS-ERASURE-NOT-PROVED        VALUE "N".
008800
008900 01  WS-PARM-DATA                 PIC X(08)   VALUE SPACES.
009000 01  WS-CONTROL-KEY               PIC X(08)   VALUE "AUDITSEQ".
009100
009200*    THE CHAIN SO FAR - THE HIGHEST SEQUENCE NUMBER TAKEN IN ORDER
009300*    AND THE CHECK VALUE STORED ON THAT ENTRY, WHICH THE NEXT
009400*    ENTRY MUST BE CHAINED FROM.
009500 01  WS-HIGH-SEQ                  PIC 9(09)   VALUE ZERO.
009600 01  WS-PREV-CHECK                PIC 9(09)   VALUE ZERO.
009700 01  WS-EXPECTED-SEQ              PIC 9(09)   VALUE ZERO.
009800 01  WS-FIRST-SEQ                 PIC 9(09)   VALUE ZERO.
009900 01  WS-MISSING                   PIC 9(09)   VALUE ZERO.
010000
010100*    RUN TOTALS FOR THE FOOT OF THE REPORT.
010200 01  WS-RECORDS-READ              PIC 9(09)   VALUE ZERO.
010300 01  WS-PRE-SEQ-COUNT             PIC 9(09)   VALUE ZERO.
010400 01  WS-NUMBERED-COUNT            PIC 9(09)   VALUE ZERO.
010500 01  WS-ERASED-COUNT              PIC 9(09)   VALUE ZERO.
010600 01  WS-GAP-COUNT                 PIC 9(09)   VALUE ZERO.
010700 01  WS-MISSING-COUNT             PIC 9(09)   VALUE ZERO.
010800 01  WS-DUPLICATE-COUNT           PIC 9(09)   VALUE ZERO.
010900 01  WS-OUT-OF-ORDER-COUNT        PIC 9(09)   VALUE ZERO.
011000 01  WS-BROKEN-COUNT              PIC 9(09)   VALUE ZERO.
011100 01  WS-UNNUMBERED-COUNT          PIC 9(09)   VALUE ZERO.
011200 01  WS-DAMAGED-COUNT             PIC 9(09)   VALUE ZERO.
011300 01  WS-EXCEPTION-COUNT           PIC 9(09)   VALUE ZERO.
011400
011500 01  WS-EDIT-COUNT                PIC Z(08)9.
011600
011700*    ONE LINE PER EXCEPTION - WHERE ON THE INPUT, WHICH NUMBER,
011800*    WHEN IT WAS WRITTEN, AND WHAT IS WRONG WITH IT.
011900 01  WS-DETAIL-LINE.
012000     05  WS-DTL-RECORD-NO         PIC Z(06)9  BLANK WHEN ZERO.
012100     05  FILLER                   PIC X(02)   VALUE SPACES.
012200     05  WS-DTL-SEQ-NO            PIC X(09).
012300     05  FILLER                   PIC X(02)   VALUE SPACES.
012400     05  WS-DTL-TIMESTAMP         PIC X(19).
012500     05  FILLER                   PIC X(02)   VALUE SPACES.
012600     05  WS-DTL-TEXT              PIC X(39).
012700
012800 01  WS-HEADING-LINE.
012900     05  FILLER                   PIC X(07)   VALUE " RECORD".
013000     05  FILLER                   PIC X(02)   VALUE SPACES.
013100     05  FILLER                   PIC X(09)   VALUE "SEQUENCE".
013200     05  FILLER                   PIC X(02)   VALUE SPACES.
013300     05  FILLER                   PIC X(19)   VALUE "WRITTEN".
013400     05  FILLER                   PIC X(02)   VALUE SPACES.
013500     05  FILLER                   PIC X(39)   VALUE "EXCEPTION".
013600
013700 COPY AUDITREC.
013800 COPY AUDSQPRM.
013900
014000 PROCEDURE DIVISION.
014100*****************************************************************
014200*    0000-MAINLINE
014300*    WALK THE WHOLE INPUT, CHECKING EACH ENTRY AGAINST THE ONE
014400*    BEFORE IT, THEN MATCH THE END OF THE TRAIL AGAINST THE
014500*    CONTROL RECORD AND PRINT THE TOTALS AND THE VERDICT.
014600*****************************************************************
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     IF WS-FILES-OPEN-OK
015000         PERFORM 2000-WALK-TRAIL THRU 2000-EXIT
015100         PERFORM 3000-CHECK-CONTROL-RECORD THRU 3000-EXIT
015200         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
015300         PERFORM 9000-TERMINATE THRU 9000-EXIT
015400     ELSE
015500         MOVE 8 TO RETURN-CODE
015600     END-IF.
015700     GOBACK.
015800
015900*****************************************************************
016000*    1000-INITIALIZE
016100*    AN EXEC PARM OF "FULL" SAYS AUDITIN IS THE WHOLE TRAIL, SO
016200*    THE FIRST NUMBERED ENTRY MUST BE NUMBER 1 CHAINED FROM ZERO
016300*    AND ANYTHING MISSING FROM THE FRONT IS A GAP.  WITHOUT IT
016400*    AUDITIN IS A STRETCH OF THE TRAIL (SOME AUDITDAY
016500*    GENERATIONS) AND ITS FIRST NUMBERED ENTRY IS TAKEN AS THE
016600*    STARTING POINT - ITS OWN LINK BACK CANNOT BE PROVED FROM
016700*    HERE.  AUDITIN AND THE REPORT ARE REQUIRED (RC 8).
016733*    THE ERASURE LOG IS NOT - WITHOUT IT NO MASKED ENTRY CAN BE
016766*    PROVED, SO EVERY ONE FOUND IS AN EXCEPTION.
016800*****************************************************************
016900 1000-INITIALIZE.
017000     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
017100     IF WS-PARM-DATA(1:4) = "FULL"
017200         SET WS-TRAIL-FULL TO TRUE
017300     END-IF.
017400     OPEN INPUT AUDITIN.
017500     IF WS-AUDITIN-STATUS NOT = "00"
017600         SET WS-FILES-OPEN-FAILED TO TRUE
017700         DISPLAY "HELLO-NAME-AUDVFY: UNABLE TO OPEN AUDITIN"
017800             " - STATUS " WS-AUDITIN-STATUS
017900             " - TRAIL CANNOT BE PROVED."
018000         GO TO 1000-EXIT
018100     END-IF.
018200     OPEN OUTPUT REPORTFILE.
018300     IF WS-REPORTFILE-STATUS NOT = "00"
018400         SET WS-FILES-OPEN-FAILED TO TRUE
018500         DISPLAY "HELLO-NAME-AUDVFY: CANNOT OPEN AVFYRPT -"
018600             " STATUS " WS-REPORTFILE-STATUS
018700         CLOSE AUDITIN
018800         GO TO 1000-EXIT
018900     END-IF.
019000     MOVE SPACES TO REPORT-LINE-RECORD.
019100     IF WS-TRAIL-FULL
019200         MOVE "AUDIT TRAIL VERIFICATION - WHOLE TRAIL"
019300             TO REPORT-LINE-RECORD
019400     ELSE
019500         MOVE "AUDIT TRAIL VERIFICATION - PART OF THE TRAIL"
019600             TO REPORT-LINE-RECORD
019700     END-IF.
019800     WRITE REPORT-LINE-RECORD.
019900     MOVE SPACES TO REPORT-LINE-RECORD.
020000     WRITE REPORT-LINE-RECORD.
020100     WRITE REPORT-LINE-RECORD FROM WS-HEADING-LINE.
020108     OPEN INPUT ERASLOG.
020116     IF WS-ERASLOG-STATUS = "00"
020124         SET WS-ERASLOG-OPEN TO TRUE
020132     ELSE
020140         MOVE SPACES TO REPORT-LINE-RECORD
020148         STRING "ERASURE LOG NOT AVAILABLE, STATUS "
020156                 WS-ERASLOG-STATUS " - NO MASKED ENTRY CAN BE "
020164                 "PROVED"
020172             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
020180         WRITE REPORT-LINE-RECORD
020188     END-IF.
020200 1000-EXIT.
020300     EXIT.
020400
020500*****************************************************************
020600*    2000-WALK-TRAIL
020700*****************************************************************
020800 2000-WALK-TRAIL.
020900     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
021000         UNTIL WS-AUDIT-EOF.
021100     CLOSE AUDITIN.
021200 2000-EXIT.
021300     EXIT.
021400
021500 2100-READ-AUDIT-RECORD.
021600     READ AUDITIN INTO AUDIT-RECORD
021700         AT END
021800             SET WS-AUDIT-EOF TO TRUE
021900         NOT AT END
022000             ADD 1 TO WS-RECORDS-READ
022100             PERFORM 2200-CHECK-ONE-ENTRY THRU 2200-EXIT
022200     END-READ.
022300 2100-EXIT.
022400     EXIT.
022500
022600*****************************************************************
022700*    2200-CHECK-ONE-ENTRY
022800*    ENTRIES WRITTEN BEFORE THE TRAIL WAS NUMBERED CARRY NO
022900*    SEQUENCE AT ALL AND ARE ONLY COUNTED, BUT ONCE NUMBERING HAS
023000*    BEGUN AN UNNUMBERED ENTRY MEANS THE CONTROL RECORD WAS NOT
023100*    AVAILABLE WHEN IT WAS WRITTEN - AN EXCEPTION.  A NUMBERED
023200*    ENTRY IS EITHER THE NEXT NUMBER (ITS LINK IS CHECKED), PAST
023300*    IT (A GAP - THE CHAIN PICKS UP AGAIN FROM THIS ENTRY), THE
023400*    SAME NUMBER AGAIN (A DUPLICATE), OR BELOW IT (OUT OF ORDER).
023500*    A DUPLICATE OR OUT-OF-ORDER ENTRY LEAVES THE CHAIN WHERE IT
023600*    WAS, SO ONE STRAY LINE IS ONE EXCEPTION.  THE FIRST
023700*    NUMBERED ENTRY OF A STRETCH OF THE TRAIL IS TAKEN AS IT
023800*    STANDS (UNLESS IT IS NUMBER 1, WHICH IS CHAINED FROM ZERO
023850*    AND CAN STILL BE PROVED) AND THE CHAIN RUNS ON FROM IT - BUT
023900*    A MASKED ONE MUST STILL BE ON THE ERASURE LOG.
024000*****************************************************************
024100 2200-CHECK-ONE-ENTRY.
024200     IF AUDIT-RECORD(97:9) = SPACES
024300             AND AUDIT-RECORD(108:9) = SPACES
024400         IF WS-SEQUENCING-STARTED
024500             MOVE SPACES TO WS-DTL-SEQ-NO
024600             MOVE "UNNUMBERED ENTRY AFTER NUMBERING BEGAN"
024700                 TO WS-DTL-TEXT
024800             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
024900             ADD 1 TO WS-UNNUMBERED-COUNT
025000         ELSE
025100             ADD 1 TO WS-PRE-SEQ-COUNT
025200         END-IF
025300         GO TO 2200-EXIT
025400     END-IF.
025500     IF AU-SEQ-NO IS NOT NUMERIC
025600             OR AU-CHECK-VALUE IS NOT NUMERIC
025700         MOVE AUDIT-RECORD(97:9) TO WS-DTL-SEQ-NO
025800         MOVE "SEQUENCE OR CHECK VALUE NOT NUMERIC"
025900             TO WS-DTL-TEXT
026000         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
026100         ADD 1 TO WS-DAMAGED-COUNT
026200         GO TO 2200-EXIT
026300     END-IF.
026400     ADD 1 TO WS-NUMBERED-COUNT.
026500     IF NOT WS-SEQUENCING-STARTED
026600         SET WS-SEQUENCING-STARTED TO TRUE
026700         MOVE AU-SEQ-NO TO WS-FIRST-SEQ
026800         IF WS-TRAIL-PART AND AU-SEQ-NO NOT = 1
026820             MOVE AU-SEQ-NO TO WS-DTL-SEQ-NO
026840             IF AU-NAME(1:1) = "*"
026860                 PERFORM 2400-CHECK-ERASED-ENTRY THRU 2400-EXIT
026880             END-IF
026900             MOVE AU-SEQ-NO TO WS-HIGH-SEQ
027000             MOVE AU-CHECK-VALUE TO WS-PREV-CHECK
027100             GO TO 2200-EXIT
027200         END-IF
027300     END-IF.
027400     MOVE AU-SEQ-NO TO WS-DTL-SEQ-NO.
027500     COMPUTE WS-EXPECTED-SEQ = WS-HIGH-SEQ + 1.
027600     EVALUATE TRUE
027700         WHEN AU-SEQ-NO = WS-EXPECTED-SEQ
027800             PERFORM 2300-CHECK-LINK THRU 2300-EXIT
027900         WHEN AU-SEQ-NO > WS-EXPECTED-SEQ
028000             COMPUTE WS-MISSING = AU-SEQ-NO - WS-EXPECTED-SEQ
028100             ADD WS-MISSING TO WS-MISSING-COUNT
028200             ADD 1 TO WS-GAP-COUNT
028300             MOVE SPACES TO WS-DTL-TEXT
028400             STRING "GAP - " WS-MISSING " MISSING BEFORE IT"
028500                 DELIMITED BY SIZE INTO WS-DTL-TEXT
028600             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
028700             MOVE AU-SEQ-NO TO WS-HIGH-SEQ
028800             MOVE AU-CHECK-VALUE TO WS-PREV-CHECK
028900         WHEN AU-SEQ-NO = WS-HIGH-SEQ
029000             ADD 1 TO WS-DUPLICATE-COUNT
029100             MOVE "DUPLICATE SEQUENCE NUMBER" TO WS-DTL-TEXT
029200             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
029300         WHEN OTHER
029400             ADD 1 TO WS-OUT-OF-ORDER-COUNT
029500             MOVE SPACES TO WS-DTL-TEXT
029600             STRING "OUT OF ORDER - AFTER " WS-HIGH-SEQ
029700                 DELIMITED BY SIZE INTO WS-DTL-TEXT
029800             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
029900     END-EVALUATE.
030000 2200-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400*    2300-CHECK-LINK
030500*    THE ENTRY IS THE NEXT NUMBER - WORK ITS CHECK VALUE OUT
030600*    AGAIN FROM THE ONE BEFORE IT THE SAME WAY IT WAS WRITTEN.  A
030700*    DIFFERENT ANSWER MEANS THIS ENTRY WAS CHANGED AFTER IT WAS
030800*    WRITTEN, OR ONE WAS TAKEN OUT AND THE NUMBERS CLOSED UP
030900*    AROUND IT.  AN ENTRY MASKED BY THE ERASURE RUN ("*" REFERENCE
031000*    "*" IN PLACE OF THE NAME) CANNOT MATCH, SO IT IS PROVED
031100*    AGAINST THE ERASURE LOG INSTEAD (2400-CHECK-ERASED-ENTRY).
031200*    EITHER WAY THE CHAIN RUNS ON FROM THE CHECK VALUE STORED ON
031300*    THE ENTRY, SO ONE ALTERED LINE IS ONE EXCEPTION.
031400*****************************************************************
031500 2300-CHECK-LINK.
031600     IF AU-NAME(1:1) = "*"
031700         PERFORM 2400-CHECK-ERASED-ENTRY THRU 2400-EXIT
032400     ELSE
032500         MOVE WS-PREV-CHECK TO ASP-PREV-CHECK
032600         SET ASP-REQUEST-CHECK TO TRUE
032700         CALL "HELLO-NAME-AUDSEQ" USING AUDSEQ-PARM AUDIT-RECORD
032800         IF ASP-CHECK-VALUE NOT = AU-CHECK-VALUE
032900             ADD 1 TO WS-BROKEN-COUNT
033000             MOVE "BROKEN CHAIN - ENTRY ALTERED OR REMOVED"
033100                 TO WS-DTL-TEXT
033200             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
033300         END-IF
033400     END-IF.
033500     MOVE AU-SEQ-NO TO WS-HIGH-SEQ.
033600     MOVE AU-CHECK-VALUE TO WS-PREV-CHECK.
033700 2300-EXIT.
033800     EXIT.
033802
033804*****************************************************************
033806*    2400-CHECK-ERASED-ENTRY
033808*    A MASKED ENTRY IS ACCEPTED ONLY WHEN THE ERASURE RUN LOGGED
033810*    ITS SEQUENCE NUMBER WITH THE SAME MASK AND THE SAME CHECK
033812*    VALUE, AND THE CHECK VALUE WORKED OUT OVER THE ENTRY AS IT
033814*    STANDS NOW (SEEDED FROM ITS OWN, AS THE ERASURE RUN DID)
033816*    STILL MATCHES THE LOG.  THEN IT IS LISTED AS ERASED.  A "*"
033818*    PUT ON AN ENTRY BY HAND, OR AN ERASED ENTRY CHANGED SINCE,
033820*    IS A BROKEN CHAIN.
033822*****************************************************************
033824 2400-CHECK-ERASED-ENTRY.
033826     SET WS-ERASURE-NOT-PROVED TO TRUE.
033828     IF WS-ERASLOG-OPEN
033830         MOVE AU-SEQ-NO TO ERL-SEQ-NO
033832         READ ERASLOG
033834             INVALID KEY
033836                 MOVE SPACES TO ERASLOG-RECORD
033838         END-READ
033840         IF ERL-SEQ-NO = AU-SEQ-NO
033842                 AND ERL-MASK = AU-NAME
033844                 AND ERL-CHECK-VALUE = AU-CHECK-VALUE
033846             MOVE AU-CHECK-VALUE TO ASP-PREV-CHECK
033848             SET ASP-REQUEST-CHECK TO TRUE
033850             CALL "HELLO-NAME-AUDSEQ" USING AUDSEQ-PARM
033852                                            AUDIT-RECORD
033854             IF ASP-CHECK-VALUE = ERL-MASKED-CHECK
033856                 SET WS-ERASURE-PROVED TO TRUE
033858             END-IF
033860         END-IF
033862     END-IF.
033864     IF WS-ERASURE-NOT-PROVED
033866         ADD 1 TO WS-BROKEN-COUNT
033868         MOVE "MASKED NAME NOT PROVED BY ERASURE LOG"
033870             TO WS-DTL-TEXT
033872         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
033874         GO TO 2400-EXIT
033876     END-IF.
033878     ADD 1 TO WS-ERASED-COUNT.
033880     MOVE SPACES TO WS-DTL-TEXT.
033882     STRING "ERASED " AU-NAME " - ON ERASURE LOG"
033884         DELIMITED BY SIZE INTO WS-DTL-TEXT.
033886     MOVE WS-RECORDS-READ TO WS-DTL-RECORD-NO.
033888     MOVE AU-TIMESTAMP TO WS-DTL-TIMESTAMP.
033890     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
033892 2400-EXIT.
033894     EXIT.
033900
034000*****************************************************************
034100*    3000-CHECK-CONTROL-RECORD
034200*    THE LAST NUMBER ON THE TRAIL MUST BE THE LAST NUMBER HANDED
034300*    OUT, WITH THE SAME CHECK VALUE - OTHERWISE ENTRIES HAVE
034400*    BEEN CUT OFF THE END, WHICH NO LINK INSIDE THE TRAIL CAN
034500*    SHOW.  ONLY MEANINGFUL WHEN AUDITIN RUNS RIGHT UP TO THE
034600*    LIVE FILE WITH THE DESK CLOSED; LEAVE THE AUDSEQ DD OFF FOR
034700*    A STRETCH OF AUDITDAY GENERATIONS AND THE CHECK IS SKIPPED
034800*    WITH A NOTE.
034900*****************************************************************
035000 3000-CHECK-CONTROL-RECORD.
035100     OPEN INPUT AUDSEQ.
035200     IF WS-AUDSEQ-STATUS NOT = "00"
035300         MOVE SPACES TO REPORT-LINE-RECORD
035400         STRING "CONTROL RECORD NOT CHECKED - AUDSEQ NOT "
035500                 "AVAILABLE, STATUS " WS-AUDSEQ-STATUS
035600             DELIMITED BY SIZE INTO REPORT-LINE-RECORD
035700         WRITE REPORT-LINE-RECORD
035800         GO TO 3000-EXIT
035900     END-IF.
036000     MOVE WS-CONTROL-KEY TO ASQ-KEY.
036100     SET WS-CONTROL-CHECKED TO TRUE.
036200     READ AUDSEQ
036300         INVALID KEY
036400             SET WS-CONTROL-NOT-CHECKED TO TRUE
036500     END-READ.
036600     CLOSE AUDSEQ.
036700     IF WS-CONTROL-NOT-CHECKED
036800         MOVE SPACES TO REPORT-LINE-RECORD
036900         MOVE "CONTROL RECORD NOT CHECKED - NO ENTRY NUMBERED YET"
037000             TO REPORT-LINE-RECORD
037100         WRITE REPORT-LINE-RECORD
037200         GO TO 3000-EXIT
037300     END-IF.
037400     IF ASQ-LAST-SEQ-NO = WS-HIGH-SEQ
037500             AND ASQ-LAST-CHECK-VALUE = WS-PREV-CHECK
037600         GO TO 3000-EXIT
037700     END-IF.
037800     MOVE ZERO TO WS-DTL-RECORD-NO.
037900     MOVE ASQ-LAST-SEQ-NO TO WS-DTL-SEQ-NO.
038000     MOVE ASQ-LAST-TIMESTAMP TO WS-DTL-TIMESTAMP.
038100     IF ASQ-LAST-SEQ-NO > WS-HIGH-SEQ
038200         COMPUTE WS-MISSING = ASQ-LAST-SEQ-NO - WS-HIGH-SEQ
038300         ADD WS-MISSING TO WS-MISSING-COUNT
038400         ADD 1 TO WS-GAP-COUNT
038500         MOVE SPACES TO WS-DTL-TEXT
038600         STRING "GAP - " WS-MISSING " MISSING FROM THE END"
038700             DELIMITED BY SIZE INTO WS-DTL-TEXT
038800     ELSE
038900         ADD 1 TO WS-BROKEN-COUNT
039000         MOVE "LAST ENTRY DOES NOT MATCH CONTROL RECORD"
039100             TO WS-DTL-TEXT
039200     END-IF.
039300     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
039400     ADD 1 TO WS-EXCEPTION-COUNT.
039500 3000-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900*    4000-WRITE-EXCEPTION
040000*    AN EXCEPTION ON THE ENTRY JUST READ - WS-DTL-SEQ-NO AND WS-
040100*    DTL-TEXT ARE SET BY THE CALLER.  4100-WRITE-DETAIL PRINTS
040200*    WHATEVER LINE THE CALLER HAS BUILT.
040300*****************************************************************
040400 4000-WRITE-EXCEPTION.
040500     ADD 1 TO WS-EXCEPTION-COUNT.
040600     MOVE WS-RECORDS-READ TO WS-DTL-RECORD-NO.
040700     MOVE AU-TIMESTAMP TO WS-DTL-TIMESTAMP.
040800     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
040900 4000-EXIT.
041000     EXIT.
041100
041200 4100-WRITE-DETAIL.
041300     WRITE REPORT-LINE-RECORD FROM WS-DETAIL-LINE.
041400 4100-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*    5000-WRITE-TOTALS
041900*    ONE LINE PER COUNT, THEN THE VERDICT.
042000*****************************************************************
042100 5000-WRITE-TOTALS.
042200     MOVE SPACES TO REPORT-LINE-RECORD.
042300     WRITE REPORT-LINE-RECORD.
042400     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
042500     STRING "ENTRIES READ                  " WS-EDIT-COUNT
042600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
042700     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
042800     MOVE WS-PRE-SEQ-COUNT TO WS-EDIT-COUNT.
042900     STRING "WRITTEN BEFORE NUMBERING      " WS-EDIT-COUNT
043000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
043100     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
043200     MOVE WS-NUMBERED-COUNT TO WS-EDIT-COUNT.
043300     STRING "NUMBERED ENTRIES              " WS-EDIT-COUNT
043400         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
043500     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
043600     MOVE WS-FIRST-SEQ TO WS-EDIT-COUNT.
043700     STRING "FIRST SEQUENCE NUMBER         " WS-EDIT-COUNT
043800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
043900     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
044000     MOVE WS-HIGH-SEQ TO WS-EDIT-COUNT.
044100     STRING "LAST SEQUENCE NUMBER          " WS-EDIT-COUNT
044200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
044300     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
044400     MOVE WS-ERASED-COUNT TO WS-EDIT-COUNT.
044500     STRING "ERASED (ON ERASURE LOG)       " WS-EDIT-COUNT
044600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
044700     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
044800     MOVE WS-GAP-COUNT TO WS-EDIT-COUNT.
044900     STRING "GAPS                          " WS-EDIT-COUNT
045000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
045100     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
045200     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
045300     STRING "  ENTRIES MISSING             " WS-EDIT-COUNT
045400         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
045500     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
045600     MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT.
045700     STRING "DUPLICATES                    " WS-EDIT-COUNT
045800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
045900     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
046000     MOVE WS-OUT-OF-ORDER-COUNT TO WS-EDIT-COUNT.
046100     STRING "OUT OF ORDER                  " WS-EDIT-COUNT
046200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
046300     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
046400     MOVE WS-BROKEN-COUNT TO WS-EDIT-COUNT.
046500     STRING "BROKEN CHAIN                  " WS-EDIT-COUNT
046600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
046700     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
046800     MOVE WS-UNNUMBERED-COUNT TO WS-EDIT-COUNT.
046900     STRING "UNNUMBERED                    " WS-EDIT-COUNT
047000         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
047100     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
047200     MOVE WS-DAMAGED-COUNT TO WS-EDIT-COUNT.
047300     STRING "SEQUENCE FIELDS DAMAGED       " WS-EDIT-COUNT
047400         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
047500     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
047600     IF WS-EXCEPTION-COUNT > ZERO
047700         SET WS-TRAIL-NOT-PROVED TO TRUE
047800     END-IF.
047900     WRITE REPORT-LINE-RECORD.
048000     IF WS-TRAIL-PROVED
048100         MOVE "TRAIL IS UNBROKEN - ARCHIVE MAY PROCEED"
048200             TO REPORT-LINE-RECORD
048300     ELSE
048400         MOVE "*** TRAIL NOT PROVED - DO NOT ARCHIVE ***"
048500             TO REPORT-LINE-RECORD
048600     END-IF.
048700     WRITE REPORT-LINE-RECORD.
048800 5000-EXIT.
048900     EXIT.
049000
049100 5100-WRITE-TOTAL-LINE.
049200     WRITE REPORT-LINE-RECORD.
049300     MOVE SPACES TO REPORT-LINE-RECORD.
049400 5100-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*    9000-TERMINATE
049900*    ANY EXCEPTION ENDS WITH RETURN CODE 16 SO THE SCHEDULED
050000*    ARCHIVE STEP (COND-ED ON THIS ONE) NEVER FILES A TRAIL THAT
050100*    CANNOT BE PROVED.
050200*****************************************************************
050300 9000-TERMINATE.
050400     CLOSE REPORTFILE.
050425     IF WS-ERASLOG-OPEN
050450         CLOSE ERASLOG
050475     END-IF.
050500     IF WS-TRAIL-PROVED
050600         DISPLAY "HELLO-NAME-AUDVFY: " WS-NUMBERED-COUNT
050700             " NUMBERED ENTRIES - TRAIL IS UNBROKEN."
050800     ELSE
050900         DISPLAY "HELLO-NAME-AUDVFY: *** " WS-EXCEPTION-COUNT
051000             " EXCEPTION(S) - SEE AVFYRPT - ARCHIVE HELD. ***"
051100         MOVE 16 TO RETURN-CODE
051200     END-IF.
051300 9000-EXIT.
051400     EXIT.
051500 END PROGRAM HELLO-NAME-AUDVFY.
