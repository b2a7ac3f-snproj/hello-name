000100*****************************************************************
000200*    HELLO-NAME-PURGE.CBL
000300*    VISITOR MASTER RETENTION PURGE - REMOVES FROM THE VISITOR
000400*    MASTER (VMSTFILE) EVERY VISITOR WHOSE LATEST VISIT
000500*    (VM-LAST-DATE) IS OLDER THAN THE RETENTION PERIOD LEGAL HAS
000600*    SET.  THE PERIOD, IN DAYS, IS READ FROM THE RETENTION
000700*    CONTROL RECORD (RETCTL) - THERE IS NO DEFAULT, SO A MISSING
000800*    OR UNREADABLE CONTROL RECORD PURGES NOTHING.  EACH PURGED
000900*    VISITOR IS LISTED ON THE PURGE REPORT (PURGRPT) WITH THE
001000*    FIRST AND LAST VISIT DATES AND VISIT COUNT THE RECORD
001100*    CARRIED, AND THE RUN'S CUTOFF AND COUNT ARE WRITTEN BACK TO
001200*    RETCTL.  A VISITOR BACK ON SITE AFTER A PURGE IS SIMPLY A
001300*    FIRST-TIME VISITOR AGAIN.
001400*
001500*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001600*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001700*    DATE-WRITTEN.      10/15/26.
001800*    DATE-COMPILED.
001900*
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    10/15/26   JAH   ORIGINAL VERSION - VMSTFILE HAD ONLY EVER
002300*                     GROWN.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.     HELLO-NAME-PURGE.
002700 AUTHOR.         J. A. HARTLEY.
002800 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
002900 DATE-WRITTEN.   10/15/26.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RETCTL ASSIGN TO "RETCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RETCTL-STATUS.
003800
003900     SELECT VMSTFILE ASSIGN TO "VMSTFILE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS VM-NAME
004300         FILE STATUS IS WS-VMST-FILE-STATUS.
004400
004500     SELECT REPORTFILE ASSIGN TO "PURGRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REPORTFILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RETCTL
005200     LABEL RECORDS ARE OMITTED.
005300     COPY RETCTLRC.
005400
005500 FD  VMSTFILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY VMSTREC.
005800
005900 FD  REPORTFILE
006000     LABEL RECORDS ARE OMITTED.
006100 01  REPORT-LINE-RECORD              PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-FILE-STATUS-AREA.
006500     05  WS-RETCTL-STATUS         PIC X(02)   VALUE "00".
006600     05  WS-VMST-FILE-STATUS      PIC X(02)   VALUE "00".
006700     05  WS-REPORTFILE-STATUS     PIC X(02)   VALUE "00".
006800
006900 01  WS-SWITCHES.
007000     05  WS-VMST-EOF-SW           PIC X(01)   VALUE "N".
007100         88  WS-VMST-EOF                  VALUE "Y".
007200     05  WS-FILES-OPEN-SW         PIC X(01)   VALUE "Y".
007300         88  WS-FILES-OPEN-OK             VALUE "Y".
007400         88  WS-FILES-OPEN-FAILED         VALUE "N".
007500
007600 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
007700 01  WS-TODAY                     PIC X(10)   VALUE SPACES.
007800 01  WS-CUTOFF-DATE               PIC X(10)   VALUE SPACES.
007900 01  WS-RETENTION-DAYS            PIC 9(04)   VALUE ZERO.
008000
008100 01  WS-TOTAL-READ                PIC 9(06)   VALUE ZERO.
008200 01  WS-TOTAL-PURGED              PIC 9(06)   VALUE ZERO.
008300 01  WS-TOTAL-KEPT                PIC 9(06)   VALUE ZERO.
008400 01  WS-TOTAL-FAILED              PIC 9(06)   VALUE ZERO.
008500
008600 01  WS-DATE-TIME-WORK.
008700     05  WS-CUR-DATE.
008800         10  WS-CUR-YYYY          PIC 9(04).
008900         10  WS-CUR-MM            PIC 9(02).
009000         10  WS-CUR-DD            PIC 9(02).
009100     05  WS-CUR-TIME.
009200         10  WS-CUR-HH            PIC 9(02).
009300         10  WS-CUR-MN            PIC 9(02).
009400         10  WS-CUR-SS            PIC 9(02).
009500         10  WS-CUR-HS            PIC 9(02).
009600
009700 01  WS-TIMESTAMP                 PIC X(26)   VALUE SPACES.
009800
009900*    CALENDAR WORK FOR COUNTING THE RETENTION PERIOD BACK FROM
010000*    TODAY - THE RECURRING SCHEDULE EXPANSION'S DAY-STEP, RUN
010100*    THE OTHER WAY.
010200 01  WS-CAL-DATE.
010300     05  WS-CAL-YYYY              PIC 9(04).
010400     05  WS-CAL-MM                PIC 9(02).
010500     05  WS-CAL-DD                PIC 9(02).
010600 01  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
010700 01  WS-LEAP-REM                  PIC 9(04)   VALUE ZERO.
010800 01  WS-LEAP-QUOT                 PIC 9(04)   VALUE ZERO.
010900
011000 PROCEDURE DIVISION.
011100*****************************************************************
011200*    0000-MAINLINE
011300*****************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     IF WS-FILES-OPEN-OK
011700         PERFORM 2000-PURGE-VISITORS THRU 2000-EXIT
011800         PERFORM 9000-TERMINATE THRU 9000-EXIT
011900     END-IF.
012000     GOBACK.
012100
012200*****************************************************************
012300*    1000-INITIALIZE
012400*    THE CONTROL RECORD, THE VISITOR MASTER, AND THE REPORT ARE
012500*    ALL REQUIRED - A VISITOR IS NEVER REMOVED WITHOUT THE
012600*    RETENTION PERIOD LEGAL SET AND A LINE SAYING SO.  A
012700*    RETENTION PERIOD OF ZERO OR NOT NUMERIC IS TREATED THE SAME
012800*    AS NO CONTROL RECORD AT ALL.
012900*****************************************************************
013000 1000-INITIALIZE.
013100     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
013200     DISPLAY "USER" UPON ENVIRONMENT-NAME.
013300     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
013400     IF WS-OPERATOR-ID = SPACES
013500         MOVE "BATCH" TO WS-OPERATOR-ID
013600     END-IF.
013700     PERFORM 1200-READ-RETCTL THRU 1200-EXIT.
013800     IF WS-FILES-OPEN-FAILED
013900         GO TO 1000-EXIT
014000     END-IF.
014100     PERFORM 1300-FIND-CUTOFF-DATE THRU 1300-EXIT.
014200     OPEN I-O VMSTFILE.
014300     IF WS-VMST-FILE-STATUS NOT = "00"
014400         SET WS-FILES-OPEN-FAILED TO TRUE
014500         DISPLAY "HELLO-NAME-PURGE: UNABLE TO OPEN VMSTFILE - "
014600             "STATUS " WS-VMST-FILE-STATUS " - RUN TERMINATED."
014700         MOVE 8 TO RETURN-CODE
014800         GO TO 1000-EXIT
014900     END-IF.
015000     OPEN EXTEND REPORTFILE.
015100     IF WS-REPORTFILE-STATUS NOT = "00"
015200         OPEN OUTPUT REPORTFILE
015300     END-IF.
015400     IF WS-REPORTFILE-STATUS NOT = "00"
015500         SET WS-FILES-OPEN-FAILED TO TRUE
015600         DISPLAY "HELLO-NAME-PURGE: CANNOT OPEN PURGRPT - "
015700             "STATUS " WS-REPORTFILE-STATUS " - RUN TERMINATED."
015800         MOVE 8 TO RETURN-CODE
015900         CLOSE VMSTFILE
016000         GO TO 1000-EXIT
016100     END-IF.
016200     PERFORM 1400-WRITE-RUN-HEADING THRU 1400-EXIT.
016300 1000-EXIT.
016400     EXIT.
016500
016600 1100-GET-TIMESTAMP.
016700     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
016800     ACCEPT WS-CUR-TIME FROM TIME.
016900     MOVE SPACES TO WS-TIMESTAMP.
017000     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD " "
017100             WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
017200         DELIMITED BY SIZE INTO WS-TIMESTAMP.
017300     MOVE WS-TIMESTAMP(1:10) TO WS-TODAY.
017400 1100-EXIT.
017500     EXIT.
017600
017700 1200-READ-RETCTL.
017800     OPEN INPUT RETCTL.
017900     IF WS-RETCTL-STATUS NOT = "00"
018000         SET WS-FILES-OPEN-FAILED TO TRUE
018100         DISPLAY "HELLO-NAME-PURGE: UNABLE TO OPEN RETCTL - "
018200             "STATUS " WS-RETCTL-STATUS " - NOTHING PURGED."
018300         MOVE 8 TO RETURN-CODE
018400         GO TO 1200-EXIT
018500     END-IF.
018600     READ RETCTL
018700         AT END
018800             MOVE SPACES TO RETCTL-RECORD
018900     END-READ.
019000     CLOSE RETCTL.
019100     IF RETCTL-RETENTION-DAYS IS NOT NUMERIC
019200             OR RETCTL-RETENTION-DAYS = ZERO
019300         SET WS-FILES-OPEN-FAILED TO TRUE
019400         DISPLAY "HELLO-NAME-PURGE: NO RETENTION PERIOD ON RETCTL"
019500             " - NOTHING PURGED."
019600         MOVE 8 TO RETURN-CODE
019700         GO TO 1200-EXIT
019800     END-IF.
019900     MOVE RETCTL-RETENTION-DAYS TO WS-RETENTION-DAYS.
020000 1200-EXIT.
020100     EXIT.
020200
020300*****************************************************************
020400*    1300-FIND-CUTOFF-DATE
020500*    COUNTS THE RETENTION PERIOD BACK FROM TODAY ONE CALENDAR
020600*    DAY AT A TIME.  A VISITOR LAST SEEN BEFORE THE CUTOFF IS
020700*    PURGED; ONE LAST SEEN ON THE CUTOFF DATE ITSELF IS KEPT.
020800*****************************************************************
020900 1300-FIND-CUTOFF-DATE.
021000     MOVE WS-CUR-YYYY TO WS-CAL-YYYY.
021100     MOVE WS-CUR-MM TO WS-CAL-MM.
021200     MOVE WS-CUR-DD TO WS-CAL-DD.
021300     PERFORM 1310-STEP-BACK-ONE-DAY THRU 1310-EXIT
021400         WS-RETENTION-DAYS TIMES.
021500     MOVE SPACES TO WS-CUTOFF-DATE.
021600     STRING WS-CAL-YYYY "-" WS-CAL-MM "-" WS-CAL-DD
021700         DELIMITED BY SIZE INTO WS-CUTOFF-DATE.
021800 1300-EXIT.
021900     EXIT.
022000
022100 1310-STEP-BACK-ONE-DAY.
022200     IF WS-CAL-DD > 1
022300         SUBTRACT 1 FROM WS-CAL-DD
022400         GO TO 1310-EXIT
022500     END-IF.
022600     IF WS-CAL-MM > 1
022700         SUBTRACT 1 FROM WS-CAL-MM
022800     ELSE
022900         MOVE 12 TO WS-CAL-MM
023000         SUBTRACT 1 FROM WS-CAL-YYYY
023100     END-IF.
023200     EVALUATE WS-CAL-MM
023300         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
023400             MOVE 31 TO WS-MONTH-DAYS
023500         WHEN 4 WHEN 6 WHEN 9 WHEN 11
023600             MOVE 30 TO WS-MONTH-DAYS
023700         WHEN 2
023800             MOVE 28 TO WS-MONTH-DAYS
023900             DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
024000                 REMAINDER WS-LEAP-REM
024100             IF WS-LEAP-REM = ZERO
024200                 MOVE 29 TO WS-MONTH-DAYS
024300                 DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
024400                     REMAINDER WS-LEAP-REM
024500                 IF WS-LEAP-REM = ZERO
024600                     DIVIDE WS-CAL-YYYY BY 400
024700                         GIVING WS-LEAP-QUOT
024800                         REMAINDER WS-LEAP-REM
024900                     IF WS-LEAP-REM NOT = ZERO
025000                         MOVE 28 TO WS-MONTH-DAYS
025100                     END-IF
025200                 END-IF
025300             END-IF
025400     END-EVALUATE.
025500     MOVE WS-MONTH-DAYS TO WS-CAL-DD.
025600 1310-EXIT.
025700     EXIT.
025800
025900 1400-WRITE-RUN-HEADING.
026000     MOVE SPACES TO REPORT-LINE-RECORD.
026100     STRING "VISITOR MASTER RETENTION PURGE - RUN "
026200             WS-TIMESTAMP(1:19) " BY " WS-OPERATOR-ID
026300         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
026400     WRITE REPORT-LINE-RECORD.
026500     MOVE SPACES TO REPORT-LINE-RECORD.
026600     STRING "RETENTION " WS-RETENTION-DAYS " DAYS - VISITORS "
026700             "LAST ON SITE BEFORE " WS-CUTOFF-DATE " PURGED"
026800         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
026900     WRITE REPORT-LINE-RECORD.
027000     MOVE SPACES TO REPORT-LINE-RECORD.
027100     STRING "VISITOR    FIRST VISIT LAST VISIT  VISITS"
027200         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
027300     WRITE REPORT-LINE-RECORD.
027400 1400-EXIT.
027500     EXIT.
027600
027700*****************************************************************
027800*    2000-PURGE-VISITORS
027900*    ONE PASS OF THE VISITOR MASTER IN KEY ORDER.  A RECORD WITH
028000*    NO LAST-VISIT DATE HAS NEVER BEEN POSTED BY A GREETING AND
028100*    IS KEPT.
028200*****************************************************************
028300 2000-PURGE-VISITORS.
028400     PERFORM 2100-READ-VISITOR-MASTER THRU 2100-EXIT
028500         UNTIL WS-VMST-EOF.
028600 2000-EXIT.
028700     EXIT.
028800
028900 2100-READ-VISITOR-MASTER.
029000     READ VMSTFILE NEXT RECORD
029100         AT END
029200             SET WS-VMST-EOF TO TRUE
029300             GO TO 2100-EXIT
029400     END-READ.
029500     ADD 1 TO WS-TOTAL-READ.
029600     IF VM-LAST-DATE = SPACES OR VM-LAST-DATE NOT < WS-CUTOFF-DATE
029700         ADD 1 TO WS-TOTAL-KEPT
029800         GO TO 2100-EXIT
029900     END-IF.
030000     PERFORM 2200-PURGE-VISITOR THRU 2200-EXIT.
030100 2100-EXIT.
030200     EXIT.
030300
030400 2200-PURGE-VISITOR.
030500     DELETE VMSTFILE RECORD.
030600     IF WS-VMST-FILE-STATUS NOT = "00"
030700         ADD 1 TO WS-TOTAL-FAILED
030800         DISPLAY "HELLO-NAME-PURGE: DELETE OF " VM-NAME
030900             " FAILED - STATUS " WS-VMST-FILE-STATUS
031000             " - LEFT ON FILE."
031100         GO TO 2200-EXIT
031200     END-IF.
031300     ADD 1 TO WS-TOTAL-PURGED.
031400     MOVE SPACES TO REPORT-LINE-RECORD.
031500     STRING VM-NAME " " VM-FIRST-DATE "  " VM-LAST-DATE "  "
031600             VM-VISIT-COUNT
031700         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
031800     WRITE REPORT-LINE-RECORD.
031900 2200-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300*    9000-TERMINATE
032400*    THE CUTOFF AND COUNT GO BACK ON THE CONTROL RECORD WITH THE
032500*    RETENTION PERIOD UNCHANGED.  A DELETE THAT FAILED LEAVES
032600*    THE VISITOR ON FILE FOR THE NEXT RUN AND ENDS THIS ONE RC 4.
032700*****************************************************************
032800 9000-TERMINATE.
032900     IF WS-TOTAL-FAILED > ZERO AND RETURN-CODE < 4
033000         MOVE 4 TO RETURN-CODE
033100     END-IF.
033200     MOVE SPACES TO REPORT-LINE-RECORD.
033300     STRING "RUN TOTALS: " WS-TOTAL-READ " READ, " WS-TOTAL-PURGED
033400             " PURGED, " WS-TOTAL-KEPT " KEPT, " WS-TOTAL-FAILED
033500             " NOT DELETED."
033600         DELIMITED BY SIZE INTO REPORT-LINE-RECORD.
033700     WRITE REPORT-LINE-RECORD.
033800     MOVE SPACES TO REPORT-LINE-RECORD.
033900     WRITE REPORT-LINE-RECORD.
034000     CLOSE VMSTFILE.
034100     CLOSE REPORTFILE.
034200     OPEN OUTPUT RETCTL.
034300     IF WS-RETCTL-STATUS NOT = "00"
034400         DISPLAY "HELLO-NAME-PURGE: CANNOT REWRITE RETCTL - "
034500             "STATUS " WS-RETCTL-STATUS
034600             " - LAST PURGE NOT RECORDED."
034700         IF RETURN-CODE < 4
034800             MOVE 4 TO RETURN-CODE
034900         END-IF
035000     ELSE
035100         MOVE SPACES TO RETCTL-RECORD
035200         MOVE WS-RETENTION-DAYS TO RETCTL-RETENTION-DAYS
035300         MOVE WS-TODAY TO RETCTL-LAST-RUN-DATE
035400         MOVE WS-CUTOFF-DATE TO RETCTL-LAST-CUTOFF-DATE
035500         MOVE WS-TOTAL-PURGED TO RETCTL-LAST-PURGED
035600         MOVE WS-OPERATOR-ID TO RETCTL-LAST-RUN-BY
035700         WRITE RETCTL-RECORD
035800         CLOSE RETCTL
035900     END-IF.
036000     DISPLAY "HELLO-NAME-PURGE: " WS-TOTAL-PURGED
036100         " VISITORS PURGED, LAST ON SITE BEFORE "
036200         WS-CUTOFF-DATE ".".
036300 9000-EXIT.
036400     EXIT.
036500
036600 END PROGRAM HELLO-NAME-PURGE.
