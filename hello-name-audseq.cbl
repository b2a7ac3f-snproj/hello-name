000100*****************************************************************
000200*    HELLO-NAME-AUDSEQ.CBL
000300*    AUDIT TRAIL SEQUENCE AND CHECK VALUE - CALLED BY EVERY
000400*    AUDIT WRITER JUST BEFORE THE ENTRY IS WRITTEN.  A STAMP
000500*    REQUEST ("S", BATCH WRITERS) TAKES THE NEXT NUMBER OF THE
000600*    ONE CONTINUOUS AUDIT SEQUENCE FROM THE CONTROL RECORD
000700*    (AUDSEQ), CHAINS THE ENTRY'S CHECK VALUE FROM THE ONE
000800*    BEFORE IT, AND PUTS BOTH ON THE RECORD.  A CHECK REQUEST
000900*    ("K") ONLY WORKS OUT THE CHECK VALUE OF A RECORD WHOSE
001000*    SEQUENCE NUMBER IS ALREADY SET - THE CICS WRITERS, WHICH
001100*    KEEP THE CONTROL RECORD THROUGH FILE CONTROL, AND THE
001200*    VERIFICATION RUN (HELLO-NAME-AUDVFY) BOTH USE IT, SO THE
001300*    TRAIL IS WRITTEN AND PROVED BY THE SAME ARITHMETIC.
001400*
001500*    AUTHOR.            J. A. HARTLEY, VISITOR SERVICES SYSTEMS.
001600*    INSTALLATION.      FRONT OFFICE DATA PROCESSING.
001700*    DATE-WRITTEN.      10/15/26.
001800*    DATE-COMPILED.
001900*
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    10/15/26   JAH   ORIGINAL VERSION.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.     HELLO-NAME-AUDSEQ.
002600 AUTHOR.         J. A. HARTLEY.
002700 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
002800 DATE-WRITTEN.   10/15/26.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT AUDSEQ ASSIGN TO "AUDSEQ"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS ASQ-KEY
003800         FILE STATUS IS WS-AUDSEQ-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  AUDSEQ
004300     LABEL RECORDS ARE STANDARD.
004400     COPY AUDSQREC.
004500
004600 WORKING-STORAGE SECTION.
004700*    THE CHECK VALUE COVERS EVERY BYTE OF THE ENTRY UP TO AND
004800*    INCLUDING AU-SEQ-NO, SO NEITHER THE CONTENT NOR THE NUMBER
004900*    CAN BE CHANGED WITHOUT BREAKING THE LINK TO THE NEXT ENTRY.
005000 77  WS-CHECKED-LENGTH       PIC 9(03)   VALUE 105.
005100 77  WS-CHECK-MULTIPLIER     PIC 9(02)   VALUE 31.
005200 77  WS-CHECK-MODULUS        PIC 9(09)   VALUE 999999937.
005300 77  WS-CONTROL-KEY          PIC X(08)   VALUE "AUDITSEQ".
005400
005500 01  WS-AUDSEQ-STATUS             PIC X(02)   VALUE "00".
005600
005700 01  WS-SWITCHES.
005800     05  WS-CONTROL-FOUND-SW      PIC X(01)   VALUE "N".
005900         88  WS-CONTROL-FOUND             VALUE "Y".
006000         88  WS-CONTROL-NEW               VALUE "N".
006100
006200 01  WS-BYTE-IDX                  PIC 9(03)   COMP VALUE ZERO.
006300 01  WS-CHECK-WORK                PIC 9(09)   VALUE ZERO.
006400 01  WS-CHECK-PRODUCT             PIC 9(12)   VALUE ZERO.
006500 01  WS-CHECK-QUOT                PIC 9(12)   VALUE ZERO.
006600
006700*    ONE BYTE OF THE ENTRY DROPPED INTO THE LOW-ORDER HALF OF A
006800*    HALFWORD, SO IT CAN BE ADDED IN AS A NUMBER.
006900 01  WS-BYTE-WORK.
007000     05  WS-BYTE-VALUE            PIC 9(04)   COMP.
007100 01  WS-BYTE-CHARS REDEFINES WS-BYTE-WORK.
007200     05  WS-BYTE-HIGH             PIC X(01).
007300     05  WS-BYTE-LOW              PIC X(01).
007400
007500 LINKAGE SECTION.
007600 COPY AUDSQPRM.
007700 COPY AUDITREC.
007800
007900 PROCEDURE DIVISION USING AUDSEQ-PARM AUDIT-RECORD.
008000*****************************************************************
008100*    0000-MAINLINE
008200*    ONE REQUEST PER CALL.  THE CONTROL FILE IS OPENED, UPDATED
008300*    AND CLOSED INSIDE EVERY STAMP, THE SAME AS THE BADGE
008400*    INVENTORY IS PER ISSUE, SO AN ABEND NEVER HANDS THE SAME
008500*    NUMBER OUT TWICE.
008600*****************************************************************
008700 0000-MAINLINE.
008800     EVALUATE TRUE
008900         WHEN ASP-REQUEST-STAMP
009000             PERFORM 1000-STAMP-RECORD THRU 1000-EXIT
009100         WHEN ASP-REQUEST-CHECK
009200             PERFORM 3000-COMPUTE-CHECK-VALUE THRU 3000-EXIT
009300         WHEN OTHER
009400             DISPLAY "HELLO-NAME-AUDSEQ: REQUEST " ASP-REQUEST
009500                 " NOT S OR K - IGNORED."
009600     END-EVALUATE.
009700     MOVE ZERO TO RETURN-CODE.
009800     GOBACK.
009900
010000*****************************************************************
010100*    1000-STAMP-RECORD
010200*    THE VERY FIRST STAMP FINDS NO CONTROL RECORD AND STARTS THE
010300*    SEQUENCE AT 1, CHAINED FROM ZERO.  IF THE CONTROL RECORD
010400*    CANNOT BE READ OR ADVANCED THE ENTRY GOES BACK UNNUMBERED -
010500*    NEVER WITH A NUMBER THE NEXT WRITER COULD BE GIVEN AGAIN.
010600*****************************************************************
010700 1000-STAMP-RECORD.
010800     SET ASP-NOT-STAMPED TO TRUE.
010900     MOVE SPACES TO AUDIT-RECORD(95:22).
011000     OPEN I-O AUDSEQ.
011100     MOVE WS-AUDSEQ-STATUS TO ASP-FILE-STATUS.
011200     IF WS-AUDSEQ-STATUS NOT = "00"
011300         DISPLAY "HELLO-NAME-AUDSEQ: CANNOT OPEN AUDSEQ - STATUS "
011400             WS-AUDSEQ-STATUS " - AUDIT ENTRY FOR " AU-NAME
011500             " WRITTEN UNNUMBERED."
011600         GO TO 1000-EXIT
011700     END-IF.
011800     MOVE WS-CONTROL-KEY TO ASQ-KEY.
011900     SET WS-CONTROL-FOUND TO TRUE.
012000     READ AUDSEQ
012100         INVALID KEY
012200             SET WS-CONTROL-NEW TO TRUE
012300     END-READ.
012400     IF WS-CONTROL-NEW
012500         MOVE SPACES TO AUDSEQ-RECORD
012600         MOVE WS-CONTROL-KEY TO ASQ-KEY
012700         MOVE ZERO TO ASQ-LAST-SEQ-NO
012800         MOVE ZERO TO ASQ-LAST-CHECK-VALUE
012900     END-IF.
013000     ADD 1 TO ASQ-LAST-SEQ-NO.
013100     MOVE ASQ-LAST-SEQ-NO TO AU-SEQ-NO.
013200     MOVE ASQ-LAST-CHECK-VALUE TO ASP-PREV-CHECK.
013300     PERFORM 3000-COMPUTE-CHECK-VALUE THRU 3000-EXIT.
013400     MOVE ASP-CHECK-VALUE TO AU-CHECK-VALUE.
013500     MOVE ASP-CHECK-VALUE TO ASQ-LAST-CHECK-VALUE.
013600     MOVE AU-TIMESTAMP TO ASQ-LAST-TIMESTAMP.
013700     IF WS-CONTROL-NEW
013800         WRITE AUDSEQ-RECORD
013900     ELSE
014000         REWRITE AUDSEQ-RECORD
014100     END-IF.
014200     MOVE WS-AUDSEQ-STATUS TO ASP-FILE-STATUS.
014300     IF WS-AUDSEQ-STATUS = "00"
014400         SET ASP-STAMPED TO TRUE
014500     ELSE
014600         MOVE SPACES TO AUDIT-RECORD(95:22)
014700         DISPLAY "HELLO-NAME-AUDSEQ: CANNOT UPDATE AUDSEQ - "
014800             "STATUS " WS-AUDSEQ-STATUS " - AUDIT ENTRY FOR "
014900             AU-NAME " WRITTEN UNNUMBERED."
015000     END-IF.
015100     CLOSE AUDSEQ.
015200 1000-EXIT.
015300     EXIT.
015400
015500*****************************************************************
015600*    3000-COMPUTE-CHECK-VALUE
015700*    RUNNING REMAINDER OVER THE ENTRY, STARTED FROM THE CHECK
015800*    VALUE OF THE ENTRY BEFORE IT - EACH BYTE IN TURN IS ADDED
015900*    TO 31 TIMES THE VALUE SO FAR, KEPT UNDER THE MODULUS.  ONE
016000*    MORE THAN THE BYTE IS ADDED SO A RUN OF LOW-VALUES STILL
016100*    MOVES THE VALUE ON.
016200*****************************************************************
016300 3000-COMPUTE-CHECK-VALUE.
016400     MOVE ASP-PREV-CHECK TO WS-CHECK-WORK.
016500     PERFORM 3100-ADD-ONE-BYTE THRU 3100-EXIT
016600         VARYING WS-BYTE-IDX FROM 1 BY 1
016700         UNTIL WS-BYTE-IDX > WS-CHECKED-LENGTH.
016800     MOVE WS-CHECK-WORK TO ASP-CHECK-VALUE.
016900 3000-EXIT.
017000     EXIT.
017100
017200 3100-ADD-ONE-BYTE.
017300     MOVE LOW-VALUE TO WS-BYTE-HIGH.
017400     MOVE AUDIT-RECORD(WS-BYTE-IDX:1) TO WS-BYTE-LOW.
017500     COMPUTE WS-CHECK-PRODUCT =
017600         WS-CHECK-WORK * WS-CHECK-MULTIPLIER + WS-BYTE-VALUE + 1.
017700     DIVIDE WS-CHECK-PRODUCT BY WS-CHECK-MODULUS
017800         GIVING WS-CHECK-QUOT
017900         REMAINDER WS-CHECK-WORK.
018000 3100-EXIT.
018100     EXIT.
018200
018300 END PROGRAM HELLO-NAME-AUDSEQ.
