002349*                    REFUSED RETURN LEAVES AU-BADGE-NO BLANK
002350*                    AND TELLS THE DESK ON HGREET2 - THE SAME
002351*                    RULE THE BATCH SIGN-OUT RUN APPLIES.
002352*   10/15/26   JAH   3500-CHECK-BARRED NOW DENIES ONLY WHEN THE
002353*                    BARFL ENTRY IS IN FORCE TODAY - FROM ITS
002354*                    EFFECTIVE DATE THROUGH ITS EXPIRY DATE, A
002355*                    BLANK EXPIRY NEVER LAPSING - THE SAME RULE
002356*                    THE BATCH ROSTER'S 2115-CHECK-BARRED USES.
002357*   10/15/26   JAH   GREETING AND SIGN-OUT AUDIT ENTRIES NOW GO
002358*                    THROUGH 8000-WRITE-SEQUENCED-AUDIT - EACH
002359*                    TAKES THE NEXT NUMBER OF THE ONE AUDIT
002360*                    SEQUENCE (FCT ENTRY AUDSQFL, HELD FOR
002361*                    UPDATE ACROSS THE WRITE) AND A CHECK VALUE
002362*                    CHAINED FROM THE ENTRY BEFORE IT, THE SAME
002363*                    AS THE BATCH WRITERS.
002364*   10/15/26   JAH   ADDED 3600-CHECK-INDUCTION - A CONTRACTOR
002365*                    WITH NO CURRENT SAFETY INDUCTION OR NO
002366*                    SIGNED, UNEXPIRED NDA ON THE INDUCTION
002367*                    MASTER (FCT ENTRY INDUCFL) IS HELD BACK -
002368*                    NO GREETING, NO BADGE, A REJECTED AUDIT
002369*                    ENTRY, AND THE DESK IS TOLD WHY ON HGREET1.
002370*   10/15/26   JAH   THE HELN ARRIVAL NOTICE NOW GOES OUT AT THE
002371*                    FULL 91-BYTE NOTIFREC LENGTH (LENGTH OF
002372*                    NOTIF-RECORD) WITH NTF-NOTICE-TYPE SET TO
002373*                    ARRIVAL - IT WAS STILL BEING CUT AT THE OLD
002374*                    53 BYTES.  THE HELN DCT ENTRY AND THE
002375*                    NOTIFFILE DATA SET UNDER IT MUST BE LRECL 91
002376*                    TO MATCH THE BATCH WRITERS.
002377*****************************************************************
002380 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.     HELLO-NAME-CICS.
002500 AUTHOR.         J. A. HARTLEY.
002600 INSTALLATION.   FRONT OFFICE DATA PROCESSING.
004328*    SUPPLIED BY CICS, NOT HAND-MAINTAINED.
004329 COPY DFHAID.
004330
004331*    AUDIT SEQUENCE CONTROL RECORD - READ FOR UPDATE THROUGH FCT
004332*    ENTRY AUDSQFL (OVER THE SAME AUDSEQ DATA SET THE BATCH
004333*    WRITERS STAMP FROM) BY 8000-WRITE-SEQUENCED-AUDIT, WHICH
004334*    CALLS HELLO-NAME-AUDSEQ FOR THE CHECK VALUE ONLY.
004335 COPY AUDSQREC.
004336 COPY AUDSQPRM.
004337 01  WS-AUDSEQ-RIDFLD             PIC X(08)   VALUE 'AUDITSEQ'.
004338 01  WS-AUDSEQ-SW                 PIC X(01)   VALUE 'X'.
004339     88  WS-AUDSEQ-HELD               VALUE 'H'.
004340     88  WS-AUDSEQ-NEW                VALUE 'N'.
004341     88  WS-AUDSEQ-NONE               VALUE 'X'.
004342
004343*    CONTRACTOR SAFETY-INDUCTION ENTRY - READ THROUGH FCT ENTRY
004344*    INDUCFL BY 3600-CHECK-INDUCTION.  WS-IND-HOLD-TEXT CARRIES
004345*    THE REASON A CONTRACTOR WAS HELD TO THE SCREEN.
004346 COPY INDUCREC.
004347 01  WS-IND-HOLD-TEXT             PIC X(40)   VALUE SPACES.
004348
004400*    SYMBOLIC MAP FOR HELOMAP1 - GENERATED BY THE BMS TRANSLATOR
004500*    FROM CICS/HELLOMAP.BMS AT ASSEMBLY TIME; NOT HAND-MAINTAINED.
004600 COPY HELOMSETM.
006000     PERFORM 2000-RECEIVE-MAP THRU 2000-EXIT.
006100     PERFORM 3000-BUILD-VISITOR-RECORD THRU 3000-EXIT.
006150     PERFORM 3500-CHECK-BARRED THRU 3500-EXIT.
006160     PERFORM 3600-CHECK-INDUCTION THRU 3600-EXIT.
006200     PERFORM 4000-CALL-GREETING-LOGIC THRU 4000-EXIT.
006300     PERFORM 5000-BUILD-SCREEN-GREETING THRU 5000-EXIT.
006350     PERFORM 5500-CHECK-APPOINTMENT THRU 5500-EXIT.
013650*    READ BY VISITOR KEY BEFORE HELLO-NAME-FUNCTION EVER RUNS.
013660*    A HIT SETS RUN-DENIED-SW SO THE FUNCTION SUPPRESSES THE
013670*    GREETING AND THE AUDIT ENTRY CARRIES THE DENIED STATUS.
013671*    AN EMPTY NAME IS LEFT FOR THE FUNCTION'S OWN VALIDATION.
013672*    AN ENTRY NOT YET EFFECTIVE OR ALREADY EXPIRED TODAY IS
013673*    IGNORED; ONE FILED BEFORE THE LIST CARRIED DATES HAS A
013674*    BLANK EFFECTIVE DATE AND ALWAYS APPLIES.
013675*****************************************************************
013676 3500-CHECK-BARRED.
013677     IF NAMEX-LEN = ZERO
013678         GO TO 3500-EXIT
013679     END-IF.
013680     EXEC CICS READ FILE('BARFL')
013681         INTO(BAR-RECORD)
013682         RIDFLD(NAMEX-STR)
013683         RESP(WS-RESP)
013684     END-EXEC.
013685     IF WS-RESP NOT = DFHRESP(NORMAL)
013686         GO TO 3500-EXIT
013687     END-IF.
013688     EXEC CICS ASKTIME
013689         ABSTIME(WS-ABSTIME)
013690     END-EXEC.
013691     EXEC CICS FORMATTIME
013692         ABSTIME(WS-ABSTIME)
013693         YYYYMMDD(WS-CICS-DATE)
013694         DATESEP('-')
013695     END-EXEC.
013696     IF BAR-EFF-DATE NOT > WS-CICS-DATE
013697             AND (BAR-EXP-DATE = SPACES
013698             OR BAR-EXP-DATE NOT < WS-CICS-DATE)
013699         SET RUN-VISITOR-DENIED TO TRUE
013700     END-IF.
013701 3500-EXIT.
013708     EXIT.
013709
013710*****************************************************************
013711*    3600-CHECK-INDUCTION
013712*    SITE RULES ADMIT A CONTRACTOR ONLY WITH A SAFETY INDUCTION
013713*    TAKEN AND NOT YET EXPIRED TODAY, AND A SIGNED NDA THAT HAS
013714*    NOT EXPIRED (A BLANK NDA EXPIRY NEVER LAPSES) - THE SAME
013715*    RULE THE BATCH ROSTER'S 2125-CHECK-INDUCTION USES.  A
013716*    CONTRACTOR WHO FAILS IT, OR WHOSE ENTRY CANNOT BE READ,
013717*    SETS RUN-INDUCTION-SW SO THE FUNCTION SUPPRESSES THE
013718*    GREETING AND THE AUDIT ENTRY CARRIES THE REJECTED STATUS.
013719*    AN EMPTY NAME IS LEFT FOR THE FUNCTION'S OWN VALIDATION
013720*    AND A BARRED VISITOR KEEPS THE SECURITY ALERT.
013721*****************************************************************
013722 3600-CHECK-INDUCTION.
013723     IF NAMEX-LEN = ZERO
013724             OR NOT NAMEX-VISIT-CONTRACTOR
013725             OR RUN-VISITOR-DENIED
013726         GO TO 3600-EXIT
013727     END-IF.
013728     MOVE SPACES TO WS-IND-HOLD-TEXT.
013729     EXEC CICS READ FILE('INDUCFL')
013730         INTO(IND-RECORD)
013731         RIDFLD(NAMEX-STR)
013732         RESP(WS-RESP)
013733     END-EXEC.
013734     IF WS-RESP = DFHRESP(NOTFND)
013735         MOVE 'NO SAFETY INDUCTION ON FILE' TO WS-IND-HOLD-TEXT
013736         GO TO 3600-HOLD
013737     END-IF.
013738     IF WS-RESP NOT = DFHRESP(NORMAL)
013739         MOVE 'INDUCTION MASTER NOT AVAILABLE' TO WS-IND-HOLD-TEXT
013740         GO TO 3600-HOLD
013741     END-IF.
013742     EXEC CICS ASKTIME
013743         ABSTIME(WS-ABSTIME)
013744     END-EXEC.
013745     EXEC CICS FORMATTIME
013746         ABSTIME(WS-ABSTIME)
013747         YYYYMMDD(WS-CICS-DATE)
013748         DATESEP('-')
013749     END-EXEC.
013750     IF IND-INDUCT-DATE = SPACES
013751             OR IND-INDUCT-DATE > WS-CICS-DATE
013752         MOVE 'NO SAFETY INDUCTION TAKEN YET' TO WS-IND-HOLD-TEXT
013753         GO TO 3600-HOLD
013754     END-IF.
013755     IF IND-INDUCT-EXP-DATE = SPACES
013756             OR IND-INDUCT-EXP-DATE < WS-CICS-DATE
013757         STRING 'INDUCTION EXPIRED ' IND-INDUCT-EXP-DATE
013758             DELIMITED BY SIZE INTO WS-IND-HOLD-TEXT
013759         GO TO 3600-HOLD
013760     END-IF.
013761     IF IND-NDA-DATE = SPACES
013762             OR IND-NDA-DATE > WS-CICS-DATE
013763         MOVE 'NO SIGNED NDA ON FILE' TO WS-IND-HOLD-TEXT
013764         GO TO 3600-HOLD
013765     END-IF.
013766     IF IND-NDA-EXP-DATE NOT = SPACES
013767             AND IND-NDA-EXP-DATE < WS-CICS-DATE
013768         STRING 'NDA EXPIRED ' IND-NDA-EXP-DATE
013769             DELIMITED BY SIZE INTO WS-IND-HOLD-TEXT
013770         GO TO 3600-HOLD
013771     END-IF.
013772     GO TO 3600-EXIT.
013773 3600-HOLD.
013774     SET RUN-INDUCTION-LAPSED TO TRUE.
013775 3600-EXIT.
013776     EXIT.
013777
013800*****************************************************************
013900*    4000-CALL-GREETING-LOGIC
014000*    REUSES THE SAME SUBPROGRAM THE BATCH ROSTER CALLS FOR THE
014750*    THIS PROGRAM WRITES THE SAME COMPLIANCE RECORD ITSELF VIA
014760*    CICS FILE CONTROL AGAINST FCT ENTRY AUDITFL (DEFINED OVER THE
014770*    SAME AUDITFILE DATA SET THE BATCH ROSTER APPENDS TO NATIVELY)
014780*    SO A WALK-UP GREETING IS NEVER AUDIT-SILENT.  THE ENTRY IS
014785*    NUMBERED AND WRITTEN BY 8000-WRITE-SEQUENCED-AUDIT.
014790*****************************************************************
014800 4100-WRITE-AUDITFILE-CICS.
014810     MOVE SPACES TO AUDIT-RECORD.
014905     MOVE WS-BADGE-NO TO AU-BADGE-NO.
014906     MOVE NAMEX-DEPT TO AU-DEPT.
014907     MOVE NAMEX-VISIT-TYPE TO AU-VISIT-TYPE.
014910     PERFORM 8000-WRITE-SEQUENCED-AUDIT THRU 8000-EXIT.
014950 4100-EXIT.
014960     EXIT.
014961
016520*****************************************************************
016530 4400-QUEUE-NOTIFICATION.
016540     MOVE SPACES TO NOTIF-RECORD.
016541     INITIALIZE NOTIF-RECORD.
016542     SET NTF-NOTICE-ARRIVAL TO TRUE.
016550     MOVE NAMEX-DEPT TO NTF-DEPT.
016560     MOVE NAMEX-STR TO NTF-NAME.
016570     MOVE NAMEX-VISIT-TYPE TO NTF-VISIT-TYPE.
016590     EXEC CICS WRITEQ TD
016600         QUEUE('HELN')
016610         FROM(NOTIF-RECORD)
016620         LENGTH(LENGTH OF NOTIF-RECORD)
016630         RESP(WS-RESP)
016640     END-EXEC.
016650     IF WS-RESP = DFHRESP(NORMAL)
016840*    NUMBER 4200 JUST ISSUED, OR SPACES ON EVERY OTHER PATH, SO
016850*    A GUEST NEVER INHERITS THE PREVIOUS CONTRACTOR'S NUMBER.
016860     MOVE WS-BADGE-NO TO HBADGEO.
016861     IF RUN-INDUCTION-LAPSED
016862         MOVE SPACES TO HGREET1O
016863         STRING 'CONTRACTOR ' NAMEX-STR(1:NAMEX-LEN)
016864             ' HELD - ' WS-IND-HOLD-TEXT
016865             DELIMITED BY SIZE INTO HGREET1O
016866         MOVE 'SEND TO SITE SAFETY - NO BADGE.' TO HGREET2O
016867         MOVE 'CONTRACTOR HELD - AUDIT ENTRY RECORDED.' TO HMSGO
016868         GO TO 5000-EXIT
016869     END-IF.
016870     IF RUN-RESULT-REJECTED
016880         MOVE 'PLEASE ENTER A VISITOR NAME.' TO HGREET1O
016890         MOVE SPACES TO HGREET2O
019280     IF WS-RETURN-OK
019290         MOVE WS-BADGE-NO TO AU-BADGE-NO
019300     END-IF.
019310     PERFORM 8000-WRITE-SEQUENCED-AUDIT THRU 8000-EXIT.
019350 7100-EXIT.
019360     EXIT.
019370
019860 7200-EXIT.
019870     EXIT.
019880
019890*****************************************************************
019900*    8000-WRITE-SEQUENCED-AUDIT
019910*    WRITES THE AUDIT ENTRY BUILT BY 4100 OR 7100 WITH THE NEXT
019920*    NUMBER OF THE ONE CONTINUOUS AUDIT SEQUENCE AND A CHECK
019930*    VALUE CHAINED FROM THE ENTRY BEFORE IT.  THE CONTROL RECORD
019940*    IS HELD FOR UPDATE ACROSS THE AUDITFL WRITE AND ADVANCED
019950*    ONLY ONCE THE ENTRY IS ON THE TRAIL, SO A FAILED WRITE
019960*    NEVER LEAVES A GAP.  THE CHECK VALUE COMES FROM HELLO-NAME-
019970*    AUDSEQ (REQUEST 'K', NO FILE I/O) SO BATCH AND ONLINE CHAIN
019980*    THE SAME WAY.  THE VERY FIRST ENTRY FINDS NO CONTROL RECORD
019990*    AND STARTS IT.  IF THE CONTROL RECORD CANNOT BE HAD AT ALL
020000*    THE ENTRY IS STILL WRITTEN, UNNUMBERED - A GREETING IS NEVER
020010*    AUDIT-SILENT FOR THE SAKE OF A NUMBER.
020020*****************************************************************
020030 8000-WRITE-SEQUENCED-AUDIT.
020040     SET WS-AUDSEQ-NONE TO TRUE.
020050     EXEC CICS READ FILE('AUDSQFL')
020060         INTO(AUDSEQ-RECORD)
020070         RIDFLD(WS-AUDSEQ-RIDFLD)
020080         UPDATE
020090         RESP(WS-RESP)
020100     END-EXEC.
020110     IF WS-RESP = DFHRESP(NORMAL)
020120         SET WS-AUDSEQ-HELD TO TRUE
020130     END-IF.
020140     IF WS-RESP = DFHRESP(NOTFND)
020150         SET WS-AUDSEQ-NEW TO TRUE
020160         MOVE SPACES TO AUDSEQ-RECORD
020170         MOVE WS-AUDSEQ-RIDFLD TO ASQ-KEY
020180         MOVE ZERO TO ASQ-LAST-SEQ-NO
020190         MOVE ZERO TO ASQ-LAST-CHECK-VALUE
020200     END-IF.
020210     IF NOT WS-AUDSEQ-NONE
020220         ADD 1 TO ASQ-LAST-SEQ-NO
020230         MOVE ASQ-LAST-SEQ-NO TO AU-SEQ-NO
020240         MOVE ASQ-LAST-CHECK-VALUE TO ASP-PREV-CHECK
020250         SET ASP-REQUEST-CHECK TO TRUE
020260         CALL 'HELLO-NAME-AUDSEQ' USING AUDSEQ-PARM AUDIT-RECORD
020270         MOVE ASP-CHECK-VALUE TO AU-CHECK-VALUE
020280         MOVE ASP-CHECK-VALUE TO ASQ-LAST-CHECK-VALUE
020290         MOVE AU-TIMESTAMP TO ASQ-LAST-TIMESTAMP
020300     END-IF.
020310     EXEC CICS WRITE FILE('AUDITFL')
020320         FROM(AUDIT-RECORD)
020330         RESP(WS-RESP)
020340     END-EXEC.
020350     IF WS-AUDSEQ-NONE
020360         GO TO 8000-EXIT
020370     END-IF.
020380     IF WS-RESP NOT = DFHRESP(NORMAL)
020390         IF WS-AUDSEQ-HELD
020400             EXEC CICS UNLOCK FILE('AUDSQFL')
020410                 RESP(WS-RESP)
020420             END-EXEC
020430         END-IF
020440         GO TO 8000-EXIT
020450     END-IF.
020460     IF WS-AUDSEQ-HELD
020470         EXEC CICS REWRITE FILE('AUDSQFL')
020480             FROM(AUDSEQ-RECORD)
020490             RESP(WS-RESP)
020500         END-EXEC
020510     ELSE
020520         EXEC CICS WRITE FILE('AUDSQFL')
020530             FROM(AUDSEQ-RECORD)
020540             RIDFLD(ASQ-KEY)
020550             RESP(WS-RESP)
020560         END-EXEC
020570     END-IF.
020580 8000-EXIT.
020590     EXIT.
020600 END PROGRAM HELLO-NAME-CICS.
