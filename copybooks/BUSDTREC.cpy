000100*****************************************************************
000200*    BUSDTREC.CPY                                               *
000300*    BUSINESS-DATE CONTROL RECORD - THE ONE PROCESSING DATE THE *
000400*    WHOLE DAILY CYCLE RUNS AGAINST, KEPT ON A ONE-RECORD FILE  *
000500*    (BUSDATE) THE SAME WAY CKPTFILE KEEPS THE LAST VISITOR     *
000600*    KEY.  EVERY CYCLE STEP TAKES ITS "TODAY" FROM HERE INSTEAD *
000700*    OF THE SYSTEM CLOCK, SO A STEP THAT RUNS PAST MIDNIGHT OR  *
000800*    IS RERUN THE NEXT MORNING STILL WORKS THE RIGHT DAY.  SET  *
000900*    AND ROLLED FORWARD ONLY BY THE CYCLE CONTROL RUN           *
001000*    (HELLO-NAME-CYCLE), WHICH KEEPS THE DATE IT REPLACED AND   *
001100*    WHO REPLACED IT.                                           *
001200*****************************************************************
001300 01  BUSDT-RECORD.
001400     05  BUSDT-BUSINESS-DATE         PIC X(10).
001500     05  FILLER                      PIC X(02).
001600     05  BUSDT-PRIOR-DATE            PIC X(10).
001700     05  FILLER                      PIC X(02).
001800     05  BUSDT-SET-TIMESTAMP         PIC X(26).
001900     05  FILLER                      PIC X(02).
002000     05  BUSDT-SET-BY                PIC X(08).
