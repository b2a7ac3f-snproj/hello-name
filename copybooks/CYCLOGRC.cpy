000100*****************************************************************
000200*    CYCLOGRC.CPY                                               *
000300*    DAILY CYCLE RUN LOG RECORD - ONE APPENDED EVERY TIME A     *
000400*    CYCLE STEP FINISHES, NAMING THE STEP (ITS JCL PROGRAM      *
000500*    NAME), THE BUSINESS DATE IT RAN FOR, AND THE RETURN CODE   *
000600*    IT ENDED WITH.  A STEP THAT ENDED BELOW 8 COUNTS AS DONE   *
000700*    FOR THAT DATE; ONE THAT ENDED 8 OR HIGHER IS LOGGED AS     *
000800*    FAILED AND MAY BE RERUN.  WRITTEN THROUGH HELLO-NAME-      *
000900*    CYCLOG, LISTED BY THE CYCLE CONTROL RUN (HELLO-NAME-CYCLE).*
001000*****************************************************************
001100 01  CYCLOG-RECORD.
001200     05  CYC-BUSINESS-DATE           PIC X(10).
001300     05  FILLER                      PIC X(02).
001400     05  CYC-STEP-NAME               PIC X(08).
001500     05  FILLER                      PIC X(02).
001600     05  CYC-STEP-RC                 PIC 9(04).
001700     05  FILLER                      PIC X(02).
001800     05  CYC-OPERATOR-ID             PIC X(08).
001900     05  FILLER                      PIC X(02).
002000     05  CYC-TIMESTAMP               PIC X(26).
