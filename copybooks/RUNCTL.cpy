001407*                     A MEMBER'S CALL IS LOGGED, BADGED, AND   *
001408*                     AUDITED PER PERSON BUT THE LOBBY         *
001409*                     GREETING IS SUPPRESSED.                  *
001411*    10/15/26   JAH   ADDED RUN-INDUCTION-SW (SET BY THE       *
001412*                     CALLER WHEN A CONTRACTOR HAS NO CURRENT  *
001413*                     SAFETY INDUCTION OR SIGNED NDA ON THE    *
001414*                     INDUCTION MASTER) - HELLO-NAME-FUNCTION  *
001415*                     THEN SKIPS THE GREETING AND SUSPENDS THE *
001416*                     RECORD WITH THE INDUCTION REASON, THE    *
001417*                     SAME SHAPE AS RUN-DEPT-SW.               *
001418*    10/15/26   JAH   ADDED RUN-AUDIT-SW - HELLO-NAME-FUNCTION *
001419*                     SETS IT WHEN A BATCH AUDIT ENTRY CANNOT  *
001420*                     BE WRITTEN AND REFUSES EVERY LATER CALL, *
001421*                     SO THE DRIVER STOPS THE RUN (RC 12).     *
001422*****************************************************************
001500 01  RUN-CONTROL.
001600     05  RUN-OPERATOR-ID             PIC X(08).
001700     05  RUN-TERMINAL-ID             PIC X(08).
002710     05  RUN-DEPT-SW                 PIC X(01)   VALUE "N".
002720         88  RUN-DEPT-UNKNOWN            VALUE "Y".
002730         88  RUN-DEPT-KNOWN              VALUE "N".
002740     05  RUN-INDUCTION-SW            PIC X(01)   VALUE "N".
002750         88  RUN-INDUCTION-LAPSED        VALUE "Y".
002760         88  RUN-INDUCTION-CURRENT       VALUE "N".
002800     05  RUN-PACING                  PIC X(01)   VALUE "P".
002900         88  RUN-PACING-OPERATOR         VALUE "P".
003000         88  RUN-PACING-UNATTENDED       VALUE "U".
003600         88  RUN-GROUP-MEMBER-CALL       VALUE "M".
003700         88  RUN-GROUP-NONE              VALUE "N".
003800     05  RUN-PARTY-SIZE              PIC 9(03)   VALUE ZERO.
003900     05  RUN-AUDIT-SW                PIC X(01)   VALUE "N".
004000         88  RUN-AUDIT-STOPPED           VALUE "Y".
004100         88  RUN-AUDIT-WRITING           VALUE "N".
