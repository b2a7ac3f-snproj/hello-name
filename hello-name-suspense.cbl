002063*                     MISSING OR DATA REFUSED), 8 REQUIRED
002064*                     FILE FAILED - SO COND CODING CAN STOP
002065*                     THE STREAM WHERE IT BROKE.
002066*    10/15/26   JAH   LISTS CONTRACTORS HELD FOR A MISSING OR
002067*                     LAPSED SAFETY INDUCTION OR NDA.  ONCE
002068*                     SITE SAFETY HAS FILED IT, A CORRECTION
002069*                     CARD REPEATING THE SAME NAME SENDS THE
002070*                     RECORD BACK TO THE ROSTER BUILD, WHICH
002071*                     CHECKS THE INDUCTION MASTER AGAIN.
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.     HELLO-NAME-SUSPENSE.
031270                 "  DEPARTMENT " SUSP-DEPT
031280                 " UNKNOWN  SUSPENDED " SUSP-TIMESTAMP(1:19)
031290                 DELIMITED BY SIZE INTO REPORT-LINE-RECORD
031291         WHEN SUSP-REASON-INDUCTION
031292             STRING "  " SUSP-NAME
031293                 "  INDUCTION/NDA NOT CURRENT  SUSPENDED "
031294                 SUSP-TIMESTAMP(1:19)
031295                 DELIMITED BY SIZE INTO REPORT-LINE-RECORD
031300         WHEN OTHER
031400             STRING "  " SUSP-NAME
031500                 "  LENGTH " SUSP-LEN
