000100*****************************************************************
000200*    AUDSQREC.CPY                                               *
000300*    AUDIT TRAIL SEQUENCE CONTROL RECORD - THE LAST SEQUENCE    *
000400*    NUMBER AND CHECK VALUE STAMPED ON AN AUDIT ENTRY, KEPT ON  *
000500*    A ONE-RECORD KEYED FILE (AUDSEQ, FCT ENTRY AUDSQFL) SHARED *
000600*    BY EVERY AUDIT WRITER, BATCH AND ONLINE.  EACH NEW ENTRY   *
000700*    TAKES THE NEXT NUMBER AND CHAINS ITS CHECK VALUE FROM THE  *
000800*    ONE BEFORE IT (HELLO-NAME-AUDSEQ), SO A LINE DELETED,      *
000900*    INSERTED OR EDITED ANYWHERE IN THE TRAIL SHOWS UP IN THE   *
001000*    VERIFICATION RUN (HELLO-NAME-AUDVFY).  ASQ-KEY IS ALWAYS   *
001100*    "AUDITSEQ".  THE RECORD IS NEVER KEYED BY HAND.            *
001200*****************************************************************
001300 01  AUDSEQ-RECORD.
001400     05  ASQ-KEY                     PIC X(08).
001500     05  FILLER                      PIC X(02).
001600     05  ASQ-LAST-SEQ-NO             PIC 9(09).
001700     05  FILLER                      PIC X(02).
001800     05  ASQ-LAST-CHECK-VALUE        PIC 9(09).
001900     05  FILLER                      PIC X(02).
002000     05  ASQ-LAST-TIMESTAMP          PIC X(26).
