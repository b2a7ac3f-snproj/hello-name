000100*****************************************************************
000200*    OVSTREC.CPY                                                *
000300*    OVERSTAY ESCALATION RECORD - ONE PER VISITOR THE OVERSTAY  *
000400*    MONITOR (HELLO-NAME-OVERSTAY) HAS ALREADY REPORTED TO THE  *
000500*    HOST DEPARTMENT, KEYED BY NAME AND THE GREETING TIME OF    *
000600*    THE VISIT, SO THE NEXT HOURLY RUN DOES NOT QUEUE THE SAME  *
000700*    NOTICE AGAIN.  THE FILE (OVSTFILE) IS REWRITTEN EVERY RUN  *
000800*    WITH ONLY THE VISITORS STILL OVERSTAYING; ONE WHO SIGNS    *
000900*    OUT DROPS OFF, AND A LATER VISIT BY THE SAME NAME IS A NEW *
001000*    GREETING TIME AND IS ESCALATED AFRESH.                     *
001100*****************************************************************
001200 01  OVST-RECORD.
001300     05  OVS-NAME                    PIC X(10).
001400     05  FILLER                      PIC X(02).
001500     05  OVS-GREETED-AT              PIC X(19).
001600     05  FILLER                      PIC X(02).
001700     05  OVS-DEPT                    PIC X(10).
001800     05  FILLER                      PIC X(02).
001900     05  OVS-NOTIFIED-AT             PIC X(19).
