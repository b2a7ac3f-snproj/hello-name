000100*****************************************************************
000200*    RETCTLRC.CPY                                               *
000300*    VISITOR MASTER RETENTION CONTROL RECORD - THE RETENTION    *
000400*    PERIOD, IN DAYS, THAT LEGAL HAS SET FOR KEEPING A VISITOR  *
000500*    ON THE VISITOR MASTER (VMSTFILE) AFTER THE LAST VISIT,     *
000600*    KEPT ON A ONE-RECORD FILE (RETCTL) THE SAME WAY BUSDATE    *
000700*    KEEPS THE BUSINESS DATE.  RETCTL-RETENTION-DAYS IS KEYED   *
000800*    BY OPERATIONS WHEN LEGAL CHANGES THE PERIOD; THE REST IS   *
000900*    WRITTEN BACK BY THE RETENTION PURGE RUN (HELLO-NAME-PURGE) *
001000*    SO THE LAST PURGE CAN ALWAYS BE SHOWN.                     *
001100*****************************************************************
001200 01  RETCTL-RECORD.
001300     05  RETCTL-RETENTION-DAYS       PIC 9(04).
001400     05  FILLER                      PIC X(02).
001500     05  RETCTL-LAST-RUN-DATE        PIC X(10).
001600     05  FILLER                      PIC X(02).
001700     05  RETCTL-LAST-CUTOFF-DATE     PIC X(10).
001800     05  FILLER                      PIC X(02).
001900     05  RETCTL-LAST-PURGED          PIC 9(06).
002000     05  FILLER                      PIC X(02).
002100     05  RETCTL-LAST-RUN-BY          PIC X(08).
