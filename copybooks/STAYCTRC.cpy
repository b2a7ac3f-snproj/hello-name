000100*****************************************************************
000200*    STAYCTRC.CPY                                               *
000300*    MAXIMUM-STAY CONTROL RECORD - THE LONGEST A VISITOR OF ONE *
000400*    VISIT TYPE MAY STAY ON SITE, IN MINUTES, BEFORE THE HOST   *
000500*    DEPARTMENT IS TOLD.  KEPT ON A SMALL CONTROL FILE          *
000600*    (STAYCTL) KEYED BY OPERATIONS: AN ENTRY WITH STAY-DEPT     *
000700*    BLANK IS THE HOUSE LIMIT FOR THE VISIT TYPE, AN ENTRY      *
000800*    NAMING A DEPARTMENT OVERRIDES IT FOR VISITORS HOSTED BY    *
000900*    THAT DEPARTMENT.  A VISIT TYPE WITH NO ENTRY AT ALL IS NOT *
001000*    MONITORED.  READ BY THE OVERSTAY MONITOR (HELLO-NAME-      *
001100*    OVERSTAY).                                                 *
001200*****************************************************************
001300 01  STAY-RECORD.
001400     05  STAY-DEPT                   PIC X(10).
001500     05  FILLER                      PIC X(02).
001600     05  STAY-VISIT-TYPE             PIC X(01).
001700         88  STAY-VISIT-GUEST             VALUE "G".
001800         88  STAY-VISIT-CONTRACTOR        VALUE "C".
001900         88  STAY-VISIT-VIP               VALUE "V".
002000     05  FILLER                      PIC X(02).
002100     05  STAY-MAX-MINUTES            PIC 9(04).
