000800*    AND LEAVES A DENIED AUDIT ENTRY.  THE CICS FCT ENTRY       *
000900*    BARFL IS DEFINED OVER THE SAME DATA SET WITH BAR-NAME AS   *
001000*    THE RECORD KEY.                                            *
001010*                                                               *
001020*    MODIFICATION HISTORY                                       *
001030*    DATE       INIT  DESCRIPTION                               *
001040*    10/15/26   JAH   ADDED BAR-EFF-DATE, BAR-EXP-DATE,         *
001050*                     BAR-AUTH-BY AND BAR-SOURCE.  AN ENTRY     *
001060*                     BARS ONLY FROM ITS EFFECTIVE DATE THROUGH *
001070*                     ITS EXPIRY DATE (THE LAST DAY BARRED);    *
001080*                     A BLANK EXPIRY NEVER LAPSES.  ENTRIES     *
001090*                     FILED BEFORE THE DATES EXISTED CARRY      *
001091*                     SPACES IN BOTH AND STAY IN FORCE.  THE    *
001092*                     LIST IS NOW KEPT BY THE BARRED-LIST       *
001093*                     MAINTENANCE RUN (HELLO-NAME-BARMNT).      *
001100*****************************************************************
001200 01  BAR-RECORD.
001300     05  BAR-NAME                    PIC X(10).
001400     05  FILLER                      PIC X(02).
001500     05  BAR-REASON                  PIC X(30).
001600     05  FILLER                      PIC X(02).
001700     05  BAR-EFF-DATE                PIC X(10).
001800     05  FILLER                      PIC X(02).
001900     05  BAR-EXP-DATE                PIC X(10).
002000     05  FILLER                      PIC X(02).
002100     05  BAR-AUTH-BY                 PIC X(08).
002200     05  FILLER                      PIC X(02).
002300     05  BAR-SOURCE                  PIC X(01).
002400         88  BAR-FROM-SECURITY           VALUE "S".
002500         88  BAR-FROM-HR-FEED            VALUE "H".
