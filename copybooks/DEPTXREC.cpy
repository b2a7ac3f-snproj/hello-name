000100*****************************************************************
000200*    DEPTXREC.CPY                                               *
000300*    DEPARTMENT MASTER MAINTENANCE TRANSACTION - KEYED BY       *
000400*    FACILITIES AGAINST THE DEPARTMENT REFERENCE MASTER         *
000500*    (DEPTFILE): "A" ADDS A DEPARTMENT CODE, "C" CHANGES ITS    *
000600*    NAME, LOCATION OR CONTACT (A BLANK FIELD IS LEFT ALONE),   *
000700*    "M" MERGES IT INTO THE SUCCESSOR DEPARTMENT, "R" RETIRES   *
000800*    IT, NAMING A SUCCESSOR WHEN IT STILL HAS BOOKINGS.  A      *
000900*    MERGE OR RETIREMENT RE-POINTS THE FUTURE APPOINTMENTS AND  *
001000*    UNEXPIRED STANDING SCHEDULES TO THE SUCCESSOR.  A CODE IS  *
001100*    RENAMED BY ADDING THE NEW CODE AND MERGING THE OLD ONE     *
001200*    INTO IT.  APPLIED BY THE DEPARTMENT MAINTENANCE RUN        *
001300*    (HELLO-NAME-DEPTMNT).                                      *
001400*****************************************************************
001500 01  DEPTX-RECORD.
001600     05  DEPTX-ACTION                PIC X(01).
001700         88  DEPTX-ACTION-ADD            VALUE "A".
001800         88  DEPTX-ACTION-CHANGE         VALUE "C".
001900         88  DEPTX-ACTION-MERGE          VALUE "M".
002000         88  DEPTX-ACTION-RETIRE         VALUE "R".
002100     05  FILLER                      PIC X(02).
002200     05  DEPTX-CODE                  PIC X(10).
002300     05  FILLER                      PIC X(02).
002400     05  DEPTX-NAME                  PIC X(30).
002500     05  FILLER                      PIC X(02).
002600     05  DEPTX-LOCATION              PIC X(15).
002700     05  FILLER                      PIC X(02).
002800     05  DEPTX-CONTACT               PIC X(20).
002900     05  FILLER                      PIC X(02).
003000     05  DEPTX-SUCCESSOR             PIC X(10).
