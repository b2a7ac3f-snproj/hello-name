000100*****************************************************************
000200*    MUSTREC.CPY                                                *
000300*    EVACUATION MUSTER ENTRY - ONE PER VISITOR THE LIVE AUDIT   *
000400*    TRAIL SHOWS GREETED AND NOT YET SIGNED OUT WHEN THE MUSTER *
000500*    WAS TAKEN, WITH THE HOST DEPARTMENT'S FLOOR/LOCATION AND   *
000600*    CONTACT FROM DEPTFILE AND THE PARTY (GROUP ID AND ROLE)    *
000700*    FROM THE DAY'S VISTFILE.  WRITTEN TO THE MUSTER SNAPSHOT   *
000800*    (MUSTSNAP) BY THE MUSTER RUN (HELLO-NAME-MUSTER) AND READ  *
000900*    BACK BY ITS CHECK-OFF PASS, SO THE WARDENS' CHECK-OFF IS   *
001000*    MATCHED AGAINST THE LIST THEY WERE HANDED, NOT AGAINST     *
001100*    WHOEVER HAS SIGNED OUT SINCE.  MUS-TAKEN-AT IS THE SAME ON *
001200*    EVERY ENTRY OF ONE SNAPSHOT.                               *
001300*****************************************************************
001400 01  MUSTER-RECORD.
001500     05  MUS-LOCATION                PIC X(15).
001600     05  FILLER                      PIC X(02).
001700     05  MUS-DEPT                    PIC X(10).
001800     05  FILLER                      PIC X(02).
001900     05  MUS-NAME                    PIC X(10).
002000     05  FILLER                      PIC X(02).
002100     05  MUS-BADGE-NO                PIC X(04).
002200     05  FILLER                      PIC X(02).
002300     05  MUS-VISIT-TYPE              PIC X(01).
002400     05  FILLER                      PIC X(02).
002500     05  MUS-GROUP-ID                PIC X(04).
002600     05  FILLER                      PIC X(02).
002700     05  MUS-GROUP-ROLE              PIC X(01).
002800     05  FILLER                      PIC X(02).
002900     05  MUS-CONTACT                 PIC X(20).
003000     05  FILLER                      PIC X(02).
003100     05  MUS-GREETED-AT              PIC X(19).
003200     05  FILLER                      PIC X(02).
003300     05  MUS-TAKEN-AT                PIC X(19).
