000100*****************************************************************
000200*    BARTXREC.CPY                                               *
000300*    BARRED-LIST MAINTENANCE TRANSACTION - KEYED BY SECURITY    *
000400*    AGAINST THE BARRED-VISITOR LIST (BARFILE): "A" BARS A NEW  *
000500*    VISITOR KEY, "C" CHANGES THE REASON OR DATES ON AN ENTRY,  *
000600*    "L" LIFTS A BAR.  BARTX-AUTH-BY (THE AUTHORIZING SECURITY  *
000700*    OFFICER) IS REQUIRED ON EVERY TRANSACTION.  ON A CHANGE,   *
000800*    A BLANK FIELD LEAVES THE ENTRY'S VALUE ALONE AND "NONE"    *
000900*    IN BARTX-EXP-DATE CLEARS THE EXPIRY.  A BLANK EFFECTIVE    *
001000*    DATE ON AN ADD MEANS TODAY.  APPLIED BY THE BARRED-LIST    *
001100*    MAINTENANCE RUN (HELLO-NAME-BARMNT).                       *
001200*****************************************************************
001300 01  BARTX-RECORD.
001400     05  BARTX-ACTION                PIC X(01).
001500         88  BARTX-ACTION-ADD            VALUE "A".
001600         88  BARTX-ACTION-CHANGE         VALUE "C".
001700         88  BARTX-ACTION-LIFT           VALUE "L".
001800     05  FILLER                      PIC X(02).
001900     05  BARTX-NAME                  PIC X(10).
002000     05  FILLER                      PIC X(02).
002100     05  BARTX-REASON                PIC X(30).
002200     05  FILLER                      PIC X(02).
002300     05  BARTX-EFF-DATE              PIC X(10).
002400     05  FILLER                      PIC X(02).
002500     05  BARTX-EXP-DATE              PIC X(10).
002600         88  BARTX-EXP-CLEAR             VALUE "NONE".
002700     05  FILLER                      PIC X(02).
002800     05  BARTX-AUTH-BY               PIC X(08).
