000100*****************************************************************
000200*    INDTXREC.CPY                                               *
000300*    INDUCTION MASTER MAINTENANCE TRANSACTION - KEYED BY SITE   *
000400*    SAFETY AGAINST THE CONTRACTOR INDUCTION MASTER (INDUCTN):  *
000500*    "A" FILES A CONTRACTOR'S INDUCTION, "C" CHANGES THE DATES, *
000600*    DEPARTMENT OR NDA ON AN ENTRY (A REFRESHER IS A CHANGE     *
000700*    WITH THE NEW INDUCTION DATE), "D" DELETES THE ENTRY.       *
000800*    INDTX-AUTH-BY (WHO FILED THE PAPERWORK) IS REQUIRED ON     *
000900*    EVERY TRANSACTION.  ON A CHANGE, A BLANK FIELD LEAVES THE  *
001000*    ENTRY'S VALUE ALONE AND "NONE" IN INDTX-NDA-EXP-DATE       *
001100*    CLEARS THE NDA EXPIRY.  A BLANK INDUCTION EXPIRY IS SET    *
001200*    FROM THE INDUCTION DATE AND THE RUN'S VALIDITY PERIOD.     *
001300*    THE FIRST LOAD FROM THE PAPER BINDER IS A DECK OF "A"      *
001400*    TRANSACTIONS.  APPLIED BY THE INDUCTION MAINTENANCE RUN    *
001500*    (HELLO-NAME-INDMNT).                                       *
001600*****************************************************************
001700 01  INDTX-RECORD.
001800     05  INDTX-ACTION                PIC X(01).
001900         88  INDTX-ACTION-ADD            VALUE "A".
002000         88  INDTX-ACTION-CHANGE         VALUE "C".
002100         88  INDTX-ACTION-DELETE         VALUE "D".
002200     05  FILLER                      PIC X(02).
002300     05  INDTX-NAME                  PIC X(10).
002400     05  FILLER                      PIC X(02).
002500     05  INDTX-INDUCT-DATE           PIC X(10).
002600     05  FILLER                      PIC X(02).
002700     05  INDTX-INDUCT-EXP-DATE       PIC X(10).
002800     05  FILLER                      PIC X(02).
002900     05  INDTX-NDA-DATE              PIC X(10).
003000     05  FILLER                      PIC X(02).
003100     05  INDTX-NDA-EXP-DATE          PIC X(10).
003200         88  INDTX-NDA-EXP-CLEAR         VALUE "NONE".
003300     05  FILLER                      PIC X(02).
003400     05  INDTX-DEPT                  PIC X(10).
003500     05  FILLER                      PIC X(02).
003600     05  INDTX-AUTH-BY               PIC X(08).
