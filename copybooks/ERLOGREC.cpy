000100*****************************************************************
000200*    ERLOGREC.CPY                                               *
000300*    AUDIT ERASURE LOG RECORD - ONE PER NUMBERED AUDIT ENTRY    *
000400*    THE VISITOR ERASURE RUN (HELLO-NAME-ERASE) HAS MASKED,     *
000500*    KEYED BY THE ENTRY'S AUDIT SEQUENCE NUMBER ON A KEYED FILE *
000600*    (ERASLOG).  IT HOLDS THE MASK WRITTEN IN PLACE OF THE      *
000700*    NAME, THE CHECK VALUE THE ENTRY ALREADY CARRIED (THE NEXT  *
000800*    ENTRY IS STILL CHAINED FROM IT), AND A CHECK VALUE WORKED  *
000900*    OUT OVER THE MASKED ENTRY ITSELF, SEEDED FROM THAT ONE.    *
001000*    THE VERIFICATION RUN (HELLO-NAME-AUDVFY) ACCEPTS A MASKED  *
001100*    ENTRY ONLY WHEN ITS NUMBER IS ON THIS LOG AND ALL THREE    *
001200*    STILL MATCH - A "*" PUT ON AN ENTRY BY HAND, OR AN ERASED  *
001300*    ENTRY CHANGED AFTERWARDS, IS A BROKEN CHAIN.  THE LOG      *
001400*    NEVER HOLDS A NAME.  WRITTEN ONLY BY THE ERASURE RUN.      *
001500*****************************************************************
001600 01  ERASLOG-RECORD.
001700     05  ERL-SEQ-NO                  PIC 9(09).
001800     05  FILLER                      PIC X(02).
001900     05  ERL-MASK                    PIC X(10).
002000     05  FILLER                      PIC X(02).
002100     05  ERL-REF                     PIC X(08).
002200     05  FILLER                      PIC X(02).
002300     05  ERL-CHECK-VALUE             PIC 9(09).
002400     05  FILLER                      PIC X(02).
002500     05  ERL-MASKED-CHECK            PIC 9(09).
002600     05  FILLER                      PIC X(02).
002700     05  ERL-ERASED-AT               PIC X(19).
002800     05  FILLER                      PIC X(02).
002900     05  ERL-ERASED-BY               PIC X(08).
