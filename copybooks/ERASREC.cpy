000100*****************************************************************
000200*    ERASREC.CPY                                                *
000300*    VISITOR ERASURE REQUEST - ONE PER NAMED INDIVIDUAL WHOSE   *
000400*    ERASURE LEGAL HAS ACCEPTED.  ERASE-REF IS LEGAL'S REQUEST  *
000500*    REFERENCE; IT IS WHAT THE ERASURE CERTIFICATE PRINTS (THE  *
000600*    NAME NEVER APPEARS THERE) AND IT BUILDS THE MASK THAT      *
000700*    REPLACES THE NAME ON THE AUDIT HISTORY ("*" + REFERENCE +  *
000800*    "*"), SO EACH ERASED VISITOR'S HISTORY STAYS DISTINCT AND  *
000900*    STILL PAIRS AND FOOTS.  APPLIED BY THE ERASURE RUN         *
001000*    (HELLO-NAME-ERASE).                                        *
001100*****************************************************************
001200 01  ERASE-RECORD.
001300     05  ERASE-REF                   PIC X(08).
001400     05  FILLER                      PIC X(02).
001500     05  ERASE-NAME                  PIC X(10).
001600     05  FILLER                      PIC X(02).
001700     05  ERASE-REQ-DATE              PIC X(10).
