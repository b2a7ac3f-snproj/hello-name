000100*****************************************************************
000200*    HRTRMREC.CPY                                               *
000300*    CORPORATE HR NIGHTLY TERMINATION FEED - ONE RECORD PER     *
000400*    EMPLOYEE WHO LEFT THE COMPANY, CARRYING THE VISITOR KEY    *
000500*    THE FRONT DESK WOULD KNOW THEM BY.  EACH ONE IS BARRED     *
000600*    FROM THE TERMINATION DATE FOR THE STANDARD PERIOD BY THE   *
000700*    BARRED-LIST MAINTENANCE RUN (HELLO-NAME-BARMNT).           *
000800*****************************************************************
000900 01  HRTERM-RECORD.
001000     05  HRT-EMPLOYEE-ID             PIC X(08).
001100     05  FILLER                      PIC X(02).
001200     05  HRT-NAME                    PIC X(10).
001300     05  FILLER                      PIC X(02).
001400     05  HRT-TERM-DATE               PIC X(10).
001500     05  FILLER                      PIC X(02).
001600     05  HRT-DEPT                    PIC X(10).
