000100*****************************************************************
000200*    INDUCREC.CPY                                               *
000300*    CONTRACTOR SAFETY-INDUCTION AND CREDENTIAL RECORD - ONE    *
000400*    PER CONTRACTOR VISITOR KEY: THE DATE THE CONTRACTOR SAT    *
000500*    THE SITE SAFETY INDUCTION AND THE LAST DAY IT IS GOOD      *
000600*    FOR, THE DATE THE NON-DISCLOSURE AGREEMENT WAS SIGNED AND  *
000700*    ITS LAST DAY (A BLANK NDA EXPIRY NEVER LAPSES), THE        *
000800*    DEPARTMENT THAT ISSUED THE INDUCTION, AND WHO FILED IT.    *
000900*    SITE RULES ADMIT A CONTRACTOR ("C" VISIT TYPE) ONLY WITH   *
001000*    A CURRENT INDUCTION AND A SIGNED, UNEXPIRED NDA - THE      *
001100*    ROSTER BUILD AND THE HELO SCREEN HOLD ANY OTHER            *
001200*    CONTRACTOR BACK FROM THE GREETING.  KEPT BY THE INDUCTION  *
001300*    MAINTENANCE RUN (HELLO-NAME-INDMNT).  THE CICS FCT ENTRY   *
001400*    INDUCFL IS DEFINED OVER THE SAME DATA SET WITH IND-NAME    *
001500*    AS THE RECORD KEY.                                         *
001600*****************************************************************
001700 01  IND-RECORD.
001800     05  IND-NAME                    PIC X(10).
001900     05  FILLER                      PIC X(02).
002000     05  IND-INDUCT-DATE             PIC X(10).
002100     05  FILLER                      PIC X(02).
002200     05  IND-INDUCT-EXP-DATE         PIC X(10).
002300     05  FILLER                      PIC X(02).
002400     05  IND-NDA-DATE                PIC X(10).
002500     05  FILLER                      PIC X(02).
002600     05  IND-NDA-EXP-DATE            PIC X(10).
002700     05  FILLER                      PIC X(02).
002800     05  IND-DEPT                    PIC X(10).
002900     05  FILLER                      PIC X(02).
003000     05  IND-AUTH-BY                 PIC X(08).
