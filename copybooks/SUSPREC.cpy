000840*    09/02/26   JAH   ADDED SUSP-REASON-DEPT - THE KEYED      *
000850*                     DEPARTMENT IS NOT ON THE DEPARTMENT     *
000860*                     REFERENCE MASTER (DEPTFILE).            *
000870*    10/15/26   JAH   ADDED SUSP-REASON-INDUCTION - A         *
000880*                     CONTRACTOR HELD BACK FOR A MISSING OR   *
000890*                     LAPSED SAFETY INDUCTION OR NDA.         *
000900*****************************************************************
001000 01  SUSP-RECORD.
001100     05  SUSP-NAME                   PIC X(10).
002000         88  SUSP-REASON-RANGE            VALUE "R".
002100         88  SUSP-REASON-MISMATCH         VALUE "M".
002110         88  SUSP-REASON-DEPT             VALUE "D".
002120         88  SUSP-REASON-INDUCTION        VALUE "I".
002200     05  FILLER                      PIC X(02).
002300     05  SUSP-TIMESTAMP              PIC X(26).
