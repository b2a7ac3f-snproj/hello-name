000100*****************************************************************
000200*    CHKOFREC.CPY                                               *
000300*    FIRE-DRILL CHECK-OFF RECORD - ONE PER VISITOR A WARDEN     *
000400*    ACCOUNTED FOR AT AN ASSEMBLY POINT, KEYED AFTER THE DRILL  *
000500*    FROM THE WARDENS' MARKED-UP MUSTER LISTS.  MATCHED BY NAME *
000600*    AGAINST THE MUSTER SNAPSHOT BY THE CHECK-OFF PASS OF THE   *
000700*    MUSTER RUN (HELLO-NAME-MUSTER).                            *
000800*****************************************************************
000900 01  CHKOFF-RECORD.
001000     05  CHK-NAME                    PIC X(10).
001100     05  FILLER                      PIC X(02).
001200     05  CHK-POINT                   PIC X(10).
001300     05  FILLER                      PIC X(02).
001400     05  CHK-WARDEN                  PIC X(08).
