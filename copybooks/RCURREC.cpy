001000*    GENERATION RUN (HELLO-NAME-RECUR), WHICH SKIPS DATES      *
001100*    ALREADY ON THE APPOINTMENT FILE SO HAND-KEYED ONE-OFFS    *
001200*    ARE NEVER DUPLICATED.                                     *
001210*                                                              *
001220*    MODIFICATION HISTORY                                      *
001230*    DATE       INIT  DESCRIPTION                              *
001240*    10/15/26   JAH   HOSTS NOW SET UP AND END THEIR           *
001250*                     OWN SCHEDULES THROUGH THE HBKG           *
001260*                     TRANSACTION.  FCT ENTRY RCURFL IS        *
001270*                     KEYED ON THE FIRST 22 BYTES (NAME,       *
001280*                     FILLER, DEPT) - ONE SCHEDULE PER         *
001290*                     VISITOR PER DEPARTMENT.                  *
001300*****************************************************************
001400 01  RCUR-RECORD.
001500     05  RCUR-NAME                   PIC X(10).
