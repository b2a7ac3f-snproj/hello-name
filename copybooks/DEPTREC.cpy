001100*    EXIST, AND THE NOTICE RUN PRINTS THE REAL CONTACT ON      *
001200*    EACH NOTICE BLOCK.  THE CICS FCT ENTRY DEPTFL IS DEFINED  *
001300*    OVER THE SAME DATA SET WITH DEPT-CODE AS THE RECORD KEY.  *
001310*                                                               *
001320*    MODIFICATION HISTORY                                       *
001330*    DATE       INIT  DESCRIPTION                               *
001340*    10/15/26   JAH   DEPTFILE IS NOW KEPT BY THE DEPARTMENT    *
001350*                     MAINTENANCE RUN (HELLO-NAME-DEPTMNT), NOT *
001360*                     BY HAND.  A MERGED OR RETIRED CODE COMES  *
001370*                     OFF THE FILE AND ITS FUTURE BOOKINGS ARE  *
001380*                     RE-POINTED TO THE SUCCESSOR DEPARTMENT.   *
001400*****************************************************************
001500 01  DEPT-RECORD.
001600     05  DEPT-CODE                   PIC X(10).
