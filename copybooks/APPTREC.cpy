000800*    THAT NEVER PRODUCED A GREETING.  THE CICS FCT ENTRY APPTFL *
000900*    IS DEFINED OVER THE SAME DATA SET WITH APPT-KEY AS THE     *
001000*    RECORD KEY.                                                *
001010*                                                               *
001020*    MODIFICATION HISTORY                                       *
001030*    DATE       INIT  DESCRIPTION                               *
001040*    10/15/26   JAH   HOSTS NOW BOOK, CHANGE, AND CANCEL THEIR  *
001050*                     OWN VISITS THROUGH THE HBKG TRANSACTION   *
001060*                     (HELLO-NAME-BOOK) INSTEAD OF E-MAILING    *
001070*                     THE DESK.                                 *
001100*****************************************************************
001200 01  APPT-RECORD.
001300     05  APPT-KEY.
