000700*    RECORD TO TD QUEUE HELN, AN EXTRAPARTITION QUEUE DEFINED  *
000800*    OVER THE SAME NOTIFFILE DATA SET, SO ON-LINE AND BATCH    *
000900*    ARRIVALS LAND ON ONE QUEUE.                               *
000905*                                                              *
000910*    MODIFICATION HISTORY                                      *
000915*    DATE       INIT  DESCRIPTION                              *
000920*    10/15/26   JAH   ADDED NTF-NOTICE-TYPE.  BLANK OR "A" IS  *
000925*                     AN ARRIVAL NOTICE, AS EVERY RECORD       *
000930*                     WRITTEN BEFORE THE FIELD EXISTED STILL   *
000935*                     READS; "O" IS AN OVERSTAY NOTICE QUEUED  *
000940*                     BY THE OVERSTAY MONITOR (HELLO-NAME-     *
000945*                     OVERSTAY) FOR A VISITOR STILL ON SITE    *
000950*                     PAST THE MAXIMUM STAY, CARRYING THE      *
000955*                     GREETING TIME, MINUTES ON SITE AND THE   *
000960*                     LIMIT BROKEN.  THE ARRIVAL WRITERS LEAVE *
000965*                     THE NEW FIELDS BLANK.                    *
001000*****************************************************************
001100 01  NOTIF-RECORD.
001200     05  NTF-DEPT                    PIC X(10).
001600     05  NTF-VISIT-TYPE              PIC X(01).
001700         88  NTF-VISIT-CONTRACTOR         VALUE "C".
001800         88  NTF-VISIT-VIP                VALUE "V".
001810         88  NTF-VISIT-GUEST              VALUE "G".
001900     05  FILLER                      PIC X(02).
002000     05  NTF-TIMESTAMP               PIC X(26).
002100     05  FILLER                      PIC X(02).
002200     05  NTF-NOTICE-TYPE             PIC X(01).
002300         88  NTF-NOTICE-ARRIVAL           VALUE "A" SPACE.
002400         88  NTF-NOTICE-OVERSTAY          VALUE "O".
002500     05  FILLER                      PIC X(02).
002600     05  NTF-GREETED-AT              PIC X(19).
002700     05  FILLER                      PIC X(02).
002800     05  NTF-STAY-MINUTES            PIC 9(05).
002900     05  FILLER                      PIC X(02).
003000     05  NTF-LIMIT-MINUTES           PIC 9(05).
