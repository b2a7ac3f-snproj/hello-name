001392*                     GOING BACK TO VISTFILE.  BLANK ON SIGN-   *
001394*                     OUT ENTRIES AND ON TRAIL RECORDS WRITTEN  *
001396*                     BEFORE THIS CHANGE.                       *
001397*    10/15/26   JAH   ADDED AU-STATUS-ACCOUNTED ("M") AND       *
001398*                     AU-STATUS-UNACCOUNTED ("U") - A FIRE      *
001399*                     DRILL MUSTER RESULT, NOT A GREETING.      *
001400*    10/15/26   JAH   ADDED AU-VISIT-DATE AND THE BOOKING       *
001410*                     STATUSES - "B" BOOKED, "C" CHANGED, "X"   *
001420*                     CANCELLED, "S" STANDING SCHEDULE SET UP,  *
001430*                     "E" STANDING SCHEDULE ENDED - WRITTEN BY  *
001440*                     THE HOST BOOKING TRANSACTION (HBKG) WITH  *
001450*                     THE HOST'S OPERATOR ID.  AU-VISIT-DATE IS *
001460*                     THE DATE BOOKED OR CANCELLED, OR THE DAY A*
001470*                     STANDING SCHEDULE STARTS OR ENDS; BLANK ON*
001480*                     EVERY OTHER ENTRY.  RECORD IS NOW 94 BYTES.*
001481*    10/15/26   JAH   ADDED AU-SEQ-NO AND AU-CHECK-VALUE - ONE  *
001482*                     CONTINUOUS SEQUENCE ACROSS EVERY AUDIT    *
001483*                     WRITER AND A CHECK VALUE CHAINED FROM THE *
001484*                     ENTRY BEFORE (HELLO-NAME-AUDSEQ), PROVED  *
001485*                     BY THE VERIFICATION RUN (HELLO-NAME-      *
001486*                     AUDVFY).  BLANK ON OLDER ENTRIES.  RECORD *
001487*                     IS NOW 116 BYTES.                         *
001490*****************************************************************
001500 01  AUDIT-RECORD.
001600     05  AU-NAME                     PIC X(10).
001700     05  FILLER                      PIC X(02)   VALUE SPACES.
002600         88  AU-STATUS-REJECTED           VALUE "N".
002700         88  AU-STATUS-SIGNED-OUT         VALUE "O".
002710         88  AU-STATUS-DENIED             VALUE "D".
002720         88  AU-STATUS-MUSTER             VALUE "M" "U".
002730         88  AU-STATUS-ACCOUNTED          VALUE "M".
002740         88  AU-STATUS-UNACCOUNTED        VALUE "U".
002750         88  AU-STATUS-BOOKING            VALUE "B" "C" "X"
002755                                                "S" "E".
002760         88  AU-STATUS-BOOKED             VALUE "B".
002770         88  AU-STATUS-CHANGED            VALUE "C".
002780         88  AU-STATUS-CANCELLED          VALUE "X".
002790         88  AU-STATUS-STANDING-SET       VALUE "S".
002795         88  AU-STATUS-STANDING-ENDED     VALUE "E".
002800     05  FILLER                      PIC X(02)   VALUE SPACES.
002900     05  AU-BADGE-NO                  PIC X(04).
003000     05  FILLER                      PIC X(02)   VALUE SPACES.
003400         88  AU-VISIT-GUEST               VALUE "G".
003500         88  AU-VISIT-CONTRACTOR          VALUE "C".
003600         88  AU-VISIT-VIP                 VALUE "V".
003700     05  FILLER                      PIC X(02)   VALUE SPACES.
003800     05  AU-VISIT-DATE                PIC X(10).
003900     05  FILLER                      PIC X(02)   VALUE SPACES.
004000     05  AU-SEQ-NO                    PIC 9(09).
004100     05  FILLER                      PIC X(02)   VALUE SPACES.
004200     05  AU-CHECK-VALUE               PIC 9(09).
