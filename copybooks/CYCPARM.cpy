000100*****************************************************************
000200*    CYCPARM.CPY                                                *
000300*    CYCLE-PARM PASSED ON EVERY CALL TO HELLO-NAME-CYCLOG.  A   *
000400*    CYCLE STEP CALLS ONCE AT THE TOP OF THE RUN (REQUEST "B")  *
000500*    TO PICK UP THE BUSINESS DATE AND LEARN WHETHER IT MAY RUN, *
000600*    AND ONCE AT THE END (REQUEST "E") WITH ITS RETURN CODE SO  *
000700*    THE COMPLETION IS LOGGED AGAINST THAT DATE.                *
000800*                                                               *
000900*    CYCP-STEP-KIND TELLS THE GUARD WHAT "TWICE" MEANS FOR THE  *
001000*    STEP: A ONCE-PER-DAY STEP ("O" - THE CLOSE-OF-BUSINESS     *
001100*    RUNS) IS REFUSED WHEN IT ALREADY FINISHED FOR THE DATE; AN *
001200*    INTRADAY STEP ("I" - HELLONAM, HELLOSGN, RUN SEVERAL TIMES *
001300*    A DAY) IS REFUSED ONLY ONCE THE DAY HAS BEEN ARCHIVED, SO  *
001400*    NOTHING IS WRITTEN TO A TRAIL THAT WAS ALREADY CUT.        *
001500*****************************************************************
001600 01  CYCLE-PARM.
001700     05  CYCP-REQUEST                PIC X(01)   VALUE "B".
001800         88  CYCP-REQUEST-BEGIN          VALUE "B".
001900         88  CYCP-REQUEST-END            VALUE "E".
002000     05  CYCP-STEP-NAME              PIC X(08)   VALUE SPACES.
002100     05  CYCP-STEP-KIND              PIC X(01)   VALUE "O".
002200         88  CYCP-ONCE-PER-DAY           VALUE "O".
002300         88  CYCP-INTRADAY               VALUE "I".
002400     05  CYCP-BUSINESS-DATE          PIC X(10)   VALUE SPACES.
002500     05  CYCP-STEP-RC                PIC 9(04)   VALUE ZERO.
002600     05  CYCP-DATE-SOURCE            PIC X(01)   VALUE SPACE.
002700         88  CYCP-DATE-FROM-CONTROL      VALUE "C".
002800         88  CYCP-DATE-FROM-CLOCK        VALUE "S".
002900     05  CYCP-RESULT                 PIC X(01)   VALUE SPACE.
003000         88  CYCP-STEP-CLEAR             VALUE "Y".
003100         88  CYCP-STEP-ALREADY-RUN       VALUE "R".
003200         88  CYCP-DAY-CLOSED             VALUE "C".
