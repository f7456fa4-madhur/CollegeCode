000100*--------------------------------------------------------------*
000200* BDATEREC - PARAMETER BLOCK FOR CALL "TTBDATE" USING          *
000300* BD-PARMS, THE SHARED BUSINESS-DATE ROUTINE.  THE CALLER SETS *
000400* BD-FUNC AND BD-DATE (AND BD-TIME FOR V):                     *
000500* C - IS BD-DATE A BUSINESS DAY.  BD-BUSINESS IS Y OR N,       *
000600*     BD-DOW THE DAY OF THE WEEK (1 MONDAY TO 7 SUNDAY) AND    *
000700*     BD-HOL-DESC SAYS WHY A CLOSED DAY IS CLOSED.             *
000800* N - BD-RESULT IS BD-DATE WHEN IT IS A BUSINESS DAY,          *
000900*     OTHERWISE THE NEXT BUSINESS DAY AFTER IT - THE VALUE     *
001000*     DATE OF A MACHINE OR BATCH POSTING, AND THE DAY A DUE    *
001100*     DATE MOVES TO.                                           *
001200* A - BD-RESULT IS THE FIRST BUSINESS DAY AFTER BD-DATE.       *
001300* V - VALUE DATE OF A COUNTER POSTING TAKEN ON BD-DATE AT      *
001400*     BD-TIME - AS N, EXCEPT THAT AT OR AFTER THE CALPOL.CPY   *
001500*     CUTOFF ON A BUSINESS DAY IT IS THE NEXT BUSINESS DAY.    *
001600* M - BD-DAYS IS THE NUMBER OF DAYS IN BD-DATE'S MONTH AND     *
001700*     BD-YEAR-DAYS IN ITS YEAR, FOR AN ACTUAL DAY COUNT.       *
001800* R - RELOAD HOLCAL.DAT ON THE NEXT CALL, AFTER THE            *
001900*     CALENDAR HAS BEEN CHANGED.                               *
002000* C, N, A AND V ALL FILL BD-BUSINESS, BD-DOW AND BD-HOL-DESC   *
002100* FOR BD-DATE ITSELF.  BD-RC 10 MEANS BD-DATE IS NOT A VALID   *
002200* DATE (BD-RESULT IS LEFT AS BD-DATE); 20 MEANS NO BUSINESS    *
002300* DAY WAS FOUND IN THE 60 DAYS AFTER IT - THE CALENDAR NEEDS   *
002400* LOOKING AT.                                                  *
002500*--------------------------------------------------------------*
002600 01  BD-PARMS.
002700     02  BD-FUNC                 PIC X(01).
002800         88  BD-CHECK                        VALUE "C".
002900         88  BD-NEXT                         VALUE "N".
003000         88  BD-AFTER                        VALUE "A".
003100         88  BD-VALUE                        VALUE "V".
003200         88  BD-MONTH                        VALUE "M".
003300         88  BD-RELOAD                       VALUE "R".
003400     02  BD-DATE                 PIC 9(08).
003500     02  BD-TIME                 PIC 9(06).
003600     02  BD-RESULT               PIC 9(08).
003700     02  BD-BUSINESS             PIC X(01).
003800         88  BD-IS-BUSINESS                  VALUE "Y".
003900     02  BD-DOW                  PIC 9(01).
004000     02  BD-HOL-DESC             PIC X(30).
004100     02  BD-DAYS                 PIC 9(03).
004200     02  BD-YEAR-DAYS            PIC 9(03).
004300     02  BD-RC                   PIC 9(02).
004400         88  BD-OK                           VALUE 0.
004500         88  BD-BAD-DATE                     VALUE 10.
004600         88  BD-NO-BUSINESS-DAY              VALUE 20.
