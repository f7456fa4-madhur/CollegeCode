001500* SAME COPY-AND-REWRITE PATTERN TTMONTH USES ON TRANS.DAT, SO  *
001600* RELEASED ROWS STAY ON FILE FOR THE AUDIT TRAIL.  WITH NO     *
001700* HOLD.DAT ON FILE THE RUN SIMPLY REPORTS NOTHING TO DO.       *
001710* AN ACTIVE HOLD WHOSE EXPIRY FALLS ON A DAY THAT IS NOT A     *
001720* BUSINESS DAY (TTBDATE, HOLCAL.DAT) HAS THE EXPIRY MOVED TO   *
001730* THE NEXT BUSINESS DAY AND KEPT, SO IT RUNS UNTIL THE BANK IS *
001740* NEXT OPEN.  R ROWS CARRY TR-VALUE-DATE.                      *
001800*--------------------------------------------------------------*
001900* MODIFICATION HISTORY                                         *
002000*   DATE       BY    DESCRIPTION                                *
002100*   09/03/2026 RS    NEW PROGRAM.                                *
002110*   09/03/2026 RS    TYPE R ROWS ARE STAMPED WITH THE ACCOUNT'S *
002120*                    OWN BRANCH IN TR-BRANCH.                   *
002130*   10/15/2026 RS    AN ACTIVE HOLD EXPIRING ON A WEEKEND OR    *
002140*                    HOLIDAY (TTBDATE) HAS ITS EXPIRY MOVED TO  *
002150*                    THE NEXT BUSINESS DAY ON HOLD.DAT BEFORE   *
002160*                    THE RELEASE TEST, COUNTED AS HOLDS MOVED.  *
002170*                    R ROWS CARRY TR-VALUE-DATE.                *
002200*--------------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
009100 77  WS-CKPT-STATUS              PIC XX.
009200 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
009300 77  WS-TR-DATE                  PIC 9(08).
009310 77  WS-VALUE-DATE               PIC 9(08).
009400 77  WS-LAST-ID                  PIC 9(04)   VALUE ZERO.
009500
009510     COPY "BDATEREC.CPY".
009520
009600 01  WS-TIME-RAW.
009700     02  WS-TIME-HHMMSS          PIC 9(06).
009800     02  FILLER                  PIC 9(02).
010000 01  WS-COUNTS.
010100     02  WS-LOOKED-COUNT         PIC 9(06)   COMP VALUE ZERO.
010200     02  WS-REL-COUNT            PIC 9(06)   COMP VALUE ZERO.
010210     02  WS-MOVED-COUNT          PIC 9(06)   COMP VALUE ZERO.
010300
010400 PROCEDURE DIVISION.
010500*--------------------------------------------------------------*
012000*--------------------------------------------------------------*
012100 1000-INITIALIZE.
012200     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
012210     MOVE "N" TO BD-FUNC.
012220     MOVE WS-TR-DATE TO BD-DATE.
012230     CALL "TTBDATE" USING BD-PARMS.
012240     MOVE BD-RESULT TO WS-VALUE-DATE.
012300     OPEN INPUT HOLD-FILE.
012400     IF WS-HOLD-STATUS NOT = "00"
012500         DISPLAY "NO HOLD.DAT ON FILE - NOTHING TO SWEEP"
014500*--------------------------------------------------------------*
014600* 2000-SWEEP-HOLD - COPIES ONE HOLD ROW TO THE WORK FILE,      *
014700* RELEASING IT ON THE WAY THROUGH WHEN IT IS ACTIVE AND ITS    *
014800* EXPIRY IS BEFORE THE RUN DATE.  AN EXPIRY ON A CLOSED DAY IS *
014801* FIRST MOVED TO THE NEXT BUSINESS DAY.                        *
014900*--------------------------------------------------------------*
015000 2000-SWEEP-HOLD.
015100     ADD 1 TO WS-LOOKED-COUNT.
015110     IF HLD-ACTIVE
015120         PERFORM 2300-MOVE-EXPIRY THRU 2300-EXIT.
015200     IF HLD-ACTIVE AND HLD-EXPIRY < WS-TR-DATE
015300         MOVE "R" TO HLD-STS
015400         ADD 1 TO WS-REL-COUNT
019500     MOVE "TTHOLD" TO TR-OPER.
019600     ACCEPT WS-TIME-RAW FROM TIME.
019700     MOVE WS-TIME-HHMMSS TO TR-TIME.
019710     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
019800     MOVE ZERO TO TR-REF.
019820     IF EMP-FOUND AND BRANCH NUMERIC
019840         MOVE BRANCH TO TR-BRANCH
020100 2200-EXIT.
020200     EXIT.
020300
020301*--------------------------------------------------------------*
020302* 2300-MOVE-EXPIRY - MOVES AN EXPIRY THAT FALLS ON A WEEKEND   *
020303* OR HOLIDAY TO THE NEXT BUSINESS DAY (TTBDATE).  AN EXPIRY    *
020304* THAT IS NOT A REAL DATE IS LEFT AS IT IS.                    *
020305*--------------------------------------------------------------*
020306 2300-MOVE-EXPIRY.
020307     MOVE "N" TO BD-FUNC.
020308     MOVE HLD-EXPIRY TO BD-DATE.
020309     CALL "TTBDATE" USING BD-PARMS.
020310     IF BD-OK AND BD-RESULT NOT = HLD-EXPIRY
020311         MOVE BD-RESULT TO HLD-EXPIRY
020312         ADD 1 TO WS-MOVED-COUNT.
020313 2300-EXIT.
020314     EXIT.
020315
020400*--------------------------------------------------------------*
020500* 3000-COPY-BACK - REWRITES HOLD.DAT FROM THE WORK FILE AND    *
020600* CARRIES THE SEQUENCE INTO CKPT.DAT WHEN ANYTHING RELEASED.   *
024100     DISPLAY WS-LOOKED-COUNT.
024200     DISPLAY "HOLDS RELEASED:".
024300     DISPLAY WS-REL-COUNT.
024310     DISPLAY "HOLDS MOVED:".
024320     DISPLAY WS-MOVED-COUNT.
024400 9999-EXIT.
024500     EXIT.
