002214*                    INTO TR-BRANCH ON EVERY POSTED ROW.  AN   *
002215*                    OLD-LAYOUT INPUT READS IT SPACE-FILLED    *
002216*                    AND STAMPS BRANCH ZERO.                   *
002217*   10/15/2026 RS    CLEARED CHEQUES (TYPE Q, POSTED BY        *
002218*                    TTCLEAR) ALREADY ON TRANS.DAT COUNT       *
002219*                    TOWARD THE DAY'S WITHDRAWAL CEILING WITH  *
002220*                    THE W ROWS.                               *
002221*   10/15/2026 RS    EVERY POSTED ROW CARRIES TR-VALUE-DATE -  *
002222*                    THE RUN DATE, OR THE NEXT BUSINESS DAY    *
002223*                    FROM TTBDATE WHEN THE FILE IS RUN ON A    *
002224*                    WEEKEND OR HOLIDAY.                       *
002200*--------------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
009200 77  WS-CKPT-STATUS              PIC XX.
009300 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
009400 77  WS-TR-DATE                  PIC 9(08).
009410 77  WS-VALUE-DATE               PIC 9(08).
009500 77  WS-ACC                      PIC 9(07)V99.
009600 77  WS-CC                       PIC 9(07)V99.
009620 77  WS-HOLD-AMT                 PIC 9(09)V99.
009690 77  WS-DW-ADD-AMT               PIC 9(07)V99.
009700
009701     COPY "LIMITS.CPY".
009702     COPY "BDATEREC.CPY".
009703
009704 01  WS-DAYW-COUNTS.
009705     02  WS-SUB                  PIC 9(04)   COMP VALUE ZERO.
009706     02  WS-DW-COUNT             PIC 9(04)   COMP VALUE ZERO.
009707
009708 01  WS-DAYW-TABLE.
009709     02  WS-DAYW-ENTRY OCCURS 1000 TIMES.
009710         03  DW-ID               PIC 9(04).
009711         03  DW-AMT              PIC 9(09)V99.
009700
009720 01  WS-TIME-RAW.
013300*--------------------------------------------------------------*
013400* 1000-INITIALIZE - OPENS THE FILES, RESTORES THE TRANSACTION  *
013500* SEQUENCE FROM CKPT.DAT THE SAME WAY TT'S START-UP DOES, AND  *
013600* PRIMES THE READ.  THE RUN'S POSTINGS ALL VALUE ON THE RUN    *
013601* DATE, OR ON THE NEXT BUSINESS DAY (TTBDATE) WHEN THE FILE IS *
013602* RUN ON A WEEKEND OR HOLIDAY.                                 *
013700*--------------------------------------------------------------*
013800 1000-INITIALIZE.
013900     OPEN INPUT CKPT-FILE.
014800         CLOSE CKPT-FILE
014900     END-IF.
015000     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
015006     MOVE "N" TO BD-FUNC.
015012     MOVE WS-TR-DATE TO BD-DATE.
015018     CALL "TTBDATE" USING BD-PARMS.
015024     MOVE BD-RESULT TO WS-VALUE-DATE.
015030     IF WS-VALUE-DATE NOT = WS-TR-DATE
015036         DISPLAY "NOT A BUSINESS DAY - POSTINGS VALUE "
015042             WS-VALUE-DATE.
015050     PERFORM 1200-SCAN-DAY-W THRU 1200-EXIT.
015100     OPEN INPUT BR-IN.
015150     OPEN I-O EMP.
015700     EXIT.
015710
015720*--------------------------------------------------------------*
015730* 1200-SCAN-DAY-W - TABLES THE DAY'S W AND Q ROWS ALREADY ON   *
015740* TRANS.DAT PER ACCOUNT, SO THE PER-DAY CEILING COUNTS WHAT    *
015750* THE TELLERS POSTED BEFORE THIS RUN.  DONE BEFORE THE LOG IS  *
015760* REOPENED EXTEND FOR THE RUN'S OWN POSTINGS.                  *
015860         CLOSE TRANS-LOG
015870         GO TO 1200-EXIT.
015880     IF TR-DATE = WS-TR-DATE
015890         AND (TR-TYPE = "W" OR TR-TYPE = "w"
015891           OR TR-TYPE = "Q" OR TR-TYPE = "q")
015892         MOVE TR-ID1 TO WS-DW-KEY
015894         MOVE TR-AMT TO WS-DW-ADD-AMT
015896         PERFORM 5300-ADD-DAY-W THRU 5300-EXIT.
023320     MOVE "TTBATCH" TO TR-OPER.
023340     ACCEPT WS-TIME-RAW FROM TIME.
023360     MOVE WS-TIME-HHMMSS TO TR-TIME.
023370     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
023380     MOVE ZERO TO TR-REF.
023385     IF BR-BRANCH NUMERIC
023390         MOVE BR-BRANCH TO TR-BRANCH
