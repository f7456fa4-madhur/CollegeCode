000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTBDATE.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTBDATE - SHARED BUSINESS-DATE ROUTINE.  CALLED USING        *
000900* BD-PARMS (BDATEREC.CPY) BY EVERY PROGRAM THAT POSTS TO       *
001000* TRANS.DAT OR MUST KNOW WHETHER THE BANK IS OPEN - TT,        *
001100* TTBATCH, TTSORD, TTINT, TTHOLD, TTFEE, TTCLEAR, TTLOAN,      *
001200* TTTDMAT, TTEOD AND THE CALENDAR MAINTENANCE IN TTCALM - SO   *
001300* THEY ALL AGREE ON WHICH DAYS ARE BUSINESS DAYS.  A DAY IS    *
001400* CLOSED WHEN IT IS A SATURDAY OR SUNDAY THAT CALPOL.CPY DOES  *
001500* NOT OPEN, OR AN ACTIVE HOLIDAY ON HOLCAL.DAT (HOLREC.CPY).   *
001550* THE CALENDAR IS READ INTO A TABLE ON THE FIRST CALL AND KEPT *
001600* FOR THE REST OF THE RUN; WITH NO HOLCAL.DAT ON FILE ONLY THE *
001700* WEEKENDS ARE CLOSED.                                         *
001800* THE FUNCTIONS AND RETURN CODES ARE DESCRIBED IN              *
001900* BDATEREC.CPY.  THE DAY OF THE WEEK COMES FROM THE SAME       *
002000* RUNNING DAY NUMBER TTAML USES (DAY 1 IS MONDAY 1 JANUARY OF  *
002100* YEAR 1).                                                     *
002200*--------------------------------------------------------------*
002300* MODIFICATION HISTORY                                         *
002400*   DATE       BY    DESCRIPTION                                *
002500*   10/15/2026 RS    NEW PROGRAM.                                *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL HOL-FILE ASSIGN TO DISK
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600
003700 FD  HOL-FILE
003800     LABEL RECORD IS STANDARD
003900     VALUE OF FILE-ID IS "HOLCAL.DAT".
004000
004100     COPY "HOLREC.CPY".
004200
004300 WORKING-STORAGE SECTION.
004400 77  WS-LOADED-SWITCH            PIC X       VALUE "N".
004500     88  CALENDAR-LOADED                     VALUE "Y".
004600 77  WS-HOL-EOF-SWITCH           PIC X       VALUE "N".
004700     88  HOL-EOF                             VALUE "Y".
004800 77  WS-OPEN-SWITCH              PIC X       VALUE "N".
004900     88  DAY-OPEN                            VALUE "Y".
005000 77  WS-HOL-COUNT                PIC 9(04)   COMP VALUE ZERO.
005100 77  WS-SUB                      PIC 9(04)   COMP.
005200 77  WS-TRIES                    PIC 9(03)   COMP.
005300 77  WS-DOW                      PIC 9(01).
005400 77  WS-DAY-DESC                 PIC X(30).
005500 77  WS-DIM                      PIC 9(02).
005600 77  WS-DIM-YY                   PIC 9(04).
005700 77  WS-DIM-MM                   PIC 9(02).
005800 77  WS-DIV-Q                    PIC 9(07).
005900 77  WS-DIV-R                    PIC 9(04).
006000 77  WS-DN-Y                     PIC 9(04).
006100 77  WS-DN-Q4                    PIC 9(04).
006200 77  WS-DN-Q100                  PIC 9(04).
006300 77  WS-DN-Q400                  PIC 9(04).
006400 77  WS-DN-DAYS                  PIC 9(07)   COMP.
006500
006600 01  WS-WORK-DATE                PIC 9(08).
006700 01  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
006800     02  WS-WORK-YY              PIC 9(04).
006900     02  WS-WORK-MM              PIC 9(02).
007000     02  WS-WORK-DD              PIC 9(02).
007100
007200 01  WS-CUM-DAYS-VALUES.
007300     02  FILLER                  PIC 9(03)   VALUE 0.
007400     02  FILLER                  PIC 9(03)   VALUE 31.
007500     02  FILLER                  PIC 9(03)   VALUE 59.
007600     02  FILLER                  PIC 9(03)   VALUE 90.
007700     02  FILLER                  PIC 9(03)   VALUE 120.
007800     02  FILLER                  PIC 9(03)   VALUE 151.
007900     02  FILLER                  PIC 9(03)   VALUE 181.
008000     02  FILLER                  PIC 9(03)   VALUE 212.
008100     02  FILLER                  PIC 9(03)   VALUE 243.
008200     02  FILLER                  PIC 9(03)   VALUE 273.
008300     02  FILLER                  PIC 9(03)   VALUE 304.
008400     02  FILLER                  PIC 9(03)   VALUE 334.
008500 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
008600     02  WS-CUM-DAYS             PIC 9(03)   OCCURS 12 TIMES.
008700
008800 01  WS-HOL-TABLE.
008900     02  WS-HOL-ENTRY            OCCURS 400 TIMES.
009000         03  WS-HOL-DATE         PIC 9(08).
009100         03  WS-HOL-NAME         PIC X(30).
009200
009300     COPY "CALPOL.CPY".
009400
009500 LINKAGE SECTION.
009600
009700     COPY "BDATEREC.CPY".
009800
009900 PROCEDURE DIVISION USING BD-PARMS.
010000*--------------------------------------------------------------*
010100* 0000-MAINLINE - LOADS THE CALENDAR ON THE FIRST CALL, EDITS  *
010200* BD-DATE AND CARRIES OUT BD-FUNC.  N AND V ON AN OPEN DAY     *
010300* (BEFORE THE CUTOFF FOR V) AND C STOP AT THE DAY ITSELF;      *
010400* EVERYTHING ELSE ROLLS FORWARD TO THE NEXT OPEN DAY.          *
010500*--------------------------------------------------------------*
010600 0000-MAINLINE.
010700     IF BD-RELOAD
010800         MOVE "N" TO WS-LOADED-SWITCH
010900         MOVE ZERO TO BD-RC
011000         GO TO 0000-EXIT.
011100     IF NOT CALENDAR-LOADED
011200         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
011300     MOVE ZERO TO BD-RC.
011400     MOVE BD-DATE TO BD-RESULT.
011500     MOVE "N" TO BD-BUSINESS.
011600     MOVE ZERO TO BD-DOW.
011700     MOVE SPACE TO BD-HOL-DESC.
011800     MOVE BD-DATE TO WS-WORK-DATE.
011900     PERFORM 5000-EDIT-DATE THRU 5000-EXIT.
012000     IF BD-BAD-DATE
012100         GO TO 0000-EXIT.
012200     IF BD-MONTH
012300         PERFORM 4000-MONTH-DAYS THRU 4000-EXIT
012400         GO TO 0000-EXIT.
012500     PERFORM 2000-TEST-DAY THRU 2000-EXIT.
012600     MOVE WS-OPEN-SWITCH TO BD-BUSINESS.
012700     MOVE WS-DOW TO BD-DOW.
012800     MOVE WS-DAY-DESC TO BD-HOL-DESC.
012900     IF BD-CHECK
013000         GO TO 0000-EXIT.
013100     IF BD-NEXT AND DAY-OPEN
013200         GO TO 0000-EXIT.
013300     IF BD-VALUE AND DAY-OPEN AND BD-TIME < CAL-CUTOFF-TIME
013400         GO TO 0000-EXIT.
013500     PERFORM 3000-ROLL THRU 3000-EXIT.
013600     MOVE WS-WORK-DATE TO BD-RESULT.
013700 0000-EXIT.
013800     EXIT PROGRAM.
013900
014000*--------------------------------------------------------------*
014100* 1000-LOAD-CALENDAR - READS EVERY ACTIVE HOLIDAY ON           *
014200* HOLCAL.DAT INTO WS-HOL-TABLE.  THE FILE IS OPTIONAL.  ROWS   *
014300* PAST THE TABLE SIZE ARE IGNORED WITH A WARNING SO THE        *
014400* POSTING RUN CARRIES ON.                                      *
014500*--------------------------------------------------------------*
014600 1000-LOAD-CALENDAR.
014700     MOVE ZERO TO WS-HOL-COUNT.
014800     MOVE "N" TO WS-HOL-EOF-SWITCH.
014900     OPEN INPUT HOL-FILE.
015000 1000-READ.
015100     READ HOL-FILE
015200         AT END MOVE "Y" TO WS-HOL-EOF-SWITCH
015300     END-READ.
015400     IF HOL-EOF
015500         CLOSE HOL-FILE
015600         MOVE "Y" TO WS-LOADED-SWITCH
015700         GO TO 1000-EXIT.
015800     IF NOT HOL-ACTIVE
015900         GO TO 1000-READ.
016000     IF WS-HOL-COUNT = 400
016100         DISPLAY "HOLCAL.DAT OVER 400 HOLIDAYS - REST IGNORED"
016200         CLOSE HOL-FILE
016300         MOVE "Y" TO WS-LOADED-SWITCH
016400         GO TO 1000-EXIT.
016500     ADD 1 TO WS-HOL-COUNT.
016600     MOVE HOL-DATE TO WS-HOL-DATE (WS-HOL-COUNT).
016700     MOVE HOL-DESC TO WS-HOL-NAME (WS-HOL-COUNT).
016800     GO TO 1000-READ.
016900 1000-EXIT.
017000     EXIT.
017100
017200*--------------------------------------------------------------*
017300* 2000-TEST-DAY - SETS DAY-OPEN, WS-DOW AND WS-DAY-DESC FOR    *
017400* WS-WORK-DATE: CLOSED ON A WEEKEND DAY CALPOL.CPY DOES NOT    *
017500* OPEN, THEN ON AN ACTIVE HOLIDAY.                             *
017600*--------------------------------------------------------------*
017700 2000-TEST-DAY.
017800     MOVE "Y" TO WS-OPEN-SWITCH.
017900     MOVE SPACE TO WS-DAY-DESC.
018000     PERFORM 5600-DAY-NUMBER THRU 5600-EXIT.
018100     SUBTRACT 1 FROM WS-DN-DAYS.
018200     DIVIDE WS-DN-DAYS BY 7 GIVING WS-DIV-Q REMAINDER WS-DIV-R.
018300     ADD 1 TO WS-DIV-R GIVING WS-DOW.
018400     IF WS-DOW = 6 AND NOT CAL-SATURDAY-OPEN
018500         MOVE "N" TO WS-OPEN-SWITCH
018600         MOVE "SATURDAY" TO WS-DAY-DESC
018700         GO TO 2000-EXIT.
018800     IF WS-DOW = 7 AND NOT CAL-SUNDAY-OPEN
018900         MOVE "N" TO WS-OPEN-SWITCH
019000         MOVE "SUNDAY" TO WS-DAY-DESC
019100         GO TO 2000-EXIT.
019200     PERFORM 2100-FIND-HOLIDAY THRU 2100-EXIT
019300         VARYING WS-SUB FROM 1 BY 1
019400         UNTIL WS-SUB > WS-HOL-COUNT OR NOT DAY-OPEN.
019500 2000-EXIT.
019600     EXIT.
019700
019800 2100-FIND-HOLIDAY.
019900     IF WS-HOL-DATE (WS-SUB) = WS-WORK-DATE
020000         MOVE "N" TO WS-OPEN-SWITCH
020100         MOVE WS-HOL-NAME (WS-SUB) TO WS-DAY-DESC.
020200 2100-EXIT.
020300     EXIT.
020400
020500*--------------------------------------------------------------*
020600* 3000-ROLL - MOVES WS-WORK-DATE FORWARD A DAY AT A TIME TO    *
020700* THE NEXT OPEN DAY.  SIXTY CLOSED DAYS IN A ROW MEANS A       *
020800* BROKEN CALENDAR - BD-RC 20, AND THE DATE REACHED IS          *
020900* RETURNED.                                                    *
021000*--------------------------------------------------------------*
021100 3000-ROLL.
021200     MOVE ZERO TO WS-TRIES.
021300 3000-NEXT-DAY.
021400     IF WS-TRIES = 60
021500         MOVE 20 TO BD-RC
021600         GO TO 3000-EXIT.
021700     ADD 1 TO WS-TRIES.
021800     PERFORM 3100-ADD-ONE-DAY THRU 3100-EXIT.
021900     PERFORM 2000-TEST-DAY THRU 2000-EXIT.
022000     IF NOT DAY-OPEN
022100         GO TO 3000-NEXT-DAY.
022200 3000-EXIT.
022300     EXIT.
022400
022500 3100-ADD-ONE-DAY.
022600     ADD 1 TO WS-WORK-DD.
022700     MOVE WS-WORK-YY TO WS-DIM-YY.
022800     MOVE WS-WORK-MM TO WS-DIM-MM.
022900     PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT.
023000     IF WS-WORK-DD > WS-DIM
023100         MOVE 1 TO WS-WORK-DD
023200         ADD 1 TO WS-WORK-MM
023300         IF WS-WORK-MM > 12
023400             MOVE 1 TO WS-WORK-MM
023500             ADD 1 TO WS-WORK-YY
023600         END-IF
023700     END-IF.
023800 3100-EXIT.
023900     EXIT.
024000
024100*--------------------------------------------------------------*
024200* 4000-MONTH-DAYS - RETURNS THE DAYS IN BD-DATE'S MONTH AND    *
024300* YEAR.                                                        *
024400*--------------------------------------------------------------*
024500 4000-MONTH-DAYS.
024600     MOVE WS-WORK-YY TO WS-DIM-YY.
024700     MOVE WS-WORK-MM TO WS-DIM-MM.
024800     PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT.
024900     MOVE WS-DIM TO BD-DAYS.
025000     MOVE 2 TO WS-DIM-MM.
025100     PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT.
025200     IF WS-DIM = 29
025300         MOVE 366 TO BD-YEAR-DAYS
025400     ELSE
025500         MOVE 365 TO BD-YEAR-DAYS
025600     END-IF.
025700 4000-EXIT.
025800     EXIT.
025900
026000*--------------------------------------------------------------*
026100* 5000-EDIT-DATE - SETS BD-RC 10 WHEN WS-WORK-DATE IS NOT A    *
026200* REAL CALENDAR DATE.                                          *
026300*--------------------------------------------------------------*
026400 5000-EDIT-DATE.
026500     IF WS-WORK-DATE NOT NUMERIC
026600         MOVE 10 TO BD-RC
026700         GO TO 5000-EXIT.
026800     IF WS-WORK-YY < 1 OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
026900         OR WS-WORK-DD < 1
027000         MOVE 10 TO BD-RC
027100         GO TO 5000-EXIT.
027200     MOVE WS-WORK-YY TO WS-DIM-YY.
027300     MOVE WS-WORK-MM TO WS-DIM-MM.
027400     PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT.
027500     IF WS-WORK-DD > WS-DIM
027600         MOVE 10 TO BD-RC.
027700 5000-EXIT.
027800     EXIT.
027900
028000*--------------------------------------------------------------*
028100* 5400-DAYS-IN-MONTH - SETS WS-DIM FOR WS-DIM-MM/WS-DIM-YY,    *
028200* WITH THE CENTURY LEAP RULE (DIVISIBLE BY 4, EXCEPT CENTURIES *
028300* NOT DIVISIBLE BY 400).                                       *
028400*--------------------------------------------------------------*
028500 5400-DAYS-IN-MONTH.
028600     MOVE 31 TO WS-DIM.
028700     IF WS-DIM-MM = 4 OR WS-DIM-MM = 6
028800         OR WS-DIM-MM = 9 OR WS-DIM-MM = 11
028900         MOVE 30 TO WS-DIM.
029000     IF WS-DIM-MM = 2
029100         MOVE 28 TO WS-DIM
029200         DIVIDE WS-DIM-YY BY 4
029300             GIVING WS-DIV-Q REMAINDER WS-DIV-R
029400         IF WS-DIV-R = ZERO
029500             MOVE 29 TO WS-DIM
029600             DIVIDE WS-DIM-YY BY 100
029700                 GIVING WS-DIV-Q REMAINDER WS-DIV-R
029800             IF WS-DIV-R = ZERO
029900                 MOVE 28 TO WS-DIM
030000                 DIVIDE WS-DIM-YY BY 400
030100                     GIVING WS-DIV-Q REMAINDER WS-DIV-R
030200                 IF WS-DIV-R = ZERO
030300                     MOVE 29 TO WS-DIM
030400                 END-IF
030500             END-IF
030600         END-IF
030700     END-IF.
030800 5400-EXIT.
030900     EXIT.
031000
031100*--------------------------------------------------------------*
031200* 5600-DAY-NUMBER - TURNS WS-WORK-DATE INTO A RUNNING DAY      *
031300* NUMBER IN WS-DN-DAYS (DAYS SINCE 1 JANUARY OF YEAR 1), AS    *
031400* TTAML DOES.                                                  *
031500*--------------------------------------------------------------*
031600 5600-DAY-NUMBER.
031700     SUBTRACT 1 FROM WS-WORK-YY GIVING WS-DN-Y.
031800     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4.
031900     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
032000     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
032100     COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-Q4 - WS-DN-Q100
032200         + WS-DN-Q400 + WS-CUM-DAYS (WS-WORK-MM) + WS-WORK-DD.
032300     IF WS-WORK-MM > 2
032400         MOVE WS-WORK-YY TO WS-DIM-YY
032500         MOVE 2 TO WS-DIM-MM
032600         PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT
032700         IF WS-DIM = 29
032800             ADD 1 TO WS-DN-DAYS
032900         END-IF.
033000 5600-EXIT.
033100     EXIT.
