000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTLNAGE.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTLNAGE - STAFF LOAN DELINQUENCY AGING REPORT.  READS        *
000900* LOAN.DAT (LOANREC.CPY) AS THE TTLOAN REPAYMENT RUN LEFT IT   *
001000* AND AGES EVERY ACTIVE LOAN WITH AN INSTALMENT IN ARREARS BY  *
001100* THE DAYS SINCE ITS OLDEST MISSED INSTALMENT FELL DUE         *
001200* (LN-ARREARS-DATE) - 1-30, 31-60, 61-90 AND OVER 90 DAYS.     *
001300* ONE DETAIL LINE PER OVERDUE LOAN, THEN A LINE PER BRANCH AND *
001400* BUCKET HOLDING ANY, THE BUCKET TOTALS FOR ALL BRANCHES AND A *
001500* LOAN COUNT.  THE BRANCH IS THE ACCOUNT'S BRANCH AT BOOKING   *
001600* (LN-BRANCH); THE TABLE SLOT IS THE BRANCH PLUS ONE, AS IN    *
001700* TTRPT.  RUN IT AFTER TTLOAN SO THE ARREARS ARE CURRENT.      *
001800*--------------------------------------------------------------*
001900* MODIFICATION HISTORY                                         *
002000*   DATE       BY    DESCRIPTION                                *
002100*   10/15/2026 RS    NEW PROGRAM.                                *
002200*--------------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT LOAN-FILE ASSIGN TO DISK
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-LOAN-STATUS.
003000
003100     SELECT RPT-OUT ASSIGN TO DISK
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600
003700 FD  LOAN-FILE
003800     LABEL RECORD IS STANDARD
003900     VALUE OF FILE-ID IS "LOAN.DAT".
004000
004100     COPY "LOANREC.CPY".
004200
004300 FD  RPT-OUT
004400     LABEL RECORD IS STANDARD
004500     VALUE OF FILE-ID IS "TTLNAGE.DAT".
004600
004700 01  RPT-LINE                    PIC X(84).
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-SWITCHES.
005100     02  WS-EOF-SWITCH           PIC X       VALUE "N".
005200         88  EOF-YES                         VALUE "Y".
005300
005400 77  WS-LOAN-STATUS              PIC XX.
005500 77  WS-RUN-DATE                 PIC 9(08).
005600 77  WS-RUN-DAY                  PIC 9(07)   COMP.
005700 77  WS-DAYS-OVER                PIC 9(07)   COMP.
005800 77  WS-BR                       PIC 9(02).
005900 77  WS-BR-SUB                   PIC 9(03)   COMP.
006000 77  WS-BK-SUB                   PIC 9(01)   COMP.
006100 77  WS-DIM                      PIC 9(02).
006200 77  WS-DIV-Q                    PIC 9(04).
006300 77  WS-DIV-R                    PIC 9(04).
006400 77  WS-DN-Y                     PIC 9(04).
006500 77  WS-DN-Q4                    PIC 9(04).
006600 77  WS-DN-Q100                  PIC 9(04).
006700 77  WS-DN-Q400                  PIC 9(04).
006800 77  WS-DN-DAYS                  PIC 9(07)   COMP.
006900
007000 01  WS-NEXT-SPLIT.
007100     02  WS-NEXT-YY              PIC 9(04).
007200     02  WS-NEXT-MM              PIC 9(02).
007300     02  WS-NEXT-DD              PIC 9(02).
007400
007500 01  WS-DN-DATE                  PIC 9(08).
007600 01  WS-DN-SPLIT REDEFINES WS-DN-DATE.
007700     02  WS-DN-YY                PIC 9(04).
007800     02  WS-DN-MM                PIC 9(02).
007900     02  WS-DN-DD                PIC 9(02).
008000
008100 01  WS-CUM-DAYS-VALUES.
008200     02  FILLER                  PIC 9(03)   VALUE 000.
008300     02  FILLER                  PIC 9(03)   VALUE 031.
008400     02  FILLER                  PIC 9(03)   VALUE 059.
008500     02  FILLER                  PIC 9(03)   VALUE 090.
008600     02  FILLER                  PIC 9(03)   VALUE 120.
008700     02  FILLER                  PIC 9(03)   VALUE 151.
008800     02  FILLER                  PIC 9(03)   VALUE 181.
008900     02  FILLER                  PIC 9(03)   VALUE 212.
009000     02  FILLER                  PIC 9(03)   VALUE 243.
009100     02  FILLER                  PIC 9(03)   VALUE 273.
009200     02  FILLER                  PIC 9(03)   VALUE 304.
009300     02  FILLER                  PIC 9(03)   VALUE 334.
009400 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
009500     02  WS-CUM-DAYS             PIC 9(03)   OCCURS 12 TIMES.
009600
009700 01  WS-BUCKET-VALUES.
009800     02  FILLER                  PIC X(05)   VALUE "1-30 ".
009900     02  FILLER                  PIC X(05)   VALUE "31-60".
010000     02  FILLER                  PIC X(05)   VALUE "61-90".
010100     02  FILLER                  PIC X(05)   VALUE "90+  ".
010200 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
010300     02  WS-BUCKET-NAME          PIC X(05)   OCCURS 4 TIMES.
010400
010500 01  WS-AGE-TABLE.
010600     02  WS-AGE-BR OCCURS 100 TIMES.
010700         03  WS-AGE-BK OCCURS 4 TIMES.
010800             04  AGT-CNT         PIC 9(06)   COMP.
010900             04  AGT-ARR         PIC 9(11)V99 COMP.
011000             04  AGT-OUT         PIC 9(11)V99 COMP.
011100
011200 01  WS-AGE-TOTALS.
011300     02  WS-AGE-TOT OCCURS 4 TIMES.
011400         03  AGS-CNT             PIC 9(06)   COMP.
011500         03  AGS-ARR             PIC 9(11)V99 COMP.
011600         03  AGS-OUT             PIC 9(11)V99 COMP.
011700
011800 01  WS-COUNTS.
011900     02  WS-ACTIVE-COUNT         PIC 9(06)   COMP VALUE ZERO.
012000     02  WS-CURRENT-COUNT        PIC 9(06)   COMP VALUE ZERO.
012100     02  WS-OVERDUE-COUNT        PIC 9(06)   COMP VALUE ZERO.
012200
012300 01  DETAIL-LINE.
012400     02  DL-LOAN-NO              PIC 9(06).
012500     02  FILLER                  PIC X(02)   VALUE SPACE.
012600     02  DL-ID1                  PIC 9(04).
012700     02  FILLER                  PIC X(02)   VALUE SPACE.
012800     02  DL-BRANCH               PIC 9(02).
012900     02  FILLER                  PIC X(02)   VALUE SPACE.
013000     02  DL-ARR-DATE             PIC 9(08).
013100     02  FILLER                  PIC X(02)   VALUE SPACE.
013200     02  DL-DAYS                 PIC ZZZZ9.
013300     02  FILLER                  PIC X(02)   VALUE SPACE.
013400     02  DL-ARR-AMT              PIC Z(06)9.99.
013500     02  FILLER                  PIC X(02)   VALUE SPACE.
013600     02  DL-OUT                  PIC Z(06)9.99.
013700     02  FILLER                  PIC X(02)   VALUE SPACE.
013800     02  DL-BUCKET               PIC X(05).
013900     02  FILLER                  PIC X(18)   VALUE SPACE.
014000
014100 01  BUCKET-LINE.
014200     02  BK-LABEL                PIC X(09).
014300     02  BK-LABEL-R REDEFINES BK-LABEL.
014400         03  BK-WORD             PIC X(07).
014500         03  BK-BRANCH           PIC 9(02).
014600     02  FILLER                  PIC X(02)   VALUE SPACE.
014700     02  BK-BUCKET               PIC X(05).
014800     02  FILLER                  PIC X(02)   VALUE SPACE.
014900     02  BK-COUNT                PIC ZZZ,ZZ9.
015000     02  FILLER                  PIC X(02)   VALUE SPACE.
015100     02  BK-ARR                  PIC Z,ZZZ,ZZZ,ZZ9.99.
015200     02  FILLER                  PIC X(02)   VALUE SPACE.
015300     02  BK-OUT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
015400     02  FILLER                  PIC X(23)   VALUE SPACE.
015500
015600 01  TOTAL-LINE.
015700     02  FILLER                  PIC X(14)
015800                                 VALUE "ACTIVE LOANS: ".
015900     02  TL-ACTIVE               PIC ZZZ,ZZ9.
016000     02  FILLER                  PIC X(11)   VALUE "  CURRENT: ".
016100     02  TL-CURRENT              PIC ZZZ,ZZ9.
016200     02  FILLER                  PIC X(11)   VALUE "  OVERDUE: ".
016300     02  TL-OVERDUE              PIC ZZZ,ZZ9.
016400     02  FILLER                  PIC X(27)   VALUE SPACE.
016500
016600 PROCEDURE DIVISION.
016700*--------------------------------------------------------------*
016800* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
016900*--------------------------------------------------------------*
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-PROCESS-LOAN THRU 2000-EXIT
017300         UNTIL EOF-YES.
017400     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
017500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
017600     STOP RUN.
017700
017800*--------------------------------------------------------------*
017900* 1000-INITIALIZE - TAKES THE RUN DATE'S DAY NUMBER, CLEARS    *
018000* THE BUCKETS, OPENS THE FILES AND PRIMES THE READ.  NO        *
018100* LOAN.DAT MEANS NOTHING TO AGE.                               *
018200*--------------------------------------------------------------*
018300 1000-INITIALIZE.
018400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018500     MOVE WS-RUN-DATE TO WS-DN-DATE.
018600     PERFORM 5600-DAY-NUMBER THRU 5600-EXIT.
018700     MOVE WS-DN-DAYS TO WS-RUN-DAY.
018800     PERFORM 1100-ZERO-BUCKET THRU 1100-EXIT
018900         VARYING WS-BR-SUB FROM 1 BY 1
019000         UNTIL WS-BR-SUB > 100
019100         AFTER WS-BK-SUB FROM 1 BY 1
019200         UNTIL WS-BK-SUB > 4.
019300     OPEN INPUT LOAN-FILE.
019400     IF WS-LOAN-STATUS NOT = "00"
019500         DISPLAY "NO LOAN.DAT ON FILE - NOTHING TO AGE"
019600         STOP RUN.
019700     OPEN OUTPUT RPT-OUT.
019800     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
019900 1000-EXIT.
020000     EXIT.
020100
020200 1100-ZERO-BUCKET.
020300     MOVE ZERO TO AGT-CNT (WS-BR-SUB WS-BK-SUB).
020400     MOVE ZERO TO AGT-ARR (WS-BR-SUB WS-BK-SUB).
020500     MOVE ZERO TO AGT-OUT (WS-BR-SUB WS-BK-SUB).
020600     IF WS-BR-SUB = 1
020700         MOVE ZERO TO AGS-CNT (WS-BK-SUB)
020800         MOVE ZERO TO AGS-ARR (WS-BK-SUB)
020900         MOVE ZERO TO AGS-OUT (WS-BK-SUB).
021000 1100-EXIT.
021100     EXIT.
021200
021300*--------------------------------------------------------------*
021400* 2000-PROCESS-LOAN - AGES ONE ACTIVE LOAN.  A LOAN WITH NO    *
021500* ARREARS DATE IS CURRENT; OTHERWISE THE DAYS SINCE THE        *
021600* ARREARS DATE PICK THE BUCKET, AN INSTALMENT MISSED TODAY     *
021700* COUNTING IN THE FIRST.  REPAID LOANS ARE SKIPPED.            *
021800*--------------------------------------------------------------*
021900 2000-PROCESS-LOAN.
022000     IF NOT LN-ACTIVE
022100         GO TO 2000-READ-NEXT.
022200     ADD 1 TO WS-ACTIVE-COUNT.
022300     IF LN-ARREARS-DATE NOT NUMERIC OR LN-ARREARS-DATE = ZERO
022400         ADD 1 TO WS-CURRENT-COUNT
022500         GO TO 2000-READ-NEXT.
022600     ADD 1 TO WS-OVERDUE-COUNT.
022700     MOVE LN-ARREARS-DATE TO WS-DN-DATE.
022800     PERFORM 5600-DAY-NUMBER THRU 5600-EXIT.
022900     IF WS-DN-DAYS > WS-RUN-DAY
023000         MOVE ZERO TO WS-DAYS-OVER
023100     ELSE
023200         SUBTRACT WS-DN-DAYS FROM WS-RUN-DAY GIVING WS-DAYS-OVER
023300     END-IF.
023400     MOVE 4 TO WS-BK-SUB.
023500     IF WS-DAYS-OVER NOT > 90 MOVE 3 TO WS-BK-SUB.
023600     IF WS-DAYS-OVER NOT > 60 MOVE 2 TO WS-BK-SUB.
023700     IF WS-DAYS-OVER NOT > 30 MOVE 1 TO WS-BK-SUB.
023800     IF LN-BRANCH NUMERIC
023900         MOVE LN-BRANCH TO WS-BR
024000     ELSE
024100         MOVE ZERO TO WS-BR
024200     END-IF.
024300     COMPUTE WS-BR-SUB = WS-BR + 1.
024400     ADD 1 TO AGT-CNT (WS-BR-SUB WS-BK-SUB).
024500     ADD LN-ARREARS-AMT TO AGT-ARR (WS-BR-SUB WS-BK-SUB).
024600     ADD LN-OUTSTANDING TO AGT-OUT (WS-BR-SUB WS-BK-SUB).
024700     ADD 1 TO AGS-CNT (WS-BK-SUB).
024800     ADD LN-ARREARS-AMT TO AGS-ARR (WS-BK-SUB).
024900     ADD LN-OUTSTANDING TO AGS-OUT (WS-BK-SUB).
025000     MOVE LN-NO TO DL-LOAN-NO.
025100     MOVE LN-ID1 TO DL-ID1.
025200     MOVE WS-BR TO DL-BRANCH.
025300     MOVE LN-ARREARS-DATE TO DL-ARR-DATE.
025400     MOVE WS-DAYS-OVER TO DL-DAYS.
025500     MOVE LN-ARREARS-AMT TO DL-ARR-AMT.
025600     MOVE LN-OUTSTANDING TO DL-OUT.
025700     MOVE WS-BUCKET-NAME (WS-BK-SUB) TO DL-BUCKET.
025800     WRITE RPT-LINE FROM DETAIL-LINE.
025900 2000-READ-NEXT.
026000     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
026100 2000-EXIT.
026200     EXIT.
026300
026400*--------------------------------------------------------------*
026500* 2100-READ-LOAN - READS THE NEXT LOAN.DAT ROW.                *
026600*--------------------------------------------------------------*
026700 2100-READ-LOAN.
026800     READ LOAN-FILE
026900         AT END SET EOF-YES TO TRUE
027000     END-READ.
027100 2100-EXIT.
027200     EXIT.
027300
027400*--------------------------------------------------------------*
027500* 3000-PRINT-TOTALS - WRITES A LINE FOR EVERY BRANCH AND       *
027600* BUCKET HOLDING ANY OVERDUE LOANS, THEN THE FOUR BUCKET       *
027700* TOTALS FOR ALL BRANCHES AND THE LOAN COUNTS.                 *
027800*--------------------------------------------------------------*
027900 3000-PRINT-TOTALS.
028000     PERFORM 3200-PRINT-BRANCH THRU 3200-EXIT
028100         VARYING WS-BR-SUB FROM 1 BY 1
028200         UNTIL WS-BR-SUB > 100
028300         AFTER WS-BK-SUB FROM 1 BY 1
028400         UNTIL WS-BK-SUB > 4.
028500     PERFORM 3300-PRINT-BUCKET THRU 3300-EXIT
028600         VARYING WS-BK-SUB FROM 1 BY 1
028700         UNTIL WS-BK-SUB > 4.
028800     MOVE WS-ACTIVE-COUNT TO TL-ACTIVE.
028900     MOVE WS-CURRENT-COUNT TO TL-CURRENT.
029000     MOVE WS-OVERDUE-COUNT TO TL-OVERDUE.
029100     WRITE RPT-LINE FROM TOTAL-LINE.
029200 3000-EXIT.
029300     EXIT.
029400
029500*--------------------------------------------------------------*
029600* 3200-PRINT-BRANCH - WRITES ONE BRANCH AND BUCKET LINE WHEN   *
029700* THE SLOT HOLDS ANY LOANS.                                    *
029800*--------------------------------------------------------------*
029900 3200-PRINT-BRANCH.
030000     IF AGT-CNT (WS-BR-SUB WS-BK-SUB) = ZERO
030100         GO TO 3200-EXIT.
030200     MOVE "BRANCH" TO BK-WORD.
030300     COMPUTE BK-BRANCH = WS-BR-SUB - 1.
030400     MOVE WS-BUCKET-NAME (WS-BK-SUB) TO BK-BUCKET.
030500     MOVE AGT-CNT (WS-BR-SUB WS-BK-SUB) TO BK-COUNT.
030600     MOVE AGT-ARR (WS-BR-SUB WS-BK-SUB) TO BK-ARR.
030700     MOVE AGT-OUT (WS-BR-SUB WS-BK-SUB) TO BK-OUT.
030800     WRITE RPT-LINE FROM BUCKET-LINE.
030900 3200-EXIT.
031000     EXIT.
031100
031200*--------------------------------------------------------------*
031300* 3300-PRINT-BUCKET - WRITES THE ALL-BRANCH TOTAL FOR ONE      *
031400* BUCKET, ZERO OR NOT.                                         *
031500*--------------------------------------------------------------*
031600 3300-PRINT-BUCKET.
031700     MOVE "TOTAL" TO BK-LABEL.
031800     MOVE WS-BUCKET-NAME (WS-BK-SUB) TO BK-BUCKET.
031900     MOVE AGS-CNT (WS-BK-SUB) TO BK-COUNT.
032000     MOVE AGS-ARR (WS-BK-SUB) TO BK-ARR.
032100     MOVE AGS-OUT (WS-BK-SUB) TO BK-OUT.
032200     WRITE RPT-LINE FROM BUCKET-LINE.
032300 3300-EXIT.
032400     EXIT.
032500
032600*--------------------------------------------------------------*
032700* 5400-DAYS-IN-MONTH - SETS WS-DIM FOR WS-NEXT-MM/WS-NEXT-YY,  *
032800* WITH THE CENTURY LEAP RULE (DIVISIBLE BY 4, EXCEPT CENTURIES *
032900* NOT DIVISIBLE BY 400).                                       *
033000*--------------------------------------------------------------*
033100 5400-DAYS-IN-MONTH.
033200     MOVE 31 TO WS-DIM.
033300     IF WS-NEXT-MM = 4 OR WS-NEXT-MM = 6
033400         OR WS-NEXT-MM = 9 OR WS-NEXT-MM = 11
033500         MOVE 30 TO WS-DIM.
033600     IF WS-NEXT-MM = 2
033700         MOVE 28 TO WS-DIM
033800         DIVIDE WS-NEXT-YY BY 4
033900             GIVING WS-DIV-Q REMAINDER WS-DIV-R
034000         IF WS-DIV-R = ZERO
034100             MOVE 29 TO WS-DIM
034200             DIVIDE WS-NEXT-YY BY 100
034300                 GIVING WS-DIV-Q REMAINDER WS-DIV-R
034400             IF WS-DIV-R = ZERO
034500                 MOVE 28 TO WS-DIM
034600                 DIVIDE WS-NEXT-YY BY 400
034700                     GIVING WS-DIV-Q REMAINDER WS-DIV-R
034800                 IF WS-DIV-R = ZERO
034900                     MOVE 29 TO WS-DIM
035000                 END-IF
035100             END-IF
035200         END-IF
035300     END-IF.
035400 5400-EXIT.
035500     EXIT.
035600
035700*--------------------------------------------------------------*
035800* 5600-DAY-NUMBER - TURNS WS-DN-DATE INTO A RUNNING DAY NUMBER *
035900* IN WS-DN-DAYS (DAYS SINCE 1 JANUARY OF YEAR 1), AS TTAML     *
036000* DOES, SO THE GAP BETWEEN TWO DATES IS A SUBTRACTION.         *
036100*--------------------------------------------------------------*
036200 5600-DAY-NUMBER.
036300     SUBTRACT 1 FROM WS-DN-YY GIVING WS-DN-Y.
036400     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4.
036500     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
036600     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
036700     IF WS-DN-MM < 1 OR WS-DN-MM > 12
036800         MOVE 1 TO WS-DN-MM.
036900     COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-Q4 - WS-DN-Q100
037000         + WS-DN-Q400 + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
037100     IF WS-DN-MM > 2
037200         MOVE WS-DN-YY TO WS-NEXT-YY
037300         MOVE 2 TO WS-NEXT-MM
037400         PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT
037500         IF WS-DIM = 29
037600             ADD 1 TO WS-DN-DAYS
037700         END-IF.
037800 5600-EXIT.
037900     EXIT.
038000
038100*--------------------------------------------------------------*
038200* 9999-TERMINATE - CLOSES THE FILES.                           *
038300*--------------------------------------------------------------*
038400 9999-TERMINATE.
038500     CLOSE LOAN-FILE.
038600     CLOSE RPT-OUT.
038700     DISPLAY "ACTIVE LOANS:".
038800     DISPLAY WS-ACTIVE-COUNT.
038900     DISPLAY "LOANS IN ARREARS:".
039000     DISPLAY WS-OVERDUE-COUNT.
039100 9999-EXIT.
039200     EXIT.
