000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTAPPR.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTAPPR - NIGHTLY EXPIRY OF THE SUPERVISOR APPROVAL QUEUE AND *
000900* THE AGED-REQUESTS REPORT.  WALKS APPRQ.DAT (APPRREC.CPY) AND *
001000* EXPIRES (STATUS E) EVERY REQUEST STILL PENDING FROM THE      *
001100* BUSINESS DATE OR BEFORE - A TELLER'S REQUEST THAT NO         *
001200* SUPERVISOR DECIDED BY THE CLOSE OF BUSINESS IS NOT CARRIED   *
001300* INTO THE NEXT DAY, IT MUST BE SUBMITTED AGAIN.  EACH EXPIRED *
001400* REQUEST IS LISTED ON TTAPPR.DAT WITH ITS MAKER, WHEN IT WAS  *
001500* SUBMITTED AND HOW MANY DAYS IT STOOD, AND THE FOOT COUNTS    *
001600* THE REQUESTS APPROVED AND REJECTED ON THE DATE.  APPRQ.DAT   *
001700* IS REWRITTEN THROUGH APPRWRK.DAT, THE SAME COPY-AND-REWRITE  *
001800* PATTERN TTHOLD USES ON HOLD.DAT, SO EXPIRED ROWS STAY ON     *
001900* FILE.  NOTHING IS POSTED TO TRANS.DAT.  RUNS IN THE TTEOD    *
002000* STREAM AFTER TTHOLD.  WITH NO APPRQ.DAT ON FILE THE REPORT   *
002100* SHOWS NOTHING TO EXPIRE.                                     *
002200*--------------------------------------------------------------*
002300* MODIFICATION HISTORY                                         *
002400*   DATE       BY    DESCRIPTION                                *
002500*   10/15/2026 RS    NEW PROGRAM.                                *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT APPR-FILE ASSIGN TO DISK
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-APPR-STATUS.
003400
003500     SELECT APPR-WRK ASSIGN TO DISK
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT RPT-OUT ASSIGN TO DISK
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300
004400 FD  APPR-FILE
004500     LABEL RECORD IS STANDARD
004600     VALUE OF FILE-ID IS "APPRQ.DAT".
004700
004800     COPY "APPRREC.CPY".
004900
005000 FD  APPR-WRK
005100     LABEL RECORD IS STANDARD
005200     VALUE OF FILE-ID IS "APPRWRK.DAT".
005300
005400 01  AWRK-REC                    PIC X(207).
005500
005600 FD  RPT-OUT
005700     LABEL RECORD IS STANDARD
005800     VALUE OF FILE-ID IS "TTAPPR.DAT".
005900
006000 01  RPT-LINE                    PIC X(84).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-SWITCHES.
006400     02  WS-APPR-EOF-SWITCH      PIC X       VALUE "N".
006500         88  APPR-EOF                        VALUE "Y".
006600     02  WS-AWRK-EOF-SWITCH      PIC X       VALUE "N".
006700         88  AWRK-EOF                        VALUE "Y".
006800     02  WS-NO-FILE-SWITCH       PIC X       VALUE "N".
006900         88  NO-APPR-FILE                    VALUE "Y".
007000
007100 77  WS-APPR-STATUS              PIC XX.
007200 77  WS-RUN-DAY                  PIC 9(07)   COMP.
007300 77  WS-AGE                      PIC 9(05)   COMP.
007400 77  WS-DIM                      PIC 9(02).
007500 77  WS-DIV-Q                    PIC 9(04).
007600 77  WS-DIV-R                    PIC 9(04).
007700 77  WS-DN-Y                     PIC 9(04).
007800 77  WS-DN-Q4                    PIC 9(04).
007900 77  WS-DN-Q100                  PIC 9(04).
008000 77  WS-DN-Q400                  PIC 9(04).
008100 77  WS-DN-DAYS                  PIC 9(07)   COMP.
008200
008300 01  WS-RUN-DATE                 PIC 9(08).
008400
008500 01  WS-TIME-RAW.
008600     02  WS-TIME-HHMMSS          PIC 9(06).
008700     02  FILLER                  PIC 9(02).
008800
008900 01  WS-DN-DATE                  PIC 9(08).
009000 01  WS-DN-SPLIT REDEFINES WS-DN-DATE.
009100     02  WS-DN-YY                PIC 9(04).
009200     02  WS-DN-MM                PIC 9(02).
009300     02  WS-DN-DD                PIC 9(02).
009400
009500 01  WS-CUM-DAYS-VALUES.
009600     02  FILLER                  PIC 9(03)   VALUE 000.
009700     02  FILLER                  PIC 9(03)   VALUE 031.
009800     02  FILLER                  PIC 9(03)   VALUE 059.
009900     02  FILLER                  PIC 9(03)   VALUE 090.
010000     02  FILLER                  PIC 9(03)   VALUE 120.
010100     02  FILLER                  PIC 9(03)   VALUE 151.
010200     02  FILLER                  PIC 9(03)   VALUE 181.
010300     02  FILLER                  PIC 9(03)   VALUE 212.
010400     02  FILLER                  PIC 9(03)   VALUE 243.
010500     02  FILLER                  PIC 9(03)   VALUE 273.
010600     02  FILLER                  PIC 9(03)   VALUE 304.
010700     02  FILLER                  PIC 9(03)   VALUE 334.
010800 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
010900     02  WS-CUM-DAYS             PIC 9(03)   OCCURS 12 TIMES.
011000
011100 01  WS-TYPE-NAMES.
011200     02  FILLER                  PIC X(22)   VALUE
011300         "RWREWRITE NAME/BALANCE".
011400     02  FILLER                  PIC X(22)   VALUE
011500         "CLCLOSE ACCOUNT".
011600     02  FILLER                  PIC X(22)   VALUE
011700         "LMWITHDRAWAL LIMITS".
011800     02  FILLER                  PIC X(22)   VALUE
011900         "TXTAX WITHHOLDING FLAG".
012000     02  FILLER                  PIC X(22)   VALUE
012100         "RVREVERSE A POSTING".
012200     02  FILLER                  PIC X(22)   VALUE
012300         "HPPLACE A FUNDS HOLD".
012400     02  FILLER                  PIC X(22)   VALUE
012500         "HRRELEASE FUNDS HOLDS".
012600     02  FILLER                  PIC X(22)   VALUE
012700         "SAADD STANDING ORDER".
012800 01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
012900     02  WS-TYPE-ENTRY OCCURS 8 TIMES.
013000         03  TY-CODE             PIC X(02).
013100         03  TY-NAME             PIC X(20).
013200
013300 77  WS-TY                       PIC 9(02)   COMP.
013400
013500 01  WS-COUNTS.
013600     02  WS-READ-COUNT           PIC 9(06)   COMP VALUE ZERO.
013700     02  WS-EXP-COUNT            PIC 9(06)   COMP VALUE ZERO.
013800     02  WS-APPROVED-COUNT       PIC 9(06)   COMP VALUE ZERO.
013900     02  WS-REJECTED-COUNT       PIC 9(06)   COMP VALUE ZERO.
014000
014100 01  HEAD-LINE.
014200     02  FILLER                  PIC X(40)   VALUE
014300         "AGED APPROVAL REQUESTS EXPIRED FOR DATE ".
014400     02  HL-DATE                 PIC 9(08).
014500     02  FILLER                  PIC X(36)   VALUE SPACE.
014600
014700 01  COLUMN-LINE.
014800     02  FILLER                  PIC X(08)   VALUE "REQ NO".
014900     02  FILLER                  PIC X(25)   VALUE "REQUEST".
015000     02  FILLER                  PIC X(06)   VALUE "ID".
015100     02  FILLER                  PIC X(04)   VALUE "BR".
015200     02  FILLER                  PIC X(10)   VALUE "MAKER".
015300     02  FILLER                  PIC X(15)   VALUE "SUBMITTED".
015400     02  FILLER                  PIC X(16)   VALUE "DAYS OPEN".
015500
015600 01  RULE-LINE                   PIC X(84)   VALUE ALL "-".
015700
015800 01  DETAIL-LINE.
015900     02  DL-NO                   PIC 9(06).
016000     02  FILLER                  PIC X(02)   VALUE SPACE.
016100     02  DL-TYPE                 PIC X(02).
016200     02  FILLER                  PIC X(01)   VALUE SPACE.
016300     02  DL-TYPE-NAME            PIC X(20).
016400     02  FILLER                  PIC X(02)   VALUE SPACE.
016500     02  DL-ID1                  PIC 9(04).
016600     02  FILLER                  PIC X(02)   VALUE SPACE.
016700     02  DL-BRANCH               PIC 9(02).
016800     02  FILLER                  PIC X(02)   VALUE SPACE.
016900     02  DL-MAKER                PIC X(08).
017000     02  FILLER                  PIC X(02)   VALUE SPACE.
017100     02  DL-DATE                 PIC 9(08).
017200     02  FILLER                  PIC X(01)   VALUE SPACE.
017300     02  DL-TIME                 PIC 9(06).
017400     02  FILLER                  PIC X(03)   VALUE SPACE.
017500     02  DL-AGE                  PIC ZZZZ9.
017600     02  FILLER                  PIC X(08)   VALUE SPACE.
017700
017800 01  TOTAL-LINE.
017900     02  TL-LABEL                PIC X(32).
018000     02  TL-COUNT                PIC ZZZ,ZZ9.
018100     02  FILLER                  PIC X(45)   VALUE SPACE.
018200
018300 PROCEDURE DIVISION.
018400*--------------------------------------------------------------*
018500* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
018600*--------------------------------------------------------------*
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     IF NOT NO-APPR-FILE
019000         PERFORM 2000-EXPIRE-ONE THRU 2000-EXIT
019100             UNTIL APPR-EOF
019200         PERFORM 3000-COPY-BACK THRU 3000-EXIT.
019300     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
019400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
019500     STOP RUN.
019600
019700*--------------------------------------------------------------*
019800* 1000-INITIALIZE - TAKES THE BUSINESS DATE BEING CLOSED (AS   *
019900* TTAUDIT DOES), OPENS THE QUEUE AND ITS WORK FILE, WRITES THE *
020000* REPORT HEADINGS AND PRIMES THE READ.  NO APPRQ.DAT MEANS NO  *
020100* REQUEST WAS EVER QUEUED.                                     *
020200*--------------------------------------------------------------*
020300 1000-INITIALIZE.
020400     DISPLAY "ENTER THE BUSINESS DATE YYYYMMDD (0 FOR TODAY)".
020500     ACCEPT WS-RUN-DATE.
020600     IF WS-RUN-DATE NOT NUMERIC
020700         DISPLAY "INVALID BUSINESS DATE - RUN STOPPED"
020800         STOP RUN.
020900     IF WS-RUN-DATE = ZERO
021000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021100     MOVE WS-RUN-DATE TO WS-DN-DATE.
021200     PERFORM 5600-DAY-NUMBER THRU 5600-EXIT.
021300     MOVE WS-DN-DAYS TO WS-RUN-DAY.
021400     ACCEPT WS-TIME-RAW FROM TIME.
021500     OPEN OUTPUT RPT-OUT.
021600     MOVE WS-RUN-DATE TO HL-DATE.
021700     WRITE RPT-LINE FROM HEAD-LINE.
021800     WRITE RPT-LINE FROM COLUMN-LINE.
021900     WRITE RPT-LINE FROM RULE-LINE.
022000     OPEN INPUT APPR-FILE.
022100     IF WS-APPR-STATUS NOT = "00"
022200         MOVE "Y" TO WS-NO-FILE-SWITCH
022300         DISPLAY "NO APPRQ.DAT ON FILE - NOTHING TO EXPIRE"
022400         GO TO 1000-EXIT.
022500     OPEN OUTPUT APPR-WRK.
022600     PERFORM 2100-READ-APPR THRU 2100-EXIT.
022700 1000-EXIT.
022800     EXIT.
022900
023000*--------------------------------------------------------------*
023100* 2000-EXPIRE-ONE - COPIES ONE QUEUE ROW TO THE WORK FILE,     *
023200* EXPIRING IT ON THE WAY THROUGH WHEN IT IS STILL PENDING FROM *
023300* THE BUSINESS DATE OR BEFORE, AND COUNTS THE DATE'S DECISIONS *
023400* FOR THE FOOT.                                                *
023500*--------------------------------------------------------------*
023600 2000-EXPIRE-ONE.
023700     ADD 1 TO WS-READ-COUNT.
023800     IF AQ-APPROVED AND AQ-ACT-DATE = WS-RUN-DATE
023900         ADD 1 TO WS-APPROVED-COUNT.
024000     IF AQ-REJECTED AND AQ-ACT-DATE = WS-RUN-DATE
024100         ADD 1 TO WS-REJECTED-COUNT.
024200     IF AQ-PENDING AND AQ-DATE NOT > WS-RUN-DATE
024300         PERFORM 2200-EXPIRE THRU 2200-EXIT.
024400     WRITE AWRK-REC FROM AQ-REC.
024500     PERFORM 2100-READ-APPR THRU 2100-EXIT.
024600 2000-EXIT.
024700     EXIT.
024800
024900*--------------------------------------------------------------*
025000* 2100-READ-APPR - READS THE NEXT ROW FROM APPRQ.DAT.          *
025100*--------------------------------------------------------------*
025200 2100-READ-APPR.
025300     READ APPR-FILE
025400         AT END SET APPR-EOF TO TRUE
025500     END-READ.
025600 2100-EXIT.
025700     EXIT.
025800
025900*--------------------------------------------------------------*
026000* 2200-EXPIRE - MARKS THE PENDING REQUEST IN AQ-REC EXPIRED,   *
026100* STAMPED TTAPPR AS ITS CHECKER WITH THE BUSINESS DATE AND THE *
026200* TIME OF THE RUN, AND LISTS IT WITH THE DAYS IT STOOD OPEN.   *
026300*--------------------------------------------------------------*
026400 2200-EXPIRE.
026500     MOVE "E" TO AQ-STS.
026600     MOVE "TTAPPR" TO AQ-CHECKER.
026700     MOVE WS-RUN-DATE TO AQ-ACT-DATE.
026800     MOVE WS-TIME-HHMMSS TO AQ-ACT-TIME.
026900     MOVE ZERO TO AQ-SEQ.
027000     MOVE "EXPIRED UNDECIDED AT DAY END" TO AQ-REASON.
027100     ADD 1 TO WS-EXP-COUNT.
027200     MOVE AQ-DATE TO WS-DN-DATE.
027300     PERFORM 5600-DAY-NUMBER THRU 5600-EXIT.
027400     IF WS-DN-DAYS < WS-RUN-DAY
027500         SUBTRACT WS-DN-DAYS FROM WS-RUN-DAY GIVING WS-AGE
027600     ELSE
027700         MOVE ZERO TO WS-AGE
027800     END-IF.
027900     MOVE SPACES TO DL-TYPE-NAME.
028000     PERFORM 2300-TYPE-NAME THRU 2300-EXIT
028100         VARYING WS-TY FROM 1 BY 1
028200         UNTIL WS-TY > 8.
028300     MOVE AQ-NO TO DL-NO.
028400     MOVE AQ-TYPE TO DL-TYPE.
028500     MOVE AQ-ID1 TO DL-ID1.
028600     MOVE AQ-BRANCH TO DL-BRANCH.
028700     MOVE AQ-MAKER TO DL-MAKER.
028800     MOVE AQ-DATE TO DL-DATE.
028900     MOVE AQ-TIME TO DL-TIME.
029000     MOVE WS-AGE TO DL-AGE.
029100     WRITE RPT-LINE FROM DETAIL-LINE.
029200 2200-EXIT.
029300     EXIT.
029400
029500 2300-TYPE-NAME.
029600     IF TY-CODE (WS-TY) = AQ-TYPE
029700         MOVE TY-NAME (WS-TY) TO DL-TYPE-NAME.
029800 2300-EXIT.
029900     EXIT.
030000
030100*--------------------------------------------------------------*
030200* 3000-COPY-BACK - REWRITES APPRQ.DAT FROM THE WORK FILE.      *
030300*--------------------------------------------------------------*
030400 3000-COPY-BACK.
030500     CLOSE APPR-FILE.
030600     CLOSE APPR-WRK.
030700     OPEN INPUT APPR-WRK.
030800     OPEN OUTPUT APPR-FILE.
030900 3100-COPY-ONE.
031000     READ APPR-WRK
031100         AT END SET AWRK-EOF TO TRUE
031200             GO TO 3200-COPY-DONE
031300     END-READ.
031400     WRITE AQ-REC FROM AWRK-REC.
031500     GO TO 3100-COPY-ONE.
031600 3200-COPY-DONE.
031700     CLOSE APPR-WRK.
031800     CLOSE APPR-FILE.
031900 3000-EXIT.
032000     EXIT.
032100
032200*--------------------------------------------------------------*
032300* 5400-DAYS-IN-MONTH - SETS WS-DIM FOR WS-DN-MM/WS-DN-YY, WITH *
032400* THE CENTURY LEAP RULE (DIVISIBLE BY 4, EXCEPT CENTURIES NOT  *
032500* DIVISIBLE BY 400).                                           *
032600*--------------------------------------------------------------*
032700 5400-DAYS-IN-MONTH.
032800     MOVE 31 TO WS-DIM.
032900     IF WS-DN-MM = 4 OR WS-DN-MM = 6
033000         OR WS-DN-MM = 9 OR WS-DN-MM = 11
033100         MOVE 30 TO WS-DIM.
033200     IF WS-DN-MM = 2
033300         MOVE 28 TO WS-DIM
033400         DIVIDE WS-DN-YY BY 4
033500             GIVING WS-DIV-Q REMAINDER WS-DIV-R
033600         IF WS-DIV-R = ZERO
033700             MOVE 29 TO WS-DIM
033800             DIVIDE WS-DN-YY BY 100
033900                 GIVING WS-DIV-Q REMAINDER WS-DIV-R
034000             IF WS-DIV-R = ZERO
034100                 MOVE 28 TO WS-DIM
034200                 DIVIDE WS-DN-YY BY 400
034300                     GIVING WS-DIV-Q REMAINDER WS-DIV-R
034400                 IF WS-DIV-R = ZERO
034500                     MOVE 29 TO WS-DIM
034600                 END-IF
034700             END-IF
034800         END-IF
034900     END-IF.
035000 5400-EXIT.
035100     EXIT.
035200
035300*--------------------------------------------------------------*
035400* 5600-DAY-NUMBER - TURNS WS-DN-DATE INTO A RUNNING DAY NUMBER *
035500* IN WS-DN-DAYS (DAYS SINCE 1 JANUARY OF YEAR 1), AS TTAML     *
035600* DOES, SO THE DAYS A REQUEST STOOD OPEN IS A SUBTRACTION.     *
035700*--------------------------------------------------------------*
035800 5600-DAY-NUMBER.
035900     SUBTRACT 1 FROM WS-DN-YY GIVING WS-DN-Y.
036000     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4.
036100     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
036200     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
036300     IF WS-DN-MM < 1 OR WS-DN-MM > 12
036400         MOVE 1 TO WS-DN-MM.
036500     COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-Q4 - WS-DN-Q100
036600         + WS-DN-Q400 + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
036700     IF WS-DN-MM > 2
036800         MOVE 2 TO WS-DN-MM
036900         PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT
037000         IF WS-DIM = 29
037100             ADD 1 TO WS-DN-DAYS
037200         END-IF.
037300 5600-EXIT.
037400     EXIT.
037500
037600*--------------------------------------------------------------*
037700* 8000-PRINT-TOTALS - WRITES THE COUNTS AT THE FOOT.           *
037800*--------------------------------------------------------------*
037900 8000-PRINT-TOTALS.
038000     WRITE RPT-LINE FROM RULE-LINE.
038100     MOVE "QUEUE ROWS READ" TO TL-LABEL.
038200     MOVE WS-READ-COUNT TO TL-COUNT.
038300     WRITE RPT-LINE FROM TOTAL-LINE.
038400     MOVE "REQUESTS EXPIRED TONIGHT" TO TL-LABEL.
038500     MOVE WS-EXP-COUNT TO TL-COUNT.
038600     WRITE RPT-LINE FROM TOTAL-LINE.
038700     MOVE "REQUESTS APPROVED ON THE DATE" TO TL-LABEL.
038800     MOVE WS-APPROVED-COUNT TO TL-COUNT.
038900     WRITE RPT-LINE FROM TOTAL-LINE.
039000     MOVE "REQUESTS REJECTED ON THE DATE" TO TL-LABEL.
039100     MOVE WS-REJECTED-COUNT TO TL-COUNT.
039200     WRITE RPT-LINE FROM TOTAL-LINE.
039300 8000-EXIT.
039400     EXIT.
039500
039600*--------------------------------------------------------------*
039700* 9999-TERMINATE - CLOSES THE REPORT AND REPORTS THE RUN.      *
039800*--------------------------------------------------------------*
039900 9999-TERMINATE.
040000     CLOSE RPT-OUT.
040100     DISPLAY "QUEUE ROWS READ:".
040200     DISPLAY WS-READ-COUNT.
040300     DISPLAY "REQUESTS EXPIRED:".
040400     DISPLAY WS-EXP-COUNT.
040500 9999-EXIT.
040600     EXIT.
