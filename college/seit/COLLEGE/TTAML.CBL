000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTAML.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTAML - SUSPICIOUS ACTIVITY MONITORING.  SCANS A ROLLING     *
000900* WINDOW OF AML-WINDOW-DAYS (AMLPOL.CPY) BACK FROM THE RUN     *
001000* DATE ACROSS THE TTMONTH ARCHIVES (TRANS-YYYYMM.DAT) AND THE  *
001100* CURRENT TRANS.DAT, THE WAY TTDORM BUILDS ITS ACTIVITY TABLE, *
001200* AND LOOKS FOR FOUR PATTERNS THE ONE-DAY TTLIMIT REPORT       *
001300* CANNOT SEE - STRUCTURING (REPEATED STANDALONE DEPOSITS JUST  *
001400* UNDER LIM-RPT-THRESHOLD), TURNAROUND (A DEPOSIT WITHDRAWN    *
001500* AGAIN WITHIN DAYS), DORMANT DRAIN (AN ACCOUNT REACTIVATED    *
001600* THROUGH TT'S MAINT-REACTIVATE AND THEN EMPTIED) AND OPERATOR *
001700* (ONE TR-OPER POSTING CORRECTIONS OR REVERSALS ACROSS MANY    *
001800* ACCOUNTS).  EVERY HIT OPENS A CASE ON AMLCASE.DAT            *
001900* (AMLREC.CPY) FOR COMPLIANCE TO WORK THROUGH TTAMLM, UNLESS   *
002000* THE SAME ACCOUNT (OR OPERATOR) ALREADY HAS A CASE OPEN OR    *
002100* UNDER REVIEW FOR THE SAME PATTERN - THAT HIT IS REPORTED     *
002200* AGAINST THE OPEN CASE AND NO SECOND CASE IS RAISED.  A       *
002300* MISSING ARCHIVE IS REPORTED AND THE SCAN CARRIES ON WITH     *
002400* WHAT IS ON FILE.  THE RUN READS THE LOGS ONLY AND POSTS      *
002500* NOTHING.                                                     *
002600*--------------------------------------------------------------*
002700* MODIFICATION HISTORY                                         *
002800*   DATE       BY    DESCRIPTION                                *
002900*   10/15/2026 RS    NEW PROGRAM.                                *
002901*   10/15/2026 RS    ARCH-REC WIDENED TO 119 FOR THE            *
002902*                    TR-VALUE-DATE STAMP ON TRANSREC.CPY.       *
003000*--------------------------------------------------------------*
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRANS-LOG ASSIGN TO DISK
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT ARCH-LOG ASSIGN TO DYNAMIC WS-ARCH-NAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ARCH-STATUS.
004100
004200     SELECT OPTIONAL AML-FILE ASSIGN TO DISK
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT RPT-OUT ASSIGN TO DISK
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100 FD  TRANS-LOG
005200     LABEL RECORD IS STANDARD
005300     VALUE OF FILE-ID IS "TRANS.DAT".
005400
005500     COPY "TRANSREC.CPY".
005600
005700 FD  ARCH-LOG
005800     LABEL RECORD IS STANDARD.
005900
006000 01  ARCH-REC                    PIC X(119).
006100
006200 FD  AML-FILE
006300     LABEL RECORD IS STANDARD
006400     VALUE OF FILE-ID IS "AMLCASE.DAT".
006500
006600     COPY "AMLREC.CPY".
006700
006800 FD  RPT-OUT
006900     LABEL RECORD IS STANDARD
007000     VALUE OF FILE-ID IS "TTAML.DAT".
007100
007200 01  RPT-LINE                    PIC X(84).
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-SWITCHES.
007600     02  WS-TR-EOF-SWITCH        PIC X       VALUE "N".
007700         88  TR-EOF-YES                      VALUE "Y".
007800     02  WS-ARCH-EOF-SWITCH      PIC X       VALUE "N".
007900         88  ARCH-EOF                        VALUE "Y".
008000     02  WS-AML-EOF-SWITCH       PIC X       VALUE "N".
008100         88  AML-EOF                         VALUE "Y".
008200     02  WS-WINDOW-OK-SWITCH     PIC X       VALUE "Y".
008300         88  WINDOW-OK                       VALUE "Y".
008400     02  WS-ACT-FOUND-SWITCH     PIC X       VALUE "N".
008500         88  ACT-FOUND                       VALUE "Y".
008600     02  WS-OP-FOUND-SWITCH      PIC X       VALUE "N".
008700         88  OP-FOUND                        VALUE "Y".
008800     02  WS-PR-FOUND-SWITCH      PIC X       VALUE "N".
008900         88  PR-FOUND                        VALUE "Y".
009000     02  WS-LIVE-FOUND-SWITCH    PIC X       VALUE "N".
009100         88  LIVE-FOUND                      VALUE "Y".
009200
009300 77  WS-ARCH-STATUS              PIC XX.
009400 77  WS-FIND-ID                  PIC 9(04).
009500 77  WS-FIND-OPER                PIC X(08).
009600 77  WS-FIND-PATTERN             PIC X(01).
009700 77  WS-LIVE-CASE                PIC 9(06).
009800 77  WS-LAST-CASE                PIC 9(06)   VALUE ZERO.
009900 77  WS-STRUCT-FLOOR             PIC 9(07)V99.
010000 77  WS-ROW-DAY                  PIC 9(07)   COMP.
010100 77  WS-GAP                      PIC S9(07)  COMP.
010200 77  WS-DIM                      PIC 9(02).
010300 77  WS-DIV-Q                    PIC 9(04).
010400 77  WS-DIV-R                    PIC 9(04).
010500 77  WS-DN-Y                     PIC 9(04).
010600 77  WS-DN-Q4                    PIC 9(04).
010700 77  WS-DN-Q100                  PIC 9(04).
010800 77  WS-DN-Q400                  PIC 9(04).
010900 77  WS-DN-DAYS                  PIC 9(07)   COMP.
011000
011100 01  WS-RUN-DATE                 PIC 9(08).
011200 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
011300     02  WS-RUN-YM               PIC 9(06).
011400     02  FILLER                  PIC 9(02).
011500
011600 01  WS-FROM-DATE                PIC 9(08).
011700 01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
011800     02  WS-FROM-YM              PIC 9(06).
011900     02  FILLER                  PIC 9(02).
012000
012100 01  WS-NEXT-SPLIT.
012200     02  WS-NEXT-YY              PIC 9(04).
012300     02  WS-NEXT-MM              PIC 9(02).
012400     02  WS-NEXT-DD              PIC 9(02).
012500
012600 01  WS-DN-DATE                  PIC 9(08).
012700 01  WS-DN-SPLIT REDEFINES WS-DN-DATE.
012800     02  WS-DN-YY                PIC 9(04).
012900     02  WS-DN-MM                PIC 9(02).
013000     02  WS-DN-DD                PIC 9(02).
013100
013200 01  WS-CUM-DAYS-VALUES.
013300     02  FILLER                  PIC 9(03)   VALUE 000.
013400     02  FILLER                  PIC 9(03)   VALUE 031.
013500     02  FILLER                  PIC 9(03)   VALUE 059.
013600     02  FILLER                  PIC 9(03)   VALUE 090.
013700     02  FILLER                  PIC 9(03)   VALUE 120.
013800     02  FILLER                  PIC 9(03)   VALUE 151.
013900     02  FILLER                  PIC 9(03)   VALUE 181.
014000     02  FILLER                  PIC 9(03)   VALUE 212.
014100     02  FILLER                  PIC 9(03)   VALUE 243.
014200     02  FILLER                  PIC 9(03)   VALUE 273.
014300     02  FILLER                  PIC 9(03)   VALUE 304.
014400     02  FILLER                  PIC 9(03)   VALUE 334.
014500 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
014600     02  WS-CUM-DAYS             PIC 9(03)   OCCURS 12 TIMES.
014700
014800 01  WS-ARCH-YM                  PIC 9(06).
014900 01  WS-ARCH-YM-R REDEFINES WS-ARCH-YM.
015000     02  WS-ARCH-YY              PIC 9(04).
015100     02  WS-ARCH-MM              PIC 9(02).
015200
015300 01  WS-ARCH-NAME                PIC X(20).
015400
015500 01  WS-ARCH-NAME-BUILD.
015600     02  FILLER                  PIC X(06)   VALUE "TRANS-".
015700     02  AB-MONTH                PIC 9(06).
015800     02  FILLER                  PIC X(04)   VALUE ".DAT".
015900
016000     COPY "LIMITS.CPY".
016100
016200     COPY "AMLPOL.CPY".
016300
016400 01  WS-COUNTS.
016500     02  WS-SUB                  PIC 9(04)   COMP VALUE ZERO.
016600     02  WS-OSUB                 PIC 9(04)   COMP VALUE ZERO.
016700     02  WS-PSUB                 PIC 9(04)   COMP VALUE ZERO.
016800     02  WS-LSUB                 PIC 9(04)   COMP VALUE ZERO.
016900     02  WS-ACT-COUNT            PIC 9(04)   COMP VALUE ZERO.
017000     02  WS-OP-COUNT             PIC 9(04)   COMP VALUE ZERO.
017100     02  WS-PR-COUNT             PIC 9(04)   COMP VALUE ZERO.
017200     02  WS-LIVE-COUNT           PIC 9(04)   COMP VALUE ZERO.
017300     02  WS-ROW-COUNT            PIC 9(07)   COMP VALUE ZERO.
017400     02  WS-NEW-COUNT            PIC 9(06)   COMP VALUE ZERO.
017500     02  WS-OPEN-COUNT           PIC 9(06)   COMP VALUE ZERO.
017600
017700*--------------------------------------------------------------*
017800* WS-ACT-TABLE - ONE ENTRY PER ACCOUNT POSTED TO IN THE        *
017900* WINDOW.  THE STR FIELDS COUNT THE NEAR-THRESHOLD DEPOSITS;   *
018000* THE IN/OUT FIELDS FOLLOW THE LATEST LARGE DEPOSIT AND THE    *
018100* WITHDRAWALS AGAINST IT; THE RE FIELDS FOLLOW THE LATEST      *
018200* REACTIVATION AND WHAT HAS BEEN DRAWN OUT SINCE.  A ZERO DAY  *
018300* NUMBER MEANS NOTHING IS BEING FOLLOWED.                      *
018400*--------------------------------------------------------------*
018500 01  WS-ACT-TABLE.
018600     02  WS-ACT-ENTRY OCCURS 1000 TIMES.
018700         03  AC-ID               PIC 9(04).
018800         03  AC-STR-CNT          PIC 9(04)   COMP.
018900         03  AC-STR-AMT          PIC 9(09)V99 COMP.
019000         03  AC-STR-FROM         PIC 9(08).
019100         03  AC-STR-TO           PIC 9(08).
019200         03  AC-IN-DAY           PIC 9(07)   COMP.
019300         03  AC-IN-DATE          PIC 9(08).
019400         03  AC-IN-AMT           PIC 9(09)V99 COMP.
019500         03  AC-OUT-AMT          PIC 9(09)V99 COMP.
019600         03  AC-OUT-CNT          PIC 9(04)   COMP.
019700         03  AC-TURN-HIT         PIC X(01).
019800             88  AC-TURN-FOUND               VALUE "Y".
019900         03  AC-TURN-AMT         PIC 9(09)V99 COMP.
020000         03  AC-TURN-CNT         PIC 9(04)   COMP.
020100         03  AC-TURN-FROM        PIC 9(08).
020200         03  AC-TURN-TO          PIC 9(08).
020300         03  AC-RE-DAY           PIC 9(07)   COMP.
020400         03  AC-RE-DATE          PIC 9(08).
020500         03  AC-RE-BASE          PIC 9(09)V99 COMP.
020600         03  AC-DRAIN-AMT        PIC 9(09)V99 COMP.
020700         03  AC-DRAIN-CNT        PIC 9(04)   COMP.
020800         03  AC-DRAIN-HIT        PIC X(01).
020900             88  AC-DRAIN-FOUND              VALUE "Y".
021000         03  AC-DRAIN-TO         PIC 9(08).
021100
021200*--------------------------------------------------------------*
021300* WS-OP-TABLE COUNTS THE DIFFERENT ACCOUNTS EACH OPERATOR HAS  *
021400* CORRECTED OR REVERSED IN THE WINDOW; WS-PR-TABLE HOLDS THE   *
021500* OPERATOR/ACCOUNT PAIRS ALREADY COUNTED SO EACH ACCOUNT       *
021600* COUNTS ONCE PER OPERATOR.                                    *
021700*--------------------------------------------------------------*
021800 01  WS-OP-TABLE.
021900     02  WS-OP-ENTRY OCCURS 200 TIMES.
022000         03  OP-ID               PIC X(08).
022100         03  OP-ACCTS            PIC 9(04)   COMP.
022200         03  OP-AMT              PIC 9(09)V99 COMP.
022300         03  OP-FROM             PIC 9(08).
022400         03  OP-TO               PIC 9(08).
022500
022600 01  WS-PR-TABLE.
022700     02  WS-PR-ENTRY OCCURS 3000 TIMES.
022800         03  PR-OPER             PIC X(08).
022900         03  PR-ID               PIC 9(04).
023000
023100*--------------------------------------------------------------*
023200* WS-LIVE-TABLE - EVERY CASE ON AMLCASE.DAT STILL OPEN OR      *
023300* UNDER REVIEW, LOADED AT START-UP SO A HIT ON THE SAME        *
023400* ACCOUNT (OR OPERATOR) AND PATTERN RAISES NO SECOND CASE.     *
023500*--------------------------------------------------------------*
023600 01  WS-LIVE-TABLE.
023700     02  WS-LIVE-ENTRY OCCURS 500 TIMES.
023800         03  LV-CASE             PIC 9(06).
023900         03  LV-PATTERN          PIC X(01).
024000         03  LV-ID1              PIC 9(04).
024100         03  LV-OPER             PIC X(08).
024200
024300 01  HEAD-LINE.
024400     02  FILLER                  PIC X(33)   VALUE
024500         "SUSPICIOUS ACTIVITY SCAN - FROM ".
024600     02  HL-FROM                 PIC 9(08).
024700     02  FILLER                  PIC X(04)   VALUE " TO ".
024800     02  HL-TO                   PIC 9(08).
024900     02  FILLER                  PIC X(31)   VALUE SPACE.
025000
025100 01  GAP-LINE.
025200     02  FILLER                  PIC X(30)   VALUE
025300         "ARCHIVE NOT ON FILE - SKIPPED ".
025400     02  GL-NAME                 PIC X(20).
025500     02  FILLER                  PIC X(34)   VALUE SPACE.
025600
025700 01  COLUMN-LINE.
025800     02  FILLER                  PIC X(44)   VALUE
025900         "PATTERN     ACCT  OPERATOR  ROWS      AMOUNT".
026000     02  FILLER                  PIC X(40)   VALUE
026100         "  FROM      TO        CASE    STATUS".
026200
026300 01  DETAIL-LINE.
026400     02  DL-PATTERN              PIC X(10).
026500     02  FILLER                  PIC X(02)   VALUE SPACE.
026600     02  DL-ID1                  PIC 9(04).
026700     02  FILLER                  PIC X(02)   VALUE SPACE.
026800     02  DL-OPER                 PIC X(08).
026900     02  FILLER                  PIC X(02)   VALUE SPACE.
027000     02  DL-COUNT                PIC ZZZ9.
027100     02  FILLER                  PIC X(02)   VALUE SPACE.
027200     02  DL-AMT                  PIC Z(06)9.99.
027300     02  FILLER                  PIC X(02)   VALUE SPACE.
027400     02  DL-FROM                 PIC 9(08).
027500     02  FILLER                  PIC X(02)   VALUE SPACE.
027600     02  DL-TO                   PIC 9(08).
027700     02  FILLER                  PIC X(02)   VALUE SPACE.
027800     02  DL-CASE                 PIC 9(06).
027900     02  FILLER                  PIC X(02)   VALUE SPACE.
028000     02  DL-NOTE                 PIC X(10).
028100
028200 01  TOTAL-LINE.
028300     02  FILLER                  PIC X(14)   VALUE
028400         "ROWS SCANNED: ".
028500     02  TL-ROWS                 PIC Z,ZZZ,ZZ9.
028600     02  FILLER                  PIC X(13)   VALUE
028700         "  NEW CASES: ".
028800     02  TL-NEW                  PIC ZZZ,ZZ9.
028900     02  FILLER                  PIC X(24)   VALUE
029000         "  HITS ON OPEN CASES: ".
029100     02  TL-OPEN                 PIC ZZZ,ZZ9.
029200     02  FILLER                  PIC X(10)   VALUE SPACE.
029300
029400 PROCEDURE DIVISION.
029500*--------------------------------------------------------------*
029600* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
029700*--------------------------------------------------------------*
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030000     PERFORM 1500-SCAN-ARCHIVES THRU 1500-EXIT.
030100     PERFORM 2000-SCAN-TRANS THRU 2000-EXIT
030200         UNTIL TR-EOF-YES.
030300     CLOSE TRANS-LOG.
030400     PERFORM 3000-RAISE-CASES THRU 3000-EXIT.
030500     PERFORM 3900-WRAP-UP THRU 3900-EXIT.
030600     STOP RUN.
030700
030800*--------------------------------------------------------------*
030900* 1000-INITIALIZE - TAKES THE RUN DATE, WORKS THE WINDOW BACK  *
031000* AML-WINDOW-DAYS FROM IT, LOADS THE LIVE CASES AND OPENS THE  *
031100* REPORT.                                                      *
031200*--------------------------------------------------------------*
031300 1000-INITIALIZE.
031400     DISPLAY "ENTER THE LAST DATE TO SCAN YYYYMMDD (0 FOR TODAY)".
031500     ACCEPT WS-RUN-DATE.
031600     IF WS-RUN-DATE = ZERO
031700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031800     MOVE WS-RUN-DATE TO WS-NEXT-SPLIT.
031900     PERFORM 5320-SUB-ONE-DAY THRU 5320-EXIT
032000         AML-WINDOW-DAYS TIMES.
032100     MOVE WS-NEXT-SPLIT TO WS-FROM-DATE.
032200     COMPUTE WS-STRUCT-FLOOR ROUNDED =
032300         LIM-RPT-THRESHOLD * AML-STRUCT-PCT / 100.
032400     PERFORM 1100-LOAD-CASES THRU 1100-EXIT.
032500     OPEN OUTPUT RPT-OUT.
032600     MOVE WS-FROM-DATE TO HL-FROM.
032700     MOVE WS-RUN-DATE TO HL-TO.
032800     WRITE RPT-LINE FROM HEAD-LINE.
032900     OPEN INPUT TRANS-LOG.
033000 1000-EXIT.
033100     EXIT.
033200
033300*--------------------------------------------------------------*
033400* 1100-LOAD-CASES - READS AMLCASE.DAT FOR THE HIGHEST CASE     *
033500* NUMBER IN USE AND THE CASES STILL OPEN OR UNDER REVIEW.  NO  *
033600* FILE YET MEANS NO CASES.                                     *
033700*--------------------------------------------------------------*
033800 1100-LOAD-CASES.
033900     OPEN INPUT AML-FILE.
034000 1100-READ-CASE.
034100     READ AML-FILE
034200         AT END SET AML-EOF TO TRUE
034300     END-READ.
034400     IF AML-EOF
034500         CLOSE AML-FILE
034600         GO TO 1100-EXIT.
034700     IF AML-CASE > WS-LAST-CASE
034800         MOVE AML-CASE TO WS-LAST-CASE.
034900     IF NOT AML-LIVE
035000         GO TO 1100-READ-CASE.
035100     IF WS-LIVE-COUNT = 500
035200         DISPLAY "LIVE CASE TABLE FULL - RAISE THE OCCURS, RERUN"
035300         CLOSE AML-FILE
035400         STOP RUN.
035500     ADD 1 TO WS-LIVE-COUNT.
035600     MOVE AML-CASE TO LV-CASE (WS-LIVE-COUNT).
035700     MOVE AML-PATTERN TO LV-PATTERN (WS-LIVE-COUNT).
035800     MOVE AML-ID1 TO LV-ID1 (WS-LIVE-COUNT).
035900     MOVE AML-OPER TO LV-OPER (WS-LIVE-COUNT).
036000     GO TO 1100-READ-CASE.
036100 1100-EXIT.
036200     EXIT.
036300
036400*--------------------------------------------------------------*
036500* 1500-SCAN-ARCHIVES - ROLLS EVERY ARCHIVED MONTH FROM THE     *
036600* WINDOW'S FIRST MONTH UP TO (NOT INCLUDING) THE RUN MONTH, AS *
036700* TTDORM DOES, THEN PRIMES THE CURRENT-LOG READ.               *
036800*--------------------------------------------------------------*
036900 1500-SCAN-ARCHIVES.
037000     MOVE WS-FROM-YM TO WS-ARCH-YM.
037100     PERFORM 1510-SCAN-ONE-MONTH THRU 1510-EXIT
037200         UNTIL WS-ARCH-YM NOT < WS-RUN-YM.
037300     IF NOT WINDOW-OK
037400         DISPLAY "WINDOW INCOMPLETE - SEE TTAML.DAT".
037500     WRITE RPT-LINE FROM COLUMN-LINE.
037600     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
037700 1500-EXIT.
037800     EXIT.
037900
038000*--------------------------------------------------------------*
038100* 1510-SCAN-ONE-MONTH - READS ONE TRANS-YYYYMM.DAT ARCHIVE.  A *
038200* MISSING ARCHIVE IS NOTED ON THE REPORT AND SKIPPED.          *
038300*--------------------------------------------------------------*
038400 1510-SCAN-ONE-MONTH.
038500     MOVE WS-ARCH-YM TO AB-MONTH.
038600     MOVE WS-ARCH-NAME-BUILD TO WS-ARCH-NAME.
038700     MOVE "N" TO WS-ARCH-EOF-SWITCH.
038800     OPEN INPUT ARCH-LOG.
038900     IF WS-ARCH-STATUS NOT = "00"
039000         MOVE WS-ARCH-NAME TO GL-NAME
039100         WRITE RPT-LINE FROM GAP-LINE
039200         MOVE "N" TO WS-WINDOW-OK-SWITCH
039300         GO TO 1510-NEXT-MONTH.
039400     PERFORM 1520-READ-ARCH THRU 1520-EXIT
039500         UNTIL ARCH-EOF.
039600     CLOSE ARCH-LOG.
039700 1510-NEXT-MONTH.
039800     IF WS-ARCH-MM = 12
039900         ADD 1 TO WS-ARCH-YY
040000         MOVE 1 TO WS-ARCH-MM
040100     ELSE
040200         ADD 1 TO WS-ARCH-MM
040300     END-IF.
040400 1510-EXIT.
040500     EXIT.
040600
040700 1520-READ-ARCH.
040800     READ ARCH-LOG
040900         AT END SET ARCH-EOF TO TRUE
041000             GO TO 1520-EXIT
041100     END-READ.
041200     MOVE ARCH-REC TO TRANS-REC.
041300     PERFORM 2050-ROLL-ROW THRU 2050-EXIT.
041400 1520-EXIT.
041500     EXIT.
041600
041700*--------------------------------------------------------------*
041800* 2000-SCAN-TRANS - ROLLS EACH ROW OF THE CURRENT TRANS.DAT.   *
041900*--------------------------------------------------------------*
042000 2000-SCAN-TRANS.
042100     PERFORM 2050-ROLL-ROW THRU 2050-EXIT.
042200     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
042300 2000-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------*
042700* 2050-ROLL-ROW - ROLLS THE TRANS-REC IN THE RECORD AREA INTO  *
042800* THE TABLES.  SHARED BY THE ARCHIVE AND CURRENT-LOG SCANS.    *
042900* ROWS OUTSIDE THE WINDOW ARE PASSED OVER.  D ROWS FEED THE    *
043000* STRUCTURING AND TURNAROUND COUNTS; W AND Q ROWS ARE THE      *
043100* MONEY GOING OUT; A C ROW CARRYING ITS OWN TR-SEQ AS ITS      *
043200* REFERENCE IS A REACTIVATION; C AND V ROWS FEED THE OPERATOR  *
043300* COUNTS.                                                      *
043400*--------------------------------------------------------------*
043500 2050-ROLL-ROW.
043600     IF TR-DATE NOT NUMERIC
043700         GO TO 2050-EXIT.
043800     IF TR-DATE < WS-FROM-DATE OR TR-DATE > WS-RUN-DATE
043900         GO TO 2050-EXIT.
044000     ADD 1 TO WS-ROW-COUNT.
044100     MOVE TR-DATE TO WS-DN-DATE.
044200     PERFORM 5600-DAY-NUMBER THRU 5600-EXIT.
044300     MOVE WS-DN-DAYS TO WS-ROW-DAY.
044400     MOVE TR-ID1 TO WS-FIND-ID.
044500     PERFORM 5000-FIND-ACCT THRU 5000-EXIT.
044600     IF NOT ACT-FOUND
044700         PERFORM 5100-ADD-ACCT THRU 5100-EXIT.
044800     IF TR-TYPE = "D" OR TR-TYPE = "d"
044900         PERFORM 2200-DEPOSIT THRU 2200-EXIT.
045000     IF TR-TYPE = "W" OR TR-TYPE = "w"
045100         OR TR-TYPE = "Q" OR TR-TYPE = "q"
045200         PERFORM 2300-DEBIT THRU 2300-EXIT.
045300     IF TR-TYPE = "C" OR TR-TYPE = "c"
045400         IF TR-REF NUMERIC AND TR-REF = TR-SEQ
045500             PERFORM 2400-REACTIVATION THRU 2400-EXIT
045600         END-IF.
045700     IF TR-TYPE = "C" OR TR-TYPE = "c"
045800         OR TR-TYPE = "V" OR TR-TYPE = "v"
045900         PERFORM 2500-OPERATOR THRU 2500-EXIT.
046000 2050-EXIT.
046100     EXIT.
046200
046300*--------------------------------------------------------------*
046400* 2100-READ-TRANS - READS THE NEXT TRANS-REC FROM TRANS.DAT.   *
046500*--------------------------------------------------------------*
046600 2100-READ-TRANS.
046700     READ TRANS-LOG
046800         AT END SET TR-EOF-YES TO TRUE
046900     END-READ.
047000 2100-EXIT.
047100     EXIT.
047200
047300*--------------------------------------------------------------*
047400* 2200-DEPOSIT - A STANDALONE DEPOSIT (NO CROSS-REFERENCE, SO  *
047500* NOT A TRANSFER OR TERM DEPOSIT LEG) UNDER THE THRESHOLD BUT  *
047600* WITHIN AML-STRUCT-PCT OF IT COUNTS TOWARD STRUCTURING.  A    *
047700* DEPOSIT OF AT LEAST AML-TURN-MIN STARTS A TURNAROUND WATCH,  *
047800* OR ADDS TO ONE STILL INSIDE AML-TURN-DAYS.  A CREDIT INSIDE  *
047900* A DRAIN WATCH ADDS TO WHAT CAN BE DRAINED.                   *
048000*--------------------------------------------------------------*
048100 2200-DEPOSIT.
048200     IF (TR-REF NOT NUMERIC OR TR-REF = ZERO)
048300         AND TR-AMT < LIM-RPT-THRESHOLD
048400         AND TR-AMT NOT < WS-STRUCT-FLOOR
048500         IF AC-STR-CNT (WS-SUB) = ZERO
048600             MOVE TR-DATE TO AC-STR-FROM (WS-SUB)
048700         END-IF
048800         ADD 1 TO AC-STR-CNT (WS-SUB)
048900         ADD TR-AMT TO AC-STR-AMT (WS-SUB)
049000         MOVE TR-DATE TO AC-STR-TO (WS-SUB).
049100     IF TR-AMT NOT < AML-TURN-MIN AND NOT AC-TURN-FOUND (WS-SUB)
049200         COMPUTE WS-GAP = WS-ROW-DAY - AC-IN-DAY (WS-SUB)
049300         IF AC-IN-DAY (WS-SUB) = ZERO OR WS-GAP > AML-TURN-DAYS
049400             MOVE WS-ROW-DAY TO AC-IN-DAY (WS-SUB)
049500             MOVE TR-DATE TO AC-IN-DATE (WS-SUB)
049600             MOVE TR-AMT TO AC-IN-AMT (WS-SUB)
049700             MOVE ZERO TO AC-OUT-AMT (WS-SUB)
049800             MOVE 1 TO AC-OUT-CNT (WS-SUB)
049900         ELSE
050000             ADD TR-AMT TO AC-IN-AMT (WS-SUB)
050100             ADD 1 TO AC-OUT-CNT (WS-SUB)
050200         END-IF.
050300     IF AC-RE-DAY (WS-SUB) NOT = ZERO
050400         COMPUTE WS-GAP = WS-ROW-DAY - AC-RE-DAY (WS-SUB)
050500         IF WS-GAP NOT > AML-DRAIN-DAYS
050600             ADD TR-AMT TO AC-RE-BASE (WS-SUB)
050700         END-IF.
050800 2200-EXIT.
050900     EXIT.
051000
051100*--------------------------------------------------------------*
051200* 2300-DEBIT - MONEY GOING OUT.  INSIDE A TURNAROUND WATCH IT  *
051300* COUNTS AGAINST THE DEPOSIT; ONCE AML-TURN-PCT OF THE DEPOSIT *
051400* HAS GONE THE ACCOUNT IS A TURNAROUND HIT.  INSIDE A DRAIN    *
051500* WATCH IT COUNTS AGAINST THE BALANCE AT REACTIVATION THE SAME *
051600* WAY.  A WATCH PAST ITS DAYS IS DROPPED.                      *
051700*--------------------------------------------------------------*
051800 2300-DEBIT.
051900     IF AC-IN-DAY (WS-SUB) = ZERO OR AC-TURN-FOUND (WS-SUB)
052000         GO TO 2300-DRAIN.
052100     COMPUTE WS-GAP = WS-ROW-DAY - AC-IN-DAY (WS-SUB).
052200     IF WS-GAP > AML-TURN-DAYS
052300         MOVE ZERO TO AC-IN-DAY (WS-SUB)
052400         GO TO 2300-DRAIN.
052500     ADD TR-AMT TO AC-OUT-AMT (WS-SUB).
052600     ADD 1 TO AC-OUT-CNT (WS-SUB).
052700     IF AC-OUT-AMT (WS-SUB) * 100 NOT <
052800         AC-IN-AMT (WS-SUB) * AML-TURN-PCT
052900         MOVE "Y" TO AC-TURN-HIT (WS-SUB)
053000         MOVE AC-OUT-AMT (WS-SUB) TO AC-TURN-AMT (WS-SUB)
053100         MOVE AC-OUT-CNT (WS-SUB) TO AC-TURN-CNT (WS-SUB)
053200         MOVE AC-IN-DATE (WS-SUB) TO AC-TURN-FROM (WS-SUB)
053300         MOVE TR-DATE TO AC-TURN-TO (WS-SUB).
053400 2300-DRAIN.
053500     IF AC-RE-DAY (WS-SUB) = ZERO OR AC-DRAIN-FOUND (WS-SUB)
053600         GO TO 2300-EXIT.
053700     COMPUTE WS-GAP = WS-ROW-DAY - AC-RE-DAY (WS-SUB).
053800     IF WS-GAP > AML-DRAIN-DAYS
053900         MOVE ZERO TO AC-RE-DAY (WS-SUB)
054000         GO TO 2300-EXIT.
054100     ADD TR-AMT TO AC-DRAIN-AMT (WS-SUB).
054200     ADD 1 TO AC-DRAIN-CNT (WS-SUB).
054300     IF AC-RE-BASE (WS-SUB) > ZERO
054400         AND AC-DRAIN-AMT (WS-SUB) * 100 NOT <
054500             AC-RE-BASE (WS-SUB) * AML-DRAIN-PCT
054600         MOVE "Y" TO AC-DRAIN-HIT (WS-SUB)
054700         MOVE TR-DATE TO AC-DRAIN-TO (WS-SUB).
054800 2300-EXIT.
054900     EXIT.
055000
055100*--------------------------------------------------------------*
055200* 2400-REACTIVATION - STARTS A DRAIN WATCH FROM THE BALANCE    *
055300* THE REACTIVATION ROW CARRIES IN TR-CC.                       *
055400*--------------------------------------------------------------*
055500 2400-REACTIVATION.
055600     IF AC-DRAIN-FOUND (WS-SUB)
055700         GO TO 2400-EXIT.
055800     MOVE WS-ROW-DAY TO AC-RE-DAY (WS-SUB).
055900     MOVE TR-DATE TO AC-RE-DATE (WS-SUB).
056000     MOVE TR-CC TO AC-RE-BASE (WS-SUB).
056100     MOVE ZERO TO AC-DRAIN-AMT (WS-SUB).
056200     MOVE ZERO TO AC-DRAIN-CNT (WS-SUB).
056300 2400-EXIT.
056400     EXIT.
056500
056600*--------------------------------------------------------------*
056700* 2500-OPERATOR - COUNTS THE ACCOUNT AGAINST THE ROW'S TR-OPER *
056800* THE FIRST TIME THAT OPERATOR CORRECTS OR REVERSES IT IN THE  *
056900* WINDOW.  AN UNSTAMPED ROW IS PASSED OVER.                    *
057000*--------------------------------------------------------------*
057100 2500-OPERATOR.
057200     IF TR-OPER = SPACES
057300         GO TO 2500-EXIT.
057400     MOVE TR-OPER TO WS-FIND-OPER.
057500     PERFORM 5200-FIND-OPER THRU 5200-EXIT.
057600     IF NOT OP-FOUND
057700         PERFORM 5250-ADD-OPER THRU 5250-EXIT.
057800     IF TR-AMT NUMERIC
057900         ADD TR-AMT TO OP-AMT (WS-OSUB).
058000     MOVE TR-DATE TO OP-TO (WS-OSUB).
058100     PERFORM 5300-FIND-PAIR THRU 5300-EXIT.
058200     IF PR-FOUND
058300         GO TO 2500-EXIT.
058400     IF WS-PR-COUNT = 3000
058500         DISPLAY "OPERATOR TABLE FULL - RAISE THE OCCURS, RERUN"
058600         CLOSE TRANS-LOG
058700         CLOSE RPT-OUT
058800         STOP RUN.
058900     ADD 1 TO WS-PR-COUNT.
059000     MOVE WS-FIND-OPER TO PR-OPER (WS-PR-COUNT).
059100     MOVE WS-FIND-ID TO PR-ID (WS-PR-COUNT).
059200     ADD 1 TO OP-ACCTS (WS-OSUB).
059300 2500-EXIT.
059400     EXIT.
059500
059600*--------------------------------------------------------------*
059700* 3000-RAISE-CASES - WALKS THE TABLES AND RAISES A CASE FOR    *
059800* EVERY HIT, ACCOUNTS FIRST AND THEN OPERATORS.                *
059900*--------------------------------------------------------------*
060000 3000-RAISE-CASES.
060100     OPEN EXTEND AML-FILE.
060200     PERFORM 3100-ACCOUNT-HITS THRU 3100-EXIT
060300         VARYING WS-SUB FROM 1 BY 1
060400         UNTIL WS-SUB > WS-ACT-COUNT.
060500     PERFORM 3200-OPERATOR-HIT THRU 3200-EXIT
060600         VARYING WS-OSUB FROM 1 BY 1
060700         UNTIL WS-OSUB > WS-OP-COUNT.
060800     CLOSE AML-FILE.
060900 3000-EXIT.
061000     EXIT.
061100
061200*--------------------------------------------------------------*
061300* 3100-ACCOUNT-HITS - RAISES THE STRUCTURING, TURNAROUND AND   *
061400* DRAIN CASES FOR ONE ACCOUNT.                                 *
061500*--------------------------------------------------------------*
061600 3100-ACCOUNT-HITS.
061700     MOVE SPACES TO AML-REC.
061800     MOVE AC-ID (WS-SUB) TO AML-ID1.
061900     MOVE SPACES TO AML-OPER.
062000     IF AC-STR-CNT (WS-SUB) NOT < AML-STRUCT-COUNT
062100         MOVE "S" TO AML-PATTERN
062200         MOVE "STRUCTURE" TO DL-PATTERN
062300         MOVE AC-STR-AMT (WS-SUB) TO AML-AMT
062400         MOVE AC-STR-CNT (WS-SUB) TO AML-COUNT
062500         MOVE AC-STR-FROM (WS-SUB) TO AML-FROM
062600         MOVE AC-STR-TO (WS-SUB) TO AML-TO
062700         PERFORM 3500-RAISE-ONE THRU 3500-EXIT.
062800     IF AC-TURN-FOUND (WS-SUB)
062900         MOVE "T" TO AML-PATTERN
063000         MOVE "TURNAROUND" TO DL-PATTERN
063100         MOVE AC-TURN-AMT (WS-SUB) TO AML-AMT
063200         MOVE AC-TURN-CNT (WS-SUB) TO AML-COUNT
063300         MOVE AC-TURN-FROM (WS-SUB) TO AML-FROM
063400         MOVE AC-TURN-TO (WS-SUB) TO AML-TO
063500         PERFORM 3500-RAISE-ONE THRU 3500-EXIT.
063600     IF AC-DRAIN-FOUND (WS-SUB)
063700         MOVE "D" TO AML-PATTERN
063800         MOVE "DRAIN" TO DL-PATTERN
063900         MOVE AC-DRAIN-AMT (WS-SUB) TO AML-AMT
064000         MOVE AC-DRAIN-CNT (WS-SUB) TO AML-COUNT
064100         MOVE AC-RE-DATE (WS-SUB) TO AML-FROM
064200         MOVE AC-DRAIN-TO (WS-SUB) TO AML-TO
064300         PERFORM 3500-RAISE-ONE THRU 3500-EXIT.
064400 3100-EXIT.
064500     EXIT.
064600
064700*--------------------------------------------------------------*
064800* 3200-OPERATOR-HIT - RAISES AN OPERATOR CASE WHEN ONE TR-OPER *
064900* HAS CORRECTED OR REVERSED AML-OPER-ACCTS OR MORE ACCOUNTS.   *
065000*--------------------------------------------------------------*
065100 3200-OPERATOR-HIT.
065200     IF OP-ACCTS (WS-OSUB) < AML-OPER-ACCTS
065300         GO TO 3200-EXIT.
065400     MOVE SPACES TO AML-REC.
065500     MOVE ZERO TO AML-ID1.
065600     MOVE OP-ID (WS-OSUB) TO AML-OPER.
065700     MOVE "O" TO AML-PATTERN.
065800     MOVE "OPERATOR" TO DL-PATTERN.
065900     MOVE OP-AMT (WS-OSUB) TO AML-AMT.
066000     MOVE OP-ACCTS (WS-OSUB) TO AML-COUNT.
066100     MOVE OP-FROM (WS-OSUB) TO AML-FROM.
066200     MOVE OP-TO (WS-OSUB) TO AML-TO.
066300     PERFORM 3500-RAISE-ONE THRU 3500-EXIT.
066400 3200-EXIT.
066500     EXIT.
066600
066700*--------------------------------------------------------------*
066800* 3500-RAISE-ONE - WRITES THE HIT BUILT IN AML-REC AS A NEW    *
066900* OPEN CASE, OR REPORTS IT AGAINST THE CASE ALREADY OPEN OR    *
067000* UNDER REVIEW FOR THE SAME ACCOUNT (OR OPERATOR) AND PATTERN. *
067100*--------------------------------------------------------------*
067200 3500-RAISE-ONE.
067300     MOVE AML-PATTERN TO WS-FIND-PATTERN.
067400     PERFORM 5500-FIND-LIVE THRU 5500-EXIT.
067500     MOVE AML-ID1 TO DL-ID1.
067600     MOVE AML-OPER TO DL-OPER.
067700     MOVE AML-COUNT TO DL-COUNT.
067800     MOVE AML-AMT TO DL-AMT.
067900     MOVE AML-FROM TO DL-FROM.
068000     MOVE AML-TO TO DL-TO.
068100     IF LIVE-FOUND
068200         MOVE WS-LIVE-CASE TO DL-CASE
068300         MOVE "CASE OPEN" TO DL-NOTE
068400         WRITE RPT-LINE FROM DETAIL-LINE
068500         ADD 1 TO WS-OPEN-COUNT
068600         GO TO 3500-EXIT.
068700     ADD 1 TO WS-LAST-CASE.
068800     MOVE WS-LAST-CASE TO AML-CASE.
068900     MOVE "O" TO AML-STS.
069000     MOVE WS-RUN-DATE TO AML-RAISED.
069100     MOVE SPACES TO AML-REVIEWER.
069200     MOVE ZERO TO AML-UPD-DATE.
069300     MOVE SPACES TO AML-NOTES.
069400     WRITE AML-REC.
069500     MOVE WS-LAST-CASE TO DL-CASE.
069600     MOVE "NEW CASE" TO DL-NOTE.
069700     WRITE RPT-LINE FROM DETAIL-LINE.
069800     ADD 1 TO WS-NEW-COUNT.
069900 3500-EXIT.
070000     EXIT.
070100
070200*--------------------------------------------------------------*
070300* 3900-WRAP-UP - WRITES THE TOTALS AND CLOSES THE RUN.         *
070400*--------------------------------------------------------------*
070500 3900-WRAP-UP.
070600     MOVE WS-ROW-COUNT TO TL-ROWS.
070700     MOVE WS-NEW-COUNT TO TL-NEW.
070800     MOVE WS-OPEN-COUNT TO TL-OPEN.
070900     WRITE RPT-LINE FROM TOTAL-LINE.
071000     CLOSE RPT-OUT.
071100     DISPLAY "ROWS SCANNED:".
071200     DISPLAY WS-ROW-COUNT.
071300     DISPLAY "NEW CASES RAISED:".
071400     DISPLAY WS-NEW-COUNT.
071500     DISPLAY "HITS ON CASES ALREADY OPEN:".
071600     DISPLAY WS-OPEN-COUNT.
071700 3900-EXIT.
071800     EXIT.
071900
072000*--------------------------------------------------------------*
072100* 5000-FIND-ACCT - LOOKS WS-FIND-ID UP IN THE ACCOUNT TABLE,   *
072200* LEAVING WS-SUB AT THE MATCHING ENTRY WHEN FOUND.             *
072300*--------------------------------------------------------------*
072400 5000-FIND-ACCT.
072500     MOVE "N" TO WS-ACT-FOUND-SWITCH.
072600     PERFORM 5010-SCAN-ACCT THRU 5010-EXIT
072700         VARYING WS-SUB FROM 1 BY 1
072800         UNTIL WS-SUB > WS-ACT-COUNT OR ACT-FOUND.
072900     IF ACT-FOUND
073000         SUBTRACT 1 FROM WS-SUB.
073100 5000-EXIT.
073200     EXIT.
073300
073400 5010-SCAN-ACCT.
073500     IF AC-ID (WS-SUB) = WS-FIND-ID
073600         MOVE "Y" TO WS-ACT-FOUND-SWITCH.
073700 5010-EXIT.
073800     EXIT.
073900
074000*--------------------------------------------------------------*
074100* 5100-ADD-ACCT - ADDS A NEW ACCOUNT TO THE ACCOUNT TABLE.     *
074200*--------------------------------------------------------------*
074300 5100-ADD-ACCT.
074400     IF WS-ACT-COUNT = 1000
074500         DISPLAY "ACCOUNT TABLE FULL - RAISE THE OCCURS, RERUN"
074600         CLOSE TRANS-LOG
074700         CLOSE RPT-OUT
074800         STOP RUN.
074900     ADD 1 TO WS-ACT-COUNT.
075000     MOVE WS-ACT-COUNT TO WS-SUB.
075100     MOVE WS-FIND-ID TO AC-ID (WS-SUB).
075200     MOVE ZERO TO AC-STR-CNT (WS-SUB) AC-STR-AMT (WS-SUB)
075300         AC-STR-FROM (WS-SUB) AC-STR-TO (WS-SUB)
075400         AC-IN-DAY (WS-SUB) AC-IN-DATE (WS-SUB)
075500         AC-IN-AMT (WS-SUB) AC-OUT-AMT (WS-SUB)
075600         AC-OUT-CNT (WS-SUB) AC-TURN-AMT (WS-SUB)
075700         AC-TURN-CNT (WS-SUB) AC-TURN-FROM (WS-SUB)
075800         AC-TURN-TO (WS-SUB) AC-RE-DAY (WS-SUB)
075900         AC-RE-DATE (WS-SUB) AC-RE-BASE (WS-SUB)
076000         AC-DRAIN-AMT (WS-SUB) AC-DRAIN-CNT (WS-SUB)
076100         AC-DRAIN-TO (WS-SUB).
076200     MOVE "N" TO AC-TURN-HIT (WS-SUB).
076300     MOVE "N" TO AC-DRAIN-HIT (WS-SUB).
076400 5100-EXIT.
076500     EXIT.
076600
076700*--------------------------------------------------------------*
076800* 5200-FIND-OPER - LOOKS WS-FIND-OPER UP IN THE OPERATOR       *
076900* TABLE, LEAVING WS-OSUB AT THE MATCHING ENTRY WHEN FOUND.     *
077000*--------------------------------------------------------------*
077100 5200-FIND-OPER.
077200     MOVE "N" TO WS-OP-FOUND-SWITCH.
077300     PERFORM 5210-SCAN-OPER THRU 5210-EXIT
077400         VARYING WS-OSUB FROM 1 BY 1
077500         UNTIL WS-OSUB > WS-OP-COUNT OR OP-FOUND.
077600     IF OP-FOUND
077700         SUBTRACT 1 FROM WS-OSUB.
077800 5200-EXIT.
077900     EXIT.
078000
078100 5210-SCAN-OPER.
078200     IF OP-ID (WS-OSUB) = WS-FIND-OPER
078300         MOVE "Y" TO WS-OP-FOUND-SWITCH.
078400 5210-EXIT.
078500     EXIT.
078600
078700*--------------------------------------------------------------*
078800* 5250-ADD-OPER - ADDS A NEW OPERATOR TO THE OPERATOR TABLE.   *
078900*--------------------------------------------------------------*
079000 5250-ADD-OPER.
079100     IF WS-OP-COUNT = 200
079200         DISPLAY "OPERATOR TABLE FULL - RAISE THE OCCURS, RERUN"
079300         CLOSE TRANS-LOG
079400         CLOSE RPT-OUT
079500         STOP RUN.
079600     ADD 1 TO WS-OP-COUNT.
079700     MOVE WS-OP-COUNT TO WS-OSUB.
079800     MOVE WS-FIND-OPER TO OP-ID (WS-OSUB).
079900     MOVE ZERO TO OP-ACCTS (WS-OSUB) OP-AMT (WS-OSUB).
080000     MOVE TR-DATE TO OP-FROM (WS-OSUB).
080100 5250-EXIT.
080200     EXIT.
080300
080400*--------------------------------------------------------------*
080500* 5300-FIND-PAIR - SETS PR-FOUND WHEN WS-FIND-OPER HAS ALREADY *
080600* BEEN COUNTED AGAINST WS-FIND-ID.                             *
080700*--------------------------------------------------------------*
080800 5300-FIND-PAIR.
080900     MOVE "N" TO WS-PR-FOUND-SWITCH.
081000     PERFORM 5310-SCAN-PAIR THRU 5310-EXIT
081100         VARYING WS-PSUB FROM 1 BY 1
081200         UNTIL WS-PSUB > WS-PR-COUNT OR PR-FOUND.
081300 5300-EXIT.
081400     EXIT.
081500
081600 5310-SCAN-PAIR.
081700     IF PR-OPER (WS-PSUB) = WS-FIND-OPER
081800         AND PR-ID (WS-PSUB) = WS-FIND-ID
081900         MOVE "Y" TO WS-PR-FOUND-SWITCH.
082000 5310-EXIT.
082100     EXIT.
082200
082300*--------------------------------------------------------------*
082400* 5320-SUB-ONE-DAY - MOVES WS-NEXT-SPLIT BACK ONE CALENDAR     *
082500* DAY, ACROSS A MONTH OR YEAR END.                             *
082600*--------------------------------------------------------------*
082700 5320-SUB-ONE-DAY.
082800     IF WS-NEXT-DD > 1
082900         SUBTRACT 1 FROM WS-NEXT-DD
083000         GO TO 5320-EXIT.
083100     IF WS-NEXT-MM = 1
083200         MOVE 12 TO WS-NEXT-MM
083300         SUBTRACT 1 FROM WS-NEXT-YY
083400     ELSE
083500         SUBTRACT 1 FROM WS-NEXT-MM
083600     END-IF.
083700     PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT.
083800     MOVE WS-DIM TO WS-NEXT-DD.
083900 5320-EXIT.
084000     EXIT.
084100
084200*--------------------------------------------------------------*
084300* 5400-DAYS-IN-MONTH - SETS WS-DIM FOR WS-NEXT-MM/WS-NEXT-YY,  *
084400* WITH THE CENTURY LEAP RULE (DIVISIBLE BY 4, EXCEPT CENTURIES *
084500* NOT DIVISIBLE BY 400).                                       *
084600*--------------------------------------------------------------*
084700 5400-DAYS-IN-MONTH.
084800     MOVE 31 TO WS-DIM.
084900     IF WS-NEXT-MM = 4 OR WS-NEXT-MM = 6
085000         OR WS-NEXT-MM = 9 OR WS-NEXT-MM = 11
085100         MOVE 30 TO WS-DIM.
085200     IF WS-NEXT-MM = 2
085300         MOVE 28 TO WS-DIM
085400         DIVIDE WS-NEXT-YY BY 4
085500             GIVING WS-DIV-Q REMAINDER WS-DIV-R
085600         IF WS-DIV-R = ZERO
085700             MOVE 29 TO WS-DIM
085800             DIVIDE WS-NEXT-YY BY 100
085900                 GIVING WS-DIV-Q REMAINDER WS-DIV-R
086000             IF WS-DIV-R = ZERO
086100                 MOVE 28 TO WS-DIM
086200                 DIVIDE WS-NEXT-YY BY 400
086300                     GIVING WS-DIV-Q REMAINDER WS-DIV-R
086400                 IF WS-DIV-R = ZERO
086500                     MOVE 29 TO WS-DIM
086600                 END-IF
086700             END-IF
086800         END-IF
086900     END-IF.
087000 5400-EXIT.
087100     EXIT.
087200
087300*--------------------------------------------------------------*
087400* 5500-FIND-LIVE - SETS LIVE-FOUND AND WS-LIVE-CASE WHEN A     *
087500* CASE OPEN OR UNDER REVIEW MATCHES THE PATTERN, ACCOUNT AND   *
087600* OPERATOR NOW IN AML-REC.                                     *
087700*--------------------------------------------------------------*
087800 5500-FIND-LIVE.
087900     MOVE "N" TO WS-LIVE-FOUND-SWITCH.
088000     PERFORM 5510-SCAN-LIVE THRU 5510-EXIT
088100         VARYING WS-LSUB FROM 1 BY 1
088200         UNTIL WS-LSUB > WS-LIVE-COUNT OR LIVE-FOUND.
088300 5500-EXIT.
088400     EXIT.
088500
088600 5510-SCAN-LIVE.
088700     IF LV-PATTERN (WS-LSUB) = WS-FIND-PATTERN
088800         AND LV-ID1 (WS-LSUB) = AML-ID1
088900         AND LV-OPER (WS-LSUB) = AML-OPER
089000         MOVE "Y" TO WS-LIVE-FOUND-SWITCH
089100         MOVE LV-CASE (WS-LSUB) TO WS-LIVE-CASE.
089200 5510-EXIT.
089300     EXIT.
089400
089500*--------------------------------------------------------------*
089600* 5600-DAY-NUMBER - TURNS WS-DN-DATE INTO A RUNNING DAY NUMBER *
089700* IN WS-DN-DAYS (DAYS SINCE 1 JANUARY OF YEAR 1), SO THE GAP   *
089800* BETWEEN TWO DATES IS A SUBTRACTION.                          *
089900*--------------------------------------------------------------*
090000 5600-DAY-NUMBER.
090100     SUBTRACT 1 FROM WS-DN-YY GIVING WS-DN-Y.
090200     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4.
090300     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
090400     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
090500     IF WS-DN-MM < 1 OR WS-DN-MM > 12
090600         MOVE 1 TO WS-DN-MM.
090700     COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-Q4 - WS-DN-Q100
090800         + WS-DN-Q400 + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
090900     IF WS-DN-MM > 2
091000         MOVE WS-DN-YY TO WS-NEXT-YY
091100         MOVE 2 TO WS-NEXT-MM
091200         PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT
091300         IF WS-DIM = 29
091400             ADD 1 TO WS-DN-DAYS
091500         END-IF.
091600 5600-EXIT.
091700     EXIT.
