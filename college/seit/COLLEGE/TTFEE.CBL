000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTFEE.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTFEE - MONTH-END SERVICE CHARGES.  WORKS OUT EACH ACCOUNT'S *
000900* FEES FROM THE SCHEDULE ON FEES.DAT (FEEREC.CPY), EMP.DAT AND *
001000* THE RUN MONTH'S ROWS ON TRANS.DAT, AND POSTS EACH CHARGE AS  *
001100* A TYPE F ROW STAMPED TTFEE WITH THE ACCOUNT'S OWN BRANCH AND *
001200* THE SEQUENCE CARRIED THROUGH CKPT.DAT LIKE EVERY OTHER       *
001300* POSTING.  THE CHARGES ARE -                                  *
001400*   DORM  ON A DORMANT ACCOUNT (INSTEAD OF MNTH);              *
001500*   MNTH  ON AN ACTIVE ACCOUNT WHOSE CC IS BELOW THE MINIMUM;  *
001600*   WDRL  PER W ROW IN THE MONTH OVER THE FREE COUNT, LEAVING  *
001650*         OUT TTLOAN, TTSORD AND TERM DEPOSIT FUNDING ROWS;    *
001700*   HOLD  PER H ROW IN THE MONTH (A HOLD PLACED IN HOLD-MENU). *
001800* CLOSED ACCOUNTS ARE NOT CHARGED.  A CHARGE COVERED BY AN     *
001900* ACTIVE WAIVER ON FEEWAIV.DAT (FWVREC.CPY) IS REPORTED AS     *
002000* WAIVED AND NOT POSTED.  A CHARGE THE BALANCE CANNOT COVER -  *
002100* INSUFFICIENT FUNDS, OR FUNDS HELD BY AN ACTIVE HOLD - IS     *
002200* REPORTED FOR HAND WORKING AND NOT POSTED, AS TTSORD DOES.    *
002300* RUN ON THE MONTH-END NIGHT BEFORE TTMONTH ARCHIVES THE       *
002400* MONTH; A SECOND RUN IN THE SAME MONTH FINDS THE TTFEE ROWS   *
002500* ALREADY ON TRANS.DAT AND STOPS, SO NOBODY IS CHARGED TWICE.  *
002600* REPORT ON TTFEE.DAT.                                         *
002700*--------------------------------------------------------------*
002800* MODIFICATION HISTORY                                         *
002900*   DATE       BY    DESCRIPTION                                *
003000*   10/15/2026 RS    NEW PROGRAM.                                *
003001*   10/15/2026 RS    POSTED ROWS CARRY TR-VALUE-DATE - THE RUN  *
003002*                    DATE, OR THE NEXT BUSINESS DAY ON THE      *
003003*                    TTBDATE CALENDAR WHEN THE JOB RUNS ON A    *
003004*                    WEEKEND OR HOLIDAY.                        *
003005*   10/15/2026 RS    THE WITHDRAWAL COUNT SKIPS W ROWS THE BANK *
003006*                    POSTS ITSELF - TTLOAN INSTALMENTS, TTSORD  *
003007*                    STANDING ORDERS AND TERM DEPOSIT FUNDING   *
003008*                    LEGS. A TRANSFER'S DEBIT LEG STILL COUNTS. *
003100*--------------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FEE-FILE ASSIGN TO DISK
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-FEE-STATUS.
003900
004000     SELECT OPTIONAL FWV-FILE ASSIGN TO DISK
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT EMP ASSIGN TO DISK
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS ID1.
004700
004800     SELECT OPTIONAL TRANS-LOG ASSIGN TO DISK
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT CKPT-FILE ASSIGN TO DISK
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CKPT-STATUS.
005400
005500     SELECT OPTIONAL HOLD-FILE ASSIGN TO DISK
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT RPT-OUT ASSIGN TO DISK
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300
006400 FD  FEE-FILE
006500     LABEL RECORD IS STANDARD
006600     VALUE OF FILE-ID IS "FEES.DAT".
006700
006800     COPY "FEEREC.CPY".
006900
007000 FD  FWV-FILE
007100     LABEL RECORD IS STANDARD
007200     VALUE OF FILE-ID IS "FEEWAIV.DAT".
007300
007400     COPY "FWVREC.CPY".
007500
007600 FD  EMP
007700     LABEL RECORD IS STANDARD
007800     VALUE OF FILE-ID IS "EMP.DAT".
007900
008000     COPY "STDREC.CPY".
008100
008200 FD  TRANS-LOG
008300     LABEL RECORD IS STANDARD
008400     VALUE OF FILE-ID IS "TRANS.DAT".
008500
008600     COPY "TRANSREC.CPY".
008700
008800 FD  CKPT-FILE
008900     LABEL RECORD IS STANDARD
009000     VALUE OF FILE-ID IS "CKPT.DAT".
009100
009200     COPY "CKPTREC.CPY".
009300
009400 FD  HOLD-FILE
009500     LABEL RECORD IS STANDARD
009600     VALUE OF FILE-ID IS "HOLD.DAT".
009700
009800     COPY "HLDREC.CPY".
009900
010000 FD  RPT-OUT
010100     LABEL RECORD IS STANDARD
010200     VALUE OF FILE-ID IS "TTFEE.DAT".
010300
010400 01  RPT-LINE                    PIC X(84).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-SWITCHES.
010800     02  WS-EMP-EOF-SWITCH       PIC X       VALUE "N".
010900         88  EMP-EOF-YES                     VALUE "Y".
011000     02  WS-TR-EOF-SWITCH        PIC X       VALUE "N".
011100         88  TR-EOF-YES                      VALUE "Y".
011200     02  WS-FEE-EOF-SWITCH       PIC X       VALUE "N".
011300         88  FEE-EOF                         VALUE "Y".
011400     02  WS-FWV-EOF-SWITCH       PIC X       VALUE "N".
011500         88  FWV-EOF                         VALUE "Y".
011600     02  WS-CKPT-EOF-SWITCH      PIC X       VALUE "N".
011700         88  CKPT-EMPTY                      VALUE "Y".
011800     02  WS-HOLD-EOF-SWITCH      PIC X       VALUE "N".
011900         88  HOLD-EOF                        VALUE "Y".
012000     02  WS-ID-FOUND-SWITCH      PIC X       VALUE "N".
012100         88  ID-FOUND                        VALUE "Y".
012200     02  WS-WAIVED-SWITCH        PIC X       VALUE "N".
012300         88  FEE-WAIVED                      VALUE "Y".
012400     02  WS-CHARGED-SWITCH       PIC X       VALUE "N".
012500         88  ALREADY-CHARGED                 VALUE "Y".
012600
012700 77  WS-FEE-STATUS               PIC XX.
012800 77  WS-CKPT-STATUS              PIC XX.
012900 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
013000 77  WS-TR-DATE                  PIC 9(08).
013010 77  WS-VALUE-DATE               PIC 9(08).
013100 77  WS-OLD-CC                   PIC 9(07)V99.
013200 77  WS-CC                       PIC 9(07)V99.
013300 77  WS-HOLD-AMT                 PIC 9(09)V99.
013400 77  WS-AVAIL                    PIC 9(07)V99.
013500 77  WS-ACCT-FEES                PIC 9(07)V99.
013600 77  WS-FEE-CODE                 PIC X(04).
013700 77  WS-FEE-AMT                  PIC 9(07)V99.
013800 77  WS-FEE-ITEMS                PIC 9(04).
013900 77  WS-FIND-ID                  PIC 9(04).
014000 77  WS-LAST-ID                  PIC 9(04)   VALUE ZERO.
014010 77  WS-XFER-SEQ                 PIC 9(06)   VALUE ZERO.
014020 77  WS-XFER-ID                  PIC 9(04)   VALUE ZERO.
014100
014200 01  WS-RUN-DATE-SPLIT.
014300     02  WS-RUN-YM               PIC 9(06).
014400     02  WS-RUN-DD               PIC 9(02).
014500
014600 01  WS-TR-DATE-SPLIT.
014700     02  WS-TR-YM                PIC 9(06).
014800     02  WS-TR-DD                PIC 9(02).
014900
015000 01  WS-SCHEDULE.
015100     02  WS-MNTH-AMT             PIC 9(07)V99 VALUE ZERO.
015200     02  WS-MNTH-MIN             PIC 9(07)V99 VALUE ZERO.
015300     02  WS-WDRL-AMT             PIC 9(07)V99 VALUE ZERO.
015400     02  WS-WDRL-FREE            PIC 9(04)    VALUE ZERO.
015500     02  WS-HOLD-FEE             PIC 9(07)V99 VALUE ZERO.
015600     02  WS-DORM-AMT             PIC 9(07)V99 VALUE ZERO.
015700
015800 01  WS-TIME-RAW.
015900     02  WS-TIME-HHMMSS          PIC 9(06).
016000     02  FILLER                  PIC 9(02).
016010
016020     COPY "BDATEREC.CPY".
016100
016200 01  WS-COUNTS.
016300     02  WS-SUB                  PIC 9(04)   COMP VALUE ZERO.
016400     02  WS-ID-COUNT             PIC 9(04)   COMP VALUE ZERO.
016500     02  WS-WSUB                 PIC 9(04)   COMP VALUE ZERO.
016600     02  WS-WV-COUNT             PIC 9(04)   COMP VALUE ZERO.
016700     02  WS-POST-COUNT           PIC 9(06)   COMP VALUE ZERO.
016800     02  WS-WAIVE-COUNT          PIC 9(06)   COMP VALUE ZERO.
016900     02  WS-REJECT-COUNT         PIC 9(06)   COMP VALUE ZERO.
017000     02  WS-TOT-FEES             PIC 9(11)V99 COMP VALUE ZERO.
017100     02  WS-TOT-WAIVED           PIC 9(11)V99 COMP VALUE ZERO.
017200
017300 01  WS-ACT-TABLE.
017400     02  WS-ACT-ENTRY OCCURS 1000 TIMES.
017500         03  CT-ID               PIC 9(04).
017600         03  CT-WDL-COUNT        PIC 9(04).
017700         03  CT-HOLD-COUNT       PIC 9(04).
017800
017900 01  WS-WAIVER-TABLE.
018000     02  WS-WAIVER-ENTRY OCCURS 1000 TIMES.
018100         03  WV-ID               PIC 9(04).
018200         03  WV-CODE             PIC X(04).
018300         03  WV-EXPIRY           PIC 9(08).
018400
018500 01  HEAD-LINE.
018600     02  FILLER                  PIC X(22)   VALUE
018700         "FEE CHARGES FOR MONTH ".
018800     02  HL-MONTH                PIC 9(06).
018900     02  FILLER                  PIC X(10)   VALUE " RUN DATE ".
019000     02  HL-DATE                 PIC 9(08).
019100     02  FILLER                  PIC X(38)   VALUE SPACE.
019200
019300 01  DETAIL-LINE.
019400     02  DL-ID1                  PIC 9(04).
019500     02  FILLER                  PIC X(02)   VALUE SPACE.
019600     02  DL-CODE                 PIC X(04).
019700     02  FILLER                  PIC X(02)   VALUE SPACE.
019800     02  DL-ITEMS                PIC ZZZ9.
019900     02  FILLER                  PIC X(02)   VALUE SPACE.
020000     02  DL-AMT                  PIC Z(06)9.99.
020100     02  FILLER                  PIC X(02)   VALUE SPACE.
020200     02  DL-STATUS               PIC X(10).
020300     02  FILLER                  PIC X(02)   VALUE SPACE.
020400     02  DL-NOTE                 PIC X(30).
020500     02  FILLER                  PIC X(12)   VALUE SPACE.
020600
020700 01  TOTAL-LINE.
020800     02  FILLER                  PIC X(08)   VALUE "POSTED: ".
020900     02  TL-POST-COUNT           PIC ZZZ,ZZ9.
021000     02  FILLER                  PIC X(10)   VALUE "  WAIVED: ".
021100     02  TL-WAIVE-COUNT          PIC ZZZ,ZZ9.
021200     02  FILLER                  PIC X(12)   VALUE "  REJECTED: ".
021300     02  TL-REJECT-COUNT         PIC ZZZ,ZZ9.
021400     02  FILLER                  PIC X(33)   VALUE SPACE.
021500
021600 01  INCOME-LINE.
021700     02  FILLER                  PIC X(19)   VALUE
021800         "FEE INCOME POSTED: ".
021900     02  IL-TOT-FEES             PIC Z,ZZZ,ZZZ,ZZ9.99.
022000     02  FILLER                  PIC X(10)   VALUE "  WAIVED: ".
022100     02  IL-TOT-WAIVED           PIC Z,ZZZ,ZZZ,ZZ9.99.
022200     02  FILLER                  PIC X(23)   VALUE SPACE.
022300
022400 PROCEDURE DIVISION.
022500*--------------------------------------------------------------*
022600* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
022700*--------------------------------------------------------------*
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     PERFORM 2000-CHARGE-ACCOUNT THRU 2000-EXIT
023100         UNTIL EMP-EOF-YES.
023200     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
023300     STOP RUN.
023400
023500*--------------------------------------------------------------*
023600* 1000-INITIALIZE - LOADS THE FEE SCHEDULE AND THE ACTIVE      *
023700* WAIVERS, COUNTS THE MONTH'S W AND H ROWS PER ACCOUNT FROM    *
023800* TRANS.DAT, RESTORES THE TRANSACTION SEQUENCE FROM CKPT.DAT,  *
023900* OPENS THE FILES AND PRIMES THE MASTER READ.  NO FEES.DAT     *
024000* MEANS NOTHING TO CHARGE.                                     *
024100*--------------------------------------------------------------*
024200 1000-INITIALIZE.
024300     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
024310     MOVE "N" TO BD-FUNC.
024320     MOVE WS-TR-DATE TO BD-DATE.
024330     CALL "TTBDATE" USING BD-PARMS.
024340     MOVE BD-RESULT TO WS-VALUE-DATE.
024350     IF WS-VALUE-DATE NOT = WS-TR-DATE
024360         DISPLAY "NOT A BUSINESS DAY - POSTINGS VALUE "
024370             WS-VALUE-DATE.
024400     MOVE WS-TR-DATE TO WS-RUN-DATE-SPLIT.
024500     OPEN INPUT FEE-FILE.
024600     IF WS-FEE-STATUS NOT = "00"
024700         DISPLAY "NO FEES.DAT ON FILE - NOTHING TO CHARGE"
024800         STOP RUN.
024900     PERFORM 1100-LOAD-FEE THRU 1100-EXIT
025000         UNTIL FEE-EOF.
025100     CLOSE FEE-FILE.
025200     OPEN INPUT FWV-FILE.
025300     PERFORM 1200-LOAD-WAIVER THRU 1200-EXIT
025400         UNTIL FWV-EOF.
025500     CLOSE FWV-FILE.
025600     OPEN INPUT TRANS-LOG.
025700     PERFORM 1310-READ-TRANS THRU 1310-EXIT.
025800     PERFORM 1300-COUNT-MONTH THRU 1300-EXIT
025900         UNTIL TR-EOF-YES.
026000     CLOSE TRANS-LOG.
026100     IF ALREADY-CHARGED
026200         DISPLAY "FEES ALREADY CHARGED THIS MONTH - RUN ENDS"
026300         STOP RUN.
026400     OPEN INPUT CKPT-FILE.
026500     IF WS-CKPT-STATUS = "00"
026600         MOVE "N" TO WS-CKPT-EOF-SWITCH
026700         READ CKPT-FILE
026800             AT END MOVE "Y" TO WS-CKPT-EOF-SWITCH
026900         END-READ
027000         IF NOT CKPT-EMPTY
027100             MOVE CKPT-SEQ TO WS-TRANS-SEQ
027200         END-IF
027300         CLOSE CKPT-FILE
027400     END-IF.
027500     OPEN I-O EMP.
027600     OPEN EXTEND TRANS-LOG.
027700     OPEN OUTPUT RPT-OUT.
027800     MOVE WS-RUN-YM TO HL-MONTH.
027900     MOVE WS-TR-DATE TO HL-DATE.
028000     WRITE RPT-LINE FROM HEAD-LINE.
028100     PERFORM 2100-READ-EMP THRU 2100-EXIT.
028200 1000-EXIT.
028300     EXIT.
028400
028500*--------------------------------------------------------------*
028600* 1100-LOAD-FEE - READS ONE FEES.DAT ROW INTO THE SCHEDULE.    *
028700* AN UNKNOWN CODE IS IGNORED.                                  *
028800*--------------------------------------------------------------*
028900 1100-LOAD-FEE.
029000     READ FEE-FILE
029100         AT END SET FEE-EOF TO TRUE
029200             GO TO 1100-EXIT
029300     END-READ.
029400     IF FEE-MAINT
029500         MOVE FEE-AMT TO WS-MNTH-AMT
029600         MOVE FEE-MIN-BAL TO WS-MNTH-MIN.
029700     IF FEE-WDRL
029800         MOVE FEE-AMT TO WS-WDRL-AMT
029900         MOVE FEE-FREE-COUNT TO WS-WDRL-FREE.
030000     IF FEE-HOLD
030100         MOVE FEE-AMT TO WS-HOLD-FEE.
030200     IF FEE-DORM
030300         MOVE FEE-AMT TO WS-DORM-AMT.
030400 1100-EXIT.
030500     EXIT.
030600
030700*--------------------------------------------------------------*
030800* 1200-LOAD-WAIVER - TABLES ONE FEEWAIV.DAT ROW WHEN IT IS     *
030900* ACTIVE.  CANCELLED WAIVERS ARE LEFT OFF THE TABLE.           *
031000*--------------------------------------------------------------*
031100 1200-LOAD-WAIVER.
031200     READ FWV-FILE
031300         AT END SET FWV-EOF TO TRUE
031400             GO TO 1200-EXIT
031500     END-READ.
031600     IF NOT FWV-ACTIVE
031700         GO TO 1200-EXIT.
031800     IF WS-WV-COUNT = 1000
031900         DISPLAY "WAIVER TABLE FULL - RAISE THE OCCURS AND RERUN"
032000         STOP RUN.
032100     ADD 1 TO WS-WV-COUNT.
032200     MOVE FWV-ID1 TO WV-ID (WS-WV-COUNT).
032300     MOVE FWV-CODE TO WV-CODE (WS-WV-COUNT).
032400     MOVE FWV-EXPIRY TO WV-EXPIRY (WS-WV-COUNT).
032500 1200-EXIT.
032600     EXIT.
032700
032800*--------------------------------------------------------------*
032850* 1300-COUNT-MONTH - COUNTS ONE TRANS.DAT ROW DATED IN THE RUN *
032900* MONTH: A W ROW TOWARD THE ACCOUNT'S WITHDRAWAL COUNT, AN H   *
032950* ROW TOWARD ITS HOLD COUNT.  A TYPE F ROW STAMPED TTFEE IN    *
033000* THE MONTH MEANS THE MONTH HAS ALREADY BEEN CHARGED.  W ROWS  *
033050* THE BANK POSTS ITSELF ARE NOT THE MEMBER'S WITHDRAWALS AND   *
033100* ARE NOT COUNTED: TTLOAN INSTALMENT DEBITS, TTSORD STANDING   *
033150* ORDERS, AND A W CARRYING ITS OWN TR-SEQ AS ITS TR-REF (A     *
033200* TERM DEPOSIT'S FUNDING LEG).  A TRANSFER'S DEBIT LEG ALSO    *
033250* CARRIES ITS OWN TR-SEQ, SO SUCH A W IS HELD IN WS-XFER-SEQ   *
033300* AND COUNTED AFTER ALL WHEN THE NEXT ROW IS THE TRANSFER'S    *
033350* D LEG (NEXT SEQUENCE, SAME TR-REF).                          *
033400*--------------------------------------------------------------*
033450 1300-COUNT-MONTH.
033500     MOVE TR-DATE TO WS-TR-DATE-SPLIT.
033550     IF WS-TR-YM NOT = WS-RUN-YM
033600         GO TO 1300-NEXT.
033650     IF (TR-TYPE = "F" OR TR-TYPE = "f") AND TR-OPER = "TTFEE"
033700         SET ALREADY-CHARGED TO TRUE
033750         GO TO 1300-NEXT.
033800     IF (TR-TYPE = "D" OR TR-TYPE = "d") AND WS-XFER-SEQ > ZERO
033850             AND TR-REF NUMERIC AND TR-REF = WS-XFER-SEQ
033900             AND TR-SEQ = WS-XFER-SEQ + 1
033950         MOVE WS-XFER-ID TO WS-FIND-ID
034000         MOVE ZERO TO WS-XFER-SEQ
034050         GO TO 1300-COUNT-ROW.
034100     MOVE ZERO TO WS-XFER-SEQ.
034150     IF TR-TYPE NOT = "W" AND TR-TYPE NOT = "w"
034200         AND TR-TYPE NOT = "H" AND TR-TYPE NOT = "h"
034250         GO TO 1300-NEXT.
034300     IF (TR-TYPE = "W" OR TR-TYPE = "w")
034350             AND (TR-OPER = "TTLOAN" OR TR-OPER = "TTSORD")
034400         GO TO 1300-NEXT.
034450     IF (TR-TYPE = "W" OR TR-TYPE = "w")
034500             AND TR-REF NUMERIC AND TR-REF = TR-SEQ
034550         MOVE TR-SEQ TO WS-XFER-SEQ
034600         MOVE TR-ID1 TO WS-XFER-ID
034650         GO TO 1300-NEXT.
034700     MOVE TR-ID1 TO WS-FIND-ID.
034750 1300-COUNT-ROW.
034800     PERFORM 5500-FIND-ID THRU 5500-EXIT.
034850     IF NOT ID-FOUND
034900         PERFORM 5600-ADD-ID THRU 5600-EXIT.
034950     IF TR-TYPE = "H" OR TR-TYPE = "h"
035000         ADD 1 TO CT-HOLD-COUNT (WS-SUB)
035050     ELSE
035100         ADD 1 TO CT-WDL-COUNT (WS-SUB)
035150     END-IF.
035300 1300-NEXT.
035400     PERFORM 1310-READ-TRANS THRU 1310-EXIT.
035500 1300-EXIT.
035600     EXIT.
035700
035800 1310-READ-TRANS.
035900     READ TRANS-LOG
036000         AT END SET TR-EOF-YES TO TRUE
036100     END-READ.
036200 1310-EXIT.
036300     EXIT.
036400
036500*--------------------------------------------------------------*
036600* 2000-CHARGE-ACCOUNT - WORKS OUT AND POSTS ONE ACCOUNT'S      *
036700* CHARGES AGAINST A RUNNING BALANCE, THEN REWRITES THE MASTER  *
036800* ONCE WITH THE BALANCE AFTER THE LAST CHARGE THAT POSTED.     *
036900*--------------------------------------------------------------*
037000 2000-CHARGE-ACCOUNT.
037100     IF STS-CLOSED
037200         GO TO 2000-NEXT.
037300     MOVE CC TO WS-OLD-CC.
037400     MOVE CC TO WS-CC.
037500     MOVE ZERO TO WS-ACCT-FEES.
037600     PERFORM 5000-SUM-HOLDS THRU 5000-EXIT.
037700     MOVE 1 TO WS-FEE-ITEMS.
037800     IF STS-DORMANT
037900         MOVE "DORM" TO WS-FEE-CODE
038000         MOVE WS-DORM-AMT TO WS-FEE-AMT
038100         PERFORM 2500-POST-FEE THRU 2500-EXIT
038200     ELSE
038300         IF CC < WS-MNTH-MIN
038400             MOVE "MNTH" TO WS-FEE-CODE
038500             MOVE WS-MNTH-AMT TO WS-FEE-AMT
038600             PERFORM 2500-POST-FEE THRU 2500-EXIT
038700         END-IF
038800     END-IF.
038900     MOVE ID1 TO WS-FIND-ID.
039000     PERFORM 5500-FIND-ID THRU 5500-EXIT.
039100     IF NOT ID-FOUND
039200         GO TO 2000-REWRITE.
039300     IF CT-WDL-COUNT (WS-SUB) > WS-WDRL-FREE
039400         MOVE "WDRL" TO WS-FEE-CODE
039500         SUBTRACT WS-WDRL-FREE FROM CT-WDL-COUNT (WS-SUB)
039600             GIVING WS-FEE-ITEMS
039700         COMPUTE WS-FEE-AMT = WS-WDRL-AMT * WS-FEE-ITEMS
039800         PERFORM 2500-POST-FEE THRU 2500-EXIT.
039900     IF CT-HOLD-COUNT (WS-SUB) > ZERO
040000         MOVE "HOLD" TO WS-FEE-CODE
040100         MOVE CT-HOLD-COUNT (WS-SUB) TO WS-FEE-ITEMS
040200         COMPUTE WS-FEE-AMT = WS-HOLD-FEE * WS-FEE-ITEMS
040300         PERFORM 2500-POST-FEE THRU 2500-EXIT.
040400 2000-REWRITE.
040500     IF WS-ACCT-FEES = ZERO
040600         GO TO 2000-NEXT.
040700     MOVE WS-OLD-CC TO ACC.
040800     MOVE "F" TO TTYPE.
040900     MOVE WS-ACCT-FEES TO AMT.
041000     MOVE WS-CC TO CC.
041100     REWRITE STD.
041200 2000-NEXT.
041300     PERFORM 2100-READ-EMP THRU 2100-EXIT.
041400 2000-EXIT.
041500     EXIT.
041600
041700*--------------------------------------------------------------*
041800* 2100-READ-EMP - READS THE NEXT STD RECORD FROM EMP.DAT.      *
041900*--------------------------------------------------------------*
042000 2100-READ-EMP.
042100     READ EMP
042200         AT END SET EMP-EOF-YES TO TRUE
042300     END-READ.
042400 2100-EXIT.
042500     EXIT.
042600
042700*--------------------------------------------------------------*
042800* 2500-POST-FEE - POSTS ONE CHARGE (WS-FEE-CODE, WS-FEE-AMT,   *
042900* WS-FEE-ITEMS) AGAINST THE RUNNING BALANCE WS-CC, OR REPORTS  *
043000* IT WAIVED OR REJECTED.  A FEE SWITCHED OFF ON THE SCHEDULE   *
043100* (ZERO AMOUNT) IS SKIPPED WITHOUT A LINE.                     *
043200*--------------------------------------------------------------*
043300 2500-POST-FEE.
043400     IF WS-FEE-AMT = ZERO
043500         GO TO 2500-EXIT.
043600     PERFORM 5100-CHECK-WAIVER THRU 5100-EXIT.
043700     IF FEE-WAIVED
043800         MOVE "WAIVED" TO DL-STATUS
043900         MOVE SPACE TO DL-NOTE
044000         PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
044100         ADD 1 TO WS-WAIVE-COUNT
044200         ADD WS-FEE-AMT TO WS-TOT-WAIVED
044300         GO TO 2500-EXIT.
044400     IF WS-FEE-AMT > WS-CC
044500         MOVE "INSUFFICIENT FUNDS" TO DL-NOTE
044600         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
044700         GO TO 2500-EXIT.
044800     IF WS-HOLD-AMT NOT < WS-CC
044900         MOVE ZERO TO WS-AVAIL
045000     ELSE
045100         SUBTRACT WS-HOLD-AMT FROM WS-CC GIVING WS-AVAIL
045200     END-IF.
045300     IF WS-FEE-AMT > WS-AVAIL
045400         MOVE "FUNDS HELD" TO DL-NOTE
045500         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
045600         GO TO 2500-EXIT.
045700     SUBTRACT WS-FEE-AMT FROM WS-CC.
045800     ADD WS-FEE-AMT TO WS-ACCT-FEES.
045900     ADD WS-FEE-AMT TO WS-TOT-FEES.
046000     ADD 1 TO WS-POST-COUNT.
046100     PERFORM 2800-LOG-TRANS THRU 2800-EXIT.
046200     MOVE "POSTED" TO DL-STATUS.
046300     MOVE SPACE TO DL-NOTE.
046400     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
046500 2500-EXIT.
046600     EXIT.
046700
046800*--------------------------------------------------------------*
046900* 2600-WRITE-REJECT - WRITES A REJECTED REPORT LINE.  DL-NOTE  *
047000* IS SET BY THE CALLER.                                        *
047100*--------------------------------------------------------------*
047200 2600-WRITE-REJECT.
047300     MOVE "REJECTED" TO DL-STATUS.
047400     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
047500     ADD 1 TO WS-REJECT-COUNT.
047600 2600-EXIT.
047700     EXIT.
047800
047900*--------------------------------------------------------------*
048000* 2700-WRITE-DETAIL - FORMATS AND WRITES ONE REPORT LINE FOR   *
048100* THE CURRENT ACCOUNT AND CHARGE.                              *
048200*--------------------------------------------------------------*
048300 2700-WRITE-DETAIL.
048400     MOVE ID1 TO DL-ID1.
048500     MOVE WS-FEE-CODE TO DL-CODE.
048600     MOVE WS-FEE-ITEMS TO DL-ITEMS.
048700     MOVE WS-FEE-AMT TO DL-AMT.
048800     WRITE RPT-LINE FROM DETAIL-LINE.
048900 2700-EXIT.
049000     EXIT.
049100
049200*--------------------------------------------------------------*
049300* 2800-LOG-TRANS - WRITES THE TYPE F AUDIT ROW, STAMPED TTFEE, *
049400* AND CARRIES THE SEQUENCE INTO CKPT.DAT, AS TTSORD'S          *
049500* 2800-LOG-TRANS DOES.                                         *
049600*--------------------------------------------------------------*
049700 2800-LOG-TRANS.
049800     ADD 1 TO WS-TRANS-SEQ.
049900     MOVE SPACES TO TRANS-REC.
050000     MOVE ID1 TO TR-ID1.
050100     MOVE "F" TO TR-TYPE.
050200     MOVE WS-FEE-AMT TO TR-AMT.
050300     MOVE WS-CC TO TR-CC.
050400     MOVE WS-TR-DATE TO TR-DATE.
050500     MOVE WS-TRANS-SEQ TO TR-SEQ.
050600     MOVE "TTFEE" TO TR-OPER.
050700     ACCEPT WS-TIME-RAW FROM TIME.
050800     MOVE WS-TIME-HHMMSS TO TR-TIME.
050810     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
050900     MOVE ZERO TO TR-REF.
051000     IF BRANCH NUMERIC
051100         MOVE BRANCH TO TR-BRANCH
051200     ELSE
051300         MOVE ZERO TO TR-BRANCH
051400     END-IF.
051500     WRITE TRANS-REC.
051600     MOVE ID1 TO WS-LAST-ID.
051700     MOVE SPACES TO CKPT-REC.
051800     MOVE ID1 TO CKPT-ID1.
051900     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
052000     OPEN OUTPUT CKPT-FILE.
052100     WRITE CKPT-REC.
052200     CLOSE CKPT-FILE.
052300 2800-EXIT.
052400     EXIT.
052500
052600*--------------------------------------------------------------*
052700* 3000-WRAP-UP - WRITES THE TOTALS AND CLOSES THE RUN.  FEE    *
052800* INCOME POSTED AND FORGONE TO WAIVERS PRINT ON THEIR OWN LINE.*
052900*--------------------------------------------------------------*
053000 3000-WRAP-UP.
053100     MOVE WS-POST-COUNT TO TL-POST-COUNT.
053200     MOVE WS-WAIVE-COUNT TO TL-WAIVE-COUNT.
053300     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
053400     WRITE RPT-LINE FROM TOTAL-LINE.
053500     MOVE WS-TOT-FEES TO IL-TOT-FEES.
053600     MOVE WS-TOT-WAIVED TO IL-TOT-WAIVED.
053700     WRITE RPT-LINE FROM INCOME-LINE.
053800     CLOSE EMP.
053900     CLOSE TRANS-LOG.
054000     CLOSE RPT-OUT.
054100     DISPLAY "FEES POSTED:".
054200     DISPLAY WS-POST-COUNT.
054300     DISPLAY "FEES WAIVED:".
054400     DISPLAY WS-WAIVE-COUNT.
054500     DISPLAY "FEES REJECTED:".
054600     DISPLAY WS-REJECT-COUNT.
054700 3000-EXIT.
054800     EXIT.
054900
055000*--------------------------------------------------------------*
055100* 5000-SUM-HOLDS - SUMS THE ACTIVE, UNEXPIRED HOLDS FOR THE    *
055200* CURRENT ID1 INTO WS-HOLD-AMT, AS TTSORD DOES FOR ITS         *
055300* WITHDRAWAL EDIT.  HOLD-FILE IS OPTIONAL.                     *
055400*--------------------------------------------------------------*
055500 5000-SUM-HOLDS.
055600     MOVE ZERO TO WS-HOLD-AMT.
055700     MOVE "N" TO WS-HOLD-EOF-SWITCH.
055800     OPEN INPUT HOLD-FILE.
055900 5000-SCAN-HOLDS.
056000     READ HOLD-FILE
056100         AT END MOVE "Y" TO WS-HOLD-EOF-SWITCH
056200     END-READ.
056300     IF HOLD-EOF
056400         CLOSE HOLD-FILE
056500         GO TO 5000-EXIT.
056600     IF HLD-ID1 = ID1 AND HLD-ACTIVE
056700         AND HLD-EXPIRY NOT < WS-TR-DATE
056800         ADD HLD-AMT TO WS-HOLD-AMT.
056900     GO TO 5000-SCAN-HOLDS.
057000 5000-EXIT.
057100     EXIT.
057200
057300*--------------------------------------------------------------*
057400* 5100-CHECK-WAIVER - SETS FEE-WAIVED WHEN AN ACTIVE WAIVER    *
057500* FOR THE CURRENT ID1 COVERS WS-FEE-CODE (OR ALL) AND HAS NOT  *
057600* EXPIRED BY THE RUN DATE.                                     *
057700*--------------------------------------------------------------*
057800 5100-CHECK-WAIVER.
057900     MOVE "N" TO WS-WAIVED-SWITCH.
058000     PERFORM 5110-SCAN-WAIVER THRU 5110-EXIT
058100         VARYING WS-WSUB FROM 1 BY 1
058200         UNTIL WS-WSUB > WS-WV-COUNT OR FEE-WAIVED.
058300 5100-EXIT.
058400     EXIT.
058500
058600 5110-SCAN-WAIVER.
058700     IF WV-ID (WS-WSUB) = ID1
058800         AND (WV-CODE (WS-WSUB) = WS-FEE-CODE
058900              OR WV-CODE (WS-WSUB) = "ALL ")
059000         AND (WV-EXPIRY (WS-WSUB) = ZERO
059100              OR WV-EXPIRY (WS-WSUB) NOT < WS-TR-DATE)
059200         MOVE "Y" TO WS-WAIVED-SWITCH.
059300 5110-EXIT.
059400     EXIT.
059500
059600*--------------------------------------------------------------*
059700* 5500-FIND-ID - LOOKS WS-FIND-ID UP IN THE ACTIVITY TABLE,    *
059800* LEAVING WS-SUB AT THE MATCHING ENTRY WHEN FOUND.             *
059900*--------------------------------------------------------------*
060000 5500-FIND-ID.
060100     MOVE "N" TO WS-ID-FOUND-SWITCH.
060200     PERFORM 5510-SCAN-ID THRU 5510-EXIT
060300         VARYING WS-SUB FROM 1 BY 1
060400         UNTIL WS-SUB > WS-ID-COUNT OR ID-FOUND.
060500     IF ID-FOUND
060600         SUBTRACT 1 FROM WS-SUB.
060700 5500-EXIT.
060800     EXIT.
060900
061000 5510-SCAN-ID.
061100     IF CT-ID (WS-SUB) = WS-FIND-ID
061200         MOVE "Y" TO WS-ID-FOUND-SWITCH.
061300 5510-EXIT.
061400     EXIT.
061500
061600*--------------------------------------------------------------*
061700* 5600-ADD-ID - ADDS A NEW ACCOUNT TO THE COUNT TABLE.         *
061800*--------------------------------------------------------------*
061900 5600-ADD-ID.
062000     IF WS-ID-COUNT = 1000
062100         DISPLAY "COUNT TABLE FULL - RAISE THE OCCURS AND RERUN"
062200         CLOSE TRANS-LOG
062300         STOP RUN.
062400     ADD 1 TO WS-ID-COUNT.
062500     MOVE WS-ID-COUNT TO WS-SUB.
062600     MOVE WS-FIND-ID TO CT-ID (WS-SUB).
062700     MOVE ZERO TO CT-WDL-COUNT (WS-SUB).
062800     MOVE ZERO TO CT-HOLD-COUNT (WS-SUB).
062900 5600-EXIT.
063000     EXIT.
