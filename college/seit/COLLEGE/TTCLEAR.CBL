000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTCLEAR.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTCLEAR - INWARD CHEQUE CLEARING.  READS THE CLEARING        *
000900* HOUSE'S INWARD FILE CLRIN.DAT (CHEQUE NUMBER, EMPLOYEE ID,   *
001000* AMOUNT, PRESENTING DATE) AND PAYS EACH GOOD CHEQUE AGAINST   *
001100* EMP.DAT AS A TYPE Q ROW ON TRANS.DAT WITH THE CHEQUE NUMBER  *
001200* IN TR-REF.  A CHEQUE FACES THE SAME EDITS TTBATCH APPLIES TO *
001300* A WITHDRAWAL - ACCOUNT ON FILE AND NOT CLOSED OR DORMANT,    *
001400* FUNDS ON HAND, AVAILABLE BALANCE NET OF ACTIVE HOLDS, AND    *
001500* THE PER-TRANSACTION AND PER-DAY CEILINGS (CLEARED CHEQUES    *
001600* COUNT TOWARD THE DAY WITH THE W ROWS) - PLUS THE STOP-       *
001700* PAYMENT REGISTER STOP.DAT AND THE PAID-CHEQUE REGISTER       *
001800* CHQPAID.DAT, WHICH CATCHES A CHEQUE NUMBER PRESENTED A       *
001900* SECOND TIME.  NO OPERATOR IS PRESENT, SO NOTHING IS          *
002000* OVERRIDDEN: AN UNPAID CHEQUE GOES TO THE OUTWARD RETURN FILE *
002100* CLRRET.DAT WITH A REASON CODE FOR THE CLEARING HOUSE AND     *
002200* ONTO THE RETURNED-ITEMS REPORT CLRRTN.DAT, WHICH CARRIES THE *
002300* BRANCH, NAME AND TELEPHONE NUMBER (PRIMARY HOLDER ON         *
002400* CUST.DAT) SO THE BRANCH CAN CALL THE MEMBER.  EVERY ITEM     *
002500* GETS A PAID OR RETURNED LINE ON THE RUN REPORT TTCLEAR.DAT.  *
002600*                                                              *
002700* RETURN REASON CODES:                                         *
002800*   01 INSUFFICIENT FUNDS (INCLUDING FUNDS HELD)               *
002900*   02 PAYMENT STOPPED                                         *
003000*   03 ACCOUNT CLOSED                                          *
003100*   04 DUPLICATE PRESENTMENT                                   *
003200*   05 NO SUCH ACCOUNT                                         *
003300*   06 ACCOUNT DORMANT                                         *
003400*   07 EXCEEDS WITHDRAWAL LIMIT                                *
003500*   08 INVALID ITEM (CHEQUE NUMBER OR AMOUNT NOT USABLE)       *
003600*--------------------------------------------------------------*
003700* MODIFICATION HISTORY                                         *
003800*   DATE       BY    DESCRIPTION                                *
003900*   10/15/2026 RS    NEW PROGRAM.                                *
003901*   10/15/2026 RS    POSTED ROWS CARRY TR-VALUE-DATE - THE RUN  *
003902*                    DATE, OR THE NEXT BUSINESS DAY ON THE      *
003903*                    TTBDATE CALENDAR WHEN THE JOB RUNS ON A    *
003904*                    WEEKEND OR HOLIDAY.                        *
004000*--------------------------------------------------------------*
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CLR-IN ASSIGN TO DISK
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT EMP ASSIGN TO DISK
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ID1.
005200
005300     SELECT OPTIONAL TRANS-LOG ASSIGN TO DISK
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT CKPT-FILE ASSIGN TO DISK
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CKPT-STATUS.
005900
006000     SELECT OPTIONAL HOLD-FILE ASSIGN TO DISK
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT OPTIONAL STOP-FILE ASSIGN TO DISK
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT OPTIONAL PAID-FILE ASSIGN TO DISK
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900     SELECT OPTIONAL CUST-FILE ASSIGN TO DISK
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT OPTIONAL LNK-FILE ASSIGN TO DISK
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT RET-OUT ASSIGN TO DISK
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT RPT-OUT ASSIGN TO DISK
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT RTN-OUT ASSIGN TO DISK
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600
008700 FD  CLR-IN
008800     LABEL RECORD IS STANDARD
008900     VALUE OF FILE-ID IS "CLRIN.DAT".
009000
009100 01  CLR-REC.
009200     02  CLR-CHQ                 PIC 9(06).
009300     02  FILLER                  PIC X(04).
009400     02  CLR-ID1                 PIC 9(04).
009500     02  FILLER                  PIC X(04).
009600     02  CLR-AMT                 PIC 9(07)V99.
009700     02  FILLER                  PIC X(04).
009800     02  CLR-PRES-DATE           PIC 9(08).
009900
010000 FD  EMP
010100     LABEL RECORD IS STANDARD
010200     VALUE OF FILE-ID IS "EMP.DAT".
010300
010400     COPY "STDREC.CPY".
010500
010600 FD  TRANS-LOG
010700     LABEL RECORD IS STANDARD
010800     VALUE OF FILE-ID IS "TRANS.DAT".
010900
011000     COPY "TRANSREC.CPY".
011100
011200 FD  CKPT-FILE
011300     LABEL RECORD IS STANDARD
011400     VALUE OF FILE-ID IS "CKPT.DAT".
011500
011600     COPY "CKPTREC.CPY".
011700
011800 FD  HOLD-FILE
011900     LABEL RECORD IS STANDARD
012000     VALUE OF FILE-ID IS "HOLD.DAT".
012100
012200     COPY "HLDREC.CPY".
012300
012400 FD  STOP-FILE
012500     LABEL RECORD IS STANDARD
012600     VALUE OF FILE-ID IS "STOP.DAT".
012700
012800     COPY "STOPREC.CPY".
012900
013000*--------------------------------------------------------------*
013100* CHQPAID.DAT - ONE ROW PER CHEQUE PAID, WRITTEN AS IT POSTS.  *
013200* A LATER PRESENTMENT OF THE SAME NUMBER ON THE SAME ACCOUNT   *
013300* IS RETURNED AS A DUPLICATE.  PD-SEQ IS THE Q ROW'S TR-SEQ.   *
013400*--------------------------------------------------------------*
013500 FD  PAID-FILE
013600     LABEL RECORD IS STANDARD
013700     VALUE OF FILE-ID IS "CHQPAID.DAT".
013800
013900 01  PD-REC.
014000     02  PD-ID1                  PIC 9(04).
014100     02  FILLER                  PIC X(04).
014200     02  PD-CHQ                  PIC 9(06).
014300     02  FILLER                  PIC X(04).
014400     02  PD-AMT                  PIC 9(07)V99.
014500     02  FILLER                  PIC X(04).
014600     02  PD-PRES-DATE            PIC 9(08).
014700     02  FILLER                  PIC X(04).
014800     02  PD-PAID-DATE            PIC 9(08).
014900     02  FILLER                  PIC X(04).
015000     02  PD-SEQ                  PIC 9(06).
015100
015200 FD  CUST-FILE
015300     LABEL RECORD IS STANDARD
015400     VALUE OF FILE-ID IS "CUST.DAT".
015500
015600     COPY "CUSTREC.CPY".
015700
015800 FD  LNK-FILE
015900     LABEL RECORD IS STANDARD
016000     VALUE OF FILE-ID IS "CUSTLINK.DAT".
016100
016200     COPY "CLNKREC.CPY".
016300
016400*--------------------------------------------------------------*
016500* CLRRET.DAT - OUTWARD RETURN FILE FOR THE CLEARING HOUSE, ONE *
016600* ROW PER UNPAID CHEQUE: THE INWARD FIELDS AS PRESENTED, THE   *
016700* REASON CODE AND THE DATE RETURNED.                           *
016800*--------------------------------------------------------------*
016900 FD  RET-OUT
017000     LABEL RECORD IS STANDARD
017100     VALUE OF FILE-ID IS "CLRRET.DAT".
017200
017300 01  RET-REC.
017400     02  RET-CHQ                 PIC 9(06).
017500     02  FILLER                  PIC X(04).
017600     02  RET-ID1                 PIC 9(04).
017700     02  FILLER                  PIC X(04).
017800     02  RET-AMT                 PIC 9(07)V99.
017900     02  FILLER                  PIC X(04).
018000     02  RET-PRES-DATE           PIC 9(08).
018100     02  FILLER                  PIC X(04).
018200     02  RET-REASON              PIC X(02).
018300     02  FILLER                  PIC X(04).
018400     02  RET-DATE                PIC 9(08).
018500
018600 FD  RPT-OUT
018700     LABEL RECORD IS STANDARD
018800     VALUE OF FILE-ID IS "TTCLEAR.DAT".
018900
019000 01  RPT-LINE                    PIC X(84).
019100
019200 FD  RTN-OUT
019300     LABEL RECORD IS STANDARD
019400     VALUE OF FILE-ID IS "CLRRTN.DAT".
019500
019600 01  RTN-LINE                    PIC X(84).
019700
019800 WORKING-STORAGE SECTION.
019900 01  WS-SWITCHES.
020000     02  WS-EOF-SWITCH           PIC X       VALUE "N".
020100         88  EOF-YES                         VALUE "Y".
020200     02  WS-FOUND-SWITCH         PIC X       VALUE "N".
020300         88  FOUND-YES                       VALUE "Y".
020400     02  WS-CKPT-EOF-SWITCH      PIC X       VALUE "N".
020500         88  CKPT-EMPTY                      VALUE "Y".
020600     02  WS-HOLD-EOF-SWITCH      PIC X       VALUE "N".
020700         88  HOLD-EOF                        VALUE "Y".
020800     02  WS-TRSCAN-EOF-SWITCH    PIC X       VALUE "N".
020900         88  TRSCAN-EOF                      VALUE "Y".
021000     02  WS-DW-FOUND-SWITCH      PIC X       VALUE "N".
021100         88  DW-FOUND                        VALUE "Y".
021200     02  WS-STOP-EOF-SWITCH      PIC X       VALUE "N".
021300         88  STOP-EOF                        VALUE "Y".
021400     02  WS-PAID-EOF-SWITCH      PIC X       VALUE "N".
021500         88  PAID-EOF                        VALUE "Y".
021600     02  WS-HIT-SWITCH           PIC X       VALUE "N".
021700         88  HIT-YES                         VALUE "Y".
021800     02  WS-LNK-EOF-SWITCH       PIC X       VALUE "N".
021900         88  LNK-EOF                         VALUE "Y".
022000     02  WS-CUST-EOF-SWITCH      PIC X       VALUE "N".
022100         88  CUST-EOF                        VALUE "Y".
022200
022300 77  WS-CKPT-STATUS              PIC XX.
022400 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
022500 77  WS-TR-DATE                  PIC 9(08).
022510 77  WS-VALUE-DATE               PIC 9(08).
022600 77  WS-ACC                      PIC 9(07)V99.
022700 77  WS-CC                       PIC 9(07)V99.
022800 77  WS-HOLD-AMT                 PIC 9(09)V99.
022900 77  WS-AVAIL                    PIC 9(07)V99.
023000 77  WS-TXN-LIMIT                PIC 9(07)V99.
023100 77  WS-DAY-LIMIT                PIC 9(07)V99.
023200 77  WS-DAY-USED                 PIC 9(09)V99.
023300 77  WS-DW-KEY                   PIC 9(04).
023400 77  WS-DW-ADD-AMT               PIC 9(07)V99.
023500 77  WS-BR                       PIC 9(02).
023600 77  WS-RET-CODE                 PIC X(02).
023700 77  WS-RET-TEXT                 PIC X(12).
023800 77  WS-PRIME-CUS                PIC 9(06).
023900 77  WS-PHONE                    PIC X(15).
024000 77  WS-NAME                     PIC X(20).
024100
024200     COPY "LIMITS.CPY".
024300
024400 01  WS-DAYW-COUNTS.
024500     02  WS-SUB                  PIC 9(04)   COMP VALUE ZERO.
024600     02  WS-DW-COUNT             PIC 9(04)   COMP VALUE ZERO.
024700
024800 01  WS-DAYW-TABLE.
024900     02  WS-DAYW-ENTRY OCCURS 1000 TIMES.
025000         03  DW-ID               PIC 9(04).
025100         03  DW-AMT              PIC 9(09)V99.
025200
025300 01  WS-TIME-RAW.
025400     02  WS-TIME-HHMMSS          PIC 9(06).
025500     02  FILLER                  PIC 9(02).
025510
025520     COPY "BDATEREC.CPY".
025600
025700 01  WS-COUNTS.
025800     02  WS-PAID-COUNT           PIC 9(06)   COMP VALUE ZERO.
025900     02  WS-RETURN-COUNT         PIC 9(06)   COMP VALUE ZERO.
026000     02  WS-PAID-AMT             PIC 9(11)V99 COMP VALUE ZERO.
026100     02  WS-RETURN-AMT           PIC 9(11)V99 COMP VALUE ZERO.
026200
026300 01  DETAIL-LINE.
026400     02  DL-CHQ                  PIC 9(06).
026500     02  FILLER                  PIC X(02)   VALUE SPACE.
026600     02  DL-ID1                  PIC 9(04).
026700     02  FILLER                  PIC X(02)   VALUE SPACE.
026800     02  DL-AMT                  PIC Z(06)9.99.
026900     02  FILLER                  PIC X(02)   VALUE SPACE.
027000     02  DL-PRES-DATE            PIC 9(08).
027100     02  FILLER                  PIC X(02)   VALUE SPACE.
027200     02  DL-STATUS               PIC X(10).
027300     02  FILLER                  PIC X(02)   VALUE SPACE.
027400     02  DL-CODE                 PIC X(02).
027500     02  FILLER                  PIC X(02)   VALUE SPACE.
027600     02  DL-NOTE                 PIC X(12).
027700     02  FILLER                  PIC X(20)   VALUE SPACE.
027800
027900 01  TOTAL-LINE.
028000     02  FILLER                  PIC X(06)   VALUE "PAID: ".
028100     02  TL-PAID-COUNT           PIC ZZZ,ZZ9.
028200     02  FILLER                  PIC X(02)   VALUE SPACE.
028300     02  TL-PAID-AMT             PIC Z,ZZZ,ZZZ,ZZ9.99.
028400     02  FILLER                  PIC X(12)   VALUE "  RETURNED: ".
028500     02  TL-RETURN-COUNT         PIC ZZZ,ZZ9.
028600     02  FILLER                  PIC X(02)   VALUE SPACE.
028700     02  TL-RETURN-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99.
028800     02  FILLER                  PIC X(14)   VALUE SPACE.
028900
029000 01  RTN-HEAD-LINE.
029100     02  FILLER                  PIC X(30)   VALUE
029200         "RETURNED CHEQUES - RUN DATE ".
029300     02  RH-DATE                 PIC 9(08).
029400     02  FILLER                  PIC X(46)   VALUE SPACE.
029500
029600 01  RTN-DETAIL-LINE.
029700     02  RL-BRANCH               PIC 9(02).
029800     02  FILLER                  PIC X(02)   VALUE SPACE.
029900     02  RL-ID1                  PIC 9(04).
030000     02  FILLER                  PIC X(02)   VALUE SPACE.
030100     02  RL-NAME                 PIC X(20).
030200     02  FILLER                  PIC X(02)   VALUE SPACE.
030300     02  RL-PHONE                PIC X(15).
030400     02  FILLER                  PIC X(02)   VALUE SPACE.
030500     02  RL-CHQ                  PIC 9(06).
030600     02  FILLER                  PIC X(02)   VALUE SPACE.
030700     02  RL-AMT                  PIC Z(06)9.99.
030800     02  FILLER                  PIC X(02)   VALUE SPACE.
030900     02  RL-CODE                 PIC X(02).
031000     02  FILLER                  PIC X(01)   VALUE SPACE.
031100     02  RL-NOTE                 PIC X(12).
031200
031300 PROCEDURE DIVISION.
031400*--------------------------------------------------------------*
031500* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
031600*--------------------------------------------------------------*
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900     PERFORM 2000-CLEAR-ITEM THRU 2000-EXIT
032000         UNTIL EOF-YES.
032100     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
032200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
032300     STOP RUN.
032400
032500*--------------------------------------------------------------*
032600* 1000-INITIALIZE - OPENS THE FILES, RESTORES THE TRANSACTION  *
032700* SEQUENCE FROM CKPT.DAT THE SAME WAY TTBATCH DOES, TABLES THE *
032800* DAY'S WITHDRAWALS AND PRIMES THE READ.                       *
032900*--------------------------------------------------------------*
033000 1000-INITIALIZE.
033100     OPEN INPUT CKPT-FILE.
033200     IF WS-CKPT-STATUS = "00"
033300         MOVE "N" TO WS-CKPT-EOF-SWITCH
033400         READ CKPT-FILE
033500             AT END MOVE "Y" TO WS-CKPT-EOF-SWITCH
033600         END-READ
033700         IF NOT CKPT-EMPTY
033800             MOVE CKPT-SEQ TO WS-TRANS-SEQ
033900         END-IF
034000         CLOSE CKPT-FILE
034100     END-IF.
034200     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
034210     MOVE "N" TO BD-FUNC.
034220     MOVE WS-TR-DATE TO BD-DATE.
034230     CALL "TTBDATE" USING BD-PARMS.
034240     MOVE BD-RESULT TO WS-VALUE-DATE.
034250     IF WS-VALUE-DATE NOT = WS-TR-DATE
034260         DISPLAY "NOT A BUSINESS DAY - POSTINGS VALUE "
034270             WS-VALUE-DATE.
034300     PERFORM 1200-SCAN-DAY-W THRU 1200-EXIT.
034400     OPEN INPUT CLR-IN.
034500     OPEN I-O EMP.
034600     OPEN EXTEND TRANS-LOG.
034700     OPEN OUTPUT RET-OUT.
034800     OPEN OUTPUT RPT-OUT.
034900     OPEN OUTPUT RTN-OUT.
035000     MOVE WS-TR-DATE TO RH-DATE.
035100     WRITE RTN-LINE FROM RTN-HEAD-LINE.
035200     PERFORM 2100-READ-CLR THRU 2100-EXIT.
035300 1000-EXIT.
035400     EXIT.
035500
035600*--------------------------------------------------------------*
035700* 1200-SCAN-DAY-W - TABLES THE DAY'S W AND Q ROWS ALREADY ON   *
035800* TRANS.DAT PER ACCOUNT, SO THE PER-DAY CEILING COUNTS WHAT WAS*
035900* PAID BEFORE THIS RUN.  DONE BEFORE THE LOG IS REOPENED       *
036000* EXTEND FOR THE RUN'S OWN POSTINGS.                           *
036100*--------------------------------------------------------------*
036200 1200-SCAN-DAY-W.
036300     MOVE "N" TO WS-TRSCAN-EOF-SWITCH.
036400     OPEN INPUT TRANS-LOG.
036500 1210-SCAN-ONE.
036600     READ TRANS-LOG
036700         AT END MOVE "Y" TO WS-TRSCAN-EOF-SWITCH
036800     END-READ.
036900     IF TRSCAN-EOF
037000         CLOSE TRANS-LOG
037100         GO TO 1200-EXIT.
037200     IF TR-DATE = WS-TR-DATE
037300         AND (TR-TYPE = "W" OR TR-TYPE = "w"
037400           OR TR-TYPE = "Q" OR TR-TYPE = "q")
037500         MOVE TR-ID1 TO WS-DW-KEY
037600         MOVE TR-AMT TO WS-DW-ADD-AMT
037700         PERFORM 5300-ADD-DAY-W THRU 5300-EXIT.
037800     GO TO 1210-SCAN-ONE.
037900 1200-EXIT.
038000     EXIT.
038100
038200*--------------------------------------------------------------*
038300* 2000-CLEAR-ITEM - PAYS ONE INWARD CHEQUE AGAINST EMP.DAT, OR *
038400* RETURNS IT.  EACH EDIT THAT FAILS SETS THE REASON CODE AND   *
038500* TEXT AND GOES TO THE RETURN.                                 *
038600*--------------------------------------------------------------*
038700 2000-CLEAR-ITEM.
038800     MOVE SPACES TO WS-NAME.
038900     MOVE ZERO TO WS-BR.
039000     IF CLR-CHQ NOT NUMERIC OR CLR-ID1 NOT NUMERIC
039100         OR CLR-AMT NOT NUMERIC
039200         MOVE "08" TO WS-RET-CODE
039300         MOVE "INVALID ITEM" TO WS-RET-TEXT
039400         GO TO 2000-RETURN.
039500     IF CLR-CHQ = ZERO OR CLR-AMT = ZERO
039600         MOVE "08" TO WS-RET-CODE
039700         MOVE "INVALID ITEM" TO WS-RET-TEXT
039800         GO TO 2000-RETURN.
039900     MOVE CLR-ID1 TO ID1.
040000     MOVE "Y" TO WS-FOUND-SWITCH.
040100     READ EMP KEY IS ID1
040200         INVALID KEY MOVE "N" TO WS-FOUND-SWITCH
040300     END-READ.
040400     IF NOT FOUND-YES
040500         MOVE "05" TO WS-RET-CODE
040600         MOVE "NO ACCOUNT" TO WS-RET-TEXT
040700         GO TO 2000-RETURN.
040800     MOVE NAMES TO WS-NAME.
040900     IF BRANCH NUMERIC
041000         MOVE BRANCH TO WS-BR.
041100     MOVE CC TO WS-ACC.
041200     IF STS-CLOSED
041300         MOVE "03" TO WS-RET-CODE
041400         MOVE "CLOSED" TO WS-RET-TEXT
041500         GO TO 2000-RETURN.
041600     PERFORM 5400-CHECK-PAID THRU 5400-EXIT.
041700     IF HIT-YES
041800         MOVE "04" TO WS-RET-CODE
041900         MOVE "DUPLICATE" TO WS-RET-TEXT
042000         GO TO 2000-RETURN.
042100     PERFORM 5500-CHECK-STOP THRU 5500-EXIT.
042200     IF HIT-YES
042300         MOVE "02" TO WS-RET-CODE
042400         MOVE "STOPPED" TO WS-RET-TEXT
042500         GO TO 2000-RETURN.
042600     IF STS-DORMANT
042700         MOVE "06" TO WS-RET-CODE
042800         MOVE "DORMANT" TO WS-RET-TEXT
042900         GO TO 2000-RETURN.
043000     IF CLR-AMT > WS-ACC
043100         MOVE "01" TO WS-RET-CODE
043200         MOVE "NO FUNDS" TO WS-RET-TEXT
043300         GO TO 2000-RETURN.
043400     PERFORM 5000-SUM-HOLDS THRU 5000-EXIT.
043500     IF WS-HOLD-AMT NOT < WS-ACC
043600         MOVE ZERO TO WS-AVAIL
043700     ELSE
043800         SUBTRACT WS-HOLD-AMT FROM WS-ACC GIVING WS-AVAIL
043900     END-IF.
044000     IF CLR-AMT > WS-AVAIL
044100         MOVE "01" TO WS-RET-CODE
044200         MOVE "FUNDS HELD" TO WS-RET-TEXT
044300         GO TO 2000-RETURN.
044400     PERFORM 5100-CHECK-LIMITS THRU 5100-EXIT.
044500     IF CLR-AMT > WS-TXN-LIMIT
044600         OR WS-DAY-USED + CLR-AMT > WS-DAY-LIMIT
044700         MOVE "07" TO WS-RET-CODE
044800         MOVE "OVER LIMIT" TO WS-RET-TEXT
044900         GO TO 2000-RETURN.
045000     SUBTRACT CLR-AMT FROM WS-ACC GIVING WS-CC.
045100     MOVE WS-ACC TO ACC.
045200     MOVE "Q" TO TTYPE.
045300     MOVE CLR-AMT TO AMT.
045400     MOVE WS-CC TO CC.
045500     REWRITE STD.
045600     PERFORM 2200-LOG-TRANS THRU 2200-EXIT.
045700     PERFORM 2250-RECORD-PAID THRU 2250-EXIT.
045800     MOVE CLR-ID1 TO WS-DW-KEY.
045900     MOVE CLR-AMT TO WS-DW-ADD-AMT.
046000     PERFORM 5300-ADD-DAY-W THRU 5300-EXIT.
046100     MOVE "PAID" TO DL-STATUS.
046200     MOVE SPACE TO DL-CODE.
046300     MOVE SPACE TO DL-NOTE.
046400     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
046500     ADD 1 TO WS-PAID-COUNT.
046600     ADD CLR-AMT TO WS-PAID-AMT.
046700     GO TO 2000-NEXT.
046800 2000-RETURN.
046900     PERFORM 2300-RETURN-ITEM THRU 2300-EXIT.
047000 2000-NEXT.
047100     PERFORM 2100-READ-CLR THRU 2100-EXIT.
047200 2000-EXIT.
047300     EXIT.
047400
047500*--------------------------------------------------------------*
047600* 2100-READ-CLR - READS THE NEXT INWARD CLEARING ITEM.         *
047700*--------------------------------------------------------------*
047800 2100-READ-CLR.
047900     READ CLR-IN
048000         AT END SET EOF-YES TO TRUE
048100     END-READ.
048200 2100-EXIT.
048300     EXIT.
048400
048500*--------------------------------------------------------------*
048600* 2200-LOG-TRANS - WRITES THE TYPE Q ROW, CHEQUE NUMBER IN     *
048700* TR-REF AND THE ACCOUNT'S OWN BRANCH IN TR-BRANCH, AND CARRIES*
048800* THE SEQUENCE FORWARD INTO CKPT.DAT, AS TTBATCH DOES.         *
048900*--------------------------------------------------------------*
049000 2200-LOG-TRANS.
049100     ADD 1 TO WS-TRANS-SEQ.
049200     MOVE SPACES TO TRANS-REC.
049300     MOVE CLR-ID1 TO TR-ID1.
049400     MOVE "Q" TO TR-TYPE.
049500     MOVE CLR-AMT TO TR-AMT.
049600     MOVE WS-CC TO TR-CC.
049700     MOVE WS-TR-DATE TO TR-DATE.
049800     MOVE WS-TRANS-SEQ TO TR-SEQ.
049900     MOVE "TTCLEAR" TO TR-OPER.
050000     ACCEPT WS-TIME-RAW FROM TIME.
050100     MOVE WS-TIME-HHMMSS TO TR-TIME.
050110     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
050200     MOVE CLR-CHQ TO TR-REF.
050300     MOVE WS-BR TO TR-BRANCH.
050400     WRITE TRANS-REC.
050500     MOVE SPACES TO CKPT-REC.
050600     MOVE CLR-ID1 TO CKPT-ID1.
050700     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
050800     OPEN OUTPUT CKPT-FILE.
050900     WRITE CKPT-REC.
051000     CLOSE CKPT-FILE.
051100 2200-EXIT.
051200     EXIT.
051300
051400*--------------------------------------------------------------*
051500* 2250-RECORD-PAID - ADDS THE CHEQUE TO CHQPAID.DAT STRAIGHT   *
051600* AWAY, SO A SECOND PRESENTMENT LATER IN THE SAME FILE IS      *
051700* CAUGHT AS A DUPLICATE TOO.                                   *
051800*--------------------------------------------------------------*
051900 2250-RECORD-PAID.
052000     MOVE SPACES TO PD-REC.
052100     MOVE CLR-ID1 TO PD-ID1.
052200     MOVE CLR-CHQ TO PD-CHQ.
052300     MOVE CLR-AMT TO PD-AMT.
052400     MOVE CLR-PRES-DATE TO PD-PRES-DATE.
052500     MOVE WS-TR-DATE TO PD-PAID-DATE.
052600     MOVE WS-TRANS-SEQ TO PD-SEQ.
052700     OPEN EXTEND PAID-FILE.
052800     WRITE PD-REC.
052900     CLOSE PAID-FILE.
053000 2250-EXIT.
053100     EXIT.
053200
053300*--------------------------------------------------------------*
053400* 2300-RETURN-ITEM - WRITES THE OUTWARD RETURN ROW, THE        *
053500* RETURNED LINE ON THE RUN REPORT AND THE CALL-BACK LINE ON    *
053600* THE RETURNED-ITEMS REPORT.  WS-RET-CODE AND WS-RET-TEXT ARE  *
053700* SET BY THE CALLER; NOTHING HAS BEEN POSTED.                  *
053800*--------------------------------------------------------------*
053900 2300-RETURN-ITEM.
054000     MOVE SPACES TO RET-REC.
054100     MOVE CLR-CHQ TO RET-CHQ.
054200     MOVE CLR-ID1 TO RET-ID1.
054300     MOVE CLR-AMT TO RET-AMT.
054400     MOVE CLR-PRES-DATE TO RET-PRES-DATE.
054500     MOVE WS-RET-CODE TO RET-REASON.
054600     MOVE WS-TR-DATE TO RET-DATE.
054700     WRITE RET-REC.
054800     MOVE "RETURNED" TO DL-STATUS.
054900     MOVE WS-RET-CODE TO DL-CODE.
055000     MOVE WS-RET-TEXT TO DL-NOTE.
055100     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
055200     ADD 1 TO WS-RETURN-COUNT.
055300     IF CLR-AMT NUMERIC
055400         ADD CLR-AMT TO WS-RETURN-AMT.
055500     PERFORM 5600-FIND-PHONE THRU 5600-EXIT.
055600     MOVE WS-BR TO RL-BRANCH.
055700     MOVE CLR-ID1 TO RL-ID1.
055800     MOVE WS-NAME TO RL-NAME.
055900     MOVE WS-PHONE TO RL-PHONE.
056000     MOVE CLR-CHQ TO RL-CHQ.
056100     MOVE CLR-AMT TO RL-AMT.
056200     MOVE WS-RET-CODE TO RL-CODE.
056300     MOVE WS-RET-TEXT TO RL-NOTE.
056400     WRITE RTN-LINE FROM RTN-DETAIL-LINE.
056500 2300-EXIT.
056600     EXIT.
056700
056800*--------------------------------------------------------------*
056900* 2400-WRITE-DETAIL - FORMATS AND WRITES ONE RUN REPORT LINE   *
057000* FOR THE CURRENT INWARD ITEM.                                 *
057100*--------------------------------------------------------------*
057200 2400-WRITE-DETAIL.
057300     MOVE CLR-CHQ TO DL-CHQ.
057400     MOVE CLR-ID1 TO DL-ID1.
057500     MOVE CLR-AMT TO DL-AMT.
057600     MOVE CLR-PRES-DATE TO DL-PRES-DATE.
057700     WRITE RPT-LINE FROM DETAIL-LINE.
057800 2400-EXIT.
057900     EXIT.
058000
058100*--------------------------------------------------------------*
058200* 3000-PRINT-TOTALS - WRITES THE PAID AND RETURNED COUNTS AND  *
058300* VALUES.                                                      *
058400*--------------------------------------------------------------*
058500 3000-PRINT-TOTALS.
058600     MOVE WS-PAID-COUNT TO TL-PAID-COUNT.
058700     MOVE WS-PAID-AMT TO TL-PAID-AMT.
058800     MOVE WS-RETURN-COUNT TO TL-RETURN-COUNT.
058900     MOVE WS-RETURN-AMT TO TL-RETURN-AMT.
059000     WRITE RPT-LINE FROM TOTAL-LINE.
059100     WRITE RTN-LINE FROM TOTAL-LINE.
059200 3000-EXIT.
059300     EXIT.
059400
059500*--------------------------------------------------------------*
059600* 5000-SUM-HOLDS - SUMS THE ACTIVE, UNEXPIRED HOLDS FOR THE    *
059700* CURRENT CLR-ID1 INTO WS-HOLD-AMT, AS TTBATCH'S 5000-SUM-HOLDS*
059800* DOES.                                                        *
059900*--------------------------------------------------------------*
060000 5000-SUM-HOLDS.
060100     MOVE ZERO TO WS-HOLD-AMT.
060200     MOVE "N" TO WS-HOLD-EOF-SWITCH.
060300     OPEN INPUT HOLD-FILE.
060400 5000-SCAN-HOLDS.
060500     READ HOLD-FILE
060600         AT END MOVE "Y" TO WS-HOLD-EOF-SWITCH
060700     END-READ.
060800     IF HOLD-EOF
060900         CLOSE HOLD-FILE
061000         GO TO 5000-EXIT.
061100     IF HLD-ID1 = CLR-ID1 AND HLD-ACTIVE
061200         AND HLD-EXPIRY NOT < WS-TR-DATE
061300         ADD HLD-AMT TO WS-HOLD-AMT.
061400     GO TO 5000-SCAN-HOLDS.
061500 5000-EXIT.
061600     EXIT.
061700
061800*--------------------------------------------------------------*
061900* 5100-CHECK-LIMITS - RESOLVES THE EFFECTIVE PER-TRANSACTION   *
062000* AND PER-DAY CEILINGS FOR THE ACCOUNT IN THE STD BUFFER AND   *
062100* PICKS UP THE DAY'S W AND Q TOTAL FROM THE TABLE.             *
062200*--------------------------------------------------------------*
062300 5100-CHECK-LIMITS.
062400     IF TXN-LIMIT NUMERIC AND TXN-LIMIT > ZERO
062500         MOVE TXN-LIMIT TO WS-TXN-LIMIT
062600     ELSE
062700         MOVE LIM-TXN-DEFAULT TO WS-TXN-LIMIT
062800     END-IF.
062900     IF DAY-LIMIT NUMERIC AND DAY-LIMIT > ZERO
063000         MOVE DAY-LIMIT TO WS-DAY-LIMIT
063100     ELSE
063200         MOVE LIM-DAY-DEFAULT TO WS-DAY-LIMIT
063300     END-IF.
063400     MOVE ZERO TO WS-DAY-USED.
063500     MOVE CLR-ID1 TO WS-DW-KEY.
063600     PERFORM 5200-FIND-DW THRU 5200-EXIT.
063700     IF DW-FOUND
063800         MOVE DW-AMT (WS-SUB) TO WS-DAY-USED.
063900 5100-EXIT.
064000     EXIT.
064100
064200*--------------------------------------------------------------*
064300* 5200-FIND-DW - LOOKS WS-DW-KEY UP IN THE DAY TABLE, LEAVING  *
064400* WS-SUB AT THE MATCHING ENTRY WHEN FOUND.                     *
064500*--------------------------------------------------------------*
064600 5200-FIND-DW.
064700     MOVE "N" TO WS-DW-FOUND-SWITCH.
064800     PERFORM 5210-SCAN-DW THRU 5210-EXIT
064900         VARYING WS-SUB FROM 1 BY 1
065000         UNTIL WS-SUB > WS-DW-COUNT OR DW-FOUND.
065100     IF DW-FOUND
065200         SUBTRACT 1 FROM WS-SUB.
065300 5200-EXIT.
065400     EXIT.
065500
065600 5210-SCAN-DW.
065700     IF DW-ID (WS-SUB) = WS-DW-KEY
065800         MOVE "Y" TO WS-DW-FOUND-SWITCH.
065900 5210-EXIT.
066000     EXIT.
066100
066200*--------------------------------------------------------------*
066300* 5300-ADD-DAY-W - ROLLS WS-DW-ADD-AMT INTO WS-DW-KEY'S DAY    *
066400* TABLE ENTRY, ADDING THE ENTRY WHEN THE ACCOUNT IS NEW TO THE *
066500* DAY.                                                         *
066600*--------------------------------------------------------------*
066700 5300-ADD-DAY-W.
066800     PERFORM 5200-FIND-DW THRU 5200-EXIT.
066900     IF NOT DW-FOUND
067000         IF WS-DW-COUNT = 1000
067100             DISPLAY "DAY TABLE FULL - RAISE THE OCCURS, RERUN"
067200             PERFORM 9999-TERMINATE THRU 9999-EXIT
067300             STOP RUN
067400         END-IF
067500         ADD 1 TO WS-DW-COUNT
067600         MOVE WS-DW-COUNT TO WS-SUB
067700         MOVE WS-DW-KEY TO DW-ID (WS-SUB)
067800         MOVE ZERO TO DW-AMT (WS-SUB)
067900     END-IF.
068000     ADD WS-DW-ADD-AMT TO DW-AMT (WS-SUB).
068100 5300-EXIT.
068200     EXIT.
068300
068400*--------------------------------------------------------------*
068500* 5400-CHECK-PAID - SETS HIT-YES WHEN CHQPAID.DAT ALREADY HOLDS*
068600* THIS CHEQUE NUMBER FOR THIS ACCOUNT.                         *
068700*--------------------------------------------------------------*
068800 5400-CHECK-PAID.
068900     MOVE "N" TO WS-HIT-SWITCH.
069000     MOVE "N" TO WS-PAID-EOF-SWITCH.
069100     OPEN INPUT PAID-FILE.
069200 5400-SCAN-PAID.
069300     READ PAID-FILE
069400         AT END MOVE "Y" TO WS-PAID-EOF-SWITCH
069500     END-READ.
069600     IF PAID-EOF
069700         CLOSE PAID-FILE
069800         GO TO 5400-EXIT.
069900     IF PD-ID1 = CLR-ID1 AND PD-CHQ = CLR-CHQ
070000         MOVE "Y" TO WS-HIT-SWITCH.
070100     GO TO 5400-SCAN-PAID.
070200 5400-EXIT.
070300     EXIT.
070400
070500*--------------------------------------------------------------*
070600* 5500-CHECK-STOP - SETS HIT-YES WHEN AN ACTIVE STOP ON        *
070700* STOP.DAT COVERS THIS CHEQUE - SAME ACCOUNT AND NUMBER, AND   *
070800* EITHER NO AMOUNT GIVEN ON THE STOP OR THE SAME AMOUNT.       *
070900*--------------------------------------------------------------*
071000 5500-CHECK-STOP.
071100     MOVE "N" TO WS-HIT-SWITCH.
071200     MOVE "N" TO WS-STOP-EOF-SWITCH.
071300     OPEN INPUT STOP-FILE.
071400 5500-SCAN-STOP.
071500     READ STOP-FILE
071600         AT END MOVE "Y" TO WS-STOP-EOF-SWITCH
071700     END-READ.
071800     IF STOP-EOF
071900         CLOSE STOP-FILE
072000         GO TO 5500-EXIT.
072100     IF STP-ID1 = CLR-ID1 AND STP-CHQ = CLR-CHQ AND STP-ACTIVE
072200         AND (STP-AMT = ZERO OR STP-AMT = CLR-AMT)
072300         MOVE "Y" TO WS-HIT-SWITCH.
072400     GO TO 5500-SCAN-STOP.
072500 5500-EXIT.
072600     EXIT.
072700
072800*--------------------------------------------------------------*
072900* 5600-FIND-PHONE - PICKS UP THE TELEPHONE NUMBER OF THE       *
073000* ACCOUNT'S PRIMARY HOLDER FROM CUST.DAT THROUGH CUSTLINK.DAT  *
073100* FOR THE RETURNED-ITEMS REPORT.  AN ACCOUNT NOT YET LINKED TO *
073200* A CUSTOMER PRINTS THE PHONE BLANK.                           *
073300*--------------------------------------------------------------*
073400 5600-FIND-PHONE.
073500     MOVE SPACES TO WS-PHONE.
073600     MOVE ZERO TO WS-PRIME-CUS.
073700     IF CLR-ID1 NOT NUMERIC
073800         GO TO 5600-EXIT.
073900     MOVE "N" TO WS-LNK-EOF-SWITCH.
074000     OPEN INPUT LNK-FILE.
074100 5610-SCAN-LNK.
074200     READ LNK-FILE
074300         AT END MOVE "Y" TO WS-LNK-EOF-SWITCH
074400     END-READ.
074500     IF LNK-EOF GO TO 5620-LNK-DONE.
074600     IF LNK-ID1 = CLR-ID1 AND LNK-PRIMARY AND LNK-ACTIVE
074700         MOVE LNK-CUS-NO TO WS-PRIME-CUS.
074800     GO TO 5610-SCAN-LNK.
074900 5620-LNK-DONE.
075000     CLOSE LNK-FILE.
075100     IF WS-PRIME-CUS = ZERO
075200         GO TO 5600-EXIT.
075300     MOVE "N" TO WS-CUST-EOF-SWITCH.
075400     OPEN INPUT CUST-FILE.
075500 5630-SCAN-CUST.
075600     READ CUST-FILE
075700         AT END MOVE "Y" TO WS-CUST-EOF-SWITCH
075800     END-READ.
075900     IF CUST-EOF GO TO 5640-CUST-DONE.
076000     IF CUS-NO = WS-PRIME-CUS
076100         MOVE CUS-PHONE TO WS-PHONE
076200         GO TO 5640-CUST-DONE.
076300     GO TO 5630-SCAN-CUST.
076400 5640-CUST-DONE.
076500     CLOSE CUST-FILE.
076600 5600-EXIT.
076700     EXIT.
076800
076900*--------------------------------------------------------------*
077000* 9999-TERMINATE - CLOSES THE FILES AND ENDS THE RUN.          *
077100*--------------------------------------------------------------*
077200 9999-TERMINATE.
077300     CLOSE CLR-IN.
077400     CLOSE EMP.
077500     CLOSE TRANS-LOG.
077600     CLOSE RET-OUT.
077700     CLOSE RPT-OUT.
077800     CLOSE RTN-OUT.
077900 9999-EXIT.
078000     EXIT.
