000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTLOAN.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTLOAN - DAILY STAFF LOAN REPAYMENT RUN.  WALKS THE          *
000900* REPAYMENT SCHEDULE LNSCHED.DAT (LNSREC.CPY) AND COLLECTS     *
001000* EVERY INSTALMENT DUE ON OR BEFORE THE RUN DATE, OLDEST       *
001100* FIRST, BY A W ROW FROM THE BORROWER'S ACCOUNT ON EMP.DAT.    *
001200* THE W PROVES THE SAME EDITS A TTSORD STANDING ORDER DOES -   *
001300* ON FILE, NOT CLOSED OR DORMANT, FUNDS ON HAND NET OF ACTIVE  *
001400* HOLDS - AND AN INSTALMENT THAT FAILS IS MARKED MISSED AND    *
001500* TRIED AGAIN ON EVERY LATER RUN.  ONCE ONE INSTALMENT OF A    *
001600* LOAN IS MISSED, ITS LATER ONES WAIT BEHIND IT SO A LOAN IS   *
001700* ALWAYS COLLECTED IN ORDER.  EACH PAID INSTALMENT SPLITS INTO *
001800* INTEREST AND PRINCIPAL AS THE SCHEDULE SHOWS; THE PRINCIPAL  *
001900* COMES OFF THE LOAN'S OUTSTANDING BALANCE ON LOAN.DAT         *
002000* (LOANREC.CPY) AND A LOAN PAID DOWN TO ZERO GOES TO STATUS R. *
002100* EVERY W ROW IS STAMPED TTLOAN, CARRIES THE LOAN'S            *
002200* DISBURSEMENT SEQUENCE IN TR-REF AND THE ACCOUNT'S BRANCH IN  *
002300* TR-BRANCH, AND CARRIES THE SEQUENCE INTO CKPT.DAT AS TTSORD  *
002400* DOES.  THE NEXT DUE DATE AND THE ARREARS DATE AND AMOUNT ON  *
002500* EACH LOAN ARE RESET FROM THE SCHEDULE ON EVERY RUN FOR THE   *
002600* TTLNAGE DELINQUENCY REPORT.  LOAN.DAT IS HELD IN A TABLE AND *
002700* REWRITTEN AT THE END; LNSCHED.DAT IS REWRITTEN THROUGH       *
002800* LNSWRK.DAT, THE SAME COPY-AND-REWRITE PATTERN TTSORD USES.   *
002900*--------------------------------------------------------------*
003000* MODIFICATION HISTORY                                         *
003100*   DATE       BY    DESCRIPTION                                *
003200*   10/15/2026 RS    NEW PROGRAM.                                *
003201*   10/15/2026 RS    POSTED ROWS CARRY TR-VALUE-DATE - THE RUN  *
003202*                    DATE, OR THE NEXT BUSINESS DAY ON THE      *
003203*                    TTBDATE CALENDAR WHEN THE JOB RUNS ON A    *
003204*                    WEEKEND OR HOLIDAY.                        *
003300*--------------------------------------------------------------*
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LOAN-FILE ASSIGN TO DISK
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LOAN-STATUS.
004100
004200     SELECT LNS-FILE ASSIGN TO DISK
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-LNS-STATUS.
004500
004600     SELECT LNS-WRK ASSIGN TO DISK
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT EMP ASSIGN TO DISK
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ID1.
005300
005400     SELECT OPTIONAL HOLD-FILE ASSIGN TO DISK
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT OPTIONAL TRANS-LOG ASSIGN TO DISK
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT CKPT-FILE ASSIGN TO DISK
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CKPT-STATUS.
006300
006400     SELECT RPT-OUT ASSIGN TO DISK
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000 FD  LOAN-FILE
007100     LABEL RECORD IS STANDARD
007200     VALUE OF FILE-ID IS "LOAN.DAT".
007300
007400 01  LOAN-LINE                   PIC X(170).
007500
007600 FD  LNS-FILE
007700     LABEL RECORD IS STANDARD
007800     VALUE OF FILE-ID IS "LNSCHED.DAT".
007900
008000     COPY "LNSREC.CPY".
008100
008200 FD  LNS-WRK
008300     LABEL RECORD IS STANDARD
008400     VALUE OF FILE-ID IS "LNSWRK.DAT".
008500
008600 01  LNSWRK-REC                  PIC X(112).
008700
008800 FD  EMP
008900     LABEL RECORD IS STANDARD
009000     VALUE OF FILE-ID IS "EMP.DAT".
009100
009200     COPY "STDREC.CPY".
009300
009400 FD  HOLD-FILE
009500     LABEL RECORD IS STANDARD
009600     VALUE OF FILE-ID IS "HOLD.DAT".
009700
009800     COPY "HLDREC.CPY".
009900
010000 FD  TRANS-LOG
010100     LABEL RECORD IS STANDARD
010200     VALUE OF FILE-ID IS "TRANS.DAT".
010300
010400     COPY "TRANSREC.CPY".
010500
010600 FD  CKPT-FILE
010700     LABEL RECORD IS STANDARD
010800     VALUE OF FILE-ID IS "CKPT.DAT".
010900
011000     COPY "CKPTREC.CPY".
011100
011200 FD  RPT-OUT
011300     LABEL RECORD IS STANDARD
011400     VALUE OF FILE-ID IS "TTLOAN.DAT".
011500
011600 01  RPT-LINE                    PIC X(84).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-SWITCHES.
012000     02  WS-EOF-SWITCH           PIC X       VALUE "N".
012100         88  EOF-YES                         VALUE "Y".
012200     02  WS-WRK-EOF-SWITCH       PIC X       VALUE "N".
012300         88  WRK-EOF-YES                     VALUE "Y".
012400     02  WS-LOAN-EOF-SWITCH      PIC X       VALUE "N".
012500         88  LOAN-EOF                        VALUE "Y".
012600     02  WS-CKPT-EOF-SWITCH      PIC X       VALUE "N".
012700         88  CKPT-EMPTY                      VALUE "Y".
012800     02  WS-HOLD-EOF-SWITCH      PIC X       VALUE "N".
012900         88  HOLD-EOF                        VALUE "Y".
013000     02  WS-FOUND-SWITCH         PIC X       VALUE "N".
013100         88  FOUND-YES                       VALUE "Y".
013200     02  WS-LOAN-FOUND-SWITCH    PIC X       VALUE "N".
013300         88  LOAN-FOUND                      VALUE "Y".
013400
013500 77  WS-LOAN-STATUS              PIC XX.
013600 77  WS-LNS-STATUS               PIC XX.
013700 77  WS-CKPT-STATUS              PIC XX.
013800 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
013900 77  WS-TR-DATE                  PIC 9(08).
013910 77  WS-VALUE-DATE               PIC 9(08).
014000 77  WS-ACC                      PIC 9(07)V99.
014100 77  WS-CC                       PIC 9(07)V99.
014200 77  WS-HOLD-AMT                 PIC 9(09)V99.
014300 77  WS-AVAIL                    PIC 9(07)V99.
014400 77  WS-BR                       PIC 9(02).
014500 77  WS-SHORT-LOAN               PIC 9(06)   VALUE ZERO.
014600 77  WS-LX                       PIC 9(04)   COMP VALUE ZERO.
014700 77  WS-LOAN-COUNT               PIC 9(04)   COMP VALUE ZERO.
014800 77  WS-LOAN-MAX                 PIC 9(04)   COMP VALUE 999.
014900
015000 01  WS-TIME-RAW.
015100     02  WS-TIME-HHMMSS          PIC 9(06).
015200     02  FILLER                  PIC 9(02).
015210
015220     COPY "BDATEREC.CPY".
015300
015400     COPY "LOANREC.CPY".
015500
015600*--------------------------------------------------------------*
015700* LOAN.DAT IS HELD HERE FOR THE RUN, ONE LOANREC ROW PER       *
015800* ENTRY, AND WRITTEN BACK FROM THE TABLE AT THE END.           *
015900*--------------------------------------------------------------*
016000 01  WS-LOAN-TABLE.
016100     02  WS-LOAN-ENTRY           PIC X(170)  OCCURS 999 TIMES.
016200
016300 01  WS-COUNTS.
016400     02  WS-PAID-COUNT           PIC 9(06)   COMP VALUE ZERO.
016500     02  WS-MISS-COUNT           PIC 9(06)   COMP VALUE ZERO.
016600     02  WS-REPAID-COUNT         PIC 9(06)   COMP VALUE ZERO.
016700     02  WS-PRIN-COLL            PIC 9(11)V99 COMP VALUE ZERO.
016800     02  WS-INT-COLL             PIC 9(11)V99 COMP VALUE ZERO.
016900     02  WS-MISS-AMT             PIC 9(11)V99 COMP VALUE ZERO.
017000
017100 01  DETAIL-LINE.
017200     02  DL-LOAN-NO              PIC 9(06).
017300     02  FILLER                  PIC X(02)   VALUE SPACE.
017400     02  DL-INST-NO              PIC 9(03).
017500     02  FILLER                  PIC X(02)   VALUE SPACE.
017600     02  DL-ID1                  PIC 9(04).
017700     02  FILLER                  PIC X(02)   VALUE SPACE.
017800     02  DL-DUE                  PIC 9(08).
017900     02  FILLER                  PIC X(02)   VALUE SPACE.
018000     02  DL-AMT                  PIC Z(06)9.99.
018100     02  FILLER                  PIC X(02)   VALUE SPACE.
018200     02  DL-INT                  PIC Z(06)9.99.
018300     02  FILLER                  PIC X(02)   VALUE SPACE.
018400     02  DL-STATUS               PIC X(06).
018500     02  FILLER                  PIC X(02)   VALUE SPACE.
018600     02  DL-NOTE                 PIC X(23).
018700
018800 01  TOTAL-LINE.
018900     02  FILLER                  PIC X(06)   VALUE "PAID: ".
019000     02  TL-PAID-COUNT           PIC ZZZ,ZZ9.
019100     02  FILLER                  PIC X(10)   VALUE "  MISSED: ".
019200     02  TL-MISS-COUNT           PIC ZZZ,ZZ9.
019300     02  FILLER                  PIC X(16)
019400                                 VALUE "  LOANS REPAID: ".
019500     02  TL-REPAID-COUNT         PIC ZZZ,ZZ9.
019600     02  FILLER                  PIC X(31)   VALUE SPACE.
019700
019800 01  AMOUNT-LINE.
019900     02  FILLER                  PIC X(11)   VALUE "PRINCIPAL: ".
020000     02  AL-PRIN                 PIC Z,ZZZ,ZZZ,ZZ9.99.
020100     02  FILLER                  PIC X(12)   VALUE "  INTEREST: ".
020200     02  AL-INT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
020300     02  FILLER                  PIC X(10)   VALUE "  MISSED: ".
020400     02  AL-MISS                 PIC Z,ZZZ,ZZZ,ZZ9.99.
020500     02  FILLER                  PIC X(03)   VALUE SPACE.
020600
020700 PROCEDURE DIVISION.
020800*--------------------------------------------------------------*
020900* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
021000*--------------------------------------------------------------*
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 2000-PROCESS-INST THRU 2000-EXIT
021400         UNTIL EOF-YES.
021500     PERFORM 3000-COPY-BACK THRU 3000-EXIT.
021600     PERFORM 3300-WRITE-LOANS THRU 3300-EXIT.
021700     PERFORM 3500-WRAP-UP THRU 3500-EXIT.
021800     STOP RUN.
021900
022000*--------------------------------------------------------------*
022100* 1000-INITIALIZE - LOADS LOAN.DAT INTO THE TABLE, RESTORES    *
022200* THE TRANSACTION SEQUENCE FROM CKPT.DAT, OPENS THE FILES AND  *
022300* PRIMES THE SCHEDULE READ.  NO LOAN.DAT OR NO LNSCHED.DAT     *
022400* MEANS NOTHING TO COLLECT.                                    *
022500*--------------------------------------------------------------*
022600 1000-INITIALIZE.
022700     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
022710     MOVE "N" TO BD-FUNC.
022720     MOVE WS-TR-DATE TO BD-DATE.
022730     CALL "TTBDATE" USING BD-PARMS.
022740     MOVE BD-RESULT TO WS-VALUE-DATE.
022750     IF WS-VALUE-DATE NOT = WS-TR-DATE
022760         DISPLAY "NOT A BUSINESS DAY - POSTINGS VALUE "
022770             WS-VALUE-DATE.
022800     OPEN INPUT LOAN-FILE.
022900     IF WS-LOAN-STATUS NOT = "00"
023000         DISPLAY "NO LOAN.DAT ON FILE - NOTHING TO COLLECT"
023100         STOP RUN.
023200     PERFORM 1100-LOAD-LOANS THRU 1100-EXIT
023300         UNTIL LOAN-EOF.
023400     CLOSE LOAN-FILE.
023500     OPEN INPUT LNS-FILE.
023600     IF WS-LNS-STATUS NOT = "00"
023700         DISPLAY "NO LNSCHED.DAT ON FILE - NOTHING TO COLLECT"
023800         STOP RUN.
023900     OPEN INPUT CKPT-FILE.
024000     IF WS-CKPT-STATUS = "00"
024100         MOVE "N" TO WS-CKPT-EOF-SWITCH
024200         READ CKPT-FILE
024300             AT END MOVE "Y" TO WS-CKPT-EOF-SWITCH
024400         END-READ
024500         IF NOT CKPT-EMPTY
024600             MOVE CKPT-SEQ TO WS-TRANS-SEQ
024700         END-IF
024800         CLOSE CKPT-FILE
024900     END-IF.
025000     OPEN OUTPUT LNS-WRK.
025100     OPEN I-O EMP.
025200     OPEN EXTEND TRANS-LOG.
025300     OPEN OUTPUT RPT-OUT.
025400     PERFORM 2100-READ-LNS THRU 2100-EXIT.
025500 1000-EXIT.
025600     EXIT.
025700
025800*--------------------------------------------------------------*
025900* 1100-LOAD-LOANS - READS ONE LOAN.DAT ROW INTO THE TABLE WITH *
026000* ITS NEXT DUE DATE AND ARREARS CLEARED, READY TO BE SET AGAIN *
026100* FROM THE SCHEDULE.  A LOAN FILE TOO BIG FOR THE TABLE STOPS  *
026200* THE RUN BEFORE ANYTHING IS POSTED, SO NO LOAN ROW IS EVER    *
026300* DROPPED ON THE REWRITE.                                      *
026400*--------------------------------------------------------------*
026500 1100-LOAD-LOANS.
026600     READ LOAN-FILE
026700         AT END MOVE "Y" TO WS-LOAN-EOF-SWITCH
026800             GO TO 1100-EXIT
026900     END-READ.
027000     IF WS-LOAN-COUNT NOT < WS-LOAN-MAX
027100         DISPLAY "LOAN.DAT EXCEEDS THE LOAN TABLE - RUN STOPPED"
027200         CLOSE LOAN-FILE
027300         STOP RUN.
027400     ADD 1 TO WS-LOAN-COUNT.
027500     MOVE LOAN-LINE TO LN-REC.
027600     MOVE ZERO TO LN-NEXT-DUE.
027700     MOVE ZERO TO LN-ARREARS-DATE.
027800     MOVE ZERO TO LN-ARREARS-AMT.
027900     MOVE LN-REC TO WS-LOAN-ENTRY (WS-LOAN-COUNT).
028000 1100-EXIT.
028100     EXIT.
028200
028300*--------------------------------------------------------------*
028400* 2000-PROCESS-INST - WORKS ONE SCHEDULE ROW.  AN INSTALMENT   *
028500* DUE OR MISSED AND DUE BY THE RUN DATE ON AN ACTIVE LOAN IS   *
028600* COLLECTED; THEN THE ROW FEEDS THE LOAN'S NEXT DUE DATE (ITS  *
028700* FIRST INSTALMENT STILL DUE) AND ARREARS (ITS MISSED          *
028800* INSTALMENTS) AND IS COPIED TO THE WORK FILE.  A ROW FOR A    *
028900* LOAN NOT ON LOAN.DAT PASSES STRAIGHT THROUGH.                *
029000*--------------------------------------------------------------*
029100 2000-PROCESS-INST.
029200     PERFORM 2200-FIND-LOAN THRU 2200-EXIT.
029300     IF LOAN-FOUND
029400         IF LN-ACTIVE AND (LS-DUE OR LS-MISSED)
029500             AND LS-DUE-DATE NOT > WS-TR-DATE
029600             PERFORM 2500-COLLECT-ONE THRU 2500-EXIT
029700         END-IF
029800         IF LS-DUE AND LN-NEXT-DUE = ZERO
029900             MOVE LS-DUE-DATE TO LN-NEXT-DUE
030000         END-IF
030100         IF LS-MISSED
030200             IF LN-ARREARS-DATE = ZERO
030300                 MOVE LS-DUE-DATE TO LN-ARREARS-DATE
030400             END-IF
030500             ADD LS-AMT TO LN-ARREARS-AMT
030600         END-IF
030700         MOVE LN-REC TO WS-LOAN-ENTRY (WS-LX)
030800     END-IF.
030900     WRITE LNSWRK-REC FROM LS-REC.
031000     PERFORM 2100-READ-LNS THRU 2100-EXIT.
031100 2000-EXIT.
031200     EXIT.
031300
031400*--------------------------------------------------------------*
031500* 2100-READ-LNS - READS THE NEXT SCHEDULE ROW.                 *
031600*--------------------------------------------------------------*
031700 2100-READ-LNS.
031800     READ LNS-FILE
031900         AT END SET EOF-YES TO TRUE
032000     END-READ.
032100 2100-EXIT.
032200     EXIT.
032300
032400*--------------------------------------------------------------*
032500* 2200-FIND-LOAN - FINDS LOAN LS-LOAN-NO IN THE TABLE AND      *
032600* LEAVES IT IN LN-REC WITH ITS SUBSCRIPT IN WS-LX.  THE ROWS   *
032700* OF A LOAN SIT TOGETHER, SO THE LOAN ALREADY IN HAND IS TRIED *
032800* FIRST.                                                       *
032900*--------------------------------------------------------------*
033000 2200-FIND-LOAN.
033100     IF LOAN-FOUND AND LN-NO = LS-LOAN-NO
033200         GO TO 2200-EXIT.
033300     MOVE "N" TO WS-LOAN-FOUND-SWITCH.
033400     MOVE ZERO TO WS-LX.
033500 2210-FIND-NEXT.
033600     ADD 1 TO WS-LX.
033700     IF WS-LX > WS-LOAN-COUNT
033800         GO TO 2200-EXIT.
033900     MOVE WS-LOAN-ENTRY (WS-LX) TO LN-REC.
034000     IF LN-NO NOT = LS-LOAN-NO
034100         GO TO 2210-FIND-NEXT.
034200     MOVE "Y" TO WS-LOAN-FOUND-SWITCH.
034300 2200-EXIT.
034400     EXIT.
034500
034600*--------------------------------------------------------------*
034700* 2500-COLLECT-ONE - COLLECTS THE INSTALMENT IN HAND.  THE     *
034800* ACCOUNT IS PROVED FIRST AND A FAILURE MARKS THE INSTALMENT   *
034900* MISSED; AN INSTALMENT BEHIND ONE ALREADY MISSED ON THIS RUN  *
035000* IS NOT TRIED.  A COLLECTION POSTS THE W ROW, MARKS THE       *
035100* INSTALMENT PAID AND TAKES ITS PRINCIPAL OFF THE LOAN.        *
035200*--------------------------------------------------------------*
035300 2500-COLLECT-ONE.
035400     IF LS-LOAN-NO = WS-SHORT-LOAN
035500         MOVE "EARLIER INSTALMENT DUE" TO DL-NOTE
035600         PERFORM 2600-WRITE-MISSED THRU 2600-EXIT
035700         GO TO 2500-EXIT.
035800     MOVE LN-ID1 TO ID1.
035900     MOVE "Y" TO WS-FOUND-SWITCH.
036000     READ EMP KEY IS ID1
036100         INVALID KEY MOVE "N" TO WS-FOUND-SWITCH
036200     END-READ.
036300     IF NOT FOUND-YES
036400         MOVE "EMPLOYEE ID NOT FOUND" TO DL-NOTE
036500         PERFORM 2600-WRITE-MISSED THRU 2600-EXIT
036600         GO TO 2500-EXIT.
036700     MOVE CC TO WS-ACC.
036800     IF STS-CLOSED
036900         MOVE "ACCOUNT IS CLOSED" TO DL-NOTE
037000         PERFORM 2600-WRITE-MISSED THRU 2600-EXIT
037100         GO TO 2500-EXIT.
037200     IF STS-DORMANT
037300         MOVE "ACCOUNT IS DORMANT" TO DL-NOTE
037400         PERFORM 2600-WRITE-MISSED THRU 2600-EXIT
037500         GO TO 2500-EXIT.
037600     IF LS-AMT > WS-ACC
037700         MOVE "INSUFFICIENT FUNDS" TO DL-NOTE
037800         PERFORM 2600-WRITE-MISSED THRU 2600-EXIT
037900         GO TO 2500-EXIT.
038000     PERFORM 5000-SUM-HOLDS THRU 5000-EXIT.
038100     IF WS-HOLD-AMT NOT < WS-ACC
038200         MOVE ZERO TO WS-AVAIL
038300     ELSE
038400         SUBTRACT WS-HOLD-AMT FROM WS-ACC GIVING WS-AVAIL
038500     END-IF.
038600     IF LS-AMT > WS-AVAIL
038700         MOVE "FUNDS HELD" TO DL-NOTE
038800         PERFORM 2600-WRITE-MISSED THRU 2600-EXIT
038900         GO TO 2500-EXIT.
039000     SUBTRACT LS-AMT FROM WS-ACC GIVING WS-CC.
039100     IF BRANCH NUMERIC
039200         MOVE BRANCH TO WS-BR
039300     ELSE
039400         MOVE ZERO TO WS-BR
039500     END-IF.
039600     MOVE WS-ACC TO ACC.
039700     MOVE "W" TO TTYPE.
039800     MOVE LS-AMT TO AMT.
039900     MOVE WS-CC TO CC.
040000     REWRITE STD.
040100     PERFORM 2800-LOG-TRANS THRU 2800-EXIT.
040200     MOVE "P" TO LS-STS.
040300     MOVE WS-TR-DATE TO LS-PAID-DATE.
040400     MOVE WS-TRANS-SEQ TO LS-SEQ.
040500     IF LS-PRIN > LN-OUTSTANDING
040600         MOVE ZERO TO LN-OUTSTANDING
040700     ELSE
040800         SUBTRACT LS-PRIN FROM LN-OUTSTANDING
040900     END-IF.
041000     ADD LS-INT TO LN-INT-PAID.
041100     ADD 1 TO LN-PAID-CNT.
041200     ADD 1 TO WS-PAID-COUNT.
041300     ADD LS-PRIN TO WS-PRIN-COLL.
041400     ADD LS-INT TO WS-INT-COLL.
041500     MOVE "PAID" TO DL-STATUS.
041600     MOVE SPACE TO DL-NOTE.
041700     IF LN-OUTSTANDING = ZERO
041800         MOVE "R" TO LN-STS
041900         ADD 1 TO WS-REPAID-COUNT
042000         MOVE "LOAN REPAID" TO DL-NOTE.
042100     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
042200 2500-EXIT.
042300     EXIT.
042400
042500*--------------------------------------------------------------*
042600* 2600-WRITE-MISSED - MARKS THE INSTALMENT MISSED, WRITES ITS  *
042700* REPORT LINE AND HOLDS BACK THE LOAN'S LATER INSTALMENTS FOR  *
042800* THE REST OF THE RUN.  DL-NOTE IS SET BY THE CALLER.          *
042900*--------------------------------------------------------------*
043000 2600-WRITE-MISSED.
043100     MOVE "M" TO LS-STS.
043200     MOVE LS-LOAN-NO TO WS-SHORT-LOAN.
043300     MOVE "MISSED" TO DL-STATUS.
043400     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
043500     ADD 1 TO WS-MISS-COUNT.
043600     ADD LS-AMT TO WS-MISS-AMT.
043700 2600-EXIT.
043800     EXIT.
043900
044000*--------------------------------------------------------------*
044100* 2700-WRITE-DETAIL - FORMATS AND WRITES ONE REPORT LINE FOR   *
044200* THE CURRENT INSTALMENT.                                      *
044300*--------------------------------------------------------------*
044400 2700-WRITE-DETAIL.
044500     MOVE LS-LOAN-NO TO DL-LOAN-NO.
044600     MOVE LS-INST-NO TO DL-INST-NO.
044700     MOVE LN-ID1 TO DL-ID1.
044800     MOVE LS-DUE-DATE TO DL-DUE.
044900     MOVE LS-AMT TO DL-AMT.
045000     MOVE LS-INT TO DL-INT.
045100     WRITE RPT-LINE FROM DETAIL-LINE.
045200 2700-EXIT.
045300     EXIT.
045400
045500*--------------------------------------------------------------*
045600* 2800-LOG-TRANS - WRITES THE REPAYMENT W ROW WITH BALANCE     *
045700* WS-CC, STAMPED TTLOAN WITH THE LOAN'S DISBURSEMENT SEQUENCE  *
045800* IN TR-REF, AND CARRIES THE SEQUENCE INTO CKPT.DAT, AS        *
045900* TTSORD'S 2800-LOG-TRANS DOES.                                *
046000*--------------------------------------------------------------*
046100 2800-LOG-TRANS.
046200     ADD 1 TO WS-TRANS-SEQ.
046300     MOVE SPACES TO TRANS-REC.
046400     MOVE LN-ID1 TO TR-ID1.
046500     MOVE "W" TO TR-TYPE.
046600     MOVE LS-AMT TO TR-AMT.
046700     MOVE WS-CC TO TR-CC.
046800     MOVE WS-TR-DATE TO TR-DATE.
046900     MOVE WS-TRANS-SEQ TO TR-SEQ.
047000     MOVE "TTLOAN" TO TR-OPER.
047100     ACCEPT WS-TIME-RAW FROM TIME.
047200     MOVE WS-TIME-HHMMSS TO TR-TIME.
047210     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
047300     MOVE LN-DISB-SEQ TO TR-REF.
047400     MOVE WS-BR TO TR-BRANCH.
047500     WRITE TRANS-REC.
047600     MOVE SPACES TO CKPT-REC.
047700     MOVE LN-ID1 TO CKPT-ID1.
047800     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
047900     OPEN OUTPUT CKPT-FILE.
048000     WRITE CKPT-REC.
048100     CLOSE CKPT-FILE.
048200 2800-EXIT.
048300     EXIT.
048400
048500*--------------------------------------------------------------*
048600* 3000-COPY-BACK - REWRITES LNSCHED.DAT FROM THE WORK FILE SO  *
048700* THE PAID AND MISSED STATUSES STICK.                          *
048800*--------------------------------------------------------------*
048900 3000-COPY-BACK.
049000     CLOSE LNS-FILE.
049100     CLOSE LNS-WRK.
049200     OPEN INPUT LNS-WRK.
049300     OPEN OUTPUT LNS-FILE.
049400 3100-COPY-ONE.
049500     READ LNS-WRK
049600         AT END SET WRK-EOF-YES TO TRUE
049700             GO TO 3200-COPY-DONE
049800     END-READ.
049900     WRITE LS-REC FROM LNSWRK-REC.
050000     GO TO 3100-COPY-ONE.
050100 3200-COPY-DONE.
050200     CLOSE LNS-WRK.
050300     CLOSE LNS-FILE.
050400 3000-EXIT.
050500     EXIT.
050600
050700*--------------------------------------------------------------*
050800* 3300-WRITE-LOANS - REWRITES LOAN.DAT FROM THE TABLE WITH THE *
050900* NEW BALANCES, STATUSES, NEXT DUE DATES AND ARREARS.          *
051000*--------------------------------------------------------------*
051100 3300-WRITE-LOANS.
051200     OPEN OUTPUT LOAN-FILE.
051300     MOVE ZERO TO WS-LX.
051400 3310-WRITE-ONE.
051500     ADD 1 TO WS-LX.
051600     IF WS-LX > WS-LOAN-COUNT
051700         GO TO 3320-WRITE-DONE.
051800     WRITE LOAN-LINE FROM WS-LOAN-ENTRY (WS-LX).
051900     GO TO 3310-WRITE-ONE.
052000 3320-WRITE-DONE.
052100     CLOSE LOAN-FILE.
052200 3300-EXIT.
052300     EXIT.
052400
052500*--------------------------------------------------------------*
052600* 3500-WRAP-UP - WRITES THE TOTALS AND CLOSES THE RUN.         *
052700*--------------------------------------------------------------*
052800 3500-WRAP-UP.
052900     MOVE WS-PAID-COUNT TO TL-PAID-COUNT.
053000     MOVE WS-MISS-COUNT TO TL-MISS-COUNT.
053100     MOVE WS-REPAID-COUNT TO TL-REPAID-COUNT.
053200     WRITE RPT-LINE FROM TOTAL-LINE.
053300     MOVE WS-PRIN-COLL TO AL-PRIN.
053400     MOVE WS-INT-COLL TO AL-INT.
053500     MOVE WS-MISS-AMT TO AL-MISS.
053600     WRITE RPT-LINE FROM AMOUNT-LINE.
053700     CLOSE EMP.
053800     CLOSE TRANS-LOG.
053900     CLOSE RPT-OUT.
054000     DISPLAY "INSTALMENTS COLLECTED:".
054100     DISPLAY WS-PAID-COUNT.
054200     DISPLAY "INSTALMENTS MISSED:".
054300     DISPLAY WS-MISS-COUNT.
054400     DISPLAY "LOANS REPAID:".
054500     DISPLAY WS-REPAID-COUNT.
054600 3500-EXIT.
054700     EXIT.
054800
054900*--------------------------------------------------------------*
055000* 5000-SUM-HOLDS - SUMS THE ACTIVE, UNEXPIRED HOLDS FOR THE    *
055100* CURRENT LN-ID1 INTO WS-HOLD-AMT, AS TTSORD DOES FOR ITS      *
055200* WITHDRAWAL EDIT.  HOLD-FILE IS OPTIONAL.                     *
055300*--------------------------------------------------------------*
055400 5000-SUM-HOLDS.
055500     MOVE ZERO TO WS-HOLD-AMT.
055600     MOVE "N" TO WS-HOLD-EOF-SWITCH.
055700     OPEN INPUT HOLD-FILE.
055800 5000-SCAN-HOLDS.
055900     READ HOLD-FILE
056000         AT END MOVE "Y" TO WS-HOLD-EOF-SWITCH
056100     END-READ.
056200     IF HOLD-EOF
056300         CLOSE HOLD-FILE
056400         GO TO 5000-EXIT.
056500     IF HLD-ID1 = LN-ID1 AND HLD-ACTIVE
056600         AND HLD-EXPIRY NOT < WS-TR-DATE
056700         ADD HLD-AMT TO WS-HOLD-AMT.
056800     GO TO 5000-SCAN-HOLDS.
056900 5000-EXIT.
057000     EXIT.
