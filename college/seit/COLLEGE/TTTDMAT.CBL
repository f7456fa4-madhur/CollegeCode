000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTTDMAT.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTTDMAT - DAILY TERM DEPOSIT MATURITY RUN.  WALKS TDEP.DAT   *
000900* AND WORKS EVERY ACTIVE DEPOSIT WHOSE MATURITY DATE IS ON OR  *
001000* BEFORE THE RUN DATE.  INTEREST FOR THE FULL TERM IS THE      *
001100* PRINCIPAL AT TD-RATE PERCENT A YEAR FOR TD-TERM MONTHS.  A   *
001200* DEPOSIT WITHOUT A ROLLOVER INSTRUCTION PAYS PRINCIPAL AND    *
001300* INTEREST BACK INTO THE OWNING ACCOUNT AS TWO D ROWS AND GOES *
001400* TO STATUS M.  A ROLLOVER PAYS THE INTEREST ONLY AND BOOKS THE*
001500* SAME PRINCIPAL FOR ANOTHER TERM FROM THE OLD MATURITY DATE AT*
001600* THE RATE NOW ON THE BOARD IN TDPOL.CPY, CATCHING UP ONE TERM *
001700* AT A TIME IF RUNS WERE MISSED.  EVERY PAYOUT ROW CARRIES THE *
001800* DEPOSIT'S FUNDING REFERENCE IN TR-REF, THE ACCOUNT'S BRANCH  *
001900* IN TR-BRANCH, AND CARRIES THE SEQUENCE INTO CKPT.DAT AS      *
002000* TTSORD DOES.  A DORMANT ACCOUNT TAKES THE CREDIT; A MISSING  *
002100* OR CLOSED ACCOUNT, OR A PAYOUT OVER THE MAXIMUM BALANCE, IS  *
002200* REPORTED FOR HAND WORKING AND THE DEPOSIT IS LEFT ACTIVE SO  *
002300* THE NEXT RUN TRIES AGAIN.  TDEP.DAT IS REWRITTEN THROUGH     *
002400* TDWRK.DAT, THE SAME COPY-AND-REWRITE PATTERN TTSORD USES.    *
002500*--------------------------------------------------------------*
002600* MODIFICATION HISTORY                                         *
002700*   DATE       BY    DESCRIPTION                                *
002800*   10/15/2026 RS    NEW PROGRAM.                                *
002801*   10/15/2026 RS    POSTED ROWS CARRY TR-VALUE-DATE - THE RUN  *
002802*                    DATE, OR THE NEXT BUSINESS DAY ON THE      *
002803*                    TTBDATE CALENDAR WHEN THE JOB RUNS ON A    *
002804*                    WEEKEND OR HOLIDAY.                        *
002900*--------------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TD-FILE ASSIGN TO DISK
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TD-STATUS.
003700
003800     SELECT TD-WRK ASSIGN TO DISK
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT EMP ASSIGN TO DISK
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ID1.
004500
004600     SELECT OPTIONAL TRANS-LOG ASSIGN TO DISK
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT CKPT-FILE ASSIGN TO DISK
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CKPT-STATUS.
005200
005300     SELECT RPT-OUT ASSIGN TO DISK
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800
005900 FD  TD-FILE
006000     LABEL RECORD IS STANDARD
006100     VALUE OF FILE-ID IS "TDEP.DAT".
006200
006300     COPY "TDREC.CPY".
006400
006500 FD  TD-WRK
006600     LABEL RECORD IS STANDARD
006700     VALUE OF FILE-ID IS "TDWRK.DAT".
006800
006900 01  TDWRK-REC                   PIC X(115).
007000
007100 FD  EMP
007200     LABEL RECORD IS STANDARD
007300     VALUE OF FILE-ID IS "EMP.DAT".
007400
007500     COPY "STDREC.CPY".
007600
007700 FD  TRANS-LOG
007800     LABEL RECORD IS STANDARD
007900     VALUE OF FILE-ID IS "TRANS.DAT".
008000
008100     COPY "TRANSREC.CPY".
008200
008300 FD  CKPT-FILE
008400     LABEL RECORD IS STANDARD
008500     VALUE OF FILE-ID IS "CKPT.DAT".
008600
008700     COPY "CKPTREC.CPY".
008800
008900 FD  RPT-OUT
009000     LABEL RECORD IS STANDARD
009100     VALUE OF FILE-ID IS "TTTDMAT.DAT".
009200
009300 01  RPT-LINE                    PIC X(84).
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-SWITCHES.
009700     02  WS-EOF-SWITCH           PIC X       VALUE "N".
009800         88  EOF-YES                         VALUE "Y".
009900     02  WS-WRK-EOF-SWITCH       PIC X       VALUE "N".
010000         88  WRK-EOF-YES                     VALUE "Y".
010100     02  WS-CKPT-EOF-SWITCH      PIC X       VALUE "N".
010200         88  CKPT-EMPTY                      VALUE "Y".
010300     02  WS-REJ-SWITCH           PIC X       VALUE "N".
010400         88  DEPOSIT-REJECTED                VALUE "Y".
010500     02  WS-FOUND-SWITCH         PIC X       VALUE "N".
010600         88  FOUND-YES                       VALUE "Y".
010700
010800 77  WS-TD-STATUS                PIC XX.
010900 77  WS-CKPT-STATUS              PIC XX.
011000 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
011100 77  WS-TR-DATE                  PIC 9(08).
011110 77  WS-VALUE-DATE               PIC 9(08).
011200 77  WS-ACC                      PIC 9(07)V99.
011300 77  WS-CC                       PIC 9(07)V99.
011400 77  WS-LOG-AMT                  PIC 9(07)V99.
011500 77  WS-INT                      PIC 9(07)V99.
011600 77  WS-PAYOUT                   PIC 9(08)V99.
011700 77  WS-BR                       PIC 9(02).
011800 77  WS-DIM                      PIC 9(02).
011900 77  WS-DIV-Q                    PIC 9(04).
012000 77  WS-DIV-R                    PIC 9(04).
012100
012200 01  WS-NEXT-SPLIT.
012300     02  WS-NEXT-YY              PIC 9(04).
012400     02  WS-NEXT-MM              PIC 9(02).
012500     02  WS-NEXT-DD              PIC 9(02).
012600
012700 01  WS-TIME-RAW.
012800     02  WS-TIME-HHMMSS          PIC 9(06).
012900     02  FILLER                  PIC 9(02).
012910
012920     COPY "BDATEREC.CPY".
013000
013100     COPY "TDPOL.CPY".
013200
013300 01  WS-COUNTS.
013400     02  WS-PAID-COUNT           PIC 9(06)   COMP VALUE ZERO.
013500     02  WS-ROLL-COUNT           PIC 9(06)   COMP VALUE ZERO.
013600     02  WS-REJECT-COUNT         PIC 9(06)   COMP VALUE ZERO.
013700     02  WS-PRIN-PAID            PIC 9(11)V99 COMP VALUE ZERO.
013800     02  WS-INT-PAID             PIC 9(11)V99 COMP VALUE ZERO.
013900
014000 01  DETAIL-LINE.
014100     02  DL-TD-NO                PIC 9(06).
014200     02  FILLER                  PIC X(02)   VALUE SPACE.
014300     02  DL-ID1                  PIC 9(04).
014400     02  FILLER                  PIC X(02)   VALUE SPACE.
014500     02  DL-PRIN                 PIC Z(06)9.99.
014600     02  FILLER                  PIC X(02)   VALUE SPACE.
014700     02  DL-INT                  PIC Z(06)9.99.
014800     02  FILLER                  PIC X(02)   VALUE SPACE.
014900     02  DL-MAT                  PIC 9(08).
015000     02  FILLER                  PIC X(02)   VALUE SPACE.
015100     02  DL-STATUS               PIC X(08).
015200     02  FILLER                  PIC X(02)   VALUE SPACE.
015300     02  DL-NOTE                 PIC X(28).
015400
015500 01  TOTAL-LINE.
015600     02  FILLER                  PIC X(06)   VALUE "PAID: ".
015700     02  TL-PAID-COUNT           PIC ZZZ,ZZ9.
015800     02  FILLER                  PIC X(10)   VALUE "  ROLLED: ".
015900     02  TL-ROLL-COUNT           PIC ZZZ,ZZ9.
016000     02  FILLER                  PIC X(12)   VALUE "  REJECTED: ".
016100     02  TL-REJECT-COUNT         PIC ZZZ,ZZ9.
016200     02  FILLER                  PIC X(35)   VALUE SPACE.
016300
016400 01  AMOUNT-LINE.
016500     02  FILLER                  PIC X(17)
016600                                 VALUE "PRINCIPAL PAID: ".
016700     02  AL-PRIN                 PIC Z,ZZZ,ZZZ,ZZ9.99.
016800     02  FILLER                  PIC X(17)
016900                                 VALUE "  INTEREST PAID: ".
017000     02  AL-INT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
017100     02  FILLER                  PIC X(18)   VALUE SPACE.
017200
017300 PROCEDURE DIVISION.
017400*--------------------------------------------------------------*
017500* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
017600*--------------------------------------------------------------*
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     PERFORM 2000-PROCESS-DEPOSIT THRU 2000-EXIT
018000         UNTIL EOF-YES.
018100     PERFORM 3000-COPY-BACK THRU 3000-EXIT.
018200     PERFORM 3500-WRAP-UP THRU 3500-EXIT.
018300     STOP RUN.
018400
018500*--------------------------------------------------------------*
018600* 1000-INITIALIZE - RESTORES THE TRANSACTION SEQUENCE FROM     *
018700* CKPT.DAT, OPENS THE FILES AND PRIMES THE DEPOSIT READ.  NO   *
018800* TDEP.DAT MEANS NOTHING TO MATURE.                            *
018900*--------------------------------------------------------------*
019000 1000-INITIALIZE.
019100     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
019110     MOVE "N" TO BD-FUNC.
019120     MOVE WS-TR-DATE TO BD-DATE.
019130     CALL "TTBDATE" USING BD-PARMS.
019140     MOVE BD-RESULT TO WS-VALUE-DATE.
019150     IF WS-VALUE-DATE NOT = WS-TR-DATE
019160         DISPLAY "NOT A BUSINESS DAY - POSTINGS VALUE "
019170             WS-VALUE-DATE.
019200     OPEN INPUT TD-FILE.
019300     IF WS-TD-STATUS NOT = "00"
019400         DISPLAY "NO TDEP.DAT ON FILE - NOTHING TO MATURE"
019500         STOP RUN.
019600     OPEN INPUT CKPT-FILE.
019700     IF WS-CKPT-STATUS = "00"
019800         MOVE "N" TO WS-CKPT-EOF-SWITCH
019900         READ CKPT-FILE
020000             AT END MOVE "Y" TO WS-CKPT-EOF-SWITCH
020100         END-READ
020200         IF NOT CKPT-EMPTY
020300             MOVE CKPT-SEQ TO WS-TRANS-SEQ
020400         END-IF
020500         CLOSE CKPT-FILE
020600     END-IF.
020700     OPEN OUTPUT TD-WRK.
020800     OPEN I-O EMP.
020900     OPEN EXTEND TRANS-LOG.
021000     OPEN OUTPUT RPT-OUT.
021100     PERFORM 2100-READ-TD THRU 2100-EXIT.
021200 1000-EXIT.
021300     EXIT.
021400
021500*--------------------------------------------------------------*
021600* 2000-PROCESS-DEPOSIT - WORKS ONE DEPOSIT FOR AS MANY TERMS AS*
021700* HAVE RUN OUT, THEN COPIES THE (POSSIBLY CLOSED OR ROLLED) ROW*
021800* TO THE WORK FILE.  A DEPOSIT NOT ACTIVE OR NOT YET DUE PASSES*
021900* STRAIGHT THROUGH.                                            *
022000*--------------------------------------------------------------*
022100 2000-PROCESS-DEPOSIT.
022200     MOVE "N" TO WS-REJ-SWITCH.
022300     PERFORM 2500-MATURE-ONE THRU 2500-EXIT
022400         UNTIL NOT TD-ACTIVE
022500            OR DEPOSIT-REJECTED
022600            OR TD-MAT-DATE > WS-TR-DATE.
022700     WRITE TDWRK-REC FROM TD-REC.
022800     PERFORM 2100-READ-TD THRU 2100-EXIT.
022900 2000-EXIT.
023000     EXIT.
023100
023200*--------------------------------------------------------------*
023300* 2100-READ-TD - READS THE NEXT TERM DEPOSIT ROW.              *
023400*--------------------------------------------------------------*
023500 2100-READ-TD.
023600     READ TD-FILE
023700         AT END SET EOF-YES TO TRUE
023800     END-READ.
023900 2100-EXIT.
024000     EXIT.
024100
024200*--------------------------------------------------------------*
024300* 2500-MATURE-ONE - PAYS OUT OR ROLLS THE DEPOSIT FOR THE TERM *
024400* ENDING ON TD-MAT-DATE.  THE ACCOUNT IS PROVED FIRST - ON     *
024500* FILE, NOT CLOSED, ROOM UNDER THE MAXIMUM BALANCE - AND A     *
024600* REJECT LEAVES THE DEPOSIT EXACTLY AS IT WAS.                 *
024700*--------------------------------------------------------------*
024800 2500-MATURE-ONE.
024900     COMPUTE WS-INT ROUNDED = TD-PRINCIPAL * TD-RATE
025000         * TD-TERM / 1200.
025100     MOVE TD-ID1 TO ID1.
025200     MOVE "Y" TO WS-FOUND-SWITCH.
025300     READ EMP KEY IS ID1
025400         INVALID KEY MOVE "N" TO WS-FOUND-SWITCH
025500     END-READ.
025600     IF NOT FOUND-YES
025700         MOVE "EMPLOYEE ID NOT FOUND" TO DL-NOTE
025800         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
025900         GO TO 2500-EXIT.
026000     IF STS-CLOSED
026100         MOVE "ACCOUNT IS CLOSED" TO DL-NOTE
026200         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
026300         GO TO 2500-EXIT.
026400     MOVE CC TO WS-ACC.
026500     IF TD-ROLLOVER
026600         MOVE WS-INT TO WS-PAYOUT
026700     ELSE
026800         ADD TD-PRINCIPAL WS-INT GIVING WS-PAYOUT
026900     END-IF.
027000     IF WS-PAYOUT > 9999999.99 - WS-ACC
027100         MOVE "PAYOUT EXCEEDS MAX BALANCE" TO DL-NOTE
027200         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
027300         GO TO 2500-EXIT.
027400     IF BRANCH NUMERIC
027500         MOVE BRANCH TO WS-BR
027600     ELSE
027700         MOVE ZERO TO WS-BR
027800     END-IF.
027900     MOVE WS-ACC TO WS-CC.
028000     IF NOT TD-ROLLOVER
028100         ADD TD-PRINCIPAL TO WS-CC
028200         MOVE TD-PRINCIPAL TO WS-LOG-AMT
028300         PERFORM 2800-LOG-TRANS THRU 2800-EXIT
028400         ADD TD-PRINCIPAL TO WS-PRIN-PAID.
028500     IF WS-INT > ZERO
028600         ADD WS-INT TO WS-CC
028700         MOVE WS-INT TO WS-LOG-AMT
028800         PERFORM 2800-LOG-TRANS THRU 2800-EXIT
028900         ADD WS-INT TO WS-INT-PAID.
029000     MOVE WS-ACC TO ACC.
029100     MOVE "D" TO TTYPE.
029200     MOVE WS-PAYOUT TO AMT.
029300     MOVE WS-CC TO CC.
029400     REWRITE STD.
029500     MOVE TD-PRINCIPAL TO DL-PRIN.
029600     MOVE WS-INT TO DL-INT.
029700     MOVE TD-MAT-DATE TO DL-MAT.
029800     MOVE SPACE TO DL-NOTE.
029900     IF TD-ROLLOVER
030000         MOVE "ROLLED" TO DL-STATUS
030100         PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
030200         ADD 1 TO WS-ROLL-COUNT
030300         PERFORM 5200-ROLL-TERM THRU 5200-EXIT
030400     ELSE
030500         MOVE "PAID" TO DL-STATUS
030600         PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
030700         ADD 1 TO WS-PAID-COUNT
030800         MOVE "M" TO TD-STS
030900         MOVE WS-TR-DATE TO TD-CLOSE-DATE
031000     END-IF.
031100 2500-EXIT.
031200     EXIT.
031300
031400*--------------------------------------------------------------*
031500* 2600-WRITE-REJECT - WRITES A REJECTED REPORT LINE AND STOPS  *
031600* THE CATCH-UP FOR THIS DEPOSIT.  DL-NOTE IS SET BY THE CALLER.*
031700*--------------------------------------------------------------*
031800 2600-WRITE-REJECT.
031900     MOVE TD-PRINCIPAL TO DL-PRIN.
032000     MOVE WS-INT TO DL-INT.
032100     MOVE TD-MAT-DATE TO DL-MAT.
032200     MOVE "REJECTED" TO DL-STATUS.
032300     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
032400     ADD 1 TO WS-REJECT-COUNT.
032500     SET DEPOSIT-REJECTED TO TRUE.
032600 2600-EXIT.
032700     EXIT.
032800
032900*--------------------------------------------------------------*
033000* 2700-WRITE-DETAIL - FORMATS AND WRITES ONE REPORT LINE FOR   *
033100* THE CURRENT DEPOSIT AND MATURITY DATE.                       *
033200*--------------------------------------------------------------*
033300 2700-WRITE-DETAIL.
033400     MOVE TD-NO TO DL-TD-NO.
033500     MOVE TD-ID1 TO DL-ID1.
033600     WRITE RPT-LINE FROM DETAIL-LINE.
033700 2700-EXIT.
033800     EXIT.
033900
034000*--------------------------------------------------------------*
034100* 2800-LOG-TRANS - WRITES ONE PAYOUT D ROW OF WS-LOG-AMT WITH  *
034200* BALANCE WS-CC, STAMPED TTTDMAT, AND CARRIES THE SEQUENCE     *
034300* INTO CKPT.DAT, AS TTSORD'S 2800-LOG-TRANS DOES.              *
034400*--------------------------------------------------------------*
034500 2800-LOG-TRANS.
034600     ADD 1 TO WS-TRANS-SEQ.
034700     MOVE SPACES TO TRANS-REC.
034800     MOVE TD-ID1 TO TR-ID1.
034900     MOVE "D" TO TR-TYPE.
035000     MOVE WS-LOG-AMT TO TR-AMT.
035100     MOVE WS-CC TO TR-CC.
035200     MOVE WS-TR-DATE TO TR-DATE.
035300     MOVE WS-TRANS-SEQ TO TR-SEQ.
035400     MOVE "TTTDMAT" TO TR-OPER.
035500     ACCEPT WS-TIME-RAW FROM TIME.
035600     MOVE WS-TIME-HHMMSS TO TR-TIME.
035610     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
035700     MOVE TD-FUND-SEQ TO TR-REF.
035800     MOVE WS-BR TO TR-BRANCH.
035900     WRITE TRANS-REC.
036000     MOVE SPACES TO CKPT-REC.
036100     MOVE TD-ID1 TO CKPT-ID1.
036200     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
036300     OPEN OUTPUT CKPT-FILE.
036400     WRITE CKPT-REC.
036500     CLOSE CKPT-FILE.
036600 2800-EXIT.
036700     EXIT.
036800
036900*--------------------------------------------------------------*
037000* 3000-COPY-BACK - REWRITES TDEP.DAT FROM THE WORK FILE SO THE *
037100* MATURED STATUSES AND ROLLED TERMS STICK.                     *
037200*--------------------------------------------------------------*
037300 3000-COPY-BACK.
037400     CLOSE TD-FILE.
037500     CLOSE TD-WRK.
037600     OPEN INPUT TD-WRK.
037700     OPEN OUTPUT TD-FILE.
037800 3100-COPY-ONE.
037900     READ TD-WRK
038000         AT END SET WRK-EOF-YES TO TRUE
038100             GO TO 3200-COPY-DONE
038200     END-READ.
038300     WRITE TD-REC FROM TDWRK-REC.
038400     GO TO 3100-COPY-ONE.
038500 3200-COPY-DONE.
038600     CLOSE TD-WRK.
038700     CLOSE TD-FILE.
038800 3000-EXIT.
038900     EXIT.
039000
039100*--------------------------------------------------------------*
039200* 3500-WRAP-UP - WRITES THE TOTALS AND CLOSES THE RUN.         *
039300*--------------------------------------------------------------*
039400 3500-WRAP-UP.
039500     MOVE WS-PAID-COUNT TO TL-PAID-COUNT.
039600     MOVE WS-ROLL-COUNT TO TL-ROLL-COUNT.
039700     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
039800     WRITE RPT-LINE FROM TOTAL-LINE.
039900     MOVE WS-PRIN-PAID TO AL-PRIN.
040000     MOVE WS-INT-PAID TO AL-INT.
040100     WRITE RPT-LINE FROM AMOUNT-LINE.
040200     CLOSE EMP.
040300     CLOSE TRANS-LOG.
040400     CLOSE RPT-OUT.
040500     DISPLAY "DEPOSITS PAID OUT:".
040600     DISPLAY WS-PAID-COUNT.
040700     DISPLAY "DEPOSITS ROLLED OVER:".
040800     DISPLAY WS-ROLL-COUNT.
040900     DISPLAY "DEPOSITS REJECTED:".
041000     DISPLAY WS-REJECT-COUNT.
041100 3500-EXIT.
041200     EXIT.
041300
041400*--------------------------------------------------------------*
041500* 5200-ROLL-TERM - BOOKS THE DEPOSIT AGAIN FOR THE SAME TERM   *
041600* FROM ITS OLD MATURITY DATE AT THE RATE NOW ON THE BOARD.     *
041700* THE NEW MATURITY IS TD-TERM MONTHS ON WITH THE DAY CLAMPED   *
041800* TO THE MONTH END, AS TT'S TD-ADD-TERM SETS IT AT OPENING.    *
041900*--------------------------------------------------------------*
042000 5200-ROLL-TERM.
042100     IF TD-TERM = 3 MOVE TDP-RATE-03 TO TD-RATE.
042200     IF TD-TERM = 6 MOVE TDP-RATE-06 TO TD-RATE.
042300     IF TD-TERM = 12 MOVE TDP-RATE-12 TO TD-RATE.
042400     MOVE TD-MAT-DATE TO TD-OPEN-DATE.
042500     MOVE TD-MAT-DATE TO WS-NEXT-SPLIT.
042600     ADD TD-TERM TO WS-NEXT-MM.
042700     IF WS-NEXT-MM > 12
042800         SUBTRACT 12 FROM WS-NEXT-MM
042900         ADD 1 TO WS-NEXT-YY.
043000     PERFORM 5400-DAYS-IN-MONTH THRU 5400-EXIT.
043100     IF WS-NEXT-DD > WS-DIM
043200         MOVE WS-DIM TO WS-NEXT-DD.
043300     MOVE WS-NEXT-SPLIT TO TD-MAT-DATE.
043400 5200-EXIT.
043500     EXIT.
043600
043700*--------------------------------------------------------------*
043800* 5400-DAYS-IN-MONTH - SETS WS-DIM FOR WS-NEXT-MM/WS-NEXT-YY,  *
043900* WITH THE CENTURY LEAP RULE (DIVISIBLE BY 4, EXCEPT CENTURIES *
044000* NOT DIVISIBLE BY 400).                                       *
044100*--------------------------------------------------------------*
044200 5400-DAYS-IN-MONTH.
044300     MOVE 31 TO WS-DIM.
044400     IF WS-NEXT-MM = 4 OR WS-NEXT-MM = 6
044500         OR WS-NEXT-MM = 9 OR WS-NEXT-MM = 11
044600         MOVE 30 TO WS-DIM.
044700     IF WS-NEXT-MM = 2
044800         MOVE 28 TO WS-DIM
044900         DIVIDE WS-NEXT-YY BY 4
045000             GIVING WS-DIV-Q REMAINDER WS-DIV-R
045100         IF WS-DIV-R = ZERO
045200             MOVE 29 TO WS-DIM
045300             DIVIDE WS-NEXT-YY BY 100
045400                 GIVING WS-DIV-Q REMAINDER WS-DIV-R
045500             IF WS-DIV-R = ZERO
045600                 MOVE 28 TO WS-DIM
045700                 DIVIDE WS-NEXT-YY BY 400
045800                     GIVING WS-DIV-Q REMAINDER WS-DIV-R
045900                 IF WS-DIV-R = ZERO
046000                     MOVE 29 TO WS-DIM
046100                 END-IF
046200             END-IF
046300         END-IF
046400     END-IF.
046500 5400-EXIT.
046600     EXIT.
