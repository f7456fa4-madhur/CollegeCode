000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTINT - MONTH-END INTEREST ACCRUAL.  WALKS EMP.DAT, COMPUTES *
000900* INTEREST ON EACH CC AT THE ANNUAL RATE THE OPERATOR ENTERS   *
001000* (IN PERCENT, E.G. 3.0000 FOR THREE PERCENT) ON AN ACTUAL DAY *
001100* COUNT - THE DAYS IN THE RUN MONTH OVER THE DAYS IN THE YEAR, *
001200* FROM TTBDATE - SO A 28-DAY FEBRUARY EARNS LESS THAN A 31-DAY *
001300* MONTH.  IT ADDS THE INTEREST TO THE BALANCE AND WRITES A     *
001400* TYPE I TRANSACTION TO TRANS.DAT PER ACCOUNT WITH THE RUN     *
001500* DATE, THE TTINT OPERATOR STAMP AND THE SEQUENCE CARRIED      *
001600* THROUGH CKPT.DAT LIKE EVERY OTHER POSTING.  STATEMENTS AND   *
001700* RECONCILIATION THEN SHOW INTEREST AS ITS OWN LINE INSTEAD OF *
001800* A HAND-KEYED TELLER DEPOSIT.  CLOSED ACCOUNTS AND            *
001900* ZERO-INTEREST ROUNDINGS ARE SKIPPED; DORMANT MONEY STILL     *
001902* EARNS.  AN ACCRUAL THAT WOULD CROSS THE 9,999,999.99 CEILING *
001904* IS SKIPPED AND REPORTED FOR HAND HANDLING.                   *
001910* AN ACCOUNT FLAGGED TAX-WHT HAS TAX WITHHELD FROM THE         *
001920* INTEREST AT THE TAXPOL.CPY RATE, POSTED AS A TYPE T ROW      *
001930* LINKED TO THE I ROW THROUGH TR-REF.  TTYEAR TOTALS BOTH FOR  *
001940* THE YEAR-END INTEREST CERTIFICATES.                          *
002000*--------------------------------------------------------------*
002100* MODIFICATION HISTORY                                         *
002200*   DATE       BY    DESCRIPTION                                *
002340*   09/03/2026 RS    TYPE I ROWS ARE STAMPED WITH THE ACCOUNT'S *
002350*                    OWN BRANCH IN TR-BRANCH - A MACHINE        *
002360*                    ACCRUAL BELONGS TO THE ACCOUNT'S CAMPUS.   *
002370*   10/15/2026 RS    AN ACCOUNT FLAGGED TAX-WHT (STDREC.CPY -  *
002371*                    NO TAX ID ON FILE) HAS TAX WITHHELD FROM  *
002372*                    ITS INTEREST AT THE TAXPOL.CPY RATE,      *
002373*                    POSTED AS ITS OWN TYPE T ROW WHOSE TR-REF *
002374*                    IS THE TR-SEQ OF THE I ROW, SO THE GROSS  *
002375*                    AND THE NET BOTH SHOW ON THE STATEMENT.   *
002376*                    THE RUN REPORTS THE TAX WITHHELD.         *
002377*   10/15/2026 RS    THE RATE IS NOW ENTERED AS AN ANNUAL      *
002378*                    PERCENTAGE AND ACCRUED ON AN ACTUAL DAY   *
002379*                    COUNT - THE DAYS IN THE RUN MONTH OVER    *
002380*                    THE DAYS IN THE YEAR, FROM THE SHARED     *
002381*                    TTBDATE ROUTINE - INSTEAD OF THE SAME     *
002382*                    MONTHLY PERCENTAGE WHATEVER THE MONTH'S   *
002383*                    LENGTH.  I AND T ROWS CARRY               *
002384*                    TR-VALUE-DATE.                            *
002400*--------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
007500 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
007600 77  WS-LAST-ID                  PIC 9(04)   VALUE ZERO.
007650 77  WS-TOT-INT-ED               PIC Z,ZZZ,ZZZ,ZZ9.99.
007660 77  WS-TAX-AMT                  PIC 9(07)V99.
007670 77  WS-NET-CC                   PIC 9(08)V99.
007680 77  WS-INT-SEQ                  PIC 9(06).
007682 77  WS-VALUE-DATE               PIC 9(08).
007684 77  WS-ACCR-DAYS                PIC 9(03).
007686 77  WS-YEAR-DIV                 PIC 9(05).
007688 77  WS-INT-WORK                 PIC 9(12)V9(06).
007690
007692     COPY "TAXPOL.CPY".
007696     COPY "BDATEREC.CPY".
007700
007800 01  WS-TIME-RAW.
007900     02  WS-TIME-HHMMSS          PIC 9(06).
008300     02  WS-ACCRUED-COUNT        PIC 9(06)   COMP VALUE ZERO.
008400     02  WS-SKIPPED-COUNT        PIC 9(06)   COMP VALUE ZERO.
008500     02  WS-TOT-INT              PIC 9(11)V99 COMP VALUE ZERO.
008600     02  WS-TAX-COUNT            PIC 9(06)   COMP VALUE ZERO.
008650     02  WS-TOT-TAX              PIC 9(11)V99 COMP VALUE ZERO.
008700
008800 PROCEDURE DIVISION.
008900*--------------------------------------------------------------*
009900*--------------------------------------------------------------*
010000* 1000-INITIALIZE - ACCEPTS THE RATE, RESTORES THE TRANSACTION *
010100* SEQUENCE FROM CKPT.DAT THE WAY TT'S START-UP DOES, OPENS THE *
010200* FILES AND PRIMES THE MASTER READ.  THE DAY COUNT (DAYS IN    *
010201* THE RUN MONTH, DAYS IN THE YEAR) AND THE VALUE DATE COME     *
010202* FROM TTBDATE.                                                *
010300*--------------------------------------------------------------*
010400 1000-INITIALIZE.
010500     DISPLAY "ENTER THE ANNUAL RATE IN PERCENT (NN.NNNN)".
010600     ACCEPT WS-RATE.
010700     OPEN INPUT CKPT-FILE.
010800     IF WS-CKPT-STATUS = "00"
011600         CLOSE CKPT-FILE
011700     END-IF.
011800     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
011805     MOVE "M" TO BD-FUNC.
011810     MOVE WS-TR-DATE TO BD-DATE.
011815     CALL "TTBDATE" USING BD-PARMS.
011820     MOVE BD-DAYS TO WS-ACCR-DAYS.
011825     MULTIPLY BD-YEAR-DAYS BY 100 GIVING WS-YEAR-DIV.
011830     DISPLAY "DAYS ACCRUED / DAYS IN YEAR:".
011835     DISPLAY WS-ACCR-DAYS " / " BD-YEAR-DAYS.
011840     MOVE "N" TO BD-FUNC.
011845     CALL "TTBDATE" USING BD-PARMS.
011850     MOVE BD-RESULT TO WS-VALUE-DATE.
011900     OPEN I-O EMP.
012000     OPEN EXTEND TRANS-LOG.
012100     PERFORM 2100-READ-EMP THRU 2100-EXIT.
012400
012500*--------------------------------------------------------------*
012600* 2000-ACCRUE - COMPUTES AND POSTS ONE ACCOUNT'S INTEREST.     *
012610* INTEREST IS CC X RATE / 100 X DAYS ACCRUED / DAYS IN YEAR.   *
012700* ROUNDING IS TO THE CENT.  ON AN ACCOUNT FLAGGED TAX-WHT THE *
012710* TAX IS WORKED OUT BEFORE THE ONE REWRITE, SO THE MASTER ENDS *
012720* ON THE NET BALANCE WITH THE T POSTING AS ITS LAST ACTIVITY,  *
012730* AND THE I ROW IS LOGGED AT THE GROSS BALANCE AHEAD OF IT.    *
012800*--------------------------------------------------------------*
012900 2000-ACCRUE.
013000     IF STS-CLOSED
013100         GO TO 2000-NEXT.
013200     COMPUTE WS-INT-WORK = CC * WS-RATE * WS-ACCR-DAYS.
013250     COMPUTE WS-INT-AMT ROUNDED = WS-INT-WORK / WS-YEAR-DIV.
013300     IF WS-INT-AMT = ZERO
013400         GO TO 2000-NEXT.
013500     COMPUTE WS-NEW-CC = CC + WS-INT-AMT.
013900         ADD 1 TO WS-SKIPPED-COUNT
014000         GO TO 2000-NEXT.
014100     MOVE CC TO WS-OLD-CC.
014110     MOVE ZERO TO WS-TAX-AMT.
014120     IF TAX-WITHHOLD
014130         COMPUTE WS-TAX-AMT ROUNDED = WS-INT-AMT * TXP-RATE / 100.
014140     COMPUTE WS-NET-CC = WS-NEW-CC - WS-TAX-AMT.
014150     IF WS-TAX-AMT = ZERO
014200         MOVE WS-OLD-CC TO ACC
014300         MOVE "I" TO TTYPE
014400         MOVE WS-INT-AMT TO AMT
014450     ELSE
014460         MOVE WS-NEW-CC TO ACC
014470         MOVE "T" TO TTYPE
014480         MOVE WS-TAX-AMT TO AMT
014490     END-IF.
014500     MOVE WS-NET-CC TO CC.
014600     REWRITE STD.
014700     ADD 1 TO WS-ACCRUED-COUNT.
014800     ADD WS-INT-AMT TO WS-TOT-INT.
014900     MOVE ID1 TO WS-LAST-ID.
015000     PERFORM 2200-LOG-TRANS THRU 2200-EXIT.
015010     IF WS-TAX-AMT > ZERO
015020         ADD 1 TO WS-TAX-COUNT
015030         ADD WS-TAX-AMT TO WS-TOT-TAX
015040         PERFORM 2300-LOG-TAX THRU 2300-EXIT.
015100 2000-NEXT.
015200     PERFORM 2100-READ-EMP THRU 2100-EXIT.
015300 2000-EXIT.
016500
016600*--------------------------------------------------------------*
016700* 2200-LOG-TRANS - WRITES THE TYPE I AUDIT ROW, STAMPED TTINT, *
016800* WITH THE NEXT SEQUENCE NUMBER.  TR-CC IS THE GROSS BALANCE   *
016810* AFTER THE INTEREST, BEFORE ANY TAX WITHHELD.                 *
016900*--------------------------------------------------------------*
017000 2200-LOG-TRANS.
017100     ADD 1 TO WS-TRANS-SEQ.
017200     MOVE ID1 TO TR-ID1.
017300     MOVE "I" TO TR-TYPE.
017400     MOVE WS-INT-AMT TO TR-AMT.
017500     MOVE WS-NEW-CC TO TR-CC.
017600     MOVE WS-TR-DATE TO TR-DATE.
017700     MOVE WS-TRANS-SEQ TO TR-SEQ.
017800     MOVE "TTINT" TO TR-OPER.
017900     ACCEPT WS-TIME-RAW FROM TIME.
018000     MOVE WS-TIME-HHMMSS TO TR-TIME.
018010     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
018050     MOVE ZERO TO TR-REF.
018060     IF BRANCH NUMERIC
018070         MOVE BRANCH TO TR-BRANCH
018090         MOVE ZERO TO TR-BRANCH
018095     END-IF.
018100     WRITE TRANS-REC.
018150     MOVE WS-TRANS-SEQ TO WS-INT-SEQ.
018200 2200-EXIT.
018300     EXIT.
018302
018304*--------------------------------------------------------------*
018306* 2300-LOG-TAX - WRITES THE TYPE T ROW FOR THE TAX WITHHELD,   *
018308* STAMPED TTINT, CARRYING THE I ROW'S TR-SEQ AS ITS TR-REF AND *
018310* THE NET BALANCE IN TR-CC.                                    *
018312*--------------------------------------------------------------*
018314 2300-LOG-TAX.
018316     ADD 1 TO WS-TRANS-SEQ.
018318     MOVE SPACES TO TRANS-REC.
018320     MOVE ID1 TO TR-ID1.
018322     MOVE "T" TO TR-TYPE.
018324     MOVE WS-TAX-AMT TO TR-AMT.
018326     MOVE CC TO TR-CC.
018328     MOVE WS-TR-DATE TO TR-DATE.
018330     MOVE WS-TRANS-SEQ TO TR-SEQ.
018332     MOVE "TTINT" TO TR-OPER.
018334     ACCEPT WS-TIME-RAW FROM TIME.
018336     MOVE WS-TIME-HHMMSS TO TR-TIME.
018338     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
018340     MOVE WS-INT-SEQ TO TR-REF.
018342     IF BRANCH NUMERIC
018344         MOVE BRANCH TO TR-BRANCH
018346     ELSE
018348         MOVE ZERO TO TR-BRANCH
018350     END-IF.
018352     WRITE TRANS-REC.
018354 2300-EXIT.
018356     EXIT.
018400
018500*--------------------------------------------------------------*
018600* 3000-WRAP-UP - CARRIES THE SEQUENCE INTO CKPT.DAT AND        *
020300     MOVE WS-TOT-INT TO WS-TOT-INT-ED.
020400     DISPLAY "TOTAL INTEREST POSTED:".
020500     DISPLAY WS-TOT-INT-ED.
020510     DISPLAY "ACCOUNTS WITH TAX WITHHELD:".
020520     DISPLAY WS-TAX-COUNT.
020530     MOVE WS-TOT-TAX TO WS-TOT-INT-ED.
020540     DISPLAY "TOTAL TAX WITHHELD:".
020550     DISPLAY WS-TOT-INT-ED.
020600 3000-EXIT.
020700     EXIT.
