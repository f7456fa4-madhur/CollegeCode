001603*                    CONSOLIDATED LINE, SO EACH CAMPUS SETTLES *
001604*                    ITS OWN POSITION.  AN OLD-LAYOUT RECORD   *
001605*                    (BRANCH SPACES) COUNTS AS BRANCH ZERO.    *
001606*   10/15/2026 RS    TERM DEPOSITS (TDEP.DAT) PRINT AFTER THE  *
001607*                    CONTROL TOTALS AS A SEPARATE LIABILITY -  *
001608*                    COUNT AND PRINCIPAL OF ACTIVE DEPOSITS,   *
001609*                    BROKEN BY BRANCH - SO THEY NEVER MIX WITH *
001610*                    THE DEMAND BALANCES ABOVE.  NO TDEP.DAT   *
001611*                    PRINTS A ZERO LINE.                       *
001690*--------------------------------------------------------------*
001700
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002300
002400     SELECT RPT-OUT ASSIGN TO DISK
002500         ORGANIZATION IS LINE SEQUENTIAL.
002510
002520     SELECT OPTIONAL TD-FILE ASSIGN TO DISK
002530         ORGANIZATION IS LINE SEQUENTIAL.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
003800     VALUE OF FILE-ID IS "TTRPT.DAT".
003900
004000 01  RPT-LINE                    PIC X(84).
004010
004020 FD  TD-FILE
004030     LABEL RECORD IS STANDARD
004040     VALUE OF FILE-ID IS "TDEP.DAT".
004050
004060     COPY "TDREC.CPY".
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     02  WS-EOF-SWITCH           PIC X       VALUE "N".
004500         88  EOF-YES                         VALUE "Y".
004510     02  WS-TD-EOF-SWITCH        PIC X       VALUE "N".
004520         88  TD-EOF                          VALUE "Y".
004600
004700 01  WS-TOTALS.
004800     02  WS-REC-COUNT            PIC 9(06)   COMP VALUE ZERO.
004900     02  WS-TOT-ACC              PIC 9(11)V99 COMP VALUE ZERO.
005000     02  WS-TOT-AMT              PIC 9(11)V99 COMP VALUE ZERO.
005100     02  WS-TOT-CC               PIC 9(11)V99 COMP VALUE ZERO.
005101     02  WS-CNT-TD               PIC 9(06)   COMP VALUE ZERO.
005102     02  WS-TD-PRIN              PIC 9(11)V99 COMP VALUE ZERO.
005110
005120 77  WS-BR                       PIC 9(02).
005130 77  WS-BR-SUB                   PIC 9(03)   COMP.
005160     02  WS-BR-ENTRY OCCURS 100 TIMES.
005170         03  BRT-CNT             PIC 9(06)   COMP.
005180         03  BRT-CC              PIC 9(11)V99 COMP.
005181
005182 01  WS-TD-BR-TABLE.
005183     02  WS-TD-BR-ENTRY OCCURS 100 TIMES.
005184         03  TDT-CNT             PIC 9(06)   COMP.
005185         03  TDT-PRIN            PIC 9(11)V99 COMP.
005200
005300 01  DETAIL-LINE.
005400     02  DL-NAMES                PIC X(20).
009820 1100-ZERO-BRANCH.
009830     MOVE ZERO TO BRT-CNT (WS-BR-SUB).
009840     MOVE ZERO TO BRT-CC (WS-BR-SUB).
009842     MOVE ZERO TO TDT-CNT (WS-BR-SUB).
009844     MOVE ZERO TO TDT-PRIN (WS-BR-SUB).
009850 1100-EXIT.
009860     EXIT.
009900
013600     MOVE WS-TOT-AMT TO TL-TOT-AMT.
013700     MOVE WS-TOT-CC TO TL-TOT-CC.
013800     WRITE RPT-LINE FROM TOTAL-LINE.
013810     PERFORM 4000-TERM-DEPOSITS THRU 4000-EXIT.
013900 3000-EXIT.
014000     EXIT.
014010
014120     WRITE RPT-LINE FROM BRANCH-LINE.
014130 3200-EXIT.
014140     EXIT.
014141
014142*--------------------------------------------------------------*
014143* 4000-TERM-DEPOSITS - TERM DEPOSITS ARE A SEPARATE LIABILITY  *
014144* FROM THE DEMAND BALANCES ON EMP.DAT - THE MONEY LEFT THE     *
014145* ACCOUNT ON A W ROW WHEN THE DEPOSIT WAS OPENED.  READS       *
014146* TDEP.DAT AND PRINTS THE COUNT AND PRINCIPAL OF EVERY ACTIVE  *
014147* DEPOSIT, THEN ONE LINE PER BRANCH HOLDING ANY.  MATURED AND  *
014148* BROKEN DEPOSITS ARE PAID BACK AND ARE NOT COUNTED.           *
014149*--------------------------------------------------------------*
014150 4000-TERM-DEPOSITS.
014151     OPEN INPUT TD-FILE.
014152 4100-READ-TD.
014153     READ TD-FILE
014154         AT END SET TD-EOF TO TRUE
014155             GO TO 4200-TD-DONE
014156     END-READ.
014157     IF NOT TD-ACTIVE
014158         GO TO 4100-READ-TD.
014159     IF TD-BRANCH NUMERIC
014160         MOVE TD-BRANCH TO WS-BR
014161     ELSE
014162         MOVE ZERO TO WS-BR
014163     END-IF.
014164     ADD 1 TO WS-CNT-TD.
014165     ADD TD-PRINCIPAL TO WS-TD-PRIN.
014166     COMPUTE WS-BR-SUB = WS-BR + 1.
014167     ADD 1 TO TDT-CNT (WS-BR-SUB).
014168     ADD TD-PRINCIPAL TO TDT-PRIN (WS-BR-SUB).
014169     GO TO 4100-READ-TD.
014170 4200-TD-DONE.
014171     CLOSE TD-FILE.
014172     MOVE "TERM DEPOSITS:" TO SL-LABEL.
014173     MOVE WS-CNT-TD TO SL-COUNT.
014174     MOVE WS-TD-PRIN TO SL-CC.
014175     WRITE RPT-LINE FROM STATUS-LINE.
014176     PERFORM 4300-PRINT-TD-BRANCH THRU 4300-EXIT
014177         VARYING WS-BR-SUB FROM 1 BY 1
014178         UNTIL WS-BR-SUB > 100.
014179 4000-EXIT.
014180     EXIT.
014181
014182*--------------------------------------------------------------*
014183* 4300-PRINT-TD-BRANCH - ONE TERM DEPOSIT LINE PER BRANCH THAT *
014184* HOLDS ANY ACTIVE DEPOSITS, ON THE SAME BRANCH-LINE LAYOUT    *
014185* WITH THE PRINCIPAL IN THE BALANCE COLUMN.                    *
014186*--------------------------------------------------------------*
014187 4300-PRINT-TD-BRANCH.
014188     IF TDT-CNT (WS-BR-SUB) = ZERO
014189         GO TO 4300-EXIT.
014190     COMPUTE BL-BRANCH = WS-BR-SUB - 1.
014191     MOVE TDT-CNT (WS-BR-SUB) TO BL-COUNT.
014192     MOVE TDT-PRIN (WS-BR-SUB) TO BL-CC.
014193     WRITE RPT-LINE FROM BRANCH-LINE.
014194 4300-EXIT.
014195     EXIT.
014196
014200*--------------------------------------------------------------*
014300* 9999-TERMINATE - CLOSES THE FILES AND ENDS THE RUN.          *
014400*--------------------------------------------------------------*
