001670*                    SIDE SETTLES EACH CAMPUS AND THE WHOLE.    *
001680*                    AN OLD-LAYOUT RECORD (BRANCH SPACES)       *
001690*                    EXTRACTS AS BRANCH ZERO.                   *
001691*   10/15/2026 RS    TERM DEPOSIT LIABILITIES (ACTIVE ROWS ON  *
001692*                    TDEP.DAT) FOLLOW THE DEMAND TRAILERS AS   *
001693*                    THEIR OWN *TDEPBR* ROW PER CAMPUS AND A   *
001694*                    *TDEPTL* ROW (COUNT AND PRINCIPAL), SO    *
001695*                    THE GL SIDE POSTS THEM TO A SEPARATE      *
001696*                    LIABILITY FROM THE DEMAND BALANCES.       *
001699*--------------------------------------------------------------*
001800
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002300
002400     SELECT GL-OUT ASSIGN TO DISK
002500         ORGANIZATION IS LINE SEQUENTIAL.
002510
002520     SELECT OPTIONAL TD-FILE ASSIGN TO DISK
002530         ORGANIZATION IS LINE SEQUENTIAL.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
004400     02  GL-RUN-DATE             PIC 9(08).
004450     02  GL-BRANCH               PIC 9(02).
004500     02  FILLER                  PIC X(37).
004510
004520 FD  TD-FILE
004530     LABEL RECORD IS STANDARD
004540     VALUE OF FILE-ID IS "TDEP.DAT".
004550
004560     COPY "TDREC.CPY".
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     02  WS-EOF-SWITCH           PIC X       VALUE "N".
005000         88  EOF-YES                         VALUE "Y".
005010     02  WS-TD-EOF-SWITCH        PIC X       VALUE "N".
005020         88  TD-EOF                          VALUE "Y".
005100
005200 01  WS-RUN-DATE                 PIC 9(08).
005210
005260     02  WS-BR-ENTRY OCCURS 100 TIMES.
005270         03  BRT-CNT             PIC 9(06)   COMP.
005280         03  BRT-CC              PIC 9(11)V99 COMP.
005282
005284 01  WS-TD-BR-TABLE.
005285     02  WS-TD-BR-ENTRY OCCURS 100 TIMES.
005286         03  TDT-CNT             PIC 9(06)   COMP.
005287         03  TDT-PRIN            PIC 9(11)V99 COMP.
005290
005300 01  WS-GRAND.
005310     02  WS-G-COUNT              PIC 9(06)   COMP VALUE ZERO.
005320     02  WS-G-CC                 PIC 9(11)V99 COMP VALUE ZERO.
005322     02  WS-TD-COUNT             PIC 9(06)   COMP VALUE ZERO.
005324     02  WS-TD-PRIN              PIC 9(11)V99 COMP VALUE ZERO.
005330
005340 01  BR-TRAILER.
005350     02  FILLER                  PIC X(08)   VALUE "*BRANCH*".
005480     02  FILLER                  PIC X(01)   VALUE SPACE.
005490     02  GT-CC                   PIC 9(11)V99.
005500     02  FILLER                  PIC X(51)   VALUE SPACE.
005501
005502 01  TD-BR-TRAILER.
005503     02  FILLER                  PIC X(08)   VALUE "*TDEPBR*".
005504     02  FILLER                  PIC X(01)   VALUE SPACE.
005505     02  TB-BRANCH               PIC 9(02).
005506     02  FILLER                  PIC X(01)   VALUE SPACE.
005507     02  TB-COUNT                PIC 9(06).
005508     02  FILLER                  PIC X(01)   VALUE SPACE.
005509     02  TB-PRIN                 PIC 9(11)V99.
005510     02  FILLER                  PIC X(48)   VALUE SPACE.
005511
005512 01  TD-GR-TRAILER.
005513     02  FILLER                  PIC X(08)   VALUE "*TDEPTL*".
005514     02  FILLER                  PIC X(01)   VALUE SPACE.
005515     02  TG-COUNT                PIC 9(06).
005516     02  FILLER                  PIC X(01)   VALUE SPACE.
005517     02  TG-PRIN                 PIC 9(11)V99.
005518     02  FILLER                  PIC X(51)   VALUE SPACE.
005300
005400 PROCEDURE DIVISION.
005500*--------------------------------------------------------------*
007520 1100-ZERO-BRANCH.
007530     MOVE ZERO TO BRT-CNT (WS-BR-SUB).
007540     MOVE ZERO TO BRT-CC (WS-BR-SUB).
007542     MOVE ZERO TO TDT-CNT (WS-BR-SUB).
007544     MOVE ZERO TO TDT-PRIN (WS-BR-SUB).
007550 1100-EXIT.
007560     EXIT.
007600
009976     MOVE WS-G-COUNT TO GT-COUNT.
009978     MOVE WS-G-CC TO GT-CC.
009980     WRITE GL-REC FROM GR-TRAILER.
009981     PERFORM 4000-TERM-DEPOSITS THRU 4000-EXIT.
009982 3000-EXIT.
009984     EXIT.
009986
010500     CLOSE GL-OUT.
010600 9999-EXIT.
010700     EXIT.
010800
010900*--------------------------------------------------------------*
011000* 4000-TERM-DEPOSITS - TERM DEPOSITS ARE A LIABILITY SEPARATE  *
011100* FROM THE DEMAND BALANCES ABOVE.  READS TDEP.DAT AND WRITES   *
011200* ONE *TDEPBR* ROW PER CAMPUS HOLDING ANY ACTIVE DEPOSITS AND  *
011300* THE *TDEPTL* ROW, COUNT AND PRINCIPAL.  MATURED AND BROKEN   *
011400* DEPOSITS HAVE BEEN PAID BACK AND ARE LEFT OUT.  NO TDEP.DAT  *
011500* WRITES A ZERO *TDEPTL* ROW.                                  *
011600*--------------------------------------------------------------*
011700 4000-TERM-DEPOSITS.
011800     OPEN INPUT TD-FILE.
011900 4100-READ-TD.
012000     READ TD-FILE
012100         AT END SET TD-EOF TO TRUE
012200             GO TO 4200-TD-DONE
012300     END-READ.
012400     IF NOT TD-ACTIVE
012500         GO TO 4100-READ-TD.
012600     IF TD-BRANCH NUMERIC
012700         MOVE TD-BRANCH TO WS-BR
012800     ELSE
012900         MOVE ZERO TO WS-BR
013000     END-IF.
013100     COMPUTE WS-BR-SUB = WS-BR + 1.
013200     ADD 1 TO TDT-CNT (WS-BR-SUB).
013300     ADD TD-PRINCIPAL TO TDT-PRIN (WS-BR-SUB).
013400     ADD 1 TO WS-TD-COUNT.
013500     ADD TD-PRINCIPAL TO WS-TD-PRIN.
013600     GO TO 4100-READ-TD.
013700 4200-TD-DONE.
013800     CLOSE TD-FILE.
013900     PERFORM 4300-WRITE-TD-ONE THRU 4300-EXIT
014000         VARYING WS-BR-SUB FROM 1 BY 1
014100         UNTIL WS-BR-SUB > 100.
014200     MOVE WS-TD-COUNT TO TG-COUNT.
014300     MOVE WS-TD-PRIN TO TG-PRIN.
014400     WRITE GL-REC FROM TD-GR-TRAILER.
014500 4000-EXIT.
014600     EXIT.
014700
014800 4300-WRITE-TD-ONE.
014900     IF TDT-CNT (WS-BR-SUB) = ZERO
015000         GO TO 4300-EXIT.
015100     COMPUTE TB-BRANCH = WS-BR-SUB - 1.
015200     MOVE TDT-CNT (WS-BR-SUB) TO TB-COUNT.
015300     MOVE TDT-PRIN (WS-BR-SUB) TO TB-PRIN.
015400     WRITE GL-REC FROM TD-BR-TRAILER.
015500 4300-EXIT.
015600     EXIT.
