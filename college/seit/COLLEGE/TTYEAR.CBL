000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTYEAR.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTYEAR - YEAR-END INTEREST CERTIFICATES AND ANNUAL TAX       *
000900* FILING EXTRACT.  READS THE TWELVE TTMONTH ARCHIVES OF THE    *
001000* TAX YEAR (TRANS-YYYYMM.DAT) AND THE CURRENT TRANS.DAT,       *
001100* TOTALS EVERY ACCOUNT'S TYPE I INTEREST AND TYPE T TAX        *
001200* WITHHELD DATED IN THE YEAR, AND PRINTS ONE INTEREST          *
001300* CERTIFICATE PER ACCOUNT (GROSS, TAX WITHHELD, NET) TO        *
001400* TTYEAR.DAT.  THE SAME FIGURES GO TO THE FIXED-FORMAT FILING  *
001500* EXTRACT TAXFL-YYYY.DAT FOR THE TAX AUTHORITY - A *HEADER*    *
001600* ROW, ONE ROW PER ACCOUNT AND *TOTALS* AND *SUMMRY* TRAILER   *
001700* ROWS, TRAILER-STYLE LIKE TTGLFEED.  THE CONTROL TOTALS TIE   *
001800* BACK TO THE MONTHLY SUMMARIES: EACH ARCHIVE'S I AND T ROWS   *
001900* ARE PROVED AGAINST THE SM-INT-AMT AND SM-TAX-AMT ROLLUPS OF  *
002000* ITS SUMM-YYYYMM.DAT, MONTH BY MONTH, AND THE REPORT WALKS    *
002100* FROM THE ARCHIVED TOTAL TO THE CERTIFIED TOTAL (LESS         *
002200* ARCHIVED ROWS DATED OUTSIDE THE YEAR, PLUS ROWS STILL ON     *
002300* TRANS.DAT).  A MISSING ARCHIVE OR SUMMARY IS NOTED ON ITS    *
002400* MONTH LINE AND THE RUN CARRIES ON.  RUN IT AFTER THE         *
002500* DECEMBER TTMONTH, OR BEFORE IT WITH DECEMBER STILL ON        *
002600* TRANS.DAT.                                                   *
002700*--------------------------------------------------------------*
002800* MODIFICATION HISTORY                                         *
002900*   DATE       BY    DESCRIPTION                                *
003000*   10/15/2026 RS    NEW PROGRAM.                                *
003001*   10/15/2026 RS    ARCH-REC WIDENED TO 119 FOR THE            *
003002*                    TR-VALUE-DATE STAMP ON TRANSREC.CPY.       *
003100*--------------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ARCH-LOG ASSIGN TO DYNAMIC WS-ARCH-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-ARCH-STATUS.
003900
004000     SELECT SUMM-IN ASSIGN TO DYNAMIC WS-SUMM-NAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SUMM-STATUS.
004300
004400     SELECT OPTIONAL TRANS-LOG ASSIGN TO DISK
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT EMP ASSIGN TO DISK
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ID1.
005100
005200     SELECT CERT-OUT ASSIGN TO DISK
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT TAX-OUT ASSIGN TO DYNAMIC WS-TAX-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100 FD  ARCH-LOG
006200     LABEL RECORD IS STANDARD.
006300
006400 01  ARCH-REC                    PIC X(119).
006500
006600 FD  SUMM-IN
006700     LABEL RECORD IS STANDARD.
006800
006900     COPY "SUMMREC.CPY".
007000
007100 FD  TRANS-LOG
007200     LABEL RECORD IS STANDARD
007300     VALUE OF FILE-ID IS "TRANS.DAT".
007400
007500     COPY "TRANSREC.CPY".
007600
007700 FD  EMP
007800     LABEL RECORD IS STANDARD
007900     VALUE OF FILE-ID IS "EMP.DAT".
008000
008100     COPY "STDREC.CPY".
008200
008300 FD  CERT-OUT
008400     LABEL RECORD IS STANDARD
008500     VALUE OF FILE-ID IS "TTYEAR.DAT".
008600
008700 01  CERT-LINE                   PIC X(84).
008800
008900 FD  TAX-OUT
009000     LABEL RECORD IS STANDARD.
009100
009200 01  TX-REC.
009300     02  TX-ID1                  PIC 9(04).
009400     02  TX-NAMES                PIC X(20).
009500     02  TX-YEAR                 PIC 9(04).
009600     02  TX-GROSS                PIC 9(09)V99.
009700     02  TX-TAX                  PIC 9(09)V99.
009800     02  TX-NET                  PIC 9(09)V99.
009900     02  TX-WHT                  PIC X(01).
010000     02  FILLER                  PIC X(18).
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-SWITCHES.
010400     02  WS-EOF-SWITCH           PIC X       VALUE "N".
010500         88  EOF-YES                         VALUE "Y".
010600     02  WS-ARCH-EOF-SWITCH      PIC X       VALUE "N".
010700         88  ARCH-EOF                        VALUE "Y".
010800     02  WS-SUMM-EOF-SWITCH      PIC X       VALUE "N".
010900         88  SUMM-EOF                        VALUE "Y".
011000     02  WS-EMP-FOUND-SWITCH     PIC X       VALUE "N".
011100         88  EMP-FOUND                       VALUE "Y".
011200     02  WS-TIE-SWITCH           PIC X       VALUE "Y".
011300         88  TIE-OK                          VALUE "Y".
011400
011500 77  WS-ARCH-STATUS              PIC XX.
011600 77  WS-SUMM-STATUS              PIC XX.
011700 77  WS-YEAR                     PIC 9(04).
011800 77  WS-RUN-DATE                 PIC 9(08).
011900 77  WS-MM                       PIC 9(02).
012000 77  WS-SUB                      PIC 9(05)   COMP.
012100 77  WS-NET                      PIC 9(09)V99.
012200
012300 01  WS-TR-DATE-SPLIT.
012400     02  WS-TR-YY                PIC 9(04).
012500     02  WS-TR-MM                PIC 9(02).
012600     02  WS-TR-DD                PIC 9(02).
012700
012800 01  WS-FILE-NAMES.
012900     02  WS-ARCH-NAME            PIC X(20).
013000     02  WS-SUMM-NAME            PIC X(20).
013100     02  WS-TAX-NAME             PIC X(20).
013200
013300 01  WS-ARCH-NAME-BUILD.
013400     02  FILLER                  PIC X(06)   VALUE "TRANS-".
013500     02  AB-YEAR                 PIC 9(04).
013600     02  AB-MM                   PIC 9(02).
013700     02  FILLER                  PIC X(04)   VALUE ".DAT".
013800
013900 01  WS-SUMM-NAME-BUILD.
014000     02  FILLER                  PIC X(05)   VALUE "SUMM-".
014100     02  SB-YEAR                 PIC 9(04).
014200     02  SB-MM                   PIC 9(02).
014300     02  FILLER                  PIC X(04)   VALUE ".DAT".
014400
014500 01  WS-TAX-NAME-BUILD.
014600     02  FILLER                  PIC X(06)   VALUE "TAXFL-".
014700     02  XB-YEAR                 PIC 9(04).
014800     02  FILLER                  PIC X(04)   VALUE ".DAT".
014900
015000*--------------------------------------------------------------*
015100* ONE SLOT PER POSSIBLE ID1 - THE SLOT IS THE ID1 PLUS ONE,    *
015200* THE WAY THE BRANCH TABLES ARE KEPT - SO THE CERTIFICATES     *
015300* COME OUT IN ACCOUNT ORDER WITHOUT A SORT.                    *
015400*--------------------------------------------------------------*
015500 01  WS-ACCT-TABLE.
015600     02  WS-ACCT-ENTRY OCCURS 10000 TIMES.
015700         03  AT-INT-COUNT        PIC 9(04)   COMP.
015800         03  AT-GROSS            PIC 9(09)V99 COMP.
015900         03  AT-TAX              PIC 9(09)V99 COMP.
016000
016100 01  WS-MONTH-TABLE.
016200     02  WS-MONTH-ENTRY OCCURS 12 TIMES.
016300         03  MT-ARCH-SW          PIC X(01).
016400         03  MT-SUMM-SW          PIC X(01).
016500         03  MT-ARCH-INT         PIC 9(11)V99 COMP.
016600         03  MT-ARCH-TAX         PIC 9(11)V99 COMP.
016700         03  MT-SUMM-INT         PIC 9(11)V99 COMP.
016800         03  MT-SUMM-TAX         PIC 9(11)V99 COMP.
016900
017000 01  WS-CONTROL-TOTALS.
017100     02  WS-ARCH-INT             PIC 9(11)V99 COMP VALUE ZERO.
017200     02  WS-ARCH-TAX             PIC 9(11)V99 COMP VALUE ZERO.
017300     02  WS-SUMM-INT             PIC 9(11)V99 COMP VALUE ZERO.
017400     02  WS-SUMM-TAX             PIC 9(11)V99 COMP VALUE ZERO.
017500     02  WS-OUT-INT              PIC 9(11)V99 COMP VALUE ZERO.
017600     02  WS-OUT-TAX              PIC 9(11)V99 COMP VALUE ZERO.
017700     02  WS-CUR-INT              PIC 9(11)V99 COMP VALUE ZERO.
017800     02  WS-CUR-TAX              PIC 9(11)V99 COMP VALUE ZERO.
017900     02  WS-CERT-COUNT           PIC 9(06)   COMP VALUE ZERO.
018000     02  WS-CERT-GROSS           PIC 9(11)V99 COMP VALUE ZERO.
018100     02  WS-CERT-TAX             PIC 9(11)V99 COMP VALUE ZERO.
018200     02  WS-CERT-NET             PIC 9(11)V99 COMP VALUE ZERO.
018300
018400 01  CERT-HEAD-LINE.
018500     02  FILLER                  PIC X(32)   VALUE
018600         "INTEREST CERTIFICATE - TAX YEAR ".
018700     02  CH-YEAR                 PIC 9(04).
018800     02  FILLER                  PIC X(09)   VALUE "  PAYER: ".
018900     02  CH-PAYER-NAME           PIC X(30).
019000     02  FILLER                  PIC X(09)   VALUE SPACE.
019100
019200 01  CERT-ACCT-LINE.
019300     02  FILLER                  PIC X(09)   VALUE "ACCOUNT: ".
019400     02  CA-ID1                  PIC 9(04).
019500     02  FILLER                  PIC X(08)   VALUE "  NAME: ".
019600     02  CA-NAMES                PIC X(20).
019700     02  FILLER                  PIC X(15)   VALUE
019800         "  WITHHOLDING: ".
019900     02  CA-WHT                  PIC X(03).
020000     02  FILLER                  PIC X(25)   VALUE SPACE.
020100
020200 01  CERT-AMT-LINE.
020300     02  FILLER                  PIC X(16)   VALUE
020400         "INTEREST GROSS: ".
020500     02  CM-GROSS                PIC ZZZ,ZZZ,ZZ9.99.
020600     02  FILLER                  PIC X(16)   VALUE
020700         "  TAX WITHHELD: ".
020800     02  CM-TAX                  PIC ZZZ,ZZZ,ZZ9.99.
020900     02  FILLER                  PIC X(07)   VALUE "  NET: ".
021000     02  CM-NET                  PIC ZZZ,ZZZ,ZZ9.99.
021100     02  FILLER                  PIC X(03)   VALUE SPACE.
021200
021300 01  RULE-LINE                   PIC X(84)   VALUE ALL "-".
021400
021500 01  MONTH-HEAD-LINE.
021600     02  FILLER                  PIC X(08)   VALUE "MONTH".
021700     02  FILLER                  PIC X(16)   VALUE
021800         "  ARCHIVE INT".
021900     02  FILLER                  PIC X(16)   VALUE
022000         "  SUMMARY INT".
022100     02  FILLER                  PIC X(16)   VALUE
022200         "  ARCHIVE TAX".
022300     02  FILLER                  PIC X(16)   VALUE
022400         "  SUMMARY TAX".
022500     02  FILLER                  PIC X(12)   VALUE "  NOTE".
022600
022700 01  MONTH-LINE.
022800     02  ML-YEAR                 PIC 9(04).
022900     02  ML-MM                   PIC 9(02).
023000     02  FILLER                  PIC X(04)   VALUE SPACE.
023100     02  ML-ARCH-INT             PIC ZZZ,ZZZ,ZZ9.99.
023200     02  FILLER                  PIC X(02)   VALUE SPACE.
023300     02  ML-SUMM-INT             PIC ZZZ,ZZZ,ZZ9.99.
023400     02  FILLER                  PIC X(02)   VALUE SPACE.
023500     02  ML-ARCH-TAX             PIC ZZZ,ZZZ,ZZ9.99.
023600     02  FILLER                  PIC X(02)   VALUE SPACE.
023700     02  ML-SUMM-TAX             PIC ZZZ,ZZZ,ZZ9.99.
023800     02  FILLER                  PIC X(02)   VALUE SPACE.
023900     02  ML-NOTE                 PIC X(10).
024000
024100 01  CONTROL-LINE.
024200     02  CT-LABEL                PIC X(48).
024300     02  CT-AMT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
024400     02  FILLER                  PIC X(02)   VALUE SPACE.
024500     02  CT-NOTE                 PIC X(18).
024600
024700 01  COUNT-LINE.
024800     02  FILLER                  PIC X(21)   VALUE
024900         "CERTIFICATES ISSUED: ".
025000     02  CN-COUNT                PIC ZZZ,ZZ9.
025100     02  FILLER                  PIC X(56)   VALUE SPACE.
025200
025300 01  HEADER-REC.
025400     02  FILLER                  PIC X(08)   VALUE "*HEADER*".
025500     02  FILLER                  PIC X(01)   VALUE SPACE.
025600     02  HR-YEAR                 PIC 9(04).
025700     02  FILLER                  PIC X(01)   VALUE SPACE.
025800     02  HR-PAYER-ID             PIC X(10).
025900     02  FILLER                  PIC X(01)   VALUE SPACE.
026000     02  HR-PAYER-NAME           PIC X(30).
026100     02  FILLER                  PIC X(01)   VALUE SPACE.
026200     02  HR-RUN-DATE             PIC 9(08).
026300     02  FILLER                  PIC X(16)   VALUE SPACE.
026400
026500 01  TOTALS-REC.
026600     02  FILLER                  PIC X(08)   VALUE "*TOTALS*".
026700     02  FILLER                  PIC X(01)   VALUE SPACE.
026800     02  TT-COUNT                PIC 9(06).
026900     02  FILLER                  PIC X(01)   VALUE SPACE.
027000     02  TT-GROSS                PIC 9(11)V99.
027100     02  FILLER                  PIC X(01)   VALUE SPACE.
027200     02  TT-TAX                  PIC 9(11)V99.
027300     02  FILLER                  PIC X(01)   VALUE SPACE.
027400     02  TT-NET                  PIC 9(11)V99.
027500     02  FILLER                  PIC X(23)   VALUE SPACE.
027600
027700 01  SUMMRY-REC.
027800     02  FILLER                  PIC X(08)   VALUE "*SUMMRY*".
027900     02  FILLER                  PIC X(01)   VALUE SPACE.
028000     02  SR-SUMM-INT             PIC 9(11)V99.
028100     02  FILLER                  PIC X(01)   VALUE SPACE.
028200     02  SR-SUMM-TAX             PIC 9(11)V99.
028300     02  FILLER                  PIC X(01)   VALUE SPACE.
028400     02  SR-ARCH-INT             PIC 9(11)V99.
028500     02  FILLER                  PIC X(01)   VALUE SPACE.
028600     02  SR-ARCH-TAX             PIC 9(11)V99.
028700     02  FILLER                  PIC X(01)   VALUE SPACE.
028800     02  SR-TIED                 PIC X(01).
028900     02  FILLER                  PIC X(14)   VALUE SPACE.
029000
029100     COPY "TAXPOL.CPY".
029200
029300 PROCEDURE DIVISION.
029400*--------------------------------------------------------------*
029500* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
029600*--------------------------------------------------------------*
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029900     PERFORM 1500-SCAN-MONTH THRU 1500-EXIT
030000         VARYING WS-MM FROM 1 BY 1
030100         UNTIL WS-MM > 12.
030200     PERFORM 1900-PRIME-TRANS THRU 1900-EXIT.
030300     PERFORM 2000-SCAN-TRANS THRU 2000-EXIT
030400         UNTIL EOF-YES.
030500     PERFORM 3000-WRITE-CERTS THRU 3000-EXIT
030600         VARYING WS-SUB FROM 1 BY 1
030700         UNTIL WS-SUB > 10000.
030800     PERFORM 4000-PRINT-CONTROLS THRU 4000-EXIT.
030900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
031000     STOP RUN.
031100
031200*--------------------------------------------------------------*
031300* 1000-INITIALIZE - ACCEPTS THE TAX YEAR, BUILDS THE EXTRACT   *
031400* NAME, CLEARS THE TABLES, OPENS THE FILES AND WRITES THE      *
031500* EXTRACT'S HEADER ROW.                                        *
031600*--------------------------------------------------------------*
031700 1000-INITIALIZE.
031800     DISPLAY "ENTER THE TAX YEAR YYYY".
031900     ACCEPT WS-YEAR.
032000     IF WS-YEAR NOT NUMERIC OR WS-YEAR = ZERO
032100         DISPLAY "INVALID TAX YEAR - RUN STOPPED"
032200         STOP RUN.
032300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032400     MOVE WS-YEAR TO AB-YEAR.
032500     MOVE WS-YEAR TO SB-YEAR.
032600     MOVE WS-YEAR TO XB-YEAR.
032700     MOVE WS-TAX-NAME-BUILD TO WS-TAX-NAME.
032800     PERFORM 1100-ZERO-ACCT THRU 1100-EXIT
032900         VARYING WS-SUB FROM 1 BY 1
033000         UNTIL WS-SUB > 10000.
033100     PERFORM 1150-ZERO-MONTH THRU 1150-EXIT
033200         VARYING WS-MM FROM 1 BY 1
033300         UNTIL WS-MM > 12.
033400     OPEN INPUT EMP.
033500     OPEN OUTPUT CERT-OUT.
033600     OPEN OUTPUT TAX-OUT.
033700     MOVE WS-YEAR TO HR-YEAR.
033800     MOVE TXP-PAYER-ID TO HR-PAYER-ID.
033900     MOVE TXP-PAYER-NAME TO HR-PAYER-NAME.
034000     MOVE WS-RUN-DATE TO HR-RUN-DATE.
034100     WRITE TX-REC FROM HEADER-REC.
034200 1000-EXIT.
034300     EXIT.
034400
034500 1100-ZERO-ACCT.
034600     MOVE ZERO TO AT-INT-COUNT (WS-SUB).
034700     MOVE ZERO TO AT-GROSS (WS-SUB).
034800     MOVE ZERO TO AT-TAX (WS-SUB).
034900 1100-EXIT.
035000     EXIT.
035100
035200 1150-ZERO-MONTH.
035300     MOVE "N" TO MT-ARCH-SW (WS-MM).
035400     MOVE "N" TO MT-SUMM-SW (WS-MM).
035500     MOVE ZERO TO MT-ARCH-INT (WS-MM).
035600     MOVE ZERO TO MT-ARCH-TAX (WS-MM).
035700     MOVE ZERO TO MT-SUMM-INT (WS-MM).
035800     MOVE ZERO TO MT-SUMM-TAX (WS-MM).
035900 1150-EXIT.
036000     EXIT.
036100
036200*--------------------------------------------------------------*
036300* 1500-SCAN-MONTH - READS ONE MONTH'S TRANS-YYYYMM.DAT ARCHIVE *
036400* AND ITS SUMM-YYYYMM.DAT SUMMARY.  EITHER ONE MISSING IS      *
036500* NOTED IN THE MONTH TABLE FOR THE CONTROL REPORT AND SKIPPED. *
036600*--------------------------------------------------------------*
036700 1500-SCAN-MONTH.
036800     MOVE WS-MM TO AB-MM.
036900     MOVE WS-ARCH-NAME-BUILD TO WS-ARCH-NAME.
037000     MOVE "N" TO WS-ARCH-EOF-SWITCH.
037100     OPEN INPUT ARCH-LOG.
037200     IF WS-ARCH-STATUS NOT = "00"
037300         GO TO 1500-SUMMARY.
037400     MOVE "Y" TO MT-ARCH-SW (WS-MM).
037500     PERFORM 1520-READ-ARCH THRU 1520-EXIT
037600         UNTIL ARCH-EOF.
037700     CLOSE ARCH-LOG.
037800 1500-SUMMARY.
037900     MOVE WS-MM TO SB-MM.
038000     MOVE WS-SUMM-NAME-BUILD TO WS-SUMM-NAME.
038100     MOVE "N" TO WS-SUMM-EOF-SWITCH.
038200     OPEN INPUT SUMM-IN.
038300     IF WS-SUMM-STATUS NOT = "00"
038400         GO TO 1500-EXIT.
038500     MOVE "Y" TO MT-SUMM-SW (WS-MM).
038600     PERFORM 1620-READ-SUMM THRU 1620-EXIT
038700         UNTIL SUMM-EOF.
038800     CLOSE SUMM-IN.
038900 1500-EXIT.
039000     EXIT.
039100
039200*--------------------------------------------------------------*
039300* 1520-READ-ARCH - TOTALS EVERY I AND T ROW IN THE ARCHIVE FOR *
039400* THE TIE TO THE SUMMARY (WHICH ROLLS UP THE WHOLE FILE), AND  *
039500* ROLLS THE ROWS DATED IN THE TAX YEAR INTO THE ACCOUNT TABLE. *
039600* A STRAGGLER DATED IN AN EARLIER YEAR IS CARRIED AS A         *
039700* RECONCILING ITEM.                                            *
039800*--------------------------------------------------------------*
039900 1520-READ-ARCH.
040000     READ ARCH-LOG
040100         AT END SET ARCH-EOF TO TRUE
040200             GO TO 1520-EXIT
040300     END-READ.
040400     MOVE ARCH-REC TO TRANS-REC.
040500     MOVE TR-DATE TO WS-TR-DATE-SPLIT.
040600     IF TR-TYPE = "I" OR TR-TYPE = "i"
040700         ADD TR-AMT TO MT-ARCH-INT (WS-MM)
040800         ADD TR-AMT TO WS-ARCH-INT
040900         IF WS-TR-YY NOT = WS-YEAR
041000             ADD TR-AMT TO WS-OUT-INT
041100             GO TO 1520-EXIT
041200         END-IF
041300     END-IF.
041400     IF TR-TYPE = "T" OR TR-TYPE = "t"
041500         ADD TR-AMT TO MT-ARCH-TAX (WS-MM)
041600         ADD TR-AMT TO WS-ARCH-TAX
041700         IF WS-TR-YY NOT = WS-YEAR
041800             ADD TR-AMT TO WS-OUT-TAX
041900             GO TO 1520-EXIT
042000         END-IF
042100     END-IF.
042200     PERFORM 2050-ROLL-ROW THRU 2050-EXIT.
042300 1520-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------*
042700* 1620-READ-SUMM - ADDS ONE ACCOUNT'S SM-INT-AMT AND           *
042800* SM-TAX-AMT TO THE MONTH.  A SUMMARY WRITTEN BEFORE THE TAX   *
042900* COLUMNS WERE ADDED READS THEM SPACE-FILLED AND COUNTS AS     *
043000* ZERO TAX.                                                    *
043100*--------------------------------------------------------------*
043200 1620-READ-SUMM.
043300     READ SUMM-IN
043400         AT END SET SUMM-EOF TO TRUE
043500             GO TO 1620-EXIT
043600     END-READ.
043700     IF SM-INT-AMT NUMERIC
043800         ADD SM-INT-AMT TO MT-SUMM-INT (WS-MM)
043900         ADD SM-INT-AMT TO WS-SUMM-INT.
044000     IF SM-TAX-AMT NUMERIC
044100         ADD SM-TAX-AMT TO MT-SUMM-TAX (WS-MM)
044200         ADD SM-TAX-AMT TO WS-SUMM-TAX.
044300 1620-EXIT.
044400     EXIT.
044500
044600*--------------------------------------------------------------*
044700* 1900-PRIME-TRANS - OPENS THE CURRENT TRANS.DAT ONCE THE      *
044800* ARCHIVES ARE DONE AND PRIMES THE READ.  NO TRANS.DAT MEANS   *
044900* THE WHOLE YEAR IS ARCHIVED.                                  *
045000*--------------------------------------------------------------*
045100 1900-PRIME-TRANS.
045200     OPEN INPUT TRANS-LOG.
045300     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
045400 1900-EXIT.
045500     EXIT.
045600
045700*--------------------------------------------------------------*
045800* 2000-SCAN-TRANS - ROLLS THE I AND T ROWS OF THE CURRENT      *
045900* TRANS.DAT DATED IN THE TAX YEAR - THE MONTHS NOT YET         *
046000* ARCHIVED.  ROWS ARCHIVED EARLIER ARE NO LONGER ON IT, SO     *
046100* NOTHING COUNTS TWICE.                                        *
046200*--------------------------------------------------------------*
046300 2000-SCAN-TRANS.
046400     MOVE TR-DATE TO WS-TR-DATE-SPLIT.
046500     IF WS-TR-YY NOT = WS-YEAR
046600         GO TO 2000-NEXT.
046700     IF TR-TYPE = "I" OR TR-TYPE = "i"
046800         ADD TR-AMT TO WS-CUR-INT.
046900     IF TR-TYPE = "T" OR TR-TYPE = "t"
047000         ADD TR-AMT TO WS-CUR-TAX.
047100     PERFORM 2050-ROLL-ROW THRU 2050-EXIT.
047200 2000-NEXT.
047300     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
047400 2000-EXIT.
047500     EXIT.
047600
047700*--------------------------------------------------------------*
047800* 2100-READ-TRANS - READS THE NEXT TRANS-REC FROM TRANS.DAT.   *
047900*--------------------------------------------------------------*
048000 2100-READ-TRANS.
048100     READ TRANS-LOG
048200         AT END SET EOF-YES TO TRUE
048300     END-READ.
048400 2100-EXIT.
048500     EXIT.
048600
048700*--------------------------------------------------------------*
048800* 2050-ROLL-ROW - ADDS THE I OR T ROW IN THE RECORD AREA TO    *
048900* ITS ACCOUNT'S SLOT.  SHARED BY THE ARCHIVE AND CURRENT-LOG   *
049000* SCANS.  EVERY OTHER TYPE IS IGNORED.                         *
049100*--------------------------------------------------------------*
049200 2050-ROLL-ROW.
049300     IF TR-ID1 NOT NUMERIC
049400         GO TO 2050-EXIT.
049500     COMPUTE WS-SUB = TR-ID1 + 1.
049600     IF TR-TYPE = "I" OR TR-TYPE = "i"
049700         ADD 1 TO AT-INT-COUNT (WS-SUB)
049800         ADD TR-AMT TO AT-GROSS (WS-SUB).
049900     IF TR-TYPE = "T" OR TR-TYPE = "t"
050000         ADD TR-AMT TO AT-TAX (WS-SUB).
050100 2050-EXIT.
050200     EXIT.
050300
050400*--------------------------------------------------------------*
050500* 3000-WRITE-CERTS - PRINTS THE CERTIFICATE AND WRITES THE     *
050600* EXTRACT ROW FOR ONE ACCOUNT THAT EARNED INTEREST OR HAD TAX  *
050700* WITHHELD IN THE YEAR.  THE NAME AND THE WITHHOLDING FLAG     *
050800* COME FROM EMP.DAT; AN ACCOUNT NO LONGER ON THE MASTER STILL  *
050900* GETS ITS CERTIFICATE.                                        *
051000*--------------------------------------------------------------*
051100 3000-WRITE-CERTS.
051200     IF AT-GROSS (WS-SUB) = ZERO AND AT-TAX (WS-SUB) = ZERO
051300         GO TO 3000-EXIT.
051400     COMPUTE ID1 = WS-SUB - 1.
051500     MOVE "Y" TO WS-EMP-FOUND-SWITCH.
051600     READ EMP KEY IS ID1
051700         INVALID KEY MOVE "N" TO WS-EMP-FOUND-SWITCH
051800     END-READ.
051900     IF AT-TAX (WS-SUB) > AT-GROSS (WS-SUB)
052000         MOVE ZERO TO WS-NET
052100     ELSE
052200         COMPUTE WS-NET = AT-GROSS (WS-SUB) - AT-TAX (WS-SUB)
052300     END-IF.
052400     MOVE SPACES TO TX-REC.
052500     COMPUTE TX-ID1 = WS-SUB - 1.
052600     MOVE TX-ID1 TO CA-ID1.
052700     IF EMP-FOUND
052800         MOVE NAMES TO CA-NAMES
052900         MOVE NAMES TO TX-NAMES
053000     ELSE
053100         MOVE "NOT ON EMP.DAT" TO CA-NAMES
053200         MOVE SPACES TO TX-NAMES
053300     END-IF.
053400     IF EMP-FOUND AND TAX-WITHHOLD
053500         MOVE "YES" TO CA-WHT
053600         MOVE "Y" TO TX-WHT
053700     ELSE
053800         MOVE "NO" TO CA-WHT
053900         MOVE "N" TO TX-WHT
054000     END-IF.
054100     MOVE WS-YEAR TO CH-YEAR.
054200     MOVE TXP-PAYER-NAME TO CH-PAYER-NAME.
054300     MOVE AT-GROSS (WS-SUB) TO CM-GROSS.
054400     MOVE AT-TAX (WS-SUB) TO CM-TAX.
054500     MOVE WS-NET TO CM-NET.
054600     WRITE CERT-LINE FROM CERT-HEAD-LINE.
054700     WRITE CERT-LINE FROM CERT-ACCT-LINE.
054800     WRITE CERT-LINE FROM CERT-AMT-LINE.
054900     WRITE CERT-LINE FROM RULE-LINE.
055000     MOVE WS-YEAR TO TX-YEAR.
055100     MOVE AT-GROSS (WS-SUB) TO TX-GROSS.
055200     MOVE AT-TAX (WS-SUB) TO TX-TAX.
055300     MOVE WS-NET TO TX-NET.
055400     WRITE TX-REC.
055500     ADD 1 TO WS-CERT-COUNT.
055600     ADD AT-GROSS (WS-SUB) TO WS-CERT-GROSS.
055700     ADD AT-TAX (WS-SUB) TO WS-CERT-TAX.
055800     ADD WS-NET TO WS-CERT-NET.
055900 3000-EXIT.
056000     EXIT.
056100
056200*--------------------------------------------------------------*
056300* 4000-PRINT-CONTROLS - PRINTS THE MONTH-BY-MONTH TIE OF EACH  *
056400* ARCHIVE TO ITS SUMMARY, THEN THE WALK FROM THE ARCHIVED      *
056500* TOTALS TO THE CERTIFIED TOTALS, AND WRITES THE EXTRACT'S     *
056600* TRAILER ROWS.  A MONTH WITH AN ARCHIVE BUT NO SUMMARY (OR    *
056700* THE REVERSE), OR WHOSE FIGURES DIFFER, BREAKS THE TIE; A     *
056800* MONTH WITH NEITHER IS SIMPLY NOT ARCHIVED YET.               *
056900*--------------------------------------------------------------*
057000 4000-PRINT-CONTROLS.
057100     WRITE CERT-LINE FROM MONTH-HEAD-LINE.
057200     PERFORM 4100-MONTH-LINE THRU 4100-EXIT
057300         VARYING WS-MM FROM 1 BY 1
057400         UNTIL WS-MM > 12.
057500     WRITE CERT-LINE FROM RULE-LINE.
057600     MOVE "ARCHIVED INTEREST, ALL I ROWS" TO CT-LABEL.
057700     MOVE WS-ARCH-INT TO CT-AMT.
057800     MOVE SPACES TO CT-NOTE.
057900     WRITE CERT-LINE FROM CONTROL-LINE.
058000     MOVE "SM-INT-AMT FROM THE MONTHLY SUMMARIES" TO CT-LABEL.
058100     MOVE WS-SUMM-INT TO CT-AMT.
058200     IF WS-SUMM-INT = WS-ARCH-INT
058300         MOVE "AGREES" TO CT-NOTE
058400     ELSE
058500         MOVE "DOES NOT AGREE" TO CT-NOTE
058600         MOVE "N" TO WS-TIE-SWITCH
058700     END-IF.
058800     WRITE CERT-LINE FROM CONTROL-LINE.
058900     MOVE "ARCHIVED TAX WITHHELD, ALL T ROWS" TO CT-LABEL.
059000     MOVE WS-ARCH-TAX TO CT-AMT.
059100     MOVE SPACES TO CT-NOTE.
059200     WRITE CERT-LINE FROM CONTROL-LINE.
059300     MOVE "SM-TAX-AMT FROM THE MONTHLY SUMMARIES" TO CT-LABEL.
059400     MOVE WS-SUMM-TAX TO CT-AMT.
059500     IF WS-SUMM-TAX = WS-ARCH-TAX
059600         MOVE "AGREES" TO CT-NOTE
059700     ELSE
059800         MOVE "DOES NOT AGREE" TO CT-NOTE
059900         MOVE "N" TO WS-TIE-SWITCH
060000     END-IF.
060100     WRITE CERT-LINE FROM CONTROL-LINE.
060200     MOVE SPACES TO CT-NOTE.
060300     MOVE "LESS ARCHIVED INTEREST DATED OUTSIDE THE YEAR"
060400         TO CT-LABEL.
060500     MOVE WS-OUT-INT TO CT-AMT.
060600     WRITE CERT-LINE FROM CONTROL-LINE.
060700     MOVE "PLUS INTEREST STILL ON TRANS.DAT" TO CT-LABEL.
060800     MOVE WS-CUR-INT TO CT-AMT.
060900     WRITE CERT-LINE FROM CONTROL-LINE.
061000     MOVE "CERTIFIED GROSS INTEREST" TO CT-LABEL.
061100     MOVE WS-CERT-GROSS TO CT-AMT.
061200     WRITE CERT-LINE FROM CONTROL-LINE.
061300     MOVE "LESS ARCHIVED TAX DATED OUTSIDE THE YEAR" TO CT-LABEL.
061400     MOVE WS-OUT-TAX TO CT-AMT.
061500     WRITE CERT-LINE FROM CONTROL-LINE.
061600     MOVE "PLUS TAX STILL ON TRANS.DAT" TO CT-LABEL.
061700     MOVE WS-CUR-TAX TO CT-AMT.
061800     WRITE CERT-LINE FROM CONTROL-LINE.
061900     MOVE "CERTIFIED TAX WITHHELD" TO CT-LABEL.
062000     MOVE WS-CERT-TAX TO CT-AMT.
062100     WRITE CERT-LINE FROM CONTROL-LINE.
062200     MOVE "CERTIFIED NET INTEREST" TO CT-LABEL.
062300     MOVE WS-CERT-NET TO CT-AMT.
062400     WRITE CERT-LINE FROM CONTROL-LINE.
062500     MOVE WS-CERT-COUNT TO CN-COUNT.
062600     WRITE CERT-LINE FROM COUNT-LINE.
062700     MOVE WS-CERT-COUNT TO TT-COUNT.
062800     MOVE WS-CERT-GROSS TO TT-GROSS.
062900     MOVE WS-CERT-TAX TO TT-TAX.
063000     MOVE WS-CERT-NET TO TT-NET.
063100     WRITE TX-REC FROM TOTALS-REC.
063200     MOVE WS-SUMM-INT TO SR-SUMM-INT.
063300     MOVE WS-SUMM-TAX TO SR-SUMM-TAX.
063400     MOVE WS-ARCH-INT TO SR-ARCH-INT.
063500     MOVE WS-ARCH-TAX TO SR-ARCH-TAX.
063600     MOVE WS-TIE-SWITCH TO SR-TIED.
063700     WRITE TX-REC FROM SUMMRY-REC.
063800     DISPLAY "CERTIFICATES ISSUED:".
063900     DISPLAY WS-CERT-COUNT.
064000     IF TIE-OK
064100         DISPLAY "CONTROL TOTALS AGREE WITH THE MONTHLY SUMMARIES"
064200     ELSE
064300         DISPLAY "CONTROL TOTALS DO NOT AGREE - SEE TTYEAR.DAT".
064400 4000-EXIT.
064500     EXIT.
064600
064700 4100-MONTH-LINE.
064800     MOVE WS-YEAR TO ML-YEAR.
064900     MOVE WS-MM TO ML-MM.
065000     MOVE MT-ARCH-INT (WS-MM) TO ML-ARCH-INT.
065100     MOVE MT-SUMM-INT (WS-MM) TO ML-SUMM-INT.
065200     MOVE MT-ARCH-TAX (WS-MM) TO ML-ARCH-TAX.
065300     MOVE MT-SUMM-TAX (WS-MM) TO ML-SUMM-TAX.
065400     IF MT-ARCH-SW (WS-MM) = "N" AND MT-SUMM-SW (WS-MM) = "N"
065500         MOVE "NOT RUN" TO ML-NOTE
065600         GO TO 4100-WRITE.
065700     IF MT-ARCH-SW (WS-MM) = "N"
065800         MOVE "NO ARCHIVE" TO ML-NOTE
065900         MOVE "N" TO WS-TIE-SWITCH
066000         GO TO 4100-WRITE.
066100     IF MT-SUMM-SW (WS-MM) = "N"
066200         MOVE "NO SUMMARY" TO ML-NOTE
066300         MOVE "N" TO WS-TIE-SWITCH
066400         GO TO 4100-WRITE.
066500     IF MT-ARCH-INT (WS-MM) = MT-SUMM-INT (WS-MM)
066600         AND MT-ARCH-TAX (WS-MM) = MT-SUMM-TAX (WS-MM)
066700         MOVE "AGREES" TO ML-NOTE
066800     ELSE
066900         MOVE "DIFFERS" TO ML-NOTE
067000         MOVE "N" TO WS-TIE-SWITCH
067100     END-IF.
067200 4100-WRITE.
067300     WRITE CERT-LINE FROM MONTH-LINE.
067400 4100-EXIT.
067500     EXIT.
067600
067700*--------------------------------------------------------------*
067800* 9999-TERMINATE - CLOSES THE FILES AND ENDS THE RUN.          *
067900*--------------------------------------------------------------*
068000 9999-TERMINATE.
068100     CLOSE TRANS-LOG.
068200     CLOSE EMP.
068300     CLOSE CERT-OUT.
068400     CLOSE TAX-OUT.
068500 9999-EXIT.
068600     EXIT.
