000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTAUDIT.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTAUDIT - CROSS-FILE INTEGRITY AUDIT.  TTRECON PROVES        *
000900* BALANCES; THIS RUN PROVES THE FILES HANG TOGETHER.  IT READS *
001000* EVERY TTMONTH ARCHIVE FROM AUD-FIRST-YM (AUDPOL.CPY) UP TO   *
001100* THE MONTH BEFORE THE BUSINESS DATE AND THEN TRANS.DAT, IN    *
001200* THAT ORDER, AND CHECKS - A TR-SEQ ON FILE TWICE OR NOT AT    *
001300* ALL BETWEEN THE LOWEST AND HIGHEST (A DROPPED SESSION OR A   *
001400* RERUN OF TTMONTH), CKPT.DAT BEHIND THE HIGHEST TR-SEQ, A V   *
001500* ROW WHOSE TR-REF POINTS AT NO ROW, A TRANSFER WITH ONLY ONE  *
001600* LEG, A TR-OPER OR TR-OVR STAMP NOT ON TELLER.DAT (THE BATCH  *
001700* JOBS' OWN STAMPS EXCEPTED), AND A LIVE HOLD.DAT OR STORD.DAT *
001800* ROW ON AN ID1 THAT IS CLOSED OR NOT ON EMP.DAT.  EVERY       *
001900* EXCEPTION PRINTS ON TTAUDIT.DAT UNDER ITS CATEGORY, HARD (A  *
002000* BREAK IN THE BOOKS) OR SOFT (A WARNING), FOLLOWED BY THE     *
002100* COUNT PER CATEGORY.  THE RESULT GOES TO AUDSTAT.DAT          *
002200* (AUDSREC.CPY) FOR TTEOD, WHICH WILL NOT LET THE NIGHT PAST   *
002300* THE TTAUDIT STEP TO TTBKUP WHILE ANY HARD BREAK STANDS.      *
002400* NOTHING IS CHANGED - THE RUN ONLY READS.                     *
002500*--------------------------------------------------------------*
002600* MODIFICATION HISTORY                                         *
002700*   DATE       BY    DESCRIPTION                                *
002800*   10/15/2026 RS    NEW PROGRAM.                                *
002801*   10/15/2026 RS    ARCH-REC WIDENED TO 119 FOR THE            *
002802*                    TR-VALUE-DATE STAMP ON TRANSREC.CPY.       *
002900*--------------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ARCH-LOG ASSIGN TO DYNAMIC WS-ARCH-NAME
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ARCH-STATUS.
003700
003800     SELECT OPTIONAL TRANS-LOG ASSIGN TO DISK
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT CKPT-FILE ASSIGN TO DISK
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CKPT-STATUS.
004400
004500     SELECT EMP ASSIGN TO DISK
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ID1.
004900
005000     SELECT OPTIONAL TLR-FILE ASSIGN TO DISK
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT OPTIONAL HOLD-FILE ASSIGN TO DISK
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT OPTIONAL SORD-FILE ASSIGN TO DISK
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT OPTIONAL TD-FILE ASSIGN TO DISK
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT RPT-OUT ASSIGN TO DISK
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT AUDS-FILE ASSIGN TO DISK
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000
007100 FD  ARCH-LOG
007200     LABEL RECORD IS STANDARD.
007300
007400 01  ARCH-REC                    PIC X(119).
007500
007600 FD  TRANS-LOG
007700     LABEL RECORD IS STANDARD
007800     VALUE OF FILE-ID IS "TRANS.DAT".
007900
008000     COPY "TRANSREC.CPY".
008100
008200 FD  CKPT-FILE
008300     LABEL RECORD IS STANDARD
008400     VALUE OF FILE-ID IS "CKPT.DAT".
008500
008600     COPY "CKPTREC.CPY".
008700
008800 FD  EMP
008900     LABEL RECORD IS STANDARD
009000     VALUE OF FILE-ID IS "EMP.DAT".
009100
009200     COPY "STDREC.CPY".
009300
009400 FD  TLR-FILE
009500     LABEL RECORD IS STANDARD
009600     VALUE OF FILE-ID IS "TELLER.DAT".
009700
009800     COPY "TLRREC.CPY".
009900
010000 FD  HOLD-FILE
010100     LABEL RECORD IS STANDARD
010200     VALUE OF FILE-ID IS "HOLD.DAT".
010300
010400     COPY "HLDREC.CPY".
010500
010600 FD  SORD-FILE
010700     LABEL RECORD IS STANDARD
010800     VALUE OF FILE-ID IS "STORD.DAT".
010900
011000     COPY "SORDREC.CPY".
011100
011200 FD  TD-FILE
011300     LABEL RECORD IS STANDARD
011400     VALUE OF FILE-ID IS "TDEP.DAT".
011500
011600     COPY "TDREC.CPY".
011700
011800 FD  RPT-OUT
011900     LABEL RECORD IS STANDARD
012000     VALUE OF FILE-ID IS "TTAUDIT.DAT".
012100
012200 01  RPT-LINE                    PIC X(84).
012300
012400 FD  AUDS-FILE
012500     LABEL RECORD IS STANDARD
012600     VALUE OF FILE-ID IS "AUDSTAT.DAT".
012700
012800     COPY "AUDSREC.CPY".
012900
013000 WORKING-STORAGE SECTION.
013100 01  WS-SWITCHES.
013200     02  WS-EOF-SWITCH           PIC X       VALUE "N".
013300         88  EOF-YES                         VALUE "Y".
013400     02  WS-ARCH-EOF-SWITCH      PIC X       VALUE "N".
013500         88  ARCH-EOF                        VALUE "Y".
013600     02  WS-AUX-EOF-SWITCH       PIC X       VALUE "N".
013700         88  AUX-EOF                         VALUE "Y".
013800     02  WS-FOUND-SWITCH         PIC X       VALUE "N".
013900         88  FOUND-YES                       VALUE "Y".
014000
014100 77  WS-ARCH-STATUS              PIC XX.
014200 77  WS-CKPT-STATUS              PIC XX.
014300 77  WS-SUB                      PIC 9(04)   COMP.
014400 77  WS-CAT                      PIC 9(02)   COMP.
014500 77  WS-SEQ-SUB                  PIC 9(07)   COMP.
014600 77  WS-LOW-SEQ                  PIC 9(06)   VALUE ZERO.
014700 77  WS-HIGH-SEQ                 PIC 9(06)   VALUE ZERO.
014800 77  WS-GAP-START                PIC 9(06)   VALUE ZERO.
014900 77  WS-LEG-SEQ                  PIC 9(06)   VALUE ZERO.
015000 77  WS-LEG-FILE                 PIC X(16).
015100 77  WS-CUR-FILE                 PIC X(16).
015200 77  WS-SAVE-FILE                PIC X(16).
015300 77  WS-STAMP                    PIC X(08).
015400 77  WS-STAMP-LABEL              PIC X(10).
015500 77  WS-TLR-COUNT                PIC 9(04)   COMP VALUE ZERO.
015600 77  WS-FUND-COUNT               PIC 9(04)   COMP VALUE ZERO.
015700 77  WS-ROW-COUNT                PIC 9(07)   COMP VALUE ZERO.
015800 77  WS-HARD-COUNT               PIC 9(06)   COMP VALUE ZERO.
015900 77  WS-SOFT-COUNT               PIC 9(06)   COMP VALUE ZERO.
016000
016100 01  WS-TIME-RAW.
016200     02  WS-TIME-HHMMSS          PIC 9(06).
016300     02  FILLER                  PIC 9(02).
016400
016500 01  WS-RUN-DATE                 PIC 9(08).
016600 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
016700     02  WS-RUN-YM               PIC 9(06).
016800     02  FILLER                  PIC 9(02).
016900
017000 01  WS-ARCH-YM                  PIC 9(06).
017100 01  WS-ARCH-YM-R REDEFINES WS-ARCH-YM.
017200     02  WS-ARCH-YY              PIC 9(04).
017300     02  WS-ARCH-MM              PIC 9(02).
017400
017500 01  WS-ARCH-NAME                PIC X(20).
017600
017700 01  WS-ARCH-NAME-BUILD.
017800     02  FILLER                  PIC X(06)   VALUE "TRANS-".
017900     02  AB-MONTH                PIC 9(06).
018000     02  FILLER                  PIC X(04)   VALUE ".DAT".
018100
018200*--------------------------------------------------------------*
018300* ONE BYTE PER POSSIBLE TR-SEQ - THE SLOT IS THE SEQUENCE      *
018400* ITSELF - SET TO Y THE FIRST TIME THE SEQUENCE IS READ, SO A  *
018500* SECOND SIGHTING IS A DUPLICATE AND A SPACE BETWEEN THE       *
018600* LOWEST AND HIGHEST IS A MISSING ROW.                         *
018700*--------------------------------------------------------------*
018800 01  WS-SEQ-TABLE.
018900     02  SQ-SEEN                 PIC X(01)   OCCURS 999999 TIMES.
019000
019100 01  WS-TLR-TABLE.
019200     02  WS-TLR-ID               PIC X(08)   OCCURS 500 TIMES.
019300
019400 01  WS-FUND-TABLE.
019500     02  WS-FUND-SEQ             PIC 9(06)   OCCURS 5000 TIMES.
019600
019700*--------------------------------------------------------------*
019800* THE EXCEPTION CATEGORIES IN REPORT ORDER.  THE FIRST BYTE IS *
019900* THE SEVERITY - H A HARD BREAK THAT STOPS THE NIGHT, S A      *
020000* WARNING THAT ONLY PRINTS.                                    *
020100*--------------------------------------------------------------*
020200 01  WS-CAT-NAMES.
020300     02  FILLER                  PIC X(24)   VALUE
020400         "HDUPLICATE TR-SEQ".
020500     02  FILLER                  PIC X(24)   VALUE
020600         "HMISSING TR-SEQ".
020700     02  FILLER                  PIC X(24)   VALUE
020800         "HUNNUMBERED ROW".
020900     02  FILLER                  PIC X(24)   VALUE
021000         "HCKPT BEHIND LOG".
021100     02  FILLER                  PIC X(24)   VALUE
021200         "HREVERSAL OF NOTHING".
021300     02  FILLER                  PIC X(24)   VALUE
021400         "HONE-LEGGED TRANSFER".
021500     02  FILLER                  PIC X(24)   VALUE
021600         "HUNKNOWN OPERATOR".
021700     02  FILLER                  PIC X(24)   VALUE
021800         "HACCOUNT NOT ON FILE".
021900     02  FILLER                  PIC X(24)   VALUE
022000         "SACCOUNT CLOSED".
022100     02  FILLER                  PIC X(24)   VALUE
022200         "SARCHIVE MISSING".
022300 01  WS-CAT-TABLE REDEFINES WS-CAT-NAMES.
022400     02  WS-CAT-ENTRY OCCURS 10 TIMES.
022500         03  CAT-SEV             PIC X(01).
022600             88  CAT-HARD                    VALUE "H".
022700         03  CAT-NAME            PIC X(23).
022800
022900 01  WS-CAT-COUNTS.
023000     02  WS-CAT-COUNT            PIC 9(06)   COMP OCCURS 10 TIMES.
023100
023200 01  HEAD-LINE.
023300     02  FILLER                  PIC X(36)   VALUE
023400         "CROSS-FILE INTEGRITY AUDIT FOR DATE ".
023500     02  HL-DATE                 PIC 9(08).
023600     02  FILLER                  PIC X(16)   VALUE
023700         "  ARCHIVES FROM ".
023800     02  HL-FROM                 PIC 9(06).
023900     02  FILLER                  PIC X(18)   VALUE SPACE.
024000
024100 01  COLUMN-LINE.
024200     02  FILLER                  PIC X(05)   VALUE "SEV".
024300     02  FILLER                  PIC X(24)   VALUE "CATEGORY".
024400     02  FILLER                  PIC X(17)   VALUE "FILE".
024500     02  FILLER                  PIC X(14)   VALUE "KEY".
024600     02  FILLER                  PIC X(24)   VALUE "DETAIL".
024700
024800 01  RULE-LINE                   PIC X(84)   VALUE ALL "-".
024900
025000 01  EXC-LINE.
025100     02  EX-SEV                  PIC X(04).
025200     02  FILLER                  PIC X(01)   VALUE SPACE.
025300     02  EX-CAT                  PIC X(23).
025400     02  FILLER                  PIC X(01)   VALUE SPACE.
025500     02  EX-FILE                 PIC X(16).
025600     02  FILLER                  PIC X(01)   VALUE SPACE.
025700     02  EX-KEY-LABEL            PIC X(04).
025800     02  EX-KEY-NO               PIC 9(06).
025900     02  FILLER                  PIC X(04)   VALUE SPACE.
026000     02  EX-TEXT                 PIC X(24).
026100     02  EX-TEXT-R REDEFINES EX-TEXT.
026200         03  EX-TEXT-LABEL       PIC X(10).
026300         03  EX-TEXT-NO          PIC 9(06).
026400         03  FILLER              PIC X(08).
026500     02  EX-TEXT-S REDEFINES EX-TEXT.
026600         03  EX-STAMP-LABEL      PIC X(10).
026700         03  EX-STAMP            PIC X(08).
026800         03  FILLER              PIC X(06).
026900
027000 01  COUNT-HEAD-LINE.
027100     02  FILLER                  PIC X(05)   VALUE "SEV".
027200     02  FILLER                  PIC X(24)   VALUE "CATEGORY".
027300     02  FILLER                  PIC X(55)   VALUE "COUNT".
027400
027500 01  COUNT-LINE.
027600     02  CL-SEV                  PIC X(04).
027700     02  FILLER                  PIC X(01)   VALUE SPACE.
027800     02  CL-CAT                  PIC X(23).
027900     02  FILLER                  PIC X(01)   VALUE SPACE.
028000     02  CL-COUNT                PIC ZZZ,ZZ9.
028100     02  FILLER                  PIC X(48)   VALUE SPACE.
028200
028300 01  TOTAL-LINE.
028400     02  TL-LABEL                PIC X(29).
028500     02  TL-COUNT                PIC Z,ZZZ,ZZ9.
028600     02  FILLER                  PIC X(02)   VALUE SPACE.
028700     02  TL-NOTE                 PIC X(44).
028800
028900     COPY "AUDPOL.CPY".
029000
029100 PROCEDURE DIVISION.
029200*--------------------------------------------------------------*
029300* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
029400*--------------------------------------------------------------*
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029700     PERFORM 1100-LOAD-TELLERS THRU 1100-EXIT.
029800     PERFORM 1200-LOAD-FUNDING THRU 1200-EXIT.
029900     MOVE AUD-FIRST-YM TO WS-ARCH-YM.
030000     PERFORM 1500-SCAN-ONE-MONTH THRU 1500-EXIT
030100         UNTIL WS-ARCH-YM NOT < WS-RUN-YM.
030200     PERFORM 1900-PRIME-TRANS THRU 1900-EXIT.
030300     PERFORM 2000-SCAN-TRANS THRU 2000-EXIT
030400         UNTIL EOF-YES.
030500     CLOSE TRANS-LOG.
030600     PERFORM 2900-FLUSH-LEG THRU 2900-EXIT.
030700     PERFORM 3000-CHECK-GAPS THRU 3000-EXIT.
030800     PERFORM 4000-CHECK-CKPT THRU 4000-EXIT.
030900     PERFORM 5000-CHECK-HOLDS THRU 5000-EXIT.
031000     PERFORM 5500-CHECK-ORDERS THRU 5500-EXIT.
031100     PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
031200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
031300     STOP RUN.
031400
031500*--------------------------------------------------------------*
031600* 1000-INITIALIZE - TAKES THE BUSINESS DATE BEING CLOSED,      *
031700* CLEARS THE SEQUENCE MAP AND THE COUNTS, OPENS EMP.DAT AND    *
031800* THE REPORT.                                                  *
031900*--------------------------------------------------------------*
032000 1000-INITIALIZE.
032100     DISPLAY "ENTER THE BUSINESS DATE YYYYMMDD (0 FOR TODAY)".
032200     ACCEPT WS-RUN-DATE.
032300     IF WS-RUN-DATE NOT NUMERIC
032400         DISPLAY "INVALID BUSINESS DATE - RUN STOPPED"
032500         STOP RUN.
032600     IF WS-RUN-DATE = ZERO
032700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032800     MOVE SPACES TO WS-SEQ-TABLE.
032900     PERFORM 1050-ZERO-CAT THRU 1050-EXIT
033000         VARYING WS-CAT FROM 1 BY 1
033100         UNTIL WS-CAT > 10.
033200     OPEN INPUT EMP.
033300     OPEN OUTPUT RPT-OUT.
033400     MOVE WS-RUN-DATE TO HL-DATE.
033500     MOVE AUD-FIRST-YM TO HL-FROM.
033600     WRITE RPT-LINE FROM HEAD-LINE.
033700     WRITE RPT-LINE FROM COLUMN-LINE.
033800     WRITE RPT-LINE FROM RULE-LINE.
033900 1000-EXIT.
034000     EXIT.
034100
034200 1050-ZERO-CAT.
034300     MOVE ZERO TO WS-CAT-COUNT (WS-CAT).
034400 1050-EXIT.
034500     EXIT.
034600
034700*--------------------------------------------------------------*
034800* 1100-LOAD-TELLERS - LOADS EVERY OPERATOR ID ON TELLER.DAT,   *
034900* DISABLED ONES INCLUDED - A TELLER WHO HAS LEFT STILL STAMPED *
035000* THE ROWS POSTED BEFORE.  NO FILE MEANS NO OPERATORS, SO      *
035100* EVERY TELLER STAMP REPORTS.                                  *
035200*--------------------------------------------------------------*
035300 1100-LOAD-TELLERS.
035400     MOVE "N" TO WS-AUX-EOF-SWITCH.
035500     OPEN INPUT TLR-FILE.
035600 1100-READ-TLR.
035700     READ TLR-FILE
035800         AT END SET AUX-EOF TO TRUE
035900     END-READ.
036000     IF AUX-EOF
036100         CLOSE TLR-FILE
036200         GO TO 1100-EXIT.
036300     IF WS-TLR-COUNT = 500
036400         DISPLAY "TELLER TABLE FULL - RAISE THE OCCURS, RERUN"
036500         CLOSE TLR-FILE
036600         STOP RUN.
036700     ADD 1 TO WS-TLR-COUNT.
036800     MOVE TLR-ID TO WS-TLR-ID (WS-TLR-COUNT).
036900     GO TO 1100-READ-TLR.
037000 1100-EXIT.
037100     EXIT.
037200
037300*--------------------------------------------------------------*
037400* 1200-LOAD-FUNDING - LOADS THE TD-FUND-SEQ OF EVERY TERM      *
037500* DEPOSIT ON TDEP.DAT.  A FUNDING W ROW CARRIES ITS OWN TR-SEQ *
037600* AS ITS REFERENCE JUST AS A TRANSFER'S DEBIT LEG DOES, BUT    *
037700* HAS NO CREDIT LEG BEHIND IT, SO IT MUST NOT BE TAKEN FOR A   *
037800* BROKEN TRANSFER.                                             *
037900*--------------------------------------------------------------*
038000 1200-LOAD-FUNDING.
038100     MOVE "N" TO WS-AUX-EOF-SWITCH.
038200     OPEN INPUT TD-FILE.
038300 1200-READ-TD.
038400     READ TD-FILE
038500         AT END SET AUX-EOF TO TRUE
038600     END-READ.
038700     IF AUX-EOF
038800         CLOSE TD-FILE
038900         GO TO 1200-EXIT.
039000     IF TD-FUND-SEQ NOT NUMERIC OR TD-FUND-SEQ = ZERO
039100         GO TO 1200-READ-TD.
039200     IF WS-FUND-COUNT = 5000
039300         DISPLAY "FUNDING TABLE FULL - RAISE THE OCCURS, RERUN"
039400         CLOSE TD-FILE
039500         STOP RUN.
039600     ADD 1 TO WS-FUND-COUNT.
039700     MOVE TD-FUND-SEQ TO WS-FUND-SEQ (WS-FUND-COUNT).
039800     GO TO 1200-READ-TD.
039900 1200-EXIT.
040000     EXIT.
040100
040200*--------------------------------------------------------------*
040300* 1500-SCAN-ONE-MONTH - READS ONE TRANS-YYYYMM.DAT ARCHIVE     *
040400* THROUGH THE ROW CHECKS.  A MISSING ARCHIVE IS A WARNING OF   *
040500* ITS OWN - THE ROWS IT SHOULD HAVE HELD SHOW UP AS MISSING    *
040600* TR-SEQ.                                                      *
040700*--------------------------------------------------------------*
040800 1500-SCAN-ONE-MONTH.
040900     MOVE WS-ARCH-YM TO AB-MONTH.
041000     MOVE WS-ARCH-NAME-BUILD TO WS-ARCH-NAME.
041100     MOVE WS-ARCH-NAME TO WS-CUR-FILE.
041200     MOVE "N" TO WS-ARCH-EOF-SWITCH.
041300     OPEN INPUT ARCH-LOG.
041400     IF WS-ARCH-STATUS NOT = "00"
041500         MOVE 10 TO WS-CAT
041600         MOVE SPACES TO EXC-LINE
041700         MOVE "MONTH NOT ARCHIVED" TO EX-TEXT
041800         PERFORM 7000-WRITE-EXC THRU 7000-EXIT
041900         GO TO 1500-NEXT-MONTH.
042000     PERFORM 1520-READ-ARCH THRU 1520-EXIT
042100         UNTIL ARCH-EOF.
042200     CLOSE ARCH-LOG.
042300     PERFORM 2900-FLUSH-LEG THRU 2900-EXIT.
042400 1500-NEXT-MONTH.
042500     IF WS-ARCH-MM = 12
042600         ADD 1 TO WS-ARCH-YY
042700         MOVE 1 TO WS-ARCH-MM
042800     ELSE
042900         ADD 1 TO WS-ARCH-MM
043000     END-IF.
043100 1500-EXIT.
043200     EXIT.
043300
043400 1520-READ-ARCH.
043500     READ ARCH-LOG
043600         AT END SET ARCH-EOF TO TRUE
043700             GO TO 1520-EXIT
043800     END-READ.
043900     MOVE ARCH-REC TO TRANS-REC.
044000     PERFORM 2100-CHECK-ROW THRU 2100-EXIT.
044100 1520-EXIT.
044200     EXIT.
044300
044400*--------------------------------------------------------------*
044500* 1900-PRIME-TRANS - OPENS THE CURRENT TRANS.DAT ONCE THE      *
044600* ARCHIVES ARE DONE AND PRIMES THE READ.                       *
044700*--------------------------------------------------------------*
044800 1900-PRIME-TRANS.
044900     MOVE "TRANS.DAT" TO WS-CUR-FILE.
045000     OPEN INPUT TRANS-LOG.
045100     PERFORM 2050-READ-TRANS THRU 2050-EXIT.
045200 1900-EXIT.
045300     EXIT.
045400
045500*--------------------------------------------------------------*
045600* 2000-SCAN-TRANS - CHECKS EACH ROW OF THE CURRENT TRANS.DAT.  *
045700*--------------------------------------------------------------*
045800 2000-SCAN-TRANS.
045900     PERFORM 2100-CHECK-ROW THRU 2100-EXIT.
046000     PERFORM 2050-READ-TRANS THRU 2050-EXIT.
046100 2000-EXIT.
046200     EXIT.
046300
046400 2050-READ-TRANS.
046500     READ TRANS-LOG
046600         AT END SET EOF-YES TO TRUE
046700     END-READ.
046800 2050-EXIT.
046900     EXIT.
047000
047100*--------------------------------------------------------------*
047200* 2100-CHECK-ROW - RUNS THE ROW IN THE RECORD AREA THROUGH THE *
047300* SEQUENCE MAP, THE REVERSAL AND TRANSFER CHECKS AND THE       *
047400* OPERATOR CHECK.  SHARED BY THE ARCHIVE AND CURRENT-LOG       *
047500* SCANS, WHICH FEED IT IN TR-SEQ ORDER.  A REVERSAL ALWAYS     *
047600* FOLLOWS THE ROW IT BACKS OUT, SO ITS TR-REF MUST ALREADY BE  *
047700* IN THE MAP.                                                  *
047800*--------------------------------------------------------------*
047900 2100-CHECK-ROW.
048000     ADD 1 TO WS-ROW-COUNT.
048100     PERFORM 2200-CHECK-LEG THRU 2200-EXIT.
048200     IF TR-SEQ NOT NUMERIC OR TR-SEQ = ZERO
048300         MOVE 3 TO WS-CAT
048400         MOVE SPACES TO EXC-LINE
048500         IF TR-ID1 NUMERIC
048600             MOVE "ID1" TO EX-KEY-LABEL
048700             MOVE TR-ID1 TO EX-KEY-NO
048800         END-IF
048900         MOVE "NO TR-SEQ ON THE ROW" TO EX-TEXT
049000         PERFORM 7000-WRITE-EXC THRU 7000-EXIT
049100         GO TO 2100-OPER.
049200     IF SQ-SEEN (TR-SEQ) = "Y"
049300         MOVE 1 TO WS-CAT
049400         MOVE SPACES TO EXC-LINE
049500         MOVE "SEQ" TO EX-KEY-LABEL
049600         MOVE TR-SEQ TO EX-KEY-NO
049700         MOVE "ALREADY READ ONCE" TO EX-TEXT
049800         PERFORM 7000-WRITE-EXC THRU 7000-EXIT
049900     ELSE
050000         MOVE "Y" TO SQ-SEEN (TR-SEQ)
050100     END-IF.
050200     IF WS-LOW-SEQ = ZERO OR TR-SEQ < WS-LOW-SEQ
050300         MOVE TR-SEQ TO WS-LOW-SEQ.
050400     IF TR-SEQ > WS-HIGH-SEQ
050500         MOVE TR-SEQ TO WS-HIGH-SEQ.
050600     IF TR-TYPE NOT = "V" AND TR-TYPE NOT = "v"
050700         GO TO 2100-OPER.
050800     IF TR-REF NUMERIC
050900         IF TR-REF > ZERO
051000             IF SQ-SEEN (TR-REF) = "Y"
051100                 GO TO 2100-OPER.
051200     MOVE 5 TO WS-CAT.
051300     MOVE SPACES TO EXC-LINE.
051400     MOVE "SEQ" TO EX-KEY-LABEL.
051500     MOVE TR-SEQ TO EX-KEY-NO.
051600     MOVE "REVERSES" TO EX-TEXT-LABEL.
051700     IF TR-REF NUMERIC
051800         MOVE TR-REF TO EX-TEXT-NO.
051900     PERFORM 7000-WRITE-EXC THRU 7000-EXIT.
052000 2100-OPER.
052100     MOVE TR-OPER TO WS-STAMP.
052200     MOVE "TR-OPER" TO WS-STAMP-LABEL.
052300     PERFORM 2300-CHECK-STAMP THRU 2300-EXIT.
052400     MOVE TR-OVR TO WS-STAMP.
052500     MOVE "TR-OVR" TO WS-STAMP-LABEL.
052600     PERFORM 2300-CHECK-STAMP THRU 2300-EXIT.
052700 2100-EXIT.
052800     EXIT.
052900
053000*--------------------------------------------------------------*
053100* 2200-CHECK-LEG - PAIRS TRANSFER LEGS.  TT WRITES A TRANSFER  *
053200* AS A W DEBIT LEG CARRYING ITS OWN TR-SEQ AS ITS REFERENCE,   *
053300* FOLLOWED AT THE VERY NEXT TR-SEQ BY THE D CREDIT LEG         *
053400* CARRYING THE SAME REFERENCE.  A DEBIT LEG IS HELD UNTIL THE  *
053500* NEXT ROW IS SEEN; IF THAT ROW IS NOT ITS CREDIT LEG THE      *
053600* DEBIT LEG STANDS ALONE.  A D ROW REFERENCING THE TR-SEQ JUST *
053700* BEFORE IT THAT WAS NOT CLAIMED BY A DEBIT LEG IS A CREDIT    *
053800* LEG STANDING ALONE.  A TERM DEPOSIT'S FUNDING W AND PAYOUT D *
053900* SHARE A REFERENCE TOO, AND THE BATCH JOBS NEVER WRITE        *
054000* TRANSFERS, SO BOTH ARE LEFT OUT.                             *
054100*--------------------------------------------------------------*
054200 2200-CHECK-LEG.
054300     IF WS-LEG-SEQ = ZERO
054400         GO TO 2200-THIS-ROW.
054500     IF (TR-TYPE = "D" OR TR-TYPE = "d")
054600         AND TR-REF NUMERIC AND TR-SEQ NUMERIC
054700         IF TR-REF = WS-LEG-SEQ AND TR-SEQ = WS-LEG-SEQ + 1
054800             MOVE ZERO TO WS-LEG-SEQ
054900             GO TO 2200-EXIT.
055000     PERFORM 2900-FLUSH-LEG THRU 2900-EXIT.
055100 2200-THIS-ROW.
055200     IF TR-SEQ NOT NUMERIC OR TR-REF NOT NUMERIC
055300         GO TO 2200-EXIT.
055400     IF TR-REF = ZERO
055500         GO TO 2200-EXIT.
055600     IF (TR-TYPE = "W" OR TR-TYPE = "w") AND TR-REF = TR-SEQ
055700         GO TO 2200-DEBIT.
055800     IF (TR-TYPE = "D" OR TR-TYPE = "d") AND TR-REF + 1 = TR-SEQ
055900         GO TO 2200-CREDIT.
056000     GO TO 2200-EXIT.
056100 2200-DEBIT.
056200     PERFORM 2400-FIND-MACHINE THRU 2400-EXIT.
056300     IF FOUND-YES
056400         GO TO 2200-EXIT.
056500     PERFORM 2500-FIND-FUNDING THRU 2500-EXIT.
056600     IF FOUND-YES
056700         GO TO 2200-EXIT.
056800     MOVE TR-SEQ TO WS-LEG-SEQ.
056900     MOVE WS-CUR-FILE TO WS-LEG-FILE.
057000     GO TO 2200-EXIT.
057100 2200-CREDIT.
057200     PERFORM 2400-FIND-MACHINE THRU 2400-EXIT.
057300     IF FOUND-YES
057400         GO TO 2200-EXIT.
057500     PERFORM 2500-FIND-FUNDING THRU 2500-EXIT.
057600     IF FOUND-YES
057700         GO TO 2200-EXIT.
057800     MOVE 6 TO WS-CAT.
057900     MOVE SPACES TO EXC-LINE.
058000     MOVE "SEQ" TO EX-KEY-LABEL.
058100     MOVE TR-SEQ TO EX-KEY-NO.
058200     MOVE "NO DEBIT  " TO EX-TEXT-LABEL.
058300     MOVE TR-REF TO EX-TEXT-NO.
058400     PERFORM 7000-WRITE-EXC THRU 7000-EXIT.
058500 2200-EXIT.
058600     EXIT.
058700
058800*--------------------------------------------------------------*
058900* 2300-CHECK-STAMP - WS-STAMP MUST BE SPACES (NO OVERRIDE, OR  *
059000* A ROW FROM BEFORE THE STAMP WAS ADDED), A BATCH JOB'S OWN    *
059100* STAMP, OR AN OPERATOR ON TELLER.DAT.                         *
059200*--------------------------------------------------------------*
059300 2300-CHECK-STAMP.
059400     IF WS-STAMP = SPACES
059500         GO TO 2300-EXIT.
059600     MOVE "N" TO WS-FOUND-SWITCH.
059700     PERFORM 2350-MATCH-MACHINE THRU 2350-EXIT
059800         VARYING WS-SUB FROM 1 BY 1
059900         UNTIL WS-SUB > 8 OR FOUND-YES.
060000     IF FOUND-YES
060100         GO TO 2300-EXIT.
060200     PERFORM 2360-MATCH-TELLER THRU 2360-EXIT
060300         VARYING WS-SUB FROM 1 BY 1
060400         UNTIL WS-SUB > WS-TLR-COUNT OR FOUND-YES.
060500     IF FOUND-YES
060600         GO TO 2300-EXIT.
060700     MOVE 7 TO WS-CAT.
060800     MOVE SPACES TO EXC-LINE.
060900     MOVE "SEQ" TO EX-KEY-LABEL.
061000     IF TR-SEQ NUMERIC
061100         MOVE TR-SEQ TO EX-KEY-NO.
061200     MOVE WS-STAMP-LABEL TO EX-STAMP-LABEL.
061300     MOVE WS-STAMP TO EX-STAMP.
061400     PERFORM 7000-WRITE-EXC THRU 7000-EXIT.
061500 2300-EXIT.
061600     EXIT.
061700
061800 2350-MATCH-MACHINE.
061900     IF AUD-MACHINE-NAME (WS-SUB) = WS-STAMP
062000         MOVE "Y" TO WS-FOUND-SWITCH.
062100 2350-EXIT.
062200     EXIT.
062300
062400 2360-MATCH-TELLER.
062500     IF WS-TLR-ID (WS-SUB) = WS-STAMP
062600         MOVE "Y" TO WS-FOUND-SWITCH.
062700 2360-EXIT.
062800     EXIT.
062900
063000*--------------------------------------------------------------*
063100* 2400-FIND-MACHINE - FOUND-YES WHEN TR-OPER IS A BATCH STAMP. *
063200*--------------------------------------------------------------*
063300 2400-FIND-MACHINE.
063400     MOVE TR-OPER TO WS-STAMP.
063500     MOVE "N" TO WS-FOUND-SWITCH.
063600     PERFORM 2350-MATCH-MACHINE THRU 2350-EXIT
063700         VARYING WS-SUB FROM 1 BY 1
063800         UNTIL WS-SUB > 8 OR FOUND-YES.
063900 2400-EXIT.
064000     EXIT.
064100
064200*--------------------------------------------------------------*
064300* 2500-FIND-FUNDING - FOUND-YES WHEN TR-REF IS A TERM          *
064400* DEPOSIT'S FUNDING SEQUENCE.                                  *
064500*--------------------------------------------------------------*
064600 2500-FIND-FUNDING.
064700     MOVE "N" TO WS-FOUND-SWITCH.
064800     PERFORM 2550-MATCH-FUNDING THRU 2550-EXIT
064900         VARYING WS-SUB FROM 1 BY 1
065000         UNTIL WS-SUB > WS-FUND-COUNT OR FOUND-YES.
065100 2500-EXIT.
065200     EXIT.
065300
065400 2550-MATCH-FUNDING.
065500     IF WS-FUND-SEQ (WS-SUB) = TR-REF
065600         MOVE "Y" TO WS-FOUND-SWITCH.
065700 2550-EXIT.
065800     EXIT.
065900
066000*--------------------------------------------------------------*
066100* 2900-FLUSH-LEG - REPORTS A DEBIT LEG STILL WAITING FOR ITS   *
066200* CREDIT LEG - THE NEXT ROW WAS SOMETHING ELSE, OR THE FILE    *
066300* ENDED.                                                       *
066400*--------------------------------------------------------------*
066500 2900-FLUSH-LEG.
066600     IF WS-LEG-SEQ = ZERO
066700         GO TO 2900-EXIT.
066800     MOVE 6 TO WS-CAT.
066900     MOVE SPACES TO EXC-LINE.
067000     MOVE "SEQ" TO EX-KEY-LABEL.
067100     MOVE WS-LEG-SEQ TO EX-KEY-NO.
067200     MOVE "NO CREDIT LEG" TO EX-TEXT.
067300     MOVE WS-CUR-FILE TO WS-SAVE-FILE.
067400     MOVE WS-LEG-FILE TO WS-CUR-FILE.
067500     PERFORM 7000-WRITE-EXC THRU 7000-EXIT.
067600     MOVE WS-SAVE-FILE TO WS-CUR-FILE.
067700     MOVE ZERO TO WS-LEG-SEQ.
067800 2900-EXIT.
067900     EXIT.
068000
068100*--------------------------------------------------------------*
068200* 3000-CHECK-GAPS - WALKS THE SEQUENCE MAP FROM THE LOWEST     *
068300* TR-SEQ READ TO THE HIGHEST AND PRINTS ONE LINE PER RUN OF    *
068400* MISSING SEQUENCES.  THE HIGHEST WAS READ, SO A RUN ALWAYS    *
068500* CLOSES BEFORE THE WALK ENDS.                                 *
068600*--------------------------------------------------------------*
068700 3000-CHECK-GAPS.
068800     IF WS-HIGH-SEQ = ZERO
068900         GO TO 3000-EXIT.
069000     MOVE SPACES TO WS-CUR-FILE.
069100     MOVE ZERO TO WS-GAP-START.
069200     PERFORM 3100-CHECK-ONE-SEQ THRU 3100-EXIT
069300         VARYING WS-SEQ-SUB FROM WS-LOW-SEQ BY 1
069400         UNTIL WS-SEQ-SUB > WS-HIGH-SEQ.
069500 3000-EXIT.
069600     EXIT.
069700
069800 3100-CHECK-ONE-SEQ.
069900     IF SQ-SEEN (WS-SEQ-SUB) NOT = "Y"
070000         IF WS-GAP-START = ZERO
070100             MOVE WS-SEQ-SUB TO WS-GAP-START
070200         END-IF
070300         GO TO 3100-EXIT.
070400     IF WS-GAP-START = ZERO
070500         GO TO 3100-EXIT.
070600     MOVE 2 TO WS-CAT.
070700     MOVE SPACES TO EXC-LINE.
070800     MOVE "SEQ" TO EX-KEY-LABEL.
070900     MOVE WS-GAP-START TO EX-KEY-NO.
071000     MOVE "THRU" TO EX-TEXT-LABEL.
071100     COMPUTE EX-TEXT-NO = WS-SEQ-SUB - 1.
071200     PERFORM 7000-WRITE-EXC THRU 7000-EXIT.
071300     MOVE ZERO TO WS-GAP-START.
071400 3100-EXIT.
071500     EXIT.
071600
071700*--------------------------------------------------------------*
071800* 4000-CHECK-CKPT - THE NEXT POSTING TAKES CKPT-SEQ PLUS ONE,  *
071900* SO A CHECKPOINT BEHIND THE HIGHEST TR-SEQ ON FILE (OR NO     *
072000* CHECKPOINT AT ALL OVER A LOG WITH ROWS) WOULD HAND OUT A     *
072100* SEQUENCE ALREADY USED.                                       *
072200*--------------------------------------------------------------*
072300 4000-CHECK-CKPT.
072400     MOVE "CKPT.DAT" TO WS-CUR-FILE.
072500     MOVE SPACES TO EXC-LINE.
072600     MOVE "SEQ" TO EX-KEY-LABEL.
072700     MOVE WS-HIGH-SEQ TO EX-KEY-NO.
072800     OPEN INPUT CKPT-FILE.
072900     IF WS-CKPT-STATUS NOT = "00"
073000         GO TO 4000-NO-CKPT.
073100     READ CKPT-FILE
073200         AT END CLOSE CKPT-FILE
073300             GO TO 4000-NO-CKPT
073400     END-READ.
073500     CLOSE CKPT-FILE.
073600     IF CKPT-SEQ NUMERIC
073700         IF CKPT-SEQ NOT < WS-HIGH-SEQ
073800             GO TO 4000-EXIT.
073900     MOVE 4 TO WS-CAT.
074000     MOVE "CKPT AT" TO EX-TEXT-LABEL.
074100     IF CKPT-SEQ NUMERIC
074200         MOVE CKPT-SEQ TO EX-TEXT-NO.
074300     PERFORM 7000-WRITE-EXC THRU 7000-EXIT.
074400     GO TO 4000-EXIT.
074500 4000-NO-CKPT.
074600     IF WS-HIGH-SEQ = ZERO
074700         GO TO 4000-EXIT.
074800     MOVE 4 TO WS-CAT.
074900     MOVE "NO CHECKPOINT ON FILE" TO EX-TEXT.
075000     PERFORM 7000-WRITE-EXC THRU 7000-EXIT.
075100 4000-EXIT.
075200     EXIT.
075300
075400*--------------------------------------------------------------*
075500* 5000-CHECK-HOLDS - EVERY ACTIVE HOLD ON HOLD.DAT MUST SIT ON *
075600* AN ACCOUNT ON EMP.DAT; ONE ON A CLOSED ACCOUNT IS A WARNING. *
075700* RELEASED HOLDS ARE HISTORY AND ARE NOT CHECKED.              *
075800*--------------------------------------------------------------*
075900 5000-CHECK-HOLDS.
076000     MOVE "HOLD.DAT" TO WS-CUR-FILE.
076100     MOVE "N" TO WS-AUX-EOF-SWITCH.
076200     OPEN INPUT HOLD-FILE.
076300 5000-READ-HOLD.
076400     READ HOLD-FILE
076500         AT END SET AUX-EOF TO TRUE
076600     END-READ.
076700     IF AUX-EOF
076800         CLOSE HOLD-FILE
076900         GO TO 5000-EXIT.
077000     IF NOT HLD-ACTIVE
077100         GO TO 5000-READ-HOLD.
077200     MOVE HLD-ID1 TO ID1.
077300     PERFORM 5900-CHECK-ACCOUNT THRU 5900-EXIT.
077400     GO TO 5000-READ-HOLD.
077500 5000-EXIT.
077600     EXIT.
077700
077800*--------------------------------------------------------------*
077900* 5500-CHECK-ORDERS - THE SAME CHECK FOR EVERY ACTIVE STANDING *
078000* ORDER ON STORD.DAT.  CANCELLED AND ENDED ORDERS ARE NOT      *
078100* CHECKED.                                                     *
078200*--------------------------------------------------------------*
078300 5500-CHECK-ORDERS.
078400     MOVE "STORD.DAT" TO WS-CUR-FILE.
078500     MOVE "N" TO WS-AUX-EOF-SWITCH.
078600     OPEN INPUT SORD-FILE.
078700 5500-READ-SORD.
078800     READ SORD-FILE
078900         AT END SET AUX-EOF TO TRUE
079000     END-READ.
079100     IF AUX-EOF
079200         CLOSE SORD-FILE
079300         GO TO 5500-EXIT.
079400     IF NOT SO-ACTIVE
079500         GO TO 5500-READ-SORD.
079600     MOVE SO-ID1 TO ID1.
079700     PERFORM 5900-CHECK-ACCOUNT THRU 5900-EXIT.
079800     GO TO 5500-READ-SORD.
079900 5500-EXIT.
080000     EXIT.
080100
080200*--------------------------------------------------------------*
080300* 5900-CHECK-ACCOUNT - READS EMP.DAT FOR THE ID1 IN THE KEY    *
080400* AND REPORTS IT MISSING OR CLOSED AGAINST WS-CUR-FILE.        *
080500*--------------------------------------------------------------*
080600 5900-CHECK-ACCOUNT.
080700     MOVE SPACES TO EXC-LINE.
080800     MOVE "ID1" TO EX-KEY-LABEL.
080900     MOVE ID1 TO EX-KEY-NO.
081000     MOVE "Y" TO WS-FOUND-SWITCH.
081100     READ EMP KEY IS ID1
081200         INVALID KEY MOVE "N" TO WS-FOUND-SWITCH
081300     END-READ.
081400     IF NOT FOUND-YES
081500         MOVE 8 TO WS-CAT
081600         MOVE "ACCOUNT NOT ON EMP.DAT" TO EX-TEXT
081700         PERFORM 7000-WRITE-EXC THRU 7000-EXIT
081800         GO TO 5900-EXIT.
081900     IF STS-CLOSED
082000         MOVE 9 TO WS-CAT
082100         MOVE "ACCOUNT IS CLOSED" TO EX-TEXT
082200         PERFORM 7000-WRITE-EXC THRU 7000-EXIT.
082300 5900-EXIT.
082400     EXIT.
082500
082600*--------------------------------------------------------------*
082700* 7000-WRITE-EXC - FINISHES THE EXCEPTION LINE FOR CATEGORY    *
082800* WS-CAT WITH ITS SEVERITY, NAME AND WS-CUR-FILE, PRINTS IT    *
082900* AND COUNTS IT.  THE CALLER HAS FILLED THE KEY AND THE        *
083000* DETAIL.                                                      *
083100*--------------------------------------------------------------*
083200 7000-WRITE-EXC.
083300     IF CAT-HARD (WS-CAT)
083400         MOVE "HARD" TO EX-SEV
083500         ADD 1 TO WS-HARD-COUNT
083600     ELSE
083700         MOVE "SOFT" TO EX-SEV
083800         ADD 1 TO WS-SOFT-COUNT
083900     END-IF.
084000     MOVE CAT-NAME (WS-CAT) TO EX-CAT.
084100     MOVE WS-CUR-FILE TO EX-FILE.
084200     WRITE RPT-LINE FROM EXC-LINE.
084300     ADD 1 TO WS-CAT-COUNT (WS-CAT).
084400 7000-EXIT.
084500     EXIT.
084600
084700*--------------------------------------------------------------*
084800* 8000-PRINT-COUNTS - PRINTS THE COUNT FOR EVERY CATEGORY,     *
084900* CLEAN ONES INCLUDED, THEN THE ROWS READ, THE HARD-BREAK AND  *
085000* WARNING TOTALS AND THE VERDICT.                              *
085100*--------------------------------------------------------------*
085200 8000-PRINT-COUNTS.
085300     WRITE RPT-LINE FROM RULE-LINE.
085400     WRITE RPT-LINE FROM COUNT-HEAD-LINE.
085500     PERFORM 8100-COUNT-LINE THRU 8100-EXIT
085600         VARYING WS-CAT FROM 1 BY 1
085700         UNTIL WS-CAT > 10.
085800     WRITE RPT-LINE FROM RULE-LINE.
085900     MOVE SPACES TO TL-NOTE.
086000     MOVE "TRANSACTION ROWS READ" TO TL-LABEL.
086100     MOVE WS-ROW-COUNT TO TL-COUNT.
086200     WRITE RPT-LINE FROM TOTAL-LINE.
086300     MOVE "WARNINGS" TO TL-LABEL.
086400     MOVE WS-SOFT-COUNT TO TL-COUNT.
086500     WRITE RPT-LINE FROM TOTAL-LINE.
086600     MOVE "HARD BREAKS" TO TL-LABEL.
086700     MOVE WS-HARD-COUNT TO TL-COUNT.
086800     IF WS-HARD-COUNT = ZERO
086900         MOVE "NONE - THE NIGHT MAY GO ON TO TTBKUP"
087000             TO TL-NOTE
087100     ELSE
087200         MOVE "THE NIGHT STOPS HERE - WORK THEM, RERUN"
087300             TO TL-NOTE
087400     END-IF.
087500     WRITE RPT-LINE FROM TOTAL-LINE.
087600 8000-EXIT.
087700     EXIT.
087800
087900 8100-COUNT-LINE.
088000     IF CAT-HARD (WS-CAT)
088100         MOVE "HARD" TO CL-SEV
088200     ELSE
088300         MOVE "SOFT" TO CL-SEV
088400     END-IF.
088500     MOVE CAT-NAME (WS-CAT) TO CL-CAT.
088600     MOVE WS-CAT-COUNT (WS-CAT) TO CL-COUNT.
088700     WRITE RPT-LINE FROM COUNT-LINE.
088800 8100-EXIT.
088900     EXIT.
089000
089100*--------------------------------------------------------------*
089200* 9999-TERMINATE - WRITES THE RESULT ROW TO AUDSTAT.DAT FOR    *
089300* TTEOD, CLOSES THE FILES AND DISPLAYS THE TOTALS.             *
089400*--------------------------------------------------------------*
089500 9999-TERMINATE.
089600     ACCEPT WS-TIME-RAW FROM TIME.
089700     OPEN OUTPUT AUDS-FILE.
089800     MOVE SPACES TO AUDS-REC.
089900     MOVE WS-RUN-DATE TO AUDS-DATE.
090000     MOVE WS-TIME-HHMMSS TO AUDS-TIME.
090100     MOVE WS-ROW-COUNT TO AUDS-ROWS.
090200     MOVE WS-HARD-COUNT TO AUDS-HARD.
090300     MOVE WS-SOFT-COUNT TO AUDS-SOFT.
090400     WRITE AUDS-REC.
090500     CLOSE AUDS-FILE.
090600     CLOSE EMP.
090700     CLOSE RPT-OUT.
090800     DISPLAY "TRANSACTION ROWS READ:".
090900     DISPLAY WS-ROW-COUNT.
091000     DISPLAY "WARNINGS:".
091100     DISPLAY WS-SOFT-COUNT.
091200     DISPLAY "HARD BREAKS:".
091300     DISPLAY WS-HARD-COUNT.
091400     IF WS-HARD-COUNT > ZERO
091500         DISPLAY "HARD BREAKS FOUND - SEE TTAUDIT.DAT".
091600 9999-EXIT.
091700     EXIT.
