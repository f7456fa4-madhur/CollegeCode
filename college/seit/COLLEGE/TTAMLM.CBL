000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTAMLM.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTAMLM - COMPLIANCE CASE WORKING FOR THE SUSPICIOUS ACTIVITY *
000900* CASES THE TTAML RUN RAISES ON AMLCASE.DAT (AMLREC.CPY).  L   *
001000* LISTS THE CASES STILL OPEN OR UNDER REVIEW; A LISTS EVERY    *
001100* CASE; W WORKS ONE CASE - SHOWS IT, THEN MOVES IT TO U (UNDER *
001200* REVIEW), C (CLEARED) OR R (REPORTED) WITH A NOTE, STAMPING   *
001300* THE SIGNED-ON REVIEWER AND THE DATE.  A CLEARED OR REPORTED  *
001400* CASE IS CLOSED AND CANNOT BE WORKED AGAIN; ONCE IT IS CLOSED *
001500* THE NEXT TTAML RUN MAY RAISE A FRESH CASE ON THE SAME        *
001600* ACCOUNT AND PATTERN.  EVERY CHANGE IS WRITTEN TO THE         *
001700* AMLAUD.DAT AUDIT LOG WITH THE DATE, TIME, REVIEWER, CASE,    *
001800* NEW STATUS AND NOTE, SO THE CASE'S HISTORY SURVIVES THE NOTE *
001900* BEING OVERWRITTEN.  THE RUN OPENS WITH A SUPERVISOR SIGN-ON  *
002000* (CLASS S, ACTIVE, PIN CHECKED) AND STOPS COLD WITHOUT ONE,   *
002100* AS TTFEEM DOES.  THE CASE FILE IS REWRITTEN THROUGH THE      *
002200* AMLWRK.DAT WORK FILE, THE SAME COPY-AND-REWRITE PATTERN      *
002300* TTTLRM USES.                                                 *
002400*--------------------------------------------------------------*
002500* MODIFICATION HISTORY                                         *
002600*   DATE       BY    DESCRIPTION                                *
002700*   10/15/2026 RS    NEW PROGRAM.                                *
002800*--------------------------------------------------------------*
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT TLR-FILE ASSIGN TO DISK
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TLR-STATUS.
003600
003700     SELECT OPTIONAL AML-FILE ASSIGN TO DISK
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT AML-WRK ASSIGN TO DISK
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT OPTIONAL AUD-FILE ASSIGN TO DISK
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800
004900 FD  TLR-FILE
005000     LABEL RECORD IS STANDARD
005100     VALUE OF FILE-ID IS "TELLER.DAT".
005200
005300     COPY "TLRREC.CPY".
005400
005500 FD  AML-FILE
005600     LABEL RECORD IS STANDARD
005700     VALUE OF FILE-ID IS "AMLCASE.DAT".
005800
005900     COPY "AMLREC.CPY".
006000
006100 FD  AML-WRK
006200     LABEL RECORD IS STANDARD
006300     VALUE OF FILE-ID IS "AMLWRK.DAT".
006400
006500 01  AWRK-REC                    PIC X(161).
006600
006700 FD  AUD-FILE
006800     LABEL RECORD IS STANDARD
006900     VALUE OF FILE-ID IS "AMLAUD.DAT".
007000
007100 01  AUD-REC                     PIC X(80).
007200
007300 WORKING-STORAGE SECTION.
007400 77  C                           PIC X.
007500 77  WS-TLR-STATUS               PIC XX.
007600 77  WS-SUPV-ID                  PIC X(08).
007700 77  WS-PIN                      PIC X(04).
007800 77  WS-TARGET-ID                PIC X(08).
007900 77  WS-CASE-NO                  PIC 9(06).
008000 77  WS-NEW-STS                  PIC X(01).
008100 77  WS-NOTES                    PIC X(40).
008200 77  WS-AUD-DATE                 PIC 9(08).
008300 77  WS-LIST-COUNT               PIC 9(04) VALUE ZERO.
008400 77  WS-TLR-FOUND-SWITCH         PIC X     VALUE "N".
008500     88  TLR-FOUND                         VALUE "Y".
008600 77  WS-TLR-EOF-SWITCH           PIC X     VALUE "N".
008700     88  TLR-EOF                           VALUE "Y".
008800 77  WS-ROW-FOUND-SWITCH         PIC X     VALUE "N".
008900     88  ROW-FOUND                         VALUE "Y".
009000 77  WS-FILE-EOF-SWITCH          PIC X     VALUE "N".
009100     88  FILE-EOF                          VALUE "Y".
009200 77  WS-WRK-EOF-SWITCH           PIC X     VALUE "N".
009300     88  WRK-EOF                           VALUE "Y".
009400 77  WS-LIVE-ONLY-SWITCH         PIC X     VALUE "N".
009500     88  LIVE-ONLY                         VALUE "Y".
009600
009700 01  WS-TIME-RAW.
009800     02  WS-TIME-HHMMSS          PIC 9(06).
009900     02  FILLER                  PIC 9(02).
010000
010100 01  AUD-LINE.
010200     02  AU-DATE                 PIC 9(08).
010300     02  FILLER                  PIC X(02)   VALUE SPACE.
010400     02  AU-TIME                 PIC 9(06).
010500     02  FILLER                  PIC X(02)   VALUE SPACE.
010600     02  AU-SUPV                 PIC X(08).
010700     02  FILLER                  PIC X(02)   VALUE SPACE.
010800     02  AU-CASE                 PIC 9(06).
010900     02  FILLER                  PIC X(02)   VALUE SPACE.
011000     02  AU-STS                  PIC X(01).
011100     02  FILLER                  PIC X(03)   VALUE SPACE.
011200     02  AU-NOTES                PIC X(40).
011300
011400 PROCEDURE DIVISION.
011500*--------------------------------------------------------------*
011600* START-UP - A SUPERVISOR SIGN-ON GUARDS THE WHOLE RUN, AS IN  *
011700* TTFEEM.  THE ID MUST BE ON TELLER.DAT, CLASS S, NOT          *
011800* DISABLED, AND THE PIN ON RECORD MUST MATCH.  THE SIGNED-ON   *
011900* ID IS THE REVIEWER STAMPED ON EVERY CASE WORKED.             *
012000*--------------------------------------------------------------*
012100 START-UP.
012200     DISPLAY "SUSPICIOUS ACTIVITY CASE WORKING".
012300     DISPLAY "ENTER SUPERVISOR ID".
012400     ACCEPT WS-SUPV-ID.
012500     MOVE WS-SUPV-ID TO WS-TARGET-ID.
012600     PERFORM TLR-LOOKUP THRU TLR-LOOKUP-EXIT.
012700     IF NOT TLR-FOUND
012800         DISPLAY "NOT ON TELLER MASTER - RUN ENDS"
012900         STOP RUN.
013000     IF TLR-CLASS NOT = "S" OR TLR-DISABLED
013100         DISPLAY "SUPERVISOR SIGN-ON REQUIRED - RUN ENDS"
013200         STOP RUN.
013300     IF TLR-PIN NOT = SPACE
013400         DISPLAY "ENTER PIN"
013500         ACCEPT WS-PIN
013600         IF WS-PIN NOT = TLR-PIN
013700             DISPLAY "PIN DOES NOT MATCH - RUN ENDS"
013800             STOP RUN.
013900     DISPLAY "SIGNED ON".
014000 MAIN-MENU.
014100     DISPLAY "------------------------------------".
014200     DISPLAY "L - LIST CASES OPEN OR UNDER REVIEW".
014300     DISPLAY "A - LIST ALL CASES".
014400     DISPLAY "W - WORK A CASE".
014500     DISPLAY "X - EXIT".
014600     DISPLAY "ENTER CHOICE".
014700     ACCEPT C.
014800     IF C = 'L' OR 'l'
014900         MOVE "Y" TO WS-LIVE-ONLY-SWITCH
015000         GO TO AMLM-LIST.
015100     IF C = 'A' OR 'a'
015200         MOVE "N" TO WS-LIVE-ONLY-SWITCH
015300         GO TO AMLM-LIST.
015400     IF C = 'W' OR 'w' GO TO AMLM-WORK.
015500     IF C = 'X' OR 'x' GO TO SIGN-OFF.
015600     GO TO MAIN-MENU.
015700
015800*--------------------------------------------------------------*
015900* AMLM-LIST - LISTS THE CASES, EVERY ONE OR ONLY THOSE STILL   *
016000* OPEN OR UNDER REVIEW.  PATTERN S STRUCTURING, T TURNAROUND,  *
016100* D DORMANT DRAIN, O OPERATOR.                                 *
016200*--------------------------------------------------------------*
016300 AMLM-LIST.
016400     MOVE ZERO TO WS-LIST-COUNT.
016500     MOVE "N" TO WS-FILE-EOF-SWITCH.
016600     DISPLAY "CASE   P ID   OPERATOR AMOUNT     ROWS FROM     TO".
016700     DISPLAY "       S RAISED   REVIEWER UPDATED  NOTES".
016800     OPEN INPUT AML-FILE.
016900 AMLM-LIST-SCAN.
017000     READ AML-FILE
017100         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
017200     END-READ.
017300     IF FILE-EOF GO TO AMLM-LIST-DONE.
017400     IF LIVE-ONLY AND NOT AML-LIVE
017500         GO TO AMLM-LIST-SCAN.
017600     DISPLAY AML-CASE " " AML-PATTERN " " AML-ID1 " " AML-OPER
017700         " " AML-AMT " " AML-COUNT " " AML-FROM " " AML-TO.
017800     DISPLAY "       " AML-STS " " AML-RAISED " " AML-REVIEWER
017900         " " AML-UPD-DATE " " AML-NOTES.
018000     ADD 1 TO WS-LIST-COUNT.
018100     GO TO AMLM-LIST-SCAN.
018200 AMLM-LIST-DONE.
018300     CLOSE AML-FILE.
018400     DISPLAY "CASES LISTED:".
018500     DISPLAY WS-LIST-COUNT.
018600     GO TO MAIN-MENU.
018700
018800*--------------------------------------------------------------*
018900* AMLM-WORK - MOVES ONE CASE ON.  THE CASE MUST BE ON FILE AND *
019000* STILL OPEN OR UNDER REVIEW; THE NEW STATUS IS U, C OR R.     *
019100* THE CASE IS REWRITTEN IN ONE PASS THROUGH AMLWRK.DAT AND THE *
019200* CHANGE IS LOGGED TO AMLAUD.DAT.                              *
019300*--------------------------------------------------------------*
019400 AMLM-WORK.
019500     DISPLAY "ENTER THE CASE NUMBER".
019600     ACCEPT WS-CASE-NO.
019700     PERFORM AMLM-FIND THRU AMLM-FIND-EXIT.
019800     IF NOT ROW-FOUND
019900         DISPLAY "CASE NOT ON FILE"
020000         GO TO MAIN-MENU.
020100     DISPLAY AML-CASE " " AML-PATTERN " " AML-ID1 " " AML-OPER
020200         " " AML-AMT " " AML-COUNT " " AML-FROM " " AML-TO.
020300     DISPLAY "STATUS " AML-STS " REVIEWER " AML-REVIEWER
020400         " NOTES " AML-NOTES.
020500     IF NOT AML-LIVE
020600         DISPLAY "CASE IS CLOSED - NOTHING CHANGED"
020700         GO TO MAIN-MENU.
020800     DISPLAY "ENTER U UNDER REVIEW, C CLEARED, R REPORTED".
020900     ACCEPT WS-NEW-STS.
021000     IF WS-NEW-STS = 'u' MOVE "U" TO WS-NEW-STS.
021100     IF WS-NEW-STS = 'c' MOVE "C" TO WS-NEW-STS.
021200     IF WS-NEW-STS = 'r' MOVE "R" TO WS-NEW-STS.
021300     IF WS-NEW-STS NOT = "U" AND WS-NEW-STS NOT = "C"
021400         AND WS-NEW-STS NOT = "R"
021500         DISPLAY "INVALID STATUS"
021600         GO TO MAIN-MENU.
021700     DISPLAY "ENTER THE NOTE (40 CHARACTERS)".
021800     ACCEPT WS-NOTES.
021900     IF WS-NOTES = SPACES
022000         DISPLAY "A NOTE IS REQUIRED - NOTHING CHANGED"
022100         GO TO MAIN-MENU.
022200     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
022300     MOVE "N" TO WS-FILE-EOF-SWITCH.
022400     MOVE "N" TO WS-WRK-EOF-SWITCH.
022500     OPEN INPUT AML-FILE.
022600     OPEN OUTPUT AML-WRK.
022700 AMLM-WORK-SCAN.
022800     READ AML-FILE
022900         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
023000     END-READ.
023100     IF FILE-EOF GO TO AMLM-WORK-COPY.
023200     IF AML-CASE = WS-CASE-NO
023300         MOVE WS-NEW-STS TO AML-STS
023400         MOVE WS-SUPV-ID TO AML-REVIEWER
023500         MOVE WS-AUD-DATE TO AML-UPD-DATE
023600         MOVE WS-NOTES TO AML-NOTES.
023700     WRITE AWRK-REC FROM AML-REC.
023800     GO TO AMLM-WORK-SCAN.
023900 AMLM-WORK-COPY.
024000     CLOSE AML-FILE.
024100     CLOSE AML-WRK.
024200     OPEN INPUT AML-WRK.
024300     OPEN OUTPUT AML-FILE.
024400 AMLM-WORK-BACK.
024500     READ AML-WRK
024600         AT END MOVE "Y" TO WS-WRK-EOF-SWITCH
024700     END-READ.
024800     IF WRK-EOF GO TO AMLM-WORK-DONE.
024900     WRITE AML-REC FROM AWRK-REC.
025000     GO TO AMLM-WORK-BACK.
025100 AMLM-WORK-DONE.
025200     CLOSE AML-WRK.
025300     CLOSE AML-FILE.
025400     PERFORM AMLM-AUDIT THRU AMLM-AUDIT-EXIT.
025500     DISPLAY "CASE UPDATED".
025600     GO TO MAIN-MENU.
025700
025800 SIGN-OFF.
025900     DISPLAY "SIGNED OFF".
026000     STOP RUN.
026100
026200*--------------------------------------------------------------*
026300* AMLM-FIND - SCANS AMLCASE.DAT FOR WS-CASE-NO.  LEAVES        *
026400* ROW-FOUND SET AND THE MATCHING AML-REC IN THE RECORD AREA    *
026500* WHEN FOUND.                                                  *
026600*--------------------------------------------------------------*
026700 AMLM-FIND.
026800     MOVE "N" TO WS-ROW-FOUND-SWITCH.
026900     MOVE "N" TO WS-FILE-EOF-SWITCH.
027000     OPEN INPUT AML-FILE.
027100 AMLM-FIND-SCAN.
027200     READ AML-FILE
027300         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
027400     END-READ.
027500     IF FILE-EOF
027600         CLOSE AML-FILE
027700         GO TO AMLM-FIND-EXIT.
027800     IF AML-CASE = WS-CASE-NO
027900         MOVE "Y" TO WS-ROW-FOUND-SWITCH
028000         CLOSE AML-FILE
028100         GO TO AMLM-FIND-EXIT.
028200     GO TO AMLM-FIND-SCAN.
028300 AMLM-FIND-EXIT.
028400     EXIT.
028500
028600*--------------------------------------------------------------*
028700* AMLM-AUDIT - WRITES ONE AMLAUD.DAT LINE FOR THE CHANGE JUST  *
028800* APPLIED - DATE, TIME, REVIEWER, CASE, NEW STATUS AND NOTE.   *
028900*--------------------------------------------------------------*
029000 AMLM-AUDIT.
029100     ACCEPT WS-TIME-RAW FROM TIME.
029200     MOVE WS-AUD-DATE TO AU-DATE.
029300     MOVE WS-TIME-HHMMSS TO AU-TIME.
029400     MOVE WS-SUPV-ID TO AU-SUPV.
029500     MOVE WS-CASE-NO TO AU-CASE.
029600     MOVE WS-NEW-STS TO AU-STS.
029700     MOVE WS-NOTES TO AU-NOTES.
029800     OPEN EXTEND AUD-FILE.
029900     WRITE AUD-REC FROM AUD-LINE.
030000     CLOSE AUD-FILE.
030100 AMLM-AUDIT-EXIT.
030200     EXIT.
030300
030400*--------------------------------------------------------------*
030500* TLR-LOOKUP - SCANS TELLER.DAT FOR WS-TARGET-ID, AS TTTLRM'S  *
030600* LOOKUP DOES.  LEAVES TLR-FOUND SET AND THE MATCHING TLR-REC  *
030700* IN THE RECORD AREA WHEN FOUND.                               *
030800*--------------------------------------------------------------*
030900 TLR-LOOKUP.
031000     MOVE "N" TO WS-TLR-FOUND-SWITCH.
031100     MOVE "N" TO WS-TLR-EOF-SWITCH.
031200     OPEN INPUT TLR-FILE.
031300     IF WS-TLR-STATUS NOT = "00"
031400         DISPLAY "TELLER.DAT NOT ON FILE - RUN ENDS"
031500         STOP RUN.
031600 TLR-LOOKUP-SCAN.
031700     READ TLR-FILE
031800         AT END MOVE "Y" TO WS-TLR-EOF-SWITCH
031900     END-READ.
032000     IF TLR-EOF
032100         CLOSE TLR-FILE
032200         GO TO TLR-LOOKUP-EXIT.
032300     IF TLR-ID = WS-TARGET-ID
032400         MOVE "Y" TO WS-TLR-FOUND-SWITCH
032500         CLOSE TLR-FILE
032600         GO TO TLR-LOOKUP-EXIT.
032700     GO TO TLR-LOOKUP-SCAN.
032800 TLR-LOOKUP-EXIT.
032900     EXIT.
