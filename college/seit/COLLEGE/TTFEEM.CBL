000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTFEEM.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTFEEM - SUPERVISED MAINTENANCE OF THE FEE SCHEDULE FEES.DAT *
000900* (FEEREC.CPY) AND THE FEE WAIVER FILE FEEWAIV.DAT             *
001000* (FWVREC.CPY) THE MONTH-END TTFEE RUN CHARGES FROM.  S SETS   *
001100* (OR RESETS) THE AMOUNT FOR ONE FEE CODE, WITH THE MINIMUM    *
001200* BALANCE FOR MNTH AND THE FREE WITHDRAWAL COUNT FOR WDRL;     *
001300* W WAIVES ONE FEE (OR ALL) FOR AN ACCOUNT UP TO AN EXPIRY     *
001400* DATE; C CANCELS A WAIVER (THE ROW IS KEPT, STATUS C); L      *
001500* LISTS BOTH FILES.  EVERY CHANGE IS WRITTEN TO THE FEEAUD.DAT *
001600* AUDIT LOG WITH THE DATE, TIME AND APPROVING SUPERVISOR, THE  *
001700* WAY TTTLRM LOGS TELLER MASTER CHANGES.  THE RUN OPENS WITH A *
001800* SUPERVISOR SIGN-ON (CLASS S, ACTIVE, PIN CHECKED) AND STOPS  *
001900* COLD WITHOUT ONE.  CHANGES TO AN EXISTING ROW GO THROUGH THE *
002000* FEEWRK.DAT AND FWVWRK.DAT WORK FILES, THE SAME COPY-AND-     *
002100* REWRITE PATTERN TTTLRM USES.                                 *
002200*--------------------------------------------------------------*
002300* MODIFICATION HISTORY                                         *
002400*   DATE       BY    DESCRIPTION                                *
002500*   10/15/2026 RS    NEW PROGRAM.                                *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TLR-FILE ASSIGN TO DISK
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TLR-STATUS.
003400
003500     SELECT OPTIONAL FEE-FILE ASSIGN TO DISK
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT FEE-WRK ASSIGN TO DISK
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT OPTIONAL FWV-FILE ASSIGN TO DISK
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT FWV-WRK ASSIGN TO DISK
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT EMP ASSIGN TO DISK
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ID1.
005100
005200     SELECT OPTIONAL AUD-FILE ASSIGN TO DISK
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800 FD  TLR-FILE
005900     LABEL RECORD IS STANDARD
006000     VALUE OF FILE-ID IS "TELLER.DAT".
006100
006200     COPY "TLRREC.CPY".
006300
006400 FD  FEE-FILE
006500     LABEL RECORD IS STANDARD
006600     VALUE OF FILE-ID IS "FEES.DAT".
006700
006800     COPY "FEEREC.CPY".
006900
007000 FD  FEE-WRK
007100     LABEL RECORD IS STANDARD
007200     VALUE OF FILE-ID IS "FEEWRK.DAT".
007300
007400 01  FWRK-REC                    PIC X(62).
007500
007600 FD  FWV-FILE
007700     LABEL RECORD IS STANDARD
007800     VALUE OF FILE-ID IS "FEEWAIV.DAT".
007900
008000     COPY "FWVREC.CPY".
008100
008200 FD  FWV-WRK
008300     LABEL RECORD IS STANDARD
008400     VALUE OF FILE-ID IS "FWVWRK.DAT".
008500
008600 01  VWRK-REC                    PIC X(53).
008700
008800 FD  EMP
008900     LABEL RECORD IS STANDARD
009000     VALUE OF FILE-ID IS "EMP.DAT".
009100
009200     COPY "STDREC.CPY".
009300
009400 FD  AUD-FILE
009500     LABEL RECORD IS STANDARD
009600     VALUE OF FILE-ID IS "FEEAUD.DAT".
009700
009800 01  AUD-REC                     PIC X(64).
009900
010000 WORKING-STORAGE SECTION.
010100 77  C                           PIC X.
010200 77  WS-TLR-STATUS               PIC XX.
010300 77  WS-SUPV-ID                  PIC X(08).
010400 77  WS-PIN                      PIC X(04).
010500 77  WS-TARGET-ID                PIC X(08).
010600 77  WS-FEE-CODE                 PIC X(04).
010700 77  WS-FEE-AMT                  PIC 9(07)V99.
010800 77  WS-FEE-MIN-BAL              PIC 9(07)V99.
010900 77  WS-FEE-FREE                 PIC 9(04).
011000 77  WS-WAIVE-ID                 PIC 9(04).
011100 77  WS-WAIVE-EXPIRY             PIC 9(08).
011200 77  WS-ACTION                   PIC X(08).
011300 77  WS-AUD-DATE                 PIC 9(08).
011400 77  WS-AMT-ED                   PIC Z(06)9.99.
011500 77  WS-LIST-COUNT               PIC 9(04) VALUE ZERO.
011600 77  WS-TLR-FOUND-SWITCH         PIC X     VALUE "N".
011700     88  TLR-FOUND                         VALUE "Y".
011800 77  WS-TLR-EOF-SWITCH           PIC X     VALUE "N".
011900     88  TLR-EOF                           VALUE "Y".
012000 77  WS-ROW-FOUND-SWITCH         PIC X     VALUE "N".
012100     88  ROW-FOUND                         VALUE "Y".
012200 77  WS-FILE-EOF-SWITCH          PIC X     VALUE "N".
012300     88  FILE-EOF                          VALUE "Y".
012400 77  WS-WRK-EOF-SWITCH           PIC X     VALUE "N".
012500     88  WRK-EOF                           VALUE "Y".
012600
012700 01  WS-TIME-RAW.
012800     02  WS-TIME-HHMMSS          PIC 9(06).
012900     02  FILLER                  PIC 9(02).
013000
013100 01  AUD-LINE.
013200     02  AU-DATE                 PIC 9(08).
013300     02  FILLER                  PIC X(02)   VALUE SPACE.
013400     02  AU-TIME                 PIC 9(06).
013500     02  FILLER                  PIC X(02)   VALUE SPACE.
013600     02  AU-SUPV                 PIC X(08).
013700     02  FILLER                  PIC X(02)   VALUE SPACE.
013800     02  AU-ACTION               PIC X(08).
013900     02  FILLER                  PIC X(02)   VALUE SPACE.
014000     02  AU-TARGET               PIC X(08).
014100     02  FILLER                  PIC X(02)   VALUE SPACE.
014200     02  AU-DETAIL               PIC X(16)   VALUE SPACE.
014300
014400 PROCEDURE DIVISION.
014500*--------------------------------------------------------------*
014600* START-UP - A SUPERVISOR SIGN-ON GUARDS THE WHOLE RUN, AS IN  *
014700* TTTLRM.  THE ID MUST BE ON TELLER.DAT, CLASS S, NOT DISABLED,*
014800* AND THE PIN ON RECORD MUST MATCH.                            *
014900*--------------------------------------------------------------*
015000 START-UP.
015100     DISPLAY "FEE SCHEDULE AND WAIVER MAINTENANCE".
015200     DISPLAY "ENTER SUPERVISOR ID".
015300     ACCEPT WS-SUPV-ID.
015400     MOVE WS-SUPV-ID TO WS-TARGET-ID.
015500     PERFORM TLR-LOOKUP THRU TLR-LOOKUP-EXIT.
015600     IF NOT TLR-FOUND
015700         DISPLAY "NOT ON TELLER MASTER - RUN ENDS"
015800         STOP RUN.
015900     IF TLR-CLASS NOT = "S" OR TLR-DISABLED
016000         DISPLAY "SUPERVISOR SIGN-ON REQUIRED - RUN ENDS"
016100         STOP RUN.
016200     IF TLR-PIN NOT = SPACE
016300         DISPLAY "ENTER PIN"
016400         ACCEPT WS-PIN
016500         IF WS-PIN NOT = TLR-PIN
016600             DISPLAY "PIN DOES NOT MATCH - RUN ENDS"
016700             STOP RUN.
016800     DISPLAY "SIGNED ON".
016900 MAIN-MENU.
017000     DISPLAY "------------------------------------".
017100     DISPLAY "S - SET A FEE ON THE SCHEDULE".
017200     DISPLAY "W - WAIVE FEES FOR AN ACCOUNT".
017300     DISPLAY "C - CANCEL A FEE WAIVER".
017400     DISPLAY "L - LIST THE SCHEDULE AND WAIVERS".
017500     DISPLAY "X - EXIT".
017600     DISPLAY "ENTER CHOICE".
017700     ACCEPT C.
017800     IF C = 'S' OR 's' GO TO FEEM-SET.
017900     IF C = 'W' OR 'w' GO TO FEEM-WAIVE.
018000     IF C = 'C' OR 'c' GO TO FEEM-CANCEL.
018100     IF C = 'L' OR 'l' GO TO FEEM-LIST.
018200     IF C = 'X' OR 'x' GO TO SIGN-OFF.
018300     GO TO MAIN-MENU.
018400
018500*--------------------------------------------------------------*
018600* FEEM-SET - SETS ONE FEE CODE.  AN EXISTING ROW FOR THE CODE  *
018700* IS REPLACED IN ONE PASS THROUGH FEEWRK.DAT; A NEW CODE IS    *
018800* APPENDED.  A ZERO AMOUNT SWITCHES THE FEE OFF.               *
018900*--------------------------------------------------------------*
019000 FEEM-SET.
019100     DISPLAY "ENTER THE FEE CODE - MNTH WDRL HOLD DORM".
019200     ACCEPT WS-FEE-CODE.
019300     IF WS-FEE-CODE NOT = "MNTH" AND WS-FEE-CODE NOT = "WDRL"
019400         AND WS-FEE-CODE NOT = "HOLD" AND WS-FEE-CODE NOT = "DORM"
019500         DISPLAY "INVALID FEE CODE"
019600         GO TO MAIN-MENU.
019700     DISPLAY "ENTER THE FEE AMOUNT (0 SWITCHES IT OFF)".
019800     ACCEPT WS-FEE-AMT.
019900     MOVE ZERO TO WS-FEE-MIN-BAL.
020000     MOVE ZERO TO WS-FEE-FREE.
020100     IF WS-FEE-CODE = "MNTH"
020200         DISPLAY "ENTER THE MINIMUM BALANCE IT APPLIES BELOW"
020300         ACCEPT WS-FEE-MIN-BAL.
020400     IF WS-FEE-CODE = "WDRL"
020500         DISPLAY "ENTER THE FREE WITHDRAWALS PER MONTH"
020600         ACCEPT WS-FEE-FREE.
020700     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
020800     MOVE "N" TO WS-ROW-FOUND-SWITCH.
020900     MOVE "N" TO WS-FILE-EOF-SWITCH.
021000     MOVE "N" TO WS-WRK-EOF-SWITCH.
021100     OPEN INPUT FEE-FILE.
021200     OPEN OUTPUT FEE-WRK.
021300 FEEM-SET-SCAN.
021400     READ FEE-FILE
021500         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
021600     END-READ.
021700     IF FILE-EOF GO TO FEEM-SET-NEW.
021800     IF FEE-CODE = WS-FEE-CODE
021900         MOVE "Y" TO WS-ROW-FOUND-SWITCH
022000         PERFORM FEEM-SET-FILL THRU FEEM-SET-FILL-EXIT.
022100     WRITE FWRK-REC FROM FEE-REC.
022200     GO TO FEEM-SET-SCAN.
022300 FEEM-SET-NEW.
022400     IF NOT ROW-FOUND
022500         MOVE SPACES TO FEE-REC
022600         PERFORM FEEM-SET-FILL THRU FEEM-SET-FILL-EXIT
022700         WRITE FWRK-REC FROM FEE-REC.
022800     CLOSE FEE-FILE.
022900     CLOSE FEE-WRK.
023000     OPEN INPUT FEE-WRK.
023100     OPEN OUTPUT FEE-FILE.
023200 FEEM-SET-BACK.
023300     READ FEE-WRK
023400         AT END MOVE "Y" TO WS-WRK-EOF-SWITCH
023500     END-READ.
023600     IF WRK-EOF GO TO FEEM-SET-DONE.
023700     WRITE FEE-REC FROM FWRK-REC.
023800     GO TO FEEM-SET-BACK.
023900 FEEM-SET-DONE.
024000     CLOSE FEE-WRK.
024100     CLOSE FEE-FILE.
024200     MOVE "SETFEE" TO WS-ACTION.
024300     MOVE WS-FEE-CODE TO WS-TARGET-ID.
024400     MOVE WS-FEE-AMT TO WS-AMT-ED.
024500     MOVE WS-AMT-ED TO AU-DETAIL.
024600     PERFORM FEEM-AUDIT THRU FEEM-AUDIT-EXIT.
024700     DISPLAY "FEE SCHEDULE UPDATED".
024800     GO TO MAIN-MENU.
024900
025000 FEEM-SET-FILL.
025100     MOVE WS-FEE-CODE TO FEE-CODE.
025200     MOVE WS-FEE-AMT TO FEE-AMT.
025300     MOVE WS-FEE-MIN-BAL TO FEE-MIN-BAL.
025400     MOVE WS-FEE-FREE TO FEE-FREE-COUNT.
025500     MOVE WS-AUD-DATE TO FEE-DATE.
025600     MOVE WS-SUPV-ID TO FEE-SUPV.
025700 FEEM-SET-FILL-EXIT.
025800     EXIT.
025900
026000*--------------------------------------------------------------*
026100* FEEM-WAIVE - APPENDS AN ACTIVE WAIVER FOR ONE ACCOUNT.  THE  *
026200* ACCOUNT MUST BE ON EMP.DAT AND NOT CLOSED.  AN EXPIRY OF     *
026300* ZERO WAIVES UNTIL THE WAIVER IS CANCELLED.                   *
026400*--------------------------------------------------------------*
026500 FEEM-WAIVE.
026600     DISPLAY "ENTER THE ACCOUNT ID TO WAIVE".
026700     ACCEPT WS-WAIVE-ID.
026800     OPEN INPUT EMP.
026900     MOVE WS-WAIVE-ID TO ID1.
027000     MOVE "Y" TO WS-ROW-FOUND-SWITCH.
027100     READ EMP KEY IS ID1
027200         INVALID KEY MOVE "N" TO WS-ROW-FOUND-SWITCH
027300     END-READ.
027400     CLOSE EMP.
027500     IF NOT ROW-FOUND
027600         DISPLAY "ACCOUNT NOT ON FILE"
027700         GO TO MAIN-MENU.
027800     IF STS-CLOSED
027900         DISPLAY "ACCOUNT IS CLOSED"
028000         GO TO MAIN-MENU.
028100     DISPLAY "ENTER THE FEE CODE TO WAIVE, OR ALL".
028200     ACCEPT WS-FEE-CODE.
028300     IF WS-FEE-CODE NOT = "MNTH" AND WS-FEE-CODE NOT = "WDRL"
028400         AND WS-FEE-CODE NOT = "HOLD" AND WS-FEE-CODE NOT = "DORM"
028500         AND WS-FEE-CODE NOT = "ALL "
028600         DISPLAY "INVALID FEE CODE"
028700         GO TO MAIN-MENU.
028800     DISPLAY "ENTER THE LAST DATE COVERED YYYYMMDD, 0 FOR OPEN".
028900     ACCEPT WS-WAIVE-EXPIRY.
029000     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
029100     MOVE SPACES TO FWV-REC.
029200     MOVE WS-WAIVE-ID TO FWV-ID1.
029300     MOVE WS-FEE-CODE TO FWV-CODE.
029400     MOVE WS-WAIVE-EXPIRY TO FWV-EXPIRY.
029500     MOVE "A" TO FWV-STS.
029600     MOVE WS-AUD-DATE TO FWV-DATE.
029700     MOVE WS-SUPV-ID TO FWV-SUPV.
029800     OPEN EXTEND FWV-FILE.
029900     WRITE FWV-REC.
030000     CLOSE FWV-FILE.
030100     MOVE "WAIVE" TO WS-ACTION.
030200     MOVE WS-WAIVE-ID TO WS-TARGET-ID.
030300     MOVE WS-FEE-CODE TO AU-DETAIL.
030400     PERFORM FEEM-AUDIT THRU FEEM-AUDIT-EXIT.
030500     DISPLAY "WAIVER RECORDED".
030600     GO TO MAIN-MENU.
030700
030800*--------------------------------------------------------------*
030900* FEEM-CANCEL - MARKS EVERY ACTIVE WAIVER FOR THE ACCOUNT AND  *
031000* CODE CANCELLED IN ONE PASS THROUGH FWVWRK.DAT.  NOTHING      *
031100* MATCHING LEAVES THE FILE UNTOUCHED AND NOTHING ON THE LOG.   *
031200*--------------------------------------------------------------*
031300 FEEM-CANCEL.
031400     DISPLAY "ENTER THE ACCOUNT ID".
031500     ACCEPT WS-WAIVE-ID.
031600     DISPLAY "ENTER THE FEE CODE WAIVED, OR ALL".
031700     ACCEPT WS-FEE-CODE.
031800     MOVE "N" TO WS-ROW-FOUND-SWITCH.
031900     MOVE "N" TO WS-FILE-EOF-SWITCH.
032000     MOVE "N" TO WS-WRK-EOF-SWITCH.
032100     OPEN INPUT FWV-FILE.
032200     OPEN OUTPUT FWV-WRK.
032300 FEEM-CANCEL-SCAN.
032400     READ FWV-FILE
032500         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
032600     END-READ.
032700     IF FILE-EOF GO TO FEEM-CANCEL-COPY.
032800     IF FWV-ID1 = WS-WAIVE-ID AND FWV-CODE = WS-FEE-CODE
032900         AND FWV-ACTIVE
033000         MOVE "Y" TO WS-ROW-FOUND-SWITCH
033100         MOVE "C" TO FWV-STS.
033200     WRITE VWRK-REC FROM FWV-REC.
033300     GO TO FEEM-CANCEL-SCAN.
033400 FEEM-CANCEL-COPY.
033500     CLOSE FWV-FILE.
033600     CLOSE FWV-WRK.
033700     IF NOT ROW-FOUND
033800         DISPLAY "NO ACTIVE WAIVER ON FILE - NOTHING CHANGED"
033900         GO TO MAIN-MENU.
034000     OPEN INPUT FWV-WRK.
034100     OPEN OUTPUT FWV-FILE.
034200 FEEM-CANCEL-BACK.
034300     READ FWV-WRK
034400         AT END MOVE "Y" TO WS-WRK-EOF-SWITCH
034500     END-READ.
034600     IF WRK-EOF GO TO FEEM-CANCEL-DONE.
034700     WRITE FWV-REC FROM VWRK-REC.
034800     GO TO FEEM-CANCEL-BACK.
034900 FEEM-CANCEL-DONE.
035000     CLOSE FWV-WRK.
035100     CLOSE FWV-FILE.
035200     MOVE "UNWAIVE" TO WS-ACTION.
035300     MOVE WS-WAIVE-ID TO WS-TARGET-ID.
035400     MOVE WS-FEE-CODE TO AU-DETAIL.
035500     PERFORM FEEM-AUDIT THRU FEEM-AUDIT-EXIT.
035600     DISPLAY "WAIVER CANCELLED".
035700     GO TO MAIN-MENU.
035800
035900*--------------------------------------------------------------*
036000* FEEM-LIST - LISTS THE FEE SCHEDULE, THEN EVERY WAIVER.       *
036100*--------------------------------------------------------------*
036200 FEEM-LIST.
036300     MOVE ZERO TO WS-LIST-COUNT.
036400     MOVE "N" TO WS-FILE-EOF-SWITCH.
036500     DISPLAY "CODE  AMOUNT      MIN-BAL     FREE SET-ON   BY".
036600     OPEN INPUT FEE-FILE.
036700 FEEM-LIST-FEES.
036800     READ FEE-FILE
036900         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
037000     END-READ.
037100     IF FILE-EOF GO TO FEEM-LIST-WAIVERS.
037200     DISPLAY FEE-CODE " " FEE-AMT " " FEE-MIN-BAL " "
037300         FEE-FREE-COUNT " " FEE-DATE " " FEE-SUPV.
037400     ADD 1 TO WS-LIST-COUNT.
037500     GO TO FEEM-LIST-FEES.
037600 FEEM-LIST-WAIVERS.
037700     CLOSE FEE-FILE.
037800     DISPLAY "FEE CODES ON FILE:".
037900     DISPLAY WS-LIST-COUNT.
038000     MOVE ZERO TO WS-LIST-COUNT.
038100     MOVE "N" TO WS-FILE-EOF-SWITCH.
038200     DISPLAY "ID   CODE EXPIRY   S GRANTED  BY".
038300     OPEN INPUT FWV-FILE.
038400 FEEM-LIST-SCAN.
038500     READ FWV-FILE
038600         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
038700     END-READ.
038800     IF FILE-EOF GO TO FEEM-LIST-DONE.
038900     DISPLAY FWV-ID1 " " FWV-CODE " " FWV-EXPIRY " " FWV-STS
039000         " " FWV-DATE " " FWV-SUPV.
039100     ADD 1 TO WS-LIST-COUNT.
039200     GO TO FEEM-LIST-SCAN.
039300 FEEM-LIST-DONE.
039400     CLOSE FWV-FILE.
039500     DISPLAY "WAIVERS ON FILE:".
039600     DISPLAY WS-LIST-COUNT.
039700     GO TO MAIN-MENU.
039800
039900 SIGN-OFF.
040000     DISPLAY "SIGNED OFF".
040100     STOP RUN.
040200
040300*--------------------------------------------------------------*
040400* FEEM-AUDIT - WRITES ONE FEEAUD.DAT LINE FOR THE CHANGE JUST  *
040500* APPLIED - DATE, TIME, APPROVING SUPERVISOR, ACTION, TARGET   *
040600* (FEE CODE OR ACCOUNT) AND DETAIL.                            *
040700*--------------------------------------------------------------*
040800 FEEM-AUDIT.
040900     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
041000     ACCEPT WS-TIME-RAW FROM TIME.
041100     MOVE WS-AUD-DATE TO AU-DATE.
041200     MOVE WS-TIME-HHMMSS TO AU-TIME.
041300     MOVE WS-SUPV-ID TO AU-SUPV.
041400     MOVE WS-ACTION TO AU-ACTION.
041500     MOVE WS-TARGET-ID TO AU-TARGET.
041600     OPEN EXTEND AUD-FILE.
041700     WRITE AUD-REC FROM AUD-LINE.
041800     CLOSE AUD-FILE.
041900 FEEM-AUDIT-EXIT.
042000     EXIT.
042100
042200*--------------------------------------------------------------*
042300* TLR-LOOKUP - SCANS TELLER.DAT FOR WS-TARGET-ID, AS TTTLRM'S  *
042400* LOOKUP DOES.  LEAVES TLR-FOUND SET AND THE MATCHING TLR-REC  *
042500* IN THE RECORD AREA WHEN FOUND.                               *
042600*--------------------------------------------------------------*
042700 TLR-LOOKUP.
042800     MOVE "N" TO WS-TLR-FOUND-SWITCH.
042900     MOVE "N" TO WS-TLR-EOF-SWITCH.
043000     OPEN INPUT TLR-FILE.
043100     IF WS-TLR-STATUS NOT = "00"
043200         DISPLAY "TELLER.DAT NOT ON FILE - RUN ENDS"
043300         STOP RUN.
043400 TLR-LOOKUP-SCAN.
043500     READ TLR-FILE
043600         AT END MOVE "Y" TO WS-TLR-EOF-SWITCH
043700     END-READ.
043800     IF TLR-EOF
043900         CLOSE TLR-FILE
044000         GO TO TLR-LOOKUP-EXIT.
044100     IF TLR-ID = WS-TARGET-ID
044200         MOVE "Y" TO WS-TLR-FOUND-SWITCH
044300         CLOSE TLR-FILE
044400         GO TO TLR-LOOKUP-EXIT.
044500     GO TO TLR-LOOKUP-SCAN.
044600 TLR-LOOKUP-EXIT.
044700     EXIT.
