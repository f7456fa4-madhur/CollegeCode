000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTCALM.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTCALM - SUPERVISED MAINTENANCE OF THE HOLIDAY CALENDAR      *
000900* HOLCAL.DAT (HOLREC.CPY) THAT THE SHARED BUSINESS-DATE        *
001000* ROUTINE TTBDATE CLOSES THE BANK ON.  A ADDS A HOLIDAY; R     *
001100* REMOVES ONE (THE ROW IS KEPT, STATUS C); L LISTS THE         *
001200* CALENDAR WITH THE DAY OF THE WEEK; Q ASKS TTBDATE WHETHER A  *
001300* DATE IS A BUSINESS DAY AND WHICH IS THE NEXT ONE.  EVERY     *
001400* CHANGE IS WRITTEN TO THE CALAUD.DAT AUDIT LOG WITH THE DATE, *
001500* TIME AND APPROVING SUPERVISOR, AS TTFEEM LOGS FEE CHANGES.   *
001600* THE RUN OPENS WITH A SUPERVISOR SIGN-ON (CLASS S, ACTIVE,    *
001700* PIN CHECKED) AND STOPS COLD WITHOUT ONE.  A REMOVAL GOES     *
001800* THROUGH THE HOLWRK.DAT WORK FILE, THE SAME COPY-AND-REWRITE  *
001900* PATTERN TTFEEM USES.  WEEKEND CLOSING IS SET IN CALPOL.CPY,  *
002000* NOT HERE.                                                    *
002100*--------------------------------------------------------------*
002200* MODIFICATION HISTORY                                         *
002300*   DATE       BY    DESCRIPTION                                *
002400*   10/15/2026 RS    NEW PROGRAM.                                *
002500*--------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TLR-FILE ASSIGN TO DISK
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-TLR-STATUS.
003300
003400     SELECT OPTIONAL HOL-FILE ASSIGN TO DISK
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700     SELECT HOL-WRK ASSIGN TO DISK
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT OPTIONAL AUD-FILE ASSIGN TO DISK
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600 FD  TLR-FILE
004700     LABEL RECORD IS STANDARD
004800     VALUE OF FILE-ID IS "TELLER.DAT".
004900
005000     COPY "TLRREC.CPY".
005100
005200 FD  HOL-FILE
005300     LABEL RECORD IS STANDARD
005400     VALUE OF FILE-ID IS "HOLCAL.DAT".
005500
005600     COPY "HOLREC.CPY".
005700
005800 FD  HOL-WRK
005900     LABEL RECORD IS STANDARD
006000     VALUE OF FILE-ID IS "HOLWRK.DAT".
006100
006200 01  HWRK-REC                    PIC X(71).
006300
006400 FD  AUD-FILE
006500     LABEL RECORD IS STANDARD
006600     VALUE OF FILE-ID IS "CALAUD.DAT".
006700
006800 01  AUD-REC                     PIC X(64).
006900
007000 WORKING-STORAGE SECTION.
007100 77  C                           PIC X.
007200 77  WS-TLR-STATUS               PIC XX.
007300 77  WS-SUPV-ID                  PIC X(08).
007400 77  WS-PIN                      PIC X(04).
007500 77  WS-TARGET-ID                PIC X(08).
007600 77  WS-HOL-DATE                 PIC 9(08).
007700 77  WS-HOL-DESC                 PIC X(30).
007800 77  WS-ACTION                   PIC X(08).
007900 77  WS-AUD-DATE                 PIC 9(08).
008000 77  WS-DOW-NAME                 PIC X(03).
008100 77  WS-LIST-COUNT               PIC 9(04) VALUE ZERO.
008200 77  WS-TLR-FOUND-SWITCH         PIC X     VALUE "N".
008300     88  TLR-FOUND                         VALUE "Y".
008400 77  WS-TLR-EOF-SWITCH           PIC X     VALUE "N".
008500     88  TLR-EOF                           VALUE "Y".
008600 77  WS-ROW-FOUND-SWITCH         PIC X     VALUE "N".
008700     88  ROW-FOUND                         VALUE "Y".
008800 77  WS-FILE-EOF-SWITCH          PIC X     VALUE "N".
008900     88  FILE-EOF                          VALUE "Y".
009000 77  WS-WRK-EOF-SWITCH           PIC X     VALUE "N".
009100     88  WRK-EOF                           VALUE "Y".
009200
009300 01  WS-TIME-RAW.
009400     02  WS-TIME-HHMMSS          PIC 9(06).
009500     02  FILLER                  PIC 9(02).
009600
009700 01  WS-DOW-VALUES               PIC X(21)
009800                                 VALUE "MONTUEWEDTHUFRISATSUN".
009900 01  WS-DOW-TABLE REDEFINES WS-DOW-VALUES.
010000     02  WS-DOW-ABBR             PIC X(03)   OCCURS 7 TIMES.
010100
010200 01  AUD-LINE.
010300     02  AU-DATE                 PIC 9(08).
010400     02  FILLER                  PIC X(02)   VALUE SPACE.
010500     02  AU-TIME                 PIC 9(06).
010600     02  FILLER                  PIC X(02)   VALUE SPACE.
010700     02  AU-SUPV                 PIC X(08).
010800     02  FILLER                  PIC X(02)   VALUE SPACE.
010900     02  AU-ACTION               PIC X(08).
011000     02  FILLER                  PIC X(02)   VALUE SPACE.
011100     02  AU-TARGET               PIC X(08).
011200     02  FILLER                  PIC X(02)   VALUE SPACE.
011300     02  AU-DETAIL               PIC X(16)   VALUE SPACE.
011400
011500     COPY "BDATEREC.CPY".
011600
011700 PROCEDURE DIVISION.
011800*--------------------------------------------------------------*
011900* START-UP - A SUPERVISOR SIGN-ON GUARDS THE WHOLE RUN, AS IN  *
012000* TTFEEM.  THE ID MUST BE ON TELLER.DAT, CLASS S, NOT          *
012100* DISABLED, AND THE PIN ON RECORD MUST MATCH.                  *
012200*--------------------------------------------------------------*
012300 START-UP.
012400     DISPLAY "HOLIDAY CALENDAR MAINTENANCE".
012500     DISPLAY "ENTER SUPERVISOR ID".
012600     ACCEPT WS-SUPV-ID.
012700     MOVE WS-SUPV-ID TO WS-TARGET-ID.
012800     PERFORM TLR-LOOKUP THRU TLR-LOOKUP-EXIT.
012900     IF NOT TLR-FOUND
013000         DISPLAY "NOT ON TELLER MASTER - RUN ENDS"
013100         STOP RUN.
013200     IF TLR-CLASS NOT = "S" OR TLR-DISABLED
013300         DISPLAY "SUPERVISOR SIGN-ON REQUIRED - RUN ENDS"
013400         STOP RUN.
013500     IF TLR-PIN NOT = SPACE
013600         DISPLAY "ENTER PIN"
013700         ACCEPT WS-PIN
013800         IF WS-PIN NOT = TLR-PIN
013900             DISPLAY "PIN DOES NOT MATCH - RUN ENDS"
014000             STOP RUN.
014100     DISPLAY "SIGNED ON".
014200 MAIN-MENU.
014300     DISPLAY "------------------------------------".
014400     DISPLAY "A - ADD A HOLIDAY".
014500     DISPLAY "R - REMOVE A HOLIDAY".
014600     DISPLAY "L - LIST THE CALENDAR".
014700     DISPLAY "Q - QUERY A DATE".
014800     DISPLAY "X - EXIT".
014900     DISPLAY "ENTER CHOICE".
015000     ACCEPT C.
015100     IF C = 'A' OR 'a' GO TO CALM-ADD.
015200     IF C = 'R' OR 'r' GO TO CALM-REMOVE.
015300     IF C = 'L' OR 'l' GO TO CALM-LIST.
015400     IF C = 'Q' OR 'q' GO TO CALM-QUERY.
015500     IF C = 'X' OR 'x' GO TO SIGN-OFF.
015600     GO TO MAIN-MENU.
015700
015800*--------------------------------------------------------------*
015900* CALM-ADD - APPENDS AN ACTIVE HOLIDAY.  THE DATE MUST BE A    *
016000* REAL DATE AND NOT ALREADY AN ACTIVE HOLIDAY; A DATE ALREADY  *
016100* CLOSED AS A WEEKEND IS TAKEN WITH A WARNING.  TTBDATE IS     *
016200* TOLD TO RELOAD SO A QUERY IN THE SAME RUN SEES THE CHANGE.   *
016300*--------------------------------------------------------------*
016400 CALM-ADD.
016500     DISPLAY "ENTER THE HOLIDAY DATE YYYYMMDD".
016600     ACCEPT WS-HOL-DATE.
016700     MOVE "C" TO BD-FUNC.
016800     MOVE WS-HOL-DATE TO BD-DATE.
016900     CALL "TTBDATE" USING BD-PARMS.
017000     IF BD-BAD-DATE
017100         DISPLAY "INVALID DATE"
017200         GO TO MAIN-MENU.
017300     PERFORM CALM-FIND THRU CALM-FIND-EXIT.
017400     IF ROW-FOUND
017500         DISPLAY "ALREADY A HOLIDAY - " HOL-DESC
017600         GO TO MAIN-MENU.
017700     IF BD-DOW > 5 AND NOT BD-IS-BUSINESS
017800         DISPLAY "NOTE - THE BANK IS ALREADY CLOSED THAT DAY".
017900     DISPLAY "ENTER THE HOLIDAY DESCRIPTION".
018000     ACCEPT WS-HOL-DESC.
018100     IF WS-HOL-DESC = SPACE
018200         DISPLAY "A DESCRIPTION IS REQUIRED"
018300         GO TO MAIN-MENU.
018400     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
018500     MOVE SPACES TO HOL-REC.
018600     MOVE WS-HOL-DATE TO HOL-DATE.
018700     MOVE WS-HOL-DESC TO HOL-DESC.
018800     MOVE WS-SUPV-ID TO HOL-SUPV.
018900     MOVE WS-AUD-DATE TO HOL-ADDED.
019000     MOVE "A" TO HOL-STS.
019100     OPEN EXTEND HOL-FILE.
019200     WRITE HOL-REC.
019300     CLOSE HOL-FILE.
019400     MOVE "ADDHOL" TO WS-ACTION.
019500     MOVE WS-HOL-DATE TO WS-TARGET-ID.
019600     MOVE WS-HOL-DESC TO AU-DETAIL.
019700     PERFORM CALM-AUDIT THRU CALM-AUDIT-EXIT.
019800     DISPLAY "HOLIDAY ADDED".
019900     GO TO MAIN-MENU.
020000
020100*--------------------------------------------------------------*
020200* CALM-REMOVE - MARKS THE ACTIVE HOLIDAY ON THE DATE CANCELLED *
020300* IN ONE PASS THROUGH HOLWRK.DAT.  NOTHING MATCHING LEAVES THE *
020400* FILE UNTOUCHED AND NOTHING ON THE LOG.                       *
020500*--------------------------------------------------------------*
020600 CALM-REMOVE.
020700     DISPLAY "ENTER THE HOLIDAY DATE TO REMOVE YYYYMMDD".
020800     ACCEPT WS-HOL-DATE.
020900     MOVE "N" TO WS-ROW-FOUND-SWITCH.
021000     MOVE "N" TO WS-FILE-EOF-SWITCH.
021100     MOVE "N" TO WS-WRK-EOF-SWITCH.
021200     MOVE SPACE TO WS-HOL-DESC.
021300     OPEN INPUT HOL-FILE.
021400     OPEN OUTPUT HOL-WRK.
021500 CALM-REMOVE-SCAN.
021600     READ HOL-FILE
021700         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
021800     END-READ.
021900     IF FILE-EOF GO TO CALM-REMOVE-COPY.
022000     IF HOL-DATE = WS-HOL-DATE AND HOL-ACTIVE
022100         MOVE "Y" TO WS-ROW-FOUND-SWITCH
022200         MOVE HOL-DESC TO WS-HOL-DESC
022300         MOVE "C" TO HOL-STS.
022400     WRITE HWRK-REC FROM HOL-REC.
022500     GO TO CALM-REMOVE-SCAN.
022600 CALM-REMOVE-COPY.
022700     CLOSE HOL-FILE.
022800     CLOSE HOL-WRK.
022900     IF NOT ROW-FOUND
023000         DISPLAY "NO ACTIVE HOLIDAY THAT DAY - NOTHING CHANGED"
023100         GO TO MAIN-MENU.
023200     OPEN INPUT HOL-WRK.
023300     OPEN OUTPUT HOL-FILE.
023400 CALM-REMOVE-BACK.
023500     READ HOL-WRK
023600         AT END MOVE "Y" TO WS-WRK-EOF-SWITCH
023700     END-READ.
023800     IF WRK-EOF GO TO CALM-REMOVE-DONE.
023900     WRITE HOL-REC FROM HWRK-REC.
024000     GO TO CALM-REMOVE-BACK.
024100 CALM-REMOVE-DONE.
024200     CLOSE HOL-WRK.
024300     CLOSE HOL-FILE.
024400     MOVE "DELHOL" TO WS-ACTION.
024500     MOVE WS-HOL-DATE TO WS-TARGET-ID.
024600     MOVE WS-HOL-DESC TO AU-DETAIL.
024700     PERFORM CALM-AUDIT THRU CALM-AUDIT-EXIT.
024800     DISPLAY "HOLIDAY REMOVED".
024900     GO TO MAIN-MENU.
025000
025100*--------------------------------------------------------------*
025200* CALM-LIST - LISTS EVERY ROW ON HOLCAL.DAT, ACTIVE AND        *
025300* CANCELLED, WITH THE DAY OF THE WEEK IT FALLS ON.             *
025400*--------------------------------------------------------------*
025500 CALM-LIST.
025600     MOVE ZERO TO WS-LIST-COUNT.
025700     MOVE "N" TO WS-FILE-EOF-SWITCH.
025800     DISPLAY "DATE     DAY DESCRIPTION"
025900         "                    S ADDED    BY".
026000     OPEN INPUT HOL-FILE.
026100 CALM-LIST-SCAN.
026200     READ HOL-FILE
026300         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
026400     END-READ.
026500     IF FILE-EOF GO TO CALM-LIST-DONE.
026600     MOVE "C" TO BD-FUNC.
026700     MOVE HOL-DATE TO BD-DATE.
026800     CALL "TTBDATE" USING BD-PARMS.
026900     MOVE "???" TO WS-DOW-NAME.
027000     IF BD-OK
027100         MOVE WS-DOW-ABBR (BD-DOW) TO WS-DOW-NAME.
027200     DISPLAY HOL-DATE " " WS-DOW-NAME " " HOL-DESC " " HOL-STS
027300         " " HOL-ADDED " " HOL-SUPV.
027400     ADD 1 TO WS-LIST-COUNT.
027500     GO TO CALM-LIST-SCAN.
027600 CALM-LIST-DONE.
027700     CLOSE HOL-FILE.
027800     DISPLAY "HOLIDAYS ON FILE:".
027900     DISPLAY WS-LIST-COUNT.
028000     GO TO MAIN-MENU.
028100
028200*--------------------------------------------------------------*
028300* CALM-QUERY - SHOWS WHETHER A DATE IS A BUSINESS DAY, WHY NOT *
028400* WHEN IT IS CLOSED, AND THE BUSINESS DAY A POSTING OR DUE     *
028500* DATE ON IT WOULD MOVE TO.                                    *
028600*--------------------------------------------------------------*
028700 CALM-QUERY.
028800     DISPLAY "ENTER THE DATE YYYYMMDD".
028900     ACCEPT WS-HOL-DATE.
029000     MOVE "N" TO BD-FUNC.
029100     MOVE WS-HOL-DATE TO BD-DATE.
029200     CALL "TTBDATE" USING BD-PARMS.
029300     IF BD-BAD-DATE
029400         DISPLAY "INVALID DATE"
029500         GO TO MAIN-MENU.
029600     IF BD-IS-BUSINESS
029700         DISPLAY WS-HOL-DATE " " WS-DOW-ABBR (BD-DOW)
029800             " IS A BUSINESS DAY"
029900         GO TO MAIN-MENU.
030000     DISPLAY WS-HOL-DATE " " WS-DOW-ABBR (BD-DOW)
030100         " IS CLOSED - " BD-HOL-DESC.
030200     IF BD-NO-BUSINESS-DAY
030300         DISPLAY "NO BUSINESS DAY IN THE 60 DAYS AFTER IT"
030400         GO TO MAIN-MENU.
030500     DISPLAY "NEXT BUSINESS DAY " BD-RESULT.
030600     GO TO MAIN-MENU.
030700
030800 SIGN-OFF.
030900     DISPLAY "SIGNED OFF".
031000     STOP RUN.
031100
031200*--------------------------------------------------------------*
031300* CALM-FIND - SCANS HOLCAL.DAT FOR AN ACTIVE HOLIDAY ON        *
031400* WS-HOL-DATE.  LEAVES ROW-FOUND SET AND THE MATCHING HOL-REC  *
031500* IN THE RECORD AREA WHEN FOUND.                               *
031600*--------------------------------------------------------------*
031700 CALM-FIND.
031800     MOVE "N" TO WS-ROW-FOUND-SWITCH.
031900     MOVE "N" TO WS-FILE-EOF-SWITCH.
032000     OPEN INPUT HOL-FILE.
032100 CALM-FIND-SCAN.
032200     READ HOL-FILE
032300         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
032400     END-READ.
032500     IF FILE-EOF
032600         CLOSE HOL-FILE
032700         GO TO CALM-FIND-EXIT.
032800     IF HOL-DATE = WS-HOL-DATE AND HOL-ACTIVE
032900         MOVE "Y" TO WS-ROW-FOUND-SWITCH
033000         CLOSE HOL-FILE
033100         GO TO CALM-FIND-EXIT.
033200     GO TO CALM-FIND-SCAN.
033300 CALM-FIND-EXIT.
033400     EXIT.
033500
033600*--------------------------------------------------------------*
033700* CALM-AUDIT - WRITES ONE CALAUD.DAT LINE FOR THE CHANGE JUST  *
033800* APPLIED - DATE, TIME, APPROVING SUPERVISOR, ACTION, TARGET   *
033900* (THE HOLIDAY DATE) AND DETAIL - AND HAS TTBDATE RELOAD THE   *
034000* CALENDAR ON ITS NEXT CALL.                                   *
034100*--------------------------------------------------------------*
034200 CALM-AUDIT.
034300     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
034400     ACCEPT WS-TIME-RAW FROM TIME.
034500     MOVE WS-AUD-DATE TO AU-DATE.
034600     MOVE WS-TIME-HHMMSS TO AU-TIME.
034700     MOVE WS-SUPV-ID TO AU-SUPV.
034800     MOVE WS-ACTION TO AU-ACTION.
034900     MOVE WS-TARGET-ID TO AU-TARGET.
035000     OPEN EXTEND AUD-FILE.
035100     WRITE AUD-REC FROM AUD-LINE.
035200     CLOSE AUD-FILE.
035300     MOVE "R" TO BD-FUNC.
035400     CALL "TTBDATE" USING BD-PARMS.
035500 CALM-AUDIT-EXIT.
035600     EXIT.
035700
035800*--------------------------------------------------------------*
035900* TLR-LOOKUP - SCANS TELLER.DAT FOR WS-TARGET-ID, AS TTFEEM'S  *
036000* LOOKUP DOES.  LEAVES TLR-FOUND SET AND THE MATCHING TLR-REC  *
036100* IN THE RECORD AREA WHEN FOUND.                               *
036200*--------------------------------------------------------------*
036300 TLR-LOOKUP.
036400     MOVE "N" TO WS-TLR-FOUND-SWITCH.
036500     MOVE "N" TO WS-TLR-EOF-SWITCH.
036600     OPEN INPUT TLR-FILE.
036700     IF WS-TLR-STATUS NOT = "00"
036800         DISPLAY "TELLER.DAT NOT ON FILE - RUN ENDS"
036900         STOP RUN.
037000 TLR-LOOKUP-SCAN.
037100     READ TLR-FILE
037200         AT END MOVE "Y" TO WS-TLR-EOF-SWITCH
037300     END-READ.
037400     IF TLR-EOF
037500         CLOSE TLR-FILE
037600         GO TO TLR-LOOKUP-EXIT.
037700     IF TLR-ID = WS-TARGET-ID
037800         MOVE "Y" TO WS-TLR-FOUND-SWITCH
037900         CLOSE TLR-FILE
038000         GO TO TLR-LOOKUP-EXIT.
038100     GO TO TLR-LOOKUP-SCAN.
038200 TLR-LOOKUP-EXIT.
038300     EXIT.
