000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TTCUSTM.
000300 AUTHOR. R-SRINIVASAN.
000400 INSTALLATION. SEIT DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TTCUSTM - SUPERVISED MAINTENANCE OF THE CUSTOMER MASTER      *
000900* CUST.DAT (CUSTREC.CPY) AND THE CUSTOMER-TO-ACCOUNT LINKS ON  *
001000* CUSTLINK.DAT (CLNKREC.CPY).  NEW CUSTOMERS ARE OPENED FROM   *
001100* TT'S MAIN-MENU WITH THEIR FIRST ACCOUNT; HERE U UPDATES A    *
001200* CUSTOMER'S ADDRESS AND PHONE, J ADDS AN EXISTING CUSTOMER TO *
001300* AN ACCOUNT AS A JOINT HOLDER, R TAKES A JOINT HOLDER OFF AN  *
001400* ACCOUNT (THE ROW IS KEPT, STATUS R - THE PRIMARY HOLDER      *
001500* CANNOT BE REMOVED), S SEEDS ONE CUSTOMER PER ACCOUNT OPENED  *
001600* BEFORE THE CUSTOMER MASTER (FROM ITS NAMES, WITH THE CONTACT *
001700* DETAILS LEFT FOR U TO FILL IN), AND L LISTS A CUSTOMER WITH  *
001800* EVERY ACCOUNT THEY HOLD.  EVERY CHANGE IS WRITTEN TO THE     *
001900* CUSTAUD.DAT AUDIT LOG WITH THE DATE, TIME AND APPROVING      *
002000* SUPERVISOR, THE WAY TTTLRM LOGS TELLER MASTER CHANGES.  THE  *
002100* RUN OPENS WITH A SUPERVISOR SIGN-ON (CLASS S, ACTIVE, PIN    *
002200* CHECKED) AND STOPS COLD WITHOUT ONE.  CHANGES TO AN EXISTING *
002300* ROW GO THROUGH THE CUSTWRK.DAT AND LNKWRK.DAT WORK FILES,    *
002400* THE SAME COPY-AND-REWRITE PATTERN TTTLRM USES.               *
002500*--------------------------------------------------------------*
002600* MODIFICATION HISTORY                                         *
002700*   DATE       BY    DESCRIPTION                                *
002800*   10/15/2026 RS    NEW PROGRAM.                                *
002900*--------------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TLR-FILE ASSIGN TO DISK
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TLR-STATUS.
003700
003800     SELECT OPTIONAL CUST-FILE ASSIGN TO DISK
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT CUST-WRK ASSIGN TO DISK
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT OPTIONAL LNK-FILE ASSIGN TO DISK
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT LNK-WRK ASSIGN TO DISK
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT EMP ASSIGN TO DISK
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ID1.
005400
005500     SELECT OPTIONAL AUD-FILE ASSIGN TO DISK
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100 FD  TLR-FILE
006200     LABEL RECORD IS STANDARD
006300     VALUE OF FILE-ID IS "TELLER.DAT".
006400
006500     COPY "TLRREC.CPY".
006600
006700 FD  CUST-FILE
006800     LABEL RECORD IS STANDARD
006900     VALUE OF FILE-ID IS "CUST.DAT".
007000
007100     COPY "CUSTREC.CPY".
007200
007300 FD  CUST-WRK
007400     LABEL RECORD IS STANDARD
007500     VALUE OF FILE-ID IS "CUSTWRK.DAT".
007600
007700 01  CWRK-REC                    PIC X(241).
007800
007900 FD  LNK-FILE
008000     LABEL RECORD IS STANDARD
008100     VALUE OF FILE-ID IS "CUSTLINK.DAT".
008200
008300     COPY "CLNKREC.CPY".
008400
008500 FD  LNK-WRK
008600     LABEL RECORD IS STANDARD
008700     VALUE OF FILE-ID IS "LNKWRK.DAT".
008800
008900 01  LWRK-REC                    PIC X(48).
009000
009100 FD  EMP
009200     LABEL RECORD IS STANDARD
009300     VALUE OF FILE-ID IS "EMP.DAT".
009400
009500     COPY "STDREC.CPY".
009600
009700 FD  AUD-FILE
009800     LABEL RECORD IS STANDARD
009900     VALUE OF FILE-ID IS "CUSTAUD.DAT".
010000
010100 01  AUD-REC                     PIC X(64).
010200
010300 WORKING-STORAGE SECTION.
010400 77  C                           PIC X.
010500 77  WS-TLR-STATUS               PIC XX.
010600 77  WS-SUPV-ID                  PIC X(08).
010700 77  WS-PIN                      PIC X(04).
010800 77  WS-TARGET-ID                PIC X(08).
010900 77  WS-CUS-NO                   PIC 9(06).
011000 77  WS-CUS-NEXT                 PIC 9(06).
011100 77  WS-ACCT-ID                  PIC 9(04).
011200 77  WS-ADDR1                    PIC X(30).
011300 77  WS-ADDR2                    PIC X(30).
011400 77  WS-CITY                     PIC X(20).
011500 77  WS-POSTCODE                 PIC X(10).
011600 77  WS-PHONE                    PIC X(15).
011700 77  WS-ACTION                   PIC X(08).
011800 77  WS-AUD-DATE                 PIC 9(08).
011900 77  WS-CC-ED                    PIC Z(06)9.99.
012000 77  WS-LIST-COUNT               PIC 9(04) VALUE ZERO.
012100 77  WS-SEED-COUNT               PIC 9(04) VALUE ZERO.
012200 77  WS-TLR-FOUND-SWITCH         PIC X     VALUE "N".
012300     88  TLR-FOUND                         VALUE "Y".
012400 77  WS-TLR-EOF-SWITCH           PIC X     VALUE "N".
012500     88  TLR-EOF                           VALUE "Y".
012600 77  WS-ROW-FOUND-SWITCH         PIC X     VALUE "N".
012700     88  ROW-FOUND                         VALUE "Y".
012800 77  WS-FILE-EOF-SWITCH          PIC X     VALUE "N".
012900     88  FILE-EOF                          VALUE "Y".
013000 77  WS-WRK-EOF-SWITCH           PIC X     VALUE "N".
013100     88  WRK-EOF                           VALUE "Y".
013200 77  WS-EMP-EOF-SWITCH           PIC X     VALUE "N".
013300     88  EMP-EOF                           VALUE "Y".
013400 77  WS-LINKED-SWITCH            PIC X     VALUE "N".
013500     88  ACCT-LINKED                       VALUE "Y".
013600
013700 01  WS-TIME-RAW.
013800     02  WS-TIME-HHMMSS          PIC 9(06).
013900     02  FILLER                  PIC 9(02).
014000
014100 01  AUD-LINE.
014200     02  AU-DATE                 PIC 9(08).
014300     02  FILLER                  PIC X(02)   VALUE SPACE.
014400     02  AU-TIME                 PIC 9(06).
014500     02  FILLER                  PIC X(02)   VALUE SPACE.
014600     02  AU-SUPV                 PIC X(08).
014700     02  FILLER                  PIC X(02)   VALUE SPACE.
014800     02  AU-ACTION               PIC X(08).
014900     02  FILLER                  PIC X(02)   VALUE SPACE.
015000     02  AU-TARGET               PIC X(08).
015100     02  FILLER                  PIC X(02)   VALUE SPACE.
015200     02  AU-DETAIL               PIC X(16)   VALUE SPACE.
015300
015400 PROCEDURE DIVISION.
015500*--------------------------------------------------------------*
015600* START-UP - A SUPERVISOR SIGN-ON GUARDS THE WHOLE RUN, AS IN  *
015700* TTTLRM.  THE ID MUST BE ON TELLER.DAT, CLASS S, NOT DISABLED,*
015800* AND THE PIN ON RECORD MUST MATCH.                            *
015900*--------------------------------------------------------------*
016000 START-UP.
016100     DISPLAY "CUSTOMER MASTER MAINTENANCE".
016200     DISPLAY "ENTER SUPERVISOR ID".
016300     ACCEPT WS-SUPV-ID.
016400     MOVE WS-SUPV-ID TO WS-TARGET-ID.
016500     PERFORM TLR-LOOKUP THRU TLR-LOOKUP-EXIT.
016600     IF NOT TLR-FOUND
016700         DISPLAY "NOT ON TELLER MASTER - RUN ENDS"
016800         STOP RUN.
016900     IF TLR-CLASS NOT = "S" OR TLR-DISABLED
017000         DISPLAY "SUPERVISOR SIGN-ON REQUIRED - RUN ENDS"
017100         STOP RUN.
017200     IF TLR-PIN NOT = SPACE
017300         DISPLAY "ENTER PIN"
017400         ACCEPT WS-PIN
017500         IF WS-PIN NOT = TLR-PIN
017600             DISPLAY "PIN DOES NOT MATCH - RUN ENDS"
017700             STOP RUN.
017800     DISPLAY "SIGNED ON".
017900 MAIN-MENU.
018000     DISPLAY "------------------------------------".
018100     DISPLAY "U - UPDATE A CUSTOMER'S ADDRESS AND PHONE".
018200     DISPLAY "J - ADD A JOINT HOLDER TO AN ACCOUNT".
018300     DISPLAY "R - REMOVE A JOINT HOLDER FROM AN ACCOUNT".
018400     DISPLAY "S - SEED CUSTOMERS FOR UNLINKED ACCOUNTS".
018500     DISPLAY "L - LIST A CUSTOMER AND THEIR ACCOUNTS".
018600     DISPLAY "X - EXIT".
018700     DISPLAY "ENTER CHOICE".
018800     ACCEPT C.
018900     IF C = 'U' OR 'u' GO TO CUSM-UPDATE.
019000     IF C = 'J' OR 'j' GO TO CUSM-JOINT.
019100     IF C = 'R' OR 'r' GO TO CUSM-REMOVE.
019200     IF C = 'S' OR 's' GO TO CUSM-SEED.
019300     IF C = 'L' OR 'l' GO TO CUSM-LIST.
019400     IF C = 'X' OR 'x' GO TO SIGN-OFF.
019500     GO TO MAIN-MENU.
019600
019700*--------------------------------------------------------------*
019800* CUSM-UPDATE - REPLACES THE MAILING ADDRESS AND PHONE ON ONE  *
019900* CUSTOMER IN ONE PASS THROUGH CUSTWRK.DAT.  THE NAME, DATE OF *
020000* BIRTH AND ID DOCUMENT ARE NOT CHANGED HERE.                  *
020100*--------------------------------------------------------------*
020200 CUSM-UPDATE.
020300     DISPLAY "ENTER THE CUSTOMER NUMBER".
020400     ACCEPT WS-CUS-NO.
020410     PERFORM CUST-LOOKUP THRU CUST-LOOKUP-EXIT.
020420     IF NOT ROW-FOUND
020430         DISPLAY "CUSTOMER NOT ON FILE"
020440         GO TO MAIN-MENU.
020450     DISPLAY CUS-NAME.
020500     DISPLAY "ENTER ADDRESS LINE 1".
020600     ACCEPT WS-ADDR1.
020700     DISPLAY "ENTER ADDRESS LINE 2".
020800     ACCEPT WS-ADDR2.
020900     DISPLAY "ENTER THE CITY".
021000     ACCEPT WS-CITY.
021100     DISPLAY "ENTER THE POSTCODE".
021200     ACCEPT WS-POSTCODE.
021300     DISPLAY "ENTER THE PHONE NUMBER".
021400     ACCEPT WS-PHONE.
021500     MOVE "N" TO WS-ROW-FOUND-SWITCH.
021600     MOVE "N" TO WS-FILE-EOF-SWITCH.
021700     MOVE "N" TO WS-WRK-EOF-SWITCH.
021800     OPEN INPUT CUST-FILE.
021900     OPEN OUTPUT CUST-WRK.
022000 CUSM-UPDATE-SCAN.
022100     READ CUST-FILE
022200         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
022300     END-READ.
022400     IF FILE-EOF GO TO CUSM-UPDATE-COPY.
022500     IF CUS-NO = WS-CUS-NO
022600         MOVE "Y" TO WS-ROW-FOUND-SWITCH
022700         MOVE WS-ADDR1 TO CUS-ADDR1
022800         MOVE WS-ADDR2 TO CUS-ADDR2
022900         MOVE WS-CITY TO CUS-CITY
023000         MOVE WS-POSTCODE TO CUS-POSTCODE
023100         MOVE WS-PHONE TO CUS-PHONE.
023200     WRITE CWRK-REC FROM CUS-REC.
023300     GO TO CUSM-UPDATE-SCAN.
023400 CUSM-UPDATE-COPY.
023500     CLOSE CUST-FILE.
023600     CLOSE CUST-WRK.
023700     IF NOT ROW-FOUND
023800         DISPLAY "CUSTOMER NOT ON FILE - NOTHING CHANGED"
023900         GO TO MAIN-MENU.
024000     OPEN INPUT CUST-WRK.
024100     OPEN OUTPUT CUST-FILE.
024200 CUSM-UPDATE-BACK.
024300     READ CUST-WRK
024400         AT END MOVE "Y" TO WS-WRK-EOF-SWITCH
024500     END-READ.
024600     IF WRK-EOF GO TO CUSM-UPDATE-DONE.
024700     WRITE CUS-REC FROM CWRK-REC.
024800     GO TO CUSM-UPDATE-BACK.
024900 CUSM-UPDATE-DONE.
025000     CLOSE CUST-WRK.
025100     CLOSE CUST-FILE.
025200     MOVE "ADDRESS" TO WS-ACTION.
025300     MOVE WS-CUS-NO TO WS-TARGET-ID.
025400     MOVE WS-POSTCODE TO AU-DETAIL.
025500     PERFORM CUSM-AUDIT THRU CUSM-AUDIT-EXIT.
025600     DISPLAY "CUSTOMER UPDATED".
025700     GO TO MAIN-MENU.
025800
025900*--------------------------------------------------------------*
026000* CUSM-JOINT - LINKS AN EXISTING CUSTOMER TO AN ACCOUNT AS A   *
026100* JOINT HOLDER.  THE ACCOUNT MUST BE ON EMP.DAT AND NOT        *
026200* CLOSED, AND THE CUSTOMER MUST NOT ALREADY HOLD IT.           *
026300*--------------------------------------------------------------*
026400 CUSM-JOINT.
026500     DISPLAY "ENTER THE ACCOUNT ID".
026600     ACCEPT WS-ACCT-ID.
026700     OPEN INPUT EMP.
026800     MOVE WS-ACCT-ID TO ID1.
026900     MOVE "Y" TO WS-ROW-FOUND-SWITCH.
027000     READ EMP KEY IS ID1
027100         INVALID KEY MOVE "N" TO WS-ROW-FOUND-SWITCH
027200     END-READ.
027300     CLOSE EMP.
027400     IF NOT ROW-FOUND
027500         DISPLAY "ACCOUNT NOT ON FILE"
027600         GO TO MAIN-MENU.
027700     IF STS-CLOSED
027800         DISPLAY "ACCOUNT IS CLOSED"
027900         GO TO MAIN-MENU.
028000     DISPLAY "ENTER THE JOINT HOLDER'S CUSTOMER NUMBER".
028100     ACCEPT WS-CUS-NO.
028200     PERFORM CUST-LOOKUP THRU CUST-LOOKUP-EXIT.
028300     IF NOT ROW-FOUND
028400         DISPLAY "CUSTOMER NOT ON FILE"
028500         GO TO MAIN-MENU.
028600     MOVE "N" TO WS-ROW-FOUND-SWITCH.
028700     MOVE "N" TO WS-FILE-EOF-SWITCH.
028800     OPEN INPUT LNK-FILE.
028900 CUSM-JOINT-SCAN.
029000     READ LNK-FILE
029100         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
029200     END-READ.
029300     IF FILE-EOF GO TO CUSM-JOINT-ADD.
029400     IF LNK-ID1 = WS-ACCT-ID AND LNK-CUS-NO = WS-CUS-NO
029500         AND LNK-ACTIVE
029600         MOVE "Y" TO WS-ROW-FOUND-SWITCH.
029700     GO TO CUSM-JOINT-SCAN.
029800 CUSM-JOINT-ADD.
029900     CLOSE LNK-FILE.
030000     IF ROW-FOUND
030100         DISPLAY "ALREADY A HOLDER ON THIS ACCOUNT"
030200         GO TO MAIN-MENU.
030300     MOVE "J" TO C.
030400     PERFORM LINK-WRITE THRU LINK-WRITE-EXIT.
030500     MOVE "JOINT" TO WS-ACTION.
030600     MOVE WS-ACCT-ID TO WS-TARGET-ID.
030700     MOVE WS-CUS-NO TO AU-DETAIL.
030800     PERFORM CUSM-AUDIT THRU CUSM-AUDIT-EXIT.
030900     DISPLAY "JOINT HOLDER ADDED".
031000     GO TO MAIN-MENU.
031100
031200*--------------------------------------------------------------*
031300* CUSM-REMOVE - MARKS THE ACTIVE JOINT LINK BETWEEN ONE        *
031400* CUSTOMER AND ONE ACCOUNT REMOVED IN ONE PASS THROUGH         *
031500* LNKWRK.DAT.  A PRIMARY LINK IS LEFT ALONE - EVERY ACCOUNT    *
031600* KEEPS ITS PRIMARY HOLDER.                                    *
031700*--------------------------------------------------------------*
031800 CUSM-REMOVE.
031900     DISPLAY "ENTER THE ACCOUNT ID".
032000     ACCEPT WS-ACCT-ID.
032100     DISPLAY "ENTER THE JOINT HOLDER'S CUSTOMER NUMBER".
032200     ACCEPT WS-CUS-NO.
032300     MOVE "N" TO WS-ROW-FOUND-SWITCH.
032400     MOVE "N" TO WS-FILE-EOF-SWITCH.
032500     MOVE "N" TO WS-WRK-EOF-SWITCH.
032600     OPEN INPUT LNK-FILE.
032700     OPEN OUTPUT LNK-WRK.
032800 CUSM-REMOVE-SCAN.
032900     READ LNK-FILE
033000         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
033100     END-READ.
033200     IF FILE-EOF GO TO CUSM-REMOVE-COPY.
033300     IF LNK-ID1 = WS-ACCT-ID AND LNK-CUS-NO = WS-CUS-NO
033400         AND LNK-ACTIVE AND LNK-JOINT
033500         MOVE "Y" TO WS-ROW-FOUND-SWITCH
033600         MOVE "R" TO LNK-STS.
033700     WRITE LWRK-REC FROM LNK-REC.
033800     GO TO CUSM-REMOVE-SCAN.
033900 CUSM-REMOVE-COPY.
034000     CLOSE LNK-FILE.
034100     CLOSE LNK-WRK.
034200     IF NOT ROW-FOUND
034300         DISPLAY "NO ACTIVE JOINT HOLDING - NOTHING CHANGED"
034400         GO TO MAIN-MENU.
034500     OPEN INPUT LNK-WRK.
034600     OPEN OUTPUT LNK-FILE.
034700 CUSM-REMOVE-BACK.
034800     READ LNK-WRK
034900         AT END MOVE "Y" TO WS-WRK-EOF-SWITCH
035000     END-READ.
035100     IF WRK-EOF GO TO CUSM-REMOVE-DONE.
035200     WRITE LNK-REC FROM LWRK-REC.
035300     GO TO CUSM-REMOVE-BACK.
035400 CUSM-REMOVE-DONE.
035500     CLOSE LNK-WRK.
035600     CLOSE LNK-FILE.
035700     MOVE "UNJOINT" TO WS-ACTION.
035800     MOVE WS-ACCT-ID TO WS-TARGET-ID.
035900     MOVE WS-CUS-NO TO AU-DETAIL.
036000     PERFORM CUSM-AUDIT THRU CUSM-AUDIT-EXIT.
036100     DISPLAY "JOINT HOLDER REMOVED".
036200     GO TO MAIN-MENU.
036300
036400*--------------------------------------------------------------*
036500* CUSM-SEED - ONE PASS OF EMP.DAT.  EVERY ACCOUNT WITH NO      *
036600* ACTIVE PRIMARY LINK GETS A NEW CUSTOMER CARRYING ITS NAMES   *
036700* AND A PRIMARY LINK TO IT, SO AN ACCOUNT OPENED BEFORE THE    *
036800* CUSTOMER MASTER PRINTS AND SEARCHES LIKE A NEW ONE.  NO      *
036900* ATTEMPT IS MADE TO MERGE LIKE NAMES - TWO ACCOUNTS FOR ONE   *
037000* PERSON ARE PUT TOGETHER AFTERWARDS WITH J AND R.  SAFE TO    *
037100* RERUN - A LINKED ACCOUNT IS SKIPPED.                         *
037200*--------------------------------------------------------------*
037300 CUSM-SEED.
037400     MOVE ZERO TO WS-SEED-COUNT.
037500     PERFORM CUST-NEXT-NO THRU CUST-NEXT-NO-EXIT.
037600     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
037700     MOVE "N" TO WS-EMP-EOF-SWITCH.
037800     OPEN INPUT EMP.
037900 CUSM-SEED-SCAN.
038000     READ EMP NEXT RECORD
038100         AT END MOVE "Y" TO WS-EMP-EOF-SWITCH
038200     END-READ.
038300     IF EMP-EOF GO TO CUSM-SEED-DONE.
038400     MOVE ID1 TO WS-ACCT-ID.
038500     PERFORM LINK-PRIMARY THRU LINK-PRIMARY-EXIT.
038600     IF ACCT-LINKED GO TO CUSM-SEED-SCAN.
038700     MOVE WS-CUS-NEXT TO WS-CUS-NO.
038800     ADD 1 TO WS-CUS-NEXT.
038900     MOVE SPACES TO CUS-REC.
039000     MOVE WS-CUS-NO TO CUS-NO.
039100     MOVE NAMES TO CUS-NAME.
039200     MOVE ZERO TO CUS-DOB.
039300     MOVE WS-AUD-DATE TO CUS-OPEN-DATE.
039400     MOVE WS-SUPV-ID TO CUS-OPER.
039500     OPEN EXTEND CUST-FILE.
039600     WRITE CUS-REC.
039700     CLOSE CUST-FILE.
039800     MOVE "P" TO C.
039900     PERFORM LINK-WRITE THRU LINK-WRITE-EXIT.
040000     ADD 1 TO WS-SEED-COUNT.
040100     GO TO CUSM-SEED-SCAN.
040200 CUSM-SEED-DONE.
040300     CLOSE EMP.
040400     MOVE "SEED" TO WS-ACTION.
040500     MOVE "ALL" TO WS-TARGET-ID.
040600     MOVE WS-SEED-COUNT TO AU-DETAIL.
040700     PERFORM CUSM-AUDIT THRU CUSM-AUDIT-EXIT.
040800     DISPLAY "CUSTOMERS SEEDED:".
040900     DISPLAY WS-SEED-COUNT.
041000     GO TO MAIN-MENU.
041100
041200*--------------------------------------------------------------*
041300* CUSM-LIST - SHOWS ONE CUSTOMER'S DETAILS AND EVERY ACCOUNT   *
041400* THEY HOLD, ACTIVE OR REMOVED, WITH THE CC ON EMP.DAT.        *
041500*--------------------------------------------------------------*
041600 CUSM-LIST.
041700     DISPLAY "ENTER THE CUSTOMER NUMBER".
041800     ACCEPT WS-CUS-NO.
041900     PERFORM CUST-LOOKUP THRU CUST-LOOKUP-EXIT.
042000     IF NOT ROW-FOUND
042100         DISPLAY "CUSTOMER NOT ON FILE"
042200         GO TO MAIN-MENU.
042300     DISPLAY CUS-NO " " CUS-NAME.
042400     DISPLAY CUS-ADDR1.
042500     DISPLAY CUS-ADDR2.
042600     DISPLAY CUS-CITY " " CUS-POSTCODE " " CUS-PHONE.
042700     DISPLAY "BORN " CUS-DOB " ID " CUS-DOC-TYPE " " CUS-DOC-NO.
042800     DISPLAY "ACCT R S  BALANCE     LINKED   BY".
042900     MOVE ZERO TO WS-LIST-COUNT.
043000     MOVE "N" TO WS-FILE-EOF-SWITCH.
043100     OPEN INPUT LNK-FILE.
043200     OPEN INPUT EMP.
043300 CUSM-LIST-SCAN.
043400     READ LNK-FILE
043500         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
043600     END-READ.
043700     IF FILE-EOF GO TO CUSM-LIST-DONE.
043800     IF LNK-CUS-NO NOT = WS-CUS-NO GO TO CUSM-LIST-SCAN.
043900     MOVE LNK-ID1 TO ID1.
044000     MOVE ZERO TO WS-CC-ED.
044100     READ EMP KEY IS ID1
044200         INVALID KEY CONTINUE
044300         NOT INVALID KEY MOVE CC TO WS-CC-ED
044400     END-READ.
044500     DISPLAY LNK-ID1 " " LNK-ROLE " " LNK-STS " " WS-CC-ED " "
044600         LNK-DATE " " LNK-OPER.
044700     ADD 1 TO WS-LIST-COUNT.
044800     GO TO CUSM-LIST-SCAN.
044900 CUSM-LIST-DONE.
045000     CLOSE EMP.
045100     CLOSE LNK-FILE.
045200     DISPLAY "LINKS ON FILE:".
045300     DISPLAY WS-LIST-COUNT.
045400     GO TO MAIN-MENU.
045500
045600 SIGN-OFF.
045700     DISPLAY "SIGNED OFF".
045800     STOP RUN.
045900
046000*--------------------------------------------------------------*
046100* CUST-LOOKUP - SCANS CUST.DAT FOR WS-CUS-NO.  LEAVES          *
046200* ROW-FOUND SET AND THE MATCHING CUS-REC IN THE RECORD AREA    *
046300* WHEN FOUND.                                                  *
046400*--------------------------------------------------------------*
046500 CUST-LOOKUP.
046600     MOVE "N" TO WS-ROW-FOUND-SWITCH.
046700     MOVE "N" TO WS-FILE-EOF-SWITCH.
046800     OPEN INPUT CUST-FILE.
046900 CUST-LOOKUP-SCAN.
047000     READ CUST-FILE
047100         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
047200     END-READ.
047300     IF FILE-EOF
047400         CLOSE CUST-FILE
047500         GO TO CUST-LOOKUP-EXIT.
047600     IF CUS-NO = WS-CUS-NO
047700         MOVE "Y" TO WS-ROW-FOUND-SWITCH
047800         CLOSE CUST-FILE
047900         GO TO CUST-LOOKUP-EXIT.
048000     GO TO CUST-LOOKUP-SCAN.
048100 CUST-LOOKUP-EXIT.
048200     EXIT.
048300
048400*--------------------------------------------------------------*
048500* CUST-NEXT-NO - LEAVES WS-CUS-NEXT ONE PAST THE HIGHEST       *
048600* CUSTOMER NUMBER ON CUST.DAT, AS TT ISSUES THEM.              *
048700*--------------------------------------------------------------*
048800 CUST-NEXT-NO.
048900     MOVE ZERO TO WS-CUS-NEXT.
049000     MOVE "N" TO WS-FILE-EOF-SWITCH.
049100     OPEN INPUT CUST-FILE.
049200 CUST-NEXT-NO-SCAN.
049300     READ CUST-FILE
049400         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
049500     END-READ.
049600     IF FILE-EOF
049700         CLOSE CUST-FILE
049800         ADD 1 TO WS-CUS-NEXT
049900         GO TO CUST-NEXT-NO-EXIT.
050000     IF CUS-NO > WS-CUS-NEXT
050100         MOVE CUS-NO TO WS-CUS-NEXT.
050200     GO TO CUST-NEXT-NO-SCAN.
050300 CUST-NEXT-NO-EXIT.
050400     EXIT.
050500
050600*--------------------------------------------------------------*
050700* LINK-PRIMARY - SETS ACCT-LINKED WHEN ACCOUNT WS-ACCT-ID HAS  *
050800* AN ACTIVE PRIMARY LINK ON CUSTLINK.DAT.                      *
050900*--------------------------------------------------------------*
051000 LINK-PRIMARY.
051100     MOVE "N" TO WS-LINKED-SWITCH.
051200     MOVE "N" TO WS-FILE-EOF-SWITCH.
051300     OPEN INPUT LNK-FILE.
051400 LINK-PRIMARY-SCAN.
051500     READ LNK-FILE
051600         AT END MOVE "Y" TO WS-FILE-EOF-SWITCH
051700     END-READ.
051800     IF FILE-EOF
051900         CLOSE LNK-FILE
052000         GO TO LINK-PRIMARY-EXIT.
052100     IF LNK-ID1 = WS-ACCT-ID AND LNK-PRIMARY AND LNK-ACTIVE
052200         MOVE "Y" TO WS-LINKED-SWITCH
052300         CLOSE LNK-FILE
052400         GO TO LINK-PRIMARY-EXIT.
052500     GO TO LINK-PRIMARY-SCAN.
052600 LINK-PRIMARY-EXIT.
052700     EXIT.
052800
052900*--------------------------------------------------------------*
053000* LINK-WRITE - APPENDS AN ACTIVE LINK OF CUSTOMER WS-CUS-NO TO *
053100* ACCOUNT WS-ACCT-ID IN THE ROLE IN C (P OR J), STAMPED WITH   *
053200* THE DATE AND THE APPROVING SUPERVISOR.                       *
053300*--------------------------------------------------------------*
053400 LINK-WRITE.
053500     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
053600     MOVE SPACES TO LNK-REC.
053700     MOVE WS-CUS-NO TO LNK-CUS-NO.
053800     MOVE WS-ACCT-ID TO LNK-ID1.
053900     MOVE C TO LNK-ROLE.
054000     MOVE "A" TO LNK-STS.
054100     MOVE WS-AUD-DATE TO LNK-DATE.
054200     MOVE WS-SUPV-ID TO LNK-OPER.
054300     OPEN EXTEND LNK-FILE.
054400     WRITE LNK-REC.
054500     CLOSE LNK-FILE.
054600 LINK-WRITE-EXIT.
054700     EXIT.
054800
054900*--------------------------------------------------------------*
055000* CUSM-AUDIT - WRITES ONE CUSTAUD.DAT LINE FOR THE CHANGE JUST *
055100* APPLIED - DATE, TIME, APPROVING SUPERVISOR, ACTION, TARGET   *
055200* (CUSTOMER OR ACCOUNT) AND DETAIL.                            *
055300*--------------------------------------------------------------*
055400 CUSM-AUDIT.
055500     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
055600     ACCEPT WS-TIME-RAW FROM TIME.
055700     MOVE WS-AUD-DATE TO AU-DATE.
055800     MOVE WS-TIME-HHMMSS TO AU-TIME.
055900     MOVE WS-SUPV-ID TO AU-SUPV.
056000     MOVE WS-ACTION TO AU-ACTION.
056100     MOVE WS-TARGET-ID TO AU-TARGET.
056200     OPEN EXTEND AUD-FILE.
056300     WRITE AUD-REC FROM AUD-LINE.
056400     CLOSE AUD-FILE.
056500 CUSM-AUDIT-EXIT.
056600     EXIT.
056700
056800*--------------------------------------------------------------*
056900* TLR-LOOKUP - SCANS TELLER.DAT FOR WS-TARGET-ID, AS TTTLRM'S  *
057000* LOOKUP DOES.  LEAVES TLR-FOUND SET AND THE MATCHING TLR-REC  *
057100* IN THE RECORD AREA WHEN FOUND.                               *
057200*--------------------------------------------------------------*
057300 TLR-LOOKUP.
057400     MOVE "N" TO WS-TLR-FOUND-SWITCH.
057500     MOVE "N" TO WS-TLR-EOF-SWITCH.
057600     OPEN INPUT TLR-FILE.
057700     IF WS-TLR-STATUS NOT = "00"
057800         DISPLAY "TELLER.DAT NOT ON FILE - RUN ENDS"
057900         STOP RUN.
058000 TLR-LOOKUP-SCAN.
058100     READ TLR-FILE
058200         AT END MOVE "Y" TO WS-TLR-EOF-SWITCH
058300     END-READ.
058400     IF TLR-EOF
058500         CLOSE TLR-FILE
058600         GO TO TLR-LOOKUP-EXIT.
058700     IF TLR-ID = WS-TARGET-ID
058800         MOVE "Y" TO WS-TLR-FOUND-SWITCH
058900         CLOSE TLR-FILE
059000         GO TO TLR-LOOKUP-EXIT.
059100     GO TO TLR-LOOKUP-SCAN.
059200 TLR-LOOKUP-EXIT.
059300     EXIT.
