001904*                    CROSS-REFERENCE - THE TWO LEGS OF ONE      *
001906*                    MOVEMENT PRINT THE SAME REFERENCE.  ROWS   *
001908*                    FROM A PRE-TR-REF LOG PRINT IT BLANK.      *
001912*   10/15/2026 RS    TYPE F SERVICE CHARGES (POSTED BY TTFEE)   *
001916*                    ARE TOTALLED ON THEIR OWN FEES CHARGED     *
001920*                    LINE AT THE FOOT OF THE STATEMENT SO THEY  *
001924*                    ARE NOT MISTAKEN FOR WITHDRAWALS.          *
001928*   10/15/2026 RS    A SINGLE-EMPLOYEE STATEMENT NOW OPENS WITH *
001932*                    THE PRIMARY HOLDER'S NAME AND MAILING      *
001936*                    ADDRESS FROM THE CUSTOMER MASTER CUST.DAT, *
001940*                    AND ANY JOINT HOLDERS, FOUND THROUGH       *
001944*                    CUSTLINK.DAT.                              *
001948*   10/15/2026 RS    TYPE I INTEREST AND TYPE T TAX WITHHELD    *
001952*                    ON IT (BOTH POSTED BY TTINT) ARE TOTALLED  *
001956*                    ON AN INTEREST LINE AT THE FOOT OF THE     *
001960*                    STATEMENT SHOWING THE GROSS, THE TAX AND   *
001964*                    THE NET.                                   *
001968*   10/15/2026 RS    THE ADDRESS BLOCK AND JOINT HOLDER LINES   *
001972*                    PRINT FROM A WORKING-STORAGE COPY OF THE   *
001976*                    CUSTOMER ROW (WS-CUS-SAVE) TAKEN BEFORE    *
001980*                    CUST.DAT IS CLOSED.                        *
001984*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003100
003200     SELECT STMT-OUT ASSIGN TO DISK
003300         ORGANIZATION IS LINE SEQUENTIAL.
003310
003320     SELECT OPTIONAL CUST-FILE ASSIGN TO DISK
003330         ORGANIZATION IS LINE SEQUENTIAL.
003340
003350     SELECT OPTIONAL LNK-FILE ASSIGN TO DISK
003360         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
005200     VALUE OF FILE-ID IS "TTSTMT.DAT".
005300
005400 01  STMT-LINE                   PIC X(84).
005405
005410 FD  CUST-FILE
005415     LABEL RECORD IS STANDARD
005420     VALUE OF FILE-ID IS "CUST.DAT".
005425
005430     COPY "CUSTREC.CPY".
005435
005440 FD  LNK-FILE
005445     LABEL RECORD IS STANDARD
005450     VALUE OF FILE-ID IS "CUSTLINK.DAT".
005455
005460     COPY "CLNKREC.CPY".
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-SWITCHES.
005900         88  EOF-YES                         VALUE "Y".
006000     02  WS-EMP-FOUND-SWITCH     PIC X       VALUE "N".
006100         88  EMP-FOUND                       VALUE "Y".
006110     02  WS-CUS-FOUND-SWITCH     PIC X       VALUE "N".
006120         88  CUS-FOUND                       VALUE "Y".
006130     02  WS-CUS-EOF-SWITCH       PIC X       VALUE "N".
006140         88  CUS-EOF                         VALUE "Y".
006150     02  WS-LNK-EOF-SWITCH       PIC X       VALUE "N".
006160         88  LNK-EOF                         VALUE "Y".
006200
006300 01  WS-SELECTION.
006400     02  WS-SEL-ID               PIC 9(04).
006720         88  SEL-CURRENT                     VALUE ZERO.
006730
006735 77  WS-TRANS-STATUS             PIC XX.
006736 77  WS-PRIME-CUS                PIC 9(06).
006737 77  WS-CUS-KEY                  PIC 9(06).
006740 01  WS-TRANS-NAME               PIC X(20).
006750
006760 01  WS-ARCH-NAME-BUILD.
006780     02  AB-MONTH                PIC 9(06).
006790     02  FILLER                  PIC X(04)   VALUE ".DAT".
006800
006810 01  WS-CUS-SAVE                 PIC X(241).
006820 01  WS-CUS-VIEW REDEFINES WS-CUS-SAVE.
006830     02  SV-CUS-NO               PIC 9(06).
006840     02  FILLER                  PIC X(04).
006850     02  SV-CUS-NAME             PIC X(40).
006860     02  FILLER                  PIC X(04).
006870     02  SV-CUS-ADDR1            PIC X(30).
006880     02  FILLER                  PIC X(04).
006890     02  SV-CUS-ADDR2            PIC X(30).
006891     02  FILLER                  PIC X(04).
006892     02  SV-CUS-CITY             PIC X(20).
006893     02  FILLER                  PIC X(04).
006894     02  SV-CUS-POSTCODE         PIC X(10).
006895     02  FILLER                  PIC X(85).
006896
006900 01  WS-COUNTS.
007000     02  WS-LINE-COUNT           PIC 9(06)   COMP VALUE ZERO.
007100     02  WS-LAST-CC              PIC 9(07)V99 VALUE ZERO.
007120     02  WS-FEE-COUNT            PIC 9(06)   COMP VALUE ZERO.
007140     02  WS-FEE-TOTAL            PIC 9(09)V99 VALUE ZERO.
007150     02  WS-INT-COUNT            PIC 9(06)   COMP VALUE ZERO.
007160     02  WS-INT-TOTAL            PIC 9(09)V99 VALUE ZERO.
007170     02  WS-TAX-TOTAL            PIC 9(09)V99 VALUE ZERO.
007180     02  WS-INT-NET              PIC 9(09)V99 VALUE ZERO.
007200
007300 01  HEAD-LINE.
007400     02  FILLER                  PIC X(14)   VALUE
010800     02  FILLER                  PIC X(02)   VALUE SPACE.
010900     02  CT-LINE-COUNT           PIC ZZZ,ZZ9.
011000     02  FILLER                  PIC X(55)   VALUE SPACE.
011005
011010 01  FEE-LINE.
011015     02  FILLER                  PIC X(20)   VALUE
011020         "FEES CHARGED:".
011025     02  FILLER                  PIC X(02)   VALUE SPACE.
011030     02  FL-FEE-COUNT            PIC ZZZ,ZZ9.
011035     02  FILLER                  PIC X(02)   VALUE SPACE.
011040     02  FL-FEE-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
011045     02  FILLER                  PIC X(39)   VALUE SPACE.
011050
011055 01  INT-LINE.
011060     02  FILLER                  PIC X(16)   VALUE
011065         "INTEREST GROSS: ".
011070     02  IL-GROSS                PIC ZZZ,ZZZ,ZZ9.99.
011075     02  FILLER                  PIC X(16)   VALUE
011080         "  TAX WITHHELD: ".
011085     02  IL-TAX                  PIC ZZZ,ZZZ,ZZ9.99.
011090     02  FILLER                  PIC X(07)   VALUE "  NET: ".
011095     02  IL-NET                  PIC ZZZ,ZZZ,ZZ9.99.
011100     02  FILLER                  PIC X(03)   VALUE SPACE.
011105
011110 01  ADDR-LINE.
011115     02  AL-TEXT                 PIC X(40).
011120     02  FILLER                  PIC X(44)   VALUE SPACE.
011125
011130 01  ADDR-CITY-LINE.
011135     02  ACL-CITY                PIC X(20).
011140     02  FILLER                  PIC X(02)   VALUE SPACE.
011145     02  ACL-POSTCODE            PIC X(10).
011150     02  FILLER                  PIC X(52)   VALUE SPACE.
011155
011160 01  JOINT-LINE.
011165     02  FILLER                  PIC X(14)   VALUE
011170         "JOINT HOLDER: ".
011175     02  JL-NAME                 PIC X(40).
011180     02  FILLER                  PIC X(30)   VALUE SPACE.
011185
011200 PROCEDURE DIVISION.
011300*--------------------------------------------------------------*
011400* 0000-MAINLINE - CONTROLS THE OVERALL RUN.                    *
013700     MOVE WS-SEL-ID TO HL-ID1.
013800     MOVE WS-FROM-DATE TO HL-FROM-DATE.
013900     MOVE WS-TO-DATE TO HL-TO-DATE.
013950     IF NOT SEL-ALL
013960         PERFORM 1500-ADDRESS-BLOCK THRU 1500-EXIT.
014000     WRITE STMT-LINE FROM HEAD-LINE.
014100     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
014200 1000-EXIT.
014300     EXIT.
014302
014304*--------------------------------------------------------------*
014306* 1500-ADDRESS-BLOCK - FOR A SINGLE-EMPLOYEE STATEMENT, PRINTS *
014308* THE PRIMARY HOLDER'S NAME AND MAILING ADDRESS FROM THE       *
014310* CUSTOMER MASTER CUST.DAT AT THE TOP OF THE STATEMENT, THEN   *
014312* ONE LINE PER JOINT HOLDER.  THE HOLDERS COME FROM THE ACTIVE *
014314* CUSTLINK.DAT ROWS FOR THE ACCOUNT; AN ACCOUNT NOT YET LINKED *
014316* TO A CUSTOMER PRINTS NO BLOCK.                               *
014318*--------------------------------------------------------------*
014320 1500-ADDRESS-BLOCK.
014322     MOVE ZERO TO WS-PRIME-CUS.
014324     MOVE "N" TO WS-LNK-EOF-SWITCH.
014326     OPEN INPUT LNK-FILE.
014328 1500-FIND-PRIMARY.
014330     READ LNK-FILE
014332         AT END MOVE "Y" TO WS-LNK-EOF-SWITCH
014334     END-READ.
014336     IF LNK-EOF GO TO 1500-PRINT.
014338     IF LNK-ID1 = WS-SEL-ID AND LNK-PRIMARY AND LNK-ACTIVE
014340         MOVE LNK-CUS-NO TO WS-PRIME-CUS.
014342     GO TO 1500-FIND-PRIMARY.
014344 1500-PRINT.
014346     CLOSE LNK-FILE.
014348     IF WS-PRIME-CUS = ZERO
014350         GO TO 1500-EXIT.
014352     MOVE WS-PRIME-CUS TO WS-CUS-KEY.
014354     PERFORM 1600-FIND-CUST THRU 1600-EXIT.
014356     IF NOT CUS-FOUND
014358         GO TO 1500-EXIT.
014360     MOVE SV-CUS-NAME TO AL-TEXT.
014362     WRITE STMT-LINE FROM ADDR-LINE.
014364     MOVE SV-CUS-ADDR1 TO AL-TEXT.
014366     WRITE STMT-LINE FROM ADDR-LINE.
014368     IF SV-CUS-ADDR2 NOT = SPACE
014370         MOVE SV-CUS-ADDR2 TO AL-TEXT
014372         WRITE STMT-LINE FROM ADDR-LINE.
014374     MOVE SV-CUS-CITY TO ACL-CITY.
014376     MOVE SV-CUS-POSTCODE TO ACL-POSTCODE.
014378     WRITE STMT-LINE FROM ADDR-CITY-LINE.
014380     PERFORM 1700-JOINT-HOLDERS THRU 1700-EXIT.
014382     MOVE SPACE TO AL-TEXT.
014384     WRITE STMT-LINE FROM ADDR-LINE.
014386 1500-EXIT.
014388     EXIT.
014390
014392*--------------------------------------------------------------*
014394* 1600-FIND-CUST - SCANS CUST.DAT FOR THE CUSTOMER IN          *
014396* WS-CUS-KEY.  LEAVES CUS-FOUND SET AND A COPY OF THE MATCHING *
014398* CUS-REC IN WS-CUS-SAVE (WS-CUS-VIEW) WHEN FOUND - THE RECORD *
014400* AREA IS NOT AVAILABLE ONCE CUST.DAT IS CLOSED.               *
014402*--------------------------------------------------------------*
014404 1600-FIND-CUST.
014406     MOVE "N" TO WS-CUS-FOUND-SWITCH.
014408     MOVE "N" TO WS-CUS-EOF-SWITCH.
014410     OPEN INPUT CUST-FILE.
014412 1600-SCAN.
014414     READ CUST-FILE
014416         AT END MOVE "Y" TO WS-CUS-EOF-SWITCH
014418     END-READ.
014420     IF CUS-EOF
014422         CLOSE CUST-FILE
014424         GO TO 1600-EXIT.
014426     IF CUS-NO = WS-CUS-KEY
014428         MOVE "Y" TO WS-CUS-FOUND-SWITCH
014430         MOVE CUS-REC TO WS-CUS-SAVE
014432         CLOSE CUST-FILE
014434         GO TO 1600-EXIT.
014436     GO TO 1600-SCAN.
014438 1600-EXIT.
014440     EXIT.
014442
014444*--------------------------------------------------------------*
014446* 1700-JOINT-HOLDERS - PRINTS A JOINT HOLDER LINE FOR EVERY    *
014448* ACTIVE J LINK ON THE SELECTED ACCOUNT.                       *
014450*--------------------------------------------------------------*
014452 1700-JOINT-HOLDERS.
014454     MOVE "N" TO WS-LNK-EOF-SWITCH.
014456     OPEN INPUT LNK-FILE.
014458 1700-SCAN.
014460     READ LNK-FILE
014462         AT END MOVE "Y" TO WS-LNK-EOF-SWITCH
014464     END-READ.
014466     IF LNK-EOF
014468         CLOSE LNK-FILE
014470         GO TO 1700-EXIT.
014472     IF LNK-ID1 NOT = WS-SEL-ID OR NOT LNK-JOINT OR NOT LNK-ACTIVE
014474         GO TO 1700-SCAN.
014476     MOVE LNK-CUS-NO TO WS-CUS-KEY.
014478     PERFORM 1600-FIND-CUST THRU 1600-EXIT.
014480     IF CUS-FOUND
014482         MOVE SV-CUS-NAME TO JL-NAME
014484         WRITE STMT-LINE FROM JOINT-LINE.
014486     GO TO 1700-SCAN.
014488 1700-EXIT.
014490     EXIT.
014492
014500*--------------------------------------------------------------*
014600* 2000-PROCESS-TRANS - PRINTS ONE DETAIL LINE PER TRANS-REC    *
014700* THAT MATCHES THE SELECTION.  TRANS.DAT IS WRITTEN IN TR-SEQ  *
016300     WRITE STMT-LINE FROM DETAIL-LINE.
016400     ADD 1 TO WS-LINE-COUNT.
016500     MOVE TR-CC TO WS-LAST-CC.
016550     IF TR-TYPE = "F" OR TR-TYPE = "f"
016560         ADD 1 TO WS-FEE-COUNT
016570         ADD TR-AMT TO WS-FEE-TOTAL.
016580     IF TR-TYPE = "I" OR TR-TYPE = "i"
016582         ADD 1 TO WS-INT-COUNT
016584         ADD TR-AMT TO WS-INT-TOTAL.
016586     IF TR-TYPE = "T" OR TR-TYPE = "t"
016588         ADD TR-AMT TO WS-TAX-TOTAL.
016600 2000-NEXT.
016700     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
016800 2000-EXIT.
017900     EXIT.
018000
018100*--------------------------------------------------------------*
018200* 3000-PRINT-CLOSING - PRINTS THE LISTED COUNT AND ANY TYPE F  *
018250* FEES CHARGED IN THE RANGE, THE GROSS INTEREST, TAX WITHHELD  *
018260* AND NET INTEREST WHEN ANY WAS CREDITED, AND FOR A SINGLE-    *
018300* EMPLOYEE STATEMENT THE CC NOW ON EMP.DAT WITH A NOTE WHEN    *
018400* THE LAST LOGGED BALANCE DOES NOT AGREE WITH THE MASTER.      *
018500*--------------------------------------------------------------*
018600 3000-PRINT-CLOSING.
018700     MOVE WS-LINE-COUNT TO CT-LINE-COUNT.
018800     WRITE STMT-LINE FROM COUNT-LINE.
018820     IF WS-FEE-COUNT > ZERO
018840         MOVE WS-FEE-COUNT TO FL-FEE-COUNT
018850         MOVE WS-FEE-TOTAL TO FL-FEE-TOTAL
018860         WRITE STMT-LINE FROM FEE-LINE.
018870     IF WS-INT-COUNT > ZERO OR WS-TAX-TOTAL > ZERO
018872         MOVE WS-INT-TOTAL TO IL-GROSS
018874         MOVE WS-TAX-TOTAL TO IL-TAX
018876         IF WS-TAX-TOTAL > WS-INT-TOTAL
018878             MOVE ZERO TO WS-INT-NET
018880         ELSE
018882             COMPUTE WS-INT-NET = WS-INT-TOTAL - WS-TAX-TOTAL
018884         END-IF
018886         MOVE WS-INT-NET TO IL-NET
018888         WRITE STMT-LINE FROM INT-LINE.
018900     IF SEL-ALL
019000         GO TO 3000-EXIT.
019100     OPEN INPUT EMP.
