001197*                    TILL PROOF LINE NO LONGER LOSES ITS LAST  *
001198*                    VARIANCE DIGIT AND OLD SPACE-FILLED       *
001199*                    TR-REF ROWS STAY IN THE DRAWER COUNT.     *
001200*   10/15/2026 RS    CUSTOMER MASTER - A NEW ACCOUNT IN        *
001201*                    MAIN-MENU NOW PICKS AN EXISTING CUSTOMER  *
001202*                    ON CUST.DAT (CUSTREC.CPY) OR OPENS A NEW  *
001203*                    ONE WITH ADDRESS, PHONE, DATE OF BIRTH    *
001204*                    AND ID DOCUMENT INSTEAD OF TAKING A FREE- *
001205*                    TEXT NAME, REFUSING A PERSON ALREADY ON   *
001206*                    FILE, AND MAY TAKE JOINT HOLDERS.  EVERY  *
001207*                    HOLDER IS LINKED TO THE ACCOUNT ON        *
001208*                    CUSTLINK.DAT (CLNKREC.CPY).  NAME-SEARCH  *
001209*                    NOW SEARCHES CUSTOMERS AND LISTS EVERY    *
001210*                    ACCOUNT EACH ONE HOLDS WITH ITS CC.       *
001211*   10/15/2026 RS    TERM DEPOSITS - TD-MENU (OPTION D) OPENS  *
001212*                    A 3, 6 OR 12 MONTH DEPOSIT ON TDEP.DAT    *
001213*                    (TDREC.CPY) AT THE RATE BOARD IN          *
001214*                    TDPOL.CPY, FUNDED BY A W FROM THE ACCOUNT *
001215*                    THAT PROVES THE USUAL WITHDRAWAL EDITS,   *
001216*                    BREAKS ONE EARLY UNDER SUPERVISOR         *
001217*                    APPROVAL WITH AN INTEREST PENALTY, OR     *
001218*                    LISTS AN ACCOUNT'S DEPOSITS.  THE DAILY   *
001219*                    TTTDMAT BATCH PAYS OUT OR ROLLS OVER AT   *
001220*                    MATURITY.                                 *
001221*   10/15/2026 RS    NEW S OPTION ON THE SESSION MENU          *
001222*                    MAINTAINS THE STOP-PAYMENT REGISTER       *
001223*                    STOP.DAT (STOPREC.CPY) - ADD AND CANCEL   *
001224*                    UNDER SUPERVISOR APPROVAL, LIST FOR ANY   *
001225*                    OPERATOR.  THE TTCLEAR BATCH RETURNS A    *
001226*                    STOPPED CHEQUE UNPAID.  THE DAY'S         *
001227*                    WITHDRAWAL CEILING NOW COUNTS CLEARED     *
001228*                    CHEQUES (TYPE Q) WITH THE W ROWS.         *
001229*   10/15/2026 RS    MAINT-REACTIVATE NOW STAMPS THE C ROW     *
001230*                    WITH ITS OWN TR-SEQ IN TR-REF SO THE      *
001231*                    TTAML MONITORING RUN CAN TELL A           *
001232*                    REACTIVATION FROM AN ORDINARY CORRECTION. *
001233*   10/15/2026 RS    NEW L OPTION ON THE SESSION MENU - STAFF  *
001234*                    LOANS.  A SUPERVISOR-APPROVED BOOKING AT  *
001235*                    THE RATE AND CAPS IN LNPOL.CPY DISBURSES  *
001236*                    THE LOAN INTO THE ACCOUNT AS A D ROW AND  *
001237*                    WRITES THE LOAN TO LOAN.DAT (LOANREC.CPY) *
001238*                    WITH ITS REPAYMENT SCHEDULE ON            *
001239*                    LNSCHED.DAT (LNSREC.CPY); ANY OPERATOR    *
001240*                    MAY LIST AN ACCOUNT'S LOANS OR A LOAN'S   *
001241*                    SCHEDULE.  THE DAILY TTLOAN BATCH         *
001242*                    COLLECTS THE INSTALMENTS.                 *
001243*   10/15/2026 RS    NEW T OPTION IN MAINT-MENU - A            *
001244*                    SUPERVISOR-APPROVED SETTING OF THE        *
001245*                    ACCOUNT'S TAX-WHT FLAG (STDREC.CPY) FOR A *
001246*                    MEMBER WHO HAS NOT GIVEN A TAX ID, SO     *
001247*                    TTINT WITHHOLDS TAX ON THE INTEREST.      *
001248*                    LOGGED AS A CORRECTION ROW.  A NEW        *
001249*                    ACCOUNT OPENS UNFLAGGED.                  *
001250*   10/15/2026 RS    SUPERVISOR APPROVAL QUEUE - A TELLER MAY   *
001251*                    NOW QUEUE A REWRITE, CLOSE, LIMITS OR TAX  *
001252*                    CHANGE, A REVERSAL, A HOLD PLACE OR        *
001253*                    RELEASE, OR A STANDING ORDER ADD ON        *
001254*                    APPRQ.DAT (APPRREC.CPY) WITH THE VALUES    *
001255*                    PROPOSED, INSTEAD OF HAVING A SUPERVISOR   *
001256*                    KEY A PIN AT THE TELLER'S TERMINAL.  THE   *
001257*                    NEW A OPTION ON THE SESSION MENU WORKS     *
001258*                    THE BRANCH'S PENDING REQUESTS FOR A        *
001259*                    SUPERVISOR - A REJECTION TAKES A REASON,   *
001260*                    AN APPROVAL APPLIES THE CHANGE WITH THE    *
001261*                    MAKER IN TR-OPER AND THE CHECKER IN        *
001262*                    TR-OVR.  TTAPPR EXPIRES WHAT IS LEFT       *
001263*                    UNDECIDED AT END OF DAY.                   *
001264*   10/15/2026 RS    EVERY TRANS.DAT ROW NOW CARRIES            *
001265*                    TR-VALUE-DATE FROM THE SHARED TTBDATE      *
001266*                    ROUTINE - TODAY ON A BUSINESS DAY BEFORE   *
001267*                    THE CALPOL.CPY CUTOFF, OTHERWISE THE NEXT  *
001268*                    BUSINESS DAY ON THE HOLCAL.DAT CALENDAR.   *
001269*                    THE TELLER IS TOLD WHEN A POSTING VALUES   *
001270*                    FORWARD.                                   *
001271*   10/15/2026 RS    STPWRK-REC IS NOW THE 80 BYTES OF STP-REC. *
001272*                    A QUEUED HOLD RELEASE THAT FINDS NO ACTIVE *
001273*                    HOLD IS NOW REFUSED AND LEFT PENDING       *
001274*                    INSTEAD OF BEING MARKED APPLIED.           *
001275*   10/15/2026 RS    REV-MENU REFUSES TO REVERSE A TERM DEPOSIT *
001276*                    OR STAFF LOAN LEG - TD FUNDING, EARLY      *
001277*                    BREAK OR TTTDMAT PAYOUT, LOAN DISBURSEMENT *
001278*                    OR TTLOAN INSTALMENT - WHICH WOULD LEAVE   *
001279*                    TDEP.DAT OR LOAN.DAT OUT OF STEP WITH THE  *
001280*                    ACCOUNT.  TELLER TRANSFER LEGS STAY        *
001281*                    REVERSIBLE.                                *
001282*--------------------------------------------------------------*
001130
001140 ENVIRONMENT DIVISION.
001150 INPUT-OUTPUT SECTION.
001342
001344     SELECT OPTIONAL EOD-FILE ASSIGN TO DISK
001346         ORGANIZATION IS LINE SEQUENTIAL.
001347
001348     SELECT OPTIONAL CUST-FILE ASSIGN TO DISK
001349         ORGANIZATION IS LINE SEQUENTIAL.
001350
001351     SELECT OPTIONAL LNK-FILE ASSIGN TO DISK
001352         ORGANIZATION IS LINE SEQUENTIAL.
001353
001354     SELECT OPTIONAL TD-FILE ASSIGN TO DISK
001355         ORGANIZATION IS LINE SEQUENTIAL.
001356
001357     SELECT TD-WRK ASSIGN TO DISK
001358         ORGANIZATION IS LINE SEQUENTIAL.
001359
001360     SELECT OPTIONAL STOP-FILE ASSIGN TO DISK
001361         ORGANIZATION IS LINE SEQUENTIAL.
001362
001363     SELECT STOP-WRK ASSIGN TO DISK
001364         ORGANIZATION IS LINE SEQUENTIAL.
001365
001366     SELECT OPTIONAL LOAN-FILE ASSIGN TO DISK
001367         ORGANIZATION IS LINE SEQUENTIAL.
001368
001369     SELECT OPTIONAL LNS-FILE ASSIGN TO DISK
001370         ORGANIZATION IS LINE SEQUENTIAL.
001371
001372     SELECT OPTIONAL APPR-FILE ASSIGN TO DISK
001373         ORGANIZATION IS LINE SEQUENTIAL.
001374
001375     SELECT APPR-WRK ASSIGN TO DISK
001376         ORGANIZATION IS LINE SEQUENTIAL.
001320
001330 DATA DIVISION.
001340 FILE SECTION.
001608
001609 01  TILL-LINE                   PIC X(104).
001611
001612 FD  CUST-FILE
001613     LABEL RECORD IS STANDARD
001614     VALUE OF FILE-ID IS "CUST.DAT".
001615
001616     COPY "CUSTREC.CPY".
001617
001618 FD  LNK-FILE
001619     LABEL RECORD IS STANDARD
001620     VALUE OF FILE-ID IS "CUSTLINK.DAT".
001621
001622     COPY "CLNKREC.CPY".
001623
001624 FD  TD-FILE
001625     LABEL RECORD IS STANDARD
001626     VALUE OF FILE-ID IS "TDEP.DAT".
001627
001628     COPY "TDREC.CPY".
001629
001630 FD  TD-WRK
001631     LABEL RECORD IS STANDARD
001632     VALUE OF FILE-ID IS "TDWRK.DAT".
001633
001634 01  TDWRK-REC                   PIC X(115).
001635
001636 FD  STOP-FILE
001637     LABEL RECORD IS STANDARD
001638     VALUE OF FILE-ID IS "STOP.DAT".
001639
001640     COPY "STOPREC.CPY".
001641
001642 FD  STOP-WRK
001643     LABEL RECORD IS STANDARD
001644     VALUE OF FILE-ID IS "STOPWRK.DAT".
001645
001646 01  STPWRK-REC                  PIC X(80).
001647
001648 FD  LOAN-FILE
001649     LABEL RECORD IS STANDARD
001650     VALUE OF FILE-ID IS "LOAN.DAT".
001651
001652     COPY "LOANREC.CPY".
001653
001654 FD  LNS-FILE
001655     LABEL RECORD IS STANDARD
001656     VALUE OF FILE-ID IS "LNSCHED.DAT".
001657
001658     COPY "LNSREC.CPY".
001659
001660 FD  APPR-FILE
001661     LABEL RECORD IS STANDARD
001662     VALUE OF FILE-ID IS "APPRQ.DAT".
001663
001664     COPY "APPRREC.CPY".
001665
001666 FD  APPR-WRK
001667     LABEL RECORD IS STANDARD
001668     VALUE OF FILE-ID IS "APPRWRK.DAT".
001669
001670 01  AWRK-REC                    PIC X(207).
001671
001672 WORKING-STORAGE SECTION.
001610 77  C                           PIC X.
001620 77  ID2                         PIC 9(04).
001630 77  WS-ID1                      PIC 9(04).
001806 77  WS-DAY-USED                 PIC 9(09)V99.
001807 77  WS-OVR-OPER                 PIC X(08) VALUE SPACE.
001808 77  WS-OPER-BRANCH              PIC 9(02) VALUE ZERO.
001809 77  WS-CUS-NO                   PIC 9(06) VALUE ZERO.
001810 77  WS-CUS-KEY                  PIC 9(06).
001811 77  WS-CUS-NEXT                 PIC 9(06).
001812 77  WS-CUS-DUP-NO               PIC 9(06).
001813 77  WS-CUS-COUNT                PIC 9(04) VALUE ZERO.
001814 77  WS-LNK-COUNT                PIC 9(04) VALUE ZERO.
001815 77  WS-LNK-ROLE                 PIC X(01).
001816 77  WS-SRCH-NAME                PIC X(40).
001817 77  WS-CUS-NEW-SWITCH           PIC X     VALUE "N".
001818     88  CUS-NEW                           VALUE "Y".
001819 77  WS-CUS-FOUND-SWITCH         PIC X     VALUE "N".
001820     88  CUS-FOUND                         VALUE "Y".
001821 77  WS-CUS-DUP-SWITCH           PIC X     VALUE "N".
001822     88  CUS-DUP                           VALUE "Y".
001823 77  WS-CUS-EOF-SWITCH           PIC X     VALUE "N".
001824     88  CUS-EOF                           VALUE "Y".
001825 77  WS-LNK-FOUND-SWITCH         PIC X     VALUE "N".
001826     88  LNK-FOUND                         VALUE "Y".
001827 77  WS-LNK-EOF-SWITCH           PIC X     VALUE "N".
001828     88  LNK-EOF                           VALUE "Y".
001829 77  WS-TD-NO                    PIC 9(06).
001830 77  WS-TD-TERM                  PIC 9(02).
001831 77  WS-TD-RATE                  PIC 9(02)V99.
001832 77  WS-TD-EFF-RATE              PIC S9(02)V99.
001833 77  WS-TD-ROLL                  PIC X(01).
001834 77  WS-TD-PRIN                  PIC 9(07)V99.
001835 77  WS-TD-INT                   PIC 9(07)V99.
001836 77  WS-TD-PAYOUT                PIC 9(08)V99.
001837 77  WS-TD-MONTHS                PIC 9(04).
001838 77  WS-TD-FUND-SEQ              PIC 9(06).
001839 77  WS-TD-BRANCH                PIC 9(02).
001840 77  WS-TD-NEW-STS               PIC X(01).
001841 77  WS-TD-COUNT                 PIC 9(04) VALUE ZERO.
001842 77  WS-TD-DIM                   PIC 9(02).
001843 77  WS-TD-DIV-Q                 PIC 9(04).
001844 77  WS-TD-DIV-R                 PIC 9(04).
001845 77  WS-TD-FOUND-SWITCH          PIC X     VALUE "N".
001846     88  TD-FOUND                          VALUE "Y".
001847 77  WS-TD-EOF-SWITCH            PIC X     VALUE "N".
001848     88  TD-EOF                            VALUE "Y".
001849 77  WS-TDW-EOF-SWITCH           PIC X     VALUE "N".
001850     88  TDW-EOF                           VALUE "Y".
001851 77  WS-STOP-ID                  PIC 9(04).
001852 77  WS-STOP-CHQ                 PIC 9(06).
001853 77  WS-STOP-REASON              PIC X(20).
001854 77  WS-STOP-COUNT               PIC 9(04) VALUE ZERO.
001855 77  WS-STOP-FOUND-SWITCH        PIC X     VALUE "N".
001856     88  STOP-FOUND                        VALUE "Y".
001857 77  WS-STOP-EOF-SWITCH          PIC X     VALUE "N".
001858     88  STOP-EOF                          VALUE "Y".
001859 77  WS-STPW-EOF-SWITCH          PIC X     VALUE "N".
001860     88  STPW-EOF                          VALUE "Y".
001861 77  WS-LN-NO                    PIC 9(06).
001862 77  WS-LN-PRIN                  PIC 9(07)V99.
001863 77  WS-LN-RATE                  PIC 9(02)V99.
001864 77  WS-LN-TERM                  PIC 9(03).
001865 77  WS-LN-INSTAL                PIC 9(07)V99.
001866 77  WS-LN-INT                   PIC 9(07)V99.
001867 77  WS-LN-INT-ED                PIC Z(06)9.99.
001868 77  WS-LN-BAL                   PIC 9(07)V99.
001869 77  WS-LN-FACTOR                PIC 9(05)V9(08).
001870 77  WS-LN-WORK                  PIC 9(05)V9(08).
001871 77  WS-LN-K                     PIC 9(03).
001872 77  WS-LN-MONTHS                PIC 9(04).
001873 77  WS-LN-DIV-Q                 PIC 9(04).
001874 77  WS-LN-DIV-R                 PIC 9(04).
001875 77  WS-LN-BRANCH                PIC 9(02).
001876 77  WS-LN-COUNT                 PIC 9(04) VALUE ZERO.
001877 77  WS-LN-EOF-SWITCH            PIC X     VALUE "N".
001878     88  LN-EOF                            VALUE "Y".
001879 77  WS-LNS-EOF-SWITCH           PIC X     VALUE "N".
001880     88  LNS-EOF                           VALUE "Y".
001881 77  WS-APPR-TYPE                PIC X(02) VALUE SPACE.
001882 77  WS-APPR-ROUTE               PIC X(01).
001883 77  WS-APPR-ID1                 PIC 9(04).
001884 77  WS-APPR-FLAG                PIC X(01).
001885 77  WS-APPR-NO                  PIC 9(06).
001886 77  WS-APPR-LAST                PIC 9(06) VALUE ZERO.
001887 77  WS-APPR-REASON              PIC X(30).
001888 77  WS-APPR-NEW-STS             PIC X(01).
001889 77  WS-APPR-SEQ                 PIC 9(06).
001890 77  WS-APPR-SEQ-BEFORE          PIC 9(06).
001891 77  WS-CHECK-OPER               PIC X(08) VALUE SPACE.
001892 77  WS-APPR-ROW                 PIC X(207).
001893 77  WS-APPR-QUEUE-SWITCH        PIC X     VALUE "N".
001894     88  APPR-QUEUED                       VALUE "Y".
001895 77  WS-APPR-APPLY-SWITCH        PIC X     VALUE "N".
001896     88  APPR-APPLYING                     VALUE "Y".
001897 77  WS-APPR-DONE-SWITCH         PIC X     VALUE "N".
001898     88  APPR-APPLIED                      VALUE "Y".
001899 77  WS-APPR-FOUND-SWITCH        PIC X     VALUE "N".
001900     88  APPR-FOUND                        VALUE "Y".
001901 77  WS-APPR-EOF-SWITCH          PIC X     VALUE "N".
001902     88  APPR-EOF                          VALUE "Y".
001903 77  WS-AWRK-EOF-SWITCH          PIC X     VALUE "N".
001904     88  AWRK-EOF                          VALUE "Y".
001905 77  WS-REV-OPER                 PIC X(08).
001906 77  WS-REV-REF                  PIC 9(06).
001907 77  WS-REV-LINK-SWITCH          PIC X     VALUE "N".
001908     88  REV-LINKED                        VALUE "Y".
001770 77  WS-TR-DATE                  PIC 9(08).
001775 77  WS-VALUE-DATE               PIC 9(08).
001780 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
001790 77  WS-CKPT-STATUS              PIC XX.
001800 77  WS-FOUND-SWITCH             PIC X     VALUE "N".
001920 77  WS-EOD-EOF-SWITCH           PIC X     VALUE "N".
001921     88  EOD-EOF                           VALUE "Y".
001921     COPY "LIMITS.CPY".
001922     COPY "TDPOL.CPY".
001923     COPY "LNPOL.CPY".
001924     COPY "BDATEREC.CPY".
001925
001926 01  WS-TIME-RAW.
001927     02  WS-TIME-HHMMSS          PIC 9(06).
001930     02  FILLER                  PIC 9(02).
001931
001932 01  WS-TILL-NAME-BUILD.
001934     02  TN-DATE                 PIC 9(08).
001935     02  FILLER                  PIC X(04)   VALUE ".DAT".
001936
001937 01  WS-NEW-CUST.
001938     02  NC-NAME                 PIC X(40).
001939     02  NC-ADDR1                PIC X(30).
001940     02  NC-ADDR2                PIC X(30).
001941     02  NC-CITY                 PIC X(20).
001942     02  NC-POSTCODE             PIC X(10).
001943     02  NC-PHONE                PIC X(15).
001944     02  NC-DOB                  PIC 9(08).
001945     02  NC-DOC-TYPE             PIC X(02).
001946     02  NC-DOC-NO               PIC X(20).
001947
001948 01  WS-TD-SPLIT.
001949     02  WS-TD-YY                PIC 9(04).
001950     02  WS-TD-MM                PIC 9(02).
001951     02  WS-TD-DD                PIC 9(02).
001952
001953 01  WS-TD-OPEN-SPLIT.
001954     02  TO-YY                   PIC 9(04).
001955     02  TO-MM                   PIC 9(02).
001956     02  TO-DD                   PIC 9(02).
001957
001958 01  WS-LN-OPEN-SPLIT.
001959     02  LO-YY                   PIC 9(04).
001960     02  LO-MM                   PIC 9(02).
001961     02  LO-DD                   PIC 9(02).
001962
001963 01  PROOF-LINE.
001964     02  PL-OPER                 PIC X(08).
001965     02  FILLER                  PIC X(02)   VALUE SPACE.
001966     02  PL-FLOAT                PIC Z(06)9.99.
001967     02  FILLER                  PIC X(02)   VALUE SPACE.
001968     02  PL-DEP-COUNT            PIC ZZZ9.
001969     02  FILLER                  PIC X(02)   VALUE SPACE.
001970     02  PL-DEP-AMT              PIC Z(08)9.99.
001971     02  FILLER                  PIC X(02)   VALUE SPACE.
001972     02  PL-WDL-COUNT            PIC ZZZ9.
001973     02  FILLER                  PIC X(02)   VALUE SPACE.
001974     02  PL-WDL-AMT              PIC Z(08)9.99.
001975     02  FILLER                  PIC X(02)   VALUE SPACE.
001976     02  PL-EXPECTED             PIC +Z(08)9.99.
001977     02  FILLER                  PIC X(02)   VALUE SPACE.
001978     02  PL-COUNTED              PIC Z(08)9.99.
001979     02  FILLER                  PIC X(02)   VALUE SPACE.
001980     02  PL-VARIANCE             PIC +Z(08)9.99.
001981
001982 PROCEDURE DIVISION.
001983*--------------------------------------------------------------*
001984* START-UP - REPORTS THE LAST ID1 CHECKPOINTED ON A PRIOR RUN  *
001985* (IF ANY) SO ENTRY CAN PICK UP WHERE IT LEFT OFF AFTER A      *
001990* DROPPED SESSION, THEN GOES TO SESSION-MENU.                  *
002000*--------------------------------------------------------------*
002010 START-UP.
002390         END-IF
002400         MOVE CC TO WS-ACC
002410     ELSE
002420         PERFORM CUST-PICK THRU CUST-PICK-EXIT
002422         IF WS-CUS-NO = ZERO AND NOT CUS-NEW
002424             CLOSE EMP
002426             GO TO LOOP
002428         END-IF
002440         DISPLAY "ENTER EMP BALANCE"
002450         ACCEPT WS-ACC
002460     END-IF.
002882     MOVE ZERO TO TXN-LIMIT.
002884     MOVE ZERO TO DAY-LIMIT.
002886     MOVE WS-OPER-BRANCH TO BRANCH.
002888     MOVE "N" TO TAX-WHT.
002890     WRITE STD.
002891     IF CUS-NEW
002892         PERFORM CUST-ADD THRU CUST-ADD-EXIT.
002893     MOVE "P" TO WS-LNK-ROLE.
002894     PERFORM LINK-ADD THRU LINK-ADD-EXIT.
002895     PERFORM CUST-JOINT THRU CUST-JOINT-EXIT.
002900 MAIN-MENU-LOG.
002910     CLOSE EMP.
002920     ADD 1 TO WS-TRANS-SEQ.
003010     MOVE WS-OPER-ID TO TR-OPER.
003020     ACCEPT WS-TIME-RAW FROM TIME.
003030     MOVE WS-TIME-HHMMSS TO TR-TIME.
003031     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
003032     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
003035     MOVE ZERO TO TR-REF.
003037     MOVE WS-OVR-OPER TO TR-OVR.
003038     MOVE WS-OPER-BRANCH TO TR-BRANCH.
003110     WRITE CKPT-REC.
003120     CLOSE CKPT-FILE.
003130 LOOP.
003135     IF APPR-APPLYING GO TO APPR-AFTER.
003140     GO TO SESSION-MENU.
003150
003160*--------------------------------------------------------------*
003230     DISPLAY "------------------------------------".
003240     DISPLAY "1 - POST A TRANSACTION".
003250     DISPLAY "2 - INQUIRE BY EMPLOYEE ID".
003260     DISPLAY "3 - INQUIRE BY CUSTOMER NAME".
003270     DISPLAY "4 - MAINTAIN AN ACCOUNT".
003280     DISPLAY "5 - PRINT DAYS ACTIVITY".
003282     DISPLAY "6 - TRANSFER BETWEEN ACCOUNTS".
003286     DISPLAY "8 - PLACE OR RELEASE A FUNDS HOLD".
003288     DISPLAY "9 - STANDING ORDERS".
003289     DISPLAY "T - TILL PROOF".
003290     DISPLAY "D - TERM DEPOSITS".
003291     DISPLAY "S - STOP PAYMENTS".
003292     DISPLAY "L - STAFF LOANS".
003293     DISPLAY "A - SUPERVISOR APPROVAL QUEUE".
003294     DISPLAY "X - EXIT".
003300     DISPLAY "ENTER CHOICE".
003310     ACCEPT C.
003320     IF C = '1' GO TO MAIN-MENU.
003366     IF C = '8' GO TO HOLD-MENU.
003368     IF C = '9' GO TO SORD-MENU.
003369     IF C = 'T' OR 't' GO TO TILL-MENU.
003370     IF C = 'D' OR 'd' GO TO TD-MENU.
003371     IF C = 'S' OR 's' GO TO STOP-MENU.
003372     IF C = 'L' OR 'l' GO TO LOAN-MENU.
003373     IF C = 'A' OR 'a' GO TO APPR-MENU.
003374     IF C = 'X' OR 'x' GO TO SIGN-OFF.
003380     GO TO SESSION-MENU.
003390
003400*--------------------------------------------------------------*
003970     DISPLAY STS.
003980     DISPLAY "ENTER R TO REWRITE, D TO CLOSE, A TO REACTIVATE,".
003985     DISPLAY "L TO SET WITHDRAWAL LIMITS,".
003987     DISPLAY "T TO SET TAX WITHHOLDING,".
003990     DISPLAY "ANY OTHER TO SKIP".
004000     ACCEPT C.
004001     MOVE SPACE TO WS-APPR-TYPE.
004002     IF C = 'R' OR 'r' MOVE "RW" TO WS-APPR-TYPE.
004003     IF C = 'D' OR 'd' MOVE "CL" TO WS-APPR-TYPE.
004004     IF C = 'L' OR 'l' MOVE "LM" TO WS-APPR-TYPE.
004005     IF C = 'T' OR 't' MOVE "TX" TO WS-APPR-TYPE.
004010     IF C = 'D' OR 'd' OR 'R' OR 'r' OR 'A' OR 'a'
004015         OR 'L' OR 'l' OR 'T' OR 't'
004020         PERFORM APPR-ROUTE THRU APPR-ROUTE-EXIT
004030         IF WS-MAINT-OPER = SPACE
004040             DISPLAY "SUPERVISOR APPROVAL REQUIRED - SKIPPED"
004050             CLOSE EMP
004080     IF C = 'R' OR 'r' GO TO MAINT-REWRITE.
004090     IF C = 'A' OR 'a' GO TO MAINT-REACTIVATE.
004095     IF C = 'L' OR 'l' GO TO MAINT-LIMITS.
004097     IF C = 'T' OR 't' GO TO MAINT-TAX.
004100     CLOSE EMP.
004110     GO TO LOOP.
004120 MAINT-REWRITE.
004140     ACCEPT WS-NAMES.
004150     DISPLAY "ENTER NEW BALANCE".
004160     ACCEPT WS-CC.
004161     IF APPR-QUEUED
004162         CLOSE EMP
004163         MOVE ID2 TO WS-APPR-ID1
004164         PERFORM APPR-SUBMIT THRU APPR-SUBMIT-EXIT
004165         GO TO LOOP.
004166 MAINT-REWRITE-APPLY.
004170     MOVE WS-NAMES TO NAMES.
004180     MOVE WS-CC TO CC.
004190     REWRITE STD.
004300     MOVE WS-MAINT-OPER TO TR-OPER.
004310     ACCEPT WS-TIME-RAW FROM TIME.
004320     MOVE WS-TIME-HHMMSS TO TR-TIME.
004321     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
004322     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
004325     MOVE ZERO TO TR-REF.
004327     MOVE WS-OPER-BRANCH TO TR-BRANCH.
004328     MOVE WS-CHECK-OPER TO TR-OVR.
004330     OPEN EXTEND TRANS-LOG.
004340     WRITE TRANS-REC.
004350     CLOSE TRANS-LOG.
004355     MOVE "Y" TO WS-APPR-DONE-SWITCH.
004360     OPEN INPUT CKPT-FILE.
004370     MOVE SPACES TO CKPT-REC.
004380     IF WS-CKPT-STATUS = "00"
004490     CLOSE CKPT-FILE.
004500     GO TO LOOP.
004510 MAINT-DELETE.
004511     IF APPR-QUEUED
004512         CLOSE EMP
004513         MOVE ID2 TO WS-APPR-ID1
004514         PERFORM APPR-SUBMIT THRU APPR-SUBMIT-EXIT
004515         GO TO LOOP.
004520     MOVE CC TO WS-CC.
004530     MOVE "C" TO STS.
004540     REWRITE STD.
004660     MOVE WS-MAINT-OPER TO TR-OPER.
004670     ACCEPT WS-TIME-RAW FROM TIME.
004680     MOVE WS-TIME-HHMMSS TO TR-TIME.
004681     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
004682     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
004685     MOVE ZERO TO TR-REF.
004687     MOVE WS-OPER-BRANCH TO TR-BRANCH.
004688     MOVE WS-CHECK-OPER TO TR-OVR.
004690     OPEN EXTEND TRANS-LOG.
004700     WRITE TRANS-REC.
004710     CLOSE TRANS-LOG.
004715     MOVE "Y" TO WS-APPR-DONE-SWITCH.
004720     OPEN INPUT CKPT-FILE.
004730     MOVE SPACES TO CKPT-REC.
004740     IF WS-CKPT-STATUS = "00"
004870*--------------------------------------------------------------*
004880* MAINT-REACTIVATE - PUTS A DORMANT OR CLOSED ACCOUNT BACK IN  *
004890* ACTIVE STATUS AND LOGS THE CHANGE AS A CORRECTION ROW SO THE *
004900* AUDIT TRAIL SHOWS WHO REACTIVATED IT AND WHEN.  THE ROW      *
004905* CARRIES ITS OWN TR-SEQ AS ITS REFERENCE, WHICH MARKS IT AS A *
004907* REACTIVATION FOR TTAML.                                      *
004910*--------------------------------------------------------------*
004920 MAINT-REACTIVATE.
004930     MOVE "A" TO STS.
005070     MOVE WS-MAINT-OPER TO TR-OPER.
005080     ACCEPT WS-TIME-RAW FROM TIME.
005090     MOVE WS-TIME-HHMMSS TO TR-TIME.
005091     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
005092     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
005095     MOVE WS-TRANS-SEQ TO TR-REF.
005097     MOVE WS-OPER-BRANCH TO TR-BRANCH.
005100     OPEN EXTEND TRANS-LOG.
005110     WRITE TRANS-REC.
005330* APPROVES HIS OWN MAINTENANCE; A TELLER NEEDS A SECOND,       *
005340* SUPERVISOR-CLASS SIGN-ON, AND THAT SUPERVISOR'S ID IS THE    *
005350* ONE STAMPED ON THE AUDIT ROW.                                *
005351* APPR-ROUTE OFFERS THE TELLER THE APPROVAL QUEUE INSTEAD FOR  *
005352* THE CHANGES THAT CAN WAIT FOR A SUPERVISOR'S DECISION.       *
005360*--------------------------------------------------------------*
005370 SUPV-CHECK.
005380     IF WS-OPER-CLASS = "S"
005792     GO TO SESSION-MENU.
005800
005810*--------------------------------------------------------------*
005820* NAME-SEARCH - SCANS THE CUSTOMER MASTER CUST.DAT FOR THE     *
005830* FULL NAME AND, FOR EVERY CUSTOMER WHO MATCHES, LISTS EACH    *
005832* ACCOUNT HELD (PRIMARY OR JOINT) WITH ITS STATUS AND CC.      *
005834* WHEN NO CUSTOMER MATCHES IT FALLS BACK TO THE OLD SCAN OF    *
005836* THE NAMES FIELD ON EMP.DAT, FOR AN ACCOUNT OPENED BEFORE THE *
005838* CUSTOMER MASTER AND NOT YET LINKED.                          *
005840*--------------------------------------------------------------*
005850 NAME-SEARCH.
005852     DISPLAY "ENTER THE CUSTOMER NAME".
005854     ACCEPT WS-SRCH-NAME.
005856     MOVE ZERO TO WS-CUS-COUNT.
005858     MOVE "N" TO WS-CUS-EOF-SWITCH.
005860     OPEN INPUT CUST-FILE.
005862 NAME-SEARCH-CUST.
005864     READ CUST-FILE
005866         AT END MOVE "Y" TO WS-CUS-EOF-SWITCH
005868     END-READ.
005870     IF CUS-EOF GO TO NAME-SEARCH-CUST-DONE.
005872     IF CUS-NAME NOT = WS-SRCH-NAME GO TO NAME-SEARCH-CUST.
005874     ADD 1 TO WS-CUS-COUNT.
005876     DISPLAY "CUSTOMER " CUS-NO " BORN " CUS-DOB.
005878     DISPLAY "  " CUS-ADDR1 " " CUS-CITY.
005880     MOVE CUS-NO TO WS-CUS-KEY.
005882     PERFORM CUST-ACCOUNTS THRU CUST-ACCOUNTS-EXIT.
005884     GO TO NAME-SEARCH-CUST.
005886 NAME-SEARCH-CUST-DONE.
005888     CLOSE CUST-FILE.
005890     IF WS-CUS-COUNT > ZERO GO TO SESSION-MENU.
005892     MOVE WS-SRCH-NAME TO WS-NAMES.
005894     OPEN INPUT EMP.
005896 NAME-SEARCH-SCAN.
005900     READ EMP NEXT RECORD
005910         AT END GO TO NAME-NOT-FOUND
005920     END-READ.
007420     MOVE WS-TRANS-SEQ TO TR-SEQ.
007430     MOVE WS-OPER-ID TO TR-OPER.
007440     MOVE WS-TIME-HHMMSS TO TR-TIME.
007441     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
007442     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
007450     MOVE WS-XFER-REF TO TR-REF.
007452     MOVE WS-OVR-OPER TO TR-OVR.
007455     MOVE WS-OPER-BRANCH TO TR-BRANCH.
007540     MOVE WS-TRANS-SEQ TO TR-SEQ.
007550     MOVE WS-OPER-ID TO TR-OPER.
007560     MOVE WS-TIME-HHMMSS TO TR-TIME.
007562     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
007570     MOVE WS-XFER-REF TO TR-REF.
007575     MOVE WS-OPER-BRANCH TO TR-BRANCH.
007580     WRITE TRANS-REC.
007720     GO TO LOOP.
007730
007740*--------------------------------------------------------------*
007750* REV-MENU - REVERSES ONE POSTING BY ITS TR-SEQ.               *
007760* SUPERVISOR-APPROVED LIKE THE R AND D OPTIONS IN MAINT-MENU.  *
007770* THE WHOLE LOG IS SCANNED SO A SEQ THAT WAS ALREADY REVERSED  *
007780* (A TYPE V ROW CARRIES IT IN TR-REF) IS REFUSED, AND ONLY A W *
007790* OR D POSTING CAN BE REVERSED - CORRECTIONS, INTEREST AND     *
007800* OTHER REVERSALS CANNOT.  NOR CAN A TERM DEPOSIT OR STAFF     *
007810* LOAN LEG (FUNDING, BREAK, PAYOUT, DISBURSEMENT OR INSTALMENT;*
007820* SEE REV-LINK-CHECK) - UNDOING ONLY THE CASH WOULD LEAVE      *
007830* TDEP.DAT OR LOAN.DAT OUT OF STEP, SO THOSE GO THROUGH THEIR  *
007832* OWN OPTIONS.  A DORMANT ACCOUNT MAY BE REVERSED - THIS IS A  *
007834* SUPERVISED CORRECTION, NOT TELLER ACTIVITY - BUT A CLOSED    *
007836* ONE MAY NOT.  A SEQ ALREADY PURGED TO A TTMONTH ARCHIVE IS   *
007838* NOT FOUND HERE; RESTORE THE DETAIL FIRST.                    *
007840*--------------------------------------------------------------*
007850 REV-MENU.
007860     DISPLAY "ENTER THE TRANS SEQUENCE NUMBER TO REVERSE".
007870     ACCEPT WS-REV-SEQ.
007875     MOVE "RV" TO WS-APPR-TYPE.
007880     PERFORM APPR-ROUTE THRU APPR-ROUTE-EXIT.
007890     IF WS-MAINT-OPER = SPACE
007900         DISPLAY "SUPERVISOR APPROVAL REQUIRED - SKIPPED"
007910         GO TO LOOP.
007915 REV-MENU-CHECK.
007920     MOVE "N" TO WS-REV-FOUND-SWITCH.
007930     MOVE "N" TO WS-REV-DONE-SWITCH.
007940     MOVE "N" TO WS-TRLOG-EOF-SWITCH.
008020         MOVE "Y" TO WS-REV-FOUND-SWITCH
008030         MOVE TR-ID1 TO WS-REV-ID
008040         MOVE TR-TYPE TO WS-REV-TYPE
008050         MOVE TR-AMT TO WS-REV-AMT
008052         MOVE TR-OPER TO WS-REV-OPER
008054         MOVE ZERO TO WS-REV-REF
008056         IF TR-REF NUMERIC
008057             MOVE TR-REF TO WS-REV-REF
008058         END-IF
008059     END-IF.
008060     IF TR-TYPE = "V" AND TR-REF = WS-REV-SEQ
008070         MOVE "Y" TO WS-REV-DONE-SWITCH.
008080     GO TO REV-SCAN.
008180         AND WS-REV-TYPE NOT = "D" AND WS-REV-TYPE NOT = "d"
008190         DISPLAY "ONLY A W OR D POSTING CAN BE REVERSED"
008200         GO TO LOOP.
008202     PERFORM REV-LINK-CHECK THRU REV-LINK-CHECK-EXIT.
008204     IF REV-LINKED
008205         DISPLAY "TERM DEPOSIT OR LOAN POSTING - USE ITS OWN "
008206             "OPTION"
008208         GO TO LOOP.
008210     OPEN I-O EMP.
008220     MOVE WS-REV-ID TO ID1.
008230     READ EMP KEY IS ID1
008430         END-IF
008440         ADD WS-REV-AMT TO WS-ACC GIVING WS-CC
008450     END-IF.
008451     IF APPR-QUEUED
008452         CLOSE EMP
008453         MOVE WS-REV-ID TO WS-APPR-ID1
008454         PERFORM APPR-SUBMIT THRU APPR-SUBMIT-EXIT
008455         GO TO LOOP.
008460     MOVE WS-ACC TO ACC.
008470     MOVE "V" TO TTYPE.
008480     MOVE WS-REV-AMT TO AMT.
008620     MOVE WS-MAINT-OPER TO TR-OPER.
008630     ACCEPT WS-TIME-RAW FROM TIME.
008640     MOVE WS-TIME-HHMMSS TO TR-TIME.
008641     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
008642     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
008650     MOVE WS-REV-SEQ TO TR-REF.
008655     MOVE WS-OPER-BRANCH TO TR-BRANCH.
008657     MOVE WS-CHECK-OPER TO TR-OVR.
008660     OPEN EXTEND TRANS-LOG.
008670     WRITE TRANS-REC.
008680     CLOSE TRANS-LOG.
008685     MOVE "Y" TO WS-APPR-DONE-SWITCH.
008690     MOVE SPACES TO CKPT-REC.
008700     MOVE WS-REV-ID TO CKPT-ID1.
008710     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
009050     IF C NOT = 'P' AND C NOT = 'p'
009060         AND C NOT = 'R' AND C NOT = 'r'
009070         GO TO LOOP.
009075     MOVE "HR" TO WS-APPR-TYPE.
009080     IF C = 'P' OR 'p' MOVE "HP" TO WS-APPR-TYPE.
009085     PERFORM APPR-ROUTE THRU APPR-ROUTE-EXIT.
009090     IF WS-MAINT-OPER = SPACE
009100         DISPLAY "SUPERVISOR APPROVAL REQUIRED - SKIPPED"
009110         GO TO LOOP.
009180     ACCEPT WS-HOLD-REASON.
009190     DISPLAY "ENTER THE EXPIRY DATE YYYYMMDD".
009200     ACCEPT WS-HOLD-EXPIRY.
009201     IF APPR-QUEUED
009202         MOVE WS-HOLD-ID TO WS-APPR-ID1
009203         PERFORM APPR-SUBMIT THRU APPR-SUBMIT-EXIT
009204         GO TO LOOP.
009205 HOLD-PLACE-APPLY.
009210     MOVE SPACES TO HLD-REC.
009220     MOVE WS-HOLD-ID TO HLD-ID1.
009230     MOVE WS-AMT TO HLD-AMT.
009290     CLOSE HOLD-FILE.
009300     MOVE "H" TO WS-HOLD-TRTYPE.
009310     PERFORM HOLD-AUDIT THRU HOLD-AUDIT-EXIT.
009315     MOVE "Y" TO WS-APPR-DONE-SWITCH.
009320     DISPLAY "HOLD PLACED".
009330     GO TO LOOP.
009340*--------------------------------------------------------------*
009380* ROW PER HOLD RELEASED.                                       *
009390*--------------------------------------------------------------*
009400 HOLD-RELEASE.
009402     IF APPR-QUEUED
009404         MOVE WS-HOLD-ID TO WS-APPR-ID1
009406         PERFORM APPR-SUBMIT THRU APPR-SUBMIT-EXIT
009408         GO TO LOOP.
009410     MOVE ZERO TO WS-HREL-COUNT.
009420     MOVE "N" TO WS-HOLD-EOF-SWITCH.
009430     MOVE "N" TO WS-HWRK-EOF-SWITCH.
009710 HOLD-RELEASE-DONE.
009720     CLOSE HOLD-WRK.
009730     CLOSE HOLD-FILE.
009732     IF WS-HREL-COUNT = ZERO
009734         DISPLAY "NO ACTIVE HOLDS FOR THIS ACCOUNT"
009736         GO TO LOOP.
009738     MOVE "Y" TO WS-APPR-DONE-SWITCH.
009740     DISPLAY "HOLDS RELEASED:".
009750     DISPLAY WS-HREL-COUNT.
009760     GO TO LOOP.
010220     MOVE WS-MAINT-OPER TO TR-OPER.
010230     ACCEPT WS-TIME-RAW FROM TIME.
010240     MOVE WS-TIME-HHMMSS TO TR-TIME.
010241     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
010242     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
010250     MOVE ZERO TO TR-REF.
010255     MOVE WS-OPER-BRANCH TO TR-BRANCH.
010257     MOVE WS-CHECK-OPER TO TR-OVR.
010260     OPEN EXTEND TRANS-LOG.
010270     WRITE TRANS-REC.
010280     CLOSE TRANS-LOG.
010500     IF C NOT = 'A' AND C NOT = 'a'
010510         AND C NOT = 'C' AND C NOT = 'c'
010520         GO TO LOOP.
010525     MOVE SPACE TO WS-APPR-TYPE.
010530     IF C = 'A' OR 'a' MOVE "SA" TO WS-APPR-TYPE.
010535     PERFORM APPR-ROUTE THRU APPR-ROUTE-EXIT.
010540     IF WS-MAINT-OPER = SPACE
010550         DISPLAY "SUPERVISOR APPROVAL REQUIRED - SKIPPED"
010560         GO TO LOOP.
010870     ACCEPT WS-SORD-NEXT.
010880     DISPLAY "ENTER END DATE YYYYMMDD, 00000000 FOR NONE".
010890     ACCEPT WS-SORD-END.
010891     IF APPR-QUEUED
010892         MOVE WS-SORD-ID TO WS-APPR-ID1
010893         PERFORM APPR-SUBMIT THRU APPR-SUBMIT-EXIT
010894         GO TO LOOP.
010895 SORD-ADD-APPLY.
010900     MOVE SPACES TO SO-REC.
010910     MOVE WS-SORD-ID TO SO-ID1.
010920     MOVE WS-SORD-TYPE TO SO-TYPE.
010980     OPEN EXTEND SORD-FILE.
010990     WRITE SO-REC.
011000     CLOSE SORD-FILE.
011005     MOVE "Y" TO WS-APPR-DONE-SWITCH.
011010     DISPLAY "STANDING ORDER ADDED".
011020     GO TO LOOP.
011030*--------------------------------------------------------------*
011990* ACCEPTS THE COUNTED CASH AND PRINTS THE VARIANCE, APPENDING  *
012000* THE PROOF LINE TO THE DATED TILL-YYYYMMDD.DAT SO THE CLOSING *
012010* SUPERVISOR REVIEWS EVERY DRAWER IN ONE PLACE.  TRANSFER LEGS *
012020* AND TERM DEPOSIT LEGS (TR-REF NOT ZERO) MOVE NO CASH AND ARE *
012030* LEFT OUT; SO ARE THE NON-CASH TYPES (I, C, X, V, H, R, F, Q).*
012040*--------------------------------------------------------------*
012050 TILL-PROOF.
012060     MOVE ZERO TO WS-TILL-DEP-COUNT.
012900     ACCEPT WS-TXN-LIMIT.
012910     DISPLAY "ENTER PER-DAY LIMIT, 0 FOR HOUSE DEFAULT".
012920     ACCEPT WS-DAY-LIMIT.
012921     IF APPR-QUEUED
012922         CLOSE EMP
012923         MOVE ID2 TO WS-APPR-ID1
012924         PERFORM APPR-SUBMIT THRU APPR-SUBMIT-EXIT
012925         GO TO LOOP.
012926 MAINT-LIMITS-APPLY.
012930     MOVE WS-TXN-LIMIT TO TXN-LIMIT.
012940     MOVE WS-DAY-LIMIT TO DAY-LIMIT.
012950     MOVE CC TO WS-CC.
013080     MOVE WS-MAINT-OPER TO TR-OPER.
013090     ACCEPT WS-TIME-RAW FROM TIME.
013100     MOVE WS-TIME-HHMMSS TO TR-TIME.
013101     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
013102     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
013110     MOVE ZERO TO TR-REF.
013115     MOVE WS-OPER-BRANCH TO TR-BRANCH.
013117     MOVE WS-CHECK-OPER TO TR-OVR.
013120     OPEN EXTEND TRANS-LOG.
013130     WRITE TRANS-REC.
013140     CLOSE TRANS-LOG.
013145     MOVE "Y" TO WS-APPR-DONE-SWITCH.
013150     MOVE SPACES TO CKPT-REC.
013160     MOVE ID2 TO CKPT-ID1.
013170     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
013200     CLOSE CKPT-FILE.
013210     GO TO LOOP.
013220
013221*--------------------------------------------------------------*
013222* MAINT-TAX - SETS OR CLEARS THE ACCOUNT'S TAX-WHT FLAG.  Y    *
013223* MEANS NO TAX ID IS ON FILE FOR THE MEMBER AND TTINT MUST     *
013224* WITHHOLD TAX ON THE INTEREST AT THE TAXPOL.CPY RATE.  LOGS   *
013225* THE CHANGE AS A CORRECTION ROW LIKE MAINT-LIMITS.  REACHED   *
013226* FROM MAINT-MENU'S T OPTION WITH THE RECORD ALREADY READ AND  *
013227* APPROVAL ALREADY GIVEN.                                      *
013228*--------------------------------------------------------------*
013229 MAINT-TAX.
013230     DISPLAY "WITHHOLDING FLAG ON FILE (Y = WITHHOLD TAX)".
013231     IF TAX-WITHHOLD
013232         DISPLAY "Y"
013233     ELSE
013234         DISPLAY "N"
013235     END-IF.
013236     DISPLAY "ENTER Y TO WITHHOLD TAX ON INTEREST, N TO STOP".
013237     ACCEPT C.
013238     IF C = 'Y' OR 'y'
013239         MOVE "Y" TO TAX-WHT
013240     ELSE
013241         IF C = 'N' OR 'n'
013242             MOVE "N" TO TAX-WHT
013243         ELSE
013244             DISPLAY "INVALID ANSWER - NOTHING CHANGED"
013245             CLOSE EMP
013246             GO TO LOOP
013247         END-IF
013248     END-IF.
013249     IF APPR-QUEUED
013250         MOVE TAX-WHT TO WS-APPR-FLAG
013251         CLOSE EMP
013252         MOVE ID2 TO WS-APPR-ID1
013253         PERFORM APPR-SUBMIT THRU APPR-SUBMIT-EXIT
013254         GO TO LOOP.
013255 MAINT-TAX-APPLY.
013256     MOVE CC TO WS-CC.
013257     REWRITE STD.
013258     CLOSE EMP.
013259     DISPLAY "WITHHOLDING FLAG SET".
013260     ADD 1 TO WS-TRANS-SEQ.
013261     MOVE SPACES TO TRANS-REC.
013262     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
013263     MOVE ID2 TO TR-ID1.
013264     MOVE "C" TO TR-TYPE.
013265     MOVE ZERO TO TR-AMT.
013266     MOVE WS-CC TO TR-CC.
013267     MOVE WS-TR-DATE TO TR-DATE.
013268     MOVE WS-TRANS-SEQ TO TR-SEQ.
013269     MOVE WS-MAINT-OPER TO TR-OPER.
013270     ACCEPT WS-TIME-RAW FROM TIME.
013271     MOVE WS-TIME-HHMMSS TO TR-TIME.
013272     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
013273     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
013274     MOVE ZERO TO TR-REF.
013275     MOVE WS-OPER-BRANCH TO TR-BRANCH.
013276     MOVE WS-CHECK-OPER TO TR-OVR.
013277     OPEN EXTEND TRANS-LOG.
013278     WRITE TRANS-REC.
013279     CLOSE TRANS-LOG.
013280     MOVE "Y" TO WS-APPR-DONE-SWITCH.
013281     MOVE SPACES TO CKPT-REC.
013282     MOVE ID2 TO CKPT-ID1.
013283     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
013284     OPEN OUTPUT CKPT-FILE.
013285     WRITE CKPT-REC.
013286     CLOSE CKPT-FILE.
013287     GO TO LOOP.
013288
013289*--------------------------------------------------------------*
013290* LIMIT-CHECK - PROVES A MAIN-MENU WITHDRAWAL AGAINST THE      *
013291* PER-TRANSACTION AND PER-DAY CEILINGS.  THE ACCOUNT'S OWN     *
013292* TXN-LIMIT/DAY-LIMIT APPLY WHEN SET; OTHERWISE THE HOUSE      *
013293* DEFAULTS FROM LIMITS.CPY.  A BREACH NEEDS A SUPERVISOR       *
013294* APPROVAL - THE APPROVER LANDS IN WS-OVR-OPER FOR THE TR-OVR  *
013295* STAMP ON THE AUDIT ROW; A REFUSAL SETS LIMIT-BLOCKED.        *
013300* A RECORD STILL IN THE OLD LAYOUT (LIMITS SPACE-FILLED) IS    *
013310* TESTED NUMERIC FIRST AND FALLS BACK TO THE HOUSE DEFAULTS.   *
013320*--------------------------------------------------------------*
013630*--------------------------------------------------------------*
013640* LIMIT-DAY-SUM - SUMS THE DAY'S PRIOR W ROWS ON TRANS.DAT FOR *
013650* WS-ID1 INTO WS-DAY-USED, THE BASE THE PER-DAY CEILING IS     *
013660* CHECKED AGAINST.  CHEQUES CLEARED BY TTCLEAR (TYPE Q) COUNT  *
013665* AS WITHDRAWALS.                                              *
013670*--------------------------------------------------------------*
013680 LIMIT-DAY-SUM.
013690     MOVE ZERO TO WS-DAY-USED.
013780         CLOSE TRANS-LOG
013790         GO TO LIMIT-DAY-SUM-EXIT.
013800     IF TR-DATE = WS-TR-DATE AND TR-ID1 = WS-ID1
013810         AND (TR-TYPE = "W" OR TR-TYPE = "w"
013815           OR TR-TYPE = "Q" OR TR-TYPE = "q")
013820         ADD TR-AMT TO WS-DAY-USED.
013830     GO TO LIMIT-DAY-SCAN.
013840 LIMIT-DAY-SUM-EXIT.
014110 EOD-GUARD-EXIT.
014120     EXIT.
014130
014140*--------------------------------------------------------------*
014150* CUST-PICK - TIES A NEW ACCOUNT (OR A NEW JOINT HOLDER) TO A  *
014160* CUSTOMER ON CUST.DAT.  AN EXISTING CUSTOMER NUMBER IS LOOKED *
014170* UP; 000000 TAKES THE DETAILS FOR A NEW CUSTOMER, WHICH IS    *
014180* REFUSED WHEN THE SAME ID DOCUMENT, OR THE SAME NAME AND DATE *
014190* OF BIRTH, IS ALREADY ON FILE.  ON RETURN WS-CUS-NO HOLDS THE *
014200* CUSTOMER PICKED, OR CUS-NEW IS SET WITH THE DETAILS WAITING  *
014210* IN WS-NEW-CUST FOR CUST-ADD; NEITHER MEANS NOTHING WAS       *
014220* PICKED.  THE NEW CUSTOMER IS NOT WRITTEN HERE, SO A POSTING  *
014230* REFUSED AFTER THE PICK LEAVES NOTHING BEHIND.                *
014240*--------------------------------------------------------------*
014250 CUST-PICK.
014260     MOVE "N" TO WS-CUS-NEW-SWITCH.
014270     DISPLAY "ENTER THE CUSTOMER NUMBER, 000000 FOR A NEW ONE".
014280     ACCEPT WS-CUS-NO.
014290     IF WS-CUS-NO = ZERO GO TO CUST-PICK-NEW.
014300     MOVE WS-CUS-NO TO WS-CUS-KEY.
014310     PERFORM CUST-LOOKUP THRU CUST-LOOKUP-EXIT.
014320     IF NOT CUS-FOUND
014330         DISPLAY "CUSTOMER NOT ON FILE"
014340         MOVE ZERO TO WS-CUS-NO
014350         GO TO CUST-PICK-EXIT.
014360     DISPLAY "CUSTOMER IS".
014370     DISPLAY CUS-NAME.
014380     MOVE CUS-NAME TO WS-NAMES.
014390     GO TO CUST-PICK-EXIT.
014400 CUST-PICK-NEW.
014410     MOVE SPACES TO WS-NEW-CUST.
014420     DISPLAY "ENTER THE CUSTOMER FULL NAME".
014430     ACCEPT NC-NAME.
014440     IF NC-NAME = SPACE
014450         DISPLAY "NAME IS REQUIRED"
014460         GO TO CUST-PICK-EXIT.
014470     DISPLAY "ENTER ADDRESS LINE 1".
014480     ACCEPT NC-ADDR1.
014490     DISPLAY "ENTER ADDRESS LINE 2".
014500     ACCEPT NC-ADDR2.
014510     DISPLAY "ENTER THE CITY".
014520     ACCEPT NC-CITY.
014530     DISPLAY "ENTER THE POSTCODE".
014540     ACCEPT NC-POSTCODE.
014550     DISPLAY "ENTER THE PHONE NUMBER".
014560     ACCEPT NC-PHONE.
014570     DISPLAY "ENTER THE DATE OF BIRTH YYYYMMDD".
014580     ACCEPT NC-DOB.
014590     DISPLAY "ENTER ID DOCUMENT, PP-PASSPORT NI-NATIONAL ID".
014600     DISPLAY "DL-DRIVING LICENCE".
014610     ACCEPT NC-DOC-TYPE.
014620     IF NC-DOC-TYPE NOT = "PP" AND NC-DOC-TYPE NOT = "NI"
014630         AND NC-DOC-TYPE NOT = "DL"
014640         DISPLAY "INVALID ID DOCUMENT TYPE"
014650         GO TO CUST-PICK-EXIT.
014660     DISPLAY "ENTER THE ID DOCUMENT NUMBER".
014670     ACCEPT NC-DOC-NO.
014680     IF NC-DOC-NO = SPACE
014690         DISPLAY "ID DOCUMENT NUMBER IS REQUIRED"
014700         GO TO CUST-PICK-EXIT.
014710     PERFORM CUST-DUP-CHECK THRU CUST-DUP-CHECK-EXIT.
014720     IF CUS-DUP
014730         DISPLAY "ALREADY ON FILE AS CUSTOMER"
014740         DISPLAY WS-CUS-DUP-NO
014750         DISPLAY "USE THAT CUSTOMER NUMBER INSTEAD"
014760         GO TO CUST-PICK-EXIT.
014770     MOVE "Y" TO WS-CUS-NEW-SWITCH.
014780     MOVE NC-NAME TO WS-NAMES.
014790 CUST-PICK-EXIT.
014800     EXIT.
014810
014820*--------------------------------------------------------------*
014830* CUST-LOOKUP - SCANS CUST.DAT FOR THE CUSTOMER IN WS-CUS-KEY, *
014840* THE SAME WAY TLR-LOOKUP SCANS TELLER.DAT.  LEAVES CUS-FOUND  *
014850* SET AND THE MATCHING CUS-REC IN THE RECORD AREA WHEN FOUND.  *
014860*--------------------------------------------------------------*
014870 CUST-LOOKUP.
014880     MOVE "N" TO WS-CUS-FOUND-SWITCH.
014890     MOVE "N" TO WS-CUS-EOF-SWITCH.
014900     OPEN INPUT CUST-FILE.
014910 CUST-LOOKUP-SCAN.
014920     READ CUST-FILE
014930         AT END MOVE "Y" TO WS-CUS-EOF-SWITCH
014940     END-READ.
014950     IF CUS-EOF
014960         CLOSE CUST-FILE
014970         GO TO CUST-LOOKUP-EXIT.
014980     IF CUS-NO = WS-CUS-KEY
014990         MOVE "Y" TO WS-CUS-FOUND-SWITCH
015000         CLOSE CUST-FILE
015010         GO TO CUST-LOOKUP-EXIT.
015020     GO TO CUST-LOOKUP-SCAN.
015030 CUST-LOOKUP-EXIT.
015040     EXIT.
015050
015060*--------------------------------------------------------------*
015070* CUST-DUP-CHECK - PASSES CUST.DAT ONCE FOR THE NEW CUSTOMER IN*
015080* WS-NEW-CUST.  SETS CUS-DUP (AND WS-CUS-DUP-NO) WHEN THE SAME *
015090* ID DOCUMENT, OR THE SAME FULL NAME AND DATE OF BIRTH, IS ON  *
015100* FILE, AND OTHERWISE LEAVES WS-CUS-NEXT ONE PAST THE HIGHEST  *
015110* CUSTOMER NUMBER ISSUED SO FAR.                               *
015120*--------------------------------------------------------------*
015130 CUST-DUP-CHECK.
015140     MOVE "N" TO WS-CUS-DUP-SWITCH.
015150     MOVE ZERO TO WS-CUS-NEXT.
015160     MOVE "N" TO WS-CUS-EOF-SWITCH.
015170     OPEN INPUT CUST-FILE.
015180 CUST-DUP-CHECK-SCAN.
015190     READ CUST-FILE
015200         AT END MOVE "Y" TO WS-CUS-EOF-SWITCH
015210     END-READ.
015220     IF CUS-EOF
015230         CLOSE CUST-FILE
015240         ADD 1 TO WS-CUS-NEXT
015250         GO TO CUST-DUP-CHECK-EXIT.
015260     IF CUS-NO > WS-CUS-NEXT
015270         MOVE CUS-NO TO WS-CUS-NEXT.
015280     IF (CUS-DOC-TYPE = NC-DOC-TYPE AND CUS-DOC-NO = NC-DOC-NO)
015290         OR (CUS-NAME = NC-NAME AND CUS-DOB = NC-DOB)
015300         MOVE "Y" TO WS-CUS-DUP-SWITCH
015310         MOVE CUS-NO TO WS-CUS-DUP-NO
015320         CLOSE CUST-FILE
015330         GO TO CUST-DUP-CHECK-EXIT.
015340     GO TO CUST-DUP-CHECK-SCAN.
015350 CUST-DUP-CHECK-EXIT.
015360     EXIT.
015370
015380*--------------------------------------------------------------*
015390* CUST-ADD - WRITES THE NEW CUSTOMER WAITING IN WS-NEW-CUST TO *
015400* CUST.DAT UNDER THE NUMBER CUST-DUP-CHECK ISSUED, STAMPED     *
015410* WITH THE DATE AND THE SIGNED-ON OPERATOR.                    *
015420*--------------------------------------------------------------*
015430 CUST-ADD.
015440     MOVE WS-CUS-NEXT TO WS-CUS-NO.
015450     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
015460     MOVE SPACES TO CUS-REC.
015470     MOVE WS-CUS-NO TO CUS-NO.
015480     MOVE NC-NAME TO CUS-NAME.
015490     MOVE NC-ADDR1 TO CUS-ADDR1.
015500     MOVE NC-ADDR2 TO CUS-ADDR2.
015510     MOVE NC-CITY TO CUS-CITY.
015520     MOVE NC-POSTCODE TO CUS-POSTCODE.
015530     MOVE NC-PHONE TO CUS-PHONE.
015540     MOVE NC-DOB TO CUS-DOB.
015550     MOVE NC-DOC-TYPE TO CUS-DOC-TYPE.
015560     MOVE NC-DOC-NO TO CUS-DOC-NO.
015570     MOVE WS-TR-DATE TO CUS-OPEN-DATE.
015580     MOVE WS-OPER-ID TO CUS-OPER.
015590     OPEN EXTEND CUST-FILE.
015600     WRITE CUS-REC.
015610     CLOSE CUST-FILE.
015620     MOVE "N" TO WS-CUS-NEW-SWITCH.
015630     DISPLAY "NEW CUSTOMER NUMBER IS".
015640     DISPLAY WS-CUS-NO.
015650 CUST-ADD-EXIT.
015660     EXIT.
015670
015680*--------------------------------------------------------------*
015690* CUST-JOINT - OFFERS TO ADD JOINT HOLDERS TO THE ACCOUNT JUST *
015700* OPENED IN WS-ID1, ONE AT A TIME, EACH PICKED OR OPENED       *
015710* THROUGH CUST-PICK.  A CUSTOMER ALREADY ON THE ACCOUNT IS     *
015720* REFUSED.                                                     *
015730*--------------------------------------------------------------*
015740 CUST-JOINT.
015750     DISPLAY "ADD A JOINT HOLDER TO THIS ACCOUNT (Y/N)".
015760     ACCEPT C.
015770     IF C NOT = 'Y' AND C NOT = 'y'
015780         GO TO CUST-JOINT-EXIT.
015790     PERFORM CUST-PICK THRU CUST-PICK-EXIT.
015800     IF WS-CUS-NO = ZERO AND NOT CUS-NEW
015810         GO TO CUST-JOINT.
015820     IF CUS-NEW
015830         PERFORM CUST-ADD THRU CUST-ADD-EXIT
015840     ELSE
015850         PERFORM LINK-CHECK THRU LINK-CHECK-EXIT
015860         IF LNK-FOUND
015870             DISPLAY "ALREADY A HOLDER ON THIS ACCOUNT"
015880             GO TO CUST-JOINT
015890         END-IF
015900     END-IF.
015910     MOVE "J" TO WS-LNK-ROLE.
015920     PERFORM LINK-ADD THRU LINK-ADD-EXIT.
015930     DISPLAY "JOINT HOLDER ADDED".
015940     GO TO CUST-JOINT.
015950 CUST-JOINT-EXIT.
015960     EXIT.
015970
015980*--------------------------------------------------------------*
015990* LINK-ADD - APPENDS AN ACTIVE CUSTLINK.DAT ROW TYING CUSTOMER *
016000* WS-CUS-NO TO ACCOUNT WS-ID1 IN THE ROLE IN WS-LNK-ROLE.      *
016010*--------------------------------------------------------------*
016020 LINK-ADD.
016030     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
016040     MOVE SPACES TO LNK-REC.
016050     MOVE WS-CUS-NO TO LNK-CUS-NO.
016060     MOVE WS-ID1 TO LNK-ID1.
016070     MOVE WS-LNK-ROLE TO LNK-ROLE.
016080     MOVE "A" TO LNK-STS.
016090     MOVE WS-TR-DATE TO LNK-DATE.
016100     MOVE WS-OPER-ID TO LNK-OPER.
016110     OPEN EXTEND LNK-FILE.
016120     WRITE LNK-REC.
016130     CLOSE LNK-FILE.
016140 LINK-ADD-EXIT.
016150     EXIT.
016160
016170*--------------------------------------------------------------*
016180* LINK-CHECK - SETS LNK-FOUND WHEN CUSTOMER WS-CUS-NO ALREADY  *
016190* HOLDS ACCOUNT WS-ID1 THROUGH AN ACTIVE LINK.                 *
016200*--------------------------------------------------------------*
016210 LINK-CHECK.
016220     MOVE "N" TO WS-LNK-FOUND-SWITCH.
016230     MOVE "N" TO WS-LNK-EOF-SWITCH.
016240     OPEN INPUT LNK-FILE.
016250 LINK-CHECK-SCAN.
016260     READ LNK-FILE
016270         AT END MOVE "Y" TO WS-LNK-EOF-SWITCH
016280     END-READ.
016290     IF LNK-EOF
016300         CLOSE LNK-FILE
016310         GO TO LINK-CHECK-EXIT.
016320     IF LNK-ID1 = WS-ID1 AND LNK-CUS-NO = WS-CUS-NO AND LNK-ACTIVE
016330         MOVE "Y" TO WS-LNK-FOUND-SWITCH
016340         CLOSE LNK-FILE
016350         GO TO LINK-CHECK-EXIT.
016360     GO TO LINK-CHECK-SCAN.
016370 LINK-CHECK-EXIT.
016380     EXIT.
016390
016400*--------------------------------------------------------------*
016410* CUST-ACCOUNTS - LISTS EVERY ACCOUNT CUSTOMER WS-CUS-KEY      *
016420* HOLDS THROUGH AN ACTIVE LINK - ID, ROLE (P PRIMARY, J        *
016430* JOINT), STATUS AND THE CC ON EMP.DAT.                        *
016440*--------------------------------------------------------------*
016450 CUST-ACCOUNTS.
016460     MOVE ZERO TO WS-LNK-COUNT.
016470     MOVE "N" TO WS-LNK-EOF-SWITCH.
016480     OPEN INPUT LNK-FILE.
016490     OPEN INPUT EMP.
016500 CUST-ACCOUNTS-SCAN.
016510     READ LNK-FILE
016520         AT END MOVE "Y" TO WS-LNK-EOF-SWITCH
016530     END-READ.
016540     IF LNK-EOF GO TO CUST-ACCOUNTS-DONE.
016550     IF LNK-CUS-NO NOT = WS-CUS-KEY OR NOT LNK-ACTIVE
016560         GO TO CUST-ACCOUNTS-SCAN.
016570     MOVE LNK-ID1 TO ID1.
016580     READ EMP KEY IS ID1
016590         INVALID KEY GO TO CUST-ACCOUNTS-SCAN
016600     END-READ.
016610     MOVE CC TO WS-CC-ED.
016620     DISPLAY "  ACCOUNT " ID1 " " LNK-ROLE " " STS " " WS-CC-ED.
016630     ADD 1 TO WS-LNK-COUNT.
016640     GO TO CUST-ACCOUNTS-SCAN.
016650 CUST-ACCOUNTS-DONE.
016660     CLOSE EMP.
016670     CLOSE LNK-FILE.
016680     DISPLAY "  ACCOUNTS HELD:".
016690     DISPLAY WS-LNK-COUNT.
016700 CUST-ACCOUNTS-EXIT.
016710     EXIT.
016720
016730*--------------------------------------------------------------*
016740* TD-MENU - TERM DEPOSITS.  ANY SIGNED-ON OPERATOR MAY OPEN A  *
016750* DEPOSIT OR LIST AN ACCOUNT'S DEPOSITS; AN EARLY BREAK IS     *
016760* SUPERVISOR-APPROVED LIKE MAINT-MENU.  MATURITIES AND         *
016770* ROLLOVERS ARE WORKED BY THE DAILY TTTDMAT BATCH.             *
016780*--------------------------------------------------------------*
016790 TD-MENU.
016800     DISPLAY "O - OPEN A DEPOSIT, B - BREAK A DEPOSIT EARLY,".
016810     DISPLAY "L - LIST DEPOSITS FOR AN ID, ANY OTHER TO SKIP".
016820     ACCEPT C.
016830     IF C = 'O' OR 'o' GO TO TD-OPEN.
016840     IF C = 'B' OR 'b' GO TO TD-BREAK.
016850     IF C = 'L' OR 'l' GO TO TD-LIST.
016860     GO TO LOOP.
016870*--------------------------------------------------------------*
016880* TD-OPEN - BOOKS A DEPOSIT FOR 3, 6 OR 12 MONTHS AT THE RATE  *
016890* ON THE BOARD IN TDPOL.CPY, FUNDED BY A W FROM THE ACCOUNT.   *
016900* THE W PROVES EVERY EDIT A MAIN-MENU WITHDRAWAL DOES - STATUS,*
016910* FUNDS, HOLDS AND THE LIMIT POLICY WITH ITS SUPERVISOR        *
016920* OVERRIDE - AND CARRIES ITS OWN SEQUENCE IN TR-REF, SO THE    *
016930* TILL PROOF LEAVES IT OUT OF THE DRAWER LIKE A TRANSFER LEG.  *
016940* THE DEPOSIT ROW ON TDEP.DAT KEEPS THAT SEQUENCE AS ITS       *
016950* FUNDING REFERENCE.                                           *
016960*--------------------------------------------------------------*
016970 TD-OPEN.
016980     DISPLAY "ENTER THE EMP ID".
016990     ACCEPT WS-ID1.
017000     DISPLAY "ENTER THE TERM IN MONTHS, 03, 06 OR 12".
017010     ACCEPT WS-TD-TERM.
017020     MOVE ZERO TO WS-TD-RATE.
017030     IF WS-TD-TERM = 3 MOVE TDP-RATE-03 TO WS-TD-RATE.
017040     IF WS-TD-TERM = 6 MOVE TDP-RATE-06 TO WS-TD-RATE.
017050     IF WS-TD-TERM = 12 MOVE TDP-RATE-12 TO WS-TD-RATE.
017060     IF WS-TD-RATE = ZERO
017070         DISPLAY "TERM NOT ON OFFER"
017080         GO TO LOOP.
017090     DISPLAY "AMOUNT TO BE DEPOSITED".
017100     ACCEPT WS-AMT.
017110     IF WS-AMT < TDP-MIN-PRINCIPAL
017120         DISPLAY "BELOW THE MINIMUM DEPOSIT OF"
017130         MOVE TDP-MIN-PRINCIPAL TO WS-AMT-ED
017140         DISPLAY WS-AMT-ED
017150         GO TO LOOP.
017160     DISPLAY "ROLL OVER AT MATURITY (Y/N)".
017170     ACCEPT WS-TD-ROLL.
017180     IF WS-TD-ROLL = 'y' MOVE 'Y' TO WS-TD-ROLL.
017190     IF WS-TD-ROLL NOT = 'Y' MOVE 'N' TO WS-TD-ROLL.
017200     MOVE SPACE TO WS-OVR-OPER.
017210     OPEN I-O EMP.
017220     MOVE WS-ID1 TO ID1.
017230     READ EMP KEY IS ID1
017240         INVALID KEY GO TO TD-NOT-FOUND
017250     END-READ.
017260     MOVE "Y" TO WS-FOUND-SWITCH.
017270     IF STS-CLOSED
017280         DISPLAY "ACCOUNT IS CLOSED - POSTING NOT ALLOWED"
017290         CLOSE EMP
017300         GO TO LOOP.
017310     IF STS-DORMANT
017320         DISPLAY "ACCOUNT IS DORMANT - SEE MAINTENANCE TO"
017330         DISPLAY "REACTIVATE BEFORE A WITHDRAWAL"
017340         CLOSE EMP
017350         GO TO LOOP.
017360     MOVE CC TO WS-ACC.
017370     IF WS-AMT > WS-ACC
017380         DISPLAY "INSUFFICIENT FUNDS"
017390         CLOSE EMP
017400         GO TO LOOP.
017410     MOVE WS-ID1 TO WS-HOLD-ID.
017420     PERFORM HOLD-SUM THRU HOLD-SUM-EXIT.
017430     IF WS-HOLD-AMT NOT < WS-ACC
017440         MOVE ZERO TO WS-AVAIL
017450     ELSE
017460         SUBTRACT WS-HOLD-AMT FROM WS-ACC GIVING WS-AVAIL
017470     END-IF.
017480     IF WS-AMT > WS-AVAIL
017490         MOVE WS-AVAIL TO WS-CC-ED
017500         DISPLAY "FUNDS HELD - AVAILABLE BALANCE IS"
017510         DISPLAY WS-CC-ED
017520         CLOSE EMP
017530         GO TO LOOP.
017540     PERFORM LIMIT-CHECK THRU LIMIT-CHECK-EXIT.
017550     IF LIMIT-BLOCKED
017560         CLOSE EMP
017570         GO TO LOOP.
017580     SUBTRACT WS-AMT FROM WS-ACC GIVING WS-CC.
017590     IF BRANCH NUMERIC
017600         MOVE BRANCH TO WS-TD-BRANCH
017610     ELSE
017620         MOVE ZERO TO WS-TD-BRANCH
017630     END-IF.
017640     MOVE WS-ACC TO ACC.
017650     MOVE "W" TO TTYPE.
017660     MOVE WS-AMT TO AMT.
017670     MOVE WS-CC TO CC.
017680     REWRITE STD.
017690     CLOSE EMP.
017700     PERFORM TD-NEXT-NO THRU TD-NEXT-NO-EXIT.
017710     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
017720     MOVE WS-TR-DATE TO WS-TD-SPLIT.
017730     PERFORM TD-ADD-TERM THRU TD-ADD-TERM-EXIT.
017740     ADD 1 TO WS-TRANS-SEQ.
017750     MOVE SPACES TO TD-REC.
017760     MOVE WS-TD-NO TO TD-NO.
017770     MOVE WS-ID1 TO TD-ID1.
017780     MOVE WS-AMT TO TD-PRINCIPAL.
017790     MOVE WS-TD-RATE TO TD-RATE.
017800     MOVE WS-TD-TERM TO TD-TERM.
017810     MOVE WS-TR-DATE TO TD-OPEN-DATE.
017820     MOVE WS-TD-SPLIT TO TD-MAT-DATE.
017830     MOVE WS-TD-ROLL TO TD-ROLL.
017840     MOVE "A" TO TD-STS.
017850     MOVE ZERO TO TD-CLOSE-DATE.
017860     MOVE WS-TRANS-SEQ TO TD-FUND-SEQ.
017870     MOVE WS-TD-BRANCH TO TD-BRANCH.
017880     MOVE WS-OPER-ID TO TD-OPER.
017890     OPEN EXTEND TD-FILE.
017900     WRITE TD-REC.
017910     CLOSE TD-FILE.
017920     MOVE SPACES TO TRANS-REC.
017930     MOVE WS-ID1 TO TR-ID1.
017940     MOVE "W" TO TR-TYPE.
017950     MOVE WS-AMT TO TR-AMT.
017960     MOVE WS-CC TO TR-CC.
017970     MOVE WS-TR-DATE TO TR-DATE.
017980     MOVE WS-TRANS-SEQ TO TR-SEQ.
017990     MOVE WS-OPER-ID TO TR-OPER.
018000     ACCEPT WS-TIME-RAW FROM TIME.
018010     MOVE WS-TIME-HHMMSS TO TR-TIME.
018011     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
018012     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
018020     MOVE WS-TRANS-SEQ TO TR-REF.
018030     MOVE WS-OVR-OPER TO TR-OVR.
018040     MOVE WS-OPER-BRANCH TO TR-BRANCH.
018050     OPEN EXTEND TRANS-LOG.
018060     WRITE TRANS-REC.
018070     CLOSE TRANS-LOG.
018080     MOVE SPACES TO CKPT-REC.
018090     MOVE WS-ID1 TO CKPT-ID1.
018100     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
018110     OPEN OUTPUT CKPT-FILE.
018120     WRITE CKPT-REC.
018130     CLOSE CKPT-FILE.
018140     DISPLAY "TERM DEPOSIT OPENED - NUMBER:".
018150     DISPLAY WS-TD-NO.
018160     DISPLAY "MATURES ON:".
018170     DISPLAY TD-MAT-DATE.
018180     GO TO LOOP.
018190*--------------------------------------------------------------*
018200* TD-BREAK - PAYS AN ACTIVE DEPOSIT BACK BEFORE MATURITY.      *
018210* INTEREST IS EARNED FOR THE WHOLE MONTHS RUN ONLY, AT THE     *
018220* DEPOSIT'S RATE LESS THE PENALTY RATE IN TDPOL.CPY (NEVER     *
018230* BELOW ZERO).  THE FIGURES ARE SHOWN FIRST; THE BREAK THEN    *
018240* NEEDS SUPERVISOR APPROVAL.  PRINCIPAL AND INTEREST GO BACK   *
018250* AS TWO D ROWS CARRYING THE DEPOSIT'S FUNDING REFERENCE IN    *
018260* TR-REF AND THE APPROVER IN TR-OPER, AND THE DEPOSIT GOES TO  *
018270* STATUS B.  A CLOSED ACCOUNT CANNOT TAKE THE PAYOUT.          *
018280*--------------------------------------------------------------*
018290 TD-BREAK.
018300     DISPLAY "ENTER THE DEPOSIT NUMBER".
018310     ACCEPT WS-TD-NO.
018320     PERFORM TD-LOOKUP THRU TD-LOOKUP-EXIT.
018330     IF NOT TD-FOUND
018340         DISPLAY "DEPOSIT NOT ON FILE"
018350         GO TO LOOP.
018360     IF NOT TD-ACTIVE
018370         DISPLAY "DEPOSIT IS NOT ACTIVE"
018380         GO TO LOOP.
018390     MOVE TD-ID1 TO WS-ID1.
018400     MOVE TD-PRINCIPAL TO WS-TD-PRIN.
018410     MOVE TD-RATE TO WS-TD-RATE.
018420     MOVE TD-FUND-SEQ TO WS-TD-FUND-SEQ.
018430     MOVE TD-OPEN-DATE TO WS-TD-OPEN-SPLIT.
018440     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
018450     MOVE WS-TR-DATE TO WS-TD-SPLIT.
018460     COMPUTE WS-TD-MONTHS = (WS-TD-YY - TO-YY) * 12
018470         + WS-TD-MM - TO-MM.
018480     IF WS-TD-DD < TO-DD AND WS-TD-MONTHS > ZERO
018490         SUBTRACT 1 FROM WS-TD-MONTHS.
018500     COMPUTE WS-TD-EFF-RATE = WS-TD-RATE - TDP-PENALTY-RATE.
018510     IF WS-TD-EFF-RATE < ZERO
018520         MOVE ZERO TO WS-TD-EFF-RATE.
018530     COMPUTE WS-TD-INT ROUNDED = WS-TD-PRIN * WS-TD-EFF-RATE
018540         * WS-TD-MONTHS / 1200.
018550     DISPLAY "ACCOUNT:".
018560     DISPLAY WS-ID1.
018570     DISPLAY "PRINCIPAL:".
018580     MOVE WS-TD-PRIN TO WS-AMT-ED.
018590     DISPLAY WS-AMT-ED.
018600     DISPLAY "WHOLE MONTHS RUN:".
018610     DISPLAY WS-TD-MONTHS.
018620     DISPLAY "INTEREST PAYABLE AFTER PENALTY:".
018630     MOVE WS-TD-INT TO WS-AMT-ED.
018640     DISPLAY WS-AMT-ED.
018650     DISPLAY "BREAK THE DEPOSIT (Y/N)".
018660     ACCEPT C.
018670     IF C NOT = 'Y' AND C NOT = 'y'
018680         GO TO LOOP.
018690     PERFORM SUPV-CHECK THRU SUPV-CHECK-EXIT.
018700     IF WS-MAINT-OPER = SPACE
018710         DISPLAY "SUPERVISOR APPROVAL REQUIRED - SKIPPED"
018720         GO TO LOOP.
018730     OPEN I-O EMP.
018740     MOVE WS-ID1 TO ID1.
018750     READ EMP KEY IS ID1
018760         INVALID KEY GO TO TD-NOT-FOUND
018770     END-READ.
018780     IF STS-CLOSED
018790         DISPLAY "ACCOUNT IS CLOSED - PAYOUT NOT ALLOWED"
018800         CLOSE EMP
018810         GO TO LOOP.
018820     MOVE CC TO WS-ACC.
018830     ADD WS-TD-PRIN WS-TD-INT GIVING WS-TD-PAYOUT.
018840     IF WS-TD-PAYOUT > 9999999.99 - WS-ACC
018850         DISPLAY "DEPOSIT EXCEEDS MAXIMUM BALANCE"
018860         CLOSE EMP
018870         GO TO LOOP.
018880     ADD WS-TD-PAYOUT TO WS-ACC GIVING WS-CC.
018890     MOVE WS-ACC TO ACC.
018900     MOVE "D" TO TTYPE.
018910     MOVE WS-TD-PAYOUT TO AMT.
018920     MOVE WS-CC TO CC.
018930     REWRITE STD.
018940     CLOSE EMP.
018950     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
018960     ADD WS-TD-PRIN TO WS-ACC GIVING WS-CC.
018970     MOVE WS-TD-PRIN TO WS-AMT.
018980     PERFORM TD-LOG THRU TD-LOG-EXIT.
018990     IF WS-TD-INT > ZERO
019000         ADD WS-TD-INT TO WS-CC
019010         MOVE WS-TD-INT TO WS-AMT
019020         PERFORM TD-LOG THRU TD-LOG-EXIT.
019030     MOVE "B" TO WS-TD-NEW-STS.
019040     PERFORM TD-CLOSE-ROW THRU TD-CLOSE-ROW-EXIT.
019050     DISPLAY "DEPOSIT BROKEN - PAID TO THE ACCOUNT:".
019060     MOVE WS-TD-PAYOUT TO WS-AMT-ED.
019070     DISPLAY WS-AMT-ED.
019080     GO TO LOOP.
019090 TD-LIST.
019100     DISPLAY "ENTER THE EMP ID".
019110     ACCEPT WS-ID1.
019120     MOVE ZERO TO WS-TD-COUNT.
019130     MOVE "N" TO WS-TD-EOF-SWITCH.
019140     OPEN INPUT TD-FILE.
019150 TD-LIST-SCAN.
019160     READ TD-FILE
019170         AT END MOVE "Y" TO WS-TD-EOF-SWITCH
019180     END-READ.
019190     IF TD-EOF GO TO TD-LIST-DONE.
019200     IF TD-ID1 NOT = WS-ID1 GO TO TD-LIST-SCAN.
019210     MOVE TD-PRINCIPAL TO WS-AMT-ED.
019220     DISPLAY TD-NO " " WS-AMT-ED " " TD-RATE " " TD-TERM " "
019230         TD-OPEN-DATE " " TD-MAT-DATE " " TD-ROLL " " TD-STS.
019240     ADD 1 TO WS-TD-COUNT.
019250     GO TO TD-LIST-SCAN.
019260 TD-LIST-DONE.
019270     CLOSE TD-FILE.
019280     DISPLAY "DEPOSITS ON FILE:".
019290     DISPLAY WS-TD-COUNT.
019300     GO TO LOOP.
019310 TD-NOT-FOUND.
019320     DISPLAY "EMPLOYEE ID NOT FOUND".
019330     CLOSE EMP.
019340     GO TO LOOP.
019350
019360*--------------------------------------------------------------*
019370* TD-LOG - WRITES ONE PAYOUT D ROW OF WS-AMT WITH BALANCE      *
019380* WS-CC FOR WS-ID1, STAMPED WITH THE APPROVING SUPERVISOR AND  *
019390* THE DEPOSIT'S FUNDING REFERENCE, AND CARRIES THE SEQUENCE    *
019400* FORWARD INTO CKPT.DAT.                                       *
019410*--------------------------------------------------------------*
019420 TD-LOG.
019430     ADD 1 TO WS-TRANS-SEQ.
019440     MOVE SPACES TO TRANS-REC.
019450     MOVE WS-ID1 TO TR-ID1.
019460     MOVE "D" TO TR-TYPE.
019470     MOVE WS-AMT TO TR-AMT.
019480     MOVE WS-CC TO TR-CC.
019490     MOVE WS-TR-DATE TO TR-DATE.
019500     MOVE WS-TRANS-SEQ TO TR-SEQ.
019510     MOVE WS-MAINT-OPER TO TR-OPER.
019520     ACCEPT WS-TIME-RAW FROM TIME.
019530     MOVE WS-TIME-HHMMSS TO TR-TIME.
019531     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
019532     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
019540     MOVE WS-TD-FUND-SEQ TO TR-REF.
019550     MOVE WS-OPER-BRANCH TO TR-BRANCH.
019560     OPEN EXTEND TRANS-LOG.
019570     WRITE TRANS-REC.
019580     CLOSE TRANS-LOG.
019590     MOVE SPACES TO CKPT-REC.
019600     MOVE WS-ID1 TO CKPT-ID1.
019610     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
019620     OPEN OUTPUT CKPT-FILE.
019630     WRITE CKPT-REC.
019640     CLOSE CKPT-FILE.
019650 TD-LOG-EXIT.
019660     EXIT.
019670
019680*--------------------------------------------------------------*
019690* TD-LOOKUP - SCANS TDEP.DAT FOR DEPOSIT WS-TD-NO.  LEAVES     *
019700* TD-FOUND SET AND THE MATCHING TD-REC IN THE RECORD AREA WHEN *
019710* FOUND.                                                       *
019720*--------------------------------------------------------------*
019730 TD-LOOKUP.
019740     MOVE "N" TO WS-TD-FOUND-SWITCH.
019750     MOVE "N" TO WS-TD-EOF-SWITCH.
019760     OPEN INPUT TD-FILE.
019770 TD-LOOKUP-SCAN.
019780     READ TD-FILE
019790         AT END MOVE "Y" TO WS-TD-EOF-SWITCH
019800     END-READ.
019810     IF TD-EOF
019820         CLOSE TD-FILE
019830         GO TO TD-LOOKUP-EXIT.
019840     IF TD-NO = WS-TD-NO
019850         MOVE "Y" TO WS-TD-FOUND-SWITCH
019860         CLOSE TD-FILE
019870         GO TO TD-LOOKUP-EXIT.
019880     GO TO TD-LOOKUP-SCAN.
019890 TD-LOOKUP-EXIT.
019900     EXIT.
019910
019920*--------------------------------------------------------------*
019930* TD-NEXT-NO - LEAVES WS-TD-NO ONE PAST THE HIGHEST DEPOSIT    *
019940* NUMBER ON TDEP.DAT.                                          *
019950*--------------------------------------------------------------*
019960 TD-NEXT-NO.
019970     MOVE ZERO TO WS-TD-NO.
019980     MOVE "N" TO WS-TD-EOF-SWITCH.
019990     OPEN INPUT TD-FILE.
020000 TD-NEXT-NO-SCAN.
020010     READ TD-FILE
020020         AT END MOVE "Y" TO WS-TD-EOF-SWITCH
020030     END-READ.
020040     IF TD-EOF
020050         CLOSE TD-FILE
020060         ADD 1 TO WS-TD-NO
020070         GO TO TD-NEXT-NO-EXIT.
020080     IF TD-NO > WS-TD-NO
020090         MOVE TD-NO TO WS-TD-NO.
020100     GO TO TD-NEXT-NO-SCAN.
020110 TD-NEXT-NO-EXIT.
020120     EXIT.
020130
020140*--------------------------------------------------------------*
020150* TD-CLOSE-ROW - SETS DEPOSIT WS-TD-NO TO STATUS WS-TD-NEW-STS *
020160* WITH TODAY AS ITS CLOSE DATE THROUGH THE TDWRK.DAT WORK      *
020170* FILE, THE SAME COPY-AND-REWRITE PATTERN HOLD-RELEASE USES.   *
020180*--------------------------------------------------------------*
020190 TD-CLOSE-ROW.
020200     MOVE "N" TO WS-TD-EOF-SWITCH.
020210     MOVE "N" TO WS-TDW-EOF-SWITCH.
020220     OPEN INPUT TD-FILE.
020230     OPEN OUTPUT TD-WRK.
020240 TD-CLOSE-ROW-SCAN.
020250     READ TD-FILE
020260         AT END MOVE "Y" TO WS-TD-EOF-SWITCH
020270     END-READ.
020280     IF TD-EOF GO TO TD-CLOSE-ROW-COPY.
020290     IF TD-NO = WS-TD-NO
020300         MOVE WS-TD-NEW-STS TO TD-STS
020310         MOVE WS-TR-DATE TO TD-CLOSE-DATE.
020320     WRITE TDWRK-REC FROM TD-REC.
020330     GO TO TD-CLOSE-ROW-SCAN.
020340 TD-CLOSE-ROW-COPY.
020350     CLOSE TD-FILE.
020360     CLOSE TD-WRK.
020370     OPEN INPUT TD-WRK.
020380     OPEN OUTPUT TD-FILE.
020390 TD-CLOSE-ROW-BACK.
020400     READ TD-WRK
020410         AT END MOVE "Y" TO WS-TDW-EOF-SWITCH
020420     END-READ.
020430     IF TDW-EOF GO TO TD-CLOSE-ROW-DONE.
020440     WRITE TD-REC FROM TDWRK-REC.
020450     GO TO TD-CLOSE-ROW-BACK.
020460 TD-CLOSE-ROW-DONE.
020470     CLOSE TD-WRK.
020480     CLOSE TD-FILE.
020490 TD-CLOSE-ROW-EXIT.
020500     EXIT.
020510
020520*--------------------------------------------------------------*
020530* TD-ADD-TERM - MOVES WS-TD-SPLIT FORWARD WS-TD-TERM MONTHS    *
020540* WITH THE DAY CLAMPED TO THE MONTH END, AS TTSORD ADVANCES A  *
020550* MONTHLY ORDER (A DEPOSIT OPENED ON THE 31ST MATURES ON THE   *
020560* 30TH OR ON FEBRUARY'S LAST DAY).                             *
020570*--------------------------------------------------------------*
020580 TD-ADD-TERM.
020590     ADD WS-TD-TERM TO WS-TD-MM.
020600     IF WS-TD-MM > 12
020610         SUBTRACT 12 FROM WS-TD-MM
020620         ADD 1 TO WS-TD-YY.
020630     MOVE 31 TO WS-TD-DIM.
020640     IF WS-TD-MM = 4 OR WS-TD-MM = 6
020650         OR WS-TD-MM = 9 OR WS-TD-MM = 11
020660         MOVE 30 TO WS-TD-DIM.
020670     IF WS-TD-MM = 2
020680         MOVE 28 TO WS-TD-DIM
020690         DIVIDE WS-TD-YY BY 4
020700             GIVING WS-TD-DIV-Q REMAINDER WS-TD-DIV-R
020710         IF WS-TD-DIV-R = ZERO
020720             MOVE 29 TO WS-TD-DIM
020730             DIVIDE WS-TD-YY BY 100
020740                 GIVING WS-TD-DIV-Q REMAINDER WS-TD-DIV-R
020750             IF WS-TD-DIV-R = ZERO
020760                 MOVE 28 TO WS-TD-DIM
020770                 DIVIDE WS-TD-YY BY 400
020780                     GIVING WS-TD-DIV-Q REMAINDER WS-TD-DIV-R
020790                 IF WS-TD-DIV-R = ZERO
020800                     MOVE 29 TO WS-TD-DIM
020810                 END-IF
020820             END-IF
020830         END-IF
020840     END-IF.
020850     IF WS-TD-DD > WS-TD-DIM
020860         MOVE WS-TD-DIM TO WS-TD-DD.
020870 TD-ADD-TERM-EXIT.
020880     EXIT.
020890
020900*--------------------------------------------------------------*
020910* STOP-MENU - MAINTAINS THE STOP-PAYMENT REGISTER STOP.DAT     *
020920* (STOPREC.CPY).  ADD AND CANCEL ARE SUPERVISOR-APPROVED LIKE  *
020930* SORD-MENU; ANY SIGNED-ON OPERATOR MAY LIST.  THE STOPS       *
020940* THEMSELVES ARE ENFORCED BY THE TTCLEAR BATCH, WHICH RETURNS  *
020950* A STOPPED CHEQUE UNPAID TO THE CLEARING HOUSE.               *
020960*--------------------------------------------------------------*
020970 STOP-MENU.
020980     DISPLAY "A - ADD A STOP, C - CANCEL A STOP,".
020990     DISPLAY "L - LIST STOPS FOR AN ID, ANY OTHER TO SKIP".
021000     ACCEPT C.
021010     IF C = 'L' OR 'l' GO TO STOP-LIST.
021020     IF C NOT = 'A' AND C NOT = 'a'
021030         AND C NOT = 'C' AND C NOT = 'c'
021040         GO TO LOOP.
021050     PERFORM SUPV-CHECK THRU SUPV-CHECK-EXIT.
021060     IF WS-MAINT-OPER = SPACE
021070         DISPLAY "SUPERVISOR APPROVAL REQUIRED - SKIPPED"
021080         GO TO LOOP.
021090     IF C = 'A' OR 'a' GO TO STOP-ADD.
021100     GO TO STOP-CANCEL.
021110 STOP-ADD.
021120     DISPLAY "ENTER THE EMP ID".
021130     ACCEPT WS-STOP-ID.
021140     OPEN INPUT EMP.
021150     MOVE WS-STOP-ID TO ID1.
021160     READ EMP KEY IS ID1
021170         INVALID KEY GO TO STOP-NOT-FOUND
021180     END-READ.
021190     IF STS-CLOSED
021200         DISPLAY "ACCOUNT IS CLOSED - NO STOP TAKEN"
021210         CLOSE EMP
021220         GO TO LOOP.
021230     CLOSE EMP.
021240     DISPLAY "ENTER THE CHEQUE NUMBER".
021250     ACCEPT WS-STOP-CHQ.
021260     IF WS-STOP-CHQ = ZERO
021270         DISPLAY "INVALID CHEQUE NUMBER"
021280         GO TO LOOP.
021290     PERFORM STOP-LOOKUP THRU STOP-LOOKUP-EXIT.
021300     IF STOP-FOUND
021310         DISPLAY "STOP ALREADY ON FILE FOR THAT CHEQUE"
021320         GO TO LOOP.
021330     DISPLAY "ENTER THE CHEQUE AMOUNT, ZERO FOR ANY AMOUNT".
021340     ACCEPT WS-AMT.
021350     DISPLAY "ENTER THE REASON".
021360     ACCEPT WS-STOP-REASON.
021370     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
021380     MOVE SPACES TO STP-REC.
021390     MOVE WS-STOP-ID TO STP-ID1.
021400     MOVE WS-STOP-CHQ TO STP-CHQ.
021410     MOVE WS-AMT TO STP-AMT.
021420     MOVE WS-STOP-REASON TO STP-REASON.
021430     MOVE "A" TO STP-STS.
021440     MOVE WS-TR-DATE TO STP-DATE.
021450     MOVE WS-MAINT-OPER TO STP-SUPV.
021460     OPEN EXTEND STOP-FILE.
021470     WRITE STP-REC.
021480     CLOSE STOP-FILE.
021490     DISPLAY "STOP PAYMENT ADDED".
021500     GO TO LOOP.
021510*--------------------------------------------------------------*
021520* STOP-CANCEL - LIFTS THE ACTIVE STOP ON ONE CHEQUE THROUGH    *
021530* THE STOPWRK.DAT WORK FILE, THE SAME COPY-AND-REWRITE PATTERN *
021540* SORD-CANCEL USES.  THE LIFTED ROW STAYS ON FILE AT STATUS C. *
021550*--------------------------------------------------------------*
021560 STOP-CANCEL.
021570     DISPLAY "ENTER THE EMP ID".
021580     ACCEPT WS-STOP-ID.
021590     DISPLAY "ENTER THE CHEQUE NUMBER".
021600     ACCEPT WS-STOP-CHQ.
021610     MOVE ZERO TO WS-STOP-COUNT.
021620     MOVE "N" TO WS-STOP-EOF-SWITCH.
021630     MOVE "N" TO WS-STPW-EOF-SWITCH.
021640     OPEN INPUT STOP-FILE.
021650     OPEN OUTPUT STOP-WRK.
021660 STOP-CANCEL-SCAN.
021670     READ STOP-FILE
021680         AT END MOVE "Y" TO WS-STOP-EOF-SWITCH
021690     END-READ.
021700     IF STOP-EOF GO TO STOP-CANCEL-COPY.
021710     IF STP-ID1 = WS-STOP-ID AND STP-CHQ = WS-STOP-CHQ
021720         AND STP-ACTIVE
021730         MOVE "C" TO STP-STS
021740         ADD 1 TO WS-STOP-COUNT.
021750     WRITE STPWRK-REC FROM STP-REC.
021760     GO TO STOP-CANCEL-SCAN.
021770 STOP-CANCEL-COPY.
021780     CLOSE STOP-FILE.
021790     CLOSE STOP-WRK.
021800     OPEN INPUT STOP-WRK.
021810     OPEN OUTPUT STOP-FILE.
021820 STOP-CANCEL-BACK.
021830     READ STOP-WRK
021840         AT END MOVE "Y" TO WS-STPW-EOF-SWITCH
021850     END-READ.
021860     IF STPW-EOF GO TO STOP-CANCEL-DONE.
021870     WRITE STP-REC FROM STPWRK-REC.
021880     GO TO STOP-CANCEL-BACK.
021890 STOP-CANCEL-DONE.
021900     CLOSE STOP-WRK.
021910     CLOSE STOP-FILE.
021920     DISPLAY "STOPS CANCELLED:".
021930     DISPLAY WS-STOP-COUNT.
021940     GO TO LOOP.
021950 STOP-LIST.
021960     DISPLAY "ENTER THE EMP ID".
021970     ACCEPT WS-STOP-ID.
021980     MOVE ZERO TO WS-STOP-COUNT.
021990     MOVE "N" TO WS-STOP-EOF-SWITCH.
022000     OPEN INPUT STOP-FILE.
022010 STOP-LIST-SCAN.
022020     READ STOP-FILE
022030         AT END MOVE "Y" TO WS-STOP-EOF-SWITCH
022040     END-READ.
022050     IF STOP-EOF GO TO STOP-LIST-DONE.
022060     IF STP-ID1 NOT = WS-STOP-ID GO TO STOP-LIST-SCAN.
022070     MOVE STP-AMT TO WS-AMT-ED.
022080     DISPLAY STP-CHQ " " WS-AMT-ED " " STP-REASON " "
022090         STP-DATE " " STP-SUPV " " STP-STS.
022100     ADD 1 TO WS-STOP-COUNT.
022110     GO TO STOP-LIST-SCAN.
022120 STOP-LIST-DONE.
022130     CLOSE STOP-FILE.
022140     DISPLAY "STOPS ON FILE:".
022150     DISPLAY WS-STOP-COUNT.
022160     GO TO LOOP.
022170 STOP-NOT-FOUND.
022180     DISPLAY "EMPLOYEE ID NOT FOUND".
022190     CLOSE EMP.
022200     GO TO LOOP.
022210
022220*--------------------------------------------------------------*
022230* STOP-LOOKUP - SETS STOP-FOUND WHEN AN ACTIVE STOP IS ALREADY *
022240* ON FILE FOR WS-STOP-ID AND WS-STOP-CHQ.                      *
022250*--------------------------------------------------------------*
022260 STOP-LOOKUP.
022270     MOVE "N" TO WS-STOP-FOUND-SWITCH.
022280     MOVE "N" TO WS-STOP-EOF-SWITCH.
022290     OPEN INPUT STOP-FILE.
022300 STOP-LOOKUP-SCAN.
022310     READ STOP-FILE
022320         AT END MOVE "Y" TO WS-STOP-EOF-SWITCH
022330     END-READ.
022340     IF STOP-EOF
022350         CLOSE STOP-FILE
022360         GO TO STOP-LOOKUP-EXIT.
022370     IF STP-ID1 = WS-STOP-ID AND STP-CHQ = WS-STOP-CHQ
022380         AND STP-ACTIVE
022390         MOVE "Y" TO WS-STOP-FOUND-SWITCH.
022400     GO TO STOP-LOOKUP-SCAN.
022410 STOP-LOOKUP-EXIT.
022420     EXIT.
022430
022440*--------------------------------------------------------------*
022450* LOAN-MENU - STAFF LOANS.  BOOKING A LOAN IS                  *
022460* SUPERVISOR-APPROVED LIKE AN EARLY DEPOSIT BREAK; ANY         *
022470* SIGNED-ON OPERATOR MAY LIST AN ACCOUNT'S LOANS OR SHOW A     *
022480* LOAN'S REPAYMENT SCHEDULE.  INSTALMENTS ARE COLLECTED BY THE *
022490* DAILY TTLOAN BATCH AND ARREARS ARE AGED BY TTLNAGE.          *
022500*--------------------------------------------------------------*
022510 LOAN-MENU.
022520     DISPLAY "B - BOOK A LOAN, L - LIST LOANS FOR AN ID,".
022530     DISPLAY "S - SHOW A LOAN SCHEDULE, ANY OTHER TO SKIP".
022540     ACCEPT C.
022550     IF C = 'B' OR 'b' GO TO LOAN-BOOK.
022560     IF C = 'L' OR 'l' GO TO LOAN-LIST.
022570     IF C = 'S' OR 's' GO TO LOAN-SCHED.
022580     GO TO LOOP.
022590*--------------------------------------------------------------*
022600* LOAN-BOOK - BOOKS A STAFF LOAN AT THE RATE IN LNPOL.CPY,     *
022610* WITHIN ITS PRINCIPAL AND TERM CAPS, AGAINST AN OPEN ACCOUNT. *
022620* THE LEVEL MONTHLY INSTALMENT IS P * R * F / (F - 1), WHERE R *
022630* IS THE MONTHLY RATE AND F IS (1 + R) TO THE POWER OF THE     *
022640* TERM.  THE FIGURES ARE SHOWN FIRST; THE BOOKING THEN NEEDS   *
022650* SUPERVISOR APPROVAL.  THE LOAN IS DISBURSED INTO THE ACCOUNT *
022660* AS A D ROW STAMPED WITH THE APPROVER AND CARRYING ITS OWN    *
022670* SEQUENCE IN TR-REF (SO THE TILL PROOF LEAVES IT OUT), THE    *
022680* LOAN ROW GOES ON LOAN.DAT AND ONE SCHEDULE ROW PER           *
022690* INSTALMENT GOES ON LNSCHED.DAT.                              *
022700*--------------------------------------------------------------*
022710 LOAN-BOOK.
022720     DISPLAY "ENTER THE EMP ID".
022730     ACCEPT WS-ID1.
022740     DISPLAY "AMOUNT TO BE LENT".
022750     ACCEPT WS-LN-PRIN.
022760     IF WS-LN-PRIN = ZERO OR WS-LN-PRIN > LNP-MAX-PRINCIPAL
022770         DISPLAY "AMOUNT OUTSIDE THE LOAN POLICY - MAXIMUM IS"
022780         MOVE LNP-MAX-PRINCIPAL TO WS-AMT-ED
022790         DISPLAY WS-AMT-ED
022800         GO TO LOOP.
022810     DISPLAY "ENTER THE TERM IN MONTHS".
022820     ACCEPT WS-LN-TERM.
022830     IF WS-LN-TERM = ZERO OR WS-LN-TERM > LNP-MAX-TERM
022840         DISPLAY "TERM OUTSIDE THE LOAN POLICY - MAXIMUM IS"
022850         DISPLAY LNP-MAX-TERM
022860         GO TO LOOP.
022870     OPEN I-O EMP.
022880     MOVE WS-ID1 TO ID1.
022890     READ EMP KEY IS ID1
022900         INVALID KEY GO TO TD-NOT-FOUND
022910     END-READ.
022920     IF STS-CLOSED
022930         DISPLAY "ACCOUNT IS CLOSED - LOAN NOT ALLOWED"
022940         CLOSE EMP
022950         GO TO LOOP.
022960     IF STS-DORMANT
022970         DISPLAY "ACCOUNT IS DORMANT - SEE MAINTENANCE TO"
022980         DISPLAY "REACTIVATE BEFORE BOOKING A LOAN"
022990         CLOSE EMP
023000         GO TO LOOP.
023010     CLOSE EMP.
023020     MOVE LNP-RATE TO WS-LN-RATE.
023030     IF WS-LN-RATE = ZERO
023040         COMPUTE WS-LN-INSTAL ROUNDED = WS-LN-PRIN / WS-LN-TERM
023050     ELSE
023060         COMPUTE WS-LN-FACTOR ROUNDED =
023070             (1 + WS-LN-RATE / 1200) ** WS-LN-TERM
023080         COMPUTE WS-LN-WORK ROUNDED =
023085             WS-LN-FACTOR / (WS-LN-FACTOR - 1)
023090         COMPUTE WS-LN-INSTAL ROUNDED = WS-LN-PRIN * WS-LN-RATE
023095             * WS-LN-WORK / 1200
023100     END-IF.
023110     DISPLAY "ACCOUNT:".
023120     DISPLAY WS-ID1.
023130     DISPLAY "PRINCIPAL:".
023140     MOVE WS-LN-PRIN TO WS-AMT-ED.
023150     DISPLAY WS-AMT-ED.
023160     DISPLAY "ANNUAL RATE AND TERM IN MONTHS:".
023170     DISPLAY WS-LN-RATE " " WS-LN-TERM.
023180     DISPLAY "MONTHLY INSTALMENT:".
023190     MOVE WS-LN-INSTAL TO WS-AMT-ED.
023200     DISPLAY WS-AMT-ED.
023210     DISPLAY "BOOK THE LOAN (Y/N)".
023220     ACCEPT C.
023230     IF C NOT = 'Y' AND C NOT = 'y'
023240         GO TO LOOP.
023250     PERFORM SUPV-CHECK THRU SUPV-CHECK-EXIT.
023260     IF WS-MAINT-OPER = SPACE
023270         DISPLAY "SUPERVISOR APPROVAL REQUIRED - SKIPPED"
023280         GO TO LOOP.
023290     OPEN I-O EMP.
023300     MOVE WS-ID1 TO ID1.
023310     READ EMP KEY IS ID1
023320         INVALID KEY GO TO TD-NOT-FOUND
023330     END-READ.
023340     MOVE CC TO WS-ACC.
023350     IF WS-LN-PRIN > 9999999.99 - WS-ACC
023360         DISPLAY "LOAN EXCEEDS MAXIMUM BALANCE"
023370         CLOSE EMP
023380         GO TO LOOP.
023390     ADD WS-LN-PRIN TO WS-ACC GIVING WS-CC.
023400     IF BRANCH NUMERIC
023410         MOVE BRANCH TO WS-LN-BRANCH
023420     ELSE
023430         MOVE ZERO TO WS-LN-BRANCH
023440     END-IF.
023450     MOVE WS-ACC TO ACC.
023460     MOVE "D" TO TTYPE.
023470     MOVE WS-LN-PRIN TO AMT.
023480     MOVE WS-CC TO CC.
023490     REWRITE STD.
023500     CLOSE EMP.
023510     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
023520     ADD 1 TO WS-TRANS-SEQ.
023530     MOVE SPACES TO TRANS-REC.
023540     MOVE WS-ID1 TO TR-ID1.
023550     MOVE "D" TO TR-TYPE.
023560     MOVE WS-LN-PRIN TO TR-AMT.
023570     MOVE WS-CC TO TR-CC.
023580     MOVE WS-TR-DATE TO TR-DATE.
023590     MOVE WS-TRANS-SEQ TO TR-SEQ.
023600     MOVE WS-MAINT-OPER TO TR-OPER.
023610     ACCEPT WS-TIME-RAW FROM TIME.
023620     MOVE WS-TIME-HHMMSS TO TR-TIME.
023621     PERFORM VALUE-DATE THRU VALUE-DATE-EXIT.
023622     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
023630     MOVE WS-TRANS-SEQ TO TR-REF.
023640     MOVE WS-OPER-BRANCH TO TR-BRANCH.
023650     OPEN EXTEND TRANS-LOG.
023660     WRITE TRANS-REC.
023670     CLOSE TRANS-LOG.
023680     MOVE SPACES TO CKPT-REC.
023690     MOVE WS-ID1 TO CKPT-ID1.
023700     MOVE WS-TRANS-SEQ TO CKPT-SEQ.
023710     OPEN OUTPUT CKPT-FILE.
023720     WRITE CKPT-REC.
023730     CLOSE CKPT-FILE.
023740     PERFORM LOAN-NEXT-NO THRU LOAN-NEXT-NO-EXIT.
023750     MOVE WS-TR-DATE TO WS-LN-OPEN-SPLIT.
023760     MOVE 1 TO WS-LN-K.
023770     PERFORM LOAN-DUE-DATE THRU LOAN-DUE-DATE-EXIT.
023780     MOVE SPACES TO LN-REC.
023790     MOVE WS-LN-NO TO LN-NO.
023800     MOVE WS-ID1 TO LN-ID1.
023810     MOVE WS-LN-PRIN TO LN-PRINCIPAL.
023820     MOVE WS-LN-RATE TO LN-RATE.
023830     MOVE WS-LN-TERM TO LN-TERM.
023840     MOVE WS-LN-INSTAL TO LN-INSTAL.
023850     MOVE WS-TD-SPLIT TO LN-NEXT-DUE.
023860     MOVE WS-LN-PRIN TO LN-OUTSTANDING.
023870     MOVE "A" TO LN-STS.
023880     MOVE WS-TR-DATE TO LN-OPEN-DATE.
023890     MOVE WS-TRANS-SEQ TO LN-DISB-SEQ.
023900     MOVE WS-LN-BRANCH TO LN-BRANCH.
023910     MOVE WS-MAINT-OPER TO LN-SUPV.
023920     MOVE ZERO TO LN-PAID-CNT.
023930     MOVE ZERO TO LN-ARREARS-DATE.
023940     MOVE ZERO TO LN-ARREARS-AMT.
023950     MOVE ZERO TO LN-INT-PAID.
023960     OPEN EXTEND LOAN-FILE.
023970     WRITE LN-REC.
023980     CLOSE LOAN-FILE.
023990     MOVE WS-LN-PRIN TO WS-LN-BAL.
024000     OPEN EXTEND LNS-FILE.
024010     PERFORM LOAN-SCHED-ROW THRU LOAN-SCHED-ROW-EXIT
024020         VARYING WS-LN-K FROM 1 BY 1 UNTIL WS-LN-K > WS-LN-TERM.
024030     CLOSE LNS-FILE.
024040     DISPLAY "LOAN BOOKED - NUMBER:".
024050     DISPLAY WS-LN-NO.
024060     DISPLAY "FIRST INSTALMENT DUE ON:".
024070     DISPLAY LN-NEXT-DUE.
024080     GO TO LOOP.
024090 LOAN-LIST.
024100     DISPLAY "ENTER THE EMP ID".
024110     ACCEPT WS-ID1.
024120     MOVE ZERO TO WS-LN-COUNT.
024130     MOVE "N" TO WS-LN-EOF-SWITCH.
024140     OPEN INPUT LOAN-FILE.
024150 LOAN-LIST-SCAN.
024160     READ LOAN-FILE
024170         AT END MOVE "Y" TO WS-LN-EOF-SWITCH
024180     END-READ.
024190     IF LN-EOF GO TO LOAN-LIST-DONE.
024200     IF LN-ID1 NOT = WS-ID1 GO TO LOAN-LIST-SCAN.
024210     MOVE LN-PRINCIPAL TO WS-AMT-ED.
024220     MOVE LN-OUTSTANDING TO WS-CC-ED.
024230     DISPLAY LN-NO " " WS-AMT-ED " " LN-RATE " " LN-TERM " "
024240         WS-CC-ED " " LN-NEXT-DUE " " LN-STS.
024250     IF LN-ARREARS-AMT > ZERO
024260         MOVE LN-ARREARS-AMT TO WS-AMT-ED
024270         DISPLAY "       IN ARREARS SINCE " LN-ARREARS-DATE " "
024280             WS-AMT-ED.
024290     ADD 1 TO WS-LN-COUNT.
024300     GO TO LOAN-LIST-SCAN.
024310 LOAN-LIST-DONE.
024320     CLOSE LOAN-FILE.
024330     DISPLAY "LOANS ON FILE:".
024340     DISPLAY WS-LN-COUNT.
024350     GO TO LOOP.
024360 LOAN-SCHED.
024370     DISPLAY "ENTER THE LOAN NUMBER".
024380     ACCEPT WS-LN-NO.
024390     MOVE ZERO TO WS-LN-COUNT.
024400     MOVE "N" TO WS-LNS-EOF-SWITCH.
024410     OPEN INPUT LNS-FILE.
024420 LOAN-SCHED-SCAN.
024430     READ LNS-FILE
024440         AT END MOVE "Y" TO WS-LNS-EOF-SWITCH
024450     END-READ.
024460     IF LNS-EOF GO TO LOAN-SCHED-DONE.
024470     IF LS-LOAN-NO NOT = WS-LN-NO GO TO LOAN-SCHED-SCAN.
024480     MOVE LS-AMT TO WS-AMT-ED.
024490     MOVE LS-BAL TO WS-CC-ED.
024500     MOVE LS-INT TO WS-LN-INT-ED.
024510     DISPLAY LS-INST-NO " " LS-DUE-DATE " " WS-AMT-ED " "
024520         WS-LN-INT-ED " " WS-CC-ED " " LS-STS.
024530     ADD 1 TO WS-LN-COUNT.
024540     GO TO LOAN-SCHED-SCAN.
024550 LOAN-SCHED-DONE.
024560     CLOSE LNS-FILE.
024570     IF WS-LN-COUNT = ZERO
024580         DISPLAY "LOAN NOT ON FILE"
024590         GO TO LOOP.
024600     DISPLAY "INSTALMENTS ON FILE:".
024610     DISPLAY WS-LN-COUNT.
024620     GO TO LOOP.
024630
024640*--------------------------------------------------------------*
024650* LOAN-SCHED-ROW - WRITES SCHEDULE ROW WS-LN-K FOR LOAN        *
024660* WS-LN-NO. A MONTH'S INTEREST ON THE SCHEDULED BALANCE        *
024670* WS-LN-BAL COMES FIRST OUT OF THE INSTALMENT AND THE REST     *
024680* PAYS DOWN PRINCIPAL; THE LAST INSTALMENT CLEARS WHATEVER     *
024690* BALANCE THE ROUNDING HAS LEFT.                               *
024700*--------------------------------------------------------------*
024710 LOAN-SCHED-ROW.
024720     PERFORM LOAN-DUE-DATE THRU LOAN-DUE-DATE-EXIT.
024730     COMPUTE WS-LN-INT ROUNDED = WS-LN-BAL * WS-LN-RATE / 1200.
024740     MOVE SPACES TO LS-REC.
024750     MOVE WS-LN-NO TO LS-LOAN-NO.
024760     MOVE WS-LN-K TO LS-INST-NO.
024770     MOVE WS-ID1 TO LS-ID1.
024780     MOVE WS-TD-SPLIT TO LS-DUE-DATE.
024790     MOVE WS-LN-INT TO LS-INT.
024800     IF WS-LN-K = WS-LN-TERM
024810         MOVE WS-LN-BAL TO LS-PRIN
024820     ELSE
024830         SUBTRACT WS-LN-INT FROM WS-LN-INSTAL GIVING LS-PRIN
024840     END-IF.
024850     ADD LS-PRIN WS-LN-INT GIVING LS-AMT.
024860     SUBTRACT LS-PRIN FROM WS-LN-BAL.
024870     MOVE WS-LN-BAL TO LS-BAL.
024880     MOVE "D" TO LS-STS.
024890     MOVE ZERO TO LS-PAID-DATE.
024900     MOVE ZERO TO LS-SEQ.
024910     WRITE LS-REC.
024920 LOAN-SCHED-ROW-EXIT.
024930     EXIT.
024940
024950*--------------------------------------------------------------*
024960* LOAN-DUE-DATE - LEAVES IN WS-TD-SPLIT THE DATE WS-LN-K       *
024970* MONTHS AFTER THE BOOKING DATE IN WS-LN-OPEN-SPLIT.  THE YEAR *
024980* AND MONTH ARE WORKED HERE, SINCE A LOAN CAN RUN PAST TWELVE  *
024990* MONTHS; TD-ADD-TERM WITH A ZERO TERM THEN CLAMPS THE DAY TO  *
025000* THE MONTH END.                                               *
025010*--------------------------------------------------------------*
025020 LOAN-DUE-DATE.
025030     COMPUTE WS-LN-MONTHS = LO-MM - 1 + WS-LN-K.
025040     DIVIDE WS-LN-MONTHS BY 12
025050         GIVING WS-LN-DIV-Q REMAINDER WS-LN-DIV-R.
025060     ADD LO-YY WS-LN-DIV-Q GIVING WS-TD-YY.
025070     ADD 1 WS-LN-DIV-R GIVING WS-TD-MM.
025080     MOVE LO-DD TO WS-TD-DD.
025090     MOVE ZERO TO WS-TD-TERM.
025100     PERFORM TD-ADD-TERM THRU TD-ADD-TERM-EXIT.
025110 LOAN-DUE-DATE-EXIT.
025120     EXIT.
025130
025140*--------------------------------------------------------------*
025150* LOAN-NEXT-NO - LEAVES WS-LN-NO ONE PAST THE HIGHEST LOAN     *
025160* NUMBER ON LOAN.DAT.                                          *
025170*--------------------------------------------------------------*
025180 LOAN-NEXT-NO.
025190     MOVE ZERO TO WS-LN-NO.
025200     MOVE "N" TO WS-LN-EOF-SWITCH.
025210     OPEN INPUT LOAN-FILE.
025220 LOAN-NEXT-NO-SCAN.
025230     READ LOAN-FILE
025240         AT END MOVE "Y" TO WS-LN-EOF-SWITCH
025250     END-READ.
025260     IF LN-EOF
025270         CLOSE LOAN-FILE
025280         ADD 1 TO WS-LN-NO
025290         GO TO LOAN-NEXT-NO-EXIT.
025300     IF LN-NO > WS-LN-NO
025310         MOVE LN-NO TO WS-LN-NO.
025320     GO TO LOAN-NEXT-NO-SCAN.
025330 LOAN-NEXT-NO-EXIT.
025340     EXIT.
025350
025360*--------------------------------------------------------------*
025370* APPR-ROUTE - STANDS IN FRONT OF SUPV-CHECK FOR THE CHANGES A *
025380* TELLER MAY QUEUE FOR APPROVAL (WS-APPR-TYPE SET BY THE       *
025390* CALLER; SPACE MEANS THE CHANGE CANNOT BE QUEUED).  A         *
025400* SUPERVISOR SIGNED ON APPROVES DIRECTLY AS BEFORE.  A TELLER  *
025410* EITHER HAS A SUPERVISOR KEY A PIN HERE (SUPV-CHECK) OR       *
025420* QUEUES THE REQUEST - APPR-QUEUED IS SET AND WS-MAINT-OPER    *
025430* CARRIES THE TELLER, SO THE OPTION TAKES ITS VALUES AS USUAL  *
025440* AND HANDS THEM TO APPR-SUBMIT INSTEAD OF APPLYING THEM.      *
025450* WS-MAINT-OPER COMES BACK SPACE WHEN NEITHER IS CHOSEN.       *
025460*--------------------------------------------------------------*
025470 APPR-ROUTE.
025480     MOVE "N" TO WS-APPR-QUEUE-SWITCH.
025490     IF WS-OPER-CLASS = "S" OR WS-APPR-TYPE = SPACE
025500         PERFORM SUPV-CHECK THRU SUPV-CHECK-EXIT
025510         GO TO APPR-ROUTE-EXIT.
025520     DISPLAY "A - SUPERVISOR APPROVES AT THIS TERMINAL,".
025530     DISPLAY "Q - QUEUE FOR SUPERVISOR APPROVAL,".
025540     DISPLAY "ANY OTHER TO SKIP".
025550     ACCEPT WS-APPR-ROUTE.
025560     IF WS-APPR-ROUTE = 'Q' OR 'q'
025570         MOVE "Y" TO WS-APPR-QUEUE-SWITCH
025580         MOVE WS-OPER-ID TO WS-MAINT-OPER
025590         GO TO APPR-ROUTE-EXIT.
025600     IF WS-APPR-ROUTE = 'A' OR 'a'
025610         PERFORM SUPV-CHECK THRU SUPV-CHECK-EXIT
025620         GO TO APPR-ROUTE-EXIT.
025630     MOVE SPACE TO WS-MAINT-OPER.
025640 APPR-ROUTE-EXIT.
025650     EXIT.
025660
025670*--------------------------------------------------------------*
025680* APPR-SUBMIT - WRITES A PENDING REQUEST OF TYPE WS-APPR-TYPE  *
025690* FOR ACCOUNT WS-APPR-ID1 TO APPRQ.DAT, CARRYING THE VALUES    *
025700* THE TELLER PROPOSED FROM THE SAME WORKING FIELDS THE OPTION  *
025710* WOULD HAVE APPLIED, THE TELLER AS MAKER, THE TELLER'S BRANCH *
025720* AND THE TIME.  NOTHING IS CHANGED ON ANY OTHER FILE UNTIL A  *
025730* SUPERVISOR APPROVES IT.                                      *
025740*--------------------------------------------------------------*
025750 APPR-SUBMIT.
025760     PERFORM APPR-NEXT-NO THRU APPR-NEXT-NO-EXIT.
025770     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
025780     ACCEPT WS-TIME-RAW FROM TIME.
025790     MOVE SPACES TO AQ-REC.
025800     MOVE WS-APPR-NO TO AQ-NO.
025810     MOVE WS-APPR-TYPE TO AQ-TYPE.
025820     MOVE WS-APPR-ID1 TO AQ-ID1.
025830     MOVE WS-OPER-BRANCH TO AQ-BRANCH.
025840     IF AQ-REWRITE
025850         MOVE WS-NAMES TO AQ-RW-NAME
025860         MOVE WS-CC TO AQ-RW-CC.
025870     IF AQ-LIMITS
025880         MOVE WS-TXN-LIMIT TO AQ-LM-TXN
025890         MOVE WS-DAY-LIMIT TO AQ-LM-DAY.
025900     IF AQ-TAX
025910         MOVE WS-APPR-FLAG TO AQ-TX-FLAG.
025920     IF AQ-REVERSE
025930         MOVE WS-REV-SEQ TO AQ-RV-SEQ.
025940     IF AQ-HOLD-PLACE
025950         MOVE WS-AMT TO AQ-HP-AMT
025960         MOVE WS-HOLD-REASON TO AQ-HP-REASON
025970         MOVE WS-HOLD-EXPIRY TO AQ-HP-EXPIRY.
025980     IF AQ-SORD-ADD
025990         MOVE WS-SORD-TYPE TO AQ-SA-TYPE
026000         MOVE WS-AMT TO AQ-SA-AMT
026010         MOVE WS-SORD-FREQ TO AQ-SA-FREQ
026020         MOVE WS-SORD-NEXT TO AQ-SA-NEXT
026030         MOVE WS-SORD-END TO AQ-SA-END.
026040     MOVE WS-OPER-ID TO AQ-MAKER.
026050     MOVE WS-TR-DATE TO AQ-DATE.
026060     MOVE WS-TIME-HHMMSS TO AQ-TIME.
026070     MOVE "P" TO AQ-STS.
026080     MOVE ZERO TO AQ-ACT-DATE.
026090     MOVE ZERO TO AQ-ACT-TIME.
026100     MOVE ZERO TO AQ-SEQ.
026110     OPEN EXTEND APPR-FILE.
026120     WRITE AQ-REC.
026130     CLOSE APPR-FILE.
026140     MOVE "N" TO WS-APPR-QUEUE-SWITCH.
026150     DISPLAY "QUEUED FOR SUPERVISOR APPROVAL - REQUEST NUMBER:".
026160     DISPLAY WS-APPR-NO.
026170 APPR-SUBMIT-EXIT.
026180     EXIT.
026190
026200*--------------------------------------------------------------*
026210* APPR-NEXT-NO - LEAVES WS-APPR-NO ONE PAST THE HIGHEST        *
026220* REQUEST NUMBER ON APPRQ.DAT.                                 *
026230*--------------------------------------------------------------*
026240 APPR-NEXT-NO.
026250     MOVE ZERO TO WS-APPR-NO.
026260     MOVE "N" TO WS-APPR-EOF-SWITCH.
026270     OPEN INPUT APPR-FILE.
026280 APPR-NEXT-NO-SCAN.
026290     READ APPR-FILE
026300         AT END MOVE "Y" TO WS-APPR-EOF-SWITCH
026310     END-READ.
026320     IF APPR-EOF
026330         CLOSE APPR-FILE
026340         ADD 1 TO WS-APPR-NO
026350         GO TO APPR-NEXT-NO-EXIT.
026360     IF AQ-NO > WS-APPR-NO
026370         MOVE AQ-NO TO WS-APPR-NO.
026380     GO TO APPR-NEXT-NO-SCAN.
026390 APPR-NEXT-NO-EXIT.
026400     EXIT.
026410
026420*--------------------------------------------------------------*
026430* APPR-MENU - THE SUPERVISOR'S SIDE OF THE QUEUE (OPTION A).   *
026440* WALKS TODAY'S PENDING REQUESTS FOR THE SUPERVISOR'S OWN      *
026450* BRANCH IN REQUEST ORDER, SHOWING WHAT WAS ASKED FOR AND BY   *
026460* WHOM, AND TAKES A DECISION AND A REASON FOR EACH.  A         *
026470* REJECTION MUST GIVE A REASON.  AN APPROVAL IS APPLIED        *
026480* THROUGH THE SAME CODE THE OPTION RUNS AT THE TELLER'S        *
026490* TERMINAL (APPR-APPLY), WITH THE MAKER IN TR-OPER AND THE     *
026500* APPROVING SUPERVISOR IN TR-OVR ON THE AUDIT ROW.  THE MAKER  *
026510* OF A REQUEST MAY NOT ALSO DECIDE IT.                         *
026520*--------------------------------------------------------------*
026530 APPR-MENU.
026540     IF WS-OPER-CLASS NOT = "S"
026550         DISPLAY "THE APPROVAL QUEUE NEEDS A SUPERVISOR SIGN-ON"
026560         GO TO LOOP.
026570     MOVE ZERO TO WS-APPR-LAST.
026580 APPR-NEXT.
026590     PERFORM APPR-FIND THRU APPR-FIND-EXIT.
026600     IF NOT APPR-FOUND
026610         DISPLAY "NO MORE PENDING REQUESTS FOR THIS BRANCH"
026620         GO TO LOOP.
026630     MOVE WS-APPR-ROW TO AQ-REC.
026640     MOVE AQ-NO TO WS-APPR-LAST.
026650     DISPLAY "------------------------------------".
026660     DISPLAY "REQUEST " AQ-NO " TYPE " AQ-TYPE " FOR ID " AQ-ID1.
026670     DISPLAY "MAKER " AQ-MAKER " SUBMITTED " AQ-DATE " " AQ-TIME.
026680     PERFORM APPR-SHOW THRU APPR-SHOW-EXIT.
026690     IF AQ-MAKER = WS-OPER-ID
026700         DISPLAY "YOUR OWN REQUEST - FOR ANOTHER SUPERVISOR"
026710         GO TO APPR-NEXT.
026720     DISPLAY "A - APPROVE AND APPLY, R - REJECT,".
026730     DISPLAY "N - NEXT REQUEST, ANY OTHER TO LEAVE THE QUEUE".
026740     ACCEPT WS-APPR-ROUTE.
026750     IF WS-APPR-ROUTE = 'N' OR 'n' GO TO APPR-NEXT.
026760     IF WS-APPR-ROUTE NOT = 'A' AND WS-APPR-ROUTE NOT = 'a'
026770         AND WS-APPR-ROUTE NOT = 'R' AND WS-APPR-ROUTE NOT = 'r'
026780         GO TO LOOP.
026790     DISPLAY "ENTER THE REASON FOR THE DECISION".
026800     ACCEPT WS-APPR-REASON.
026810     IF WS-APPR-ROUTE = 'A' OR 'a'
026820         MOVE WS-TRANS-SEQ TO WS-APPR-SEQ-BEFORE
026830         GO TO APPR-APPLY.
026840     IF WS-APPR-REASON = SPACE
026850         DISPLAY "A REJECTION NEEDS A REASON - NOTHING CHANGED"
026860         SUBTRACT 1 FROM WS-APPR-LAST
026870         GO TO APPR-NEXT.
026880     MOVE "J" TO WS-APPR-NEW-STS.
026890     MOVE ZERO TO WS-APPR-SEQ.
026900     PERFORM APPR-UPDATE THRU APPR-UPDATE-EXIT.
026910     DISPLAY "REQUEST REJECTED".
026920     GO TO APPR-NEXT.
026930
026940*--------------------------------------------------------------*
026950* APPR-SHOW - DISPLAYS THE VALUES PROPOSED ON THE REQUEST IN   *
026960* AQ-REC, BY TYPE.                                             *
026970*--------------------------------------------------------------*
026980 APPR-SHOW.
026990     IF AQ-REWRITE
027000         DISPLAY "REWRITE - NEW NAME " AQ-RW-NAME
027010         MOVE AQ-RW-CC TO WS-AMT-ED
027020         DISPLAY "NEW BALANCE " WS-AMT-ED.
027030     IF AQ-CLOSE
027040         DISPLAY "CLOSE THE ACCOUNT".
027050     IF AQ-LIMITS
027060         MOVE AQ-LM-TXN TO WS-AMT-ED
027070         DISPLAY "LIMITS - PER TRANSACTION " WS-AMT-ED
027080         MOVE AQ-LM-DAY TO WS-AMT-ED
027090         DISPLAY "PER DAY " WS-AMT-ED.
027100     IF AQ-TAX
027110         DISPLAY "TAX WITHHOLDING FLAG TO " AQ-TX-FLAG.
027120     IF AQ-REVERSE
027130         DISPLAY "REVERSE TRANS SEQUENCE " AQ-RV-SEQ.
027140     IF AQ-HOLD-PLACE
027150         MOVE AQ-HP-AMT TO WS-AMT-ED
027160         DISPLAY "PLACE HOLD " WS-AMT-ED " " AQ-HP-REASON
027170         DISPLAY "EXPIRING " AQ-HP-EXPIRY.
027180     IF AQ-HOLD-RELEASE
027190         DISPLAY "RELEASE EVERY ACTIVE HOLD".
027200     IF AQ-SORD-ADD
027210         MOVE AQ-SA-AMT TO WS-AMT-ED
027220         DISPLAY "STANDING ORDER " AQ-SA-TYPE " " WS-AMT-ED " "
027230             AQ-SA-FREQ
027240         DISPLAY "FIRST DUE " AQ-SA-NEXT " END " AQ-SA-END.
027250 APPR-SHOW-EXIT.
027260     EXIT.
027270
027280*--------------------------------------------------------------*
027290* APPR-FIND - LEAVES THE NEXT PENDING REQUEST AFTER            *
027300* WS-APPR-LAST FOR THE SIGNED-ON BRANCH IN WS-APPR-ROW AND     *
027310* SETS APPR-FOUND.  A REQUEST FROM AN EARLIER DAY IS LEFT FOR  *
027320* TTAPPR TO EXPIRE.  APPRQ.DAT IS OPTIONAL, SO NO FILE FINDS   *
027330* NOTHING.                                                     *
027340*--------------------------------------------------------------*
027350 APPR-FIND.
027360     MOVE "N" TO WS-APPR-FOUND-SWITCH.
027370     MOVE "N" TO WS-APPR-EOF-SWITCH.
027380     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
027390     OPEN INPUT APPR-FILE.
027400 APPR-FIND-SCAN.
027410     READ APPR-FILE
027420         AT END MOVE "Y" TO WS-APPR-EOF-SWITCH
027430     END-READ.
027440     IF APPR-EOF
027450         CLOSE APPR-FILE
027460         GO TO APPR-FIND-EXIT.
027470     IF AQ-PENDING AND AQ-NO > WS-APPR-LAST
027480         AND AQ-BRANCH = WS-OPER-BRANCH
027490         AND AQ-DATE NOT < WS-TR-DATE
027500         MOVE "Y" TO WS-APPR-FOUND-SWITCH
027510         MOVE AQ-REC TO WS-APPR-ROW
027520         CLOSE APPR-FILE
027530         GO TO APPR-FIND-EXIT.
027540     GO TO APPR-FIND-SCAN.
027550 APPR-FIND-EXIT.
027560     EXIT.
027570
027580*--------------------------------------------------------------*
027590* APPR-APPLY - APPLIES THE APPROVED REQUEST IN AQ-REC BY       *
027600* LOADING ITS VALUES INTO THE OPTION'S WORKING FIELDS AND      *
027610* ENTERING THE OPTION PAST ITS PROMPTS, SO EVERY EDIT THE      *
027620* OPTION MAKES IS PROVED AGAIN AGAINST THE FILES AS THEY STAND *
027630* NOW.  WS-MAINT-OPER CARRIES THE MAKER AND WS-CHECK-OPER THE  *
027640* SUPERVISOR FOR THE AUDIT ROW.  THE OPTION ENDS AT LOOP AS    *
027650* ALWAYS, WHICH COMES BACK TO APPR-AFTER WHILE APPR-APPLYING   *
027660* IS SET.                                                      *
027670*--------------------------------------------------------------*
027680 APPR-APPLY.
027690     MOVE "N" TO WS-APPR-QUEUE-SWITCH.
027700     MOVE "N" TO WS-APPR-DONE-SWITCH.
027710     MOVE "Y" TO WS-APPR-APPLY-SWITCH.
027720     MOVE AQ-MAKER TO WS-MAINT-OPER.
027730     MOVE WS-OPER-ID TO WS-CHECK-OPER.
027740     IF AQ-REVERSE
027750         MOVE AQ-RV-SEQ TO WS-REV-SEQ
027760         GO TO REV-MENU-CHECK.
027770     IF AQ-HOLD-PLACE OR AQ-HOLD-RELEASE OR AQ-SORD-ADD
027780         GO TO APPR-APPLY-FUNDS.
027790     OPEN I-O EMP.
027800     MOVE AQ-ID1 TO ID2.
027810     MOVE ID2 TO ID1.
027820     READ EMP KEY IS ID1
027830         INVALID KEY GO TO MAINT-NOT-FOUND
027840     END-READ.
027850     IF AQ-REWRITE
027860         MOVE AQ-RW-NAME TO WS-NAMES
027870         MOVE AQ-RW-CC TO WS-CC
027880         GO TO MAINT-REWRITE-APPLY.
027890     IF AQ-CLOSE GO TO MAINT-DELETE.
027900     IF AQ-LIMITS
027910         MOVE AQ-LM-TXN TO WS-TXN-LIMIT
027920         MOVE AQ-LM-DAY TO WS-DAY-LIMIT
027930         GO TO MAINT-LIMITS-APPLY.
027940     MOVE AQ-TX-FLAG TO TAX-WHT.
027950     GO TO MAINT-TAX-APPLY.
027960 APPR-APPLY-FUNDS.
027970     OPEN INPUT EMP.
027980     MOVE AQ-ID1 TO WS-HOLD-ID.
027990     MOVE AQ-ID1 TO ID1.
028000     READ EMP KEY IS ID1
028010         INVALID KEY GO TO HOLD-NOT-FOUND
028020     END-READ.
028030     MOVE CC TO WS-ACC.
028040     IF AQ-SORD-ADD AND STS-CLOSED
028050         DISPLAY "ACCOUNT IS CLOSED - NO ORDER TAKEN"
028060         CLOSE EMP
028070         GO TO LOOP.
028080     CLOSE EMP.
028090     IF AQ-HOLD-RELEASE GO TO HOLD-RELEASE.
028100     IF AQ-HOLD-PLACE
028110         MOVE AQ-HP-AMT TO WS-AMT
028120         MOVE AQ-HP-REASON TO WS-HOLD-REASON
028130         MOVE AQ-HP-EXPIRY TO WS-HOLD-EXPIRY
028140         GO TO HOLD-PLACE-APPLY.
028150     MOVE AQ-ID1 TO WS-SORD-ID.
028160     MOVE AQ-SA-TYPE TO WS-SORD-TYPE.
028170     MOVE AQ-SA-AMT TO WS-AMT.
028180     MOVE AQ-SA-FREQ TO WS-SORD-FREQ.
028190     MOVE AQ-SA-NEXT TO WS-SORD-NEXT.
028200     MOVE AQ-SA-END TO WS-SORD-END.
028210     GO TO SORD-ADD-APPLY.
028220
028230*--------------------------------------------------------------*
028240* APPR-AFTER - REACHED FROM LOOP WHEN AN APPROVED REQUEST HAS  *
028250* BEEN THROUGH ITS OPTION.  APPLIED, THE REQUEST GOES TO A     *
028260* WITH THE SUPERVISOR, THE REASON AND THE LAST TR-SEQ IT       *
028270* POSTED; REFUSED BY AN EDIT (THE OPTION HAS ALREADY SAID      *
028280* WHY), IT STAYS PENDING AND IS SHOWN AGAIN SO THE SUPERVISOR  *
028290* CAN REJECT IT.                                               *
028300*--------------------------------------------------------------*
028310 APPR-AFTER.
028320     MOVE "N" TO WS-APPR-APPLY-SWITCH.
028330     MOVE SPACE TO WS-CHECK-OPER.
028340     IF NOT APPR-APPLIED
028350         DISPLAY "REQUEST NOT APPLIED - IT STAYS PENDING"
028360         SUBTRACT 1 FROM WS-APPR-LAST
028370         GO TO APPR-NEXT.
028380     MOVE "A" TO WS-APPR-NEW-STS.
028390     IF WS-TRANS-SEQ > WS-APPR-SEQ-BEFORE
028400         MOVE WS-TRANS-SEQ TO WS-APPR-SEQ
028410     ELSE
028420         MOVE ZERO TO WS-APPR-SEQ
028430     END-IF.
028440     PERFORM APPR-UPDATE THRU APPR-UPDATE-EXIT.
028450     DISPLAY "REQUEST APPROVED AND APPLIED".
028460     GO TO APPR-NEXT.
028470
028480*--------------------------------------------------------------*
028490* APPR-UPDATE - RECORDS THE DECISION (WS-APPR-NEW-STS) ON      *
028500* REQUEST WS-APPR-LAST WITH THE SUPERVISOR, THE TIME,          *
028510* WS-APPR-SEQ AND THE REASON, THROUGH THE APPRWRK.DAT WORK     *
028520* FILE - THE SAME COPY-AND-REWRITE PATTERN HOLD-RELEASE USES.  *
028530* ONLY A ROW STILL PENDING IS TOUCHED.                         *
028540*--------------------------------------------------------------*
028550 APPR-UPDATE.
028560     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
028570     ACCEPT WS-TIME-RAW FROM TIME.
028580     MOVE "N" TO WS-APPR-EOF-SWITCH.
028590     MOVE "N" TO WS-AWRK-EOF-SWITCH.
028600     OPEN INPUT APPR-FILE.
028610     OPEN OUTPUT APPR-WRK.
028620 APPR-UPDATE-SCAN.
028630     READ APPR-FILE
028640         AT END MOVE "Y" TO WS-APPR-EOF-SWITCH
028650     END-READ.
028660     IF APPR-EOF GO TO APPR-UPDATE-COPY.
028670     IF AQ-NO = WS-APPR-LAST AND AQ-PENDING
028680         MOVE WS-APPR-NEW-STS TO AQ-STS
028690         MOVE WS-OPER-ID TO AQ-CHECKER
028700         MOVE WS-TR-DATE TO AQ-ACT-DATE
028710         MOVE WS-TIME-HHMMSS TO AQ-ACT-TIME
028720         MOVE WS-APPR-SEQ TO AQ-SEQ
028730         MOVE WS-APPR-REASON TO AQ-REASON.
028740     WRITE AWRK-REC FROM AQ-REC.
028750     GO TO APPR-UPDATE-SCAN.
028760 APPR-UPDATE-COPY.
028770     CLOSE APPR-FILE.
028780     CLOSE APPR-WRK.
028790     OPEN INPUT APPR-WRK.
028800     OPEN OUTPUT APPR-FILE.
028810 APPR-UPDATE-BACK.
028820     READ APPR-WRK
028830         AT END MOVE "Y" TO WS-AWRK-EOF-SWITCH
028840     END-READ.
028850     IF AWRK-EOF GO TO APPR-UPDATE-DONE.
028860     WRITE AQ-REC FROM AWRK-REC.
028870     GO TO APPR-UPDATE-BACK.
028880 APPR-UPDATE-DONE.
028890     CLOSE APPR-WRK.
028900     CLOSE APPR-FILE.
028910 APPR-UPDATE-EXIT.
028920     EXIT.
028930
029000*--------------------------------------------------------------*
029010* VALUE-DATE - SETS WS-VALUE-DATE, THE BUSINESS DAY A POSTING  *
029020* TAKEN NOW COUNTS FOR, FROM TTBDATE (WS-TR-DATE AND THE TIME  *
029030* JUST TAKEN) - THE SAME DAY BEFORE THE CALPOL.CPY CUTOFF ON A *
029040* BUSINESS DAY, OTHERWISE THE NEXT BUSINESS DAY.  THE TELLER   *
029050* IS TOLD WHEN IT IS NOT TODAY.                                *
029070*--------------------------------------------------------------*
029080 VALUE-DATE.
029090     MOVE "V" TO BD-FUNC.
029100     MOVE WS-TR-DATE TO BD-DATE.
029110     MOVE WS-TIME-HHMMSS TO BD-TIME.
029120     CALL "TTBDATE" USING BD-PARMS.
029130     MOVE BD-RESULT TO WS-VALUE-DATE.
029140     IF WS-VALUE-DATE NOT = WS-TR-DATE
029150         DISPLAY "POSTED AFTER CUTOFF OR ON A CLOSED DAY - VALUE "
029160             "DATE " WS-VALUE-DATE.
029170 VALUE-DATE-EXIT.
029180     EXIT.
029190
029200*--------------------------------------------------------------*
029210* REV-LINK-CHECK - SETS REV-LINKED WHEN THE ROW REV-MENU IS    *
029220* ABOUT TO REVERSE BELONGS TO A TERM DEPOSIT OR A STAFF LOAN:  *
029230* A TTLOAN INSTALMENT, A TTTDMAT PAYOUT, A DEPOSIT'S FUNDING W *
029240* OR EARLY-BREAK D (TR-REF = TD-FUND-SEQ ON TDEP.DAT), OR A    *
029250* LOAN DISBURSEMENT (TR-REF = LN-DISB-SEQ ON LOAN.DAT).        *
029260* BACKING ONE OUT HERE WOULD LEAVE THOSE FILES OUT OF STEP     *
029270* WITH EMP.DAT.  A TELLER TRANSFER LEG CARRIES A TR-REF TOO    *
029280* BUT IS ON NEITHER FILE, SO IT STAYS REVERSIBLE.              *
029290*--------------------------------------------------------------*
029300 REV-LINK-CHECK.
029310     MOVE "N" TO WS-REV-LINK-SWITCH.
029320     IF WS-REV-OPER = "TTLOAN" OR WS-REV-OPER = "TTTDMAT"
029330         MOVE "Y" TO WS-REV-LINK-SWITCH
029340         GO TO REV-LINK-CHECK-EXIT.
029350     IF WS-REV-REF = ZERO
029360         GO TO REV-LINK-CHECK-EXIT.
029370     MOVE "N" TO WS-TD-EOF-SWITCH.
029380     OPEN INPUT TD-FILE.
029390 REV-LINK-TD-SCAN.
029400     READ TD-FILE
029410         AT END MOVE "Y" TO WS-TD-EOF-SWITCH
029420     END-READ.
029430     IF TD-EOF
029440         CLOSE TD-FILE
029450         GO TO REV-LINK-LOAN.
029460     IF TD-FUND-SEQ = WS-REV-REF
029470         MOVE "Y" TO WS-REV-LINK-SWITCH
029480         CLOSE TD-FILE
029490         GO TO REV-LINK-CHECK-EXIT.
029500     GO TO REV-LINK-TD-SCAN.
029510 REV-LINK-LOAN.
029520     MOVE "N" TO WS-LN-EOF-SWITCH.
029530     OPEN INPUT LOAN-FILE.
029540 REV-LINK-LOAN-SCAN.
029550     READ LOAN-FILE
029560         AT END MOVE "Y" TO WS-LN-EOF-SWITCH
029570     END-READ.
029580     IF LN-EOF
029590         CLOSE LOAN-FILE
029600         GO TO REV-LINK-CHECK-EXIT.
029610     IF LN-DISB-SEQ = WS-REV-REF
029620         MOVE "Y" TO WS-REV-LINK-SWITCH
029630         CLOSE LOAN-FILE
029640         GO TO REV-LINK-CHECK-EXIT.
029650     GO TO REV-LINK-LOAN-SCAN.
029660 REV-LINK-CHECK-EXIT.
029670     EXIT.
