002597*   09/03/2026 RS    ARCH-REC AND WRK-REC WIDENED TO 101 FOR   *
002598*                    THE TR-OVR OVERRIDE STAMP ON TRANSREC.CPY,*
002599*                    THEN TO 107 FOR THE TR-BRANCH STAMP.      *
002604*   10/15/2026 RS    TYPE F (SERVICE CHARGE, POSTED BY TTFEE)  *
002609*                    ROLLS UP IN ITS OWN FEE COUNT/SUM COLUMNS *
002614*                    SO FEE INCOME SHOWS PER ACCOUNT.          *
002619*   10/15/2026 RS    TYPE Q (CHEQUE PAID BY TTCLEAR) ROLLS UP  *
002624*                    WITH THE WITHDRAWALS - A CLEARED CHEQUE   *
002629*                    IS MONEY THE MEMBER DREW.                 *
002634*   10/15/2026 RS    TYPE T (TAX WITHHELD ON INTEREST BY       *
002639*                    TTINT) ROLLS UP IN ITS OWN TAX COUNT/SUM  *
002644*                    COLUMNS BESIDE THE INTEREST, SO TTYEAR    *
002649*                    CAN TIE ITS YEAR-END CERTIFICATES BACK TO *
002654*                    THE MONTHLY SUMMARIES.                    *
002659*   10/15/2026 RS    THE SUMM-REC LAYOUT MOVES OUT TO          *
002664*                    SUMMREC.CPY SO TTYEAR READS THE SUMMARIES *
002669*                    THROUGH THE SAME LAYOUT.                  *
002674*   10/15/2026 RS    ARCH-REC AND WRK-REC WIDENED TO 119 FOR   *
002679*                    THE TR-VALUE-DATE STAMP ON TRANSREC.CPY.  *
002684*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005600 FD  ARCH-OUT
005700     LABEL RECORD IS STANDARD.
005900
006000 01  ARCH-REC                    PIC X(119).
006100
006200 FD  SUMM-OUT
006300     LABEL RECORD IS STANDARD.
006500
006600     COPY "SUMMREC.CPY".
008000
008100 FD  WRK-FILE
008200     LABEL RECORD IS STANDARD
008300     VALUE OF FILE-ID IS "TRANSWRK.DAT".
008400
008500 01  WRK-REC                     PIC X(119).
008600
008700 FD  CKPT-FILE
008800     LABEL RECORD IS STANDARD
014040         03  SU-INT-AMT          PIC 9(09)V99.
014060         03  SU-REV-COUNT        PIC 9(04).
014080         03  SU-REV-AMT          PIC 9(09)V99.
014085         03  SU-FEE-COUNT        PIC 9(04).
014090         03  SU-FEE-AMT          PIC 9(09)V99.
014092         03  SU-TAX-COUNT        PIC 9(04).
014094         03  SU-TAX-AMT          PIC 9(09)V99.
014100
014200 PROCEDURE DIVISION.
014300*--------------------------------------------------------------*
021300
021400*--------------------------------------------------------------*
021500* 2200-ROLL-UP - ROLLS THE CURRENT TRANS-REC INTO ITS ACCOUNT'S*
021600* SUMMARY ENTRY.  D, W, I, V, F AND T CARRY THEIR TR-AMT IN    *
021700* THEIR OWN COLUMNS (Q, A CLEARED CHEQUE, GOES WITH THE W);    *
021710* C, X AND THE ADMINISTRATIVE H/R HOLD ROWS ARE COUNTED AS     *
021750* CORRECTIONS.                                                 *
021800*--------------------------------------------------------------*
021900 2200-ROLL-UP.
022000     PERFORM 5500-FIND-ID THRU 5500-EXIT.
022500         ADD TR-AMT TO SU-DEP-AMT (WS-SUB)
022600     ELSE
022700         IF TR-TYPE = "W" OR TR-TYPE = "w"
022710                 OR TR-TYPE = "Q" OR TR-TYPE = "q"
022800             ADD 1 TO SU-WDL-COUNT (WS-SUB)
022900             ADD TR-AMT TO SU-WDL-AMT (WS-SUB)
023000         ELSE
023100                     ADD 1 TO SU-REV-COUNT (WS-SUB)
023110                     ADD TR-AMT TO SU-REV-AMT (WS-SUB)
023120                 ELSE
023122                     IF TR-TYPE = "F" OR TR-TYPE = "f"
023124                         ADD 1 TO SU-FEE-COUNT (WS-SUB)
023126                         ADD TR-AMT TO SU-FEE-AMT (WS-SUB)
023128                     ELSE
023129                         IF TR-TYPE = "T" OR TR-TYPE = "t"
023130                             ADD 1 TO SU-TAX-COUNT (WS-SUB)
023131                             ADD TR-AMT TO SU-TAX-AMT (WS-SUB)
023132                         ELSE
023133                             ADD 1 TO SU-COR-COUNT (WS-SUB)
023200                             ADD TR-AMT TO SU-COR-AMT (WS-SUB)
023202                         END-IF
023205                     END-IF
023210                 END-IF
023220             END-IF
023300         END-IF
025840     MOVE SU-INT-AMT (WS-SUB) TO SM-INT-AMT.
025860     MOVE SU-REV-COUNT (WS-SUB) TO SM-REV-COUNT.
025880     MOVE SU-REV-AMT (WS-SUB) TO SM-REV-AMT.
025890     MOVE SU-FEE-COUNT (WS-SUB) TO SM-FEE-COUNT.
025895     MOVE SU-FEE-AMT (WS-SUB) TO SM-FEE-AMT.
025896     MOVE SU-TAX-COUNT (WS-SUB) TO SM-TAX-COUNT.
025897     MOVE SU-TAX-AMT (WS-SUB) TO SM-TAX-AMT.
025900     WRITE SUMM-REC.
026000 3100-EXIT.
026100     EXIT.
034160     MOVE ZERO TO SU-INT-AMT (WS-SUB).
034170     MOVE ZERO TO SU-REV-COUNT (WS-SUB).
034180     MOVE ZERO TO SU-REV-AMT (WS-SUB).
034185     MOVE ZERO TO SU-FEE-COUNT (WS-SUB).
034190     MOVE ZERO TO SU-FEE-AMT (WS-SUB).
034192     MOVE ZERO TO SU-TAX-COUNT (WS-SUB).
034194     MOVE ZERO TO SU-TAX-AMT (WS-SUB).
034200     MOVE ZERO TO SU-DEP-COUNT (WS-SUB).
034300     MOVE ZERO TO SU-DEP-AMT (WS-SUB).
034400     MOVE ZERO TO SU-WDL-COUNT (WS-SUB).
