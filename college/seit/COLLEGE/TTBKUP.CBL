002010*   09/03/2026 RS    BKUP-REC WIDENED TO 103 FOR THE TXN-LIMIT  *
002020*                    AND DAY-LIMIT FIELDS ADDED TO STDREC.CPY,  *
002030*                    THEN TO 109 FOR THE BRANCH CODE.           *
002040*   10/15/2026 RS    BKUP-REC AND WS-STD-HOLD WIDENED TO 114   *
002041*                    FOR THE TAX-WHT WITHHOLDING FLAG ADDED TO *
002042*                    STDREC.CPY.                               *
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
004300 FD  BKUP-FILE
004400     LABEL RECORD IS STANDARD.
004500
004600 01  BKUP-REC                    PIC X(114).
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-SWITCHES.
007400     02  WS-V-AMT                PIC 9(11)V99 COMP VALUE ZERO.
007500     02  WS-V-CC                 PIC 9(11)V99 COMP VALUE ZERO.
007600
007700 01  WS-STD-HOLD                 PIC X(114).
007800
007900 01  TRAILER-REC.
008000     02  TRL-MARK                PIC X(09).
