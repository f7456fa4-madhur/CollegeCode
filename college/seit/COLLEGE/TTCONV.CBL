002290*                    DEFAULTS APPLY).                           *
002292*   09/03/2026 RS    CONVERTED RECORDS COME OUT WITH BRANCH AND *
002294*                    TR-BRANCH ZERO - THE ORIGINAL CAMPUS.      *
002295*   10/15/2026 RS    CONVERTED TRANS ROWS COME OUT WITH         *
002296*                    TR-VALUE-DATE EQUAL TO TR-DATE.            *
002300*--------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
017620     MOVE ZERO TO TR-TIME.
017640     MOVE ZERO TO TR-REF.
017660     MOVE ZERO TO TR-BRANCH.
017680     MOVE OLD-TR-DATE TO TR-VALUE-DATE.
017700     WRITE TRANS-REC.
017800     ADD 1 TO WS-TR-COUNT.
017900 2100-EXIT.
