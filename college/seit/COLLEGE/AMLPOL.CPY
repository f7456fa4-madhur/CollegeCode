000100*--------------------------------------------------------------*
000200* AMLPOL - HOUSE SUSPICIOUS ACTIVITY MONITORING POLICY FOR THE *
000300* TTAML RUN.  AML-WINDOW-DAYS IS THE ROLLING WINDOW SCANNED    *
000400* BACK FROM THE RUN DATE ACROSS TRANS.DAT AND THE TTMONTH      *
000500* ARCHIVES.  STRUCTURING - AML-STRUCT-COUNT OR MORE STANDALONE *
000600* D ROWS ON ONE ACCOUNT IN THE WINDOW, EACH UNDER              *
000700* LIM-RPT-THRESHOLD (LIMITS.CPY) BUT AT LEAST AML-STRUCT-PCT   *
000800* PERCENT OF IT.  TURNAROUND - A DEPOSIT OF AT LEAST           *
000900* AML-TURN-MIN FOLLOWED WITHIN AML-TURN-DAYS BY WITHDRAWALS OF *
001000* AT LEAST AML-TURN-PCT PERCENT OF IT.  DORMANT DRAIN -        *
001100* WITHDRAWALS WITHIN AML-DRAIN-DAYS OF A REACTIVATION OF AT    *
001200* LEAST AML-DRAIN-PCT PERCENT OF THE BALANCE AT REACTIVATION   *
001300* PLUS ANY CREDITS SINCE.  OPERATOR - ONE TR-OPER POSTING      *
001400* CORRECTIONS OR REVERSALS ON AML-OPER-ACCTS OR MORE DIFFERENT *
001500* ACCOUNTS IN THE WINDOW.  CHANGE THE VALUES HERE AND          *
001600* RECOMPILE TTAML.                                             *
001700*--------------------------------------------------------------*
001800 01  AML-POLICY.
001900     02  AML-WINDOW-DAYS         PIC 9(03)   VALUE 30.
002000     02  AML-STRUCT-COUNT        PIC 9(03)   VALUE 3.
002100     02  AML-STRUCT-PCT          PIC 9(03)   VALUE 90.
002200     02  AML-TURN-MIN            PIC 9(07)V99 VALUE 1000.00.
002300     02  AML-TURN-DAYS           PIC 9(03)   VALUE 3.
002400     02  AML-TURN-PCT            PIC 9(03)   VALUE 80.
002500     02  AML-DRAIN-DAYS          PIC 9(03)   VALUE 14.
002600     02  AML-DRAIN-PCT           PIC 9(03)   VALUE 80.
002700     02  AML-OPER-ACCTS          PIC 9(03)   VALUE 10.
