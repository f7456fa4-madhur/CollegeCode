000100*--------------------------------------------------------------*
000200* AMLREC - SUSPICIOUS ACTIVITY CASE RECORD LAYOUT FOR          *
000300* AMLCASE.DAT.  ONE ROW PER ALERT RAISED BY THE TTAML          *
000400* MONITORING RUN AND WORKED BY COMPLIANCE THROUGH TTAMLM.      *
000500* AML-PATTERN IS WHAT TRIPPED IT - S STRUCTURING (REPEATED     *
000600* DEPOSITS JUST UNDER LIM-RPT-THRESHOLD), T TURNAROUND (MONEY  *
000700* IN AND STRAIGHT BACK OUT), D DORMANT DRAIN (REACTIVATED AND  *
000800* THEN EMPTIED) OR O OPERATOR (ONE TR-OPER CORRECTING OR       *
000900* REVERSING ACROSS MANY ACCOUNTS).  AN O CASE CARRIES THE      *
001000* OPERATOR IN AML-OPER AND ZERO IN AML-ID1; EVERY OTHER CASE   *
001100* CARRIES THE ACCOUNT AND SPACES IN AML-OPER.  AML-AMT,        *
001200* AML-COUNT AND AML-FROM/AML-TO DESCRIBE THE ROWS BEHIND THE   *
001300* ALERT.  AML-STS STARTS AT O (OPEN) AND MOVES THROUGH U       *
001400* (UNDER REVIEW) TO C (CLEARED) OR R (REPORTED); WHILE A CASE  *
001500* IS OPEN OR UNDER REVIEW TTAML RAISES NO SECOND CASE FOR THE  *
001600* SAME ACCOUNT (OR OPERATOR) AND PATTERN.  AML-REVIEWER,       *
001700* AML-UPD-DATE AND AML-NOTES ARE SET BY TTAMLM ON EVERY STATUS *
001800* CHANGE.                                                      *
001900*--------------------------------------------------------------*
002000 01  AML-REC.
002100     02  AML-CASE                PIC 9(06).
002200     02  FILLER                  PIC X(04).
002300     02  AML-ID1                 PIC 9(04).
002400     02  FILLER                  PIC X(04).
002500     02  AML-PATTERN             PIC X(01).
002600         88  AML-STRUCTURING                 VALUE "S".
002700         88  AML-TURNAROUND                  VALUE "T".
002800         88  AML-DRAIN                       VALUE "D".
002900         88  AML-OPERATOR                    VALUE "O".
003000     02  FILLER                  PIC X(04).
003100     02  AML-OPER                PIC X(08).
003200     02  FILLER                  PIC X(04).
003300     02  AML-AMT                 PIC 9(07)V99.
003400     02  FILLER                  PIC X(04).
003500     02  AML-COUNT               PIC 9(04).
003600     02  FILLER                  PIC X(04).
003700     02  AML-FROM                PIC 9(08).
003800     02  FILLER                  PIC X(04).
003900     02  AML-TO                  PIC 9(08).
004000     02  FILLER                  PIC X(04).
004100     02  AML-STS                 PIC X(01).
004200         88  AML-OPEN                        VALUE "O".
004300         88  AML-UNDER-REVIEW                VALUE "U".
004400         88  AML-CLEARED                     VALUE "C".
004500         88  AML-REPORTED                    VALUE "R".
004600         88  AML-LIVE                        VALUE "O" "U".
004700     02  FILLER                  PIC X(04).
004800     02  AML-RAISED              PIC 9(08).
004900     02  FILLER                  PIC X(04).
005000     02  AML-REVIEWER            PIC X(08).
005100     02  FILLER                  PIC X(04).
005200     02  AML-UPD-DATE            PIC 9(08).
005300     02  FILLER                  PIC X(04).
005400     02  AML-NOTES               PIC X(40).
