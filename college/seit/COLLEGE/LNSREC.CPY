000100*--------------------------------------------------------------*
000200* LNSREC - STAFF LOAN REPAYMENT SCHEDULE RECORD LAYOUT FOR     *
000300* LNSCHED.DAT.  ONE ROW PER INSTALMENT, WRITTEN FOR THE WHOLE  *
000400* TERM WHEN TT BOOKS THE LOAN (LOANREC.CPY), SO A LOAN'S ROWS  *
000500* SIT TOGETHER IN INSTALMENT ORDER.  LS-AMT IS THE INSTALMENT, *
000600* SPLIT INTO LS-INT (A MONTH'S INTEREST ON THE SCHEDULED       *
000700* BALANCE) AND LS-PRIN; LS-BAL IS THE SCHEDULED PRINCIPAL LEFT *
000800* AFTER IT.  THE LAST INSTALMENT TAKES THE ROUNDING.  LS-STS   *
000900* IS D DUE (NOT YET COLLECTED), P PAID OR M MISSED - A MISSED  *
001000* INSTALMENT STAYS IN ARREARS AND TTLOAN TRIES IT AGAIN,       *
001100* OLDEST FIRST, ON EVERY LATER RUN.  LS-PAID-DATE AND LS-SEQ   *
001200* RECORD THE COLLECTING RUN AND ITS W ROW ON TRANS.DAT.        *
001300*--------------------------------------------------------------*
001400 01  LS-REC.
001500     02  LS-LOAN-NO              PIC 9(06).
001600     02  FILLER                  PIC X(04).
001700     02  LS-INST-NO              PIC 9(03).
001800     02  FILLER                  PIC X(04).
001900     02  LS-ID1                  PIC 9(04).
002000     02  FILLER                  PIC X(04).
002100     02  LS-DUE-DATE             PIC 9(08).
002200     02  FILLER                  PIC X(04).
002300     02  LS-AMT                  PIC 9(07)V99.
002400     02  FILLER                  PIC X(04).
002500     02  LS-INT                  PIC 9(07)V99.
002600     02  FILLER                  PIC X(04).
002700     02  LS-PRIN                 PIC 9(07)V99.
002800     02  FILLER                  PIC X(04).
002900     02  LS-BAL                  PIC 9(07)V99.
003000     02  FILLER                  PIC X(04).
003100     02  LS-STS                  PIC X(01).
003200         88  LS-DUE                          VALUE "D".
003300         88  LS-PAID                         VALUE "P".
003400         88  LS-MISSED                       VALUE "M".
003500     02  FILLER                  PIC X(04).
003600     02  LS-PAID-DATE            PIC 9(08).
003700     02  FILLER                  PIC X(04).
003800     02  LS-SEQ                  PIC 9(06).
