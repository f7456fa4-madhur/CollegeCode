000100*--------------------------------------------------------------*
000200* LOANREC - STAFF LOAN MASTER RECORD LAYOUT FOR LOAN.DAT.  ONE *
000300* ROW PER LOAN, BOOKED THROUGH THE SUPERVISED L OPTION IN TT   *
000400* AT THE RATE IN LNPOL.CPY AND REPAID BY THE DAILY TTLOAN      *
000500* BATCH.  LN-INSTAL IS THE LEVEL MONTHLY INSTALMENT; THE SPLIT *
000600* OF EACH INSTALMENT INTO INTEREST AND PRINCIPAL IS ON THE     *
000700* REPAYMENT SCHEDULE LNSCHED.DAT (LNSREC.CPY), GENERATED AT    *
000800* BOOKING.  LN-OUTSTANDING IS THE PRINCIPAL STILL OWED.        *
000900* LN-STS IS A ACTIVE OR R REPAID.  LN-NEXT-DUE IS THE NEXT     *
001000* INSTALMENT NOT YET DUE (ZERO WHEN NONE ARE LEFT);            *
001100* LN-ARREARS-DATE IS THE DUE DATE OF THE OLDEST MISSED         *
001200* INSTALMENT AND LN-ARREARS-AMT THE TOTAL MISSED (BOTH ZERO    *
001300* WHEN THE LOAN IS UP TO DATE) - TTLOAN RESETS ALL THREE FROM  *
001400* THE SCHEDULE ON EVERY RUN AND THE TTLNAGE DELINQUENCY REPORT *
001500* AGES FROM LN-ARREARS-DATE.  LN-DISB-SEQ IS THE TR-SEQ OF THE *
001600* DISBURSEMENT D ROW, WHICH CARRIES ITS OWN SEQUENCE IN        *
001700* TR-REF; EVERY REPAYMENT W ROW CARRIES THE SAME REFERENCE, SO *
001800* THE LOAN'S LEGS TIE TOGETHER.  LN-BRANCH IS THE ACCOUNT'S    *
001900* BRANCH AT BOOKING; LN-SUPV THE APPROVING SUPERVISOR.         *
002000*--------------------------------------------------------------*
002100 01  LN-REC.
002200     02  LN-NO                   PIC 9(06).
002300     02  FILLER                  PIC X(04).
002400     02  LN-ID1                  PIC 9(04).
002500     02  FILLER                  PIC X(04).
002600     02  LN-PRINCIPAL            PIC 9(07)V99.
002700     02  FILLER                  PIC X(04).
002800     02  LN-RATE                 PIC 9(02)V99.
002900     02  FILLER                  PIC X(04).
003000     02  LN-TERM                 PIC 9(03).
003100     02  FILLER                  PIC X(04).
003200     02  LN-INSTAL               PIC 9(07)V99.
003300     02  FILLER                  PIC X(04).
003400     02  LN-NEXT-DUE             PIC 9(08).
003500     02  FILLER                  PIC X(04).
003600     02  LN-OUTSTANDING          PIC 9(07)V99.
003700     02  FILLER                  PIC X(04).
003800     02  LN-STS                  PIC X(01).
003900         88  LN-ACTIVE                       VALUE "A".
004000         88  LN-REPAID                       VALUE "R".
004100     02  FILLER                  PIC X(04).
004200     02  LN-OPEN-DATE            PIC 9(08).
004300     02  FILLER                  PIC X(04).
004400     02  LN-DISB-SEQ             PIC 9(06).
004500     02  FILLER                  PIC X(04).
004600     02  LN-BRANCH               PIC 9(02).
004700     02  FILLER                  PIC X(04).
004800     02  LN-SUPV                 PIC X(08).
004900     02  FILLER                  PIC X(04).
005000     02  LN-PAID-CNT             PIC 9(03).
005100     02  FILLER                  PIC X(04).
005200     02  LN-ARREARS-DATE         PIC 9(08).
005300     02  FILLER                  PIC X(04).
005400     02  LN-ARREARS-AMT          PIC 9(07)V99.
005500     02  FILLER                  PIC X(04).
005600     02  LN-INT-PAID             PIC 9(07)V99.
