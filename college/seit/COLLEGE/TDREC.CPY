000100*--------------------------------------------------------------*
000200* TDREC - TERM DEPOSIT RECORD LAYOUT FOR TDEP.DAT.  ONE ROW PER*
000300* DEPOSIT, OPENED FROM TT'S TERM DEPOSIT OPTION AND FUNDED BY A*
000400* W ROW OUT OF THE OWNING ACCOUNT TD-ID1.  TD-TERM IS THE TERM *
000500* IN MONTHS (3, 6 OR 12) AND TD-RATE THE ANNUAL RATE IN PERCENT*
000600* TAKEN FROM THE RATE BOARD IN TDPOL.CPY ON THE OPENING DAY.   *
000700* TD-MAT-DATE IS TD-OPEN-DATE PLUS THE TERM (DAY CLAMPED TO THE*
000800* MONTH END).  TD-ROLL Y ASKS THE DAILY TTTDMAT RUN TO BOOK THE*
000900* PRINCIPAL AGAIN FOR THE SAME TERM AT MATURITY AND PAY ONLY   *
001000* THE INTEREST OUT; N PAYS PRINCIPAL AND INTEREST BACK TO THE  *
001100* ACCOUNT.  STATUS IS A ACTIVE, M MATURED AND PAID OUT, OR B   *
001200* BROKEN EARLY UNDER SUPERVISOR APPROVAL; TD-CLOSE-DATE IS THE *
001300* DAY IT WENT TO M OR B.  TD-FUND-SEQ IS THE TR-SEQ OF THE     *
001400* FUNDING W ROW - THAT ROW CARRIES ITS OWN SEQUENCE IN TR-REF, *
001500* AND EVERY PAYOUT D ROW CARRIES THE SAME REFERENCE, SO THE    *
001600* LEGS OF A DEPOSIT TIE TOGETHER ON TRANS.DAT THE WAY THE LEGS *
001700* OF A TRANSFER DO.  TD-BRANCH IS THE ACCOUNT'S BRANCH FOR THE *
001800* LIABILITY BREAKS ON TTRPT AND TTGLFEED.                      *
001900*--------------------------------------------------------------*
002000 01  TD-REC.
002100     02  TD-NO                   PIC 9(06).
002200     02  FILLER                  PIC X(04).
002300     02  TD-ID1                  PIC 9(04).
002400     02  FILLER                  PIC X(04).
002500     02  TD-PRINCIPAL            PIC 9(07)V99.
002600     02  FILLER                  PIC X(04).
002700     02  TD-RATE                 PIC 9(02)V99.
002800     02  FILLER                  PIC X(04).
002900     02  TD-TERM                 PIC 9(02).
003000     02  FILLER                  PIC X(04).
003100     02  TD-OPEN-DATE            PIC 9(08).
003200     02  FILLER                  PIC X(04).
003300     02  TD-MAT-DATE             PIC 9(08).
003400     02  FILLER                  PIC X(04).
003500     02  TD-ROLL                 PIC X(01).
003600         88  TD-ROLLOVER                     VALUE "Y".
003700     02  FILLER                  PIC X(04).
003800     02  TD-STS                  PIC X(01).
003900         88  TD-ACTIVE                       VALUE "A".
004000         88  TD-MATURED                      VALUE "M".
004100         88  TD-BROKEN                       VALUE "B".
004200     02  FILLER                  PIC X(04).
004300     02  TD-CLOSE-DATE           PIC 9(08).
004400     02  FILLER                  PIC X(04).
004500     02  TD-FUND-SEQ             PIC 9(06).
004600     02  FILLER                  PIC X(04).
004700     02  TD-BRANCH               PIC 9(02).
004800     02  FILLER                  PIC X(04).
004900     02  TD-OPER                 PIC X(08).
