000100*--------------------------------------------------------------*
000200* SUMMREC - MONTHLY PER-ACCOUNT SUMMARY RECORD LAYOUT FOR THE  *
000300* SUMM-YYYYMM.DAT FILES TTMONTH WRITES AS IT ARCHIVES A MONTH. *
000400* SHARED BY TTMONTH AND TTYEAR SO THE YEAR-END CERTIFICATES    *
000500* TIE BACK TO THE SAME FIGURES.  ONE ROW PER TR-ID1 SEEN IN    *
000600* THE MONTH, A COUNT AND A SUM OF TR-AMT PER TYPE GROUP -      *
000700* DEPOSITS, WITHDRAWALS (WITH Q CHEQUES), CORRECTIONS (C, X,   *
000800* H, R AND ANY OTHER TYPE), I INTEREST, V REVERSALS, F SERVICE *
000900* CHARGES AND T TAX WITHHELD ON INTEREST.  A SUMMARY WRITTEN   *
001000* BEFORE A COLUMN WAS ADDED READS WITH THAT COLUMN SPACE-      *
001100* FILLED, SO READERS TEST NUMERIC FIRST.                       *
001200*--------------------------------------------------------------*
001300 01  SUMM-REC.
001400     02  SM-ID1                  PIC 9(04).
001500     02  FILLER                  PIC X(04).
001600     02  SM-DEP-COUNT            PIC 9(04).
001700     02  FILLER                  PIC X(04).
001800     02  SM-DEP-AMT              PIC 9(09)V99.
001900     02  FILLER                  PIC X(04).
002000     02  SM-WDL-COUNT            PIC 9(04).
002100     02  FILLER                  PIC X(04).
002200     02  SM-WDL-AMT              PIC 9(09)V99.
002300     02  FILLER                  PIC X(04).
002400     02  SM-COR-COUNT            PIC 9(04).
002500     02  FILLER                  PIC X(04).
002600     02  SM-COR-AMT              PIC 9(09)V99.
002700     02  FILLER                  PIC X(04).
002800     02  SM-INT-COUNT            PIC 9(04).
002900     02  FILLER                  PIC X(04).
003000     02  SM-INT-AMT              PIC 9(09)V99.
003100     02  FILLER                  PIC X(04).
003200     02  SM-REV-COUNT            PIC 9(04).
003300     02  FILLER                  PIC X(04).
003400     02  SM-REV-AMT              PIC 9(09)V99.
003500     02  FILLER                  PIC X(04).
003600     02  SM-FEE-COUNT            PIC 9(04).
003700     02  FILLER                  PIC X(04).
003800     02  SM-FEE-AMT              PIC 9(09)V99.
003900     02  FILLER                  PIC X(04).
004000     02  SM-TAX-COUNT            PIC 9(04).
004100     02  FILLER                  PIC X(04).
004200     02  SM-TAX-AMT              PIC 9(09)V99.
