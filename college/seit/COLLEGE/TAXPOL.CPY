000100*--------------------------------------------------------------*
000200* TAXPOL - HOUSE INTEREST WITHHOLDING TAX POLICY.  SHARED BY   *
000300* TTINT AND TTYEAR SO THE MONTH-END DEDUCTION AND THE YEAR-END *
000400* CERTIFICATES AND FILING EXTRACT WORK FROM THE SAME FIGURES.  *
000500* TXP-RATE IS THE PERCENT OF GROSS INTEREST WITHHELD ON AN     *
000600* ACCOUNT FLAGGED TAX-WHT ON THE STD RECORD (NO TAX ID GIVEN). *
000700* TXP-PAYER-ID AND TXP-PAYER-NAME IDENTIFY THE INSTITUTION ON  *
000800* THE ANNUAL FILING EXTRACT.  CHANGE THE VALUES HERE AND       *
000900* RECOMPILE THE TWO PROGRAMS TOGETHER.                         *
001000*--------------------------------------------------------------*
001100 01  TAX-POLICY.
001200     02  TXP-RATE                PIC 9(02)V99 VALUE 20.00.
001300     02  TXP-PAYER-ID            PIC X(10)   VALUE "SEIT000001".
001400     02  TXP-PAYER-NAME          PIC X(30)   VALUE
001500         "SEIT STAFF CREDIT SOCIETY".
