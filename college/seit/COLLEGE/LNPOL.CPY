000100*--------------------------------------------------------------*
000200* LNPOL - HOUSE STAFF LOAN POLICY.  USED BY TT'S LOAN BOOKING. *
000300* LNP-RATE IS THE ANNUAL PERCENTAGE RATE NEW LOANS ARE BOOKED  *
000400* AT - A BOOKED LOAN KEEPS ITS RATE ON LOAN.DAT FOR ITS WHOLE  *
000500* TERM.  LNP-MAX-PRINCIPAL AND LNP-MAX-TERM (MONTHS) CAP A     *
000600* BOOKING.  CHANGE THE VALUES HERE AND RECOMPILE TT.           *
000700*--------------------------------------------------------------*
000800 01  LOAN-POLICY.
000900     02  LNP-RATE                PIC 9(02)V99 VALUE 06.50.
001000     02  LNP-MAX-PRINCIPAL       PIC 9(07)V99 VALUE 50000.00.
001100     02  LNP-MAX-TERM            PIC 9(03)   VALUE 60.
