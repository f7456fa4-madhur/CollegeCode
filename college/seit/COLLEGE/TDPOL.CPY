000100*--------------------------------------------------------------*
000200* TDPOL - HOUSE TERM DEPOSIT POLICY.  SHARED BY TT AND TTTDMAT *
000300* SO AN OPENING AND A ROLLOVER PRICE FROM THE SAME BOARD.      *
000400* TDP-RATE-03/06/12 ARE THE ANNUAL RATES IN PERCENT FOR THE    *
000500* THREE TERMS ON OFFER; TDP-MIN-PRINCIPAL IS THE SMALLEST      *
000600* DEPOSIT TAKEN.  AN EARLY BREAK EARNS INTEREST FOR THE WHOLE  *
000700* MONTHS RUN ONLY, AT THE DEPOSIT'S RATE LESS TDP-PENALTY-RATE *
000800* (NEVER BELOW ZERO).  CHANGE THE VALUES HERE AND RECOMPILE THE*
000900* TWO PROGRAMS TOGETHER.                                       *
001000*--------------------------------------------------------------*
001100 01  TD-POLICY.
001200     02  TDP-RATE-03             PIC 9(02)V99 VALUE 3.50.
001300     02  TDP-RATE-06             PIC 9(02)V99 VALUE 4.25.
001400     02  TDP-RATE-12             PIC 9(02)V99 VALUE 5.00.
001500     02  TDP-PENALTY-RATE        PIC 9(02)V99 VALUE 2.00.
001600     02  TDP-MIN-PRINCIPAL       PIC 9(07)V99 VALUE 500.00.
