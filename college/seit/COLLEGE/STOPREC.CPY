000100*--------------------------------------------------------------*
000200* STOPREC - STOP-PAYMENT REGISTER RECORD LAYOUT FOR STOP.DAT.  *
000300* ONE ROW PER CHEQUE STOPPED THROUGH THE SUPERVISED S OPTION IN*
000400* TT.  STP-AMT IS THE AMOUNT THE MEMBER GAVE - ZERO STOPS THE  *
000500* CHEQUE NUMBER WHATEVER AMOUNT IT IS PRESENTED FOR.  AN ACTIVE*
000600* (A) STOP MAKES TTCLEAR RETURN THE CHEQUE UNPAID WITH REASON  *
000700* CODE 02.  A STOP LIFTED BY THE MEMBER GOES TO C AND THE ROW  *
000800* IS KEPT FOR THE AUDIT TRAIL.  STP-DATE AND STP-SUPV RECORD   *
000900* WHO PLACED THE STOP AND WHEN.                                *
001000*--------------------------------------------------------------*
001100 01  STP-REC.
001200     02  STP-ID1                 PIC 9(04).
001300     02  FILLER                  PIC X(04).
001400     02  STP-CHQ                 PIC 9(06).
001500     02  FILLER                  PIC X(04).
001600     02  STP-AMT                 PIC 9(07)V99.
001700     02  FILLER                  PIC X(04).
001800     02  STP-REASON              PIC X(20).
001900     02  FILLER                  PIC X(04).
002000     02  STP-STS                 PIC X(01).
002100         88  STP-ACTIVE                      VALUE "A".
002200         88  STP-CANCELLED                   VALUE "C".
002300     02  FILLER                  PIC X(04).
002400     02  STP-DATE                PIC 9(08).
002500     02  FILLER                  PIC X(04).
002600     02  STP-SUPV                PIC X(08).
