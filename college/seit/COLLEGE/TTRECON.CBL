000700*--------------------------------------------------------------*
000800* TTRECON - END OF DAY RECONCILIATION OF TRANS.DAT AGAINST     *
000900* EMP.DAT.  LOADS EVERY STD RECORD INTO A TABLE, REPLAYS THE   *
001000* TRANSACTION LOG (D/I ADD TR-AMT, W/F SUBTRACT, C, X AND V    *
001100* OVERRIDE WITH TR-CC) UP TO AND THROUGH THE RECON DATE, AND   *
001200* PRINTS AN EXCEPTION LINE FOR EVERY ACCOUNT WHOSE COMPUTED    *
001300* BALANCE DOES NOT TIE OUT TO THE CC ON FILE, PLUS A PROOF OF  *
002306*                    CC ON FILE, COMPUTED) AHEAD OF THE         *
002308*                    CONSOLIDATED TOTALS.  OLD-LAYOUT RECORDS   *
002312*                    (BRANCH SPACES) PROVE UNDER BRANCH ZERO.   *
002313*   10/15/2026 RS    TYPE F (SERVICE CHARGE, POSTED BY TTFEE)   *
002314*                    SUBTRACTS TR-AMT IN THE REPLAY LIKE A W    *
002315*                    INSTEAD OF FALLING INTO THE OVERRIDE CASE. *
002316*   10/15/2026 RS    TYPE Q (CHEQUE PAID BY TTCLEAR) SUBTRACTS  *
002317*                    TR-AMT IN THE REPLAY LIKE A W.             *
002318*   10/15/2026 RS    TYPE T (TAX WITHHELD ON INTEREST BY       *
002319*                    TTINT) SUBTRACTS TR-AMT IN THE REPLAY     *
002320*                    LIKE A W.                                 *
002300*--------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
019000* 2000-REPLAY-TRANS - APPLIES ONE TRANS-REC TO THE COMPUTED    *
019100* BALANCE OF ITS ACCOUNT.  THE FIRST LOG ROW EVER SEEN FOR AN  *
019200* ACCOUNT ESTABLISHES ITS OPENING POSITION FROM TR-AMT/TR-CC;  *
019300* AFTER THAT D/I ADD, W/F/Q/T SUBTRACT AND C/X/V OVERRIDE WITH *
019350* TR-CC.                                                       *
019400* ROWS DATED AFTER THE RECONCILIATION DATE ARE LEFT ALONE.    *
019450* NOTE THE COMPARE IS TO THE CC ON FILE NOW, SO A BACK-DATED   *
019500* RUN ONLY PROVES OUT ACCOUNTS UNTOUCHED SINCE THAT DATE.      *
020700             ADD TR-AMT TO RC-COMP (WS-SUB)
020800         ELSE
020900             IF TR-TYPE = "W" OR TR-TYPE = "w"
020950                     OR TR-TYPE = "F" OR TR-TYPE = "f"
020960                     OR TR-TYPE = "Q" OR TR-TYPE = "q"
020970                     OR TR-TYPE = "T" OR TR-TYPE = "t"
021000                 SUBTRACT TR-AMT FROM RC-COMP (WS-SUB)
021100             ELSE
021200                 MOVE TR-CC TO RC-COMP (WS-SUB)
