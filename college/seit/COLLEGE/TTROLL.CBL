001000* THE TRANSACTION LOG (AND, WHEN THE BACKUP PREDATES A TTMONTH *
001100* PURGE, THE RELEVANT TRANS-YYYYMM.DAT ARCHIVE FIRST) AGAINST  *
001200* THE RELOADED MASTER IN TR-SEQ ORDER, RE-APPLYING EVERY ROW   *
001300* DATED AFTER THE BACKUP DATE - D AND I ADD, W, F, Q AND T     *
001350* SUBTRACT, C/X/V OVERRIDE WITH TR-CC, H/R LEAVE THE BALANCE   *
001400* ALONE - THEN PROVES EACH ACCOUNT'S FINAL BALANCE AGAINST THE *
001500* TR-CC ON ITS LAST REPLAYED ROW AND REWRITES THE MASTER.  AN  *
001700* ACCOUNT OPENED AFTER THE BACKUP IS RECREATED (NAME           *
001800* *RECOVERED* - THE LOG CARRIES NO NAME) AND REPORTED FOR      *
001900* HAND FIX-UP; AN ACCOUNT THAT CANNOT BE BROUGHT CURRENT IS    *
002610*   09/03/2026 RS    ARCH-REC WIDENED TO 107 AND A RECREATED     *
002620*                    ACCOUNT TAKES ITS BRANCH FROM THE LAST      *
002630*                    REPLAYED ROW'S TR-BRANCH.                   *
002640*   10/15/2026 RS    TYPE F (SERVICE CHARGE, POSTED BY TTFEE)    *
002650*                    SUBTRACTS TR-AMT LIKE A W.                  *
002660*   10/15/2026 RS    TYPE Q (CHEQUE PAID BY TTCLEAR) SUBTRACTS  *
002661*                    TR-AMT LIKE A W.                           *
002662*   10/15/2026 RS    TYPE T (TAX WITHHELD ON INTEREST BY       *
002663*                    TTINT) SUBTRACTS TR-AMT LIKE A W.         *
002664*   10/15/2026 RS    ARCH-REC WIDENED TO 119 FOR THE           *
002665*                    TR-VALUE-DATE STAMP ON TRANSREC.CPY.      *
002700*--------------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
006300 FD  ARCH-LOG
006400     LABEL RECORD IS STANDARD.
006500
006600 01  ARCH-REC                    PIC X(119).
006700
006800 FD  RPT-OUT
006900     LABEL RECORD IS STANDARD
027600         ADD TR-AMT TO RF-COMP (WS-SUB)
027700     ELSE
027800         IF TR-TYPE = "W" OR TR-TYPE = "w"
027850                 OR TR-TYPE = "F" OR TR-TYPE = "f"
027860                 OR TR-TYPE = "Q" OR TR-TYPE = "q"
027870                 OR TR-TYPE = "T" OR TR-TYPE = "t"
027900             SUBTRACT TR-AMT FROM RF-COMP (WS-SUB)
028000         ELSE
028100             IF TR-TYPE = "H" OR TR-TYPE = "h"
