000434*                    OVERRIDE STAMP ON TRANSREC.CPY.            *
000435*   09/03/2026 RS    ARCH-REC WIDENED TO 107 FOR THE TR-BRANCH  *
000436*                    STAMP ON TRANSREC.CPY.                     *
000437*   10/15/2026 RS    TYPE F (SERVICE CHARGE, POSTED BY TTFEE)   *
000438*                    DOES NOT COUNT AS ACTIVITY - THE MONTHLY   *
000439*                    DORMANT-ACCOUNT CHARGE WOULD OTHERWISE     *
000440*                    KEEP THE ACCOUNT LOOKING ACTIVE.           *
000441*   10/15/2026 RS    TYPE T (TAX WITHHELD ON INTEREST BY       *
000442*                    TTINT) IS MACHINE ACTIVITY LIKE THE I ROW *
000443*                    IT FOLLOWS AND DOES NOT COUNT.            *
000444*   10/15/2026 RS    ARCH-REC WIDENED TO 119 FOR THE           *
000445*                    TR-VALUE-DATE STAMP ON TRANSREC.CPY.      *
000446*--------------------------------------------------------------*
000447
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000750 FD  ARCH-LOG
000760     LABEL RECORD IS STANDARD.
000770
000780 01  ARCH-REC                    PIC X(119).
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-SWITCHES.
002250*--------------------------------------------------------------*
002260* 2050-ROLL-ROW - ROLLS THE TRANS-REC IN THE RECORD AREA INTO  *
002270* THE ACTIVITY TABLE.  SHARED BY THE ARCHIVE AND CURRENT-LOG   *
002280* SCANS.  TYPE I (MACHINE INTEREST), TYPES H/R (HOLD           *
002285* PLACE/RELEASE), TYPE F (SERVICE CHARGE) AND TYPE T (TAX      *
002286* WITHHELD ON INTEREST) ARE NOT ACTIVITY.                      *
002290*--------------------------------------------------------------*
002300 2050-ROLL-ROW.
002310     IF TR-TYPE = "I" OR TR-TYPE = "i"
002312         OR TR-TYPE = "H" OR TR-TYPE = "h"
002314         OR TR-TYPE = "R" OR TR-TYPE = "r"
002316         OR TR-TYPE = "F" OR TR-TYPE = "f"
002318         OR TR-TYPE = "T" OR TR-TYPE = "t"
002320         GO TO 2050-EXIT.
002330     MOVE TR-ID1 TO WS-FIND-ID.
002340     PERFORM 5000-FIND-ACCT THRU 5000-EXIT.
