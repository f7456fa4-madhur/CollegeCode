000100*--------------------------------------------------------------*
000200* AUDSREC - RESULT RECORD LAYOUT FOR AUDSTAT.DAT.  ONE ROW,    *
000300* REWRITTEN BY EVERY TTAUDIT RUN WITH THE BUSINESS DATE        *
000400* AUDITED, THE TIME OF THE RUN, THE ROWS READ AND THE          *
000500* HARD-BREAK AND WARNING COUNTS.  TTEOD EMPTIES THE FILE WHEN  *
000600* IT STARTS THE TTAUDIT STEP AND WILL NOT RECORD THE STEP      *
000700* COMPLETE UNLESS A ROW FOR THE STREAM'S DATE IS BACK WITH NO  *
000800* HARD BREAKS, SO THE NIGHT STOPS BEFORE TTBKUP.               *
000900*--------------------------------------------------------------*
001000 01  AUDS-REC.
001100     02  AUDS-DATE               PIC 9(08).
001200     02  FILLER                  PIC X(04).
001300     02  AUDS-TIME               PIC 9(06).
001400     02  FILLER                  PIC X(04).
001500     02  AUDS-ROWS               PIC 9(07).
001600     02  FILLER                  PIC X(04).
001700     02  AUDS-HARD               PIC 9(06).
001800     02  FILLER                  PIC X(04).
001900     02  AUDS-SOFT               PIC 9(06).
