000100*--------------------------------------------------------------*
000200* FEEREC - FEE SCHEDULE RECORD LAYOUT FOR FEES.DAT.  ONE ROW   *
000300* PER FEE CODE, SET FROM THE SUPERVISED TTFEEM MAINTENANCE AND *
000400* READ BY THE MONTH-END TTFEE CHARGING RUN.  THE CODES ARE -   *
000500*   MNTH  MONTHLY MAINTENANCE ON AN ACTIVE ACCOUNT WHOSE CC IS *
000600*         BELOW FEE-MIN-BAL AT MONTH END.                      *
000700*   WDRL  PER-WITHDRAWAL CHARGE FOR EVERY W ROW IN THE MONTH   *
000800*         OVER THE FEE-FREE-COUNT FREE ONES.                   *
000900*   HOLD  CHARGE PER HOLD PLACED THROUGH TT'S HOLD-MENU (EACH  *
001000*         TYPE H ROW IN THE MONTH).                            *
001100*   DORM  MONTHLY CHARGE ON A DORMANT (STS D) ACCOUNT, TAKEN   *
001200*         INSTEAD OF THE MNTH CHARGE.                          *
001300* A CODE NOT ON FILE, OR ON FILE WITH A ZERO FEE-AMT, IS NOT   *
001400* CHARGED.  FEE-MIN-BAL IS USED BY MNTH ONLY, FEE-FREE-COUNT   *
001500* BY WDRL ONLY.  FEE-DATE AND FEE-SUPV RECORD WHEN THE ROW WAS *
001600* LAST SET AND THE SUPERVISOR WHO APPROVED IT.                 *
001700*--------------------------------------------------------------*
001800 01  FEE-REC.
001900     02  FEE-CODE                PIC X(04).
002000         88  FEE-MAINT                       VALUE "MNTH".
002100         88  FEE-WDRL                        VALUE "WDRL".
002200         88  FEE-HOLD                        VALUE "HOLD".
002300         88  FEE-DORM                        VALUE "DORM".
002400     02  FILLER                  PIC X(04).
002500     02  FEE-AMT                 PIC 9(07)V99.
002600     02  FILLER                  PIC X(04).
002700     02  FEE-MIN-BAL             PIC 9(07)V99.
002800     02  FILLER                  PIC X(04).
002900     02  FEE-FREE-COUNT          PIC 9(04).
003000     02  FILLER                  PIC X(04).
003100     02  FEE-DATE                PIC 9(08).
003200     02  FILLER                  PIC X(04).
003300     02  FEE-SUPV                PIC X(08).
