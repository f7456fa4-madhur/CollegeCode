000494* OPENING OPERATOR'S BRANCH ON THE TELLER MASTER; ZERO OR     *
000496* SPACES MEANS THE ORIGINAL CAMPUS).  THE REPORTING SUITE     *
000498* BREAKS ITS TOTALS BY THIS FIELD.                            *
000500* TAX-WHT IS Y WHEN THE MEMBER HAS NOT GIVEN A TAX ID, SO      *
000510* TTINT WITHHOLDS TAX ON THE INTEREST AT THE TAXPOL.CPY RATE   *
000520* AND POSTS IT AS A TYPE T ROW.  SET FROM THE SUPERVISED T     *
000530* OPTION IN TT'S MAINT-MENU.  N, OR SPACES ON A RECORD FROM    *
000540* BEFORE THE FIELD WAS ADDED, MEANS NO WITHHOLDING.            *
000550*--------------------------------------------------------------*
000600 01  STD.
000700     02  NAMES                   PIC X(20).
000800     02  FILLER                  PIC X(04).
002600     02  DAY-LIMIT               PIC 9(07)V99.
002700     02  FILLER                  PIC X(04).
002800     02  BRANCH                  PIC 9(02).
002900     02  FILLER                  PIC X(04).
003000     02  TAX-WHT                 PIC X(01).
003100         88  TAX-WITHHOLD                    VALUE "Y".
