000100*--------------------------------------------------------------*
000200* CLNKREC - CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT FOR         *
000300* CUSTLINK.DAT.  ONE ROW PER HOLDER PER ACCOUNT: LNK-CUS-NO IS *
000400* THE CUSTOMER (CUSTREC.CPY) AND LNK-ID1 THE EMP.DAT ACCOUNT.  *
000500* LNK-ROLE IS P FOR THE PRIMARY HOLDER - EXACTLY ONE PER       *
000600* ACCOUNT, THE ONE WHOSE MAILING ADDRESS TTSTMT PRINTS - OR J  *
000700* FOR A JOINT HOLDER.  A HOLDER TAKEN OFF AN ACCOUNT GOES TO   *
000800* LNK-STS R AND THE ROW IS KEPT FOR THE AUDIT TRAIL.  LNK-DATE *
000900* AND LNK-OPER RECORD WHEN AND BY WHOM THE LINK WAS MADE.      *
001000* AN ACCOUNT OPENED BEFORE THE CUSTOMER MASTER HAS NO LINK     *
001100* UNTIL TTCUSTM'S S OPTION SEEDS ONE FROM ITS NAMES.           *
001200*--------------------------------------------------------------*
001300 01  LNK-REC.
001400     02  LNK-CUS-NO              PIC 9(06).
001500     02  FILLER                  PIC X(04).
001600     02  LNK-ID1                 PIC 9(04).
001700     02  FILLER                  PIC X(04).
001800     02  LNK-ROLE                PIC X(01).
001900         88  LNK-PRIMARY                     VALUE "P".
002000         88  LNK-JOINT                       VALUE "J".
002100     02  FILLER                  PIC X(04).
002200     02  LNK-STS                 PIC X(01).
002300         88  LNK-ACTIVE                      VALUE "A".
002400         88  LNK-REMOVED                     VALUE "R".
002500     02  FILLER                  PIC X(04).
002600     02  LNK-DATE                PIC 9(08).
002700     02  FILLER                  PIC X(04).
002800     02  LNK-OPER                PIC X(08).
