000100*--------------------------------------------------------------*
000200* APPRREC - SUPERVISOR APPROVAL QUEUE RECORD LAYOUT FOR        *
000300* APPRQ.DAT.  ONE ROW PER SUPERVISED CHANGE A TELLER SUBMITS   *
000400* FROM TT INSTEAD OF HAVING A SUPERVISOR KEY A PIN AT THE      *
000500* TELLER'S OWN TERMINAL.  AQ-TYPE SAYS WHICH CHANGE IS ASKED   *
000600* FOR AND AQ-VALUES CARRIES WHAT THE TELLER PROPOSED, LAID OUT *
000700* BY TYPE IN THE REDEFINES BELOW.  AQ-MAKER, AQ-DATE AND       *
000800* AQ-TIME RECORD WHO ASKED AND WHEN.  A ROW IS PENDING (P)     *
000900* UNTIL A SUPERVISOR AT THE SAME BRANCH APPROVES IT (A - THE   *
001000* CHANGE IS APPLIED AND AQ-SEQ CARRIES THE LAST TR-SEQ IT      *
001100* POSTED, ZERO WHEN IT POSTS NOTHING) OR REJECTS IT (J).       *
001200* AQ-CHECKER, AQ-ACT-DATE, AQ-ACT-TIME AND AQ-REASON RECORD    *
001300* WHO DECIDED, WHEN AND WHY.  A REQUEST STILL PENDING WHEN THE *
001400* NIGHT STREAM RUNS IS EXPIRED (E) BY TTAPPR AND LISTED ON ITS *
001500* AGED-REQUESTS REPORT.  ROWS ARE NEVER REMOVED, SO THE FILE   *
001600* IS THE RECORD OF WHAT WAS ASKED FOR AGAINST WHAT WAS         *
001700* APPROVED.                                                    *
001800*--------------------------------------------------------------*
001900 01  AQ-REC.
002000     02  AQ-NO                   PIC 9(06).
002100     02  FILLER                  PIC X(04).
002200     02  AQ-TYPE                 PIC X(02).
002300         88  AQ-REWRITE                      VALUE "RW".
002400         88  AQ-CLOSE                        VALUE "CL".
002500         88  AQ-LIMITS                       VALUE "LM".
002600         88  AQ-TAX                          VALUE "TX".
002700         88  AQ-REVERSE                      VALUE "RV".
002800         88  AQ-HOLD-PLACE                   VALUE "HP".
002900         88  AQ-HOLD-RELEASE                 VALUE "HR".
003000         88  AQ-SORD-ADD                     VALUE "SA".
003100     02  FILLER                  PIC X(04).
003200     02  AQ-ID1                  PIC 9(04).
003300     02  FILLER                  PIC X(04).
003400     02  AQ-BRANCH               PIC 9(02).
003500     02  FILLER                  PIC X(04).
003600     02  AQ-VALUES               PIC X(60).
003700     02  AQ-RW-VALUES REDEFINES AQ-VALUES.
003800         03  AQ-RW-NAME          PIC X(20).
003900         03  AQ-RW-CC            PIC 9(07)V99.
004000         03  FILLER              PIC X(31).
004100     02  AQ-LM-VALUES REDEFINES AQ-VALUES.
004200         03  AQ-LM-TXN           PIC 9(07)V99.
004300         03  AQ-LM-DAY           PIC 9(07)V99.
004400         03  FILLER              PIC X(42).
004500     02  AQ-TX-VALUES REDEFINES AQ-VALUES.
004600         03  AQ-TX-FLAG          PIC X(01).
004700         03  FILLER              PIC X(59).
004800     02  AQ-RV-VALUES REDEFINES AQ-VALUES.
004900         03  AQ-RV-SEQ           PIC 9(06).
005000         03  FILLER              PIC X(54).
005100     02  AQ-HP-VALUES REDEFINES AQ-VALUES.
005200         03  AQ-HP-AMT           PIC 9(07)V99.
005300         03  AQ-HP-REASON        PIC X(20).
005400         03  AQ-HP-EXPIRY        PIC 9(08).
005500         03  FILLER              PIC X(23).
005600     02  AQ-SA-VALUES REDEFINES AQ-VALUES.
005700         03  AQ-SA-TYPE          PIC X(01).
005800         03  AQ-SA-AMT           PIC 9(07)V99.
005900         03  AQ-SA-FREQ          PIC X(01).
006000         03  AQ-SA-NEXT          PIC 9(08).
006100         03  AQ-SA-END           PIC 9(08).
006200         03  FILLER              PIC X(33).
006300     02  FILLER                  PIC X(04).
006400     02  AQ-MAKER                PIC X(08).
006500     02  FILLER                  PIC X(04).
006600     02  AQ-DATE                 PIC 9(08).
006700     02  FILLER                  PIC X(04).
006800     02  AQ-TIME                 PIC 9(06).
006900     02  FILLER                  PIC X(04).
007000     02  AQ-STS                  PIC X(01).
007100         88  AQ-PENDING                      VALUE "P".
007200         88  AQ-APPROVED                     VALUE "A".
007300         88  AQ-REJECTED                     VALUE "J".
007400         88  AQ-EXPIRED                      VALUE "E".
007500     02  FILLER                  PIC X(04).
007600     02  AQ-CHECKER              PIC X(08).
007700     02  FILLER                  PIC X(04).
007800     02  AQ-ACT-DATE             PIC 9(08).
007900     02  FILLER                  PIC X(04).
008000     02  AQ-ACT-TIME             PIC 9(06).
008100     02  FILLER                  PIC X(04).
008200     02  AQ-SEQ                  PIC 9(06).
008300     02  FILLER                  PIC X(04).
008400     02  AQ-REASON               PIC X(30).
