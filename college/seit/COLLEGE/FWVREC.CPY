000100*--------------------------------------------------------------*
000200* FWVREC - FEE WAIVER RECORD LAYOUT FOR FEEWAIV.DAT.  ONE ROW  *
000300* PER WAIVER GRANTED THROUGH THE SUPERVISED W OPTION IN        *
000400* TTFEEM.  FWV-CODE IS THE FEE CODE WAIVED (FEEREC.CPY) OR ALL *
000500* FOR EVERY FEE.  FWV-EXPIRY IS THE LAST DATE THE WAIVER       *
000600* COVERS - ZERO MEANS UNTIL CANCELLED.  AN ACTIVE (A) WAIVER   *
000700* IN FORCE ON THE TTFEE RUN DATE STOPS THE CHARGE; TTFEE       *
000800* REPORTS IT AS WAIVED SO THE INCOME FORGONE STILL SHOWS.  A   *
000900* CANCELLED WAIVER GOES TO C AND THE ROW IS KEPT FOR THE AUDIT *
001000* TRAIL.  FWV-DATE AND FWV-SUPV RECORD THE GRANT.              *
001100*--------------------------------------------------------------*
001200 01  FWV-REC.
001300     02  FWV-ID1                 PIC 9(04).
001400     02  FILLER                  PIC X(04).
001500     02  FWV-CODE                PIC X(04).
001600         88  FWV-ALL                         VALUE "ALL ".
001700     02  FILLER                  PIC X(04).
001800     02  FWV-EXPIRY              PIC 9(08).
001900     02  FILLER                  PIC X(04).
002000     02  FWV-STS                 PIC X(01).
002100         88  FWV-ACTIVE                      VALUE "A".
002200         88  FWV-CANCELLED                   VALUE "C".
002300     02  FILLER                  PIC X(04).
002400     02  FWV-DATE                PIC 9(08).
002500     02  FILLER                  PIC X(04).
002600     02  FWV-SUPV                PIC X(08).
