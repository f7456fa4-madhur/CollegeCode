000700*--------------------------------------------------------------*
000800* TTLIMIT - END OF DAY LARGE-TRANSACTION AND OVERRIDE REPORT   *
000900* FOR COMPLIANCE REVIEW.  SCANS TRANS.DAT FOR THE REPORT DATE  *
001000* AND LISTS EVERY W, D OR Q POSTING AT OR OVER THE REPORTING   *
001100* THRESHOLD IN LIMITS.CPY, AND EVERY ROW CARRYING A TR-OVR     *
001200* SUPERVISOR OVERRIDE STAMP, WITH COUNTS AT THE FOOT.  RUNS    *
001300* WITH THE OTHER END-OF-DAY REPORTS (TTRPT, TTRECON).          *
001310* ROWS APPLIED FROM THE APPROVAL QUEUE ARE LISTED AS APPROVED. *
001400*--------------------------------------------------------------*
001500* MODIFICATION HISTORY                                         *
001600*   DATE       BY    DESCRIPTION                                *
001700*   09/03/2026 RS    NEW PROGRAM.                                *
001710*   10/15/2026 RS    CHEQUES PAID BY TTCLEAR (TYPE Q) AT OR    *
001711*                    OVER THE THRESHOLD REPORT AS LARGE        *
001712*                    ALONGSIDE THE W AND D POSTINGS.           *
001713*   10/15/2026 RS    A TR-OVR STAMP ON A ROW OTHER THAN A W, D *
001714*                    OR Q POSTING IS A SUPERVISOR APPROVING A  *
001715*                    QUEUED CHANGE FROM TT, NOT A LIMIT        *
001716*                    OVERRIDE - IT NOW REPORTS AS APPROVED AND *
001717*                    IS COUNTED SEPARATELY AT THE FOOT.        *
001800*--------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
004500 01  WS-SWITCHES.
004600     02  WS-EOF-SWITCH           PIC X       VALUE "N".
004700         88  EOF-YES                         VALUE "Y".
004710     02  WS-POSTING-SWITCH       PIC X       VALUE "N".
004720         88  POSTING-ROW                     VALUE "Y".
004800
004900 77  WS-RPT-DATE                 PIC 9(08).
005000
005300 01  WS-COUNTS.
005400     02  WS-LARGE-COUNT          PIC 9(06)   COMP VALUE ZERO.
005500     02  WS-OVR-COUNT            PIC 9(06)   COMP VALUE ZERO.
005510     02  WS-APPROVED-COUNT       PIC 9(06)   COMP VALUE ZERO.
005600
005700 01  HEAD-LINE.
005800     02  FILLER                  PIC X(26)   VALUE
008400     02  FILLER                  PIC X(13)
008450         VALUE "  OVERRIDES: ".
008500     02  TL-OVR-COUNT            PIC ZZZ,ZZ9.
008600     02  FILLER                  PIC X(12)
008610         VALUE "  APPROVED: ".
008620     02  TL-APPROVED-COUNT       PIC ZZZ,ZZ9.
008630     02  FILLER                  PIC X(31)   VALUE SPACE.
008700
008800 PROCEDURE DIVISION.
008900*--------------------------------------------------------------*
011400     EXIT.
011500
011600*--------------------------------------------------------------*
011700* 2000-PROCESS-TRANS - REPORTS ONE TRANS-REC WHEN IT IS A W/D/Q*
011800* POSTING AT OR OVER THE THRESHOLD, CARRIES AN OVERRIDE STAMP, *
011900* OR BOTH.  A STAMP ON ANY OTHER ROW IS THE SUPERVISOR WHO     *
011910* APPROVED A QUEUED CHANGE (APPRQ.DAT) AND REPORTS AS APPROVED.*
012000*--------------------------------------------------------------*
012100 2000-PROCESS-TRANS.
012200     IF TR-DATE NOT = WS-RPT-DATE
012300         GO TO 2000-NEXT.
012400     MOVE SPACE TO DL-REASON.
012410     MOVE "N" TO WS-POSTING-SWITCH.
012420     IF TR-TYPE = "W" OR TR-TYPE = "w"
012430         OR TR-TYPE = "D" OR TR-TYPE = "d"
012440         OR TR-TYPE = "Q" OR TR-TYPE = "q"
012450         MOVE "Y" TO WS-POSTING-SWITCH.
012500     IF POSTING-ROW
012700         AND TR-AMT NOT < LIM-RPT-THRESHOLD
012800         MOVE "LARGE" TO DL-REASON
012900         ADD 1 TO WS-LARGE-COUNT.
013000     IF TR-OVR NOT = SPACE AND NOT POSTING-ROW
013010         ADD 1 TO WS-APPROVED-COUNT
013020         MOVE "APPROVED" TO DL-REASON.
013030     IF TR-OVR NOT = SPACE AND POSTING-ROW
013100         ADD 1 TO WS-OVR-COUNT
013200         IF DL-REASON = SPACE
013300             MOVE "OVERRIDE" TO DL-REASON
016300 3000-PRINT-TOTALS.
016400     MOVE WS-LARGE-COUNT TO TL-LARGE-COUNT.
016500     MOVE WS-OVR-COUNT TO TL-OVR-COUNT.
016510     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT.
016600     WRITE RPT-LINE FROM TOTAL-LINE.
016700 3000-EXIT.
016800     EXIT.
