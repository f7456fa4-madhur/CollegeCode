002100* ITS END DATE GOES TO STATUS E AND STOPS POSTING.  STORD.DAT  *
002200* IS REWRITTEN THROUGH SORDWRK.DAT, THE SAME COPY-AND-REWRITE  *
002300* PATTERN TTMONTH AND TTHOLD USE.                              *
002310* ON A RUN DATE THAT IS NOT A BUSINESS DAY (TTBDATE,           *
002320* HOLCAL.DAT) NOTHING POSTS - EVERY ORDER DUE IS REPORTED      *
002330* DEFERRED AND POSTS ON THE NEXT BUSINESS DAY'S RUN.  THE      *
002340* STORED DUE DATE IS NOT MOVED, SO A MONTHLY ORDER KEEPS ITS   *
002350* DAY OF THE MONTH.  POSTED ROWS CARRY THE RUN DATE AS         *
002360* TR-VALUE-DATE.                                               *
002400*--------------------------------------------------------------*
002500* MODIFICATION HISTORY                                         *
002600*   DATE       BY    DESCRIPTION                                *
002700*   09/03/2026 RS    NEW PROGRAM.                                *
002710*   09/03/2026 RS    POSTED ROWS ARE STAMPED WITH THE ACCOUNT'S *
002720*                    OWN BRANCH IN TR-BRANCH.                   *
002730*   10/15/2026 RS    NOTHING POSTS ON A RUN DATE THAT IS NOT A  *
002740*                    BUSINESS DAY ON THE TTBDATE CALENDAR -     *
002750*                    ORDERS DUE ARE REPORTED DEFERRED AND       *
002760*                    COUNTED, AND POST ON THE NEXT BUSINESS     *
002770*                    DAY.  POSTED ROWS CARRY TR-VALUE-DATE.     *
002800*--------------------------------------------------------------*
002900
003000 ENVIRONMENT DIVISION.
011400         88  ORDER-REJECTED                  VALUE "Y".
011500     02  WS-FOUND-SWITCH         PIC X       VALUE "N".
011600         88  FOUND-YES                       VALUE "Y".
011610     02  WS-CLOSED-SWITCH        PIC X       VALUE "N".
011620         88  RUN-DAY-CLOSED                  VALUE "Y".
011700
011800 77  WS-SORD-STATUS              PIC XX.
011900 77  WS-CKPT-STATUS              PIC XX.
012000 77  WS-TRANS-SEQ                PIC 9(06) COMP VALUE ZERO.
012100 77  WS-TR-DATE                  PIC 9(08).
012110 77  WS-VALUE-DATE               PIC 9(08).
012200 77  WS-ACC                      PIC 9(07)V99.
012300 77  WS-CC                       PIC 9(07)V99.
012400 77  WS-HOLD-AMT                 PIC 9(09)V99.
012800 77  WS-DIV-Q                    PIC 9(04).
012900 77  WS-DIV-R                    PIC 9(04).
013000
013010     COPY "BDATEREC.CPY".
013020
013100 01  WS-NEXT-SPLIT.
013200     02  WS-NEXT-YY              PIC 9(04).
013300     02  WS-NEXT-MM              PIC 9(02).
014100     02  WS-POST-COUNT           PIC 9(06)   COMP VALUE ZERO.
014200     02  WS-REJECT-COUNT         PIC 9(06)   COMP VALUE ZERO.
014300     02  WS-ENDED-COUNT          PIC 9(06)   COMP VALUE ZERO.
014310     02  WS-DEFER-COUNT          PIC 9(06)   COMP VALUE ZERO.
014400
014500 01  DETAIL-LINE.
014600     02  DL-ID1                  PIC 9(04).
016300     02  TL-REJECT-COUNT         PIC ZZZ,ZZ9.
016400     02  FILLER                  PIC X(09)   VALUE "  ENDED: ".
016500     02  TL-ENDED-COUNT          PIC ZZZ,ZZ9.
016600     02  FILLER                  PIC X(12)   VALUE "  DEFERRED: ".
016610     02  TL-DEFER-COUNT          PIC ZZZ,ZZ9.
016620     02  FILLER                  PIC X(15)   VALUE SPACE.
016700
016800 PROCEDURE DIVISION.
016900*--------------------------------------------------------------*
018000*--------------------------------------------------------------*
018100* 1000-INITIALIZE - RESTORES THE TRANSACTION SEQUENCE FROM     *
018200* CKPT.DAT, OPENS THE FILES AND PRIMES THE ORDER READ.  NO     *
018300* STORD.DAT MEANS NOTHING TO POST.  A RUN DATE THAT IS NOT A   *
018301* BUSINESS DAY SETS RUN-DAY-CLOSED.                            *
018400*--------------------------------------------------------------*
018500 1000-INITIALIZE.
018600     ACCEPT WS-TR-DATE FROM DATE YYYYMMDD.
018610     MOVE "N" TO BD-FUNC.
018620     MOVE WS-TR-DATE TO BD-DATE.
018630     CALL "TTBDATE" USING BD-PARMS.
018640     MOVE BD-RESULT TO WS-VALUE-DATE.
018650     IF NOT BD-IS-BUSINESS
018660         MOVE "Y" TO WS-CLOSED-SWITCH
018670         DISPLAY "NOT A BUSINESS DAY - ORDERS DUE WAIT FOR "
018680             WS-VALUE-DATE.
018700     OPEN INPUT SORD-FILE.
018800     IF WS-SORD-STATUS NOT = "00"
018900         DISPLAY "NO STORD.DAT ON FILE - NOTHING TO POST"
021200* AS IT IS DUE, THEN COPIES THE (POSSIBLY ADVANCED) ROW TO THE *
021300* WORK FILE.  A NON-ACTIVE OR NOT-YET-DUE ORDER PASSES STRAIGHT*
021400* THROUGH.  A REJECT STOPS THE CATCH-UP FOR THIS RUN WITH THE  *
021500* NEXT-DUE DATE LEFT ALONE SO THE NEXT RUN TRIES AGAIN.  ON A  *
021501* CLOSED RUN DAY NOTHING POSTS AND THE ROW PASSES THROUGH AS   *
021502* IT IS.                                                       *
021600*--------------------------------------------------------------*
021700 2000-PROCESS-ORDER.
021800     MOVE "N" TO WS-REJ-SWITCH.
021900     IF RUN-DAY-CLOSED
021910         PERFORM 2400-DEFER-ORDER THRU 2400-EXIT
021920     ELSE
021930         PERFORM 2500-POST-ONE THRU 2500-EXIT
021940             UNTIL NOT SO-ACTIVE
021950                OR ORDER-REJECTED
021960                OR SO-NEXT-DATE > WS-TR-DATE
021970     END-IF.
022300     WRITE SWRK-REC FROM SO-REC.
022400     PERFORM 2100-READ-SORD THRU 2100-EXIT.
022500 2000-EXIT.
023500 2100-EXIT.
023600     EXIT.
023700
023701*--------------------------------------------------------------*
023702* 2400-DEFER-ORDER - REPORTS AN ACTIVE ORDER DUE ON OR BEFORE  *
023703* A CLOSED RUN DATE AS DEFERRED.  IT POSTS ON THE NEXT         *
023704* BUSINESS DAY'S RUN, WHEN IT IS STILL DUE.                    *
023705*--------------------------------------------------------------*
023706 2400-DEFER-ORDER.
023707     IF SO-ACTIVE AND SO-NEXT-DATE NOT > WS-TR-DATE
023708         MOVE "DEFERRED" TO DL-STATUS
023709         MOVE "WAITS FOR NEXT BUSINESS DAY" TO DL-NOTE
023710         PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
023711         ADD 1 TO WS-DEFER-COUNT.
023712 2400-EXIT.
023713     EXIT.
023714
023800*--------------------------------------------------------------*
023900* 2500-POST-ONE - POSTS THE ORDER FOR ITS CURRENT DUE DATE     *
024000* WITH TTBATCH'S EDITS, OR ENDS IT WHEN IT IS DUE PAST ITS END *
035600     MOVE "TTSORD" TO TR-OPER.
035700     ACCEPT WS-TIME-RAW FROM TIME.
035800     MOVE WS-TIME-HHMMSS TO TR-TIME.
035810     MOVE WS-VALUE-DATE TO TR-VALUE-DATE.
035900     MOVE ZERO TO TR-REF.
035920     IF BRANCH NUMERIC
035940         MOVE BRANCH TO TR-BRANCH
039700     MOVE WS-POST-COUNT TO TL-POST-COUNT.
039800     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
039900     MOVE WS-ENDED-COUNT TO TL-ENDED-COUNT.
039910     MOVE WS-DEFER-COUNT TO TL-DEFER-COUNT.
040000     WRITE RPT-LINE FROM TOTAL-LINE.
040100     CLOSE EMP.
040200     CLOSE TRANS-LOG.
