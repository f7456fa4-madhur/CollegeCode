000800* TTEOD - END OF DAY JOB-STREAM CONTROLLER.  KEEPS THE STEP    *
000900* SEQUENCE FOR A BUSINESS DATE ON THE EODCTL.DAT RUN CONTROL   *
001000* FILE (EODREC.CPY) AND WALKS THE OPERATOR THROUGH IT: B       *
001100* BEGINS THE STREAM (CORE STEPS TTHOLD, TTAPPR, TTRECON, TTRPT,*
001200* TTLIMIT, TTGLFEED, TTAUDIT AND TTBKUP, PLUS TTDORM, TTINT,   *
001300* TTFEE AND TTMONTH ON A MONTH-END NIGHT), S STARTS THE NEXT   *
001400* STEP - ALWAYS THE FIRST INCOMPLETE ONE, SO NOTHING RUNS OUT  *
001500* OF ORDER - C COMPLETES THE STEP IN FLIGHT, F FAILS IT BACK TO*
001600* PENDING FOR A RERUN, AND Q SHOWS WHERE THE NIGHT STANDS.     *
001700* AFTER A 2 AM FAILURE THE OPERATOR RESTARTS TTEOD AND S PICKS *
001800* UP AT THE FIRST INCOMPLETE STEP INSTEAD OF RERUNNING THE     *
001900* WHOLE NIGHT.  WHILE ANY STEP ON FILE IS NOT COMPLETE, TT     *
002000* REFUSES TO SIGN A TELLER ON, SO NO POSTING LANDS MID-STREAM. *
002100* A NEW STREAM CANNOT BEGIN OVER AN INCOMPLETE ONE.            *
002110* THE TTAUDIT STEP ONLY COMPLETES WHEN THE AUDIT'S RESULT ON   *
002120* AUDSTAT.DAT (AUDSREC.CPY) SHOWS NO HARD BREAK FOR THE        *
002130* STREAM'S DATE - OTHERWISE THE OPERATOR FAILS IT, THE BREAKS  *
002140* ARE WORKED AND TTAUDIT RERUNS BEFORE TTBKUP MAY START.        *
002150* A DATE THAT IS NOT A BUSINESS DAY ON THE TTBDATE CALENDAR    *
002160* (WEEKEND OR A HOLCAL.DAT HOLIDAY) IS REFUSED AT B UNLESS A   *
002170* SUPERVISOR SIGNS ON (CLASS S, ACTIVE, PIN CHECKED) AND       *
002180* FORCES THE STREAM - A CATCH-UP NIGHT THE CALENDAR DOES NOT   *
002185* KNOW.  A DATE THAT IS NOT A CALENDAR DATE IS NEVER ACCEPTED. *
002200*--------------------------------------------------------------*
002300* MODIFICATION HISTORY                                         *
002400*   DATE       BY    DESCRIPTION                                *
002500*   09/03/2026 RS    NEW PROGRAM.                                *
002510*   10/15/2026 RS    TTFEE (MONTH-END SERVICE CHARGES) RUNS ON  *
002520*                    A MONTH-END NIGHT AFTER TTINT AND BEFORE   *
002530*                    TTMONTH ARCHIVES THE MONTH IT COUNTS.      *
002540*   10/15/2026 RS    TTAUDIT (CROSS-FILE INTEGRITY AUDIT) RUNS  *
002541*                    AS A CORE STEP AHEAD OF TTBKUP.  STARTING  *
002542*                    IT EMPTIES AUDSTAT.DAT, AND C WILL NOT     *
002543*                    COMPLETE IT UNLESS AUDSTAT.DAT CARRIES     *
002544*                    THE STREAM'S DATE AND NO HARD BREAKS, SO   *
002545*                    THE NIGHT STOPS BEFORE THE BACKUP.         *
002546*                    TABLES RAISED TO 11 STEPS.                 *
002547*   10/15/2026 RS    TTAPPR (EXPIRES APPROVAL REQUESTS LEFT     *
002548*                    PENDING AND PRINTS THE AGED-REQUESTS       *
002549*                    REPORT) RUNS AS CORE STEP 2 AFTER TTHOLD.  *
002550*                    TABLES RAISED TO 12 STEPS.                 *
002551*   10/15/2026 RS    B CHECKS THE BUSINESS DATE ON THE TTBDATE  *
002552*                    HOLIDAY CALENDAR.  A WEEKEND OR HOLIDAY IS *
002553*                    REFUSED UNLESS A SUPERVISOR FORCES IT      *
002554*                    ON A TELLER.DAT SIGN-ON (CLASS S, PIN      *
002555*                    CHECKED); AN INVALID DATE IS REFUSED.      *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL EOD-FILE ASSIGN TO DISK
003200         ORGANIZATION IS LINE SEQUENTIAL.
003210
003220     SELECT OPTIONAL AUDS-FILE ASSIGN TO DISK
003230         ORGANIZATION IS LINE SEQUENTIAL.
003231
003232     SELECT TLR-FILE ASSIGN TO DISK
003233         ORGANIZATION IS LINE SEQUENTIAL
003234         FILE STATUS IS WS-TLR-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003900     VALUE OF FILE-ID IS "EODCTL.DAT".
004000
004100     COPY "EODREC.CPY".
004110
004120 FD  AUDS-FILE
004130     LABEL RECORD IS STANDARD
004140     VALUE OF FILE-ID IS "AUDSTAT.DAT".
004150
004160     COPY "AUDSREC.CPY".
004161
004162 FD  TLR-FILE
004163     LABEL RECORD IS STANDARD
004164     VALUE OF FILE-ID IS "TELLER.DAT".
004165
004166     COPY "TLRREC.CPY".
004200
004300 WORKING-STORAGE SECTION.
004400 77  C                           PIC X.
005000     88  EOD-EOF                           VALUE "Y".
005100 77  WS-OPEN-SWITCH              PIC X     VALUE "N".
005200     88  STREAM-OPEN                       VALUE "Y".
005210 77  WS-AUDIT-SWITCH             PIC X     VALUE "N".
005220     88  AUDIT-CLEAN                       VALUE "Y".
005230 77  WS-FORCE-SWITCH             PIC X     VALUE "N".
005240     88  STREAM-FORCED                     VALUE "Y".
005250 77  WS-TLR-STATUS               PIC XX.
005260 77  WS-SUPV-ID                  PIC X(08).
005270 77  WS-PIN                      PIC X(04).
005280 77  WS-TLR-FOUND-SWITCH         PIC X     VALUE "N".
005285     88  TLR-FOUND                         VALUE "Y".
005290 77  WS-TLR-EOF-SWITCH           PIC X     VALUE "N".
005295     88  TLR-EOF                           VALUE "Y".
005300
005400 01  WS-TIME-RAW.
005500     02  WS-TIME-HHMMSS          PIC 9(06).
005600     02  FILLER                  PIC 9(02).
005700
005710     COPY "BDATEREC.CPY".
005720
005800 01  WS-CORE-NAMES.
005900     02  FILLER                  PIC X(08) VALUE "TTHOLD".
005950     02  FILLER                  PIC X(08) VALUE "TTAPPR".
006000     02  FILLER                  PIC X(08) VALUE "TTRECON".
006100     02  FILLER                  PIC X(08) VALUE "TTRPT".
006200     02  FILLER                  PIC X(08) VALUE "TTLIMIT".
006300     02  FILLER                  PIC X(08) VALUE "TTGLFEED".
006350     02  FILLER                  PIC X(08) VALUE "TTAUDIT".
006400     02  FILLER                  PIC X(08) VALUE "TTBKUP".
006500     02  FILLER                  PIC X(08) VALUE "TTDORM".
006600     02  FILLER                  PIC X(08) VALUE "TTINT".
006650     02  FILLER                  PIC X(08) VALUE "TTFEE".
006700     02  FILLER                  PIC X(08) VALUE "TTMONTH".
006800 01  WS-CORE-TABLE REDEFINES WS-CORE-NAMES.
006900     02  WS-CORE-NAME OCCURS 12 TIMES PIC X(08).
007000
007100 01  WS-STEP-TABLE.
007200     02  WS-STEP-ENTRY OCCURS 12 TIMES.
007300         03  ST-DATE             PIC 9(08).
007400         03  ST-NO               PIC 9(02).
007500         03  ST-NAME             PIC X(08).
011200         GO TO MAIN-MENU.
011300     DISPLAY "ENTER THE BUSINESS DATE YYYYMMDD".
011400     ACCEPT WS-BUS-DATE.
011410     MOVE "C" TO BD-FUNC.
011420     MOVE WS-BUS-DATE TO BD-DATE.
011430     CALL "TTBDATE" USING BD-PARMS.
011440     IF NOT BD-OK
011450         DISPLAY "NOT A VALID DATE - STREAM NOT OPENED"
011460         GO TO MAIN-MENU.
011470     IF NOT BD-IS-BUSINESS
011480         PERFORM EOD-FORCE THRU EOD-FORCE-EXIT
011485         IF NOT STREAM-FORCED
011490             GO TO MAIN-MENU.
011500     DISPLAY "MONTH-END NIGHT - INCLUDE TTDORM/TTINT/TTFEE/".
011550     DISPLAY "TTMONTH".
011600     DISPLAY "(Y/N)".
011700     ACCEPT C.
011800     IF C = 'Y' OR 'y'
011900         MOVE 12 TO WS-STEP-COUNT
012000     ELSE
012100         MOVE 8 TO WS-STEP-COUNT
012200     END-IF.
012300     PERFORM EOD-SEED THRU EOD-SEED-EXIT
012400         VARYING WS-SUB FROM 1 BY 1
013700     MOVE ZERO TO ST-END (WS-SUB).
013800 EOD-SEED-EXIT.
013900     EXIT.
013901
013903*--------------------------------------------------------------*
013905* EOD-FORCE - THE BUSINESS DATE IS A WEEKEND OR A HOLIDAY.     *
013907* SAYS WHY, AND SETS STREAM-FORCED ONLY WHEN THE OPERATOR      *
013909* ASKS TO FORCE IT AND A SUPERVISOR SIGNS ON - ON TELLER.DAT,  *
013911* CLASS S, NOT DISABLED, PIN MATCHING - AS TTFEEM'S START-UP.  *
013913*--------------------------------------------------------------*
013915 EOD-FORCE.
013917     MOVE "N" TO WS-FORCE-SWITCH.
013919     DISPLAY "NOT A BUSINESS DAY:".
013921     DISPLAY BD-HOL-DESC.
013923     DISPLAY "FORCE THE STREAM FOR THIS DATE (Y/N)".
013925     ACCEPT C.
013927     IF C NOT = 'Y' AND C NOT = 'y'
013929         DISPLAY "STREAM NOT OPENED"
013931         GO TO EOD-FORCE-EXIT.
013933     DISPLAY "ENTER SUPERVISOR ID".
013935     ACCEPT WS-SUPV-ID.
013937     PERFORM TLR-LOOKUP THRU TLR-LOOKUP-EXIT.
013939     IF NOT TLR-FOUND
013941         DISPLAY "NOT ON TELLER MASTER - STREAM NOT OPENED"
013943         GO TO EOD-FORCE-EXIT.
013945     IF TLR-CLASS NOT = "S" OR TLR-DISABLED
013947         DISPLAY "SUPERVISOR REQUIRED - STREAM NOT OPENED"
013949         GO TO EOD-FORCE-EXIT.
013951     IF TLR-PIN NOT = SPACE
013953         DISPLAY "ENTER PIN"
013955         ACCEPT WS-PIN
013957         IF WS-PIN NOT = TLR-PIN
013959             DISPLAY "PIN DOES NOT MATCH - STREAM NOT OPENED"
013961             GO TO EOD-FORCE-EXIT.
013963     MOVE "Y" TO WS-FORCE-SWITCH.
013965     DISPLAY "STREAM FORCED BY SUPERVISOR:".
013967     DISPLAY WS-SUPV-ID.
013969 EOD-FORCE-EXIT.
013971     EXIT.
014000
014100*--------------------------------------------------------------*
014200* EOD-START - MARKS THE FIRST INCOMPLETE STEP STARTED AND      *
014300* TELLS THE OPERATOR WHICH PROGRAM TO RUN.  A STEP ALREADY IN  *
014400* FLIGHT BLOCKS A SECOND START, SO NOTHING RUNS OUT OF ORDER.  *
014410* STARTING TTAUDIT EMPTIES AUDSTAT.DAT SO ONLY THIS RUN'S      *
014420* RESULT CAN COMPLETE THE STEP.                                *
014500*--------------------------------------------------------------*
014600 EOD-START.
014700     PERFORM EOD-LOAD THRU EOD-LOAD-EXIT.
016200     MOVE WS-TIME-HHMMSS TO ST-START (WS-PICK).
016300     MOVE ZERO TO ST-END (WS-PICK).
016400     PERFORM EOD-SAVE THRU EOD-SAVE-EXIT.
016410     IF ST-NAME (WS-PICK) = "TTAUDIT"
016420         OPEN OUTPUT AUDS-FILE
016430         CLOSE AUDS-FILE.
016500     DISPLAY "STARTED - NOW RUN STEP:".
016600     DISPLAY ST-NO (WS-PICK).
016700     DISPLAY ST-NAME (WS-PICK).
016900
017000*--------------------------------------------------------------*
017100* EOD-FINISH - RECORDS THE CLEAN END OF THE STEP IN FLIGHT.    *
017110* TTAUDIT IS ONLY CLEAN WHEN EOD-AUDIT FINDS ITS RESULT FOR    *
017120* THE STREAM'S DATE WITH NO HARD BREAKS; THE STEP STAYS IN     *
017130* FLIGHT FOR THE OPERATOR TO FAIL AND RERUN.                   *
017200*--------------------------------------------------------------*
017300 EOD-FINISH.
017400     PERFORM EOD-LOAD THRU EOD-LOAD-EXIT.
017600     IF WS-PICK = ZERO OR ST-STS (WS-PICK) NOT = "S"
017700         DISPLAY "NO STEP IN FLIGHT"
017800         GO TO MAIN-MENU.
017810     IF ST-NAME (WS-PICK) = "TTAUDIT"
017820         PERFORM EOD-AUDIT THRU EOD-AUDIT-EXIT
017830         IF NOT AUDIT-CLEAN
017840             DISPLAY "STREAM STOPPED BEFORE TTBKUP - FAIL (F)"
017850             DISPLAY "THE STEP, WORK TTAUDIT.DAT AND RERUN IT"
017860             GO TO MAIN-MENU.
017900     ACCEPT WS-TIME-RAW FROM TIME.
018000     MOVE "C" TO ST-STS (WS-PICK).
018100     MOVE WS-TIME-HHMMSS TO ST-END (WS-PICK).
022500         ST-END (WS-SUB).
022600 EOD-SHOW-EXIT.
022700     EXIT.
022702
022704*--------------------------------------------------------------*
022706* EOD-AUDIT - READS THE TTAUDIT RESULT ON AUDSTAT.DAT AND SETS *
022708* AUDIT-CLEAN WHEN IT IS FOR THE STREAM'S DATE AND SHOWS NO    *
022710* HARD BREAK.  NO ROW MEANS TTAUDIT HAS NOT RUN SINCE THE STEP *
022712* STARTED.                                                     *
022714*--------------------------------------------------------------*
022716 EOD-AUDIT.
022718     MOVE "N" TO WS-AUDIT-SWITCH.
022720     OPEN INPUT AUDS-FILE.
022722     READ AUDS-FILE
022724         AT END DISPLAY "NO TTAUDIT RESULT SINCE THE STEP STARTED"
022726             CLOSE AUDS-FILE
022728             GO TO EOD-AUDIT-EXIT
022730     END-READ.
022732     CLOSE AUDS-FILE.
022734     IF AUDS-DATE NOT = ST-DATE (WS-PICK)
022736         DISPLAY "TTAUDIT RAN FOR ANOTHER DATE:"
022738         DISPLAY AUDS-DATE
022740         GO TO EOD-AUDIT-EXIT.
022742     IF AUDS-HARD NOT NUMERIC OR AUDS-HARD > ZERO
022744         DISPLAY "TTAUDIT FOUND HARD BREAKS:"
022746         DISPLAY AUDS-HARD
022748         GO TO EOD-AUDIT-EXIT.
022750     MOVE "Y" TO WS-AUDIT-SWITCH.
022752 EOD-AUDIT-EXIT.
022754     EXIT.
022800
022900*--------------------------------------------------------------*
023000* EOD-LOAD - READS EODCTL.DAT INTO THE STEP TABLE AND NOTES    *
024300     IF EOD-EOF
024400         CLOSE EOD-FILE
024500         GO TO EOD-LOAD-EXIT.
024600     IF WS-STEP-COUNT = 12
024700         DISPLAY "EODCTL.DAT HOLDS TOO MANY ROWS - CHECK IT"
024800         CLOSE EOD-FILE
024900         STOP RUN.
030100     WRITE EOD-REC.
030200 EOD-SAVE-ONE-EXIT.
030300     EXIT.
030400
030500*--------------------------------------------------------------*
030600* TLR-LOOKUP - SCANS TELLER.DAT FOR WS-SUPV-ID, AS TTFEEM'S    *
030700* LOOKUP DOES.  LEAVES TLR-FOUND SET AND THE MATCHING TLR-REC  *
030800* IN THE RECORD AREA WHEN FOUND.  NO TELLER.DAT FINDS NOBODY.  *
030900*--------------------------------------------------------------*
031000 TLR-LOOKUP.
031100     MOVE "N" TO WS-TLR-FOUND-SWITCH.
031200     MOVE "N" TO WS-TLR-EOF-SWITCH.
031300     OPEN INPUT TLR-FILE.
031400     IF WS-TLR-STATUS NOT = "00"
031500         DISPLAY "TELLER.DAT NOT ON FILE"
031600         GO TO TLR-LOOKUP-EXIT.
031700 TLR-LOOKUP-SCAN.
031800     READ TLR-FILE
031900         AT END MOVE "Y" TO WS-TLR-EOF-SWITCH
032000     END-READ.
032100     IF TLR-EOF
032200         CLOSE TLR-FILE
032300         GO TO TLR-LOOKUP-EXIT.
032400     IF TLR-ID = WS-SUPV-ID
032500         MOVE "Y" TO WS-TLR-FOUND-SWITCH
032600         CLOSE TLR-FILE
032700         GO TO TLR-LOOKUP-EXIT.
032800     GO TO TLR-LOOKUP-SCAN.
032900 TLR-LOOKUP-EXIT.
033000     EXIT.
