000100*--------------------------------------------------------------*
000200* AUDPOL - HOUSE POLICY FOR THE TTAUDIT CROSS-FILE INTEGRITY   *
000300* RUN.  AUD-FIRST-YM IS THE FIRST MONTH TTMONTH ARCHIVED TO A  *
000400* TRANS-YYYYMM.DAT - THE AUDIT READS EVERY ARCHIVE FROM THAT   *
000500* MONTH UP TO THE MONTH BEFORE THE BUSINESS DATE, THEN         *
000600* TRANS.DAT, SO THE WHOLE SEQUENCE IS PROVED END TO END.       *
000700* AUD-MACHINE-NAMES ARE THE TR-OPER STAMPS THE BATCH POSTING   *
000800* JOBS WRITE; THEY ARE NOT ON TELLER.DAT AND ARE NOT           *
000900* EXCEPTIONS.  ADD A NEW POSTING JOB'S STAMP HERE AND          *
001000* RECOMPILE TTAUDIT.                                           *
001100*--------------------------------------------------------------*
001200 01  AUD-POLICY.
001300     02  AUD-FIRST-YM            PIC 9(06)   VALUE 202608.
001400 01  AUD-MACHINE-NAMES.
001500     02  FILLER                  PIC X(08)   VALUE "TTBATCH".
001600     02  FILLER                  PIC X(08)   VALUE "TTCLEAR".
001700     02  FILLER                  PIC X(08)   VALUE "TTFEE".
001800     02  FILLER                  PIC X(08)   VALUE "TTHOLD".
001900     02  FILLER                  PIC X(08)   VALUE "TTINT".
002000     02  FILLER                  PIC X(08)   VALUE "TTLOAN".
002100     02  FILLER                  PIC X(08)   VALUE "TTSORD".
002200     02  FILLER                  PIC X(08)   VALUE "TTTDMAT".
002300 01  AUD-MACHINE-TABLE REDEFINES AUD-MACHINE-NAMES.
002400     02  AUD-MACHINE-NAME OCCURS 8 TIMES PIC X(08).
