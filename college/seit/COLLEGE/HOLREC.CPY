000100*--------------------------------------------------------------*
000200* HOLREC - HOLIDAY CALENDAR RECORD LAYOUT FOR HOLCAL.DAT.  ONE *
000300* ROW PER DAY THE INSTITUTION IS CLOSED OTHER THAN A WEEKEND   *
000400* (CALPOL.CPY SAYS WHICH WEEKDAYS ARE CLOSED).  MAINTAINED BY  *
000500* SUPERVISORS THROUGH TTCALM; READ BY THE TTBDATE              *
000600* BUSINESS-DATE ROUTINE EVERY POSTING PROGRAM CALLS.  A        *
000700* HOLIDAY TAKEN OFF THE CALENDAR GOES TO STATUS C AND THE ROW  *
000800* STAYS ON FILE, WITH HOL-SUPV AND HOL-ADDED RECORDING WHO     *
000900* LAST CHANGED IT AND WHEN.                                    *
001000*--------------------------------------------------------------*
001100 01  HOL-REC.
001200     02  HOL-DATE                PIC 9(08).
001300     02  FILLER                  PIC X(04).
001400     02  HOL-DESC                PIC X(30).
001500     02  FILLER                  PIC X(04).
001600     02  HOL-SUPV                PIC X(08).
001700     02  FILLER                  PIC X(04).
001800     02  HOL-ADDED               PIC 9(08).
001900     02  FILLER                  PIC X(04).
002000     02  HOL-STS                 PIC X(01).
002100         88  HOL-ACTIVE                      VALUE "A".
002200         88  HOL-CANCELLED                   VALUE "C".
