000100*--------------------------------------------------------------*
000200* CALPOL - HOUSE BUSINESS CALENDAR POLICY FOR THE TTBDATE      *
000300* ROUTINE.  CAL-CUTOFF-TIME IS THE COUNTER CUTOFF (HHMMSS) - A *
000400* TELLER POSTING TAKEN AT OR AFTER IT CARRIES THE NEXT         *
000500* BUSINESS DAY AS ITS VALUE DATE.  CAL-SAT-OPEN AND            *
000600* CAL-SUN-OPEN SAY WHETHER A SATURDAY OR SUNDAY IS A BUSINESS  *
000700* DAY; EVERY OTHER CLOSED DAY IS A HOLIDAY ON HOLCAL.DAT.      *
000800* CHANGE THE VALUES HERE AND RECOMPILE TTBDATE.                *
000900*--------------------------------------------------------------*
001000 01  CAL-POLICY.
001100     02  CAL-CUTOFF-TIME         PIC 9(06)   VALUE 150000.
001200     02  CAL-SAT-OPEN            PIC X(01)   VALUE "N".
001300         88  CAL-SATURDAY-OPEN               VALUE "Y".
001400     02  CAL-SUN-OPEN            PIC X(01)   VALUE "N".
001500         88  CAL-SUNDAY-OPEN                 VALUE "Y".
