000100*--------------------------------------------------------------*
000110* TRANSREC - TRANSACTION AUDIT LOG RECORD LAYOUT FOR TRANS.DAT.*
000120* SHARED BY TT AND THE BATCH READERS SO THE LAYOUT STAYS IN    *
000130* STEP ACROSS THE ONLINE ENTRY PROGRAM AND THE REPORT JOBS.    *
000140* TR-CC IS THE BALANCE ON FILE AFTER THE POSTING, SO A READER  *
000150* IN TR-SEQ ORDER SEES THE RUNNING BALANCE DIRECTLY.           *
000160* TR-AMT AND TR-CC CARRY TWO ASSUMED DECIMALS (CENTS) - RUN    *
000170* TTCONV ONCE OVER A LOG STILL IN THE OLD PIC 9(04) LAYOUT.    *
000180* TR-OPER AND TR-TIME STAMP THE SIGNED-ON OPERATOR (FROM       *
000190* TELLER.DAT) AND THE WALL-CLOCK TIME ON EVERY ROW, SO EVERY   *
000200* POSTING, CORRECTION AND DELETE IS ATTRIBUTABLE.              *
000210* TR-REF IS A CROSS-REFERENCE TO A RELATED ROW - THE TWO LEGS  *
000220* OF A TRANSFER CARRY THE SAME REFERENCE (THE SEQUENCE OF THE  *
000230* DEBIT LEG), AND A TYPE V REVERSAL CARRIES THE TR-SEQ OF THE  *
000240* POSTING IT BACKS OUT, SO EVERY CORRECTION TIES TO ITS        *
000250* MISTAKE.  ZERO MEANS THE ROW STANDS ALONE.  A LOG STILL IN   *
000260* THE OLD 79-BYTE LAYOUT READS WITH TR-REF SPACE-FILLED.       *
000270* A TERM DEPOSIT'S FUNDING W ROW CARRIES ITS OWN TR-SEQ AS ITS *
000280* REFERENCE (TD-FUND-SEQ ON TDEP.DAT), AND EVERY PAYOUT D ROW -*
000290* AT MATURITY FROM TTTDMAT OR ON AN EARLY BREAK IN TT - CARRIES*
000300* THE SAME REFERENCE, SO THE DEPOSIT'S LEGS TIE TOGETHER.      *
000310* A STAFF LOAN'S DISBURSEMENT D ROW FROM TT'S LOAN BOOKING     *
000320* CARRIES ITS OWN TR-SEQ AS ITS REFERENCE (LN-DISB-SEQ ON      *
000330* LOAN.DAT), AND EVERY REPAYMENT W ROW FROM TTLOAN CARRIES THE *
000340* SAME REFERENCE.                                              *
000350* TYPES: W WITHDRAWAL, D DEPOSIT, I INTEREST, C CORRECTION,    *
000360* X ACCOUNT CLOSE, V REVERSAL (TR-CC IS THE BALANCE AFTER THE  *
000370* BACKOUT, SO REPLAY TREATS V LIKE C - OVERRIDE WITH TR-CC),   *
000380* H HOLD PLACED AND R HOLD RELEASED (TR-AMT IS THE HOLD        *
000390* AMOUNT; TR-CC IS THE UNCHANGED LEDGER BALANCE).              *
000400* F SERVICE CHARGE POSTED BY THE MONTH-END TTFEE RUN (TR-AMT   *
000410* IS THE FEE AND COMES OFF THE BALANCE - REPLAY SUBTRACTS IT   *
000420* LIKE A W, BUT IT IS NOT A WITHDRAWAL FOR LIMITS, TILL PROOF  *
000430* OR THE WITHDRAWAL COUNT A FEE IS CHARGED ON).                *
000440* T TAX WITHHELD ON INTEREST BY TTINT FOR A MEMBER WITH NO TAX *
000450* ID (TR-AMT IS THE TAX AND COMES OFF THE BALANCE - REPLAY     *
000460* SUBTRACTS IT LIKE A W - AND TR-REF CARRIES THE TR-SEQ OF THE *
000470* I ROW IT IS WITHHELD FROM, SO GROSS AND NET TIE TOGETHER).   *
000480* Q CHEQUE PAID BY THE TTCLEAR INWARD CLEARING RUN (TR-AMT IS  *
000490* THE CHEQUE AND COMES OFF THE BALANCE LIKE A W - IT COUNTS    *
000500* TOWARD THE DAY'S WITHDRAWAL CEILING - AND TR-REF CARRIES THE *
000510* CHEQUE NUMBER INSTEAD OF A CROSS-REFERENCE).                 *
000520* A C ROW CARRYING ITS OWN TR-SEQ AS ITS REFERENCE IS AN       *
000530* ACCOUNT REACTIVATION FROM TT'S MAINT-REACTIVATE - TTAML      *
000540* WATCHES WHAT IS DRAWN OUT AFTER IT.                          *
000550* TR-OVR CARRIES THE SUPERVISOR WHO APPROVED A WITHDRAWAL     *
000560* OVER THE LIMIT POLICY (LIMITS.CPY).  ON A CHANGE APPLIED     *
000570* FROM THE APPROVAL QUEUE (APPRQ.DAT) IT CARRIES THE APPROVING *
000580* SUPERVISOR, WITH THE TELLER WHO ASKED FOR IT IN TR-OPER.     *
000590* SPACES ON EVERY OTHER ROW.  TTLIMIT REPORTS BOTH KINDS.      *
000600* TR-BRANCH IS THE BRANCH THE POSTING WAS TAKEN AT - THE      *
000610* SIGNED-ON OPERATOR'S BRANCH FROM THE TELLER MASTER, THE     *
000620* BR-BRANCH COLUMN ON A TTBATCH INPUT ROW, OR THE ACCOUNT'S   *
000630* OWN BRANCH ON A MACHINE POSTING.  ZERO MEANS THE ORIGINAL   *
000640* CAMPUS; TTRECON AND TTGLFEED BREAK BY IT.                   *
000650* TR-VALUE-DATE IS THE BUSINESS DAY THE POSTING COUNTS FOR,    *
000660* FROM THE SHARED TTBDATE ROUTINE - TR-DATE ITSELF WHEN THAT   *
000670* IS A BUSINESS DAY, THE NEXT BUSINESS DAY (HOLCAL.DAT) WHEN   *
000680* IT IS NOT OR WHEN A COUNTER POSTING IS TAKEN AFTER THE       *
000690* CALPOL.CPY CUTOFF.  EVERY POSTING PROGRAM STAMPS IT.  A LOG  *
000700* STILL IN THE OLD 107-BYTE LAYOUT READS WITH TR-VALUE-DATE    *
000710* SPACE-FILLED, AND SUCH A ROW COUNTS AS TR-DATE.              *
000720*--------------------------------------------------------------*
000800 01  TRANS-REC.
000900     02  TR-ID1                  PIC 9(04).
001000     02  FILLER                  PIC X(04).
002700     02  TR-OVR                  PIC X(08).
002800     02  FILLER                  PIC X(04).
002900     02  TR-BRANCH               PIC 9(02).
003000     02  FILLER                  PIC X(04).
003100     02  TR-VALUE-DATE           PIC 9(08).
