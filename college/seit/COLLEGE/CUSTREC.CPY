000100*--------------------------------------------------------------*
000200* CUSTREC - CUSTOMER MASTER RECORD LAYOUT FOR CUST.DAT.  ONE   *
000300* ROW PER PERSON, KEPT APART FROM THE ACCOUNT RECORD (STDREC)  *
000400* SO ONE CUSTOMER CAN HOLD SEVERAL ACCOUNTS AND ONE ACCOUNT    *
000500* CAN HAVE SEVERAL HOLDERS - CUSTLINK.DAT (CLNKREC.CPY) TIES   *
000600* THEM TOGETHER.  CUS-NO IS ISSUED IN SEQUENCE (ONE PAST THE   *
000700* HIGHEST ON FILE) WHEN THE CUSTOMER IS OPENED, FROM TT'S      *
000800* MAIN-MENU OR FROM TTCUSTM.  A NEW CUSTOMER IS REFUSED WHEN   *
000900* THE SAME ID DOCUMENT, OR THE SAME FULL NAME AND DATE OF      *
001000* BIRTH, IS ALREADY ON FILE, SO ONE PERSON IS NOT OPENED TWICE *
001100* UNDER TWO SPELLINGS.  CUS-DOC-TYPE IS PP PASSPORT, NI        *
001200* NATIONAL ID CARD, DL DRIVING LICENCE.  CUS-OPEN-DATE AND     *
001300* CUS-OPER RECORD WHEN AND BY WHOM THE CUSTOMER WAS OPENED.    *
001400* THE ACCOUNT'S OWN NAMES FIELD STAYS ON STD AS THE SHORT      *
001500* 20-BYTE NAME THE REPORTS PRINT.                              *
001600*--------------------------------------------------------------*
001700 01  CUS-REC.
001800     02  CUS-NO                  PIC 9(06).
001900     02  FILLER                  PIC X(04).
002000     02  CUS-NAME                PIC X(40).
002100     02  FILLER                  PIC X(04).
002200     02  CUS-ADDR1               PIC X(30).
002300     02  FILLER                  PIC X(04).
002400     02  CUS-ADDR2               PIC X(30).
002500     02  FILLER                  PIC X(04).
002600     02  CUS-CITY                PIC X(20).
002700     02  FILLER                  PIC X(04).
002800     02  CUS-POSTCODE            PIC X(10).
002900     02  FILLER                  PIC X(04).
003000     02  CUS-PHONE               PIC X(15).
003100     02  FILLER                  PIC X(04).
003200     02  CUS-DOB                 PIC 9(08).
003300     02  FILLER                  PIC X(04).
003400     02  CUS-DOC-TYPE            PIC X(02).
003500         88  CUS-DOC-PASSPORT                VALUE "PP".
003600         88  CUS-DOC-NATIONAL-ID             VALUE "NI".
003700         88  CUS-DOC-LICENCE                 VALUE "DL".
003800     02  FILLER                  PIC X(04).
003900     02  CUS-DOC-NO              PIC X(20).
004000     02  FILLER                  PIC X(04).
004100     02  CUS-OPEN-DATE           PIC 9(08).
004200     02  FILLER                  PIC X(04).
004300     02  CUS-OPER                PIC X(08).
