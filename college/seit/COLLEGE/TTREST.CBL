001770*                    POSTINGS MADE SINCE THE BACKUP FROM         *
001780*                    TRANS.DAT (AND THE ARCHIVE MONTH IF THE     *
001790*                    BACKUP PREDATES A PURGE).                   *
001792*   10/15/2026 RS    BKUP-REC WIDENED TO 114 FOR THE TAX-WHT   *
001793*                    WITHHOLDING FLAG ADDED TO STDREC.CPY.  AN *
001794*                    OLDER BACKUP RELOADS WITH THE FLAG SPACE- *
001795*                    FILLED - NO WITHHOLDING.                  *
001800*--------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
004100 FD  BKUP-FILE
004200     LABEL RECORD IS STANDARD.
004300
004400 01  BKUP-REC                    PIC X(114).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
