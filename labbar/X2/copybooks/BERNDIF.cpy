000100******************************************************************
000200*    BERNDIF.CPY
000300*
000400*    COMPARE-DIFFERENCE RECORD (COMPDIFF).  BERNCOMP WRITES ONE
000500*    RECORD FOR EVERY DIFFERENCE IT PRINTS, SO THE DIFFERENCES
000600*    CAN BE PROCESSED DOWNSTREAM (BERNIMPA) WITHOUT PARSING THE
000700*    PRINTED REPORT.  THE KEY IS THE BERNOUT / BERNFRC KEY OF THE
000800*    RECORD CONCERNED - FOR ONLY-IN-OLD THE OLD RECORD, OTHERWISE
000900*    THE NEW ONE (A CHANGED VALUE HAS THE SAME KEY IN BOTH).
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001400******************************************************************
001500 01  BERN-DIFF-RECORD.
001600     05  BDIF-KIND                   PIC X(01).
001700         88  BDIF-VALUE-CHANGED          VALUE 'C'.
001800         88  BDIF-ONLY-IN-OLD            VALUE 'O'.
001900         88  BDIF-ONLY-IN-NEW            VALUE 'N'.
002000     05  BDIF-FORM                   PIC X(01).
002100         88  BDIF-FORM-DECIMAL           VALUE 'D'.
002200         88  BDIF-FORM-FRACTION          VALUE 'F'.
002300     05  BDIF-N-CONTEXT              PIC 9(03).
002400     05  BDIF-M                      PIC 9(03).
002500     05  BDIF-SOURCE                 PIC X(01).
