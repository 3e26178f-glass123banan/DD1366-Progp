000100******************************************************************
000200*    IMPACTL.CPY
000300*
000400*    CONTROL-CARD RECORD FOR BERNIMPA, THE DOWNSTREAM IMPACT
000500*    REPORT.  ONE CARD PER CHANGED B(M) TO BE ANALYZED, WITH THE
000600*    FORM THAT CHANGED (D DECIMAL, F FRACTION, X EXTENDED, BLANK
000700*    FOR ALL THREE).  A CARD WITH A BLANK M ASKS FOR THE BERNCOMP
000800*    DIFFERENCES (COMPDIFF) INSTEAD; WITH NO CARDS AT ALL THE
000900*    DIFFERENCES ARE USED.  THE OPERATOR OF THE FIRST CARD IS
001000*    LOGGED FOR THE RUN.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  IMPA-CONTROL-RECORD.
001700     05  IMC-M                       PIC 9(03).
001800     05  IMC-M-X REDEFINES IMC-M     PIC X(03).
001900     05  IMC-FORM                    PIC X(01).
002000         88  IMC-FORM-DECIMAL            VALUE 'D'.
002100         88  IMC-FORM-FRACTION           VALUE 'F'.
002200         88  IMC-FORM-EXTENDED           VALUE 'X'.
002300         88  IMC-FORM-ALL                VALUE SPACE.
002400     05  IMC-OPERATOR-ID             PIC X(08).
