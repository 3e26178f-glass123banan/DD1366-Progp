000100******************************************************************
000200*    BERNCQK.CPY
000300*
000400*    LINKAGE PARAMETER BLOCK FOR THE BERNCATQ SUBPROGRAM, WHICH
000500*    LOOKS UP THE CURRENT GENERATION OF ONE ARCHIVE FAMILY IN THE
000600*    PUBLICATION CATALOG (BERNCTLG, BERNCAT LAYOUT) ON BEHALF OF
000700*    A CONSUMER ABOUT TO READ THAT FAMILY.  THE CALLER FILLS THE
000800*    ARCHIVE; BERNCATQ RETURNS THE RESULT AND, FOR A CATALOGED
000900*    FAMILY, THE CURRENT DATASET AND ITS LAST MAINTENANCE
001000*    ACTION.  A CONSUMER REFUSES THE FAMILY WHEN THE RESULT IS
001100*    CATQ-WITHDRAWN.  'NOT CATALOGED' AND 'CATALOG UNAVAILABLE'
001200*    LEAVE THE DECISION WITH THE CALLER - THE SUITE RAN BEFORE
001300*    THE CATALOG EXISTED AND A READ PROBLEM IS REPORTED BY
001400*    BERNCATQ ITSELF.
001500*
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001900******************************************************************
002000 01  BERN-CATQ-PARMS.
002100     05  CATQ-ARCHIVE                PIC X(08).
002200     05  CATQ-RESULT                 PIC X(01).
002300         88  CATQ-IN-SERVICE             VALUE 'C'.
002400         88  CATQ-WITHDRAWN              VALUE 'W'.
002500         88  CATQ-NOT-CATALOGED          VALUE 'N'.
002600         88  CATQ-UNAVAILABLE            VALUE 'U'.
002700     05  CATQ-DATASET-NAME           PIC X(08).
002800     05  CATQ-MAINT-REASON           PIC X(04).
002900     05  CATQ-MAINT-OPERATOR         PIC X(08).
003000     05  CATQ-MAINT-DATE             PIC 9(08).
