000100******************************************************************
000200*    CATMTXN.CPY
000300*
000400*    PUBLICATION-CATALOG MAINTENANCE TRANSACTION (CATMTRAN), READ
000500*    BY BERNCATM.  ONE TRANSACTION PER GENERATION TO WITHDRAW OR
000600*    REINSTATE.  THE GENERATION IS NAMED BY ITS ARCHIVE FAMILY,
000700*    OPTIONALLY NARROWED BY DATASET NAME AND BY THE CREATE STAMP
000800*    BERNCATL PRINTS FOR IT - THE DATASET NAME ALONE IS NOT
000900*    UNIQUE, SINCE EVERY APPEND-STYLE PUBLISH REUSES IT.  WITH THE
001000*    STAMP LEFT BLANK OR ZERO:
001100*      WITHDRAW   TAKES THE CURRENT GENERATION OF THE FAMILY;
001200*      REINSTATE  TAKES THE MOST RECENTLY POSTED SUPERSEDED
001300*                 GENERATION THAT HAS NOT ITSELF BEEN WITHDRAWN
001400*                 (THE ONE THE CURRENT GENERATION REPLACED).
001500*    THE REASON CODE MUST BE ONE OF THE CODES LISTED IN BERNCATM;
001600*    THE OPERATOR IS THE PERSON ANSWERABLE FOR THE ACTION.
001700*
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    2026-10-15 SVK   ORIGINAL COPYBOOK.
002100******************************************************************
002200 01  CATM-TRANSACTION-RECORD.
002300     05  CMT-ACTION                  PIC X(09).
002400         88  CMT-WITHDRAW                VALUE 'WITHDRAW '.
002500         88  CMT-REINSTATE               VALUE 'REINSTATE'.
002600     05  CMT-ARCHIVE                 PIC X(08).
002700     05  CMT-DATASET-NAME            PIC X(08).
002800     05  CMT-GENERATION.
002900         10  CMT-GEN-DATE            PIC 9(08).
003000         10  CMT-GEN-TIME            PIC 9(08).
003100     05  CMT-REASON-CODE             PIC X(04).
003200     05  CMT-OPERATOR-ID             PIC X(08).
