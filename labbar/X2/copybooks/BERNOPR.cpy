000100******************************************************************
000200*    BERNOPR.CPY
000300*
000400*    OPERATOR AUTHORIZATION MASTER RECORD (BERNOPR).  ONE RECORD
000500*    PER OPERATOR ID ALLOWED TO SUBMIT CONTROL CARDS, HELD IN
000600*    OPERATOR-ID SEQUENCE.  BERNEDIT REJECTS EVERY CARD WHOSE
000700*    CC-OPERATOR-ID IS NOT ON THIS FILE, WHOSE AUTHORITY HAS
000800*    EXPIRED, OR WHICH ASKS FOR MORE THAN THE OPERATOR MAY:
000900*      OPR-MODE-FLAGS   'Y' OR 'N' FOR EACH MODE, IN THE ORDER
001000*                       TABLE, LOOKUP, EULER, POLY, ZETA.
001100*      OPR-MAX-N        HIGHEST ORDER THE OPERATOR MAY REQUEST -
001200*                       CC-N, OR CC-TARGET-M ON A LOOKUP CARD.
001300*      OPR-FRACTION-SW  'Y' IF THE OPERATOR MAY ASK FOR EXACT
001400*                       FRACTIONS.
001500*      OPR-EXPIRY-DATE  LAST DAY THE AUTHORITY IS GOOD FOR.
001600*    THE MASTER IS MAINTAINED ONLY BY BERNOPRM, WHICH STAMPS THE
001700*    DATE AND THE OPERATOR OF THE LAST CHANGE.
001800*
001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15 SVK   ORIGINAL COPYBOOK.
002200******************************************************************
002300 01  BERN-OPERATOR-RECORD.
002400     05  OPR-OPERATOR-ID             PIC X(08).
002500     05  OPR-OPERATOR-NAME           PIC X(24).
002600     05  OPR-MODE-FLAGS.
002700         10  OPR-MAY-TABLE           PIC X(01).
002800         10  OPR-MAY-LOOKUP          PIC X(01).
002900         10  OPR-MAY-EULER           PIC X(01).
003000         10  OPR-MAY-POLY            PIC X(01).
003100         10  OPR-MAY-ZETA            PIC X(01).
003200     05  OPR-MODE-FLAG-TABLE REDEFINES OPR-MODE-FLAGS.
003300         10  OPR-MODE-FLAG           PIC X(01) OCCURS 5 TIMES.
003400     05  OPR-MAX-N                   PIC 9(03).
003500     05  OPR-FRACTION-SW             PIC X(01).
003600         88  OPR-FRACTIONS-ALLOWED       VALUE 'Y'.
003700     05  OPR-EXPIRY-DATE             PIC 9(08).
003800     05  OPR-MAINT-DATE              PIC 9(08).
003900     05  OPR-MAINT-OPERATOR          PIC X(08).
