000100******************************************************************
000200*    OPRMTXN.CPY
000300*
000400*    OPERATOR AUTHORIZATION MAINTENANCE TRANSACTION (OPRMTRAN),
000500*    READ BY BERNOPRM.  ONE TRANSACTION PER ACTION:
000600*      ADD      NEW OPERATOR.  EVERY FIELD IS REQUIRED.
000700*      CHANGE   EVERY NON-BLANK FIELD REPLACES THE OPERATOR'S
000800*               VALUE; BLANK FIELDS ARE LEFT AS THEY ARE.  THE
000900*               MODE FLAGS ARE REPLACED AS A SET.
001000*      DELETE   REMOVES THE OPERATOR FROM THE MASTER.
001100*    THE NUMERIC FIELDS ARE CARRIED AS CHARACTER SO A CHANGE CAN
001200*    LEAVE THEM BLANK.  OAT-KEYED-BY IS THE PERSON KEYING THE
001300*    TRANSACTION; NOBODY MAY MAINTAIN THEIR OWN AUTHORITY.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  OPRM-TRANSACTION-RECORD.
002000     05  OAT-ACTION                  PIC X(08).
002100         88  OAT-ADD                     VALUE 'ADD     '.
002200         88  OAT-CHANGE                  VALUE 'CHANGE  '.
002300         88  OAT-DELETE                  VALUE 'DELETE  '.
002400     05  OAT-OPERATOR-ID             PIC X(08).
002500     05  OAT-OPERATOR-NAME           PIC X(24).
002600     05  OAT-MODE-FLAGS              PIC X(05).
002700     05  OAT-MAX-N                   PIC X(03).
002800     05  OAT-FRACTION-SW             PIC X(01).
002900     05  OAT-EXPIRY-DATE             PIC X(08).
003000     05  OAT-KEYED-BY                PIC X(08).
