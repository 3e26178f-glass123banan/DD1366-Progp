000100******************************************************************
000200*    ORDMTXN.CPY
000300*
000400*    STANDING-ORDER MAINTENANCE TRANSACTION (ORDMTRAN), READ BY
000500*    BERNORDM.  ONE TRANSACTION PER ORDER ACTION:
000600*      ADD      NEW ORDER.  EVERY CARD FIELD, THE FREQUENCY, THE
000700*               NEXT-DUE DATE AND THE OWNER ARE REQUIRED; A BLANK
000800*               CARD OPERATOR DEFAULTS TO THE OWNER.
000900*      CHANGE   EVERY NON-BLANK FIELD REPLACES THE ORDER'S
001000*               VALUE; BLANK FIELDS ARE LEFT AS THEY ARE.
001100*      SUSPEND  STOPS THE ORDER BEING GENERATED.
001200*      RESUME   RETURNS A SUSPENDED ORDER TO SERVICE.
001300*      DELETE   REMOVES THE ORDER FROM THE MASTER.
001400*    THE NUMERIC FIELDS ARE CARRIED AS CHARACTER SO A CHANGE CAN
001500*    LEAVE THEM BLANK.  THE OPERATOR IS THE PERSON KEYING THE
001600*    TRANSACTION, NOT NECESSARILY THE ORDER'S OWNER.
001700*
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    2026-10-15 SVK   ORIGINAL COPYBOOK.
002100******************************************************************
002200 01  ORDM-TRANSACTION-RECORD.
002300     05  OMT-ACTION                  PIC X(08).
002400         88  OMT-ADD                     VALUE 'ADD     '.
002500         88  OMT-CHANGE                  VALUE 'CHANGE  '.
002600         88  OMT-SUSPEND                 VALUE 'SUSPEND '.
002700         88  OMT-RESUME                  VALUE 'RESUME  '.
002800         88  OMT-DELETE                  VALUE 'DELETE  '.
002900     05  OMT-ORDER-ID                PIC X(08).
003000     05  OMT-CARD-IMAGE.
003100         10  OMT-CC-MODE             PIC X(06).
003200         10  OMT-CC-N                PIC X(03).
003300         10  OMT-CC-TARGET-M         PIC X(03).
003400         10  OMT-CC-FRACTION-SW      PIC X(01).
003500         10  OMT-CC-OPERATOR-ID      PIC X(08).
003600         10  FILLER                  PIC X(01).
003700     05  OMT-FREQUENCY               PIC X(01).
003800     05  OMT-NEXT-DUE-DATE           PIC X(08).
003900     05  OMT-OWNER-ID                PIC X(08).
004000     05  OMT-OPERATOR-ID             PIC X(08).
