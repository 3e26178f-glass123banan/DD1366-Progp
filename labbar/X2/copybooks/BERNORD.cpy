000100******************************************************************
000200*    BERNORD.CPY
000300*
000400*    STANDING-ORDER MASTER RECORD (BERNORD).  ONE RECORD PER
000500*    RECURRING CONTROL-CARD REQUEST - THE QUARTERLY TABLE
000600*    REBUILD, THE MONTHLY EULER AND POLY SETS, THE WEEKLY
000700*    LOOKUPS FOR THE VALUATION SYSTEM - KEYED BY ORDER ID AND
000800*    HELD IN ORDER-ID SEQUENCE.  THE CARD IMAGE IS THE COMPLETE
000900*    BERN-CONTROL-RECORD CONTENT (BERNCTL LAYOUT) THE DECK
001000*    BUILDER (BERNDECK) WRITES TO PARMRAW WHEN THE ORDER FALLS
001100*    DUE; ITS REQUEUE SWITCH IS ALWAYS 'N'.
001200*
001300*    FREQUENCY IS D (DAILY), W (WEEKLY), M (MONTHLY) OR Q
001400*    (QUARTERLY).  ORD-DUE-DAY IS THE DAY OF THE MONTH A MONTHLY
001500*    OR QUARTERLY ORDER IS ANCHORED TO, TAKEN FROM THE NEXT-DUE
001600*    DATE WHEN IT IS KEYED; IN A SHORTER MONTH THE ORDER FALLS
001700*    DUE ON THE LAST DAY INSTEAD, AND RETURNS TO THE ANCHOR DAY
001800*    AFTERWARDS.  A SUSPENDED ORDER STAYS ON THE MASTER BUT IS
001900*    NOT GENERATED UNTIL IT IS RESUMED.  THE MASTER IS MAINTAINED
002000*    ONLY BY BERNORDM; BERNDECK UPDATES THE NEXT-DUE AND
002100*    LAST-GENERATED DATES.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    2026-10-15 SVK   ORIGINAL COPYBOOK.
002600******************************************************************
002700 01  BERN-ORDER-RECORD.
002800     05  ORD-ORDER-ID                PIC X(08).
002900     05  ORD-CARD-IMAGE.
003000         10  ORD-CC-MODE             PIC X(06).
003100         10  ORD-CC-N                PIC 9(03).
003200         10  ORD-CC-TARGET-M         PIC 9(03).
003300         10  ORD-CC-FRACTION-SW      PIC X(01).
003400         10  ORD-CC-OPERATOR-ID      PIC X(08).
003500         10  ORD-CC-REQUEUE-SW       PIC X(01).
003600     05  ORD-FREQUENCY               PIC X(01).
003700         88  ORD-FREQ-DAILY              VALUE 'D'.
003800         88  ORD-FREQ-WEEKLY             VALUE 'W'.
003900         88  ORD-FREQ-MONTHLY            VALUE 'M'.
004000         88  ORD-FREQ-QUARTERLY          VALUE 'Q'.
004100     05  ORD-NEXT-DUE-DATE           PIC 9(08).
004200     05  ORD-NEXT-DUE-PARTS REDEFINES ORD-NEXT-DUE-DATE.
004300         10  ORD-DUE-YYYY            PIC 9(04).
004400         10  ORD-DUE-MM              PIC 9(02).
004500         10  ORD-DUE-DD              PIC 9(02).
004600     05  ORD-DUE-DAY                 PIC 9(02).
004700     05  ORD-STATUS                  PIC X(01).
004800         88  ORD-ACTIVE                  VALUE 'A'.
004900         88  ORD-SUSPENDED               VALUE 'S'.
005000     05  ORD-OWNER-ID                PIC X(08).
005100     05  ORD-LAST-GEN-DATE           PIC 9(08).
005200     05  ORD-MAINT-DATE              PIC 9(08).
005300     05  ORD-MAINT-OPERATOR          PIC X(08).
