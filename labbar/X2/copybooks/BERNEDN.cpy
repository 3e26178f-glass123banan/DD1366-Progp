000100******************************************************************
000200*    BERNEDN.CPY
000300*
000400*    FROZEN QUARTER-END EDITION RECORD (BERNEDTN, KEYED ON
000500*    EDN-KEY).  BERNMSTR AND THE PUBLISHED ARCHIVES ARE REBUILT
000600*    OR RECOMPACTED EVERY CYCLE, SO BERNFRZE COPIES THE CURRENT
000700*    AUTHORITATIVE VALUE OF EVERY FAMILY INTO THIS FILE UNDER AN
000800*    EDITION NUMBER AT EACH QUARTER-END SIGN-OFF, AND NOTHING
000900*    EVER UPDATES AN EDITION ONCE WRITTEN.  BERNASOF ANSWERS
001000*    AS-OF INQUIRIES FROM IT AND BERNEDIF COMPARES TWO EDITIONS.
001100*
001200*    THE KEY IS EDITION, THEN M, THEN FAMILY, THEN K:
001300*      EDN-M       M FOR THE DECIMAL, FRACTION, EXTENDED AND
001400*                  EULER FAMILIES; THE POLYNOMIAL ORDER N FOR THE
001500*                  POLYNOMIAL FAMILY; THE ORDER 2K FOR THE
001600*                  EULER-MACLAURIN FAMILY.
001700*      EDN-FAMILY  D DECIMAL (BERNMSTR), F FRACTION (BERNMSTR),
001800*                  X EXTENDED (BERNEXT), E EULER OR TANGENT NUMBER
001900*                  (BERNEUL - THE PARITY OF M TELLS WHICH),
002000*                  P POLYNOMIAL COEFFICIENT (BERNPOL), C EULER-
002100*                  MACLAURIN COEFFICIENT (BERNEMAC).  SPACE IS THE
002200*                  EDITION HEADER, KEYED AT M=000 SO IT IS THE
002300*                  FIRST RECORD OF ITS EDITION.
002400*      EDN-K       K FOR THE POLYNOMIAL AND EULER-MACLAURIN
002500*                  FAMILIES, OTHERWISE ZERO.
002600*
002700*    THE HEADER CARRIES THE SIGN-OFF DATE AND SIGNING OPERATOR
002800*    FROM THE FREEZE CARD, THE FREEZE STAMP, THE NUMBER OF VALUE
002900*    RECORDS, AND THE CURRENT CATALOG GENERATION OF EACH SOURCE
003000*    ARCHIVE AT THE FREEZE (SPACES WHERE NOT CATALOGED).  IT IS
003100*    WRITTEN LAST, SO AN EDITION WITHOUT A HEADER IS INCOMPLETE.
003200*
003300*    A VALUE RECORD USES ONLY THE FIELDS OF ITS FAMILY - THE
003400*    DECIMAL; THE NUMERATOR AND DENOMINATOR (AN EULER NUMBER
003500*    OVER 1); OR THE MANTISSA AND EXPONENT - AND ZERO IN THE
003600*    REST, SO EDN-VALUE COMPARES WHOLE BETWEEN EDITIONS.  THE
003700*    SIGN CONVENTION IS THE ONE OF THE SOURCE RECORD.
003800*
003900*    MODIFICATION HISTORY
004000*    DATE       INIT  DESCRIPTION
004100*    2026-10-15 SVK   ORIGINAL COPYBOOK.
004200******************************************************************
004300 01  BERN-EDITION-RECORD.
004400     05  EDN-KEY.
004500         10  EDN-EDITION             PIC 9(04).
004600         10  EDN-M                   PIC 9(03).
004700         10  EDN-FAMILY              PIC X(01).
004800             88  EDN-FAMILY-HEADER       VALUE SPACE.
004900             88  EDN-FAMILY-DECIMAL      VALUE 'D'.
005000             88  EDN-FAMILY-FRACTION     VALUE 'F'.
005100             88  EDN-FAMILY-EXTENDED     VALUE 'X'.
005200             88  EDN-FAMILY-EULER        VALUE 'E'.
005300             88  EDN-FAMILY-POLY         VALUE 'P'.
005400             88  EDN-FAMILY-EMAC         VALUE 'C'.
005500         10  EDN-K                   PIC 9(03).
005600     05  EDN-BODY                    PIC X(89).
005700     05  EDN-HEADER-BODY REDEFINES EDN-BODY.
005800         10  EDN-SIGNOFF-DATE        PIC 9(08).
005900         10  EDN-SIGNOFF-OPERATOR    PIC X(08).
006000         10  EDN-FREEZE-DATE         PIC 9(08).
006100         10  EDN-FREEZE-TIME         PIC 9(08).
006200         10  EDN-VALUE-COUNT         PIC 9(09).
006300         10  EDN-SOURCE-DATASETS.
006400             15  EDN-OUT-DATASET     PIC X(08).
006500             15  EDN-FRC-DATASET     PIC X(08).
006600             15  EDN-EXT-DATASET     PIC X(08).
006700             15  EDN-EUL-DATASET     PIC X(08).
006800             15  EDN-POL-DATASET     PIC X(08).
006900             15  EDN-EMC-DATASET     PIC X(08).
007000     05  EDN-VALUE-BODY REDEFINES EDN-BODY.
007100         10  EDN-N-CONTEXT           PIC 9(03).
007200         10  EDN-SOURCE              PIC X(01).
007300         10  EDN-VALUE.
007400             15  EDN-SIGN            PIC X(01).
007500                 88  EDN-VALUE-POSITIVE  VALUE '+'.
007600                 88  EDN-VALUE-NEGATIVE  VALUE '-'.
007700             15  EDN-DECIMAL         PIC 9(05)V9(05).
007800             15  EDN-NUMERATOR       PIC 9(18).
007900             15  EDN-DENOMINATOR     PIC 9(18).
008000             15  EDN-MANTISSA        PIC 9(01)V9(15).
008100             15  EDN-EXP-SIGN        PIC X(01).
008200             15  EDN-EXPONENT        PIC 9(03).
008300         10  FILLER                  PIC X(18).
