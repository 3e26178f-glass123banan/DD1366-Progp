000100******************************************************************
000200*    BERNPVL.CPY
000300*
000400*    BERNOULLI-POLYNOMIAL VALUE RECORD (BERNPVAL).  ONE RECORD
000500*    PER SUCCESSFULLY EVALUATED BERNPEVL CONTROL CARD, CARRYING
000600*    THE ORDER N, THE POINT X IN LOWEST TERMS, AND B-N(X) BOTH
000700*    AS AN EXACT REDUCED FRACTION AND AS A DECIMAL ROUNDED AT
000800*    THE TWELFTH PLACE.  THE VALUE SIGN APPLIES TO THE FRACTION
000900*    AND THE DECIMAL ALIKE; THE CONVENTION IS THE SAME AS
001000*    BERN-FRAC-RECORD.  A FAILED CARD WRITES NO RECORD.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  BERN-PVAL-RECORD.
001700     05  PVAL-N                      PIC 9(03).
001800     05  PVAL-X-SIGN                 PIC X(01).
001900     05  PVAL-X-NUMERATOR            PIC 9(09).
002000     05  PVAL-X-DENOMINATOR          PIC 9(09).
002100     05  PVAL-SIGN                   PIC X(01).
002200         88  PVAL-VALUE-POSITIVE         VALUE '+'.
002300         88  PVAL-VALUE-NEGATIVE         VALUE '-'.
002400     05  PVAL-NUMERATOR              PIC 9(18).
002500     05  PVAL-DENOMINATOR            PIC 9(18).
002600     05  PVAL-DECIMAL-VALUE          PIC 9(06)V9(12).
002700     05  PVAL-OPERATOR-ID            PIC X(08).
