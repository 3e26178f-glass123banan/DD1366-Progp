000100******************************************************************
000200*    PEVLCTL.CPY
000300*
000400*    CONTROL-CARD RECORD FOR BERNPEVL, THE BERNOULLI-POLYNOMIAL
000500*    EVALUATION JOB.  ONE CARD PER REQUESTED VALUE NAMING THE
000600*    ORDER N OF THE POLYNOMIAL, THE POINT X AS AN EXACT SIGNED
000700*    FRACTION NUMERATOR/DENOMINATOR (SO QUADRATURE NODES SUCH AS
000800*    1/3 ARE CARRIED WITHOUT DECIMAL ROUNDING), AND THE
000900*    REQUESTING OPERATOR FOR THE RUN LOG.  THE FRACTION NEED NOT
001000*    BE IN LOWEST TERMS - BERNPEVL REDUCES IT.  A JOB MAY STACK
001100*    ANY NUMBER OF THESE CARDS IN ONE EXECUTION.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  PEVL-CONTROL-RECORD.
001800     05  PVC-N                       PIC 9(03).
001900     05  PVC-X-SIGN                  PIC X(01).
002000         88  PVC-X-POSITIVE              VALUE '+'.
002100         88  PVC-X-NEGATIVE              VALUE '-'.
002200     05  PVC-X-NUMERATOR             PIC 9(09).
002300     05  PVC-X-DENOMINATOR           PIC 9(09).
002400     05  PVC-OPERATOR-ID             PIC X(08).
