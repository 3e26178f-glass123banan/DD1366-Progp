000100******************************************************************
000200*    BERNSTR.CPY
000300*
000400*    STIRLING-SERIES CORRECTION-COEFFICIENT RECORD.  ONE RECORD
000500*    PER K CARRYING THE COEFFICIENT B(2K)/(2K(2K-1)) OF THE TERM
000600*    1/N**(2K-1) IN THE ASYMPTOTIC SERIES
000700*        LOG N! = (N+1/2) LOG N - N + LOG(2*PI)/2
000800*               + SUM OVER K OF B(2K)/(2K(2K-1)) / N**(2K-1)
000900*    AS AN EXACT REDUCED FRACTION, SO THE MORTALITY AND ANNUITY
001000*    MODELS CAN COPY THIS LAYOUT INSTEAD OF KEYING THE TERMS IN
001100*    FROM A TEXTBOOK.  PRODUCED BY BERNSTIR FROM THE PUBLISHED
001200*    BERN-FRAC-RECORD ARCHIVE; THE SIGN CONVENTION IS THE SAME
001300*    AS BERN-FRAC-RECORD.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  BERN-STIR-RECORD.
002000     05  STIR-K                      PIC 9(03).
002100     05  STIR-ORDER-2K               PIC 9(03).
002200     05  STIR-POWER                  PIC 9(03).
002300     05  STIR-SIGN                   PIC X(01).
002400         88  STIR-VALUE-POSITIVE         VALUE '+'.
002500         88  STIR-VALUE-NEGATIVE         VALUE '-'.
002600     05  STIR-NUMERATOR              PIC 9(18).
002700     05  STIR-DENOMINATOR            PIC 9(18).
