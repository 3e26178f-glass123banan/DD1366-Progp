000100******************************************************************
000200*    STIRCTL.CPY
000300*
000400*    CONTROL-CARD RECORD FOR BERNSTIR, THE STIRLING-SERIES JOB.
000500*    THE MODE ON THE FIRST CARD GOVERNS THE RUN:
000600*      COEF - ONE CARD NAMING THE HIGHEST K FOR WHICH THE
000700*             COEFFICIENT B(2K)/(2K(2K-1)) IS TO BE PUBLISHED.
000800*      EVAL - ONE CARD PER N FOR WHICH LOG N! IS TO BE PRINTED,
000900*             WITH THE NUMBER OF SERIES TERMS TO APPLY IN THE K
001000*             FIELD.  ANY NUMBER OF EVAL CARDS MAY BE STACKED.
001100*    THE REQUESTING OPERATOR IS CARRIED FOR THE RUN LOG.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  STIR-CONTROL-RECORD.
001800     05  STC-MODE                    PIC X(06).
001900         88  STC-MODE-COEF               VALUE 'COEF  '.
002000         88  STC-MODE-EVAL               VALUE 'EVAL  '.
002100     05  STC-LIMIT-K                 PIC 9(03).
002200     05  STC-N                       PIC 9(05).
002300     05  STC-OPERATOR-ID             PIC X(08).
