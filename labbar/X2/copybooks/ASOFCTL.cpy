000100******************************************************************
000200*    ASOFCTL.CPY
000300*
000400*    CONTROL-CARD RECORD FOR BERNASOF, THE AS-OF INQUIRY AGAINST
000500*    THE FROZEN EDITIONS (BERNEDTN).  ONE CARD PER QUESTION
000600*    NAMING THE EDITION AND THE M (THE ORDER N FOR POLYNOMIAL
000700*    COEFFICIENTS, 2K FOR EULER-MACLAURIN COEFFICIENTS), AND
000800*    OPTIONALLY ONE FAMILY (D, F, X, E, P, C - BLANK FOR EVERY
000900*    FAMILY FROZEN AT THAT M).  WITH A BLANK EDITION THE CARD
001000*    NAMES A REPORTING DATE INSTEAD, AND THE EDITION IN FORCE ON
001100*    THAT DATE - THE LATEST ONE SIGNED OFF ON OR BEFORE IT - IS
001200*    USED.  THE OPERATOR OF THE FIRST CARD IS LOGGED FOR THE RUN.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001700******************************************************************
001800 01  ASOF-CONTROL-RECORD.
001900     05  ASC-EDITION                 PIC 9(04).
002000     05  ASC-EDITION-X REDEFINES ASC-EDITION
002100                                     PIC X(04).
002200     05  ASC-ASOF-DATE               PIC 9(08).
002300     05  ASC-M                       PIC 9(03).
002400     05  ASC-FAMILY                  PIC X(01).
002500         88  ASC-FAMILY-ALL              VALUE SPACE.
002600         88  ASC-FAMILY-VALID            VALUE 'D' 'F' 'X' 'E'
002700                                               'P' 'C' SPACE.
002800     05  ASC-OPERATOR-ID             PIC X(08).
