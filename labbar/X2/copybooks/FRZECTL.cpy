000100******************************************************************
000200*    FRZECTL.CPY
000300*
000400*    CONTROL-CARD RECORD FOR BERNFRZE, THE QUARTER-END EDITION
000500*    FREEZE.  ONE CARD PER RUN NAMING THE NEW EDITION NUMBER,
000600*    THE SIGN-OFF DATE AND THE SIGNING OPERATOR.  THE EDITION
000700*    NUMBER MUST BE HIGHER THAN EVERY EDITION ALREADY FROZEN AND
000800*    THE SIGN-OFF DATE NO EARLIER THAN THE LAST ONE, SO EDITIONS
000900*    RUN IN SIGN-OFF ORDER.  THE OPERATOR MUST BE ON BERNOPR
001000*    WITH AUTHORITY GOOD ON THE SIGN-OFF DATE.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  FRZE-CONTROL-RECORD.
001700     05  FZC-EDITION                 PIC 9(04).
001800     05  FZC-SIGNOFF-DATE            PIC 9(08).
001900     05  FZC-SIGNOFF-DATE-R REDEFINES FZC-SIGNOFF-DATE.
002000         10  FZC-SIGNOFF-YYYY        PIC 9(04).
002100         10  FZC-SIGNOFF-MM          PIC 9(02).
002200         10  FZC-SIGNOFF-DD          PIC 9(02).
002300     05  FZC-OPERATOR-ID             PIC X(08).
