000100******************************************************************
000200*    DECKCTL.CPY
000300*
000400*    CONTROL-CARD RECORD FOR BERNDECK, THE STANDING-ORDER DECK
000500*    BUILDER.  ONE CARD PER RUN GIVING THE PROCESSING DATE
000600*    (YYYYMMDD; BLANK OR ZERO MEANS TODAY), THE APPEND SWITCH
000700*    ('Y' ADDS THE GENERATED CARDS TO THE END OF AN EXISTING
000800*    PARMRAW DECK, E.G. BEHIND A BERNRQUE REQUEUE DECK; ANYTHING
000900*    ELSE WRITES A NEW DECK) AND THE OPERATOR RUNNING THE BUILD.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001400******************************************************************
001500 01  DECK-CONTROL-RECORD.
001600     05  DKC-PROCESS-DATE            PIC X(08).
001700     05  DKC-APPEND-SW               PIC X(01).
001800         88  DKC-APPEND                  VALUE 'Y'.
001900     05  DKC-OPERATOR-ID             PIC X(08).
