000100******************************************************************
000200*    EDIFCTL.CPY
000300*
000400*    CONTROL-CARD RECORD FOR BERNEDIF, THE EDITION-TO-EDITION
000500*    DIFFERENCE REPORT.  ONE CARD NAMING THE OLD AND THE NEW
000600*    EDITION AND THE REQUESTING OPERATOR.  WITH NO CARD, OR BOTH
000700*    EDITIONS BLANK, THE TWO LATEST EDITIONS ARE COMPARED.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001200******************************************************************
001300 01  EDIF-CONTROL-RECORD.
001400     05  EDC-OLD-EDITION             PIC 9(04).
001500     05  EDC-OLD-EDITION-X REDEFINES EDC-OLD-EDITION
001600                                     PIC X(04).
001700     05  EDC-NEW-EDITION             PIC 9(04).
001800     05  EDC-NEW-EDITION-X REDEFINES EDC-NEW-EDITION
001900                                     PIC X(04).
002000     05  EDC-OPERATOR-ID             PIC X(08).
