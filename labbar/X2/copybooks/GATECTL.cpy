000100******************************************************************
000200*    GATECTL.CPY
000300*
000400*    CONTROL-CARD RECORD FOR BERNGATE, THE PRE-STEP CURRENCY
000500*    GATE.  ONE CARD PER GATE EXECUTION NAMING THE PROGRAM OF
000600*    THE STEP ABOUT TO RUN (THE NAME IT POSTS TO BERNAUDT AS
000700*    AUD-STEP-PROGRAM) AND THE OPERATOR RUNNING THE SEQUENCE.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001200******************************************************************
001300 01  GATE-CONTROL-RECORD.
001400     05  GTC-STEP-NAME               PIC X(09).
001500     05  GTC-OPERATOR-ID             PIC X(08).
