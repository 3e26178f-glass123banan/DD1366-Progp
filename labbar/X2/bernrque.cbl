002500*    MODIFICATION HISTORY
002600*    DATE       INIT  DESCRIPTION
002700*    2026-09-03 SVK   ORIGINAL PROGRAM.
002720*    2026-10-15 SVK   ONLY TYPE-'C' TRAIL RECORDS ARE REBUILT -
002740*                     CATALOG MAINTENANCE RECORDS (TYPE 'M')
002760*                     ARE PASSED OVER.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. BERNRQUE.
019400*    ON.  STEP RECORDS AND PASSING CARDS ARE PASSED OVER.
019500******************************************************************
019600 2200-SELECT-FAILED-CARD.
019700     IF AUD-TYPE-CARD
019800             AND AUD-STATUS-FAIL
019900             AND AUD-RUN-DATE NUMERIC
020000             AND AUD-RUN-DATE >= WS-FROM-DATE
