002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    2026-09-03 SVK   ORIGINAL PROGRAM.
002620*    2026-10-15 SVK   ONLY TYPE-'C' TRAIL RECORDS ARE TAKEN AS
002640*                     CARD RUNS - CATALOG MAINTENANCE RECORDS
002660*                     (TYPE 'M') ARE PASSED OVER.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. BERNPROV.
029200             SET WS-ARCHIVE-EOF TO TRUE
029300         NOT AT END
029400             ADD 1 TO WS-AUDT-READ-COUNT
029500             IF AUD-TYPE-CARD AND AUD-STATUS-PASS
029600                 IF WS-RUN-COUNT < WS-MAX-RUNS
029700                     ADD 1 TO WS-RUN-COUNT
029800                     MOVE AUD-MODE
