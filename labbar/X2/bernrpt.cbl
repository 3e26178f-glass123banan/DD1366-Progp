001984*                     AND FLAGGED IN THE EXCEPTION SECTION, SO A
001986*                     RERUN IS DISTINGUISHABLE FROM AN ORIGINAL
001988*                     REQUEST.
001990*    2026-10-15 SVK   CATALOG MAINTENANCE RECORDS (TYPE 'M') ARE
001992*                     PASSED OVER - ONLY CARD AND STEP RECORDS
001994*                     ARE SUMMARIZED HERE.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. BERNRPT.
023120             ADD 1 TO WS-AUDT-READ-COUNT
023140             IF AUD-TYPE-STEP
023160                 PERFORM 2300-POST-STEP-RECORD THRU 2300-EXIT
023180             END-IF
023190             IF AUD-TYPE-CARD
023200                 ADD 1 TO WS-READ-COUNT
023300                 PERFORM 2200-POST-AUDIT-RECORD THRU 2200-EXIT
023320             END-IF
