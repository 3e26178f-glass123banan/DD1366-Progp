002620*                     VIA BERNAUDW AT TERMINATION, LIKE EVERY
002630*                     PROGRAM IN THE SUITE - THE ANSWER TO "WHEN
002640*                     WAS THE MASTER LAST REFRESHED".
002650*    2026-10-15 SVK   REFUSES TO LOAD WHEN THE CURRENT BERNOUT
002660*                     OR BERNFRC GENERATION IS WITHDRAWN ON THE
002670*                     PUBLICATION CATALOG (BERNCATQ) - THE PRIOR
002680*                     MASTER IS LEFT IN PLACE.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. BERNLOAD.
009530*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
009540******************************************************************
009550     COPY BERNSLK.
009555
009560******************************************************************
009565*    PUBLICATION-CATALOG INQUIRY BLOCK FOR BERNCATQ.
009570******************************************************************
009575     COPY BERNCQK.
009600
009700******************************************************************
009800*    ONE HELD SLOT PER M FOR EACH ARCHIVE, FILLED BY THE SAME
012700******************************************************************
012800 0000-MAIN-CONTROL.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012920     PERFORM 1100-CHECK-WITHDRAWN THRU 1100-EXIT
012940     IF NOT WS-JOB-HAD-FAILURE
013000         PERFORM 2000-READ-DECIMAL-ARCHIVE THRU 2000-EXIT
013100         PERFORM 4000-READ-FRACTION-ARCHIVE THRU 4000-EXIT
013150     END-IF
013200     IF NOT WS-JOB-HAD-FAILURE
013300         PERFORM 5000-LOAD-MASTER THRU 5000-EXIT
013400     ELSE
014700     MOVE SPACES TO WS-FRC-HELD-TABLE.
014800 1000-EXIT.
014900     EXIT.
014902
014904******************************************************************
014906*    1100/1110 - A FAMILY WHOSE CURRENT GENERATION HAS BEEN
014908*    WITHDRAWN FROM THE CATALOG IS NOT LOADED.  BERNFRC IS
014910*    REFUSED TOO RATHER THAN LOADING THE MASTER WITHOUT
014912*    FRACTIONS - A SILENTLY FRACTION-ABSENT MASTER WOULD HIDE
014914*    THE WITHDRAWAL FROM EVERY CONSUMER DOWNSTREAM.
014916******************************************************************
014918 1100-CHECK-WITHDRAWN.
014920     MOVE 'BERNOUT ' TO CATQ-ARCHIVE
014922     PERFORM 1110-QUERY-CATALOG THRU 1110-EXIT
014924     MOVE 'BERNFRC ' TO CATQ-ARCHIVE
014926     PERFORM 1110-QUERY-CATALOG THRU 1110-EXIT.
014928 1100-EXIT.
014930     EXIT.
014932
014934 1110-QUERY-CATALOG.
014936     CALL 'BERNCATQ' USING BERN-CATQ-PARMS
014938     IF CATQ-WITHDRAWN
014940         DISPLAY 'BLOD0009E ' CATQ-ARCHIVE ' GENERATION '
014942             CATQ-DATASET-NAME ' WITHDRAWN ' CATQ-MAINT-DATE
014944             ' BY ' CATQ-MAINT-OPERATOR ' REASON '
014946             CATQ-MAINT-REASON ' - NOT LOADED'
014948         SET WS-JOB-HAD-FAILURE TO TRUE
014950     END-IF.
014952 1110-EXIT.
014954     EXIT.
015000
015100******************************************************************
015200*    2000-READ-DECIMAL-ARCHIVE - SELECT THE AUTHORITATIVE DECIMAL
