002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-03 SVK   ORIGINAL PROGRAM.
002920*    2026-10-15 SVK   REFUSES TO PRINT WHEN THE CURRENT BERNOUT,
002940*                     BERNFRC OR BERNEXT GENERATION IS WITHDRAWN
002960*                     ON THE PUBLICATION CATALOG (BERNCATQ).
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. BERNTABL.
011600*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
011700******************************************************************
011800     COPY BERNSLK.
011810
011820******************************************************************
011830*    PUBLICATION-CATALOG INQUIRY BLOCK FOR BERNCATQ.
011840******************************************************************
011850     COPY BERNCQK.
011900
012000******************************************************************
012100*    ONE HELD SLOT PER M FROM THE BERNEXT ARCHIVE, FILLED WITH
023200             WS-RPT-STATUS
023300         SET WS-RUN-FAILED TO TRUE
023400     ELSE
023420         PERFORM 1100-CHECK-WITHDRAWN THRU 1100-EXIT
023440     END-IF
023460     IF WS-RUN-GOOD
023500         PERFORM 1200-LOAD-EXT-ARCHIVE THRU 1200-EXIT
023600     END-IF.
023700 1000-EXIT.
023800     EXIT.
023802
023804******************************************************************
023806*    1100/1110 - THE MASTER IS BUILT FROM BERNOUT AND BERNFRC,
023808*    AND BERNEXT IS READ DIRECTLY.  IF THE CURRENT GENERATION
023810*    OF ANY OF THEM HAS BEEN WITHDRAWN FROM THE CATALOG, NO
023812*    TABLE IS PRINTED FOR THE BINDER.
023814******************************************************************
023816 1100-CHECK-WITHDRAWN.
023818     MOVE 'BERNOUT ' TO CATQ-ARCHIVE
023820     PERFORM 1110-QUERY-CATALOG THRU 1110-EXIT
023822     MOVE 'BERNFRC ' TO CATQ-ARCHIVE
023824     PERFORM 1110-QUERY-CATALOG THRU 1110-EXIT
023826     MOVE 'BERNEXT ' TO CATQ-ARCHIVE
023828     PERFORM 1110-QUERY-CATALOG THRU 1110-EXIT.
023830 1100-EXIT.
023832     EXIT.
023834
023836 1110-QUERY-CATALOG.
023838     CALL 'BERNCATQ' USING BERN-CATQ-PARMS
023840     IF CATQ-WITHDRAWN
023842         DISPLAY 'BTBL0005E ' CATQ-ARCHIVE ' GENERATION '
023844             CATQ-DATASET-NAME ' WITHDRAWN ' CATQ-MAINT-DATE
023846             ' BY ' CATQ-MAINT-OPERATOR ' REASON '
023848             CATQ-MAINT-REASON ' - TABLE NOT PRINTED'
023850         SET WS-RUN-FAILED TO TRUE
023852     END-IF.
023854 1110-EXIT.
023856     EXIT.
023900
024000 1200-LOAD-EXT-ARCHIVE.
024100     MOVE 'N' TO WS-ARCHIVE-EOF-SW
