002300*    RANGE, A BAD SUBSCRIPTION RECORD, OR MORE SUBSCRIBERS THAN
002400*    EXTRACT FILES - IS LISTED ON THE DISTRIBUTION REPORT
002500*    (DISTRPT1) AND ENDS THE STEP WITH RETURN CODE 4.
002510*
002520*    EVERY EXTRACT SENT IS ALSO APPENDED TO THE DISTRIBUTION
002530*    HISTORY LOG (BERNDLOG, BERNDLG LAYOUT) WITH ITS RUN STAMP,
002540*    M RANGE, COUNT AND HASH, SO BERNACKR CAN MATCH THE
002550*    SUBSCRIBERS' ACKNOWLEDGEMENTS AGAINST WHAT WAS SENT.  NO
002560*    EXTRACT IS WRITTEN WHEN THE LOG CANNOT BE OPENED.
002600*
002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-03 SVK   ORIGINAL PROGRAM.
002920*    2026-10-15 SVK   EVERY EXTRACT SENT IS NOW APPENDED TO THE
002940*                     DISTRIBUTION HISTORY LOG (BERNDLOG) FOR
002960*                     ACKNOWLEDGEMENT RECONCILIATION (BERNACKR).
002965*    2026-10-15 SVK   REFUSES TO DISTRIBUTE WHEN THE CURRENT
002970*                     BERNOUT, BERNFRC OR BERNEXT GENERATION IS
002975*                     WITHDRAWN ON THE PUBLICATION CATALOG
002980*                     (BERNCATQ).
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. BERNDIST.
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-RPT-STATUS.
010200
010210     SELECT DIST-LOG-FILE
010220         ASSIGN TO "BERNDLOG"
010230         ORGANIZATION IS LINE SEQUENTIAL
010240         FILE STATUS IS WS-DLOG-STATUS.
010250
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  SUBSCRIPTION-FILE.
014300 FD  REPORT-FILE.
014400 01  REPORT-RECORD               PIC X(132).
014500
014520 FD  DIST-LOG-FILE.
014540     COPY BERNDLG.
014560
014600 WORKING-STORAGE SECTION.
014700 77  WS-MAX-M                    PIC 9(03) VALUE 060.
014800 77  WS-MAX-SUBSCRIBERS          PIC 9(02) VALUE 08.
015600     05  WS-EXT-STATUS           PIC X(02) VALUE SPACES.
015700     05  WS-XTR-STATUS           PIC X(02) VALUE SPACES.
015800     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
015850     05  WS-DLOG-STATUS          PIC X(02) VALUE SPACES.
015900
016000 01  WS-SWITCHES.
016100     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
017500     05  WS-M-SUB                PIC 9(03).
017600     05  WS-SUB                  PIC 9(02).
017700     05  WS-CUR-XTR              PIC 9(02).
017750     05  WS-XTR-DIGIT            PIC 9(01).
017800     05  WS-STEP-SUB             PIC 9(02).
017900     05  WS-CUR-DATE             PIC 9(08).
018000     05  WS-CUR-TIME             PIC 9(08).
018800     05  WS-MSTR-READ-COUNT      PIC 9(09) VALUE ZERO.
018900     05  WS-EXT-READ-COUNT       PIC 9(09) VALUE ZERO.
019000     05  WS-XTR-WRITE-COUNT      PIC 9(09) VALUE ZERO.
019050     05  WS-DLOG-WRITE-COUNT     PIC 9(09) VALUE ZERO.
019100     05  WS-UNFILLED-COUNT       PIC 9(09) VALUE ZERO.
019200     05  WS-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
019300     05  WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
019700*    RECORD, AND THE SHARED DETAIL LAYOUTS THE BODIES CARRY.
019800******************************************************************
019900     COPY BERNSLK.
019920
019940     COPY BERNCQK.
020000
020100     COPY BERNDST.
020200
031400         PERFORM 3000-LOAD-MASTER THRU 3000-EXIT
031500         PERFORM 3500-LOAD-EXT-ARCHIVE THRU 3500-EXIT
031600     END-IF
031620     IF WS-RUN-GOOD
031640         PERFORM 1100-OPEN-DIST-LOG THRU 1100-EXIT
031660     END-IF
031700     IF WS-RUN-GOOD
031800         PERFORM 4000-DISTRIBUTE THRU 4000-EXIT
031900         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
031950         CLOSE DIST-LOG-FILE
032000         CLOSE REPORT-FILE
032100     END-IF
032200     PERFORM 8000-TERMINATE THRU 8000-EXIT
033900         WRITE REPORT-RECORD FROM WS-HDG1-LINE
034000         MOVE SPACES TO REPORT-RECORD
034100         WRITE REPORT-RECORD
034150         PERFORM 1200-CHECK-WITHDRAWN THRU 1200-EXIT
034200     END-IF.
034300 1000-EXIT.
034400     EXIT.
034500
034502******************************************************************
034504*    1100 - OPEN THE DISTRIBUTION HISTORY LOG FOR EXTEND, CREATING
034506*    IT ON FIRST USE (THE SAME CONVENTION AS BERNAUDW).  AN
034508*    EXTRACT THAT CANNOT BE LOGGED CAN NEVER BE RECONCILED, SO A
034510*    LOG THAT WILL NOT OPEN STOPS THE DISTRIBUTION.
034512******************************************************************
034514 1100-OPEN-DIST-LOG.
034516     OPEN EXTEND DIST-LOG-FILE
034518     IF WS-DLOG-STATUS = '35'
034520         OPEN OUTPUT DIST-LOG-FILE
034522         CLOSE DIST-LOG-FILE
034524         OPEN EXTEND DIST-LOG-FILE
034526     END-IF
034528     IF WS-DLOG-STATUS NOT = '00'
034530         DISPLAY 'BDST0007E CANNOT OPEN BERNDLOG, STATUS='
034532             WS-DLOG-STATUS ' - NOTHING DISTRIBUTED'
034534         SET WS-RUN-FAILED TO TRUE
034536         CLOSE REPORT-FILE
034538     END-IF.
034540 1100-EXIT.
034542     EXIT.
034544
034545******************************************************************
034546*    1200/1210 - THE MASTER IS BUILT FROM BERNOUT AND BERNFRC,
034547*    AND BERNEXT IS READ DIRECTLY.  IF THE CURRENT GENERATION
034548*    OF ANY OF THEM HAS BEEN WITHDRAWN FROM THE CATALOG, NO
034549*    SUBSCRIBER IS SENT ANYTHING - A WITHDRAWN VALUE MUST NOT
034550*    REACH A DOWNSTREAM SYSTEM.
034551******************************************************************
034552 1200-CHECK-WITHDRAWN.
034553     MOVE 'BERNOUT ' TO CATQ-ARCHIVE
034554     PERFORM 1210-QUERY-CATALOG THRU 1210-EXIT
034555     MOVE 'BERNFRC ' TO CATQ-ARCHIVE
034556     PERFORM 1210-QUERY-CATALOG THRU 1210-EXIT
034557     MOVE 'BERNEXT ' TO CATQ-ARCHIVE
034558     PERFORM 1210-QUERY-CATALOG THRU 1210-EXIT
034559     IF WS-RUN-FAILED
034560         MOVE 'WITHDRAWN GENERATION - NOTHING DISTRIBUTED'
034561             TO TEXT-LINE-BODY
034562         WRITE REPORT-RECORD FROM WS-TEXT-LINE
034563         CLOSE REPORT-FILE
034564     END-IF.
034565 1200-EXIT.
034566     EXIT.
034567
034568 1210-QUERY-CATALOG.
034569     CALL 'BERNCATQ' USING BERN-CATQ-PARMS
034570     IF CATQ-WITHDRAWN
034571         DISPLAY 'BDST0009E ' CATQ-ARCHIVE ' GENERATION '
034572             CATQ-DATASET-NAME ' WITHDRAWN ' CATQ-MAINT-DATE
034573             ' BY ' CATQ-MAINT-OPERATOR ' REASON '
034574             CATQ-MAINT-REASON ' - NOT DISTRIBUTED'
034575         SET WS-RUN-FAILED TO TRUE
034576     END-IF.
034577 1210-EXIT.
034578     EXIT.
034579
034600******************************************************************
034700*    2000/2100 - LOAD THE SUBSCRIBER TABLE.  A BAD REGISTRATION
034800*    IS AN UNFILLED REQUIREMENT, NOT A REASON TO HOLD UP THE
055600         MOVE WS-DETAIL-COUNT TO SUB-LINE-COUNT
055700         MOVE WS-HASH-TOTAL TO SUB-LINE-HASH
055800         WRITE REPORT-RECORD FROM WS-SUB-LINE
055850         PERFORM 4800-WRITE-LOG-ENTRY THRU 4800-EXIT
055900     ELSE
056000         DISPLAY 'BDST0005E CANNOT OPEN EXTRACT FOR '
056100             WS-SUB-SYSTEM(WS-SUB) ' STATUS=' WS-XTR-STATUS
068700 4700-EXIT.
068800     EXIT.
068900
068902******************************************************************
068904*    4800 - ONE DISTRIBUTION HISTORY LOG ENTRY FOR THE EXTRACT
068906*    JUST CLOSED: THE SAME RUN STAMP, RANGE, COUNT AND HASH THE
068908*    HEADER AND TRAILER CARRIED.
068910******************************************************************
068912 4800-WRITE-LOG-ENTRY.
068914     MOVE SPACES TO BERN-DIST-LOG-RECORD
068916     MOVE WS-SUB-SYSTEM(WS-SUB) TO DLG-SYSTEM-ID
068918     MOVE WS-CUR-DATE TO DLG-RUN-DATE
068920     MOVE WS-CUR-TIME TO DLG-RUN-TIME
068922     MOVE WS-SUB-FROM(WS-SUB) TO DLG-FROM-M
068924     MOVE WS-SUB-TO(WS-SUB) TO DLG-TO-M
068926     MOVE WS-SUB-DEC-SW(WS-SUB) TO DLG-DECIMAL-SW
068928     MOVE WS-SUB-FRC-SW(WS-SUB) TO DLG-FRACTION-SW
068930     MOVE WS-SUB-EXT-SW(WS-SUB) TO DLG-EXTENDED-SW
068932     MOVE WS-CUR-XTR TO WS-XTR-DIGIT
068934     STRING 'EXTRACT' WS-XTR-DIGIT DELIMITED BY SIZE
068936         INTO DLG-EXTRACT-DDNAME
068938     MOVE WS-DETAIL-COUNT TO DLG-RECORD-COUNT
068940     MOVE WS-HASH-TOTAL TO DLG-HASH-TOTAL
068942     WRITE BERN-DIST-LOG-RECORD
068944     IF WS-DLOG-STATUS NOT = '00'
068946         DISPLAY 'BDST0008E BERNDLOG WRITE FAILED FOR '
068948             WS-SUB-SYSTEM(WS-SUB) ' STATUS=' WS-DLOG-STATUS
068950         SET WS-RUN-FAILED TO TRUE
068952     ELSE
068954         ADD 1 TO WS-DLOG-WRITE-COUNT
068956     END-IF.
068958 4800-EXIT.
068960     EXIT.
068962
069000 6000-PRINT-TOTALS.
069100     MOVE SPACES TO REPORT-RECORD
069200     WRITE REPORT-RECORD
084800     MOVE WS-EXT-READ-COUNT TO STEP-READ-CNT(3)
084900     MOVE 'EXTRACTS' TO STEP-DDNAME(4)
085000     MOVE WS-XTR-WRITE-COUNT TO STEP-WRITE-CNT(4)
085020     MOVE 'BERNDLOG' TO STEP-DDNAME(5)
085040     MOVE WS-DLOG-WRITE-COUNT TO STEP-WRITE-CNT(5)
085100     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
085200 7900-EXIT.
085300     EXIT.
