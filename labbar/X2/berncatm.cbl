000100******************************************************************
000200*    PROGRAM-ID.  BERNCATM
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    PUBLICATION-CATALOG MAINTENANCE.  BERNCATW ONLY EVER MOVES
001000*    A FAMILY FORWARD; THIS JOB LETS OPERATIONS BACK ONE OUT.
001100*    DRIVEN BY A TRANSACTION FILE (CATMTRAN, CATMTXN LAYOUT):
001200*      WITHDRAW   MARKS A GENERATION WITHDRAWN WITH A REASON
001300*                 CODE AND THE OPERATOR.  A WITHDRAWN CURRENT
001400*                 GENERATION STAYS CURRENT BUT BERNLOAD, BERNDIST
001500*                 AND BERNTABL REFUSE TO CONSUME IT (VIA BERNCATQ)
001600*                 AND THE CURRENCY GATE (BERNGATE) HOLDS ITS
001700*                 CONSUMERS.
001800*      REINSTATE  MAKES A PREVIOUSLY SUPERSEDED GENERATION OF THE
001900*                 SAME FAMILY CURRENT AGAIN; THE GENERATION IT
002000*                 DISPLACES IS MARKED SUPERSEDED BY IT.  NAMING
002100*                 THE CURRENT GENERATION ITSELF, WHEN IT IS
002200*                 WITHDRAWN, CANCELS THE WITHDRAWAL.
002300*    THE WHOLE CATALOG (BERNCTLG) IS HELD IN STORAGE THE SAME WAY
002400*    BERNCATW HOLDS IT, THE TRANSACTIONS ARE APPLIED IN FILE
002500*    ORDER, AND THE CATALOG IS REWRITTEN ONCE AT THE END IF ANY
002600*    TRANSACTION WAS APPLIED.  EVERY TRANSACTION, APPLIED OR
002700*    REJECTED, IS LISTED ON THE MAINTENANCE REPORT (CATMRPT1) AND
002800*    POSTED TO THE AUDIT TRAIL (BERNAUDT) AS A TYPE-'M' RECORD, SO
002900*    A BACK-OUT ALWAYS SAYS WHO DID IT AND WHY.
003000*
003100*    A REJECTED TRANSACTION SETS RETURN CODE 4; THE OTHERS ARE
003200*    STILL APPLIED.  SHOULD THE FINAL CATALOG REWRITE FAIL, THE
003300*    REPORT SAYS SO - THE TRAIL THEN OVERSTATES WHAT TOOK EFFECT
003400*    AND THE RUN MUST BE REPEATED.
003500*
003600*    MODIFICATION HISTORY
003700*    DATE       INIT  DESCRIPTION
003800*    2026-10-15 SVK   ORIGINAL PROGRAM.
003820*    2026-10-15 SVK   CATALOG RECORD WIDENED FOR THE BERNCERT
003840*                     CERTIFICATION FIELDS, WHICH A WITHDRAWAL OR
003860*                     REINSTATEMENT LEAVES AS THEY WERE.
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. BERNCATM.
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT TRANSACTION-FILE
005100         ASSIGN TO "CATMTRAN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-TRAN-STATUS.
005400
005500     SELECT CATALOG-FILE
005600         ASSIGN TO "BERNCTLG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CTLG-STATUS.
005900
006000     SELECT AUDIT-FILE
006100         ASSIGN TO "BERNAUDT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-AUDIT-STATUS.
006400
006500     SELECT REPORT-FILE
006600         ASSIGN TO "CATMRPT1"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RPT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  TRANSACTION-FILE.
007300     COPY CATMTXN.
007400
007500 FD  CATALOG-FILE.
007600     COPY BERNCAT.
007700
007800 FD  AUDIT-FILE.
007900     COPY BERNAUD.
008000
008100 FD  REPORT-FILE.
008200 01  REPORT-RECORD               PIC X(132).
008300
008400 WORKING-STORAGE SECTION.
008500 77  WS-MAX-ENTRIES              PIC 9(03) VALUE 500.
008600
008700 01  WS-FILE-STATUSES.
008800     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
008900     05  WS-CTLG-STATUS          PIC X(02) VALUE SPACES.
009000     05  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
009100     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
009200
009300 01  WS-SWITCHES.
009400     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
009500         88  WS-EOF                  VALUE 'Y'.
009600     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
009700         88  WS-RUN-GOOD             VALUE 'Y'.
009800         88  WS-RUN-FAILED           VALUE 'N'.
009900     05  WS-CARD-OK-SW           PIC X(01) VALUE 'Y'.
010000         88  WS-CARD-OK              VALUE 'Y'.
010100         88  WS-CARD-REJECTED        VALUE 'N'.
010200     05  WS-STAMP-GIVEN-SW       PIC X(01) VALUE 'N'.
010300         88  WS-STAMP-GIVEN          VALUE 'Y'.
010400     05  WS-REASON-FOUND-SW      PIC X(01) VALUE 'N'.
010500         88  WS-REASON-FOUND         VALUE 'Y'.
010600     05  WS-REWRITE-STATUS-SW    PIC X(01) VALUE 'N'.
010700         88  WS-CATALOG-REWRITTEN    VALUE 'Y'.
010800         88  WS-REWRITE-FAILED       VALUE 'F'.
010900     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
011000         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
011100
011200 01  WS-WORK-FIELDS.
011300     05  WS-SUB                  PIC 9(03).
011400     05  WS-RSN-SUB              PIC 9(03).
011500     05  WS-STEP-SUB             PIC 9(02).
011600     05  WS-TARGET-SUB           PIC 9(03).
011700     05  WS-CURRENT-SUB          PIC 9(03).
011800     05  WS-DISPLACED-SUB        PIC 9(03).
011900     05  WS-CUR-DATE             PIC 9(08).
012000     05  WS-CUR-TIME             PIC 9(08).
012100     05  WS-REJECT-CODE          PIC X(05).
012200     05  WS-REJECT-TEXT          PIC X(34).
012300     05  WS-REMARK-TEXT          PIC X(40).
012400     05  WS-TARGET-DATASET       PIC X(08).
012500     05  WS-TARGET-DATE          PIC 9(08).
012600     05  WS-TARGET-TIME          PIC 9(08).
012700     05  WS-DISPLACED-DATASET    PIC X(08).
012800     05  WS-DISPLACED-DATE       PIC 9(08).
012900     05  WS-DISPLACED-TIME       PIC 9(08).
013000
013100 01  WS-COUNTERS.
013200     05  WS-TRAN-READ-COUNT      PIC 9(09) VALUE ZERO.
013300     05  WS-WITHDRAW-COUNT       PIC 9(09) VALUE ZERO.
013400     05  WS-REINSTATE-COUNT      PIC 9(09) VALUE ZERO.
013500     05  WS-REJECT-COUNT         PIC 9(09) VALUE ZERO.
013600     05  WS-CTLG-READ-COUNT      PIC 9(09) VALUE ZERO.
013700     05  WS-CTLG-WRITE-COUNT     PIC 9(09) VALUE ZERO.
013800     05  WS-AUDT-WRITE-COUNT     PIC 9(09) VALUE ZERO.
013900     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
014000
014100******************************************************************
014200*    THE WHOLE CATALOG, HELD AND REWRITTEN IN FULL AS IN BERNCATW.
014300******************************************************************
014400 01  WS-CATALOG-TABLE.
014500     05  WS-CTLG-COUNT           PIC 9(03) VALUE ZERO.
014600     05  WS-CTLG-ENTRY OCCURS 500 TIMES.
014700         10  WS-CTLG-IMAGE       PIC X(112).
014800
014900******************************************************************
015000*    RECOGNIZED WITHDRAWAL / REINSTATEMENT REASON CODES, SAME
015100*    LITERAL-PLUS-REDEFINES CONVENTION AS THE RECONCILIATION
015200*    TABLES.  A NEW CODE IS ADDED HERE AND IN WS-REASON-COUNT.
015300******************************************************************
015400 01  WS-REASON-DATA.
015500     05  FILLER PIC X(40) VALUE
015600         'BADVINCORRECT VALUES PUBLISHED          '.
015700     05  FILLER PIC X(40) VALUE
015800         'INCPINCOMPLETE OR TRUNCATED DATASET     '.
015900     05  FILLER PIC X(40) VALUE
016000         'RECNRECONCILIATION FAULT FOUND LATER    '.
016100     05  FILLER PIC X(40) VALUE
016200         'WRNGWRONG DATASET CATALOGED             '.
016300     05  FILLER PIC X(40) VALUE
016400         'BKOTBACK OUT OF A NEWER GENERATION      '.
016500     05  FILLER PIC X(40) VALUE
016600         'OPERCORRECTION OF AN OPERATOR ERROR     '.
016700     05  FILLER PIC X(40) VALUE
016800         'TESTTEST PUBLICATION                    '.
016900
017000 01  WS-REASON-TABLE REDEFINES WS-REASON-DATA.
017100     05  WS-REASON-ENTRY OCCURS 7 TIMES.
017200         10  WS-REASON-CODE      PIC X(04).
017300         10  WS-REASON-TEXT      PIC X(36).
017400
017500 77  WS-REASON-COUNT             PIC 9(03) VALUE 007.
017600
017700******************************************************************
017800*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
017900******************************************************************
018000     COPY BERNSLK.
018100
018200******************************************************************
018300*    PRINT LINE LAYOUTS.
018400******************************************************************
018500 01  WS-HDG1-LINE.
018600     05  FILLER                  PIC X(44) VALUE
018700         'PUBLICATION CATALOG MAINTENANCE             '.
018800     05  FILLER                  PIC X(09) VALUE 'PRINTED  '.
018900     05  HDG1-DATE               PIC 9(08).
019000     05  FILLER                  PIC X(71) VALUE SPACES.
019100
019200 01  WS-HDG2-LINE.
019300     05  FILLER                  PIC X(40) VALUE
019400         'ACTION    ARCHIVE   DATASET   GEN-DATE  '.
019500     05  FILLER                  PIC X(40) VALUE
019600         'GEN-TIME  RSN   OPERATOR  RESULT    REMA'.
019700     05  FILLER                  PIC X(52) VALUE 'RKS'.
019800
019900 01  WS-DETAIL-LINE.
020000     05  DET-LINE-ACTION         PIC X(09).
020100     05  FILLER                  PIC X(01) VALUE SPACES.
020200     05  DET-LINE-ARCHIVE        PIC X(08).
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  DET-LINE-DATASET        PIC X(08).
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  DET-LINE-DATE           PIC X(08).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  DET-LINE-TIME           PIC X(08).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  DET-LINE-REASON         PIC X(04).
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  DET-LINE-OPERATOR       PIC X(08).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  DET-LINE-RESULT         PIC X(08).
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  DET-LINE-REMARKS        PIC X(40).
021700     05  FILLER                  PIC X(16) VALUE SPACES.
021800
021900 01  WS-DISPLACED-LINE.
022000     05  FILLER                  PIC X(10) VALUE SPACES.
022100     05  FILLER                  PIC X(29) VALUE
022200         'DISPLACED CURRENT GENERATION '.
022300     05  DSP-LINE-DATASET        PIC X(08).
022400     05  FILLER                  PIC X(01) VALUE SPACES.
022500     05  DSP-LINE-DATE           PIC 9(08).
022600     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  DSP-LINE-TIME           PIC 9(08).
022800     05  FILLER                  PIC X(67) VALUE SPACES.
022900
023000 01  WS-TEXT-LINE.
023100     05  TEXT-LINE-BODY          PIC X(60).
023200     05  FILLER                  PIC X(72) VALUE SPACES.
023300
023400 01  WS-COUNT-LINE.
023500     05  CNT-LINE-LABEL          PIC X(30).
023600     05  CNT-LINE-VALUE          PIC Z(08)9.
023700     05  FILLER                  PIC X(93) VALUE SPACES.
023800
023900 PROCEDURE DIVISION.
024000
024100******************************************************************
024200*    0000-MAIN-CONTROL
024300******************************************************************
024400 0000-MAIN-CONTROL.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024600     IF WS-RUN-GOOD
024700         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
024800         PERFORM 2000-ONE-TRANSACTION THRU 2000-EXIT
024900             UNTIL WS-EOF
025000         IF WS-WITHDRAW-COUNT > 0 OR WS-REINSTATE-COUNT > 0
025100             PERFORM 5000-REWRITE-CATALOG THRU 5000-EXIT
025200         END-IF
025300         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
025400         PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
025500     END-IF
025600     PERFORM 8000-TERMINATE THRU 8000-EXIT
025700     STOP RUN.
025800
025900******************************************************************
026000*    1000-INITIALIZE - OPEN THE TRANSACTIONS AND THE REPORT, HOLD
026100*    THE CATALOG, AND OPEN THE AUDIT TRAIL.  A TRANSACTION THAT
026200*    COULD NOT BE POSTED TO THE TRAIL MUST NOT BE APPLIED, SO A
026300*    TRAIL THAT WILL NOT OPEN STOPS THE RUN.
026400******************************************************************
026500 1000-INITIALIZE.
026600     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
026700     ACCEPT STEP-START-TIME FROM TIME
026800     OPEN INPUT TRANSACTION-FILE
026900     IF WS-TRAN-STATUS NOT = '00'
027000         DISPLAY 'BCTM0001E CANNOT OPEN CATMTRAN, STATUS='
027100             WS-TRAN-STATUS
027200         SET WS-RUN-FAILED TO TRUE
027300     ELSE
027400         OPEN OUTPUT REPORT-FILE
027500         IF WS-RPT-STATUS NOT = '00'
027600             DISPLAY 'BCTM0002E CANNOT OPEN CATMRPT1, STATUS='
027700                 WS-RPT-STATUS
027800             SET WS-RUN-FAILED TO TRUE
027900             CLOSE TRANSACTION-FILE
028000         ELSE
028100             ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
028200             MOVE WS-CUR-DATE TO HDG1-DATE
028300             WRITE REPORT-RECORD FROM WS-HDG1-LINE
028400             MOVE SPACES TO REPORT-RECORD
028500             WRITE REPORT-RECORD
028600             WRITE REPORT-RECORD FROM WS-HDG2-LINE
028700             ADD 3 TO WS-RPT-WRITE-COUNT
028800             PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT
028900             IF WS-RUN-GOOD
029000                 PERFORM 1200-OPEN-AUDIT-FILE THRU 1200-EXIT
029100             END-IF
029200             IF WS-RUN-FAILED
029300                 CLOSE TRANSACTION-FILE
029400                 CLOSE REPORT-FILE
029500             END-IF
029600         END-IF
029700     END-IF.
029800 1000-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200*    1100/1110 - HOLD THE CATALOG.  STATUS 35 MEANS NOTHING HAS
030300*    BEEN CATALOGED - EVERY TRANSACTION WILL THEN BE REJECTED AS
030400*    NAMING NO GENERATION.
030500******************************************************************
030600 1100-LOAD-CATALOG.
030700     MOVE 'N' TO WS-EOF-SW
030800     OPEN INPUT CATALOG-FILE
030900     EVALUATE WS-CTLG-STATUS
031000         WHEN '00'
031100             PERFORM 1110-READ-CATALOG THRU 1110-EXIT
031200                 UNTIL WS-EOF
031300             CLOSE CATALOG-FILE
031400         WHEN '35'
031500             CONTINUE
031600         WHEN OTHER
031700             DISPLAY 'BCTM0003E CANNOT OPEN BERNCTLG, STATUS='
031800                 WS-CTLG-STATUS
031900             SET WS-RUN-FAILED TO TRUE
032000     END-EVALUATE
032100     MOVE 'N' TO WS-EOF-SW.
032200 1100-EXIT.
032300     EXIT.
032400
032500 1110-READ-CATALOG.
032600     READ CATALOG-FILE
032700         AT END
032800             SET WS-EOF TO TRUE
032900         NOT AT END
033000             ADD 1 TO WS-CTLG-READ-COUNT
033100             IF WS-CTLG-COUNT < WS-MAX-ENTRIES
033200                 ADD 1 TO WS-CTLG-COUNT
033300                 MOVE BERN-CATALOG-RECORD
033400                     TO WS-CTLG-IMAGE(WS-CTLG-COUNT)
033500             ELSE
033600                 DISPLAY 'BCTM0004E BERNCTLG EXCEEDS '
033700                     WS-MAX-ENTRIES ' ENTRIES'
033800                 SET WS-RUN-FAILED TO TRUE
033900                 SET WS-EOF TO TRUE
034000             END-IF
034100     END-READ.
034200 1110-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600*    1200 - OPEN THE AUDIT TRAIL FOR EXTEND, CREATING IT ON FIRST
034700*    USE (THE SAME CONVENTION AS BERNAUDW).
034800******************************************************************
034900 1200-OPEN-AUDIT-FILE.
035000     OPEN EXTEND AUDIT-FILE
035100     IF WS-AUDIT-STATUS = '35'
035200         OPEN OUTPUT AUDIT-FILE
035300         CLOSE AUDIT-FILE
035400         OPEN EXTEND AUDIT-FILE
035500     END-IF
035600     IF WS-AUDIT-STATUS NOT = '00'
035700         DISPLAY 'BCTM0005E CANNOT OPEN BERNAUDT, STATUS='
035800             WS-AUDIT-STATUS ' - NO TRANSACTIONS APPLIED'
035900         SET WS-RUN-FAILED TO TRUE
036000     END-IF.
036100 1200-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    2000-ONE-TRANSACTION - EDIT, LOCATE THE GENERATION, CHECK THE
036600*    ACTION IS VALID FOR IT, APPLY, THEN LIST AND POST IT.  THE
036700*    FIRST FAILURE WINS, AS IN THE CARD EDIT.
036800******************************************************************
036900 2000-ONE-TRANSACTION.
037000     ADD 1 TO WS-TRAN-READ-COUNT
037100     MOVE 'Y' TO WS-CARD-OK-SW
037200     MOVE SPACES TO WS-REJECT-CODE
037300     MOVE SPACES TO WS-REJECT-TEXT
037400     MOVE SPACES TO WS-REMARK-TEXT
037500     MOVE ZERO TO WS-TARGET-SUB
037600     MOVE ZERO TO WS-CURRENT-SUB
037700     MOVE ZERO TO WS-DISPLACED-SUB
037800     MOVE SPACES TO WS-TARGET-DATASET
037900     MOVE ZEROS TO WS-TARGET-DATE
038000     MOVE ZEROS TO WS-TARGET-TIME
038100     PERFORM 3000-EDIT-TRANSACTION THRU 3000-EXIT
038200     IF WS-CARD-OK
038300         PERFORM 3500-LOCATE-GENERATION THRU 3500-EXIT
038400     END-IF
038500     IF WS-CARD-OK
038600         PERFORM 3600-CHECK-ACTION THRU 3600-EXIT
038700     END-IF
038800     IF WS-CARD-OK
038900         ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
039000         ACCEPT WS-CUR-TIME FROM TIME
039100         IF CMT-WITHDRAW
039200             PERFORM 4000-APPLY-WITHDRAWAL THRU 4000-EXIT
039300         ELSE
039400             PERFORM 4100-APPLY-REINSTATEMENT THRU 4100-EXIT
039500         END-IF
039600         MOVE WS-REASON-TEXT(WS-RSN-SUB) TO WS-REMARK-TEXT
039700     ELSE
039800         ADD 1 TO WS-REJECT-COUNT
039900         DISPLAY 'BCTM0006E ' CMT-ACTION ' ' CMT-ARCHIVE
040000             ' REJECTED - ' WS-REMARK-TEXT
040100     END-IF
040200     PERFORM 4500-PRINT-TRANSACTION THRU 4500-EXIT
040300     PERFORM 4600-POST-AUDIT THRU 4600-EXIT
040400     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
040500 2000-EXIT.
040600     EXIT.
040700
040800 2100-READ-TRANSACTION.
040900     READ TRANSACTION-FILE
041000         AT END
041100             SET WS-EOF TO TRUE
041200     END-READ.
041300 2100-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    3000/3010 - FIELD EDITS.  A BLANK OR ZERO GENERATION STAMP
041800*    ASKS FOR THE DEFAULT GENERATION (SEE CATMTXN).
041900******************************************************************
042000 3000-EDIT-TRANSACTION.
042100     MOVE 'N' TO WS-REASON-FOUND-SW
042200     MOVE ZERO TO WS-RSN-SUB
042300     PERFORM 3010-MATCH-REASON THRU 3010-EXIT
042400         VARYING WS-SUB FROM 1 BY 1
042500         UNTIL WS-SUB > WS-REASON-COUNT OR WS-REASON-FOUND
042600     IF CMT-GENERATION = SPACES OR CMT-GENERATION = ZEROS
042700         MOVE 'N' TO WS-STAMP-GIVEN-SW
042800     ELSE
042900         SET WS-STAMP-GIVEN TO TRUE
043000     END-IF
043100     EVALUATE TRUE
043200         WHEN NOT CMT-WITHDRAW AND NOT CMT-REINSTATE
043300             MOVE 'CM001' TO WS-REJECT-CODE
043400             MOVE 'ACTION NOT WITHDRAW OR REINSTATE'
043500                 TO WS-REJECT-TEXT
043600         WHEN CMT-ARCHIVE = SPACES
043700             MOVE 'CM002' TO WS-REJECT-CODE
043800             MOVE 'ARCHIVE FAMILY BLANK' TO WS-REJECT-TEXT
043900         WHEN CMT-OPERATOR-ID = SPACES
044000             MOVE 'CM003' TO WS-REJECT-CODE
044100             MOVE 'OPERATOR ID BLANK' TO WS-REJECT-TEXT
044200         WHEN NOT WS-REASON-FOUND
044300             MOVE 'CM004' TO WS-REJECT-CODE
044400             MOVE 'REASON CODE NOT RECOGNIZED' TO WS-REJECT-TEXT
044500         WHEN WS-STAMP-GIVEN
044600                 AND (CMT-GEN-DATE NOT NUMERIC
044700                      OR CMT-GEN-TIME NOT NUMERIC)
044800             MOVE 'CM005' TO WS-REJECT-CODE
044900             MOVE 'GENERATION STAMP NOT NUMERIC' TO WS-REJECT-TEXT
045000         WHEN OTHER
045100             CONTINUE
045200     END-EVALUATE
045300     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
045400 3000-EXIT.
045500     EXIT.
045600
045700 3010-MATCH-REASON.
045800     IF WS-REASON-CODE(WS-SUB) = CMT-REASON-CODE
045900         SET WS-REASON-FOUND TO TRUE
046000         MOVE WS-SUB TO WS-RSN-SUB
046100     END-IF.
046200 3010-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600*    3500/3510 - FIND THE GENERATION THE TRANSACTION NAMES, AND
046700*    THE FAMILY'S CURRENT GENERATION.  THE CATALOG IS IN POSTING
046800*    ORDER, SO FOR A DEFAULT REINSTATEMENT THE LAST ELIGIBLE
046900*    SUPERSEDED GENERATION SEEN IS THE MOST RECENT ONE.
047000******************************************************************
047100 3500-LOCATE-GENERATION.
047200     PERFORM 3510-MATCH-GENERATION THRU 3510-EXIT
047300         VARYING WS-SUB FROM 1 BY 1
047400         UNTIL WS-SUB > WS-CTLG-COUNT
047500     IF WS-TARGET-SUB = 0
047600         MOVE 'CM006' TO WS-REJECT-CODE
047700         MOVE 'NO MATCHING GENERATION CATALOGED'
047800             TO WS-REJECT-TEXT
047900         PERFORM 3900-SET-REJECTED THRU 3900-EXIT
048000     END-IF.
048100 3500-EXIT.
048200     EXIT.
048300
048400 3510-MATCH-GENERATION.
048500     MOVE WS-CTLG-IMAGE(WS-SUB) TO BERN-CATALOG-RECORD
048600     IF CAT-ARCHIVE = CMT-ARCHIVE
048700         IF CAT-CURRENT
048800             MOVE WS-SUB TO WS-CURRENT-SUB
048900         END-IF
049000         IF CMT-DATASET-NAME = SPACES
049100                 OR CMT-DATASET-NAME = CAT-DATASET-NAME
049200             EVALUATE TRUE
049300                 WHEN WS-STAMP-GIVEN
049400                     IF CAT-CREATE-DATE = CMT-GEN-DATE
049500                             AND CAT-CREATE-TIME = CMT-GEN-TIME
049600                         MOVE WS-SUB TO WS-TARGET-SUB
049700                     END-IF
049800                 WHEN CMT-WITHDRAW AND CAT-CURRENT
049900                     MOVE WS-SUB TO WS-TARGET-SUB
050000                 WHEN CMT-REINSTATE AND CAT-SUPERSEDED
050100                         AND NOT CAT-WITHDRAWN
050200                     MOVE WS-SUB TO WS-TARGET-SUB
050300                 WHEN OTHER
050400                     CONTINUE
050500             END-EVALUATE
050600         END-IF
050700     END-IF.
050800 3510-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200*    3600 - IS THE ACTION VALID FOR THE GENERATION FOUND?  A
051300*    GENERATION WITHDRAWN WHILE SUPERSEDED WAS RETIRED FOR CAUSE
051400*    AND STAYS RETIRED; ONE THAT FAILED RECONCILIATION IS NEVER
051500*    MADE CURRENT BY HAND.
051600******************************************************************
051700 3600-CHECK-ACTION.
051800     MOVE WS-CTLG-IMAGE(WS-TARGET-SUB) TO BERN-CATALOG-RECORD
051900     MOVE CAT-DATASET-NAME TO WS-TARGET-DATASET
052000     MOVE CAT-CREATE-DATE TO WS-TARGET-DATE
052100     MOVE CAT-CREATE-TIME TO WS-TARGET-TIME
052200     EVALUATE TRUE
052300         WHEN CMT-WITHDRAW AND CAT-WITHDRAWN
052400             MOVE 'CM007' TO WS-REJECT-CODE
052500             MOVE 'GENERATION ALREADY WITHDRAWN'
052600                 TO WS-REJECT-TEXT
052700         WHEN CMT-REINSTATE AND CAT-CURRENT AND NOT CAT-WITHDRAWN
052800             MOVE 'CM008' TO WS-REJECT-CODE
052900             MOVE 'GENERATION IS ALREADY CURRENT'
053000                 TO WS-REJECT-TEXT
053100         WHEN CMT-REINSTATE AND CAT-WITHDRAWN AND CAT-SUPERSEDED
053200             MOVE 'CM009' TO WS-REJECT-CODE
053300             MOVE 'WITHDRAWN - CANNOT BE REINSTATED'
053400                 TO WS-REJECT-TEXT
053500         WHEN CMT-REINSTATE AND NOT CAT-STATUS-PASS
053600             MOVE 'CM010' TO WS-REJECT-CODE
053700             MOVE 'GENERATION FAILED RECONCILIATION'
053800                 TO WS-REJECT-TEXT
053900         WHEN OTHER
054000             CONTINUE
054100     END-EVALUATE
054200     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
054300 3600-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700*    3900 - A REJECT CODE REJECTS THE TRANSACTION; THE CODE LEADS
054800*    THE REMARKS ON THE REPORT AND THE TRAIL.
054900******************************************************************
055000 3900-SET-REJECTED.
055100     IF WS-REJECT-CODE NOT = SPACES
055200         MOVE 'N' TO WS-CARD-OK-SW
055300         STRING WS-REJECT-CODE DELIMITED BY SIZE
055400                ' ' DELIMITED BY SIZE
055500                WS-REJECT-TEXT DELIMITED BY SIZE
055600             INTO WS-REMARK-TEXT
055700         END-STRING
055800     END-IF.
055900 3900-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300*    4000 - WITHDRAW.  THE GENERATION KEEPS ITS DISPOSITION; ONLY
056400*    ITS MAINTENANCE ACTION CHANGES.
056500******************************************************************
056600 4000-APPLY-WITHDRAWAL.
056700     MOVE WS-CTLG-IMAGE(WS-TARGET-SUB) TO BERN-CATALOG-RECORD
056800     SET CAT-WITHDRAWN TO TRUE
056900     PERFORM 4200-STAMP-MAINTENANCE THRU 4200-EXIT
057000     MOVE BERN-CATALOG-RECORD TO WS-CTLG-IMAGE(WS-TARGET-SUB)
057100     ADD 1 TO WS-WITHDRAW-COUNT.
057200 4000-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    4100 - REINSTATE.  THE FAMILY'S CURRENT GENERATION, IF IT IS
057700*    A DIFFERENT ONE, IS SUPERSEDED BY THE REINSTATED DATASET SO
057800*    THE FAMILY STILL HAS EXACTLY ONE CURRENT GENERATION.
057900******************************************************************
058000 4100-APPLY-REINSTATEMENT.
058100     IF WS-CURRENT-SUB > 0 AND WS-CURRENT-SUB NOT = WS-TARGET-SUB
058200         MOVE WS-CURRENT-SUB TO WS-DISPLACED-SUB
058300         MOVE WS-CTLG-IMAGE(WS-DISPLACED-SUB)
058400             TO BERN-CATALOG-RECORD
058500         MOVE CAT-DATASET-NAME TO WS-DISPLACED-DATASET
058600         MOVE CAT-CREATE-DATE TO WS-DISPLACED-DATE
058700         MOVE CAT-CREATE-TIME TO WS-DISPLACED-TIME
058800         SET CAT-SUPERSEDED TO TRUE
058900         MOVE WS-TARGET-DATASET TO CAT-SUPERSEDED-BY
059000         MOVE BERN-CATALOG-RECORD
059100             TO WS-CTLG-IMAGE(WS-DISPLACED-SUB)
059200     END-IF
059300     MOVE WS-CTLG-IMAGE(WS-TARGET-SUB) TO BERN-CATALOG-RECORD
059400     SET CAT-CURRENT TO TRUE
059500     MOVE SPACES TO CAT-SUPERSEDED-BY
059600     SET CAT-REINSTATED TO TRUE
059700     PERFORM 4200-STAMP-MAINTENANCE THRU 4200-EXIT
059800     MOVE BERN-CATALOG-RECORD TO WS-CTLG-IMAGE(WS-TARGET-SUB)
059900     ADD 1 TO WS-REINSTATE-COUNT.
060000 4100-EXIT.
060100     EXIT.
060200
060300 4200-STAMP-MAINTENANCE.
060400     MOVE CMT-REASON-CODE TO CAT-MAINT-REASON
060500     MOVE CMT-OPERATOR-ID TO CAT-MAINT-OPERATOR
060600     MOVE WS-CUR-DATE TO CAT-MAINT-DATE
060700     MOVE WS-CUR-TIME TO CAT-MAINT-TIME.
060800 4200-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200*    4500 - ONE REPORT LINE PER TRANSACTION.  AN APPLIED LINE
061300*    SHOWS THE GENERATION ACTUALLY ACTED ON; A REJECTED ONE SHOWS
061400*    THE TRANSACTION AS KEYED.
061500******************************************************************
061600 4500-PRINT-TRANSACTION.
061700     MOVE SPACES TO WS-DETAIL-LINE
061800     MOVE CMT-ACTION TO DET-LINE-ACTION
061900     MOVE CMT-ARCHIVE TO DET-LINE-ARCHIVE
062000     MOVE CMT-REASON-CODE TO DET-LINE-REASON
062100     MOVE CMT-OPERATOR-ID TO DET-LINE-OPERATOR
062200     MOVE WS-REMARK-TEXT TO DET-LINE-REMARKS
062300     IF WS-CARD-OK
062400         MOVE WS-TARGET-DATASET TO DET-LINE-DATASET
062500         MOVE WS-TARGET-DATE TO DET-LINE-DATE
062600         MOVE WS-TARGET-TIME TO DET-LINE-TIME
062700         MOVE 'APPLIED' TO DET-LINE-RESULT
062800     ELSE
062900         MOVE CMT-DATASET-NAME TO DET-LINE-DATASET
063000         MOVE CMT-GEN-DATE TO DET-LINE-DATE
063100         MOVE CMT-GEN-TIME TO DET-LINE-TIME
063200         MOVE 'REJECTED' TO DET-LINE-RESULT
063300     END-IF
063400     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
063500     ADD 1 TO WS-RPT-WRITE-COUNT
063600     IF WS-DISPLACED-SUB > 0
063700         MOVE WS-DISPLACED-DATASET TO DSP-LINE-DATASET
063800         MOVE WS-DISPLACED-DATE TO DSP-LINE-DATE
063900         MOVE WS-DISPLACED-TIME TO DSP-LINE-TIME
064000         WRITE REPORT-RECORD FROM WS-DISPLACED-LINE
064100         ADD 1 TO WS-RPT-WRITE-COUNT
064200     END-IF.
064300 4500-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700*    4600 - POST THE TRANSACTION TO THE AUDIT TRAIL (TYPE 'M').
064800******************************************************************
064900 4600-POST-AUDIT.
065000     MOVE SPACES TO BERN-AUDIT-RECORD
065100     SET AUD-TYPE-MAINT TO TRUE
065200     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
065300     ACCEPT AUD-RUN-TIME FROM TIME
065400     MOVE CMT-OPERATOR-ID TO AUD-OPERATOR-ID
065500     MOVE CMT-ACTION TO AUD-MAINT-ACTION
065600     MOVE CMT-ARCHIVE TO AUD-MAINT-ARCHIVE
065700     MOVE CMT-REASON-CODE TO AUD-MAINT-REASON
065800     MOVE WS-REMARK-TEXT TO AUD-MAINT-MESSAGE
065900     IF WS-CARD-OK
066000         SET AUD-MAINT-APPLIED TO TRUE
066100         MOVE WS-TARGET-DATASET TO AUD-MAINT-DATASET
066200         MOVE WS-TARGET-DATE TO AUD-MAINT-GEN-DATE
066300         MOVE WS-TARGET-TIME TO AUD-MAINT-GEN-TIME
066400         IF WS-DISPLACED-SUB > 0
066500             MOVE WS-DISPLACED-DATASET TO AUD-MAINT-DISPLACED
066600         END-IF
066700     ELSE
066800         SET AUD-MAINT-REJECTED TO TRUE
066900         MOVE CMT-DATASET-NAME TO AUD-MAINT-DATASET
067000         IF WS-STAMP-GIVEN AND CMT-GEN-DATE NUMERIC
067100                 AND CMT-GEN-TIME NUMERIC
067200             MOVE CMT-GEN-DATE TO AUD-MAINT-GEN-DATE
067300             MOVE CMT-GEN-TIME TO AUD-MAINT-GEN-TIME
067400         ELSE
067500             MOVE ZEROS TO AUD-MAINT-GEN-DATE
067600             MOVE ZEROS TO AUD-MAINT-GEN-TIME
067700         END-IF
067800     END-IF
067900     WRITE BERN-AUDIT-RECORD
068000     IF WS-AUDIT-STATUS NOT = '00'
068100         DISPLAY 'BCTM0007E BERNAUDT WRITE FAILED, STATUS='
068200             WS-AUDIT-STATUS
068300         SET WS-JOB-HAD-FAILURE TO TRUE
068400     ELSE
068500         ADD 1 TO WS-AUDT-WRITE-COUNT
068600     END-IF.
068700 4600-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100*    5000/5100 - REWRITE THE CATALOG IN FULL.
069200******************************************************************
069300 5000-REWRITE-CATALOG.
069400     OPEN OUTPUT CATALOG-FILE
069500     IF WS-CTLG-STATUS NOT = '00'
069600         DISPLAY 'BCTM0008E CANNOT REWRITE BERNCTLG, STATUS='
069700             WS-CTLG-STATUS
069800         SET WS-REWRITE-FAILED TO TRUE
069900     ELSE
070000         SET WS-CATALOG-REWRITTEN TO TRUE
070100         PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
070200             VARYING WS-SUB FROM 1 BY 1
070300             UNTIL WS-SUB > WS-CTLG-COUNT
070400         CLOSE CATALOG-FILE
070500     END-IF.
070600 5000-EXIT.
070700     EXIT.
070800
070900 5100-WRITE-ONE-ENTRY.
071000     MOVE WS-CTLG-IMAGE(WS-SUB) TO BERN-CATALOG-RECORD
071100     WRITE BERN-CATALOG-RECORD
071200     IF WS-CTLG-STATUS NOT = '00'
071300         DISPLAY 'BCTM0009E BERNCTLG WRITE FAILED, STATUS='
071400             WS-CTLG-STATUS
071500         SET WS-REWRITE-FAILED TO TRUE
071600     ELSE
071700         ADD 1 TO WS-CTLG-WRITE-COUNT
071800     END-IF.
071900 5100-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300*    6000-PRINT-TOTALS
072400******************************************************************
072500 6000-PRINT-TOTALS.
072600     MOVE SPACES TO REPORT-RECORD
072700     WRITE REPORT-RECORD
072800     MOVE 'TRANSACTIONS READ' TO CNT-LINE-LABEL
072900     MOVE WS-TRAN-READ-COUNT TO CNT-LINE-VALUE
073000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
073100     MOVE 'WITHDRAWALS APPLIED' TO CNT-LINE-LABEL
073200     MOVE WS-WITHDRAW-COUNT TO CNT-LINE-VALUE
073300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
073400     MOVE 'REINSTATEMENTS APPLIED' TO CNT-LINE-LABEL
073500     MOVE WS-REINSTATE-COUNT TO CNT-LINE-VALUE
073600     WRITE REPORT-RECORD FROM WS-COUNT-LINE
073700     MOVE 'TRANSACTIONS REJECTED' TO CNT-LINE-LABEL
073800     MOVE WS-REJECT-COUNT TO CNT-LINE-VALUE
073900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
074000     EVALUATE TRUE
074100         WHEN WS-CATALOG-REWRITTEN
074200             MOVE 'CATALOG REWRITTEN' TO TEXT-LINE-BODY
074300         WHEN WS-REWRITE-FAILED
074400             MOVE 'CATALOG NOT REWRITTEN - APPLIED LINES VOID'
074500                 TO TEXT-LINE-BODY
074600         WHEN OTHER
074700             MOVE 'CATALOG NOT CHANGED' TO TEXT-LINE-BODY
074800     END-EVALUATE
074900     WRITE REPORT-RECORD FROM WS-TEXT-LINE
075000     ADD 6 TO WS-RPT-WRITE-COUNT.
075100 6000-EXIT.
075200     EXIT.
075300
075400 7000-CLOSE-FILES.
075500     CLOSE TRANSACTION-FILE
075600     CLOSE AUDIT-FILE
075700     CLOSE REPORT-FILE.
075800 7000-EXIT.
075900     EXIT.
076000
076100******************************************************************
076200*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.  THE
076300*    TRAIL IS CLOSED BY 7000 BEFORE BERNAUDW REOPENS IT.
076400******************************************************************
076500 7900-POST-STEP-AUDIT.
076600     MOVE 'BERNCATM' TO STEP-PROGRAM
076700     MOVE SPACES TO STEP-OPERATOR-ID
076800     IF WS-JOB-HAD-FAILURE
076900         MOVE 4 TO STEP-RETURN-CODE
077000     ELSE
077100         MOVE 0 TO STEP-RETURN-CODE
077200     END-IF
077300     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
077400         VARYING WS-STEP-SUB FROM 1 BY 1
077500         UNTIL WS-STEP-SUB > 10
077600     MOVE 'CATMTRAN' TO STEP-DDNAME(1)
077700     MOVE WS-TRAN-READ-COUNT TO STEP-READ-CNT(1)
077800     MOVE 'BERNCTLG' TO STEP-DDNAME(2)
077900     MOVE WS-CTLG-READ-COUNT TO STEP-READ-CNT(2)
078000     MOVE WS-CTLG-WRITE-COUNT TO STEP-WRITE-CNT(2)
078100     MOVE 'BERNAUDT' TO STEP-DDNAME(3)
078200     MOVE WS-AUDT-WRITE-COUNT TO STEP-WRITE-CNT(3)
078300     MOVE 'CATMRPT1' TO STEP-DDNAME(4)
078400     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(4)
078500     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
078600 7900-EXIT.
078700     EXIT.
078800
078900 7910-CLEAR-STEP-ENTRY.
079000     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
079100     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
079200     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
079300 7910-EXIT.
079400     EXIT.
079500
079600******************************************************************
079700*    8000-TERMINATE - A REJECTED TRANSACTION OR A FAILED REWRITE
079800*    ENDS THE STEP WITH RETURN CODE 4.
079900******************************************************************
080000 8000-TERMINATE.
080100     IF WS-RUN-FAILED OR WS-REJECT-COUNT > 0 OR WS-REWRITE-FAILED
080200         SET WS-JOB-HAD-FAILURE TO TRUE
080300     END-IF
080400     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
080500     IF WS-JOB-HAD-FAILURE
080600         MOVE 4 TO RETURN-CODE
080700     END-IF.
080800 8000-EXIT.
080900     EXIT.
