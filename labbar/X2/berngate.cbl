000100******************************************************************
000200*    PROGRAM-ID.  BERNGATE
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    PRE-STEP CURRENCY GATE.  RUN AHEAD OF ANY CONSUMER STEP WITH
001000*    ONE CONTROL CARD (GATECTL) NAMING THE PROGRAM ABOUT TO RUN.
001100*    THE GATE HOLDS THE CURRENT GENERATION OF EVERY ARCHIVE
001200*    FAMILY FROM THE PUBLICATION CATALOG (BERNCTLG) AND THE LAST
001300*    SUCCESSFUL (RC 0) TYPE-'S' STEP RECORD OF EVERY PROGRAM ON
001400*    THE AUDIT TRAIL (BERNAUDT), THEN APPLIES THE DEPENDENCY
001500*    RULES REGISTERED FOR THAT STEP IN WS-RULE-TABLE.  TWO KINDS
001600*    OF RULE:
001700*      'P'  THE CURRENT GENERATION OF THE ARCHIVE MUST EXIST AND
001800*           MUST HAVE PASSED RECONCILIATION.  A FAILED GENERATION
001900*           IS RERUN BY WHATEVER STEP POSTED IT (CAT-CREATED-BY).
001920*           A CURRENT GENERATION WITHDRAWN THROUGH BERNCATM IS
001940*           STALE THE SAME WAY UNTIL IT IS REBUILT OR ANOTHER
001960*           GENERATION IS REINSTATED.
002000*      'L'  THE CURRENT GENERATION OF THE ARCHIVE MUST HAVE BEEN
002100*           POSTED BEFORE THE LAST SUCCESSFUL RUN OF THE STEP THAT
002200*           DERIVES FROM IT (BERNLOAD FOR THE MASTER, BERNEMAC FOR
002300*           THE COEFFICIENTS) STARTED - OTHERWISE THE DERIVED
002400*           DATASET WAS BUILT FROM AN OLDER GENERATION AND THAT
002500*           STEP HAS TO BE RERUN.  A REINSTATED GENERATION
002550*           COUNTS AS POSTED WHEN IT WAS REINSTATED.
002600*    A RULE MARKED OPTIONAL ('O') IS SKIPPED WHEN WHAT IT TESTS
002700*    DOES NOT EXIST AT ALL, MATCHING THE CONSUMERS THAT RUN
002800*    WITHOUT THAT INPUT (BERNLOAD WITHOUT BERNFRC, BERNTABL
002900*    WITHOUT BERNEXT).  THE LISTING (GATERPT1) SHOWS EVERY RULE
003000*    APPLIED, AND FOR EACH STALE DEPENDENCY THE ARCHIVE, WHY IT
003100*    IS STALE AND WHICH STEP HAS TO BE RERUN.
003200*
003300*    RETURN CODE 8 HOLDS THE SEQUENCE: ANY STALE DEPENDENCY, A
003400*    STEP WITH NO RULES REGISTERED (A MISTYPED STEP NAME MUST NOT
003500*    CLEAR THE GATE), OR ANY FAILURE READING THE CARD, CATALOG
003600*    OR TRAIL.  RETURN CODE 0 CLEARS THE STEP TO RUN.
003700*
003800*    MODIFICATION HISTORY
003900*    DATE       INIT  DESCRIPTION
004000*    2026-10-15 SVK   ORIGINAL PROGRAM.
004020*    2026-10-15 SVK   WITHDRAWN CURRENT GENERATIONS ARE STALE;
004040*                     REINSTATED ONES ARE DATED FROM THEIR
004060*                     REINSTATEMENT.
004070*    2026-10-15 SVK   RULE FOR THE BERNSTIR STIRLING-SERIES STEP.
004080*    2026-10-15 SVK   RULES FOR THE BERNFRZE QUARTER-END EDITION
004090*                     FREEZE.
004092*    2026-10-15 SVK   RULES FOR THE BERNCERT CERTIFICATION AND
004094*                     BERNIMPA IMPACT STEPS; WS-GEN-PASSED BACK
004096*                     UNDER WS-GEN-STATUS.
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. BERNGATE.
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PARM-FILE
005300         ASSIGN TO "GATEPARM"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PARM-STATUS.
005600
005700     SELECT CATALOG-FILE
005800         ASSIGN TO "BERNCTLG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CTLG-STATUS.
006100
006200     SELECT AUDIT-FILE
006300         ASSIGN TO "BERNAUDT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-AUDIT-STATUS.
006600
006700     SELECT REPORT-FILE
006800         ASSIGN TO "GATERPT1"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RPT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARM-FILE.
007500     COPY GATECTL.
007600
007700 FD  CATALOG-FILE.
007800     COPY BERNCAT.
007900
008000 FD  AUDIT-FILE.
008100     COPY BERNAUD.
008200
008300 FD  REPORT-FILE.
008400 01  REPORT-RECORD               PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 77  WS-MAX-GENERATIONS          PIC 9(03) VALUE 020.
008800 77  WS-MAX-STEP-RUNS            PIC 9(03) VALUE 040.
008900
009000 01  WS-FILE-STATUSES.
009100     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
009200     05  WS-CTLG-STATUS          PIC X(02) VALUE SPACES.
009300     05  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
009400     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
009500
009600 01  WS-SWITCHES.
009700     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
009800         88  WS-EOF                  VALUE 'Y'.
009900     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
010000         88  WS-RUN-GOOD             VALUE 'Y'.
010100         88  WS-RUN-FAILED           VALUE 'N'.
010200     05  WS-RPT-OPEN-SW          PIC X(01) VALUE 'N'.
010300         88  WS-RPT-OPEN             VALUE 'Y'.
010400     05  WS-GEN-FOUND-SW         PIC X(01) VALUE 'N'.
010500         88  WS-GEN-FOUND            VALUE 'Y'.
010600     05  WS-RUN-FOUND-SW         PIC X(01) VALUE 'N'.
010700         88  WS-RUN-FOUND            VALUE 'Y'.
010800     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
010900         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
010920     05  WS-STAMP-LINE-SW        PIC X(01) VALUE 'N'.
010940         88  WS-PRINT-STAMP-LINE    VALUE 'Y'.
011000
011100 01  WS-WORK-FIELDS.
011200     05  WS-RULE-SUB             PIC 9(03).
011300     05  WS-GEN-SUB              PIC 9(03).
011400     05  WS-RUN-SUB              PIC 9(03).
011500     05  WS-STEP-SUB             PIC 9(02).
011600     05  WS-CUR-DATE             PIC 9(08).
011700     05  WS-SEARCH-ARCHIVE       PIC X(08).
011800     05  WS-SEARCH-PROGRAM       PIC X(09).
011900     05  WS-GEN-HIT              PIC 9(03).
012000     05  WS-RUN-HIT              PIC 9(03).
012100     05  WS-RERUN-STEP           PIC X(09).
012200
012300 01  WS-COUNTERS.
012400     05  WS-PARM-READ-COUNT      PIC 9(09) VALUE ZERO.
012500     05  WS-CTLG-READ-COUNT      PIC 9(09) VALUE ZERO.
012600     05  WS-AUDT-READ-COUNT      PIC 9(09) VALUE ZERO.
012700     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
012800     05  WS-RULES-APPLIED        PIC 9(03) VALUE ZERO.
012900     05  WS-STALE-COUNT          PIC 9(03) VALUE ZERO.
013000
013100******************************************************************
013200*    DEPENDENCY RULES PER CONSUMER STEP, SAME LITERAL-PLUS-
013300*    REDEFINES CONVENTION AS THE RECONCILIATION TABLES.  EACH
013400*    ENTRY IS THE STEP ABOUT TO RUN, THE RULE TYPE ('P' OR 'L' -
013500*    SEE THE PROGRAM HEADER), 'R'EQUIRED OR 'O'PTIONAL, THE
013600*    ARCHIVE FAMILY, AND FOR AN 'L' RULE THE DERIVING STEP.  A
013700*    NEW CONSUMER IS GATED BY ADDING ITS ENTRIES HERE AND RAISING
013800*    WS-RULE-COUNT.
013900******************************************************************
014000 01  WS-RULE-DATA.
014100     05  FILLER PIC X(28) VALUE 'BERNLOAD PRBERNOUT          '.
014200     05  FILLER PIC X(28) VALUE 'BERNLOAD POBERNFRC          '.
014300     05  FILLER PIC X(28) VALUE 'BERNTABL PRBERNOUT          '.
014400     05  FILLER PIC X(28) VALUE 'BERNTABL POBERNFRC          '.
014500     05  FILLER PIC X(28) VALUE 'BERNTABL POBERNEXT          '.
014600     05  FILLER PIC X(28) VALUE 'BERNTABL LRBERNOUT BERNLOAD '.
014700     05  FILLER PIC X(28) VALUE 'BERNTABL LOBERNFRC BERNLOAD '.
014800     05  FILLER PIC X(28) VALUE 'BERNDIST PRBERNOUT          '.
014900     05  FILLER PIC X(28) VALUE 'BERNDIST POBERNFRC          '.
015000     05  FILLER PIC X(28) VALUE 'BERNDIST POBERNEXT          '.
015100     05  FILLER PIC X(28) VALUE 'BERNDIST LRBERNOUT BERNLOAD '.
015200     05  FILLER PIC X(28) VALUE 'BERNDIST LOBERNFRC BERNLOAD '.
015300     05  FILLER PIC X(28) VALUE 'BERNEMAC PRBERNFRC          '.
015400     05  FILLER PIC X(28) VALUE 'BERNSUMM PRBERNFRC          '.
015500     05  FILLER PIC X(28) VALUE 'BERNSUMM LRBERNFRC BERNEMAC '.
015600     05  FILLER PIC X(28) VALUE 'BERNXCHK PRBERNOUT          '.
015700     05  FILLER PIC X(28) VALUE 'BERNXCHK PRBERNFRC          '.
015800     05  FILLER PIC X(28) VALUE 'BERNXCHK POBERNEXT          '.
015900     05  FILLER PIC X(28) VALUE 'BERNXCHK POBERNPOL          '.
016000     05  FILLER PIC X(28) VALUE 'BERNXCHK LOBERNFRC BERNEMAC '.
016100     05  FILLER PIC X(28) VALUE 'BERNPEVL PRBERNPOL          '.
016200     05  FILLER PIC X(28) VALUE 'BERNPEVL PRBERNFRC          '.
016250     05  FILLER PIC X(28) VALUE 'BERNSTIR PRBERNFRC          '.
016255     05  FILLER PIC X(28) VALUE 'BERNFRZE PRBERNOUT          '.
016260     05  FILLER PIC X(28) VALUE 'BERNFRZE POBERNFRC          '.
016265     05  FILLER PIC X(28) VALUE 'BERNFRZE POBERNEXT          '.
016270     05  FILLER PIC X(28) VALUE 'BERNFRZE POBERNEUL          '.
016275     05  FILLER PIC X(28) VALUE 'BERNFRZE POBERNPOL          '.
016280     05  FILLER PIC X(28) VALUE 'BERNFRZE LRBERNOUT BERNLOAD '.
016285     05  FILLER PIC X(28) VALUE 'BERNFRZE LOBERNFRC BERNLOAD '.
016290     05  FILLER PIC X(28) VALUE 'BERNFRZE LOBERNFRC BERNEMAC '.
016291     05  FILLER PIC X(28) VALUE 'BERNCERT PRBERNOUT          '.
016292     05  FILLER PIC X(28) VALUE 'BERNCERT PRBERNFRC          '.
016293     05  FILLER PIC X(28) VALUE 'BERNCERT POBERNEXT          '.
016294     05  FILLER PIC X(28) VALUE 'BERNCERT LRBERNOUT BERNLOAD '.
016295     05  FILLER PIC X(28) VALUE 'BERNIMPA POBERNPOL          '.
016296     05  FILLER PIC X(28) VALUE 'BERNIMPA POBERNEXT          '.
016297     05  FILLER PIC X(28) VALUE 'BERNIMPA LOBERNFRC BERNEMAC '.
016300
016400 01  WS-RULE-TABLE REDEFINES WS-RULE-DATA.
016500     05  WS-RULE-ENTRY OCCURS 38 TIMES.
016600         10  WS-RULE-STEP        PIC X(09).
016700         10  WS-RULE-TYPE        PIC X(01).
016800             88  WS-RULE-RECONCILED     VALUE 'P'.
016900             88  WS-RULE-POSTED-BEFORE  VALUE 'L'.
017000         10  WS-RULE-NEED        PIC X(01).
017100             88  WS-RULE-OPTIONAL       VALUE 'O'.
017200         10  WS-RULE-ARCHIVE     PIC X(08).
017300         10  WS-RULE-DERIVER     PIC X(09).
017400
017500 77  WS-RULE-COUNT               PIC 9(03) VALUE 038.
017600
017700******************************************************************
017800*    CURRENT GENERATION PER ARCHIVE FAMILY FROM THE CATALOG, AND
017900*    THE LAST SUCCESSFUL RUN PER PROGRAM FROM THE TRAIL.  THE
018000*    TRAIL IS IN POSTING ORDER, SO A LATER RC 0 RECORD FOR THE
018100*    SAME PROGRAM REPLACES THE HELD ONE.  THE STAMPS ARE DATE
018200*    FOLLOWED BY TIME, SO THEY COMPARE AS PLAIN DIGIT STRINGS.
018300******************************************************************
018400 01  WS-GEN-TABLE.
018500     05  WS-GEN-COUNT            PIC 9(03) VALUE ZERO.
018600     05  WS-GEN-ENTRY OCCURS 20 TIMES.
018700         10  WS-GEN-ARCHIVE      PIC X(08).
018800         10  WS-GEN-DATASET      PIC X(08).
018900         10  WS-GEN-CREATED-BY   PIC X(09).
019000         10  WS-GEN-STAMP.
019100             15  WS-GEN-DATE     PIC 9(08).
019200             15  WS-GEN-TIME     PIC 9(08).
019300         10  WS-GEN-STATUS       PIC X(04).
019320             88  WS-GEN-PASSED      VALUE 'PASS'.
019340         10  WS-GEN-MAINT-ACTION PIC X(01).
019400             88  WS-GEN-WITHDRAWN   VALUE 'W'.
019500
019600 01  WS-RUN-TABLE.
019700     05  WS-RUN-COUNT            PIC 9(03) VALUE ZERO.
019800     05  WS-RUN-ENTRY OCCURS 40 TIMES.
019900         10  WS-RUN-PROGRAM      PIC X(09).
020000         10  WS-RUN-STAMP.
020100             15  WS-RUN-DATE     PIC 9(08).
020200             15  WS-RUN-TIME     PIC 9(08).
020300
020400******************************************************************
020500*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
020600******************************************************************
020700     COPY BERNSLK.
020800
020900******************************************************************
021000*    PRINT LINE LAYOUTS.
021100******************************************************************
021200 01  WS-HDG1-LINE.
021300     05  FILLER                  PIC X(44) VALUE
021400         'PRE-STEP CURRENCY GATE                      '.
021500     05  FILLER                  PIC X(09) VALUE 'PRINTED  '.
021600     05  HDG1-DATE               PIC 9(08).
021700     05  FILLER                  PIC X(71) VALUE SPACES.
021800
021900 01  WS-STEP-LINE.
022000     05  FILLER                  PIC X(14) VALUE 'STEP TO RUN - '.
022100     05  STEP-LINE-NAME          PIC X(09).
022200     05  FILLER                  PIC X(11) VALUE '  OPERATOR '.
022300     05  STEP-LINE-OPER          PIC X(08).
022400     05  FILLER                  PIC X(90) VALUE SPACES.
022500
022600 01  WS-HDG2-LINE.
022700     05  FILLER                  PIC X(40) VALUE
022800         'ARCHIVE   DATASET   CHECK               '.
022900     05  FILLER                  PIC X(40) VALUE
023000         '          RESULT  REASON                '.
023100     05  FILLER                  PIC X(52) VALUE
023200         '                        RERUN'.
023300
023400 01  WS-RULE-LINE.
023500     05  RUL-LINE-ARCHIVE        PIC X(08).
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  RUL-LINE-DATASET        PIC X(08).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  RUL-LINE-CHECK          PIC X(28).
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  RUL-LINE-RESULT         PIC X(05).
024200     05  FILLER                  PIC X(03) VALUE SPACES.
024300     05  RUL-LINE-REASON         PIC X(44).
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  RUL-LINE-RERUN          PIC X(09).
024600     05  FILLER                  PIC X(19) VALUE SPACES.
024700
024800 01  WS-STAMP-LINE.
024900     05  FILLER                  PIC X(30) VALUE SPACES.
025000     05  FILLER                  PIC X(18) VALUE
025100         'GENERATION POSTED '.
025200     05  STMP-LINE-GEN-DATE      PIC 9(08).
025300     05  FILLER                  PIC X(01) VALUE SPACES.
025400     05  STMP-LINE-GEN-TIME      PIC 9(08).
025500     05  FILLER                  PIC X(17) VALUE
025600         '  LAST GOOD RUN  '.
025700     05  STMP-LINE-RUN-DATE      PIC 9(08).
025800     05  FILLER                  PIC X(01) VALUE SPACES.
025900     05  STMP-LINE-RUN-TIME      PIC 9(08).
026000     05  FILLER                  PIC X(33) VALUE SPACES.
026100
026200 01  WS-TEXT-LINE.
026300     05  TEXT-LINE-BODY          PIC X(60).
026400     05  FILLER                  PIC X(72) VALUE SPACES.
026500
026600 01  WS-COUNT-LINE.
026700     05  CNT-LINE-LABEL          PIC X(30).
026800     05  CNT-LINE-VALUE          PIC Z(08)9.
026900     05  FILLER                  PIC X(93) VALUE SPACES.
027000
027100 PROCEDURE DIVISION.
027200
027300******************************************************************
027400*    0000-MAIN-CONTROL
027500******************************************************************
027600 0000-MAIN-CONTROL.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027800     IF WS-RUN-GOOD
027900         PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
028000     END-IF
028100     IF WS-RUN-GOOD
028200         PERFORM 2500-LOAD-STEP-RUNS THRU 2500-EXIT
028300     END-IF
028400     IF WS-RUN-GOOD
028500         PERFORM 3000-APPLY-RULES THRU 3000-EXIT
028600         PERFORM 6000-PRINT-VERDICT THRU 6000-EXIT
028700     END-IF
028800     IF WS-RPT-OPEN
028900         CLOSE REPORT-FILE
029000     END-IF
029100     PERFORM 8000-TERMINATE THRU 8000-EXIT
029200     STOP RUN.
029300
029400******************************************************************
029500*    1000-INITIALIZE - READ THE SINGLE CONTROL CARD, OPEN THE
029600*    LISTING, AND CONFIRM THE STEP HAS RULES REGISTERED.
029700******************************************************************
029800 1000-INITIALIZE.
029900     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
030000     ACCEPT STEP-START-TIME FROM TIME
030100     MOVE SPACES TO GATE-CONTROL-RECORD
030200     OPEN INPUT PARM-FILE
030300     IF WS-PARM-STATUS NOT = '00'
030400         DISPLAY 'BGAT0001E CANNOT OPEN GATEPARM, STATUS='
030500             WS-PARM-STATUS
030600         SET WS-RUN-FAILED TO TRUE
030700     ELSE
030800         READ PARM-FILE
030900             AT END
031000                 DISPLAY 'BGAT0002E GATEPARM IS EMPTY'
031100                 SET WS-RUN-FAILED TO TRUE
031200             NOT AT END
031300                 ADD 1 TO WS-PARM-READ-COUNT
031400         END-READ
031500         CLOSE PARM-FILE
031600     END-IF
031700     IF WS-RUN-GOOD
031800         OPEN OUTPUT REPORT-FILE
031900         IF WS-RPT-STATUS NOT = '00'
032000             DISPLAY 'BGAT0003E CANNOT OPEN GATERPT1, STATUS='
032100                 WS-RPT-STATUS
032200             SET WS-RUN-FAILED TO TRUE
032300         ELSE
032400             SET WS-RPT-OPEN TO TRUE
032500             ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
032600             MOVE WS-CUR-DATE TO HDG1-DATE
032700             WRITE REPORT-RECORD FROM WS-HDG1-LINE
032800             MOVE GTC-STEP-NAME TO STEP-LINE-NAME
032900             MOVE GTC-OPERATOR-ID TO STEP-LINE-OPER
033000             WRITE REPORT-RECORD FROM WS-STEP-LINE
033100             MOVE SPACES TO REPORT-RECORD
033200             WRITE REPORT-RECORD
033300             ADD 3 TO WS-RPT-WRITE-COUNT
033400         END-IF
033500     END-IF
033600     IF WS-RUN-GOOD
033700         PERFORM 1100-COUNT-STEP-RULES THRU 1100-EXIT
033800     END-IF.
033900 1000-EXIT.
034000     EXIT.
034100
034200 1100-COUNT-STEP-RULES.
034300     MOVE ZERO TO WS-RULES-APPLIED
034400     PERFORM 1110-COUNT-ONE-RULE THRU 1110-EXIT
034500         VARYING WS-RULE-SUB FROM 1 BY 1
034600         UNTIL WS-RULE-SUB > WS-RULE-COUNT
034700     IF GTC-STEP-NAME = SPACES OR WS-RULES-APPLIED = 0
034800         DISPLAY 'BGAT0004E NO DEPENDENCY RULES FOR STEP '
034900             GTC-STEP-NAME ' - GATE CANNOT CLEAR IT'
035000         MOVE 'NO DEPENDENCY RULES REGISTERED FOR THIS STEP'
035100             TO TEXT-LINE-BODY
035200         WRITE REPORT-RECORD FROM WS-TEXT-LINE
035300         MOVE 'GATE HELD - CHECK THE STEP NAME ON GATEPARM'
035400             TO TEXT-LINE-BODY
035500         WRITE REPORT-RECORD FROM WS-TEXT-LINE
035600         ADD 2 TO WS-RPT-WRITE-COUNT
035700         SET WS-RUN-FAILED TO TRUE
035800     END-IF
035900     MOVE ZERO TO WS-RULES-APPLIED.
036000 1100-EXIT.
036100     EXIT.
036200
036300 1110-COUNT-ONE-RULE.
036400     IF WS-RULE-STEP(WS-RULE-SUB) = GTC-STEP-NAME
036500         ADD 1 TO WS-RULES-APPLIED
036600     END-IF.
036700 1110-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    2000/2100 - HOLD THE CURRENT GENERATION OF EACH ARCHIVE
037200*    FAMILY.  A MISSING CATALOG LEAVES THE TABLE EMPTY AND EVERY
037300*    REQUIRED ARCHIVE THEN REPORTS NO CURRENT GENERATION.
037400******************************************************************
037500 2000-LOAD-CATALOG.
037600     MOVE 'N' TO WS-EOF-SW
037700     OPEN INPUT CATALOG-FILE
037800     EVALUATE WS-CTLG-STATUS
037900         WHEN '00'
038000             PERFORM 2100-READ-CATALOG THRU 2100-EXIT
038100                 UNTIL WS-EOF
038200             CLOSE CATALOG-FILE
038300         WHEN '35'
038400             CONTINUE
038500         WHEN OTHER
038600             DISPLAY 'BGAT0005E CANNOT OPEN BERNCTLG, STATUS='
038700                 WS-CTLG-STATUS
038800             SET WS-RUN-FAILED TO TRUE
038900     END-EVALUATE.
039000 2000-EXIT.
039100     EXIT.
039200
039300 2100-READ-CATALOG.
039400     READ CATALOG-FILE
039500         AT END
039600             SET WS-EOF TO TRUE
039700         NOT AT END
039800             ADD 1 TO WS-CTLG-READ-COUNT
039900             IF CAT-CURRENT
040000                 IF WS-GEN-COUNT < WS-MAX-GENERATIONS
040100                     ADD 1 TO WS-GEN-COUNT
040200                     MOVE CAT-ARCHIVE
040300                         TO WS-GEN-ARCHIVE(WS-GEN-COUNT)
040400                     MOVE CAT-DATASET-NAME
040500                         TO WS-GEN-DATASET(WS-GEN-COUNT)
040600                     MOVE CAT-CREATED-BY
040700                         TO WS-GEN-CREATED-BY(WS-GEN-COUNT)
040800                     MOVE CAT-CREATE-DATE
040900                         TO WS-GEN-DATE(WS-GEN-COUNT)
041000                     MOVE CAT-CREATE-TIME
041100                         TO WS-GEN-TIME(WS-GEN-COUNT)
041200                     MOVE CAT-RECONCILE-STATUS
041300                         TO WS-GEN-STATUS(WS-GEN-COUNT)
041310                     MOVE CAT-MAINT-ACTION
041320                         TO WS-GEN-MAINT-ACTION(WS-GEN-COUNT)
041330                     IF CAT-REINSTATED
041340                         MOVE CAT-MAINT-DATE
041350                             TO WS-GEN-DATE(WS-GEN-COUNT)
041360                         MOVE CAT-MAINT-TIME
041370                             TO WS-GEN-TIME(WS-GEN-COUNT)
041380                     END-IF
041400                 ELSE
041500                     DISPLAY 'BGAT0006E MORE THAN '
041600                         WS-MAX-GENERATIONS
041700                         ' CURRENT GENERATIONS ON BERNCTLG'
041800                     SET WS-RUN-FAILED TO TRUE
041900                     SET WS-EOF TO TRUE
042000                 END-IF
042100             END-IF
042200     END-READ.
042300 2100-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    2500/2510/2520 - HOLD THE LAST RC 0 STEP RECORD PER PROGRAM.
042800*    CARD RECORDS AND FAILED STEPS ARE PASSED OVER.  A MISSING
042900*    TRAIL MEANS NO STEP HAS EVER RUN SUCCESSFULLY.
043000******************************************************************
043100 2500-LOAD-STEP-RUNS.
043200     MOVE 'N' TO WS-EOF-SW
043300     OPEN INPUT AUDIT-FILE
043400     EVALUATE WS-AUDIT-STATUS
043500         WHEN '00'
043600             PERFORM 2510-READ-AUDIT THRU 2510-EXIT
043700                 UNTIL WS-EOF
043800             CLOSE AUDIT-FILE
043900         WHEN '35'
044000             CONTINUE
044100         WHEN OTHER
044200             DISPLAY 'BGAT0007E CANNOT OPEN BERNAUDT, STATUS='
044300                 WS-AUDIT-STATUS
044400             SET WS-RUN-FAILED TO TRUE
044500     END-EVALUATE.
044600 2500-EXIT.
044700     EXIT.
044800
044900 2510-READ-AUDIT.
045000     READ AUDIT-FILE
045100         AT END
045200             SET WS-EOF TO TRUE
045300         NOT AT END
045400             ADD 1 TO WS-AUDT-READ-COUNT
045500             IF AUD-TYPE-STEP
045600                     AND AUD-STEP-RETURN-CODE NUMERIC
045700                     AND AUD-STEP-RETURN-CODE = 0
045800                 PERFORM 2520-HOLD-STEP-RUN THRU 2520-EXIT
045900             END-IF
046000     END-READ.
046100 2510-EXIT.
046200     EXIT.
046300
046400 2520-HOLD-STEP-RUN.
046500     MOVE AUD-STEP-PROGRAM TO WS-SEARCH-PROGRAM
046600     PERFORM 3850-FIND-STEP-RUN THRU 3850-EXIT
046700     IF NOT WS-RUN-FOUND
046800         IF WS-RUN-COUNT < WS-MAX-STEP-RUNS
046900             ADD 1 TO WS-RUN-COUNT
047000             MOVE WS-RUN-COUNT TO WS-RUN-HIT
047100             MOVE AUD-STEP-PROGRAM TO WS-RUN-PROGRAM(WS-RUN-HIT)
047200             SET WS-RUN-FOUND TO TRUE
047300         ELSE
047400             DISPLAY 'BGAT0008E MORE THAN ' WS-MAX-STEP-RUNS
047500                 ' PROGRAMS ON BERNAUDT'
047600             SET WS-RUN-FAILED TO TRUE
047700             SET WS-EOF TO TRUE
047800         END-IF
047900     END-IF
048000     IF WS-RUN-FOUND
048100         MOVE AUD-STEP-START-DATE TO WS-RUN-DATE(WS-RUN-HIT)
048200         MOVE AUD-STEP-START-TIME TO WS-RUN-TIME(WS-RUN-HIT)
048300     END-IF.
048400 2520-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800*    3000/3100 - APPLY EVERY RULE REGISTERED FOR THE STEP, IN
048900*    TABLE ORDER, ONE LISTING LINE PER RULE.
049000******************************************************************
049100 3000-APPLY-RULES.
049200     WRITE REPORT-RECORD FROM WS-HDG2-LINE
049300     ADD 1 TO WS-RPT-WRITE-COUNT
049400     PERFORM 3100-APPLY-ONE-RULE THRU 3100-EXIT
049500         VARYING WS-RULE-SUB FROM 1 BY 1
049600         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
049700 3000-EXIT.
049800     EXIT.
049900
049950 3100-APPLY-ONE-RULE.
050000     IF WS-RULE-STEP(WS-RULE-SUB) = GTC-STEP-NAME
050050         PERFORM 3110-APPLY-STEP-RULE THRU 3110-EXIT
050100     END-IF.
050150 3100-EXIT.
050200     EXIT.
050250
050300 3110-APPLY-STEP-RULE.
050350     ADD 1 TO WS-RULES-APPLIED
050400     MOVE WS-RULE-ARCHIVE(WS-RULE-SUB) TO WS-SEARCH-ARCHIVE
050450     PERFORM 3800-FIND-GENERATION THRU 3800-EXIT
050500     MOVE SPACES TO WS-RULE-LINE
050550     MOVE WS-SEARCH-ARCHIVE TO RUL-LINE-ARCHIVE
050600     IF WS-GEN-FOUND
050650         MOVE WS-GEN-DATASET(WS-GEN-HIT) TO RUL-LINE-DATASET
050700     END-IF
050750     IF WS-RULE-RECONCILED(WS-RULE-SUB)
050800         PERFORM 3200-CHECK-RECONCILED THRU 3200-EXIT
050850     ELSE
050900         PERFORM 3300-CHECK-POSTED-BEFORE THRU 3300-EXIT
050950     END-IF.
051000 3110-EXIT.
051050     EXIT.
051900
052000******************************************************************
052100*    3200 - 'P' RULE.  THE CURRENT GENERATION MUST EXIST AND HAVE
052200*    PASSED RECONCILIATION.  A FAILED GENERATION IS RERUN BY THE
052300*    STEP THAT POSTED IT; A FAMILY NEVER CATALOGED IS PRODUCED
052400*    BY THE GENERATOR.
052500******************************************************************
052600 3200-CHECK-RECONCILED.
052700     MOVE 'CURRENT GENERATION PASSED' TO RUL-LINE-CHECK
052800     IF NOT WS-GEN-FOUND
052900         IF WS-RULE-OPTIONAL(WS-RULE-SUB)
053000             MOVE 'N/A' TO RUL-LINE-RESULT
053100             MOVE 'NOT CATALOGED - INPUT IS OPTIONAL'
053200                 TO RUL-LINE-REASON
053300         ELSE
053400             MOVE 'NO CURRENT GENERATION CATALOGED'
053500                 TO RUL-LINE-REASON
053600             MOVE 'BERNOULLI' TO WS-RERUN-STEP
053700             PERFORM 3900-MARK-STALE THRU 3900-EXIT
053800         END-IF
053900     ELSE
053950         EVALUATE TRUE
054000             WHEN WS-GEN-WITHDRAWN(WS-GEN-HIT)
054050                 MOVE 'CURRENT GENERATION WITHDRAWN FROM CATALOG'
054100                     TO RUL-LINE-REASON
054150                 MOVE WS-GEN-CREATED-BY(WS-GEN-HIT)
054200                     TO WS-RERUN-STEP
054250                 PERFORM 3900-MARK-STALE THRU 3900-EXIT
054300             WHEN WS-GEN-PASSED(WS-GEN-HIT)
054350                 MOVE 'OK' TO RUL-LINE-RESULT
054400             WHEN OTHER
054450                 MOVE 'CURRENT GENERATION FAILED RECONCILIATION'
054500                     TO RUL-LINE-REASON
054550                 MOVE WS-GEN-CREATED-BY(WS-GEN-HIT)
054600                     TO WS-RERUN-STEP
054650                 PERFORM 3900-MARK-STALE THRU 3900-EXIT
054700         END-EVALUATE
054800     END-IF
054900     PERFORM 3950-WRITE-RULE-LINE THRU 3950-EXIT.
055000 3200-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400*    3300 - 'L' RULE.  THE CURRENT GENERATION MUST HAVE BEEN
055500*    POSTED BEFORE THE LAST SUCCESSFUL RUN OF THE DERIVING STEP
055600*    STARTED.  A FAMILY NOT CATALOGED AT ALL IS LEFT TO ITS 'P'
055700*    RULE.  WHEN STALE, BOTH STAMPS ARE PRINTED UNDER THE RULE.
055800******************************************************************
055900 3300-CHECK-POSTED-BEFORE.
056000     MOVE 'N' TO WS-STAMP-LINE-SW
056100     STRING 'POSTED BEFORE LAST ' DELIMITED BY SIZE
056200            WS-RULE-DERIVER(WS-RULE-SUB) DELIMITED BY SPACE
056300         INTO RUL-LINE-CHECK
056400     END-STRING
056500     MOVE WS-RULE-DERIVER(WS-RULE-SUB) TO WS-SEARCH-PROGRAM
056600     PERFORM 3850-FIND-STEP-RUN THRU 3850-EXIT
056700     EVALUATE TRUE
056800         WHEN NOT WS-GEN-FOUND
056900             MOVE 'N/A' TO RUL-LINE-RESULT
057000             MOVE 'NOT CATALOGED - SEE CURRENT GENERATION CHECK'
057100                 TO RUL-LINE-REASON
057200         WHEN NOT WS-RUN-FOUND AND WS-RULE-OPTIONAL(WS-RULE-SUB)
057300             MOVE 'N/A' TO RUL-LINE-RESULT
057400             MOVE 'NO SUCCESSFUL RUN - INPUT IS OPTIONAL'
057500                 TO RUL-LINE-REASON
057600         WHEN NOT WS-RUN-FOUND
057700             MOVE 'NO SUCCESSFUL RUN ON THE AUDIT TRAIL'
057800                 TO RUL-LINE-REASON
057900             MOVE WS-SEARCH-PROGRAM TO WS-RERUN-STEP
058000             PERFORM 3900-MARK-STALE THRU 3900-EXIT
058100         WHEN WS-GEN-STAMP(WS-GEN-HIT) < WS-RUN-STAMP(WS-RUN-HIT)
058200             MOVE 'OK' TO RUL-LINE-RESULT
058300         WHEN OTHER
058400             MOVE 'GENERATION POSTED AFTER LAST SUCCESSFUL RUN'
058500                 TO RUL-LINE-REASON
058600             MOVE WS-SEARCH-PROGRAM TO WS-RERUN-STEP
058700             PERFORM 3900-MARK-STALE THRU 3900-EXIT
058800             SET WS-PRINT-STAMP-LINE TO TRUE
058900     END-EVALUATE
059000     PERFORM 3950-WRITE-RULE-LINE THRU 3950-EXIT
059100     IF WS-PRINT-STAMP-LINE
059200         MOVE WS-GEN-DATE(WS-GEN-HIT) TO STMP-LINE-GEN-DATE
059300         MOVE WS-GEN-TIME(WS-GEN-HIT) TO STMP-LINE-GEN-TIME
059400         MOVE WS-RUN-DATE(WS-RUN-HIT) TO STMP-LINE-RUN-DATE
059500         MOVE WS-RUN-TIME(WS-RUN-HIT) TO STMP-LINE-RUN-TIME
059600         WRITE REPORT-RECORD FROM WS-STAMP-LINE
059700         ADD 1 TO WS-RPT-WRITE-COUNT
059800     END-IF.
059900 3300-EXIT.
060000     EXIT.
060500
060600******************************************************************
060700*    3800/3810 - LOCATE THE CURRENT GENERATION OF WS-SEARCH-
060800*    ARCHIVE.  WS-GEN-HIT POINTS AT IT WHEN WS-GEN-FOUND.
060900******************************************************************
061000 3800-FIND-GENERATION.
061100     MOVE 'N' TO WS-GEN-FOUND-SW
061200     MOVE ZERO TO WS-GEN-HIT
061300     PERFORM 3810-MATCH-GENERATION THRU 3810-EXIT
061400         VARYING WS-GEN-SUB FROM 1 BY 1
061500         UNTIL WS-GEN-SUB > WS-GEN-COUNT OR WS-GEN-FOUND.
061600 3800-EXIT.
061700     EXIT.
061800
061900 3810-MATCH-GENERATION.
062000     IF WS-GEN-ARCHIVE(WS-GEN-SUB) = WS-SEARCH-ARCHIVE
062100         SET WS-GEN-FOUND TO TRUE
062200         MOVE WS-GEN-SUB TO WS-GEN-HIT
062300     END-IF.
062400 3810-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800*    3850/3860 - LOCATE THE LAST SUCCESSFUL RUN OF WS-SEARCH-
062900*    PROGRAM.  WS-RUN-HIT POINTS AT IT WHEN WS-RUN-FOUND.
063000******************************************************************
063100 3850-FIND-STEP-RUN.
063200     MOVE 'N' TO WS-RUN-FOUND-SW
063300     MOVE ZERO TO WS-RUN-HIT
063400     PERFORM 3860-MATCH-STEP-RUN THRU 3860-EXIT
063500         VARYING WS-RUN-SUB FROM 1 BY 1
063600         UNTIL WS-RUN-SUB > WS-RUN-COUNT OR WS-RUN-FOUND.
063700 3850-EXIT.
063800     EXIT.
063900
064000 3860-MATCH-STEP-RUN.
064100     IF WS-RUN-PROGRAM(WS-RUN-SUB) = WS-SEARCH-PROGRAM
064200         SET WS-RUN-FOUND TO TRUE
064300         MOVE WS-RUN-SUB TO WS-RUN-HIT
064400     END-IF.
064500 3860-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900*    3900 - RECORD ONE STALE DEPENDENCY AND THE STEP TO RERUN.
065000******************************************************************
065100 3900-MARK-STALE.
065200     MOVE 'STALE' TO RUL-LINE-RESULT
065300     MOVE WS-RERUN-STEP TO RUL-LINE-RERUN
065400     ADD 1 TO WS-STALE-COUNT
065500     DISPLAY 'BGAT0010E ' WS-SEARCH-ARCHIVE ' STALE FOR '
065600         GTC-STEP-NAME ' - RERUN ' WS-RERUN-STEP.
065700 3900-EXIT.
065800     EXIT.
065900
066000 3950-WRITE-RULE-LINE.
066100     WRITE REPORT-RECORD FROM WS-RULE-LINE
066200     ADD 1 TO WS-RPT-WRITE-COUNT.
066300 3950-EXIT.
066400     EXIT.
066500
066600******************************************************************
066700*    6000-PRINT-VERDICT
066800******************************************************************
066900 6000-PRINT-VERDICT.
067000     MOVE SPACES TO REPORT-RECORD
067100     WRITE REPORT-RECORD
067200     MOVE SPACES TO TEXT-LINE-BODY
067300     IF WS-STALE-COUNT = 0
067400         STRING 'GATE CLEARED - ' DELIMITED BY SIZE
067500                GTC-STEP-NAME DELIMITED BY SPACE
067600                ' MAY RUN' DELIMITED BY SIZE
067700             INTO TEXT-LINE-BODY
067800         END-STRING
067900         DISPLAY 'BGAT0011I GATE CLEARED FOR ' GTC-STEP-NAME
068000     ELSE
068100         STRING 'GATE HELD - ' DELIMITED BY SIZE
068200                GTC-STEP-NAME DELIMITED BY SPACE
068300                ' MUST NOT RUN - RERUN THE STEPS LISTED'
068400                    DELIMITED BY SIZE
068500             INTO TEXT-LINE-BODY
068600         END-STRING
068700         DISPLAY 'BGAT0012E GATE HELD FOR ' GTC-STEP-NAME
068800             ' - ' WS-STALE-COUNT ' STALE DEPENDENCIES'
068900     END-IF
069000     WRITE REPORT-RECORD FROM WS-TEXT-LINE
069100     MOVE 'RULES APPLIED' TO CNT-LINE-LABEL
069200     MOVE WS-RULES-APPLIED TO CNT-LINE-VALUE
069300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
069400     MOVE 'STALE DEPENDENCIES' TO CNT-LINE-LABEL
069500     MOVE WS-STALE-COUNT TO CNT-LINE-VALUE
069600     WRITE REPORT-RECORD FROM WS-COUNT-LINE
069700     ADD 4 TO WS-RPT-WRITE-COUNT.
069800 6000-EXIT.
069900     EXIT.
070000
070100******************************************************************
070200*    7900-POST-STEP-AUDIT - THE GATE'S OWN STEP RECORD CARRIES
070300*    THE RETURN CODE IT HANDS TO THE SCHEDULER.
070400******************************************************************
070500 7900-POST-STEP-AUDIT.
070600     MOVE 'BERNGATE' TO STEP-PROGRAM
070700     MOVE GTC-OPERATOR-ID TO STEP-OPERATOR-ID
070800     IF WS-JOB-HAD-FAILURE
070900         MOVE 8 TO STEP-RETURN-CODE
071000     ELSE
071100         MOVE 0 TO STEP-RETURN-CODE
071200     END-IF
071300     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
071400         VARYING WS-STEP-SUB FROM 1 BY 1
071500         UNTIL WS-STEP-SUB > 10
071600     MOVE 'GATEPARM' TO STEP-DDNAME(1)
071700     MOVE WS-PARM-READ-COUNT TO STEP-READ-CNT(1)
071800     MOVE 'BERNCTLG' TO STEP-DDNAME(2)
071900     MOVE WS-CTLG-READ-COUNT TO STEP-READ-CNT(2)
072000     MOVE 'BERNAUDT' TO STEP-DDNAME(3)
072100     MOVE WS-AUDT-READ-COUNT TO STEP-READ-CNT(3)
072200     MOVE 'GATERPT1' TO STEP-DDNAME(4)
072300     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(4)
072400     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
072500 7900-EXIT.
072600     EXIT.
072700
072800 7910-CLEAR-STEP-ENTRY.
072900     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
073000     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
073100     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
073200 7910-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600*    8000-TERMINATE - RC 8 HOLDS THE STEP, RC 0 CLEARS IT.
073700******************************************************************
073800 8000-TERMINATE.
073900     IF WS-RUN-FAILED OR WS-STALE-COUNT > 0
074000         SET WS-JOB-HAD-FAILURE TO TRUE
074100     END-IF
074200     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
074300     IF WS-JOB-HAD-FAILURE
074400         MOVE 8 TO RETURN-CODE
074500     ELSE
074600         MOVE 0 TO RETURN-CODE
074700     END-IF.
074800 8000-EXIT.
074900     EXIT.
