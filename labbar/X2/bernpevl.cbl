000100******************************************************************
000200*    PROGRAM-ID.  BERNPEVL
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    BERNOULLI-POLYNOMIAL EVALUATION ENGINE.  POLY MODE PUBLISHES
001000*    THE COEFFICIENTS C(N,K)*B(K) OF B-N(X) TO BERNPOL, BUT EVERY
001100*    QUADRATURE STUDY STILL EXPANDED THE POLYNOMIAL BY HAND.  THIS
001200*    JOB READS A DECK OF CONTROL CARDS (PEVLCTL), ONE PER (N, X)
001300*    WITH X AN EXACT FRACTION P/Q, AND EVALUATES B-N(X) BY
001400*    HORNER'S RULE IN EXACT RATIONAL ARITHMETIC OVER THE
001500*    AUTHORITATIVE BERNPOL COPY OF EACH COEFFICIENT.  EACH RESULT
001600*    IS PRINTED (PEVLRPT1) AND WRITTEN (BERNPVAL, BERNPVL LAYOUT)
001700*    BOTH AS A REDUCED FRACTION AND AS A DECIMAL.
001800*
001900*    THE AUTHORITATIVE COEFFICIENT PER (N,K) IS CHOSEN WITH THE
002000*    SUITE PRECEDENCE.  N IS PART OF THE BERNPOL KEY, SO ONLY
002100*    TABLE-BEATS-LOOKUP AND LATEST-WINS APPLY, THE SAME AS THE
002200*    BERNCMPT POLY COMPACTION AND THE BERNXCHK DIAGONAL LOAD.
002300*    BERNFRC IS HELD PER M WITH THE FULL TABLE-BEATS-LOOKUP /
002400*    HIGHER-N / LATEST-WINS RULE.
002500*
002600*    BEFORE A CARD'S VALUE IS RELEASED THE COEFFICIENT SET IT
002700*    USES IS RECONCILED: B-N(0) MUST EQUAL THE BERNFRC B(N)
002800*    EXACTLY, AND FOR N >= 2 B-N(1) MUST EQUAL B-N(0).  A
002900*    COEFFICIENT MISSING FOR ANY K = 0..N, A RECONCILIATION MISS,
003000*    OR AN 18-DIGIT OVERFLOW ANYWHERE IN THE EXACT ARITHMETIC
003100*    FAILS THE CARD THE SAME WAY BERNSUMM FAILS ITS CARDS; THE
003200*    REST OF THE DECK STILL RUNS AND THE STEP ENDS RC 4.
003300*
003400*    MODIFICATION HISTORY
003500*    DATE       INIT  DESCRIPTION
003600*    2026-10-15 SVK   ORIGINAL PROGRAM.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. BERNPEVL.
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARM-FILE
004900         ASSIGN TO "PEVLPARM"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PARM-STATUS.
005200
005300     SELECT BERN-POLY-FILE
005400         ASSIGN TO "BERNPOL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-POL-STATUS.
005700
005800     SELECT BERN-FRAC-FILE
005900         ASSIGN TO "BERNFRC"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FRAC-STATUS.
006200
006300     SELECT PVAL-OUT-FILE
006400         ASSIGN TO "BERNPVAL"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PVAL-STATUS.
006700
006800     SELECT REPORT-FILE
006900         ASSIGN TO "PEVLRPT1"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RPT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARM-FILE.
007600     COPY PEVLCTL.
007700
007800 FD  BERN-POLY-FILE.
007900     COPY BERNPOL.
008000
008100 FD  BERN-FRAC-FILE.
008200     COPY BERNFRAC.
008300
008400 FD  PVAL-OUT-FILE.
008500     COPY BERNPVL.
008600
008700 FD  REPORT-FILE.
008800 01  REPORT-RECORD               PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100******************************************************************
009200*    EDIT LIMITS.  WS-MAX-POLY-N MATCHES THE POLY-MODE CEILING
009300*    (WS-MAX-N IN THE MAIN PROGRAM AND BERNEDIT) - NO PUBLISHED
009400*    COEFFICIENT SET CAN CARRY A LARGER N.
009500******************************************************************
009600 77  WS-MAX-POLY-N               PIC 9(03) VALUE 025.
009700
009800 01  WS-FILE-STATUSES.
009900     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
010000     05  WS-POL-STATUS           PIC X(02) VALUE SPACES.
010100     05  WS-FRAC-STATUS          PIC X(02) VALUE SPACES.
010200     05  WS-PVAL-STATUS          PIC X(02) VALUE SPACES.
010300     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
010400
010500 01  WS-SWITCHES.
010600     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
010700         88  WS-EOF                  VALUE 'Y'.
010800     05  WS-ARCHIVE-EOF-SW       PIC X(01) VALUE 'N'.
010900         88  WS-ARCHIVE-EOF          VALUE 'Y'.
011000     05  WS-KEEP-SW              PIC X(01) VALUE 'N'.
011100         88  WS-KEEP-NEW             VALUE 'Y'.
011200     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
011300         88  WS-RUN-GOOD             VALUE 'Y'.
011400         88  WS-RUN-FAILED           VALUE 'N'.
011500     05  WS-CARD-OK-SW           PIC X(01) VALUE 'Y'.
011600         88  WS-CARD-OK              VALUE 'Y'.
011700         88  WS-CARD-FAILED          VALUE 'N'.
011800     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
011900         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
012000
012100 01  WS-WORK-FIELDS.
012200*    WS-K RUNS ONE PAST WS-MAX-POLY-N AT LOOP EXIT; 9(03) HOLDS
012300*    IT.
012400     05  WS-K                    PIC 9(03).
012500     05  WS-N-SUB                PIC 9(03).
012600     05  WS-K-SUB                PIC 9(03).
012700     05  WS-M-SUB                PIC 9(03).
012800     05  WS-CARD-COUNT           PIC 9(05) VALUE ZERO.
012900     05  WS-FAIL-COUNT           PIC 9(05) VALUE ZERO.
013000     05  WS-STEP-SUB             PIC 9(02).
013100     05  WS-CUR-DATE             PIC 9(08).
013200
013300 01  WS-COUNTERS.
013400     05  WS-POL-READ-COUNT       PIC 9(09) VALUE ZERO.
013500     05  WS-FRC-READ-COUNT       PIC 9(09) VALUE ZERO.
013600     05  WS-PVAL-WRITE-COUNT     PIC 9(09) VALUE ZERO.
013700
013800******************************************************************
013900*    EXACT-FRACTION WORK FIELDS.  THE EVALUATION POINT IS PASSED
014000*    TO 5500 IN WS-EVAL-X-NUM/DEN AND THE RESULT COMES BACK IN
014100*    WS-ACC-NUM/DEN, ALWAYS REDUCED WITH A POSITIVE DENOMINATOR.
014200*    WS-G1/WS-G2 AND WS-RED-A/WS-RED-B CARRY THE CROSS-REDUCTION
014300*    THAT KEEPS THE PRODUCTS INSIDE 18 DIGITS AS LONG AS THE
014400*    REDUCED RESULT ITSELF FITS.
014500******************************************************************
014600 01  WS-FRACTION-WORK-FIELDS.
014700     05  WS-X-NUM                PIC S9(18) COMP-3.
014800     05  WS-X-DEN                PIC S9(18) COMP-3.
014900     05  WS-EVAL-X-NUM           PIC S9(18) COMP-3.
015000     05  WS-EVAL-X-DEN           PIC S9(18) COMP-3.
015100     05  WS-ACC-NUM              PIC S9(18) COMP-3.
015200     05  WS-ACC-DEN              PIC S9(18) COMP-3.
015300     05  WS-COEF-NUM             PIC S9(18) COMP-3.
015400     05  WS-COEF-DEN             PIC S9(18) COMP-3.
015500     05  WS-REF-NUM              PIC S9(18) COMP-3.
015600     05  WS-REF-DEN              PIC S9(18) COMP-3.
015700     05  WS-AT0-NUM              PIC S9(18) COMP-3.
015800     05  WS-AT0-DEN              PIC S9(18) COMP-3.
015900     05  WS-WORK-NUM             PIC S9(18) COMP-3.
016000     05  WS-G1                   PIC S9(18) COMP-3.
016100     05  WS-G2                   PIC S9(18) COMP-3.
016200     05  WS-RED-A                PIC S9(18) COMP-3.
016300     05  WS-RED-B                PIC S9(18) COMP-3.
016400     05  WS-GCD-A                PIC S9(18) COMP-3.
016500     05  WS-GCD-B                PIC S9(18) COMP-3.
016600     05  WS-GCD-X                PIC S9(18) COMP-3.
016700     05  WS-GCD-Y                PIC S9(18) COMP-3.
016800     05  WS-GCD-Q                PIC S9(18) COMP-3.
016900     05  WS-GCD-R                PIC S9(18) COMP-3.
017000     05  WS-GCD-RESULT           PIC S9(18) COMP-3.
017100     05  WS-DEC-VALUE            PIC S9(06)V9(12) COMP-3.
017200
017300******************************************************************
017400*    HELD AUTHORITATIVE COEFFICIENTS, ONE SLOT PER (N,K), FIRST
017500*    SUBSCRIPT N + 1, SECOND K + 1.  ONLY K <= N IS EVER FILLED.
017600******************************************************************
017700 01  WS-POL-HELD-TABLE.
017800     05  WS-POL-HELD-ORDER OCCURS 26 TIMES.
017900         10  WS-POL-HELD-ENTRY OCCURS 26 TIMES.
018000             15  WS-POL-HELD-SW  PIC X(01).
018100                 88  WS-POL-HELD    VALUE 'Y'.
018200             15  WS-POL-HELD-SOURCE
018300                                 PIC X(01).
018400                 88  WS-POL-HELD-FROM-TABLE VALUE 'T'.
018500             15  WS-POL-HELD-SIGN
018600                                 PIC X(01).
018700             15  WS-POL-HELD-NUM PIC 9(18).
018800             15  WS-POL-HELD-DEN PIC 9(18).
018900
019000******************************************************************
019100*    HELD AUTHORITATIVE B(M) FRACTIONS FOR M = 0..WS-MAX-POLY-N,
019200*    SUBSCRIPT M + 1 - ONLY THE RANGE A CARD CAN RECONCILE
019300*    AGAINST.
019400******************************************************************
019500 01  WS-FRC-HELD-TABLE.
019600     05  WS-FRC-HELD-ENTRY OCCURS 26 TIMES.
019700         10  WS-FRC-HELD-SW      PIC X(01).
019800             88  WS-FRC-HELD        VALUE 'Y'.
019900         10  WS-FRC-HELD-N       PIC 9(03).
020000         10  WS-FRC-HELD-SOURCE  PIC X(01).
020100             88  WS-FRC-HELD-FROM-TABLE VALUE 'T'.
020200         10  WS-FRC-HELD-SIGN    PIC X(01).
020300         10  WS-FRC-HELD-NUM     PIC 9(18).
020400         10  WS-FRC-HELD-DEN     PIC 9(18).
020500
020600******************************************************************
020700*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
020800******************************************************************
020900     COPY BERNSLK.
021000
021100******************************************************************
021200*    PRINT LINE LAYOUTS.
021300******************************************************************
021400 01  WS-HDG1-LINE.
021500     05  FILLER                  PIC X(44) VALUE
021600         'BERNOULLI POLYNOMIAL EVALUATION REPORT      '.
021700     05  FILLER                  PIC X(09) VALUE 'PRINTED  '.
021800     05  HDG1-DATE               PIC 9(08).
021900     05  FILLER                  PIC X(71) VALUE SPACES.
022000
022100 01  WS-CARD-LINE.
022200     05  FILLER                  PIC X(08) VALUE 'ORDER N='.
022300     05  CARD-LINE-N             PIC X(03).
022400     05  FILLER                  PIC X(04) VALUE '  X='.
022500     05  CARD-LINE-X-SIGN        PIC X(01).
022600     05  CARD-LINE-X-NUM         PIC X(09).
022700     05  FILLER                  PIC X(01) VALUE '/'.
022800     05  CARD-LINE-X-DEN         PIC X(09).
022900     05  FILLER                  PIC X(11) VALUE '  OPERATOR '.
023000     05  CARD-LINE-OPER          PIC X(08).
023100     05  FILLER                  PIC X(78) VALUE SPACES.
023200
023300 01  WS-FRAC-LINE.
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  FRAC-LINE-LABEL         PIC X(24).
023600     05  FRAC-LINE-SIGN          PIC X(01).
023700     05  FRAC-LINE-NUM           PIC 9(18).
023800     05  FILLER                  PIC X(01) VALUE '/'.
023900     05  FRAC-LINE-DEN           PIC 9(18).
024000     05  FILLER                  PIC X(68) VALUE SPACES.
024100
024200 01  WS-DEC-LINE.
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  DEC-LINE-LABEL          PIC X(24).
024500     05  DEC-LINE-VALUE          PIC -(06)9.9(12).
024600     05  FILLER                  PIC X(86) VALUE SPACES.
024700
024800 01  WS-RECON-LINE.
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  RECON-LINE-LABEL        PIC X(24).
025100     05  FILLER                  PIC X(07) VALUE 'AGREES '.
025200     05  FILLER                  PIC X(99) VALUE SPACES.
025300
025400 01  WS-REJECT-LINE.
025500     05  FILLER                  PIC X(18) VALUE
025600         '  CARD REJECTED - '.
025700     05  REJ-LINE-REASON         PIC X(40).
025800     05  FILLER                  PIC X(74) VALUE SPACES.
025900
026000 01  WS-COUNT-LINE.
026100     05  CNT-LINE-LABEL          PIC X(30).
026200     05  CNT-LINE-VALUE          PIC Z(04)9.
026300     05  FILLER                  PIC X(97) VALUE SPACES.
026400
026500 PROCEDURE DIVISION.
026600
026700******************************************************************
026800*    0000-MAIN-CONTROL
026900******************************************************************
027000 0000-MAIN-CONTROL.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027200     IF WS-RUN-GOOD
027300         PERFORM 2000-PROCESS-CONTROL-CARD THRU 2000-EXIT
027400             UNTIL WS-EOF
027500         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
027600         PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
027700     END-IF
027800     PERFORM 8000-TERMINATE THRU 8000-EXIT
027900     STOP RUN.
028000
028100******************************************************************
028200*    1000-INITIALIZE - OPEN THE CONTROL-CARD, VALUE AND REPORT
028300*    FILES, LOAD THE AUTHORITATIVE COEFFICIENTS AND FRACTIONS,
028400*    AND PRIME THE FIRST CARD.
028500******************************************************************
028600 1000-INITIALIZE.
028700     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
028800     ACCEPT STEP-START-TIME FROM TIME
028900     MOVE SPACES TO WS-POL-HELD-TABLE
029000     MOVE SPACES TO WS-FRC-HELD-TABLE
029100     OPEN INPUT PARM-FILE
029200     IF WS-PARM-STATUS NOT = '00'
029300         DISPLAY 'BPEV0001E CANNOT OPEN PEVLPARM, STATUS='
029400             WS-PARM-STATUS
029500         SET WS-RUN-FAILED TO TRUE
029600     ELSE
029700         OPEN OUTPUT REPORT-FILE
029800         IF WS-RPT-STATUS NOT = '00'
029900             DISPLAY 'BPEV0002E CANNOT OPEN PEVLRPT1, STATUS='
030000                 WS-RPT-STATUS
030100             SET WS-RUN-FAILED TO TRUE
030200             CLOSE PARM-FILE
030300         ELSE
030400             PERFORM 1200-LOAD-COEFFICIENTS THRU 1200-EXIT
030500         END-IF
030600     END-IF
030700     IF WS-RUN-GOOD
030800         PERFORM 1300-LOAD-FRACTIONS THRU 1300-EXIT
030900     END-IF
031000     IF WS-RUN-GOOD
031100         OPEN OUTPUT PVAL-OUT-FILE
031200         IF WS-PVAL-STATUS NOT = '00'
031300             DISPLAY 'BPEV0004E CANNOT OPEN BERNPVAL, STATUS='
031400                 WS-PVAL-STATUS
031500             SET WS-RUN-FAILED TO TRUE
031600             CLOSE PARM-FILE
031700             CLOSE REPORT-FILE
031800         END-IF
031900     END-IF
032000     IF WS-RUN-GOOD
032100         ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
032200         MOVE WS-CUR-DATE TO HDG1-DATE
032300         WRITE REPORT-RECORD FROM WS-HDG1-LINE
032400         PERFORM 2100-READ-CONTROL-CARD THRU 2100-EXIT
032500     END-IF.
032600 1000-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000*    1200/1210/1220 - LOAD THE BERNPOL COEFFICIENTS INTO THE HELD
033100*    TABLE.  NO DATASET MEANS NOTHING TO EVALUATE - POLY MODE HAS
033200*    TO RUN BEFORE THIS JOB.  N-CONTEXT IS PART OF THE KEY HERE,
033300*    SO ONLY TABLE-BEATS-LOOKUP AND LATEST-WINS APPLY.
033400******************************************************************
033500 1200-LOAD-COEFFICIENTS.
033600     MOVE 'N' TO WS-ARCHIVE-EOF-SW
033700     OPEN INPUT BERN-POLY-FILE
033800     IF WS-POL-STATUS = '00'
033900         PERFORM 1210-READ-COEFFICIENT THRU 1210-EXIT
034000             UNTIL WS-ARCHIVE-EOF
034100         CLOSE BERN-POLY-FILE
034200     ELSE
034300         DISPLAY 'BPEV0003E CANNOT OPEN BERNPOL, STATUS='
034400             WS-POL-STATUS ' - RUN POLY MODE FIRST'
034500         SET WS-RUN-FAILED TO TRUE
034600         CLOSE PARM-FILE
034700         CLOSE REPORT-FILE
034800     END-IF.
034900 1200-EXIT.
035000     EXIT.
035100
035200 1210-READ-COEFFICIENT.
035300     READ BERN-POLY-FILE
035400         AT END
035500             SET WS-ARCHIVE-EOF TO TRUE
035600         NOT AT END
035700             ADD 1 TO WS-POL-READ-COUNT
035800             IF BPOL-N NUMERIC AND BPOL-K NUMERIC
035900                     AND BPOL-N <= WS-MAX-POLY-N
036000                     AND BPOL-K <= BPOL-N
036100                 PERFORM 1220-HOLD-COEFFICIENT THRU 1220-EXIT
036200             END-IF
036300     END-READ.
036400 1210-EXIT.
036500     EXIT.
036600
036700 1220-HOLD-COEFFICIENT.
036800     COMPUTE WS-N-SUB = BPOL-N + 1
036900     COMPUTE WS-K-SUB = BPOL-K + 1
037000     MOVE 'N' TO WS-KEEP-SW
037100     IF NOT WS-POL-HELD(WS-N-SUB, WS-K-SUB)
037200         SET WS-KEEP-NEW TO TRUE
037300     ELSE
037400         EVALUATE TRUE
037500             WHEN BPOL-SOURCE-TABLE AND NOT
037600                     WS-POL-HELD-FROM-TABLE(WS-N-SUB, WS-K-SUB)
037700                 SET WS-KEEP-NEW TO TRUE
037800             WHEN NOT BPOL-SOURCE-TABLE AND
037900                     WS-POL-HELD-FROM-TABLE(WS-N-SUB, WS-K-SUB)
038000                 CONTINUE
038100             WHEN OTHER
038200                 SET WS-KEEP-NEW TO TRUE
038300         END-EVALUATE
038400     END-IF
038500     IF WS-KEEP-NEW
038600         MOVE 'Y' TO WS-POL-HELD-SW(WS-N-SUB, WS-K-SUB)
038700         MOVE BPOL-SOURCE
038800             TO WS-POL-HELD-SOURCE(WS-N-SUB, WS-K-SUB)
038900         MOVE BPOL-SIGN TO WS-POL-HELD-SIGN(WS-N-SUB, WS-K-SUB)
039000         MOVE BPOL-NUMERATOR
039100             TO WS-POL-HELD-NUM(WS-N-SUB, WS-K-SUB)
039200         MOVE BPOL-DENOMINATOR
039300             TO WS-POL-HELD-DEN(WS-N-SUB, WS-K-SUB)
039400     END-IF.
039500 1220-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900*    1300/1310/1320 - LOAD THE BERNFRC FRACTIONS THE CARDS ARE
040000*    RECONCILED AGAINST.  A MISSING DATASET IS NOT FATAL HERE -
040100*    EVERY CARD THEN FAILS ITS B-N(0) RECONCILIATION INSTEAD,
040200*    WHICH NAMES THE PROBLEM ON THE REPORT.
040300******************************************************************
040400 1300-LOAD-FRACTIONS.
040500     MOVE 'N' TO WS-ARCHIVE-EOF-SW
040600     OPEN INPUT BERN-FRAC-FILE
040700     EVALUATE WS-FRAC-STATUS
040800         WHEN '00'
040900             PERFORM 1310-READ-FRACTION THRU 1310-EXIT
041000                 UNTIL WS-ARCHIVE-EOF
041100             CLOSE BERN-FRAC-FILE
041200         WHEN '35'
041300             CONTINUE
041400         WHEN OTHER
041500             DISPLAY 'BPEV0005E CANNOT OPEN BERNFRC, STATUS='
041600                 WS-FRAC-STATUS
041700             SET WS-RUN-FAILED TO TRUE
041800             CLOSE PARM-FILE
041900             CLOSE REPORT-FILE
042000     END-EVALUATE.
042100 1300-EXIT.
042200     EXIT.
042300
042400 1310-READ-FRACTION.
042500     READ BERN-FRAC-FILE
042600         AT END
042700             SET WS-ARCHIVE-EOF TO TRUE
042800         NOT AT END
042900             ADD 1 TO WS-FRC-READ-COUNT
043000             IF BFRC-M NUMERIC AND BFRC-M <= WS-MAX-POLY-N
043100                 PERFORM 1320-HOLD-FRACTION THRU 1320-EXIT
043200             END-IF
043300     END-READ.
043400 1310-EXIT.
043500     EXIT.
043600
043700 1320-HOLD-FRACTION.
043800     COMPUTE WS-M-SUB = BFRC-M + 1
043900     MOVE 'N' TO WS-KEEP-SW
044000     IF NOT WS-FRC-HELD(WS-M-SUB)
044100         SET WS-KEEP-NEW TO TRUE
044200     ELSE
044300         EVALUATE TRUE
044400             WHEN BFRC-SOURCE-TABLE
044500                     AND NOT WS-FRC-HELD-FROM-TABLE(WS-M-SUB)
044600                 SET WS-KEEP-NEW TO TRUE
044700             WHEN NOT BFRC-SOURCE-TABLE
044800                     AND WS-FRC-HELD-FROM-TABLE(WS-M-SUB)
044900                 CONTINUE
045000             WHEN BFRC-N-CONTEXT >= WS-FRC-HELD-N(WS-M-SUB)
045100                 SET WS-KEEP-NEW TO TRUE
045200             WHEN OTHER
045300                 CONTINUE
045400         END-EVALUATE
045500     END-IF
045600     IF WS-KEEP-NEW
045700         MOVE 'Y' TO WS-FRC-HELD-SW(WS-M-SUB)
045800         MOVE BFRC-N-CONTEXT TO WS-FRC-HELD-N(WS-M-SUB)
045900         MOVE BFRC-SOURCE TO WS-FRC-HELD-SOURCE(WS-M-SUB)
046000         MOVE BFRC-SIGN TO WS-FRC-HELD-SIGN(WS-M-SUB)
046100         MOVE BFRC-NUMERATOR TO WS-FRC-HELD-NUM(WS-M-SUB)
046200         MOVE BFRC-DENOMINATOR TO WS-FRC-HELD-DEN(WS-M-SUB)
046300     END-IF.
046400 1320-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800*    2000-PROCESS-CONTROL-CARD - EDIT ONE CARD, RECONCILE ITS
046900*    COEFFICIENT SET, EVALUATE, AND PRINT ITS RESULT BLOCK.
047000******************************************************************
047100 2000-PROCESS-CONTROL-CARD.
047200     ADD 1 TO WS-CARD-COUNT
047300     MOVE 'Y' TO WS-CARD-OK-SW
047400     MOVE SPACES TO REPORT-RECORD
047500     WRITE REPORT-RECORD
047600     MOVE PVC-N TO CARD-LINE-N
047700     MOVE PVC-X-SIGN TO CARD-LINE-X-SIGN
047800     MOVE PVC-X-NUMERATOR TO CARD-LINE-X-NUM
047900     MOVE PVC-X-DENOMINATOR TO CARD-LINE-X-DEN
048000     MOVE PVC-OPERATOR-ID TO CARD-LINE-OPER
048100     WRITE REPORT-RECORD FROM WS-CARD-LINE
048200     PERFORM 3000-EDIT-CARD THRU 3000-EXIT
048300     IF WS-CARD-OK
048400         PERFORM 4000-RECONCILE-COEFFICIENTS THRU 4000-EXIT
048500     END-IF
048600     IF WS-CARD-OK
048700         PERFORM 5000-EVALUATE-CARD THRU 5000-EXIT
048800     END-IF
048900     IF WS-CARD-FAILED
049000         ADD 1 TO WS-FAIL-COUNT
049100         SET WS-JOB-HAD-FAILURE TO TRUE
049200     END-IF
049300     PERFORM 2100-READ-CONTROL-CARD THRU 2100-EXIT.
049400 2000-EXIT.
049500     EXIT.
049600
049700 2100-READ-CONTROL-CARD.
049800     READ PARM-FILE
049900         AT END
050000             SET WS-EOF TO TRUE
050100     END-READ.
050200 2100-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600*    3000/3100 - FIELD EDITS, FIRST FAILURE WINS, SAME
050700*    CONVENTION AS THE BERNEDIT DECK EDITS.  3100 THEN VERIFIES
050800*    EVERY COEFFICIENT K = 0..N OF THE REQUESTED ORDER IS ON HAND
050900*    - A MISSING K WOULD SILENTLY DROP A TERM OTHERWISE.
051000******************************************************************
051100 3000-EDIT-CARD.
051200     EVALUATE TRUE
051300         WHEN PVC-N NOT NUMERIC
051400             PERFORM 3900-REJECT-CARD THRU 3900-EXIT
051500         WHEN PVC-N > WS-MAX-POLY-N
051600             PERFORM 3900-REJECT-CARD THRU 3900-EXIT
051700         WHEN NOT PVC-X-POSITIVE AND NOT PVC-X-NEGATIVE
051800             PERFORM 3900-REJECT-CARD THRU 3900-EXIT
051900         WHEN PVC-X-NUMERATOR NOT NUMERIC
052000             PERFORM 3900-REJECT-CARD THRU 3900-EXIT
052100         WHEN PVC-X-DENOMINATOR NOT NUMERIC
052200             PERFORM 3900-REJECT-CARD THRU 3900-EXIT
052300         WHEN PVC-X-DENOMINATOR = 0
052400             PERFORM 3900-REJECT-CARD THRU 3900-EXIT
052500         WHEN OTHER
052600             PERFORM 3100-CHECK-COEFFICIENTS THRU 3100-EXIT
052700     END-EVALUATE.
052800 3000-EXIT.
052900     EXIT.
053000
053100 3100-CHECK-COEFFICIENTS.
053200     COMPUTE WS-N-SUB = PVC-N + 1
053300     PERFORM 3110-CHECK-ONE-COEFFICIENT THRU 3110-EXIT
053400         VARYING WS-K FROM 0 BY 1
053500         UNTIL WS-K > PVC-N OR WS-CARD-FAILED.
053600 3100-EXIT.
053700     EXIT.
053800
053900 3110-CHECK-ONE-COEFFICIENT.
054000     COMPUTE WS-K-SUB = WS-K + 1
054100     IF NOT WS-POL-HELD(WS-N-SUB, WS-K-SUB)
054200         DISPLAY 'BPEV0006E COEFFICIENT FOR N=' PVC-N ' K=' WS-K
054300             ' NOT IN BERNPOL - PUBLISH IT FIRST'
054400         MOVE 'COEFFICIENT SET MISSING - RUN POLY MODE'
054500             TO REJ-LINE-REASON
054600         WRITE REPORT-RECORD FROM WS-REJECT-LINE
054700         MOVE 'N' TO WS-CARD-OK-SW
054800     END-IF.
054900 3110-EXIT.
055000     EXIT.
055100
055200 3900-REJECT-CARD.
055300     DISPLAY 'BPEV0007E INVALID CONTROL CARD - N=' PVC-N
055400         ' X=' PVC-X-SIGN PVC-X-NUMERATOR '/' PVC-X-DENOMINATOR
055500     MOVE 'INVALID FIELD ON CONTROL CARD' TO REJ-LINE-REASON
055600     WRITE REPORT-RECORD FROM WS-REJECT-LINE
055700     MOVE 'N' TO WS-CARD-OK-SW.
055800 3900-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200*    4000 FAMILY - RECONCILE THE COEFFICIENT SET BEFORE IT IS
056300*    USED.  B-N(0) IS EVALUATED THROUGH THE SAME HORNER PATH AS
056400*    THE CARD'S OWN POINT AND MUST EQUAL THE BERNFRC B(N)
056500*    EXACTLY; FOR N >= 2, B-N(1) MUST EQUAL B-N(0).  BOTH SIDES
056600*    ARE REDUCED WITH POSITIVE DENOMINATORS, SO EXACT EQUALITY IS
056700*    EQUALITY OF NUMERATORS AND DENOMINATORS.
056800******************************************************************
056900 4000-RECONCILE-COEFFICIENTS.
057000     COMPUTE WS-M-SUB = PVC-N + 1
057100     IF NOT WS-FRC-HELD(WS-M-SUB)
057200         DISPLAY 'BPEV0008E B(N) FOR N=' PVC-N
057300             ' NOT IN BERNFRC - CANNOT RECONCILE'
057400         MOVE 'B(N) NOT IN BERNFRC - CANNOT RECONCILE'
057500             TO REJ-LINE-REASON
057600         WRITE REPORT-RECORD FROM WS-REJECT-LINE
057700         MOVE 'N' TO WS-CARD-OK-SW
057800     ELSE
057900         PERFORM 4100-CHECK-AT-ZERO THRU 4100-EXIT
058000     END-IF
058100     IF WS-CARD-OK AND PVC-N >= 2
058200         PERFORM 4200-CHECK-AT-ONE THRU 4200-EXIT
058300     END-IF.
058400 4000-EXIT.
058500     EXIT.
058600
058700 4100-CHECK-AT-ZERO.
058800     MOVE 0 TO WS-EVAL-X-NUM
058900     MOVE 1 TO WS-EVAL-X-DEN
059000     PERFORM 5500-EVALUATE-POLY THRU 5500-EXIT
059100     IF WS-CARD-OK
059200         MOVE WS-ACC-NUM TO WS-AT0-NUM
059300         MOVE WS-ACC-DEN TO WS-AT0-DEN
059400         IF WS-FRC-HELD-SIGN(WS-M-SUB) = '-'
059500             COMPUTE WS-REF-NUM = 0 - WS-FRC-HELD-NUM(WS-M-SUB)
059600         ELSE
059700             MOVE WS-FRC-HELD-NUM(WS-M-SUB) TO WS-REF-NUM
059800         END-IF
059900         MOVE WS-FRC-HELD-DEN(WS-M-SUB) TO WS-REF-DEN
060000         IF WS-REF-NUM = 0
060100             MOVE 1 TO WS-REF-DEN
060200         END-IF
060300         IF WS-AT0-NUM = WS-REF-NUM AND WS-AT0-DEN = WS-REF-DEN
060400             MOVE 'B-N(0) VS BERNFRC B(N)  ' TO RECON-LINE-LABEL
060500             WRITE REPORT-RECORD FROM WS-RECON-LINE
060600         ELSE
060700             DISPLAY 'BPEV0009E B-N(0) FOR N=' PVC-N
060800                 ' DOES NOT MATCH BERNFRC B(N)'
060900             MOVE 'B-N(0) DOES NOT MATCH BERNFRC B(N)'
061000                 TO REJ-LINE-REASON
061100             WRITE REPORT-RECORD FROM WS-REJECT-LINE
061200             MOVE 'N' TO WS-CARD-OK-SW
061300         END-IF
061400     END-IF.
061500 4100-EXIT.
061600     EXIT.
061700
061800 4200-CHECK-AT-ONE.
061900     MOVE 1 TO WS-EVAL-X-NUM
062000     MOVE 1 TO WS-EVAL-X-DEN
062100     PERFORM 5500-EVALUATE-POLY THRU 5500-EXIT
062200     IF WS-CARD-OK
062300         IF WS-ACC-NUM = WS-AT0-NUM AND WS-ACC-DEN = WS-AT0-DEN
062400             MOVE 'B-N(1) VS B-N(0)        ' TO RECON-LINE-LABEL
062500             WRITE REPORT-RECORD FROM WS-RECON-LINE
062600         ELSE
062700             DISPLAY 'BPEV0010E B-N(1) FOR N=' PVC-N
062800                 ' DOES NOT MATCH B-N(0)'
062900             MOVE 'B-N(1) DOES NOT MATCH B-N(0)'
063000                 TO REJ-LINE-REASON
063100             WRITE REPORT-RECORD FROM WS-REJECT-LINE
063200             MOVE 'N' TO WS-CARD-OK-SW
063300         END-IF
063400     END-IF.
063500 4200-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*    5000 - EVALUATE B-N(X) AT THE CARD'S POINT, REDUCED FIRST,
064000*    THEN PRINT AND WRITE THE RESULT AS A FRACTION AND A DECIMAL.
064100*    A DECIMAL WHOSE INTEGER PART WILL NOT FIT THE PUBLISHED
064200*    9(06)V9(12) FIELD IS AN OVERFLOW LIKE ANY OTHER.
064300******************************************************************
064400 5000-EVALUATE-CARD.
064500     IF PVC-X-NEGATIVE
064600         COMPUTE WS-X-NUM = 0 - PVC-X-NUMERATOR
064700     ELSE
064800         MOVE PVC-X-NUMERATOR TO WS-X-NUM
064900     END-IF
065000     MOVE PVC-X-DENOMINATOR TO WS-X-DEN
065100     MOVE WS-X-NUM TO WS-GCD-A
065200     MOVE WS-X-DEN TO WS-GCD-B
065300     PERFORM 9000-COMPUTE-GCD THRU 9000-EXIT
065400     COMPUTE WS-X-NUM = WS-X-NUM / WS-GCD-RESULT
065500     COMPUTE WS-X-DEN = WS-X-DEN / WS-GCD-RESULT
065600     MOVE WS-X-NUM TO WS-EVAL-X-NUM
065700     MOVE WS-X-DEN TO WS-EVAL-X-DEN
065800     PERFORM 5500-EVALUATE-POLY THRU 5500-EXIT
065900     IF WS-CARD-OK
066000         COMPUTE WS-DEC-VALUE ROUNDED = WS-ACC-NUM / WS-ACC-DEN
066100             ON SIZE ERROR
066200                 PERFORM 5950-EVAL-OVERFLOW THRU 5950-EXIT
066300         END-COMPUTE
066400     END-IF
066500     IF WS-CARD-OK
066600         PERFORM 5100-PRINT-RESULT THRU 5100-EXIT
066700         PERFORM 5200-WRITE-RESULT THRU 5200-EXIT
066800     END-IF.
066900 5000-EXIT.
067000     EXIT.
067100
067200 5100-PRINT-RESULT.
067300     MOVE 'POINT X (REDUCED)       ' TO FRAC-LINE-LABEL
067400     IF WS-X-NUM < 0
067500         MOVE '-' TO FRAC-LINE-SIGN
067600         COMPUTE FRAC-LINE-NUM = 0 - WS-X-NUM
067700     ELSE
067800         MOVE '+' TO FRAC-LINE-SIGN
067900         MOVE WS-X-NUM TO FRAC-LINE-NUM
068000     END-IF
068100     MOVE WS-X-DEN TO FRAC-LINE-DEN
068200     WRITE REPORT-RECORD FROM WS-FRAC-LINE
068300     MOVE 'B-N(X) EXACT            ' TO FRAC-LINE-LABEL
068400     IF WS-ACC-NUM < 0
068500         MOVE '-' TO FRAC-LINE-SIGN
068600         COMPUTE FRAC-LINE-NUM = 0 - WS-ACC-NUM
068700     ELSE
068800         MOVE '+' TO FRAC-LINE-SIGN
068900         MOVE WS-ACC-NUM TO FRAC-LINE-NUM
069000     END-IF
069100     MOVE WS-ACC-DEN TO FRAC-LINE-DEN
069200     WRITE REPORT-RECORD FROM WS-FRAC-LINE
069300     MOVE 'B-N(X) DECIMAL          ' TO DEC-LINE-LABEL
069400     MOVE WS-DEC-VALUE TO DEC-LINE-VALUE
069500     WRITE REPORT-RECORD FROM WS-DEC-LINE.
069600 5100-EXIT.
069700     EXIT.
069800
069900 5200-WRITE-RESULT.
070000     MOVE PVC-N TO PVAL-N
070100     IF WS-ACC-NUM < 0
070200         SET PVAL-VALUE-NEGATIVE TO TRUE
070300         COMPUTE PVAL-NUMERATOR = 0 - WS-ACC-NUM
070400     ELSE
070500         SET PVAL-VALUE-POSITIVE TO TRUE
070600         MOVE WS-ACC-NUM TO PVAL-NUMERATOR
070700     END-IF
070800     MOVE WS-ACC-DEN TO PVAL-DENOMINATOR
070900     IF WS-X-NUM < 0
071000         MOVE '-' TO PVAL-X-SIGN
071100         COMPUTE PVAL-X-NUMERATOR = 0 - WS-X-NUM
071200     ELSE
071300         MOVE '+' TO PVAL-X-SIGN
071400         MOVE WS-X-NUM TO PVAL-X-NUMERATOR
071500     END-IF
071600     MOVE WS-X-DEN TO PVAL-X-DENOMINATOR
071700     IF WS-DEC-VALUE < 0
071800         COMPUTE PVAL-DECIMAL-VALUE = 0 - WS-DEC-VALUE
071900     ELSE
072000         MOVE WS-DEC-VALUE TO PVAL-DECIMAL-VALUE
072100     END-IF
072200     MOVE PVC-OPERATOR-ID TO PVAL-OPERATOR-ID
072300     WRITE BERN-PVAL-RECORD
072400     IF WS-PVAL-STATUS = '00'
072500         ADD 1 TO WS-PVAL-WRITE-COUNT
072600     ELSE
072700         DISPLAY 'BPEV0011E BERNPVAL WRITE FAILED FOR N=' PVC-N
072800             ', STATUS=' WS-PVAL-STATUS
072900         MOVE 'BERNPVAL WRITE FAILED' TO REJ-LINE-REASON
073000         WRITE REPORT-RECORD FROM WS-REJECT-LINE
073100         MOVE 'N' TO WS-CARD-OK-SW
073200     END-IF.
073300 5200-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700*    5500 FAMILY - HORNER'S RULE IN EXACT RATIONAL ARITHMETIC.
073800*    THE COEFFICIENT FOR K MULTIPLIES X**(N-K), SO THE ACCUMULATOR
073900*    STARTS AT THE K = 0 COEFFICIENT AND EACH STEP K = 1..N IS
074000*        ACC = ACC * X + COEF(K).
074100*    THE MULTIPLY CROSS-REDUCES BEFORE IT MULTIPLIES AND THE ADD
074200*    WORKS OVER THE LEAST COMMON DENOMINATOR, SO AN OVERFLOW
074300*    MEANS THE TRUE INTERMEDIATE WILL NOT FIT 18 DIGITS AND THE
074400*    CARD FAILS.
074500******************************************************************
074600 5500-EVALUATE-POLY.
074700     MOVE 0 TO WS-K
074800     PERFORM 5530-SIGNED-COEFFICIENT THRU 5530-EXIT
074900     MOVE WS-COEF-NUM TO WS-ACC-NUM
075000     MOVE WS-COEF-DEN TO WS-ACC-DEN
075100     PERFORM 5520-REDUCE-ACCUMULATOR THRU 5520-EXIT
075200     PERFORM 5510-HORNER-STEP THRU 5510-EXIT
075300         VARYING WS-K FROM 1 BY 1
075400         UNTIL WS-K > PVC-N OR WS-CARD-FAILED.
075500 5500-EXIT.
075600     EXIT.
075700
075800 5510-HORNER-STEP.
075900     MOVE WS-ACC-NUM TO WS-GCD-A
076000     MOVE WS-EVAL-X-DEN TO WS-GCD-B
076100     PERFORM 9000-COMPUTE-GCD THRU 9000-EXIT
076200     MOVE WS-GCD-RESULT TO WS-G1
076300     MOVE WS-EVAL-X-NUM TO WS-GCD-A
076400     MOVE WS-ACC-DEN TO WS-GCD-B
076500     PERFORM 9000-COMPUTE-GCD THRU 9000-EXIT
076600     MOVE WS-GCD-RESULT TO WS-G2
076700     COMPUTE WS-RED-A = WS-ACC-NUM / WS-G1
076800     COMPUTE WS-RED-B = WS-EVAL-X-NUM / WS-G2
076900     COMPUTE WS-ACC-NUM = WS-RED-A * WS-RED-B
077000         ON SIZE ERROR
077100             PERFORM 5950-EVAL-OVERFLOW THRU 5950-EXIT
077200     END-COMPUTE
077300     IF WS-CARD-OK
077400         COMPUTE WS-RED-A = WS-ACC-DEN / WS-G2
077500         COMPUTE WS-RED-B = WS-EVAL-X-DEN / WS-G1
077600         COMPUTE WS-ACC-DEN = WS-RED-A * WS-RED-B
077700             ON SIZE ERROR
077800                 PERFORM 5950-EVAL-OVERFLOW THRU 5950-EXIT
077900         END-COMPUTE
078000     END-IF
078100     IF WS-CARD-OK
078200         PERFORM 5530-SIGNED-COEFFICIENT THRU 5530-EXIT
078300         MOVE WS-ACC-DEN TO WS-GCD-A
078400         MOVE WS-COEF-DEN TO WS-GCD-B
078500         PERFORM 9000-COMPUTE-GCD THRU 9000-EXIT
078600         COMPUTE WS-RED-A = WS-COEF-DEN / WS-GCD-RESULT
078700         COMPUTE WS-RED-B = WS-ACC-DEN / WS-GCD-RESULT
078800         COMPUTE WS-WORK-NUM =
078900             (WS-ACC-NUM * WS-RED-A) + (WS-COEF-NUM * WS-RED-B)
079000             ON SIZE ERROR
079100                 PERFORM 5950-EVAL-OVERFLOW THRU 5950-EXIT
079200         END-COMPUTE
079300     END-IF
079400     IF WS-CARD-OK
079500         COMPUTE WS-ACC-DEN = WS-ACC-DEN * WS-RED-A
079600             ON SIZE ERROR
079700                 PERFORM 5950-EVAL-OVERFLOW THRU 5950-EXIT
079800         END-COMPUTE
079900     END-IF
080000     IF WS-CARD-OK
080100         MOVE WS-WORK-NUM TO WS-ACC-NUM
080200         PERFORM 5520-REDUCE-ACCUMULATOR THRU 5520-EXIT
080300     END-IF.
080400 5510-EXIT.
080500     EXIT.
080600
080700 5520-REDUCE-ACCUMULATOR.
080800     MOVE WS-ACC-NUM TO WS-GCD-A
080900     MOVE WS-ACC-DEN TO WS-GCD-B
081000     PERFORM 9000-COMPUTE-GCD THRU 9000-EXIT
081100     COMPUTE WS-ACC-NUM = WS-ACC-NUM / WS-GCD-RESULT
081200     COMPUTE WS-ACC-DEN = WS-ACC-DEN / WS-GCD-RESULT.
081300 5520-EXIT.
081400     EXIT.
081500
081600******************************************************************
081700*    5530 - SIGNED NUMERATOR/DENOMINATOR OF THE HELD COEFFICIENT
081800*    FOR THE CARD'S N AND THE CURRENT WS-K.
081900******************************************************************
082000 5530-SIGNED-COEFFICIENT.
082100     COMPUTE WS-N-SUB = PVC-N + 1
082200     COMPUTE WS-K-SUB = WS-K + 1
082300     IF WS-POL-HELD-SIGN(WS-N-SUB, WS-K-SUB) = '-'
082400         COMPUTE WS-COEF-NUM =
082500             0 - WS-POL-HELD-NUM(WS-N-SUB, WS-K-SUB)
082600     ELSE
082700         MOVE WS-POL-HELD-NUM(WS-N-SUB, WS-K-SUB) TO WS-COEF-NUM
082800     END-IF
082900     MOVE WS-POL-HELD-DEN(WS-N-SUB, WS-K-SUB) TO WS-COEF-DEN.
083000 5530-EXIT.
083100     EXIT.
083200
083300 5950-EVAL-OVERFLOW.
083400     DISPLAY 'BPEV0012E ARITHMETIC OVERFLOW - N=' PVC-N
083500         ' X=' PVC-X-SIGN PVC-X-NUMERATOR '/' PVC-X-DENOMINATOR
083600         ' K=' WS-K
083700     MOVE 'ARITHMETIC OVERFLOW - REDUCE N OR X'
083800         TO REJ-LINE-REASON
083900     WRITE REPORT-RECORD FROM WS-REJECT-LINE
084000     MOVE 'N' TO WS-CARD-OK-SW.
084100 5950-EXIT.
084200     EXIT.
084300
084400 6000-PRINT-TOTALS.
084500     MOVE SPACES TO REPORT-RECORD
084600     WRITE REPORT-RECORD
084700     MOVE 'CARDS PROCESSED               ' TO CNT-LINE-LABEL
084800     MOVE WS-CARD-COUNT TO CNT-LINE-VALUE
084900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
085000     MOVE 'CARDS FAILED                  ' TO CNT-LINE-LABEL
085100     MOVE WS-FAIL-COUNT TO CNT-LINE-VALUE
085200     WRITE REPORT-RECORD FROM WS-COUNT-LINE
085300     MOVE 'VALUES WRITTEN TO BERNPVAL    ' TO CNT-LINE-LABEL
085400     MOVE WS-PVAL-WRITE-COUNT TO CNT-LINE-VALUE
085500     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
085600 6000-EXIT.
085700     EXIT.
085800
085900 7000-CLOSE-FILES.
086000     CLOSE PARM-FILE
086100     CLOSE PVAL-OUT-FILE
086200     CLOSE REPORT-FILE.
086300 7000-EXIT.
086400     EXIT.
086500
086600******************************************************************
086700*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
086800*    THE START STAMP WAS CAPTURED AT 1000; BERNAUDW STAMPS THE
086900*    END ITSELF.  OPERATORS BELONG TO INDIVIDUAL CARDS HERE, SO
087000*    THE STEP OPERATOR IS SPACES.
087100******************************************************************
087200 7900-POST-STEP-AUDIT.
087300     MOVE 'BERNPEVL' TO STEP-PROGRAM
087400     MOVE SPACES TO STEP-OPERATOR-ID
087500     IF WS-JOB-HAD-FAILURE
087600         MOVE 4 TO STEP-RETURN-CODE
087700     ELSE
087800         MOVE 0 TO STEP-RETURN-CODE
087900     END-IF
088000     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
088100         VARYING WS-STEP-SUB FROM 1 BY 1
088200         UNTIL WS-STEP-SUB > 10
088300     MOVE 'PEVLPARM' TO STEP-DDNAME(1)
088400     MOVE WS-CARD-COUNT TO STEP-READ-CNT(1)
088500     MOVE 'BERNPOL ' TO STEP-DDNAME(2)
088600     MOVE WS-POL-READ-COUNT TO STEP-READ-CNT(2)
088700     MOVE 'BERNFRC ' TO STEP-DDNAME(3)
088800     MOVE WS-FRC-READ-COUNT TO STEP-READ-CNT(3)
088900     MOVE 'BERNPVAL' TO STEP-DDNAME(4)
089000     MOVE WS-PVAL-WRITE-COUNT TO STEP-WRITE-CNT(4)
089100     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
089200 7900-EXIT.
089300     EXIT.
089400
089500 7910-CLEAR-STEP-ENTRY.
089600     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
089700     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
089800     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
089900 7910-EXIT.
090000     EXIT.
090100
090200******************************************************************
090300*    8000-TERMINATE
090400******************************************************************
090500 8000-TERMINATE.
090600     IF WS-RUN-FAILED
090700         SET WS-JOB-HAD-FAILURE TO TRUE
090800     END-IF
090900     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
091000     IF WS-JOB-HAD-FAILURE
091100         MOVE 4 TO RETURN-CODE
091200     END-IF.
091300 8000-EXIT.
091400     EXIT.
091500
091600******************************************************************
091700*    9000/9010 - GREATEST COMMON DIVISOR OF WS-GCD-A AND WS-GCD-B
091800*    BY EUCLID'S ALGORITHM, RESULT IN WS-GCD-RESULT (NEVER ZERO).
091900******************************************************************
092000 9000-COMPUTE-GCD.
092100     IF WS-GCD-A < 0
092200         COMPUTE WS-GCD-X = 0 - WS-GCD-A
092300     ELSE
092400         MOVE WS-GCD-A TO WS-GCD-X
092500     END-IF
092600     IF WS-GCD-B < 0
092700         COMPUTE WS-GCD-Y = 0 - WS-GCD-B
092800     ELSE
092900         MOVE WS-GCD-B TO WS-GCD-Y
093000     END-IF
093100     IF WS-GCD-X = 0 AND WS-GCD-Y = 0
093200         MOVE 1 TO WS-GCD-RESULT
093300     ELSE
093400         PERFORM 9010-GCD-STEP THRU 9010-EXIT UNTIL WS-GCD-Y = 0
093500         MOVE WS-GCD-X TO WS-GCD-RESULT
093600         IF WS-GCD-RESULT = 0
093700             MOVE 1 TO WS-GCD-RESULT
093800         END-IF
093900     END-IF.
094000 9000-EXIT.
094100     EXIT.
094200
094300 9010-GCD-STEP.
094400     DIVIDE WS-GCD-X BY WS-GCD-Y
094500         GIVING WS-GCD-Q REMAINDER WS-GCD-R
094600     MOVE WS-GCD-Y TO WS-GCD-X
094700     MOVE WS-GCD-R TO WS-GCD-Y.
094800 9010-EXIT.
094900     EXIT.
