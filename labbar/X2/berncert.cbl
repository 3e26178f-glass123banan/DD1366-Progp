000100******************************************************************
000200*    PROGRAM-ID.  BERNCERT
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    ARCHIVE CERTIFICATION.  THE RECONCILIATIONS IN BERNOULLI,
001000*    BERNCALC AND BERNEMAC ONLY COMPARE AGAINST A SHORT TABLE OF
001100*    KNOWN SMALL VALUES, AND BERNXCHK ONLY COMPARES ARCHIVES WITH
001200*    ONE ANOTHER.  THIS STANDALONE JOB PROVES EVERY AUTHORITATIVE
001300*    PUBLISHED VALUE AGAINST PROPERTIES THAT HOLD FOR ALL M.  THE
001400*    AUTHORITATIVE COPY PER KEY IS TAKEN FROM EACH ARCHIVE WITH
001500*    THE USUAL TABLE-BEATS-LOOKUP / HIGHER-N / LATEST-WINS
001600*    PRECEDENCE, AND THE CHECKS ARE:
001700*      1. SIGN AND ZERO (BERNOUT, BERNFRC, BERNEXT) - B(0) = +1,
001800*         B(1) = -1/2 (THE SUITE CONVENTION), EVERY ODD M ABOVE 1
001900*         IS ZERO, AND EVERY EVEN M FROM 2 UP IS NONZERO WITH
002000*         SIGN (-1)**(M/2+1) - POSITIVE WHEN M/2 IS ODD.
002100*      2. DENOMINATOR (BERNFRC) - FOR EVEN M FROM 2 UP THE
002200*         REDUCED DENOMINATOR IS THE PRODUCT OF THE PRIMES P WITH
002300*         (P-1) DIVIDING M (VON STAUDT-CLAUSEN); B(1) HAS 2 AND
002400*         B(0) AND THE ZERO ORDERS HAVE 1.
002500*      3. ZETA (BERNZET) - EVERY ZETA(2K) LIES BETWEEN 1 AND
002600*         PI**2/6 AND NONE EXCEEDS THE ONE FOR THE ORDER BELOW.
002700*      4. MAGNITUDE (BERNEXT) - FOR EVEN M = 2K FROM 2 UP,
002800*         |B(2K)| = 2 * (2K)! * ZETA(2K) / (2*PI)**(2K), WITH
002900*         ZETA(2K) TAKEN FROM BERNZET, WITHIN THE EXTENDED-PATH
003000*         TOLERANCE ON THE MANTISSA.  THE FACTORIAL-OVER-POWER
003100*         PRODUCT IS BUILT HERE ONE FACTOR J/(2*PI) AT A TIME -
003200*         NOT THE WAY THE GENERATOR STEPS IT - SO AGREEMENT IS
003300*         EVIDENCE RATHER THAN A REPEAT OF THE SAME ARITHMETIC.
003400*    A MISSING ARCHIVE HAS NOTHING TO CHECK.  EVERY FAILURE IS
003500*    LISTED ON THE EXCEPTION REPORT (CERTRPT1) AND SETS RETURN
003600*    CODE 4.
003700*
003800*    A CLEAN RUN MARKS THE CURRENT CATALOG GENERATION (BERNCTLG)
003900*    OF EACH PUBLISHED-VALUE FAMILY IT CHECKED - BERNOUT, BERNFRC
004000*    AND BERNEXT - CERTIFIED, WITH THE RUN STAMP AND THE HIGHEST
004100*    M CHECKED, AND BERNCATL PRINTS IT.  BERNZET IS EVIDENCE FOR
004200*    CHECK 4 RATHER THAN A PUBLISHED TABLE OF B(M) AND IS NOT
004300*    ITSELF CERTIFIED.  A RUN WITH ANY EXCEPTION CERTIFIES
004400*    NOTHING.  A FAMILY WITH NO CURRENT GENERATION, OR WHOSE
004500*    CURRENT GENERATION IS WITHDRAWN, CANNOT BE CERTIFIED AND
004600*    ALSO SETS RETURN CODE 4, AS DOES A RUN THAT FINDS NO
004700*    PUBLISHED VALUES AT ALL.
004800*
004900*    MODIFICATION HISTORY
005000*    DATE       INIT  DESCRIPTION
005100*    2026-10-15 SVK   ORIGINAL PROGRAM.
005200******************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. BERNCERT.
005500
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-370.
005900 OBJECT-COMPUTER. IBM-370.
006000
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT BERN-OUT-FILE
006400         ASSIGN TO "BERNOUT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-OUT-STATUS.
006700
006800     SELECT BERN-FRAC-FILE
006900         ASSIGN TO "BERNFRC"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FRAC-STATUS.
007200
007300     SELECT BERN-EXT-FILE
007400         ASSIGN TO "BERNEXT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-EXT-STATUS.
007700
007800     SELECT BERN-ZETA-FILE
007900         ASSIGN TO "BERNZET"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-ZET-STATUS.
008200
008300     SELECT CATALOG-FILE
008400         ASSIGN TO "BERNCTLG"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-CTLG-STATUS.
008700
008800     SELECT REPORT-FILE
008900         ASSIGN TO "CERTRPT1"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-RPT-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  BERN-OUT-FILE.
009600     COPY BERNREC.
009700
009800 FD  BERN-FRAC-FILE.
009900     COPY BERNFRAC.
010000
010100 FD  BERN-EXT-FILE.
010200     COPY BERNEXT.
010300
010400 FD  BERN-ZETA-FILE.
010500     COPY BERNZTA.
010600
010700 FD  CATALOG-FILE.
010800     COPY BERNCAT.
010900
011000 FD  REPORT-FILE.
011100 01  REPORT-RECORD               PIC X(132).
011200
011300 WORKING-STORAGE SECTION.
011400******************************************************************
011500*    BOUNDS AND CONSTANTS.  WS-MAX-M IS THE OCCURS 61 ARCHIVE
011600*    BOUND AND WS-MAX-ZETA-K THE HIGHEST K WITH 2K IN RANGE.  THE
011700*    TOLERANCE IS THE ONE THE EXTENDED PATH RECONCILES ITS
011800*    MANTISSAS TO.  1/(2*PI) AND PI**2/6 (ROUNDED UP, AS AN UPPER
011900*    BOUND) ARE LITERALS - THE SUITE COMPUTES NO TRANSCENDENTALS.
012000******************************************************************
012100 77  WS-MAX-M                    PIC 9(03) VALUE 060.
012200 77  WS-MAX-ZETA-K               PIC 9(03) VALUE 030.
012300 77  WS-MAX-PRIMES               PIC 9(02) VALUE 20.
012400 77  WS-MAX-ENTRIES              PIC 9(03) VALUE 500.
012500 77  WS-CERT-TOLERANCE           PIC 9(01)V9(09)
012600                                 VALUE 0.000000001.
012700 77  WS-INV-2PI                  PIC 9(01)V9(17) COMP-3
012800                                 VALUE 0.15915494309189534.
012900 77  WS-ZETA-2-BOUND             PIC 9(01)V9(15)
013000                                 VALUE 1.644934066848227.
013100
013200 01  WS-FILE-STATUSES.
013300     05  WS-OUT-STATUS           PIC X(02) VALUE SPACES.
013400     05  WS-FRAC-STATUS          PIC X(02) VALUE SPACES.
013500     05  WS-EXT-STATUS           PIC X(02) VALUE SPACES.
013600     05  WS-ZET-STATUS           PIC X(02) VALUE SPACES.
013700     05  WS-CTLG-STATUS          PIC X(02) VALUE SPACES.
013800     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
013900
014000 01  WS-SWITCHES.
014100     05  WS-ARCHIVE-EOF-SW       PIC X(01) VALUE 'N'.
014200         88  WS-ARCHIVE-EOF          VALUE 'Y'.
014300     05  WS-KEEP-SW              PIC X(01) VALUE 'N'.
014400         88  WS-KEEP-NEW             VALUE 'Y'.
014500     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
014600         88  WS-RUN-GOOD             VALUE 'Y'.
014700         88  WS-RUN-FAILED           VALUE 'N'.
014800     05  WS-POST-STATUS-SW       PIC X(01) VALUE 'Y'.
014900         88  WS-POST-GOOD            VALUE 'Y'.
015000         88  WS-POST-FAILED          VALUE 'N'.
015100     05  WS-PRIME-SW             PIC X(01) VALUE 'N'.
015200         88  WS-IS-PRIME             VALUE 'Y'.
015300     05  WS-VALUE-BAD-SW         PIC X(01) VALUE 'N'.
015400         88  WS-VALUE-BAD            VALUE 'Y'.
015500     05  WS-CTLG-CHANGED-SW      PIC X(01) VALUE 'N'.
015600         88  WS-CTLG-CHANGED         VALUE 'Y'.
015700     05  WS-REWRITE-SW           PIC X(01) VALUE 'Y'.
015800         88  WS-REWRITE-GOOD         VALUE 'Y'.
015900         88  WS-REWRITE-FAILED       VALUE 'N'.
016000     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
016100         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
016120     05  WS-RPT-OPEN-SW          PIC X(01) VALUE 'N'.
016140         88  WS-RPT-OPEN             VALUE 'Y'.
016200
016300 01  WS-WORK-FIELDS.
016400     05  WS-M-SUB                PIC 9(03).
016500     05  WS-M                    PIC 9(03).
016600     05  WS-K                    PIC 9(03).
016700     05  WS-HALF-M               PIC 9(03).
016800     05  WS-HALF-REM             PIC 9(01).
016900     05  WS-QUARTER-M            PIC 9(03).
017000     05  WS-QUARTER-REM          PIC 9(01).
017100     05  WS-ORDER-CLASS          PIC X(01).
017200         88  WS-ORDER-UNIT           VALUE 'U'.
017300         88  WS-ORDER-HALF           VALUE 'H'.
017400         88  WS-ORDER-ZERO           VALUE 'Z'.
017500         88  WS-ORDER-POSITIVE       VALUE 'P'.
017600         88  WS-ORDER-NEGATIVE       VALUE 'N'.
017700     05  WS-EXPECTED-SIGN        PIC X(01).
017800     05  WS-CANDIDATE            PIC 9(03).
017900     05  WS-PRIME-SUB            PIC 9(02).
018000     05  WS-PRIME-LESS-1         PIC 9(03).
018100     05  WS-DIVIDE-QUOT          PIC 9(03).
018200     05  WS-DIVIDE-REM           PIC 9(03).
018300     05  WS-VSC-PRODUCT          PIC 9(18).
018400     05  WS-FACTOR               PIC 9(03).
018500     05  WS-STEP-SUB             PIC 9(02).
018600     05  WS-CTLG-SUB             PIC 9(03).
018700     05  WS-HIT-SUB              PIC 9(03).
018800     05  WS-CUR-DATE             PIC 9(08).
018900     05  WS-CUR-TIME             PIC 9(08).
019000     05  WS-POST-ARCHIVE         PIC X(08).
019100     05  WS-POST-HELD-COUNT      PIC 9(09).
019200     05  WS-POST-HIGH-M          PIC 9(03).
019300
019400******************************************************************
019500*    MAGNITUDE WORK AREAS - THE SAME NORMALIZED MANTISSA (1.0 <=
019600*    M < 10.0) PLUS SIGNED EXPONENT CONVENTION AS BERN-EXT-RECORD,
019700*    CARRIED TO 16 DECIMALS SO THE 15 PUBLISHED ONES ARE FULLY
019800*    COVERED.
019900******************************************************************
020000 01  WS-MAGNITUDE-FIELDS.
020100     05  WS-CALC-MANT            PIC S9(02)V9(16) COMP-3.
020200     05  WS-CALC-EXP             PIC S9(03) COMP-3.
020300     05  WS-FOUND-MANT           PIC S9(03)V9(15) COMP-3.
020400     05  WS-FOUND-EXP            PIC S9(03) COMP-3.
020500     05  WS-ALIGN-CALC           PIC S9(03)V9(16) COMP-3.
020600     05  WS-EXP-GAP              PIC S9(03) COMP-3.
020700     05  WS-REL-DIFF             PIC S9(03)V9(15) COMP-3.
020800
020900 01  WS-COUNTERS.
021000     05  WS-OUT-READ-COUNT       PIC 9(09) VALUE ZERO.
021100     05  WS-FRC-READ-COUNT       PIC 9(09) VALUE ZERO.
021200     05  WS-EXT-READ-COUNT       PIC 9(09) VALUE ZERO.
021300     05  WS-ZET-READ-COUNT       PIC 9(09) VALUE ZERO.
021400     05  WS-CTLG-READ-COUNT      PIC 9(09) VALUE ZERO.
021500     05  WS-CTLG-WRITE-COUNT     PIC 9(09) VALUE ZERO.
021600     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
021700     05  WS-OUT-HELD-COUNT       PIC 9(09) VALUE ZERO.
021800     05  WS-FRC-HELD-COUNT       PIC 9(09) VALUE ZERO.
021900     05  WS-EXT-HELD-COUNT       PIC 9(09) VALUE ZERO.
022000     05  WS-SIGN-CHECK-COUNT     PIC 9(09) VALUE ZERO.
022100     05  WS-DEN-CHECK-COUNT      PIC 9(09) VALUE ZERO.
022200     05  WS-ZETA-CHECK-COUNT     PIC 9(09) VALUE ZERO.
022300     05  WS-MAG-CHECK-COUNT      PIC 9(09) VALUE ZERO.
022400     05  WS-EXCEPTION-COUNT      PIC 9(09) VALUE ZERO.
022500     05  WS-CERTIFIED-COUNT      PIC 9(09) VALUE ZERO.
022600     05  WS-OUT-HIGH-M           PIC 9(03) VALUE ZERO.
022700     05  WS-FRC-HIGH-M           PIC 9(03) VALUE ZERO.
022800     05  WS-EXT-HIGH-M           PIC 9(03) VALUE ZERO.
022900
023000******************************************************************
023100*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
023200******************************************************************
023300     COPY BERNSLK.
023400
023500******************************************************************
023600*    HELD AUTHORITATIVE COPIES, ONE SLOT PER M (SLOT M+1), FILLED
023700*    WITH THE STANDARD ARCHIVE PRECEDENCE.  ZETA IS HELD ONE SLOT
023800*    PER K FOR ORDER 2K.
023900******************************************************************
024000 01  WS-DEC-HELD-TABLE.
024100     05  WS-DEC-HELD-ENTRY OCCURS 61 TIMES.
024200         10  WS-DEC-HELD-SW      PIC X(01).
024300             88  WS-DEC-HELD        VALUE 'Y'.
024400         10  WS-DEC-HELD-N       PIC 9(03).
024500         10  WS-DEC-HELD-SOURCE  PIC X(01).
024600             88  WS-DEC-HELD-FROM-TABLE VALUE 'T'.
024700         10  WS-DEC-HELD-SIGN    PIC X(01).
024800         10  WS-DEC-HELD-VALUE   PIC 9(05)V9(05).
024900
025000 01  WS-FRC-HELD-TABLE.
025100     05  WS-FRC-HELD-ENTRY OCCURS 61 TIMES.
025200         10  WS-FRC-HELD-SW      PIC X(01).
025300             88  WS-FRC-HELD        VALUE 'Y'.
025400         10  WS-FRC-HELD-N       PIC 9(03).
025500         10  WS-FRC-HELD-SOURCE  PIC X(01).
025600             88  WS-FRC-HELD-FROM-TABLE VALUE 'T'.
025700         10  WS-FRC-HELD-SIGN    PIC X(01).
025800         10  WS-FRC-HELD-NUM     PIC 9(18).
025900         10  WS-FRC-HELD-DEN     PIC 9(18).
026000
026100 01  WS-EXT-HELD-TABLE.
026200     05  WS-EXT-HELD-ENTRY OCCURS 61 TIMES.
026300         10  WS-EXT-HELD-SW      PIC X(01).
026400             88  WS-EXT-HELD        VALUE 'Y'.
026500         10  WS-EXT-HELD-N       PIC 9(03).
026600         10  WS-EXT-HELD-SOURCE  PIC X(01).
026700             88  WS-EXT-HELD-FROM-TABLE VALUE 'T'.
026800         10  WS-EXT-HELD-SIGN    PIC X(01).
026900         10  WS-EXT-HELD-MANT    PIC 9(01)V9(15).
027000         10  WS-EXT-HELD-EXP-SIGN PIC X(01).
027100         10  WS-EXT-HELD-EXP     PIC 9(03).
027200
027300 01  WS-ZET-HELD-TABLE.
027400     05  WS-ZET-HELD-ENTRY OCCURS 30 TIMES.
027500         10  WS-ZET-HELD-SW      PIC X(01).
027600             88  WS-ZET-HELD        VALUE 'Y'.
027700         10  WS-ZET-HELD-N       PIC 9(03).
027800         10  WS-ZET-HELD-SIGN    PIC X(01).
027900         10  WS-ZET-HELD-MANT    PIC 9(01)V9(15).
028000         10  WS-ZET-HELD-EXP-SIGN PIC X(01).
028100         10  WS-ZET-HELD-EXP     PIC 9(03).
028200         10  WS-ZET-USABLE-SW    PIC X(01).
028300             88  WS-ZET-USABLE      VALUE 'Y'.
028400
028500******************************************************************
028600*    PRIMES UP TO WS-MAX-M + 1, BUILT AT INITIALIZE BY TRIAL
028700*    DIVISION - THE ONLY CANDIDATES FOR A VON STAUDT-CLAUSEN
028800*    FACTOR OF ANY DENOMINATOR IN RANGE.
028900******************************************************************
029000 01  WS-PRIME-TABLE.
029100     05  WS-PRIME-COUNT          PIC 9(02) VALUE ZERO.
029200     05  WS-PRIME                PIC 9(03) OCCURS 20 TIMES.
029300
029400******************************************************************
029500*    THE WHOLE CATALOG, HELD AND REWRITTEN IN FULL AS IN BERNCATW.
029600******************************************************************
029700 01  WS-CATALOG-TABLE.
029800     05  WS-CTLG-COUNT           PIC 9(03) VALUE ZERO.
029900     05  WS-CTLG-ENTRY OCCURS 500 TIMES.
030000         10  WS-CTLG-IMAGE       PIC X(112).
030100
030200******************************************************************
030300*    PRINT LINE LAYOUTS.
030400******************************************************************
030500 01  WS-HDG1-LINE.
030600     05  FILLER                  PIC X(45) VALUE
030700         'ARCHIVE CERTIFICATION REPORT        PRINTED  '.
030800     05  HDG1-DATE               PIC 9(08).
030900     05  FILLER                  PIC X(79) VALUE SPACES.
031000
031100 01  WS-HDG2-LINE.
031200     05  FILLER                  PIC X(40) VALUE
031300         'CHECK   ARCHIVE   EXCEPTION             '.
031400     05  FILLER                  PIC X(40) VALUE
031500         '                     M    EXPECTED      '.
031600     05  FILLER                  PIC X(40) VALUE
031700         '            FOUND                       '.
031800     05  FILLER                  PIC X(12) VALUE SPACES.
031900
032000 01  WS-EXCEPTION-LINE.
032100     05  FILLER                  PIC X(06) VALUE 'CHECK-'.
032200     05  EXC-LINE-CHECK          PIC 9(01).
032300     05  FILLER                  PIC X(01) VALUE SPACES.
032400     05  EXC-LINE-ARCHIVE        PIC X(08).
032500     05  FILLER                  PIC X(02) VALUE SPACES.
032600     05  EXC-LINE-TEXT           PIC X(40).
032700     05  FILLER                  PIC X(03) VALUE SPACES.
032800     05  EXC-LINE-M              PIC 9(03).
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  EXC-LINE-EXPECTED       PIC X(22).
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  EXC-LINE-FOUND          PIC X(22).
033300     05  FILLER                  PIC X(20) VALUE SPACES.
033400
033500 01  WS-CERT-LINE.
033600     05  CRT-LINE-ARCHIVE        PIC X(08).
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  CRT-LINE-DATASET        PIC X(08).
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  CRT-LINE-TEXT           PIC X(44).
034100     05  FILLER                  PIC X(03) VALUE ' M='.
034200     05  CRT-LINE-HIGH-M         PIC 9(03).
034300     05  FILLER                  PIC X(62) VALUE SPACES.
034400
034500 01  WS-TEXT-LINE.
034600     05  TEXT-LINE-BODY          PIC X(60).
034700     05  FILLER                  PIC X(72) VALUE SPACES.
034800
034900 01  WS-COUNT-LINE.
035000     05  CNT-LINE-LABEL          PIC X(30).
035100     05  CNT-LINE-VALUE          PIC Z(08)9.
035200     05  FILLER                  PIC X(93) VALUE SPACES.
035300
035400******************************************************************
035500*    EDIT AREAS FOR THE EXPECTED/FOUND COLUMNS.
035600******************************************************************
035700 01  WS-DEN-EDIT                 PIC Z(17)9.
035800
035900 01  WS-SCI-EDIT.
036000     05  SCI-EDIT-MANT           PIC 9.9(15).
036100     05  FILLER                  PIC X(01) VALUE 'E'.
036200     05  SCI-EDIT-EXP-SIGN       PIC X(01).
036300     05  SCI-EDIT-EXP            PIC 9(03).
036400
036500 PROCEDURE DIVISION.
036600
036700******************************************************************
036800*    0000-MAIN-CONTROL
036900******************************************************************
037000 0000-MAIN-CONTROL.
037100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037200     IF WS-RUN-GOOD
037300         PERFORM 2000-LOAD-ARCHIVES THRU 2000-EXIT
037400     END-IF
037500     IF WS-RUN-GOOD
037600         PERFORM 3000-CHECK-SIGN-ZERO THRU 3000-EXIT
037700         PERFORM 4000-CHECK-DENOMINATORS THRU 4000-EXIT
037800         PERFORM 5000-CHECK-ZETA THRU 5000-EXIT
037900         PERFORM 6000-CHECK-MAGNITUDES THRU 6000-EXIT
038000         PERFORM 6800-PRINT-TOTALS THRU 6800-EXIT
038100         PERFORM 7500-POST-CERTIFICATION THRU 7500-EXIT
038120     ELSE
038140         IF WS-RPT-OPEN
038160             MOVE 'CERTIFICATION NOT RUN - SEE BCRT MESSAGES'
038180                 TO TEXT-LINE-BODY
038200             PERFORM 7590-WRITE-TEXT-LINE THRU 7590-EXIT
038220         END-IF
038240     END-IF
038260     IF WS-RPT-OPEN
038280         CLOSE REPORT-FILE
038300     END-IF
038400     PERFORM 8000-TERMINATE THRU 8000-EXIT
038500     STOP RUN.
038600
038700 1000-INITIALIZE.
038800     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
038900     ACCEPT STEP-START-TIME FROM TIME
039000     MOVE SPACES TO WS-DEC-HELD-TABLE
039100     MOVE SPACES TO WS-FRC-HELD-TABLE
039200     MOVE SPACES TO WS-EXT-HELD-TABLE
039300     MOVE SPACES TO WS-ZET-HELD-TABLE
039400     PERFORM 1100-TEST-CANDIDATE THRU 1100-EXIT
039500         VARYING WS-CANDIDATE FROM 2 BY 1
039600         UNTIL WS-CANDIDATE > (WS-MAX-M + 1)
039700     OPEN OUTPUT REPORT-FILE
039800     IF WS-RPT-STATUS NOT = '00'
039900         DISPLAY 'BCRT0001E CANNOT OPEN CERTRPT1, STATUS='
040000             WS-RPT-STATUS
040100         SET WS-RUN-FAILED TO TRUE
040200     ELSE
040250         SET WS-RPT-OPEN TO TRUE
040300         ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
040400         MOVE WS-CUR-DATE TO HDG1-DATE
040500         WRITE REPORT-RECORD FROM WS-HDG1-LINE
040600         MOVE SPACES TO REPORT-RECORD
040700         WRITE REPORT-RECORD
040800         WRITE REPORT-RECORD FROM WS-HDG2-LINE
040900         ADD 3 TO WS-RPT-WRITE-COUNT
041000     END-IF.
041100 1000-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500*    1100/1110 - ONE PRIME-TABLE CANDIDATE: PRIME WHEN NO PRIME
041600*    ALREADY IN THE TABLE DIVIDES IT.
041700******************************************************************
041800 1100-TEST-CANDIDATE.
041900     SET WS-IS-PRIME TO TRUE
042000     PERFORM 1110-TRIAL-DIVIDE THRU 1110-EXIT
042100         VARYING WS-PRIME-SUB FROM 1 BY 1
042200         UNTIL WS-PRIME-SUB > WS-PRIME-COUNT
042300             OR NOT WS-IS-PRIME
042400     IF WS-IS-PRIME AND WS-PRIME-COUNT < WS-MAX-PRIMES
042500         ADD 1 TO WS-PRIME-COUNT
042600         MOVE WS-CANDIDATE TO WS-PRIME(WS-PRIME-COUNT)
042700     END-IF.
042800 1100-EXIT.
042900     EXIT.
043000
043100 1110-TRIAL-DIVIDE.
043200     DIVIDE WS-CANDIDATE BY WS-PRIME(WS-PRIME-SUB)
043300         GIVING WS-DIVIDE-QUOT REMAINDER WS-DIVIDE-REM
043400     IF WS-DIVIDE-REM = 0
043500         MOVE 'N' TO WS-PRIME-SW
043600     END-IF.
043700 1110-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    2000 FAMILY - LOAD THE AUTHORITATIVE COPY PER KEY FROM EACH
044200*    ARCHIVE, THE SAME WAY BERNXCHK DOES.  A MISSING ARCHIVE
044300*    LEAVES ITS TABLE EMPTY.
044400******************************************************************
044500 2000-LOAD-ARCHIVES.
044600     PERFORM 2100-LOAD-DECIMAL THRU 2100-EXIT
044700     PERFORM 2200-LOAD-FRACTION THRU 2200-EXIT
044800     PERFORM 2300-LOAD-EXTENDED THRU 2300-EXIT
044900     PERFORM 2400-LOAD-ZETA THRU 2400-EXIT
045000     PERFORM 2900-TALLY-HELD THRU 2900-EXIT
045100         VARYING WS-M-SUB FROM 1 BY 1
045200         UNTIL WS-M-SUB > (WS-MAX-M + 1).
045300 2000-EXIT.
045400     EXIT.
045500
045600 2100-LOAD-DECIMAL.
045700     MOVE 'N' TO WS-ARCHIVE-EOF-SW
045800     OPEN INPUT BERN-OUT-FILE
045900     EVALUATE WS-OUT-STATUS
046000         WHEN '00'
046100             PERFORM 2110-READ-DECIMAL THRU 2110-EXIT
046200                 UNTIL WS-ARCHIVE-EOF
046300             CLOSE BERN-OUT-FILE
046400         WHEN '35'
046500             CONTINUE
046600         WHEN OTHER
046700             DISPLAY 'BCRT0002E CANNOT OPEN BERNOUT, STATUS='
046800                 WS-OUT-STATUS
046900             SET WS-RUN-FAILED TO TRUE
047000     END-EVALUATE.
047100 2100-EXIT.
047200     EXIT.
047300
047400 2110-READ-DECIMAL.
047500     READ BERN-OUT-FILE
047600         AT END
047700             SET WS-ARCHIVE-EOF TO TRUE
047800         NOT AT END
047900             ADD 1 TO WS-OUT-READ-COUNT
048000             IF BERN-M NUMERIC AND BERN-M <= WS-MAX-M
048100                 PERFORM 2120-HOLD-DECIMAL THRU 2120-EXIT
048200             END-IF
048300     END-READ.
048400 2110-EXIT.
048500     EXIT.
048600
048700 2120-HOLD-DECIMAL.
048800     COMPUTE WS-M-SUB = BERN-M + 1
048900     MOVE 'N' TO WS-KEEP-SW
049000     IF NOT WS-DEC-HELD(WS-M-SUB)
049100         SET WS-KEEP-NEW TO TRUE
049200     ELSE
049300         EVALUATE TRUE
049400             WHEN BERN-SOURCE-TABLE
049500                     AND NOT WS-DEC-HELD-FROM-TABLE(WS-M-SUB)
049600                 SET WS-KEEP-NEW TO TRUE
049700             WHEN NOT BERN-SOURCE-TABLE
049800                     AND WS-DEC-HELD-FROM-TABLE(WS-M-SUB)
049900                 CONTINUE
050000             WHEN BERN-N-CONTEXT >= WS-DEC-HELD-N(WS-M-SUB)
050100                 SET WS-KEEP-NEW TO TRUE
050200             WHEN OTHER
050300                 CONTINUE
050400         END-EVALUATE
050500     END-IF
050600     IF WS-KEEP-NEW
050700         MOVE 'Y' TO WS-DEC-HELD-SW(WS-M-SUB)
050800         MOVE BERN-N-CONTEXT TO WS-DEC-HELD-N(WS-M-SUB)
050900         MOVE BERN-SOURCE TO WS-DEC-HELD-SOURCE(WS-M-SUB)
051000         MOVE BERN-SIGN TO WS-DEC-HELD-SIGN(WS-M-SUB)
051100         MOVE BERN-VALUE TO WS-DEC-HELD-VALUE(WS-M-SUB)
051200     END-IF.
051300 2120-EXIT.
051400     EXIT.
051500
051600 2200-LOAD-FRACTION.
051700     MOVE 'N' TO WS-ARCHIVE-EOF-SW
051800     OPEN INPUT BERN-FRAC-FILE
051900     EVALUATE WS-FRAC-STATUS
052000         WHEN '00'
052100             PERFORM 2210-READ-FRACTION THRU 2210-EXIT
052200                 UNTIL WS-ARCHIVE-EOF
052300             CLOSE BERN-FRAC-FILE
052400         WHEN '35'
052500             CONTINUE
052600         WHEN OTHER
052700             DISPLAY 'BCRT0002E CANNOT OPEN BERNFRC, STATUS='
052800                 WS-FRAC-STATUS
052900             SET WS-RUN-FAILED TO TRUE
053000     END-EVALUATE.
053100 2200-EXIT.
053200     EXIT.
053300
053400 2210-READ-FRACTION.
053500     READ BERN-FRAC-FILE
053600         AT END
053700             SET WS-ARCHIVE-EOF TO TRUE
053800         NOT AT END
053900             ADD 1 TO WS-FRC-READ-COUNT
054000             IF BFRC-M NUMERIC AND BFRC-M <= WS-MAX-M
054100                 PERFORM 2220-HOLD-FRACTION THRU 2220-EXIT
054200             END-IF
054300     END-READ.
054400 2210-EXIT.
054500     EXIT.
054600
054700 2220-HOLD-FRACTION.
054800     COMPUTE WS-M-SUB = BFRC-M + 1
054900     MOVE 'N' TO WS-KEEP-SW
055000     IF NOT WS-FRC-HELD(WS-M-SUB)
055100         SET WS-KEEP-NEW TO TRUE
055200     ELSE
055300         EVALUATE TRUE
055400             WHEN BFRC-SOURCE-TABLE
055500                     AND NOT WS-FRC-HELD-FROM-TABLE(WS-M-SUB)
055600                 SET WS-KEEP-NEW TO TRUE
055700             WHEN NOT BFRC-SOURCE-TABLE
055800                     AND WS-FRC-HELD-FROM-TABLE(WS-M-SUB)
055900                 CONTINUE
056000             WHEN BFRC-N-CONTEXT >= WS-FRC-HELD-N(WS-M-SUB)
056100                 SET WS-KEEP-NEW TO TRUE
056200             WHEN OTHER
056300                 CONTINUE
056400         END-EVALUATE
056500     END-IF
056600     IF WS-KEEP-NEW
056700         MOVE 'Y' TO WS-FRC-HELD-SW(WS-M-SUB)
056800         MOVE BFRC-N-CONTEXT TO WS-FRC-HELD-N(WS-M-SUB)
056900         MOVE BFRC-SOURCE TO WS-FRC-HELD-SOURCE(WS-M-SUB)
057000         MOVE BFRC-SIGN TO WS-FRC-HELD-SIGN(WS-M-SUB)
057100         MOVE BFRC-NUMERATOR TO WS-FRC-HELD-NUM(WS-M-SUB)
057200         MOVE BFRC-DENOMINATOR TO WS-FRC-HELD-DEN(WS-M-SUB)
057300     END-IF.
057400 2220-EXIT.
057500     EXIT.
057600
057700 2300-LOAD-EXTENDED.
057800     MOVE 'N' TO WS-ARCHIVE-EOF-SW
057900     OPEN INPUT BERN-EXT-FILE
058000     EVALUATE WS-EXT-STATUS
058100         WHEN '00'
058200             PERFORM 2310-READ-EXTENDED THRU 2310-EXIT
058300                 UNTIL WS-ARCHIVE-EOF
058400             CLOSE BERN-EXT-FILE
058500         WHEN '35'
058600             CONTINUE
058700         WHEN OTHER
058800             DISPLAY 'BCRT0002E CANNOT OPEN BERNEXT, STATUS='
058900                 WS-EXT-STATUS
059000             SET WS-RUN-FAILED TO TRUE
059100     END-EVALUATE.
059200 2300-EXIT.
059300     EXIT.
059400
059500 2310-READ-EXTENDED.
059600     READ BERN-EXT-FILE
059700         AT END
059800             SET WS-ARCHIVE-EOF TO TRUE
059900         NOT AT END
060000             ADD 1 TO WS-EXT-READ-COUNT
060100             IF BEXT-M NUMERIC AND BEXT-M <= WS-MAX-M
060200                 PERFORM 2320-HOLD-EXTENDED THRU 2320-EXIT
060300             END-IF
060400     END-READ.
060500 2310-EXIT.
060600     EXIT.
060700
060800 2320-HOLD-EXTENDED.
060900     COMPUTE WS-M-SUB = BEXT-M + 1
061000     MOVE 'N' TO WS-KEEP-SW
061100     IF NOT WS-EXT-HELD(WS-M-SUB)
061200         SET WS-KEEP-NEW TO TRUE
061300     ELSE
061400         EVALUATE TRUE
061500             WHEN BEXT-SOURCE-TABLE
061600                     AND NOT WS-EXT-HELD-FROM-TABLE(WS-M-SUB)
061700                 SET WS-KEEP-NEW TO TRUE
061800             WHEN NOT BEXT-SOURCE-TABLE
061900                     AND WS-EXT-HELD-FROM-TABLE(WS-M-SUB)
062000                 CONTINUE
062100             WHEN BEXT-N-CONTEXT >= WS-EXT-HELD-N(WS-M-SUB)
062200                 SET WS-KEEP-NEW TO TRUE
062300             WHEN OTHER
062400                 CONTINUE
062500         END-EVALUATE
062600     END-IF
062700     IF WS-KEEP-NEW
062800         MOVE 'Y' TO WS-EXT-HELD-SW(WS-M-SUB)
062900         MOVE BEXT-N-CONTEXT TO WS-EXT-HELD-N(WS-M-SUB)
063000         MOVE BEXT-SOURCE TO WS-EXT-HELD-SOURCE(WS-M-SUB)
063100         MOVE BEXT-SIGN TO WS-EXT-HELD-SIGN(WS-M-SUB)
063200         MOVE BEXT-MANTISSA TO WS-EXT-HELD-MANT(WS-M-SUB)
063300         MOVE BEXT-EXP-SIGN TO WS-EXT-HELD-EXP-SIGN(WS-M-SUB)
063400         MOVE BEXT-EXPONENT TO WS-EXT-HELD-EXP(WS-M-SUB)
063500     END-IF.
063600 2320-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000*    2400 - ZETA.  EVERY BERNZET RECORD COMES FROM A ZETA TABLE
064100*    CARD, SO ONLY HIGHER-N / LATEST-WINS APPLIES.  AN ODD OR
064200*    OUT-OF-RANGE ORDER IS NOT A ZETA(2K) THIS JOB CAN USE.
064300******************************************************************
064400 2400-LOAD-ZETA.
064500     MOVE 'N' TO WS-ARCHIVE-EOF-SW
064600     OPEN INPUT BERN-ZETA-FILE
064700     EVALUATE WS-ZET-STATUS
064800         WHEN '00'
064900             PERFORM 2410-READ-ZETA THRU 2410-EXIT
065000                 UNTIL WS-ARCHIVE-EOF
065100             CLOSE BERN-ZETA-FILE
065200         WHEN '35'
065300             CONTINUE
065400         WHEN OTHER
065500             DISPLAY 'BCRT0002E CANNOT OPEN BERNZET, STATUS='
065600                 WS-ZET-STATUS
065700             SET WS-RUN-FAILED TO TRUE
065800     END-EVALUATE.
065900 2400-EXIT.
066000     EXIT.
066100
066200 2410-READ-ZETA.
066300     READ BERN-ZETA-FILE
066400         AT END
066500             SET WS-ARCHIVE-EOF TO TRUE
066600         NOT AT END
066700             ADD 1 TO WS-ZET-READ-COUNT
066800             IF ZET-ORDER-2K NUMERIC
066900                     AND ZET-ORDER-2K >= 2
067000                     AND ZET-ORDER-2K <= WS-MAX-M
067100                 DIVIDE ZET-ORDER-2K BY 2
067200                     GIVING WS-K REMAINDER WS-HALF-REM
067300                 IF WS-HALF-REM = 0
067400                     PERFORM 2420-HOLD-ZETA THRU 2420-EXIT
067500                 END-IF
067600             END-IF
067700     END-READ.
067800 2410-EXIT.
067900     EXIT.
068000
068100 2420-HOLD-ZETA.
068200     IF NOT WS-ZET-HELD(WS-K)
068300             OR ZET-N-CONTEXT >= WS-ZET-HELD-N(WS-K)
068400         MOVE 'Y' TO WS-ZET-HELD-SW(WS-K)
068500         MOVE ZET-N-CONTEXT TO WS-ZET-HELD-N(WS-K)
068600         MOVE ZET-SIGN TO WS-ZET-HELD-SIGN(WS-K)
068700         MOVE ZET-MANTISSA TO WS-ZET-HELD-MANT(WS-K)
068800         MOVE ZET-EXP-SIGN TO WS-ZET-HELD-EXP-SIGN(WS-K)
068900         MOVE ZET-EXPONENT TO WS-ZET-HELD-EXP(WS-K)
069000     END-IF.
069100 2420-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500*    2900 - COUNT THE HELD VALUES PER PUBLISHED-VALUE FAMILY AND
069600*    NOTE THE HIGHEST M OF EACH, FOR THE CERTIFICATION POSTING.
069700******************************************************************
069800 2900-TALLY-HELD.
069900     COMPUTE WS-M = WS-M-SUB - 1
070000     IF WS-DEC-HELD(WS-M-SUB)
070100         ADD 1 TO WS-OUT-HELD-COUNT
070200         MOVE WS-M TO WS-OUT-HIGH-M
070300     END-IF
070400     IF WS-FRC-HELD(WS-M-SUB)
070500         ADD 1 TO WS-FRC-HELD-COUNT
070600         MOVE WS-M TO WS-FRC-HIGH-M
070700     END-IF
070800     IF WS-EXT-HELD(WS-M-SUB)
070900         ADD 1 TO WS-EXT-HELD-COUNT
071000         MOVE WS-M TO WS-EXT-HIGH-M
071100     END-IF.
071200 2900-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600*    3000 FAMILY - CHECK 1: SIGN AND ZERO.  3050 CLASSIFIES THE
071700*    ORDER ONCE; EACH ARCHIVE HOLDING M IS THEN HELD TO IT.
071800******************************************************************
071900 3000-CHECK-SIGN-ZERO.
072000     PERFORM 3100-CHECK-ONE-ORDER THRU 3100-EXIT
072100         VARYING WS-M-SUB FROM 1 BY 1
072200         UNTIL WS-M-SUB > (WS-MAX-M + 1).
072300 3000-EXIT.
072400     EXIT.
072500
072600 3050-CLASSIFY-ORDER.
072700     COMPUTE WS-M = WS-M-SUB - 1
072800     DIVIDE WS-M BY 2 GIVING WS-HALF-M REMAINDER WS-HALF-REM
072900     EVALUATE TRUE
073000         WHEN WS-M = 0
073100             SET WS-ORDER-UNIT TO TRUE
073200             MOVE '+' TO WS-EXPECTED-SIGN
073300         WHEN WS-M = 1
073400             SET WS-ORDER-HALF TO TRUE
073500             MOVE '-' TO WS-EXPECTED-SIGN
073600         WHEN WS-HALF-REM = 1
073700             SET WS-ORDER-ZERO TO TRUE
073800             MOVE '+' TO WS-EXPECTED-SIGN
073900         WHEN OTHER
074000             DIVIDE WS-HALF-M BY 2
074100                 GIVING WS-QUARTER-M REMAINDER WS-QUARTER-REM
074200             IF WS-QUARTER-REM = 1
074300                 SET WS-ORDER-POSITIVE TO TRUE
074400                 MOVE '+' TO WS-EXPECTED-SIGN
074500             ELSE
074600                 SET WS-ORDER-NEGATIVE TO TRUE
074700                 MOVE '-' TO WS-EXPECTED-SIGN
074800             END-IF
074900     END-EVALUATE.
075000 3050-EXIT.
075100     EXIT.
075200
075300 3100-CHECK-ONE-ORDER.
075400     PERFORM 3050-CLASSIFY-ORDER THRU 3050-EXIT
075500     MOVE 1 TO EXC-LINE-CHECK
075600     IF WS-DEC-HELD(WS-M-SUB)
075700         ADD 1 TO WS-SIGN-CHECK-COUNT
075800         MOVE 'BERNOUT ' TO EXC-LINE-ARCHIVE
075900         PERFORM 3110-CHECK-DECIMAL THRU 3110-EXIT
076000     END-IF
076100     IF WS-FRC-HELD(WS-M-SUB)
076200         ADD 1 TO WS-SIGN-CHECK-COUNT
076300         MOVE 'BERNFRC ' TO EXC-LINE-ARCHIVE
076400         PERFORM 3120-CHECK-FRACTION THRU 3120-EXIT
076500     END-IF
076600     IF WS-EXT-HELD(WS-M-SUB)
076700         ADD 1 TO WS-SIGN-CHECK-COUNT
076800         MOVE 'BERNEXT ' TO EXC-LINE-ARCHIVE
076900         PERFORM 3130-CHECK-EXTENDED THRU 3130-EXIT
077000     END-IF.
077100 3100-EXIT.
077200     EXIT.
077300
077400 3110-CHECK-DECIMAL.
077500     EVALUATE TRUE
077600         WHEN WS-ORDER-UNIT
077700             IF WS-DEC-HELD-SIGN(WS-M-SUB) NOT = '+'
077800                     OR WS-DEC-HELD-VALUE(WS-M-SUB) NOT = 1
077900                 PERFORM 3200-UNIT-EXCEPTION THRU 3200-EXIT
078000             END-IF
078100         WHEN WS-ORDER-HALF
078200             IF WS-DEC-HELD-SIGN(WS-M-SUB) NOT = '-'
078300                     OR WS-DEC-HELD-VALUE(WS-M-SUB) NOT = 0.5
078400                 PERFORM 3210-HALF-EXCEPTION THRU 3210-EXIT
078500             END-IF
078600         WHEN WS-ORDER-ZERO
078700             IF WS-DEC-HELD-VALUE(WS-M-SUB) NOT = 0
078800                 PERFORM 3220-ZERO-EXCEPTION THRU 3220-EXIT
078900             END-IF
079000         WHEN OTHER
079100             IF WS-DEC-HELD-VALUE(WS-M-SUB) = 0
079200                 PERFORM 3230-NONZERO-EXCEPTION THRU 3230-EXIT
079300             ELSE
079400                 IF WS-DEC-HELD-SIGN(WS-M-SUB)
079500                         NOT = WS-EXPECTED-SIGN
079600                     MOVE WS-DEC-HELD-SIGN(WS-M-SUB)
079700                         TO EXC-LINE-FOUND
079800                     PERFORM 3240-SIGN-EXCEPTION THRU 3240-EXIT
079900                 END-IF
080000             END-IF
080100     END-EVALUATE.
080200 3110-EXIT.
080300     EXIT.
080400
080500 3120-CHECK-FRACTION.
080600     EVALUATE TRUE
080700         WHEN WS-ORDER-UNIT
080800             IF WS-FRC-HELD-SIGN(WS-M-SUB) NOT = '+'
080900                     OR WS-FRC-HELD-NUM(WS-M-SUB) NOT = 1
081000                     OR WS-FRC-HELD-DEN(WS-M-SUB) NOT = 1
081100                 PERFORM 3200-UNIT-EXCEPTION THRU 3200-EXIT
081200             END-IF
081300         WHEN WS-ORDER-HALF
081400             IF WS-FRC-HELD-SIGN(WS-M-SUB) NOT = '-'
081500                     OR WS-FRC-HELD-NUM(WS-M-SUB) NOT = 1
081600                     OR WS-FRC-HELD-DEN(WS-M-SUB) NOT = 2
081700                 PERFORM 3210-HALF-EXCEPTION THRU 3210-EXIT
081800             END-IF
081900         WHEN WS-ORDER-ZERO
082000             IF WS-FRC-HELD-NUM(WS-M-SUB) NOT = 0
082100                 PERFORM 3220-ZERO-EXCEPTION THRU 3220-EXIT
082200             END-IF
082300         WHEN OTHER
082400             IF WS-FRC-HELD-NUM(WS-M-SUB) = 0
082500                 PERFORM 3230-NONZERO-EXCEPTION THRU 3230-EXIT
082600             ELSE
082700                 IF WS-FRC-HELD-SIGN(WS-M-SUB)
082800                         NOT = WS-EXPECTED-SIGN
082900                     MOVE WS-FRC-HELD-SIGN(WS-M-SUB)
083000                         TO EXC-LINE-FOUND
083100                     PERFORM 3240-SIGN-EXCEPTION THRU 3240-EXIT
083200                 END-IF
083300             END-IF
083400     END-EVALUATE.
083500 3120-EXIT.
083600     EXIT.
083700
083800 3130-CHECK-EXTENDED.
083900     EVALUATE TRUE
084000         WHEN WS-ORDER-UNIT
084100             IF WS-EXT-HELD-SIGN(WS-M-SUB) NOT = '+'
084200                     OR WS-EXT-HELD-MANT(WS-M-SUB) NOT = 1
084300                     OR WS-EXT-HELD-EXP(WS-M-SUB) NOT = 0
084400                 PERFORM 3200-UNIT-EXCEPTION THRU 3200-EXIT
084500             END-IF
084600         WHEN WS-ORDER-HALF
084700             IF WS-EXT-HELD-SIGN(WS-M-SUB) NOT = '-'
084800                     OR WS-EXT-HELD-MANT(WS-M-SUB) NOT = 5
084900                     OR WS-EXT-HELD-EXP-SIGN(WS-M-SUB) NOT = '-'
085000                     OR WS-EXT-HELD-EXP(WS-M-SUB) NOT = 1
085100                 PERFORM 3210-HALF-EXCEPTION THRU 3210-EXIT
085200             END-IF
085300         WHEN WS-ORDER-ZERO
085400             IF WS-EXT-HELD-MANT(WS-M-SUB) NOT = 0
085500                 PERFORM 3220-ZERO-EXCEPTION THRU 3220-EXIT
085600             END-IF
085700         WHEN OTHER
085800             IF WS-EXT-HELD-MANT(WS-M-SUB) = 0
085900                 PERFORM 3230-NONZERO-EXCEPTION THRU 3230-EXIT
086000             ELSE
086100                 IF WS-EXT-HELD-SIGN(WS-M-SUB)
086200                         NOT = WS-EXPECTED-SIGN
086300                     MOVE WS-EXT-HELD-SIGN(WS-M-SUB)
086400                         TO EXC-LINE-FOUND
086500                     PERFORM 3240-SIGN-EXCEPTION THRU 3240-EXIT
086600                 END-IF
086700             END-IF
086800     END-EVALUATE.
086900 3130-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300*    3200-3240 - THE CHECK-1 EXCEPTION TEXTS.  THE CALLER HAS SET
087400*    THE ARCHIVE (AND, FOR A SIGN MISS, THE FOUND SIGN).
087500******************************************************************
087600 3200-UNIT-EXCEPTION.
087700     MOVE 'B(0) IS NOT +1' TO EXC-LINE-TEXT
087800     MOVE '+1' TO EXC-LINE-EXPECTED
087900     MOVE 'OTHER VALUE' TO EXC-LINE-FOUND
088000     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
088100 3200-EXIT.
088200     EXIT.
088300
088400 3210-HALF-EXCEPTION.
088500     MOVE 'B(1) IS NOT -1/2' TO EXC-LINE-TEXT
088600     MOVE '-1/2' TO EXC-LINE-EXPECTED
088700     MOVE 'OTHER VALUE' TO EXC-LINE-FOUND
088800     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
088900 3210-EXIT.
089000     EXIT.
089100
089200 3220-ZERO-EXCEPTION.
089300     MOVE 'ODD ORDER ABOVE 1 IS NOT ZERO' TO EXC-LINE-TEXT
089400     MOVE 'ZERO' TO EXC-LINE-EXPECTED
089500     MOVE 'NONZERO' TO EXC-LINE-FOUND
089600     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
089700 3220-EXIT.
089800     EXIT.
089900
090000 3230-NONZERO-EXCEPTION.
090100     MOVE 'EVEN ORDER IS ZERO' TO EXC-LINE-TEXT
090200     MOVE 'NONZERO' TO EXC-LINE-EXPECTED
090300     MOVE 'ZERO' TO EXC-LINE-FOUND
090400     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
090500 3230-EXIT.
090600     EXIT.
090700
090800 3240-SIGN-EXCEPTION.
090900     MOVE 'SIGN DOES NOT ALTERNATE OVER EVEN M'
091000         TO EXC-LINE-TEXT
091100     MOVE WS-EXPECTED-SIGN TO EXC-LINE-EXPECTED
091200     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
091300 3240-EXIT.
091400     EXIT.
091500
091600******************************************************************
091700*    4000 FAMILY - CHECK 2: EVERY HELD FRACTION DENOMINATOR
091800*    AGAINST VON STAUDT-CLAUSEN.  FOR EVEN M FROM 2 UP THE
091900*    EXPECTED DENOMINATOR IS THE PRODUCT OF THE PRIMES P WITH
092000*    (P-1) DIVIDING M; B(1) = -1/2 GIVES 2 (THE ONE PRIME WITH
092100*    P-1 DIVIDING 1); B(0) AND THE ZERO ORDERS, REDUCED, HAVE 1.
092200******************************************************************
092300 4000-CHECK-DENOMINATORS.
092400     MOVE 2 TO EXC-LINE-CHECK
092500     MOVE 'BERNFRC ' TO EXC-LINE-ARCHIVE
092600     PERFORM 4100-CHECK-ONE-DENOMINATOR THRU 4100-EXIT
092700         VARYING WS-M-SUB FROM 1 BY 1
092800         UNTIL WS-M-SUB > (WS-MAX-M + 1).
092900 4000-EXIT.
093000     EXIT.
093100
093200 4100-CHECK-ONE-DENOMINATOR.
093300     IF WS-FRC-HELD(WS-M-SUB)
093400         ADD 1 TO WS-DEN-CHECK-COUNT
093500         PERFORM 3050-CLASSIFY-ORDER THRU 3050-EXIT
093600         EVALUATE TRUE
093700             WHEN WS-ORDER-UNIT
093800                 MOVE 1 TO WS-VSC-PRODUCT
093900             WHEN WS-ORDER-ZERO
094000                 MOVE 1 TO WS-VSC-PRODUCT
094100             WHEN OTHER
094200                 MOVE 1 TO WS-VSC-PRODUCT
094300                 PERFORM 4110-APPLY-PRIME THRU 4110-EXIT
094400                     VARYING WS-PRIME-SUB FROM 1 BY 1
094500                     UNTIL WS-PRIME-SUB > WS-PRIME-COUNT
094600         END-EVALUATE
094700         IF WS-FRC-HELD-DEN(WS-M-SUB) NOT = WS-VSC-PRODUCT
094800             MOVE 'DENOMINATOR IS NOT VON STAUDT-CLAUSEN'
094900                 TO EXC-LINE-TEXT
095000             MOVE WS-VSC-PRODUCT TO WS-DEN-EDIT
095100             MOVE WS-DEN-EDIT TO EXC-LINE-EXPECTED
095200             MOVE WS-FRC-HELD-DEN(WS-M-SUB) TO WS-DEN-EDIT
095300             MOVE WS-DEN-EDIT TO EXC-LINE-FOUND
095400             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
095500         END-IF
095600     END-IF.
095700 4100-EXIT.
095800     EXIT.
095900
096000 4110-APPLY-PRIME.
096100     IF WS-PRIME(WS-PRIME-SUB) <= (WS-M + 1)
096200         COMPUTE WS-PRIME-LESS-1 = WS-PRIME(WS-PRIME-SUB) - 1
096300         DIVIDE WS-M BY WS-PRIME-LESS-1
096400             GIVING WS-DIVIDE-QUOT REMAINDER WS-DIVIDE-REM
096500         IF WS-DIVIDE-REM = 0
096600             COMPUTE WS-VSC-PRODUCT =
096700                 WS-VSC-PRODUCT * WS-PRIME(WS-PRIME-SUB)
096800         END-IF
096900     END-IF.
097000 4110-EXIT.
097100     EXIT.
097200
097300******************************************************************
097400*    5000/5100 - CHECK 3: EVERY HELD ZETA(2K) IS A POSITIVE
097500*    MANTISSA WITH EXPONENT ZERO, LIES IN [1, PI**2/6], AND DOES
097600*    NOT EXCEED ZETA(2K-2) WHEN THAT IS HELD TOO.  ONLY A VALUE
097700*    THAT PASSES IS USABLE FOR CHECK 4.  THE LOWER BOUND IS
097800*    INCLUSIVE - ABOVE 2K=50 ZETA(2K) ROUNDS TO 1 AT 15 DECIMALS.
097900******************************************************************
098000 5000-CHECK-ZETA.
098100     MOVE 3 TO EXC-LINE-CHECK
098200     MOVE 'BERNZET ' TO EXC-LINE-ARCHIVE
098300     PERFORM 5100-CHECK-ONE-ZETA THRU 5100-EXIT
098400         VARYING WS-K FROM 1 BY 1
098500         UNTIL WS-K > WS-MAX-ZETA-K.
098600 5000-EXIT.
098700     EXIT.
098800
098900 5100-CHECK-ONE-ZETA.
099000     IF WS-ZET-HELD(WS-K)
099100         ADD 1 TO WS-ZETA-CHECK-COUNT
099200         MOVE 'Y' TO WS-ZET-USABLE-SW(WS-K)
099300         IF WS-ZET-HELD-SIGN(WS-K) NOT = '+'
099400                 OR WS-ZET-HELD-EXP(WS-K) NOT = 0
099500                 OR WS-ZET-HELD-MANT(WS-K) < 1
099600                 OR WS-ZET-HELD-MANT(WS-K) > WS-ZETA-2-BOUND
099700             MOVE 'N' TO WS-ZET-USABLE-SW(WS-K)
099800             MOVE 'ZETA(2K) OUTSIDE 1 TO PI**2/6'
099900                 TO EXC-LINE-TEXT
100000             MOVE '1 TO 1.644934066848227' TO EXC-LINE-EXPECTED
100100             PERFORM 5200-EDIT-ZETA THRU 5200-EXIT
100200             PERFORM 5900-WRITE-ZETA-EXCEPTION THRU 5900-EXIT
100300         ELSE
100400             IF WS-K > 1
100500                 IF WS-ZET-HELD(WS-K - 1)
100600                     IF WS-ZET-HELD-MANT(WS-K)
100700                             > WS-ZET-HELD-MANT(WS-K - 1)
100800                         MOVE 'N' TO WS-ZET-USABLE-SW(WS-K)
100900                         MOVE 'ZETA(2K) EXCEEDS ZETA(2K-2)'
101000                             TO EXC-LINE-TEXT
101100                         MOVE WS-ZET-HELD-MANT(WS-K - 1)
101200                             TO SCI-EDIT-MANT
101300                         MOVE '+' TO SCI-EDIT-EXP-SIGN
101400                         MOVE 0 TO SCI-EDIT-EXP
101500                         MOVE WS-SCI-EDIT TO EXC-LINE-EXPECTED
101600                         PERFORM 5200-EDIT-ZETA THRU 5200-EXIT
101700                         PERFORM 5900-WRITE-ZETA-EXCEPTION
101800                             THRU 5900-EXIT
101900                     END-IF
102000                 END-IF
102100             END-IF
102200         END-IF
102300     END-IF.
102400 5100-EXIT.
102500     EXIT.
102600
102700 5200-EDIT-ZETA.
102800     MOVE WS-ZET-HELD-MANT(WS-K) TO SCI-EDIT-MANT
102900     MOVE WS-ZET-HELD-EXP-SIGN(WS-K) TO SCI-EDIT-EXP-SIGN
103000     MOVE WS-ZET-HELD-EXP(WS-K) TO SCI-EDIT-EXP
103100     MOVE WS-SCI-EDIT TO EXC-LINE-FOUND.
103200 5200-EXIT.
103300     EXIT.
103400
103500 5900-WRITE-ZETA-EXCEPTION.
103600     COMPUTE WS-M-SUB = (2 * WS-K) + 1
103700     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
103800 5900-EXIT.
103900     EXIT.
104000
104100******************************************************************
104200*    6000 FAMILY - CHECK 4: EVERY HELD NONZERO BERNEXT VALUE OF
104300*    EVEN ORDER 2K FROM 2 UP AGAINST 2*(2K)!*ZETA(2K)/(2*PI)**2K.
104400*    A ZERO ONE IS ALREADY A CHECK-1 EXCEPTION AND HAS NO
104500*    MAGNITUDE TO COMPARE.
104600******************************************************************
104700 6000-CHECK-MAGNITUDES.
104800     MOVE 4 TO EXC-LINE-CHECK
104900     MOVE 'BERNEXT ' TO EXC-LINE-ARCHIVE
105000     PERFORM 6100-CHECK-ONE-MAGNITUDE THRU 6100-EXIT
105100         VARYING WS-K FROM 1 BY 1
105200         UNTIL WS-K > WS-MAX-ZETA-K.
105300 6000-EXIT.
105400     EXIT.
105500
105600 6100-CHECK-ONE-MAGNITUDE.
105700     COMPUTE WS-M-SUB = (2 * WS-K) + 1
105800     COMPUTE WS-M = 2 * WS-K
105900     IF WS-EXT-HELD(WS-M-SUB)
106000             AND WS-EXT-HELD-MANT(WS-M-SUB) NOT = 0
106100         ADD 1 TO WS-MAG-CHECK-COUNT
106200         IF NOT WS-ZET-USABLE(WS-K)
106300             MOVE 'NO USABLE BERNZET ZETA(2K) FOR ORDER'
106400                 TO EXC-LINE-TEXT
106500             MOVE 'ZETA(2K)' TO EXC-LINE-EXPECTED
106600             MOVE 'NONE' TO EXC-LINE-FOUND
106700             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
106800         ELSE
106900             PERFORM 6200-COMPUTE-EXPECTED THRU 6200-EXIT
107000             PERFORM 6400-COMPARE-MAGNITUDE THRU 6400-EXIT
107100         END-IF
107200     END-IF.
107300 6100-EXIT.
107400     EXIT.
107500
107600******************************************************************
107700*    6200/6210 - |B(2K)| FROM THE IDENTITY.  (2K)!/(2*PI)**(2K)
107800*    IS THE PRODUCT OF J/(2*PI) FOR J = 1 TO 2K, RENORMALIZED
107900*    AFTER EVERY FACTOR, THEN SCALED BY 2*ZETA(2K).
108000******************************************************************
108100 6200-COMPUTE-EXPECTED.
108200     MOVE 1 TO WS-CALC-MANT
108300     MOVE 0 TO WS-CALC-EXP
108400     PERFORM 6210-APPLY-FACTOR THRU 6210-EXIT
108500         VARYING WS-FACTOR FROM 1 BY 1
108600         UNTIL WS-FACTOR > WS-M
108700     COMPUTE WS-CALC-MANT ROUNDED =
108800         WS-CALC-MANT * 2 * WS-ZET-HELD-MANT(WS-K)
108900     PERFORM 6300-NORMALIZE THRU 6300-EXIT.
109000 6200-EXIT.
109100     EXIT.
109200
109300 6210-APPLY-FACTOR.
109400     COMPUTE WS-CALC-MANT ROUNDED =
109500         WS-CALC-MANT * WS-FACTOR * WS-INV-2PI
109600     PERFORM 6300-NORMALIZE THRU 6300-EXIT.
109700 6210-EXIT.
109800     EXIT.
109900
110000******************************************************************
110100*    6300/6310/6320 - NORMALIZE WS-CALC-MANT INTO 1.0 <= W < 10.0,
110200*    ADJUSTING WS-CALC-EXP TO COMPENSATE.
110300******************************************************************
110400 6300-NORMALIZE.
110500     IF WS-CALC-MANT = 0
110600         MOVE 0 TO WS-CALC-EXP
110700     ELSE
110800         PERFORM 6310-NORM-DOWN THRU 6310-EXIT
110900             UNTIL WS-CALC-MANT < 10
111000         PERFORM 6320-NORM-UP THRU 6320-EXIT
111100             UNTIL WS-CALC-MANT >= 1
111200     END-IF.
111300 6300-EXIT.
111400     EXIT.
111500
111600 6310-NORM-DOWN.
111700     COMPUTE WS-CALC-MANT ROUNDED = WS-CALC-MANT / 10
111800     ADD 1 TO WS-CALC-EXP.
111900 6310-EXIT.
112000     EXIT.
112100
112200 6320-NORM-UP.
112300     COMPUTE WS-CALC-MANT = WS-CALC-MANT * 10
112400     SUBTRACT 1 FROM WS-CALC-EXP.
112500 6320-EXIT.
112600     EXIT.
112700
112800******************************************************************
112900*    6400 - PUBLISHED AGAINST COMPUTED.  THE TWO MAY STRADDLE A
113000*    POWER OF TEN (9.99... AGAINST 1.00...), SO EXPONENTS ONE
113100*    APART ARE ALIGNED BEFORE THE RELATIVE DIFFERENCE IS TAKEN;
113200*    FURTHER APART IS A MISS OUTRIGHT.
113300******************************************************************
113400 6400-COMPARE-MAGNITUDE.
113500     MOVE 'N' TO WS-VALUE-BAD-SW
113600     MOVE WS-EXT-HELD-MANT(WS-M-SUB) TO WS-FOUND-MANT
113700     IF WS-EXT-HELD-EXP-SIGN(WS-M-SUB) = '-'
113800         COMPUTE WS-FOUND-EXP = 0 - WS-EXT-HELD-EXP(WS-M-SUB)
113900     ELSE
114000         MOVE WS-EXT-HELD-EXP(WS-M-SUB) TO WS-FOUND-EXP
114100     END-IF
114200     MOVE WS-CALC-MANT TO WS-ALIGN-CALC
114300     COMPUTE WS-EXP-GAP = WS-FOUND-EXP - WS-CALC-EXP
114400     EVALUATE WS-EXP-GAP
114500         WHEN 0
114600             CONTINUE
114700         WHEN 1
114800             COMPUTE WS-FOUND-MANT = WS-FOUND-MANT * 10
114900         WHEN -1
115000             COMPUTE WS-ALIGN-CALC = WS-ALIGN-CALC * 10
115100         WHEN OTHER
115200             SET WS-VALUE-BAD TO TRUE
115300     END-EVALUATE
115400     IF NOT WS-VALUE-BAD
115500         COMPUTE WS-REL-DIFF ROUNDED =
115600             (WS-FOUND-MANT - WS-ALIGN-CALC) / WS-ALIGN-CALC
115700         IF WS-REL-DIFF < 0
115800             COMPUTE WS-REL-DIFF = 0 - WS-REL-DIFF
115900         END-IF
116000         IF WS-REL-DIFF > WS-CERT-TOLERANCE
116100             SET WS-VALUE-BAD TO TRUE
116200         END-IF
116300     END-IF
116400     IF WS-VALUE-BAD
116500         MOVE 'MAGNITUDE DISAGREES WITH ZETA IDENTITY'
116600             TO EXC-LINE-TEXT
116700         MOVE WS-CALC-MANT TO SCI-EDIT-MANT
116800         IF WS-CALC-EXP < 0
116900             MOVE '-' TO SCI-EDIT-EXP-SIGN
117000         ELSE
117100             MOVE '+' TO SCI-EDIT-EXP-SIGN
117200         END-IF
117300         MOVE WS-CALC-EXP TO SCI-EDIT-EXP
117400         MOVE WS-SCI-EDIT TO EXC-LINE-EXPECTED
117500         MOVE WS-EXT-HELD-MANT(WS-M-SUB) TO SCI-EDIT-MANT
117600         MOVE WS-EXT-HELD-EXP-SIGN(WS-M-SUB) TO SCI-EDIT-EXP-SIGN
117700         MOVE WS-EXT-HELD-EXP(WS-M-SUB) TO SCI-EDIT-EXP
117800         MOVE WS-SCI-EDIT TO EXC-LINE-FOUND
117900         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
118000     END-IF.
118100 6400-EXIT.
118200     EXIT.
118300
118400******************************************************************
118500*    6800 - CONTROL COUNTS AND THE CLEAN/NOT-CLEAN VERDICT.
118600******************************************************************
118700 6800-PRINT-TOTALS.
118800     MOVE SPACES TO REPORT-RECORD
118900     WRITE REPORT-RECORD
119000     MOVE 'SIGN/ZERO VALUES CHECKED      ' TO CNT-LINE-LABEL
119100     MOVE WS-SIGN-CHECK-COUNT TO CNT-LINE-VALUE
119200     WRITE REPORT-RECORD FROM WS-COUNT-LINE
119300     MOVE 'DENOMINATORS CHECKED          ' TO CNT-LINE-LABEL
119400     MOVE WS-DEN-CHECK-COUNT TO CNT-LINE-VALUE
119500     WRITE REPORT-RECORD FROM WS-COUNT-LINE
119600     MOVE 'ZETA VALUES CHECKED           ' TO CNT-LINE-LABEL
119700     MOVE WS-ZETA-CHECK-COUNT TO CNT-LINE-VALUE
119800     WRITE REPORT-RECORD FROM WS-COUNT-LINE
119900     MOVE 'MAGNITUDES CHECKED            ' TO CNT-LINE-LABEL
120000     MOVE WS-MAG-CHECK-COUNT TO CNT-LINE-VALUE
120100     WRITE REPORT-RECORD FROM WS-COUNT-LINE
120200     MOVE 'EXCEPTIONS                    ' TO CNT-LINE-LABEL
120300     MOVE WS-EXCEPTION-COUNT TO CNT-LINE-VALUE
120400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
120500     EVALUATE TRUE
120600         WHEN WS-EXCEPTION-COUNT > 0
120700             MOVE 'EXCEPTIONS FOUND - SEE ABOVE'
120800                 TO TEXT-LINE-BODY
120900         WHEN WS-SIGN-CHECK-COUNT = 0
121000             MOVE 'NO PUBLISHED VALUES FOUND'
121100                 TO TEXT-LINE-BODY
121200         WHEN OTHER
121300             MOVE 'ALL PUBLISHED VALUES PROVED'
121400                 TO TEXT-LINE-BODY
121500     END-EVALUATE
121600     WRITE REPORT-RECORD FROM WS-TEXT-LINE
121700     ADD 7 TO WS-RPT-WRITE-COUNT.
121800 6800-EXIT.
121900     EXIT.
122000
122100******************************************************************
122200*    7000 - ONE EXCEPTION LINE, KEYED BY THE CURRENT M SLOT.  THE
122300*    CALLER HAS FILLED THE CHECK, ARCHIVE, TEXT AND COLUMNS.
122400******************************************************************
122500 7000-WRITE-EXCEPTION.
122600     COMPUTE EXC-LINE-M = WS-M-SUB - 1
122700     ADD 1 TO WS-EXCEPTION-COUNT
122800     WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
122900     ADD 1 TO WS-RPT-WRITE-COUNT
123000     IF WS-RPT-STATUS NOT = '00'
123100         DISPLAY 'BCRT0003E CERTRPT1 WRITE FAILED, STATUS='
123200             WS-RPT-STATUS
123300         SET WS-RUN-FAILED TO TRUE
123400     END-IF
123500     MOVE SPACES TO EXC-LINE-EXPECTED
123600     MOVE SPACES TO EXC-LINE-FOUND.
123700 7000-EXIT.
123800     EXIT.
123900
124000******************************************************************
124100*    7500 FAMILY - CATALOG CERTIFICATION.  ONLY A RUN WITH NO
124200*    EXCEPTION CERTIFIES, AND THEN EVERY FAMILY IT HELD VALUES
124300*    FOR.  THE CATALOG IS HELD AND REWRITTEN IN FULL THE WAY
124400*    BERNCATW AND BERNCATM DO IT.
124500******************************************************************
124600 7500-POST-CERTIFICATION.
124700     MOVE SPACES TO REPORT-RECORD
124800     WRITE REPORT-RECORD
124900     MOVE 'CATALOG CERTIFICATION' TO TEXT-LINE-BODY
125000     WRITE REPORT-RECORD FROM WS-TEXT-LINE
125100     ADD 2 TO WS-RPT-WRITE-COUNT
125200     EVALUATE TRUE
125300         WHEN WS-EXCEPTION-COUNT > 0 OR WS-RUN-FAILED
125400             MOVE '  CERTIFICATION WITHHELD - EXCEPTIONS FOUND'
125500                 TO TEXT-LINE-BODY
125600             PERFORM 7590-WRITE-TEXT-LINE THRU 7590-EXIT
125700         WHEN WS-SIGN-CHECK-COUNT = 0
125800             MOVE '  NOTHING CERTIFIED - NO PUBLISHED VALUES'
125900                 TO TEXT-LINE-BODY
126000             PERFORM 7590-WRITE-TEXT-LINE THRU 7590-EXIT
126100             SET WS-POST-FAILED TO TRUE
126200         WHEN OTHER
126300             PERFORM 7510-LOAD-CATALOG THRU 7510-EXIT
126400             IF WS-POST-GOOD
126500                 PERFORM 7600-CERTIFY-FAMILIES THRU 7600-EXIT
126600             END-IF
126700     END-EVALUATE.
126800 7500-EXIT.
126900     EXIT.
127000
127100 7510-LOAD-CATALOG.
127200     MOVE 'N' TO WS-ARCHIVE-EOF-SW
127300     MOVE ZEROS TO WS-CTLG-COUNT
127400     OPEN INPUT CATALOG-FILE
127500     EVALUATE WS-CTLG-STATUS
127600         WHEN '00'
127700             PERFORM 7520-READ-CATALOG THRU 7520-EXIT
127800                 UNTIL WS-ARCHIVE-EOF
127900             CLOSE CATALOG-FILE
128000         WHEN '35'
128100             CONTINUE
128200         WHEN OTHER
128300             DISPLAY 'BCRT0004E CANNOT OPEN BERNCTLG, STATUS='
128400                 WS-CTLG-STATUS
128500             MOVE '  NOTHING CERTIFIED - CATALOG UNAVAILABLE'
128600                 TO TEXT-LINE-BODY
128700             PERFORM 7590-WRITE-TEXT-LINE THRU 7590-EXIT
128800             SET WS-POST-FAILED TO TRUE
128900     END-EVALUATE.
129000 7510-EXIT.
129100     EXIT.
129200
129300 7520-READ-CATALOG.
129400     READ CATALOG-FILE
129500         AT END
129600             SET WS-ARCHIVE-EOF TO TRUE
129700         NOT AT END
129800             ADD 1 TO WS-CTLG-READ-COUNT
129900             IF WS-CTLG-COUNT < WS-MAX-ENTRIES
130000                 ADD 1 TO WS-CTLG-COUNT
130100                 MOVE BERN-CATALOG-RECORD
130200                     TO WS-CTLG-IMAGE(WS-CTLG-COUNT)
130300             ELSE
130400                 DISPLAY 'BCRT0005E BERNCTLG EXCEEDS '
130500                     WS-MAX-ENTRIES ' ENTRIES - NOT CERTIFIED'
130600                 MOVE '  NOTHING CERTIFIED - CATALOG OVERFLOW'
130700                     TO TEXT-LINE-BODY
130800                 PERFORM 7590-WRITE-TEXT-LINE THRU 7590-EXIT
130900                 SET WS-POST-FAILED TO TRUE
131000                 SET WS-ARCHIVE-EOF TO TRUE
131100             END-IF
131200     END-READ.
131300 7520-EXIT.
131400     EXIT.
131500
131600 7590-WRITE-TEXT-LINE.
131700     WRITE REPORT-RECORD FROM WS-TEXT-LINE
131800     ADD 1 TO WS-RPT-WRITE-COUNT.
131900 7590-EXIT.
132000     EXIT.
132100
132200******************************************************************
132300*    7600/7610/7620 - STAMP THE CURRENT GENERATION OF EACH FAMILY
132400*    WITH HELD VALUES, THEN REWRITE THE CATALOG IF ANY WAS
132500*    STAMPED.  A FAMILY WITH NO CURRENT GENERATION, OR A
132600*    WITHDRAWN ONE, IS REPORTED AND LEFT UNCERTIFIED.
132700******************************************************************
132800 7600-CERTIFY-FAMILIES.
132900     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
133000     ACCEPT WS-CUR-TIME FROM TIME
133100     MOVE 'BERNOUT ' TO WS-POST-ARCHIVE
133200     MOVE WS-OUT-HELD-COUNT TO WS-POST-HELD-COUNT
133300     MOVE WS-OUT-HIGH-M TO WS-POST-HIGH-M
133400     PERFORM 7610-CERTIFY-ONE-FAMILY THRU 7610-EXIT
133500     MOVE 'BERNFRC ' TO WS-POST-ARCHIVE
133600     MOVE WS-FRC-HELD-COUNT TO WS-POST-HELD-COUNT
133700     MOVE WS-FRC-HIGH-M TO WS-POST-HIGH-M
133800     PERFORM 7610-CERTIFY-ONE-FAMILY THRU 7610-EXIT
133900     MOVE 'BERNEXT ' TO WS-POST-ARCHIVE
134000     MOVE WS-EXT-HELD-COUNT TO WS-POST-HELD-COUNT
134100     MOVE WS-EXT-HIGH-M TO WS-POST-HIGH-M
134200     PERFORM 7610-CERTIFY-ONE-FAMILY THRU 7610-EXIT
134300     IF WS-CTLG-CHANGED
134400         PERFORM 7700-REWRITE-CATALOG THRU 7700-EXIT
134500     END-IF.
134600 7600-EXIT.
134700     EXIT.
134800
134900 7610-CERTIFY-ONE-FAMILY.
135000     IF WS-POST-HELD-COUNT > 0
135100         MOVE ZERO TO WS-HIT-SUB
135200         PERFORM 7620-FIND-CURRENT THRU 7620-EXIT
135300             VARYING WS-CTLG-SUB FROM 1 BY 1
135400             UNTIL WS-CTLG-SUB > WS-CTLG-COUNT
135500         MOVE WS-POST-ARCHIVE TO CRT-LINE-ARCHIVE
135600         MOVE SPACES TO CRT-LINE-DATASET
135700         MOVE WS-POST-HIGH-M TO CRT-LINE-HIGH-M
135800         IF WS-HIT-SUB = 0
135900             MOVE 'NO CURRENT GENERATION - NOT CERTIFIED'
136000                 TO CRT-LINE-TEXT
136100             SET WS-POST-FAILED TO TRUE
136200         ELSE
136300             MOVE WS-CTLG-IMAGE(WS-HIT-SUB) TO BERN-CATALOG-RECORD
136400             MOVE CAT-DATASET-NAME TO CRT-LINE-DATASET
136500             IF CAT-WITHDRAWN
136600                 MOVE 'GENERATION WITHDRAWN - NOT CERTIFIED'
136700                     TO CRT-LINE-TEXT
136800                 SET WS-POST-FAILED TO TRUE
136900             ELSE
137000                 SET CAT-CERTIFIED TO TRUE
137100                 MOVE WS-CUR-DATE TO CAT-CERTIFY-DATE
137200                 MOVE WS-CUR-TIME TO CAT-CERTIFY-TIME
137300                 MOVE WS-POST-HIGH-M TO CAT-CERTIFY-HIGH-M
137400                 MOVE BERN-CATALOG-RECORD
137500                     TO WS-CTLG-IMAGE(WS-HIT-SUB)
137600                 SET WS-CTLG-CHANGED TO TRUE
137700                 ADD 1 TO WS-CERTIFIED-COUNT
137800                 MOVE 'CERTIFIED - CURRENT GENERATION THROUGH'
137900                     TO CRT-LINE-TEXT
138000             END-IF
138100         END-IF
138200         WRITE REPORT-RECORD FROM WS-CERT-LINE
138300         ADD 1 TO WS-RPT-WRITE-COUNT
138400     END-IF.
138500 7610-EXIT.
138600     EXIT.
138700
138800 7620-FIND-CURRENT.
138900     MOVE WS-CTLG-IMAGE(WS-CTLG-SUB) TO BERN-CATALOG-RECORD
139000     IF CAT-ARCHIVE = WS-POST-ARCHIVE AND CAT-CURRENT
139100         MOVE WS-CTLG-SUB TO WS-HIT-SUB
139200     END-IF.
139300 7620-EXIT.
139400     EXIT.
139500
139600******************************************************************
139700*    7700/7710 - REWRITE THE CATALOG IN FULL.  A FAILED REWRITE
139800*    MEANS THE STAMPS DID NOT TAKE EFFECT; THE REPORT SAYS SO.
139900******************************************************************
140000 7700-REWRITE-CATALOG.
140100     OPEN OUTPUT CATALOG-FILE
140200     IF WS-CTLG-STATUS NOT = '00'
140300         DISPLAY 'BCRT0006E CANNOT REWRITE BERNCTLG, STATUS='
140400             WS-CTLG-STATUS
140500         SET WS-REWRITE-FAILED TO TRUE
140600     ELSE
140700         PERFORM 7710-WRITE-ONE-ENTRY THRU 7710-EXIT
140800             VARYING WS-CTLG-SUB FROM 1 BY 1
140900             UNTIL WS-CTLG-SUB > WS-CTLG-COUNT
141000         CLOSE CATALOG-FILE
141100     END-IF
141200     IF WS-REWRITE-FAILED
141300         MOVE '  CATALOG REWRITE FAILED - NOTHING CERTIFIED'
141400             TO TEXT-LINE-BODY
141500         PERFORM 7590-WRITE-TEXT-LINE THRU 7590-EXIT
141600         SET WS-POST-FAILED TO TRUE
141700     END-IF.
141800 7700-EXIT.
141900     EXIT.
142000
142100 7710-WRITE-ONE-ENTRY.
142200     MOVE WS-CTLG-IMAGE(WS-CTLG-SUB) TO BERN-CATALOG-RECORD
142300     WRITE BERN-CATALOG-RECORD
142400     IF WS-CTLG-STATUS NOT = '00'
142500         DISPLAY 'BCRT0007E BERNCTLG WRITE FAILED, STATUS='
142600             WS-CTLG-STATUS
142700         SET WS-REWRITE-FAILED TO TRUE
142800     ELSE
142900         ADD 1 TO WS-CTLG-WRITE-COUNT
143000     END-IF.
143100 7710-EXIT.
143200     EXIT.
143300
143400******************************************************************
143500*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
143600*    THE START STAMP WAS CAPTURED AT 1000; BERNAUDW STAMPS THE
143700*    END ITSELF.
143800******************************************************************
143900 7900-POST-STEP-AUDIT.
144000     MOVE 'BERNCERT' TO STEP-PROGRAM
144100     MOVE SPACES TO STEP-OPERATOR-ID
144200     IF WS-JOB-HAD-FAILURE
144300         MOVE 4 TO STEP-RETURN-CODE
144400     ELSE
144500         MOVE 0 TO STEP-RETURN-CODE
144600     END-IF
144700     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
144800         VARYING WS-STEP-SUB FROM 1 BY 1
144900         UNTIL WS-STEP-SUB > 10
145000     MOVE 'BERNOUT ' TO STEP-DDNAME(1)
145100     MOVE WS-OUT-READ-COUNT TO STEP-READ-CNT(1)
145200     MOVE 'BERNFRC ' TO STEP-DDNAME(2)
145300     MOVE WS-FRC-READ-COUNT TO STEP-READ-CNT(2)
145400     MOVE 'BERNEXT ' TO STEP-DDNAME(3)
145500     MOVE WS-EXT-READ-COUNT TO STEP-READ-CNT(3)
145600     MOVE 'BERNZET ' TO STEP-DDNAME(4)
145700     MOVE WS-ZET-READ-COUNT TO STEP-READ-CNT(4)
145800     MOVE 'BERNCTLG' TO STEP-DDNAME(5)
145900     MOVE WS-CTLG-READ-COUNT TO STEP-READ-CNT(5)
146000     MOVE WS-CTLG-WRITE-COUNT TO STEP-WRITE-CNT(5)
146100     MOVE 'CERTRPT1' TO STEP-DDNAME(6)
146200     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(6)
146300     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
146400 7900-EXIT.
146500     EXIT.
146600
146700 7910-CLEAR-STEP-ENTRY.
146800     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
146900     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
147000     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
147100 7910-EXIT.
147200     EXIT.
147300
147400******************************************************************
147500*    8000-TERMINATE - NONZERO RETURN CODE ON ANY EXCEPTION, FILE
147600*    FAILURE, OR CERTIFICATION THAT COULD NOT BE POSTED.
147700******************************************************************
147800 8000-TERMINATE.
147900     IF WS-EXCEPTION-COUNT > 0 OR WS-RUN-FAILED OR WS-POST-FAILED
148000         SET WS-JOB-HAD-FAILURE TO TRUE
148100     END-IF
148200     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
148300     IF WS-JOB-HAD-FAILURE
148400         MOVE 4 TO RETURN-CODE
148500     END-IF.
148600 8000-EXIT.
148700     EXIT.
