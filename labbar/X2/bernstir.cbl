000100******************************************************************
000200*    PROGRAM-ID.  BERNSTIR
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    STIRLING-SERIES JOB FOR THE MORTALITY AND ANNUITY MODELS,
001000*    WHICH USE THE ASYMPTOTIC SERIES
001100*        LOG N! = (N+1/2) LOG N - N + LOG(2*PI)/2
001200*               + SUM OVER K OF B(2K)/(2K(2K-1)) / N**(2K-1).
001300*    THE MODE ON THE FIRST CONTROL CARD (STIRCTL) GOVERNS THE
001400*    RUN.
001500*
001600*    COEF MODE PRODUCES THE CORRECTION COEFFICIENTS
001700*    B(2K)/(2K(2K-1)) FOR K = 1 UP TO THE LIMIT ON THE CARD,
001800*    READING B(2K) FROM THE PUBLISHED EXACT-FRACTION ARCHIVE
001900*    (BERNFRC) AND WRITING ONE BERN-STIR-RECORD PER K TO
002000*    BERNSTIR.  THE DIVISION IS CARRIED EXACTLY WITH A GCD
002100*    REDUCTION AFTER EACH FACTOR, THE SAME WAY AS BERNEMAC, AND
002200*    BERNFRC IS HELD WITH THE SAME ARCHIVE PRECEDENCE (TABLE
002300*    BEATS LOOKUP, THEN THE HIGHER N-CONTEXT, THEN THE LATER
002400*    COPY).  THE FIRST SEVEN COEFFICIENTS ARE RECONCILED AGAINST
002500*    KNOWN VALUES; A MISSING B(2K), AN OVERFLOW OR A MISMATCH
002600*    FAILS THE RUN AND NOTHING IS PUBLISHED FOR THAT OR ANY
002700*    LATER K.  THE NEW GENERATION IS POSTED TO THE PUBLICATION
002800*    CATALOG VIA BERNCATW WITH ITS RECONCILIATION STATUS.  ONLY
002900*    THE FIRST CARD IS READ IN THIS MODE.
003000*
003100*    EVAL MODE READS A DECK OF CARDS, ONE PER N, AND PRINTS ON
003200*    STIRRPT1 LOG N! FROM THE SERIES, USING THE NUMBER OF TERMS
003300*    ON THE CARD FROM THE PUBLISHED BERNSTIR COEFFICIENTS, NEXT
003400*    TO THE DIRECTLY SUMMED LOG 2 + LOG 3 + ... + LOG N, WITH
003500*    THE MAGNITUDE OF THE LAST TERM APPLIED AS THE ERROR BOUND.
003600*    THE LOGARITHMS ARE COMPUTED HERE BY HALVING THE ARGUMENT
003700*    INTO [1,2) AND SUMMING THE SERIES
003800*        LOG M = 2 * (Z + Z**3/3 + Z**5/5 + ...), Z = (M-1)/(M+1)
003900*    TO THE SEVENTEENTH DECIMAL.  A CARD WHOSE COEFFICIENTS ARE
004000*    NOT ALL PUBLISHED, OR WHOSE TERMS OVERFLOW (THE SERIES
004100*    DIVERGES FOR SMALL N AND LARGE K), FAILS ON ITS OWN; THE
004200*    REST OF THE DECK IS STILL PROCESSED.
004300*
004400*    MODIFICATION HISTORY
004500*    DATE       INIT  DESCRIPTION
004600*    2026-10-15 SVK   ORIGINAL PROGRAM.
004700******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. BERNSTIR.
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT PARM-FILE
005900         ASSIGN TO "STIRPARM"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PARM-STATUS.
006200
006300     SELECT BERN-FRAC-FILE
006400         ASSIGN TO "BERNFRC"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FRAC-STATUS.
006700
006800     SELECT STIR-FILE
006900         ASSIGN TO "BERNSTIR"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-STIR-STATUS.
007200
007300     SELECT REPORT-FILE
007400         ASSIGN TO "STIRRPT1"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RPT-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PARM-FILE.
008100     COPY STIRCTL.
008200
008300 FD  BERN-FRAC-FILE.
008400     COPY BERNFRAC.
008500
008600 FD  STIR-FILE.
008700     COPY BERNSTR.
008800
008900 FD  REPORT-FILE.
009000 01  REPORT-RECORD               PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300******************************************************************
009400*    THE K LIMIT IS BOUNDED BY THE ARCHIVE BOUND (2K <= 60), THE
009500*    SAME AS BERNEMAC.  IN PRACTICE THE 18-DIGIT NUMERATOR OF
009600*    B(2K) RUNS OUT FIRST AND THE COEFFICIENT IS THEN NOT IN
009700*    BERNFRC.  WS-MAX-N IS THE WIDTH OF THE CARD FIELD.
009800******************************************************************
009900 77  WS-MAX-K                    PIC 9(03) VALUE 030.
010000 77  WS-MAX-M                    PIC 9(03) VALUE 060.
010100 77  WS-MAX-N                    PIC 9(05) VALUE 99999.
010200
010300******************************************************************
010400*    LOG 2 AND LOG(2*PI)/2 TO SEVENTEEN DECIMALS.
010500******************************************************************
010600 77  WS-LOG-2                    PIC 9(01)V9(17) COMP-3
010700                                 VALUE 0.69314718055994531.
010800 77  WS-HALF-LOG-2PI             PIC 9(01)V9(17) COMP-3
010900                                 VALUE 0.91893853320467274.
011000
011100 01  WS-FILE-STATUSES.
011200     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
011300     05  WS-FRAC-STATUS          PIC X(02) VALUE SPACES.
011400     05  WS-STIR-STATUS          PIC X(02) VALUE SPACES.
011500     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
011600
011700 01  WS-SWITCHES.
011800     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
011900         88  WS-EOF                  VALUE 'Y'.
012000     05  WS-ARCHIVE-EOF-SW       PIC X(01) VALUE 'N'.
012100         88  WS-ARCHIVE-EOF          VALUE 'Y'.
012200     05  WS-KEEP-SW              PIC X(01) VALUE 'N'.
012300         88  WS-KEEP-NEW             VALUE 'Y'.
012400     05  WS-RUN-MODE-SW          PIC X(01) VALUE 'C'.
012500         88  WS-RUN-COEF             VALUE 'C'.
012600         88  WS-RUN-EVAL             VALUE 'E'.
012700     05  WS-STIR-OPENED-SW       PIC X(01) VALUE 'N'.
012800         88  WS-STIR-OPENED          VALUE 'Y'.
012900     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
013000         88  WS-RUN-GOOD             VALUE 'Y'.
013100         88  WS-RUN-FAILED           VALUE 'N'.
013200     05  WS-CARD-OK-SW           PIC X(01) VALUE 'Y'.
013300         88  WS-CARD-OK              VALUE 'Y'.
013400         88  WS-CARD-FAILED          VALUE 'N'.
013500     05  WS-POW-OVERFLOW-SW      PIC X(01) VALUE 'N'.
013600         88  WS-POW-OVERFLOW         VALUE 'Y'.
013700     05  WS-LN-SCALED-SW         PIC X(01) VALUE 'N'.
013800         88  WS-LN-SCALED            VALUE 'Y'.
013900     05  WS-LN-DONE-SW           PIC X(01) VALUE 'N'.
014000         88  WS-LN-DONE              VALUE 'Y'.
014100     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
014200         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
014300
014400 01  WS-WORK-FIELDS.
014500     05  WS-K                    PIC 9(03).
014600     05  WS-K-SUB                PIC 9(03).
014700     05  WS-M-SUB                PIC 9(03).
014800     05  WS-FACTOR               PIC 9(03).
014900     05  WS-LIMIT-K              PIC 9(03).
015000*    WS-J RUNS ONE PAST WS-MAX-N AT LOOP EXIT, SO IT CARRIES ONE
015100*    MORE DIGIT THAN THE CARD FIELD.
015200     05  WS-J                    PIC 9(06).
015300     05  WS-COEF-COUNT           PIC 9(09) VALUE ZERO.
015400     05  WS-PARM-READ-COUNT      PIC 9(09) VALUE ZERO.
015500     05  WS-FRC-READ-COUNT       PIC 9(09) VALUE ZERO.
015600     05  WS-STIR-READ-COUNT      PIC 9(09) VALUE ZERO.
015700     05  WS-CARD-COUNT           PIC 9(05) VALUE ZERO.
015800     05  WS-FAIL-COUNT           PIC 9(05) VALUE ZERO.
015900     05  WS-STEP-SUB             PIC 9(02).
016000     05  WS-CUR-DATE             PIC 9(08).
016100     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
016200     05  WS-EDIT-COUNT           PIC Z(08)9.
016300
016400******************************************************************
016500*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW, AND THE
016600*    CATALOG POSTING BLOCK FOR BERNCATW.
016700******************************************************************
016800     COPY BERNSLK.
016900
017000     COPY BERNCTK.
017100
017200 01  WS-FRACTION-WORK-FIELDS.
017300     05  WS-COEF-NUM             PIC S9(18) COMP-3.
017400     05  WS-COEF-DEN             PIC S9(18) COMP-3.
017500     05  WS-NEW-DEN              PIC S9(18) COMP-3.
017600     05  WS-GCD-A                PIC S9(18) COMP-3.
017700     05  WS-GCD-B                PIC S9(18) COMP-3.
017800     05  WS-GCD-X                PIC S9(18) COMP-3.
017900     05  WS-GCD-Y                PIC S9(18) COMP-3.
018000     05  WS-GCD-Q                PIC S9(18) COMP-3.
018100     05  WS-GCD-R                PIC S9(18) COMP-3.
018200     05  WS-GCD-RESULT           PIC S9(18) COMP-3.
018300
018400******************************************************************
018500*    LOG N! ACCUMULATORS - SEVEN INTEGER DIGITS COVER LOG 99999!
018600*    (ABOUT 1.05 MILLION) AND ELEVEN DECIMALS CARRY THE SMALLEST
018700*    CORRECTION TERMS WORTH PRINTING.
018800******************************************************************
018900 01  WS-LOG-FACT-FIELDS.
019000     05  WS-L-DIRECT             PIC S9(07)V9(11) COMP-3.
019100     05  WS-L-SERIES             PIC S9(07)V9(11) COMP-3.
019200     05  WS-L-TERM               PIC S9(07)V9(11) COMP-3.
019300     05  WS-L-LAST-TERM          PIC S9(07)V9(11) COMP-3.
019400     05  WS-L-DIFF               PIC S9(07)V9(11) COMP-3.
019500     05  WS-L-N-HALF             PIC 9(05)V9(01) COMP-3.
019600*    THE DIRECT SUM IS CARRIED AS A WHOLE PART AND A SIXTEEN-
019700*    DECIMAL FRACTION PART, SO THE ROUNDING OF UP TO 99998
019800*    ADDITIONS DOES NOT ACCUMULATE AT THE ELEVENTH DECIMAL.
019900     05  WS-L-DIRECT-WHOLE       PIC S9(07) COMP-3.
020000     05  WS-L-DIRECT-FRAC        PIC S9(02)V9(16) COMP-3.
020100     05  WS-L-CARRY              PIC S9(02) COMP-3.
020200     05  WS-RECIP-EPS            PIC 9(01)V9(17) COMP-3.
020300
020400******************************************************************
020500*    NATURAL-LOGARITHM WORK FIELDS FOR 5900.  EVERY DIVISION
020600*    OPERAND IS STAGED INTO ONE OF THESE FIRST, THE SAME
020700*    CONVENTION AS BERNSUMM - AN EXPRESSION OPERAND IN A
020800*    DIVISION LOSES THE QUOTIENT DECIMALS UNDER THE IBM
020900*    INTERMEDIATE-RESULT RULES.
021000******************************************************************
021100 01  WS-LOG-WORK-FIELDS.
021200     05  WS-LN-ARG               PIC 9(05).
021300     05  WS-LN-EXP               PIC 9(02).
021400     05  WS-LN-POW2              PIC 9(06).
021500     05  WS-LN-NEXT-POW2         PIC 9(06).
021600     05  WS-LN-ODD               PIC 9(03).
021700     05  WS-LN-MANT              PIC 9(01)V9(17) COMP-3.
021800     05  WS-LN-NUMER             PIC 9(01)V9(17) COMP-3.
021900     05  WS-LN-DENOM             PIC 9(01)V9(17) COMP-3.
022000     05  WS-LN-Z                 PIC 9(01)V9(17) COMP-3.
022100     05  WS-LN-Z2                PIC 9(01)V9(17) COMP-3.
022200     05  WS-LN-POWER             PIC 9(01)V9(17) COMP-3.
022300     05  WS-LN-TERM              PIC 9(01)V9(17) COMP-3.
022400     05  WS-LN-SERIES            PIC 9(01)V9(17) COMP-3.
022500     05  WS-LN-RESULT            PIC S9(02)V9(16) COMP-3.
022600
022700 01  WS-POWER-EVAL-FIELDS.
022800     05  WS-POW-BASE             PIC 9(05).
022900     05  WS-POW-EXP              PIC 9(03).
023000     05  WS-POW-I                PIC 9(03).
023100     05  WS-POW-RESULT           PIC S9(18) COMP-3.
023200
023300******************************************************************
023400*    KNOWN-COEFFICIENT REFERENCE TABLE, SAME LITERAL-PLUS-
023500*    REDEFINES CONVENTION AS BERNEMAC.  B(2)/2 = 1/12,
023600*    B(4)/12 = -1/360, B(6)/30 = 1/1260, B(8)/56 = -1/1680,
023700*    B(10)/90 = 1/1188, B(12)/132 = -691/360360,
023800*    B(14)/182 = 1/156.
023900******************************************************************
024000 01  WS-REFERENCE-DATA.
024100     05  FILLER PIC X(25) VALUE '001+000000000001000000012'.
024200     05  FILLER PIC X(25) VALUE '002-000000000001000000360'.
024300     05  FILLER PIC X(25) VALUE '003+000000000001000001260'.
024400     05  FILLER PIC X(25) VALUE '004-000000000001000001680'.
024500     05  FILLER PIC X(25) VALUE '005+000000000001000001188'.
024600     05  FILLER PIC X(25) VALUE '006-000000000691000360360'.
024700     05  FILLER PIC X(25) VALUE '007+000000000001000000156'.
024800
024900 01  WS-REFERENCE-TABLE REDEFINES WS-REFERENCE-DATA.
025000     05  WS-REF-ENTRY OCCURS 7 TIMES.
025100         10  WS-REF-K            PIC 9(03).
025200         10  WS-REF-SIGN         PIC X(01).
025300         10  WS-REF-NUM-DIGITS   PIC 9(12).
025400         10  WS-REF-DEN-DIGITS   PIC 9(09).
025500
025600 77  WS-REF-COUNT                PIC 9(02) VALUE 07.
025700 77  WS-REF-SUB                  PIC 9(02).
025800 77  WS-REF-EXPECTED-NUM         PIC S9(18) COMP-3.
025900 77  WS-REF-EXPECTED-DEN         PIC S9(18) COMP-3.
026000
026100******************************************************************
026200*    ONE HELD FRACTION SLOT PER M, FILLED FROM BERNFRC WITH THE
026300*    STANDARD ARCHIVE PRECEDENCE (COEF MODE).
026400******************************************************************
026500 01  WS-FRC-HELD-TABLE.
026600     05  WS-FRC-HELD-ENTRY OCCURS 61 TIMES.
026700         10  WS-FRC-HELD-SW      PIC X(01).
026800             88  WS-FRC-HELD        VALUE 'Y'.
026900         10  WS-FRC-HELD-N       PIC 9(03).
027000         10  WS-FRC-HELD-SOURCE  PIC X(01).
027100             88  WS-FRC-HELD-FROM-TABLE VALUE 'T'.
027200         10  WS-FRC-HELD-SIGN    PIC X(01).
027300         10  WS-FRC-HELD-NUM     PIC 9(18).
027400         10  WS-FRC-HELD-DEN     PIC 9(18).
027500
027600******************************************************************
027700*    ONE HELD COEFFICIENT SLOT PER K, LOADED ONCE FROM BERNSTIR
027800*    (EVAL MODE).  IF THE SAME K APPEARS TWICE THE LATER COPY
027900*    WINS, THE USUAL ARCHIVE CONVENTION.
028000******************************************************************
028100 01  WS-STR-HELD-TABLE.
028200     05  WS-STR-HELD-ENTRY OCCURS 30 TIMES.
028300         10  WS-STR-HELD-SW      PIC X(01).
028400             88  WS-STR-HELD        VALUE 'Y'.
028500         10  WS-STR-HELD-SIGN    PIC X(01).
028600         10  WS-STR-HELD-NUM     PIC 9(18).
028700         10  WS-STR-HELD-DEN     PIC 9(18).
028800
028900******************************************************************
029000*    PRINT LINE LAYOUTS (EVAL MODE).
029100******************************************************************
029200 01  WS-HDG1-LINE.
029300     05  FILLER                  PIC X(44) VALUE
029400         'STIRLING-SERIES LOG N! EVALUATION REPORT    '.
029500     05  FILLER                  PIC X(09) VALUE 'PRINTED  '.
029600     05  HDG1-DATE               PIC 9(08).
029700     05  FILLER                  PIC X(71) VALUE SPACES.
029800
029900 01  WS-CARD-LINE.
030000     05  FILLER                  PIC X(02) VALUE 'N='.
030100     05  CARD-LINE-N             PIC 9(05).
030200     05  FILLER                  PIC X(10) VALUE '  TERMS K='.
030300     05  CARD-LINE-K             PIC 9(03).
030400     05  FILLER                  PIC X(11) VALUE '  OPERATOR '.
030500     05  CARD-LINE-OPER          PIC X(08).
030600     05  FILLER                  PIC X(93) VALUE SPACES.
030700
030800 01  WS-RESULT-LINE.
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  RES-LINE-LABEL          PIC X(30).
031100     05  RES-LINE-VALUE          PIC -(07)9.9(11).
031200     05  FILLER                  PIC X(80) VALUE SPACES.
031300
031400 01  WS-REJECT-LINE.
031500     05  FILLER                  PIC X(18) VALUE
031600         '  CARD REJECTED - '.
031700     05  REJ-LINE-REASON         PIC X(40).
031800     05  FILLER                  PIC X(74) VALUE SPACES.
031900
032000 01  WS-COUNT-LINE.
032100     05  CNT-LINE-LABEL          PIC X(30).
032200     05  CNT-LINE-VALUE          PIC Z(04)9.
032300     05  FILLER                  PIC X(97) VALUE SPACES.
032400
032500 PROCEDURE DIVISION.
032600
032700******************************************************************
032800*    0000-MAIN-CONTROL
032900******************************************************************
033000 0000-MAIN-CONTROL.
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033200     IF WS-RUN-GOOD
033300         IF WS-RUN-COEF
033400             PERFORM 2000-READ-FRACTION-ARCHIVE THRU 2000-EXIT
033500             IF WS-RUN-GOOD
033600                 PERFORM 3000-PRODUCE-COEFFICIENTS THRU 3000-EXIT
033700             END-IF
033800         ELSE
033900             PERFORM 4000-EVALUATE-DECK THRU 4000-EXIT
034000         END-IF
034100     END-IF
034200     PERFORM 8000-TERMINATE THRU 8000-EXIT
034300     STOP RUN.
034400
034500******************************************************************
034600*    1000-INITIALIZE - READ THE FIRST CONTROL CARD AND SET THE
034700*    RUN MODE FROM IT.  A COEF RUN NEEDS NO MORE CARDS, SO THE
034800*    CONTROL FILE IS CLOSED HERE; AN EVAL RUN LEAVES IT OPEN
034900*    WITH THE FIRST CARD PRIMED FOR 4000.
035000******************************************************************
035100 1000-INITIALIZE.
035200     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
035300     ACCEPT STEP-START-TIME FROM TIME
035400     MOVE SPACES TO WS-FRC-HELD-TABLE
035500     MOVE SPACES TO WS-STR-HELD-TABLE
035600     OPEN INPUT PARM-FILE
035700     IF WS-PARM-STATUS NOT = '00'
035800         DISPLAY 'BSTR0001E CANNOT OPEN STIRPARM, STATUS='
035900             WS-PARM-STATUS
036000         SET WS-RUN-FAILED TO TRUE
036100     ELSE
036200         READ PARM-FILE
036300             AT END
036400                 DISPLAY 'BSTR0002E STIRPARM IS EMPTY'
036500                 SET WS-RUN-FAILED TO TRUE
036600             NOT AT END
036700                 ADD 1 TO WS-PARM-READ-COUNT
036800         END-READ
036900         IF WS-RUN-GOOD
037000             EVALUATE TRUE
037100                 WHEN STC-MODE-COEF
037200                     SET WS-RUN-COEF TO TRUE
037300                     PERFORM 1100-EDIT-COEF-CARD THRU 1100-EXIT
037400                 WHEN STC-MODE-EVAL
037500                     SET WS-RUN-EVAL TO TRUE
037600                 WHEN OTHER
037700                     DISPLAY 'BSTR0003E MODE ' STC-MODE
037800                         ' IS NOT COEF OR EVAL'
037900                     SET WS-RUN-FAILED TO TRUE
038000             END-EVALUATE
038100         END-IF
038200         IF WS-RUN-FAILED OR WS-RUN-COEF
038300             CLOSE PARM-FILE
038400         END-IF
038500     END-IF.
038600 1000-EXIT.
038700     EXIT.
038800
038900 1100-EDIT-COEF-CARD.
039000     IF STC-LIMIT-K NOT NUMERIC
039100         DISPLAY 'BSTR0004E LIMIT K IS NOT NUMERIC'
039200         SET WS-RUN-FAILED TO TRUE
039300     ELSE
039400         IF STC-LIMIT-K < 1 OR STC-LIMIT-K > WS-MAX-K
039500             DISPLAY 'BSTR0004E LIMIT K ' STC-LIMIT-K
039600                 ' OUTSIDE 001-' WS-MAX-K
039700             SET WS-RUN-FAILED TO TRUE
039800         ELSE
039900             MOVE STC-LIMIT-K TO WS-LIMIT-K
040000         END-IF
040100     END-IF
040200     MOVE STC-OPERATOR-ID TO WS-OPERATOR-ID.
040300 1100-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700*    2000-READ-FRACTION-ARCHIVE - HOLD THE AUTHORITATIVE B(M)
040800*    FRACTION PER M.  NO ARCHIVE MEANS NO COEFFICIENTS - THE
040900*    FRACTION TABLES HAVE TO BE PUBLISHED BEFORE THIS JOB RUNS.
041000******************************************************************
041100 2000-READ-FRACTION-ARCHIVE.
041200     MOVE 'N' TO WS-ARCHIVE-EOF-SW
041300     OPEN INPUT BERN-FRAC-FILE
041400     IF WS-FRAC-STATUS = '00'
041500         PERFORM 2100-READ-FRACTION THRU 2100-EXIT
041600             UNTIL WS-ARCHIVE-EOF
041700         CLOSE BERN-FRAC-FILE
041800     ELSE
041900         DISPLAY 'BSTR0005E CANNOT OPEN BERNFRC, STATUS='
042000             WS-FRAC-STATUS
042100         SET WS-RUN-FAILED TO TRUE
042200     END-IF.
042300 2000-EXIT.
042400     EXIT.
042500
042600 2100-READ-FRACTION.
042700     READ BERN-FRAC-FILE
042800         AT END
042900             SET WS-ARCHIVE-EOF TO TRUE
043000         NOT AT END
043100             ADD 1 TO WS-FRC-READ-COUNT
043200             PERFORM 2200-SELECT-FRACTION THRU 2200-EXIT
043300     END-READ.
043400 2100-EXIT.
043500     EXIT.
043600
043700 2200-SELECT-FRACTION.
043800     IF BFRC-M NOT NUMERIC
043900         CONTINUE
044000     ELSE
044100         IF BFRC-M > WS-MAX-M
044200             CONTINUE
044300         ELSE
044400             PERFORM 2210-HOLD-FRACTION THRU 2210-EXIT
044500         END-IF
044600     END-IF.
044700 2200-EXIT.
044800     EXIT.
044900
045000 2210-HOLD-FRACTION.
045100     COMPUTE WS-M-SUB = BFRC-M + 1
045200     MOVE 'N' TO WS-KEEP-SW
045300     IF NOT WS-FRC-HELD(WS-M-SUB)
045400         SET WS-KEEP-NEW TO TRUE
045500     ELSE
045600         EVALUATE TRUE
045700             WHEN BFRC-SOURCE-TABLE
045800                     AND NOT WS-FRC-HELD-FROM-TABLE(WS-M-SUB)
045900                 SET WS-KEEP-NEW TO TRUE
046000             WHEN NOT BFRC-SOURCE-TABLE
046100                     AND WS-FRC-HELD-FROM-TABLE(WS-M-SUB)
046200                 CONTINUE
046300             WHEN BFRC-N-CONTEXT >= WS-FRC-HELD-N(WS-M-SUB)
046400                 SET WS-KEEP-NEW TO TRUE
046500             WHEN OTHER
046600                 CONTINUE
046700         END-EVALUATE
046800     END-IF
046900     IF WS-KEEP-NEW
047000         MOVE 'Y' TO WS-FRC-HELD-SW(WS-M-SUB)
047100         MOVE BFRC-N-CONTEXT TO WS-FRC-HELD-N(WS-M-SUB)
047200         MOVE BFRC-SOURCE TO WS-FRC-HELD-SOURCE(WS-M-SUB)
047300         MOVE BFRC-SIGN TO WS-FRC-HELD-SIGN(WS-M-SUB)
047400         MOVE BFRC-NUMERATOR TO WS-FRC-HELD-NUM(WS-M-SUB)
047500         MOVE BFRC-DENOMINATOR TO WS-FRC-HELD-DEN(WS-M-SUB)
047600     END-IF.
047700 2210-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100*    3000-PRODUCE-COEFFICIENTS - FOR K = 1 UP TO THE CARD LIMIT,
048200*    DIVIDE THE HELD B(2K) FRACTION BY 2K AND BY 2K-1 EXACTLY
048300*    AND WRITE ONE COEFFICIENT RECORD.  ANY FAILURE STOPS THE
048400*    RUN.  WHATEVER WAS WRITTEN IS CATALOGED WITH ITS
048500*    RECONCILIATION STATUS, SO A FAILED GENERATION IS VISIBLE
048600*    AS FAILED TO THE GATE AND THE CONSUMERS.
048700******************************************************************
048800 3000-PRODUCE-COEFFICIENTS.
048900     OPEN OUTPUT STIR-FILE
049000     IF WS-STIR-STATUS NOT = '00'
049100         DISPLAY 'BSTR0006E CANNOT OPEN BERNSTIR, STATUS='
049200             WS-STIR-STATUS
049300         SET WS-RUN-FAILED TO TRUE
049400     ELSE
049500         SET WS-STIR-OPENED TO TRUE
049600         PERFORM 3100-PRODUCE-ONE-COEF THRU 3100-EXIT
049700             VARYING WS-K FROM 1 BY 1
049800             UNTIL WS-K > WS-LIMIT-K OR WS-RUN-FAILED
049900         CLOSE STIR-FILE
050000         IF WS-RUN-GOOD
050100             MOVE WS-COEF-COUNT TO WS-EDIT-COUNT
050200             DISPLAY 'BSTR0007I COEFFICIENTS PRODUCED     '
050300                 WS-EDIT-COUNT
050400         ELSE
050500             DISPLAY 'BSTR0008E RUN FAILED - BERNSTIR OUTPUT IS '
050600                 'INCOMPLETE AND MUST NOT BE RELEASED'
050700         END-IF
050800     END-IF.
050900 3000-EXIT.
051000     EXIT.
051100
051200 3100-PRODUCE-ONE-COEF.
051300     COMPUTE WS-M-SUB = (2 * WS-K) + 1
051400     IF NOT WS-FRC-HELD(WS-M-SUB)
051500         DISPLAY 'BSTR0009E B(2K) FOR K=' WS-K
051600             ' NOT IN BERNFRC - PUBLISH THE TABLE FIRST'
051700         SET WS-RUN-FAILED TO TRUE
051800     ELSE
051900         IF WS-FRC-HELD-SIGN(WS-M-SUB) = '-'
052000             COMPUTE WS-COEF-NUM = 0 - WS-FRC-HELD-NUM(WS-M-SUB)
052100         ELSE
052200             MOVE WS-FRC-HELD-NUM(WS-M-SUB) TO WS-COEF-NUM
052300         END-IF
052400         MOVE WS-FRC-HELD-DEN(WS-M-SUB) TO WS-COEF-DEN
052500         COMPUTE WS-FACTOR = 2 * WS-K
052600         PERFORM 3110-DIVIDE-BY-FACTOR THRU 3110-EXIT
052700         COMPUTE WS-FACTOR = (2 * WS-K) - 1
052800         IF WS-RUN-GOOD AND WS-FACTOR > 1
052900             PERFORM 3110-DIVIDE-BY-FACTOR THRU 3110-EXIT
053000         END-IF
053100         IF WS-RUN-GOOD
053200             PERFORM 3200-CHECK-REFERENCE THRU 3200-EXIT
053300         END-IF
053400         IF WS-RUN-GOOD
053500             PERFORM 3300-WRITE-COEF-RECORD THRU 3300-EXIT
053600         END-IF
053700     END-IF.
053800 3100-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*    3110 - MULTIPLY ONE FACTOR INTO THE DENOMINATOR AND REDUCE
054300*    BY THE GCD, SO THE PAIR STAYS AS SMALL AS THE EXACT VALUE
054400*    ALLOWS.  FACTOR 1 IS SKIPPED BY THE CALLER.
054500******************************************************************
054600 3110-DIVIDE-BY-FACTOR.
054700     COMPUTE WS-NEW-DEN = WS-COEF-DEN * WS-FACTOR
054800         ON SIZE ERROR
054900             DISPLAY 'BSTR0010E DENOMINATOR OVERFLOW AT K=' WS-K
055000                 ' FACTOR=' WS-FACTOR
055100             SET WS-RUN-FAILED TO TRUE
055200     END-COMPUTE
055300     IF WS-RUN-GOOD
055400         MOVE WS-COEF-NUM TO WS-GCD-A
055500         MOVE WS-NEW-DEN TO WS-GCD-B
055600         PERFORM 9000-COMPUTE-GCD THRU 9000-EXIT
055700         COMPUTE WS-COEF-NUM = WS-COEF-NUM / WS-GCD-RESULT
055800         COMPUTE WS-COEF-DEN = WS-NEW-DEN / WS-GCD-RESULT
055900     END-IF.
056000 3110-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400*    3200 - KNOWN-COEFFICIENT CHECK, EXACT EQUALITY AGAINST THE
056500*    LITERAL REFERENCE TABLE FOR THE K'S IT COVERS.
056600******************************************************************
056700 3200-CHECK-REFERENCE.
056800     PERFORM 3210-CHECK-ONE-REFERENCE THRU 3210-EXIT
056900         VARYING WS-REF-SUB FROM 1 BY 1
057000         UNTIL WS-REF-SUB > WS-REF-COUNT.
057100 3200-EXIT.
057200     EXIT.
057300
057400 3210-CHECK-ONE-REFERENCE.
057500     IF WS-REF-K(WS-REF-SUB) = WS-K
057600         IF WS-REF-SIGN(WS-REF-SUB) = '-'
057700             COMPUTE WS-REF-EXPECTED-NUM =
057800                 0 - WS-REF-NUM-DIGITS(WS-REF-SUB)
057900         ELSE
058000             MOVE WS-REF-NUM-DIGITS(WS-REF-SUB)
058100                 TO WS-REF-EXPECTED-NUM
058200         END-IF
058300         MOVE WS-REF-DEN-DIGITS(WS-REF-SUB)
058400             TO WS-REF-EXPECTED-DEN
058500         IF WS-COEF-NUM NOT = WS-REF-EXPECTED-NUM
058600                 OR WS-COEF-DEN NOT = WS-REF-EXPECTED-DEN
058700             DISPLAY 'BSTR0011E RECONCILIATION FAILED AT K='
058800                 WS-K ' EXPECTED ' WS-REF-EXPECTED-NUM '/'
058900                 WS-REF-EXPECTED-DEN ' GOT ' WS-COEF-NUM '/'
059000                 WS-COEF-DEN
059100             SET WS-RUN-FAILED TO TRUE
059200         END-IF
059300     END-IF.
059400 3210-EXIT.
059500     EXIT.
059600
059700 3300-WRITE-COEF-RECORD.
059800     MOVE WS-K TO STIR-K
059900     COMPUTE STIR-ORDER-2K = 2 * WS-K
060000     COMPUTE STIR-POWER = (2 * WS-K) - 1
060100     IF WS-COEF-NUM < 0
060200         SET STIR-VALUE-NEGATIVE TO TRUE
060300         COMPUTE STIR-NUMERATOR = 0 - WS-COEF-NUM
060400     ELSE
060500         SET STIR-VALUE-POSITIVE TO TRUE
060600         MOVE WS-COEF-NUM TO STIR-NUMERATOR
060700     END-IF
060800     MOVE WS-COEF-DEN TO STIR-DENOMINATOR
060900     WRITE BERN-STIR-RECORD
061000     IF WS-STIR-STATUS NOT = '00'
061100         DISPLAY 'BSTR0012E BERNSTIR WRITE FAILED AT K=' WS-K
061200             ' STATUS=' WS-STIR-STATUS
061300         SET WS-RUN-FAILED TO TRUE
061400     ELSE
061500         ADD 1 TO WS-COEF-COUNT
061600     END-IF.
061700 3300-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100*    4000-EVALUATE-DECK - OPEN THE REPORT, LOAD THE PUBLISHED
062200*    COEFFICIENTS AND WORK THROUGH THE DECK FROM THE CARD
062300*    PRIMED AT 1000.
062400******************************************************************
062500 4000-EVALUATE-DECK.
062600     OPEN OUTPUT REPORT-FILE
062700     IF WS-RPT-STATUS NOT = '00'
062800         DISPLAY 'BSTR0013E CANNOT OPEN STIRRPT1, STATUS='
062900             WS-RPT-STATUS
063000         SET WS-RUN-FAILED TO TRUE
063100         CLOSE PARM-FILE
063200     ELSE
063300         PERFORM 4100-LOAD-COEFFICIENTS THRU 4100-EXIT
063400     END-IF
063500     IF WS-RUN-GOOD
063600         ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
063700         MOVE WS-CUR-DATE TO HDG1-DATE
063800         WRITE REPORT-RECORD FROM WS-HDG1-LINE
063900         PERFORM 4200-PROCESS-EVAL-CARD THRU 4200-EXIT
064000             UNTIL WS-EOF
064100         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
064200         PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
064300     END-IF.
064400 4000-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800*    4100/4110 - LOAD THE COEFFICIENTS PUBLISHED BY A COEF RUN
064900*    INTO THE HELD TABLE.  NO DATASET MEANS NOTHING TO APPLY -
065000*    THE COEF RUN HAS TO COME FIRST.
065100******************************************************************
065200 4100-LOAD-COEFFICIENTS.
065300     MOVE 'N' TO WS-ARCHIVE-EOF-SW
065400     OPEN INPUT STIR-FILE
065500     IF WS-STIR-STATUS = '00'
065600         PERFORM 4110-READ-COEFFICIENT THRU 4110-EXIT
065700             UNTIL WS-ARCHIVE-EOF
065800         CLOSE STIR-FILE
065900     ELSE
066000         DISPLAY 'BSTR0014E CANNOT OPEN BERNSTIR, STATUS='
066100             WS-STIR-STATUS ' - RUN BERNSTIR COEF FIRST'
066200         SET WS-RUN-FAILED TO TRUE
066300         CLOSE PARM-FILE
066400         CLOSE REPORT-FILE
066500     END-IF.
066600 4100-EXIT.
066700     EXIT.
066800
066900 4110-READ-COEFFICIENT.
067000     READ STIR-FILE
067100         AT END
067200             SET WS-ARCHIVE-EOF TO TRUE
067300         NOT AT END
067400             ADD 1 TO WS-STIR-READ-COUNT
067500             IF STIR-K NUMERIC
067600                 AND STIR-K >= 1 AND STIR-K <= WS-MAX-K
067700                 MOVE STIR-K TO WS-K-SUB
067800                 MOVE 'Y' TO WS-STR-HELD-SW(WS-K-SUB)
067900                 MOVE STIR-SIGN TO WS-STR-HELD-SIGN(WS-K-SUB)
068000                 MOVE STIR-NUMERATOR TO WS-STR-HELD-NUM(WS-K-SUB)
068100                 MOVE STIR-DENOMINATOR
068200                     TO WS-STR-HELD-DEN(WS-K-SUB)
068300             END-IF
068400     END-READ.
068500 4110-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900*    4200-PROCESS-EVAL-CARD - EDIT ONE CARD, SUM LOG N! BOTH
069000*    WAYS AND PRINT THE RESULT BLOCK.
069100******************************************************************
069200 4200-PROCESS-EVAL-CARD.
069300     ADD 1 TO WS-CARD-COUNT
069400     MOVE 'Y' TO WS-CARD-OK-SW
069500     MOVE SPACES TO REPORT-RECORD
069600     WRITE REPORT-RECORD
069700     MOVE STC-N TO CARD-LINE-N
069800     MOVE STC-LIMIT-K TO CARD-LINE-K
069900     MOVE STC-OPERATOR-ID TO CARD-LINE-OPER
070000     WRITE REPORT-RECORD FROM WS-CARD-LINE
070100     PERFORM 4300-EDIT-EVAL-CARD THRU 4300-EXIT
070200     IF WS-CARD-OK
070300         PERFORM 5000-SUM-DIRECT THRU 5000-EXIT
070400         PERFORM 5100-SUM-SERIES THRU 5100-EXIT
070500     END-IF
070600     IF WS-CARD-OK
070700         PERFORM 5300-PRINT-RESULT THRU 5300-EXIT
070800     END-IF
070900     IF WS-CARD-FAILED
071000         ADD 1 TO WS-FAIL-COUNT
071100         SET WS-JOB-HAD-FAILURE TO TRUE
071200     END-IF
071300     PERFORM 4210-READ-CONTROL-CARD THRU 4210-EXIT.
071400 4200-EXIT.
071500     EXIT.
071600
071700 4210-READ-CONTROL-CARD.
071800     READ PARM-FILE
071900         AT END
072000             SET WS-EOF TO TRUE
072100         NOT AT END
072200             ADD 1 TO WS-PARM-READ-COUNT
072300     END-READ.
072400 4210-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800*    4300/4310 - FIELD EDITS, FIRST FAILURE WINS, AS IN
072900*    BERNSUMM.  A COEF CARD INSIDE AN EVAL DECK IS REJECTED -
073000*    THE MODE IS SET BY THE FIRST CARD FOR THE WHOLE RUN.  4310
073100*    THEN VERIFIES EVERY COEFFICIENT UP TO THE REQUESTED TERM
073200*    COUNT IS ON HAND.
073300******************************************************************
073400 4300-EDIT-EVAL-CARD.
073500     EVALUATE TRUE
073600         WHEN NOT STC-MODE-EVAL
073700             PERFORM 4390-REJECT-CARD THRU 4390-EXIT
073800         WHEN STC-N NOT NUMERIC
073900             PERFORM 4390-REJECT-CARD THRU 4390-EXIT
074000         WHEN STC-N < 1 OR STC-N > WS-MAX-N
074100             PERFORM 4390-REJECT-CARD THRU 4390-EXIT
074200         WHEN STC-LIMIT-K NOT NUMERIC
074300             PERFORM 4390-REJECT-CARD THRU 4390-EXIT
074400         WHEN STC-LIMIT-K < 1 OR STC-LIMIT-K > WS-MAX-K
074500             PERFORM 4390-REJECT-CARD THRU 4390-EXIT
074600         WHEN OTHER
074700             PERFORM 4310-CHECK-ONE-COEFFICIENT THRU 4310-EXIT
074800                 VARYING WS-K FROM 1 BY 1
074900                 UNTIL WS-K > STC-LIMIT-K OR WS-CARD-FAILED
075000     END-EVALUATE.
075100 4300-EXIT.
075200     EXIT.
075300
075400 4310-CHECK-ONE-COEFFICIENT.
075500     IF NOT WS-STR-HELD(WS-K)
075600         DISPLAY 'BSTR0015E COEFFICIENT FOR K=' WS-K
075700             ' NOT IN BERNSTIR - PUBLISH IT FIRST'
075800         MOVE 'COEFFICIENT MISSING - RUN BERNSTIR COEF'
075900             TO REJ-LINE-REASON
076000         WRITE REPORT-RECORD FROM WS-REJECT-LINE
076100         MOVE 'N' TO WS-CARD-OK-SW
076200     END-IF.
076300 4310-EXIT.
076400     EXIT.
076500
076600 4390-REJECT-CARD.
076700     DISPLAY 'BSTR0016E INVALID CONTROL CARD - MODE '
076800         STC-MODE ' N=' STC-N ' K=' STC-LIMIT-K
076900     MOVE 'INVALID FIELD ON CONTROL CARD' TO REJ-LINE-REASON
077000     WRITE REPORT-RECORD FROM WS-REJECT-LINE
077100     MOVE 'N' TO WS-CARD-OK-SW.
077200 4390-EXIT.
077300     EXIT.
077400
077500******************************************************************
077600*    5000/5010 - DIRECT VALUE, LOG 2 + LOG 3 + ... + LOG N.
077700*    EACH LOGARITHM IS ADDED TO THE FRACTION PART AT FULL
077800*    PRECISION AND THE WHOLE UNITS ARE CARRIED OUT OF IT.
077900******************************************************************
078000 5000-SUM-DIRECT.
078100     MOVE 0 TO WS-L-DIRECT-WHOLE
078200     MOVE 0 TO WS-L-DIRECT-FRAC
078300     PERFORM 5010-ADD-ONE-LOG THRU 5010-EXIT
078400         VARYING WS-J FROM 2 BY 1
078500         UNTIL WS-J > STC-N
078600     COMPUTE WS-L-DIRECT ROUNDED =
078700         WS-L-DIRECT-WHOLE + WS-L-DIRECT-FRAC.
078800 5000-EXIT.
078900     EXIT.
079000
079100 5010-ADD-ONE-LOG.
079200     MOVE WS-J TO WS-LN-ARG
079300     PERFORM 5900-COMPUTE-LOG THRU 5900-EXIT
079400     ADD WS-LN-RESULT TO WS-L-DIRECT-FRAC
079500     MOVE WS-L-DIRECT-FRAC TO WS-L-CARRY
079600     ADD WS-L-CARRY TO WS-L-DIRECT-WHOLE
079700     SUBTRACT WS-L-CARRY FROM WS-L-DIRECT-FRAC.
079800 5010-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200*    5100/5200 - SERIES VALUE.  THE LEADING PART
080300*    (N+1/2) LOG N - N + LOG(2*PI)/2 IS FOLLOWED BY ONE TERM
080400*    COEF(K) / N**(2K-1) PER K UP TO THE CARD'S TERM COUNT.  A
080500*    POWER OF N TOO LARGE FOR 18 DIGITS MEANS ITS RECIPROCAL IS
080600*    ZERO AT THIS PRECISION, AS ON THE BERNSUMM RECIPROCAL PATH.
080700******************************************************************
080800 5100-SUM-SERIES.
080900     MOVE STC-N TO WS-LN-ARG
081000     PERFORM 5900-COMPUTE-LOG THRU 5900-EXIT
081100     COMPUTE WS-L-N-HALF = STC-N + 0.5
081200     COMPUTE WS-L-SERIES ROUNDED =
081300         (WS-L-N-HALF * WS-LN-RESULT) - STC-N + WS-HALF-LOG-2PI
081400     MOVE 0 TO WS-L-LAST-TERM
081500     PERFORM 5200-SERIES-TERM THRU 5200-EXIT
081600         VARYING WS-K FROM 1 BY 1
081700         UNTIL WS-K > STC-LIMIT-K OR WS-CARD-FAILED.
081800 5100-EXIT.
081900     EXIT.
082000
082100 5200-SERIES-TERM.
082200     MOVE STC-N TO WS-POW-BASE
082300     COMPUTE WS-POW-EXP = (2 * WS-K) - 1
082400     PERFORM 5920-COMPUTE-POWER THRU 5920-EXIT
082500     IF WS-POW-OVERFLOW
082600         MOVE 0 TO WS-RECIP-EPS
082700     ELSE
082800         COMPUTE WS-RECIP-EPS ROUNDED = 1 / WS-POW-RESULT
082900     END-IF
083000     IF WS-STR-HELD-SIGN(WS-K) = '-'
083100         COMPUTE WS-COEF-NUM = 0 - WS-STR-HELD-NUM(WS-K)
083200     ELSE
083300         MOVE WS-STR-HELD-NUM(WS-K) TO WS-COEF-NUM
083400     END-IF
083500     MOVE WS-STR-HELD-DEN(WS-K) TO WS-COEF-DEN
083600     COMPUTE WS-L-TERM ROUNDED =
083700         WS-COEF-NUM * WS-RECIP-EPS / WS-COEF-DEN
083800         ON SIZE ERROR
083900             PERFORM 5950-TERM-OVERFLOW THRU 5950-EXIT
084000     END-COMPUTE
084100     IF WS-CARD-OK
084200         COMPUTE WS-L-SERIES = WS-L-SERIES + WS-L-TERM
084300             ON SIZE ERROR
084400                 PERFORM 5950-TERM-OVERFLOW THRU 5950-EXIT
084500         END-COMPUTE
084600         MOVE WS-L-TERM TO WS-L-LAST-TERM
084700     END-IF.
084800 5200-EXIT.
084900     EXIT.
085000
085100 5300-PRINT-RESULT.
085200     COMPUTE WS-L-DIFF = WS-L-SERIES - WS-L-DIRECT
085300     MOVE 'LOG N! BY STIRLING SERIES     ' TO RES-LINE-LABEL
085400     MOVE WS-L-SERIES TO RES-LINE-VALUE
085500     WRITE REPORT-RECORD FROM WS-RESULT-LINE
085600     MOVE 'LOG N! BY DIRECT SUMMATION    ' TO RES-LINE-LABEL
085700     MOVE WS-L-DIRECT TO RES-LINE-VALUE
085800     WRITE REPORT-RECORD FROM WS-RESULT-LINE
085900     MOVE 'DIFFERENCE (SERIES - DIRECT)  ' TO RES-LINE-LABEL
086000     MOVE WS-L-DIFF TO RES-LINE-VALUE
086100     WRITE REPORT-RECORD FROM WS-RESULT-LINE
086200     MOVE 'ERROR BOUND (LAST TERM)       ' TO RES-LINE-LABEL
086300     IF WS-L-LAST-TERM < 0
086400         COMPUTE RES-LINE-VALUE = 0 - WS-L-LAST-TERM
086500     ELSE
086600         MOVE WS-L-LAST-TERM TO RES-LINE-VALUE
086700     END-IF
086800     WRITE REPORT-RECORD FROM WS-RESULT-LINE.
086900 5300-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300*    5900/5910/5915 - NATURAL LOGARITHM OF THE INTEGER WS-LN-ARG
087400*    INTO WS-LN-RESULT.  THE ARGUMENT IS WRITTEN AS M * 2**E
087500*    WITH M IN [1,2) - THE DIVISION BY A POWER OF TWO IS EXACT
087600*    AT SEVENTEEN DECIMALS FOR ANY FIVE-DIGIT ARGUMENT - AND
087700*    LOG M COMES FROM THE SERIES IN Z = (M-1)/(M+1) <= 1/3,
087800*    SUMMED UNTIL A TERM VANISHES AT THE SEVENTEENTH DECIMAL.
087900******************************************************************
088000 5900-COMPUTE-LOG.
088100     MOVE 0 TO WS-LN-EXP
088200     MOVE 1 TO WS-LN-POW2
088300     MOVE 'N' TO WS-LN-SCALED-SW
088400     PERFORM 5910-SCALE-STEP THRU 5910-EXIT
088500         UNTIL WS-LN-SCALED
088600     DIVIDE WS-LN-ARG BY WS-LN-POW2 GIVING WS-LN-MANT ROUNDED
088700     COMPUTE WS-LN-NUMER = WS-LN-MANT - 1
088800     COMPUTE WS-LN-DENOM = WS-LN-MANT + 1
088900     DIVIDE WS-LN-NUMER BY WS-LN-DENOM GIVING WS-LN-Z ROUNDED
089000     COMPUTE WS-LN-Z2 ROUNDED = WS-LN-Z * WS-LN-Z
089100     MOVE WS-LN-Z TO WS-LN-POWER
089200     MOVE 0 TO WS-LN-SERIES
089300     MOVE 'N' TO WS-LN-DONE-SW
089400     PERFORM 5915-LOG-SERIES-STEP THRU 5915-EXIT
089500         VARYING WS-LN-ODD FROM 1 BY 2
089600         UNTIL WS-LN-DONE
089700     COMPUTE WS-LN-RESULT ROUNDED =
089800         (2 * WS-LN-SERIES) + (WS-LN-EXP * WS-LOG-2).
089900 5900-EXIT.
090000     EXIT.
090100
090200 5910-SCALE-STEP.
090300     COMPUTE WS-LN-NEXT-POW2 = WS-LN-POW2 * 2
090400     IF WS-LN-NEXT-POW2 > WS-LN-ARG
090500         SET WS-LN-SCALED TO TRUE
090600     ELSE
090700         MOVE WS-LN-NEXT-POW2 TO WS-LN-POW2
090800         ADD 1 TO WS-LN-EXP
090900     END-IF.
091000 5910-EXIT.
091100     EXIT.
091200
091300 5915-LOG-SERIES-STEP.
091400     DIVIDE WS-LN-POWER BY WS-LN-ODD GIVING WS-LN-TERM ROUNDED
091500     IF WS-LN-TERM = 0
091600         SET WS-LN-DONE TO TRUE
091700     ELSE
091800         ADD WS-LN-TERM TO WS-LN-SERIES
091900         COMPUTE WS-LN-POWER ROUNDED = WS-LN-POWER * WS-LN-Z2
092000     END-IF.
092100 5915-EXIT.
092200     EXIT.
092300
092400******************************************************************
092500*    5920/5925 - INTEGER POWER WS-POW-BASE ** WS-POW-EXP BY
092600*    REPEATED MULTIPLICATION, AS IN BERNSUMM.  AN OVERFLOW SETS
092700*    THE OVERFLOW SWITCH AND THE CALLER TREATS THE RECIPROCAL AS
092800*    A VANISHED TERM.
092900******************************************************************
093000 5920-COMPUTE-POWER.
093100     MOVE 'N' TO WS-POW-OVERFLOW-SW
093200     MOVE 1 TO WS-POW-RESULT
093300     IF WS-POW-EXP > 0
093400         PERFORM 5925-POWER-STEP THRU 5925-EXIT
093500             VARYING WS-POW-I FROM 1 BY 1
093600             UNTIL WS-POW-I > WS-POW-EXP OR WS-POW-OVERFLOW
093700     END-IF.
093800 5920-EXIT.
093900     EXIT.
094000
094100 5925-POWER-STEP.
094200     COMPUTE WS-POW-RESULT = WS-POW-RESULT * WS-POW-BASE
094300         ON SIZE ERROR
094400             SET WS-POW-OVERFLOW TO TRUE
094500     END-COMPUTE.
094600 5925-EXIT.
094700     EXIT.
094800
094900 5950-TERM-OVERFLOW.
095000     DISPLAY 'BSTR0017E ARITHMETIC OVERFLOW - N=' STC-N
095100         ' K=' WS-K
095200     MOVE 'SERIES TERM OVERFLOW - REDUCE K OR RAISE N'
095300         TO REJ-LINE-REASON
095400     WRITE REPORT-RECORD FROM WS-REJECT-LINE
095500     MOVE 'N' TO WS-CARD-OK-SW.
095600 5950-EXIT.
095700     EXIT.
095800
095900 6000-PRINT-TOTALS.
096000     MOVE SPACES TO REPORT-RECORD
096100     WRITE REPORT-RECORD
096200     MOVE 'CARDS PROCESSED               ' TO CNT-LINE-LABEL
096300     MOVE WS-CARD-COUNT TO CNT-LINE-VALUE
096400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
096500     MOVE 'CARDS FAILED                  ' TO CNT-LINE-LABEL
096600     MOVE WS-FAIL-COUNT TO CNT-LINE-VALUE
096700     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
096800 6000-EXIT.
096900     EXIT.
097000
097100 7000-CLOSE-FILES.
097200     CLOSE PARM-FILE
097300     CLOSE REPORT-FILE.
097400 7000-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800*    7700 - POST THE NEW BERNSTIR GENERATION TO THE PUBLICATION
097900*    CATALOG VIA BERNCATW.  THE DATASET IS REWRITTEN IN FULL
098000*    EACH COEF RUN, SO THE COUNT REPLACES.
098100******************************************************************
098200 7700-POST-CATALOG.
098300     MOVE 'BERNSTIR' TO CATW-ARCHIVE
098400     MOVE 'BERNSTIR' TO CATW-DATASET-NAME
098500     MOVE 'BERNSTIR' TO CATW-CREATED-BY
098600     MOVE WS-COEF-COUNT TO CATW-RECORD-COUNT
098700     SET CATW-COUNT-REPLACE TO TRUE
098800     IF WS-JOB-HAD-FAILURE
098900         MOVE 'FAIL' TO CATW-RECONCILE-STATUS
099000     ELSE
099100         MOVE 'PASS' TO CATW-RECONCILE-STATUS
099200     END-IF
099300     CALL 'BERNCATW' USING BERN-CATALOG-PARMS.
099400 7700-EXIT.
099500     EXIT.
099600
099700******************************************************************
099800*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
099900*    THE START STAMP WAS CAPTURED AT 1000; BERNAUDW STAMPS THE
100000*    END ITSELF.  IN AN EVAL RUN THE OPERATORS BELONG TO THE
100100*    INDIVIDUAL CARDS, SO THE STEP OPERATOR IS SPACES.
100200******************************************************************
100300 7900-POST-STEP-AUDIT.
100400     MOVE 'BERNSTIR' TO STEP-PROGRAM
100500     MOVE WS-OPERATOR-ID TO STEP-OPERATOR-ID
100600     IF WS-JOB-HAD-FAILURE
100700         MOVE 4 TO STEP-RETURN-CODE
100800     ELSE
100900         MOVE 0 TO STEP-RETURN-CODE
101000     END-IF
101100     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
101200         VARYING WS-STEP-SUB FROM 1 BY 1
101300         UNTIL WS-STEP-SUB > 10
101400     MOVE 'STIRPARM' TO STEP-DDNAME(1)
101500     MOVE WS-PARM-READ-COUNT TO STEP-READ-CNT(1)
101600     IF WS-RUN-EVAL
101700         MOVE 'BERNSTIR' TO STEP-DDNAME(2)
101800         MOVE WS-STIR-READ-COUNT TO STEP-READ-CNT(2)
101900     ELSE
102000         MOVE 'BERNFRC ' TO STEP-DDNAME(2)
102100         MOVE WS-FRC-READ-COUNT TO STEP-READ-CNT(2)
102200         MOVE 'BERNSTIR' TO STEP-DDNAME(3)
102300         MOVE WS-COEF-COUNT TO STEP-WRITE-CNT(3)
102400     END-IF
102500     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
102600 7900-EXIT.
102700     EXIT.
102800
102900 7910-CLEAR-STEP-ENTRY.
103000     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
103100     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
103200     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
103300 7910-EXIT.
103400     EXIT.
103500
103600******************************************************************
103700*    8000-TERMINATE - A COEF RUN THAT OPENED ITS OUTPUT POSTS
103800*    THE GENERATION TO THE CATALOG, PASS OR FAIL.
103900******************************************************************
104000 8000-TERMINATE.
104100     IF WS-RUN-FAILED
104200         SET WS-JOB-HAD-FAILURE TO TRUE
104300     END-IF
104400     IF WS-RUN-COEF AND WS-STIR-OPENED
104500         PERFORM 7700-POST-CATALOG THRU 7700-EXIT
104600     END-IF
104700     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
104800     IF WS-JOB-HAD-FAILURE
104900         MOVE 4 TO RETURN-CODE
105000     END-IF.
105100 8000-EXIT.
105200     EXIT.
105300
105400******************************************************************
105500*    9000/9010 - EUCLIDEAN GCD, THE SAME ROUTINE AS THE MAIN
105600*    PROGRAM'S EXACT-FRACTION ARITHMETIC.  RESULT IS ALWAYS >= 1.
105700******************************************************************
105800 9000-COMPUTE-GCD.
105900     IF WS-GCD-A < 0
106000         COMPUTE WS-GCD-X = 0 - WS-GCD-A
106100     ELSE
106200         MOVE WS-GCD-A TO WS-GCD-X
106300     END-IF
106400     IF WS-GCD-B < 0
106500         COMPUTE WS-GCD-Y = 0 - WS-GCD-B
106600     ELSE
106700         MOVE WS-GCD-B TO WS-GCD-Y
106800     END-IF
106900     IF WS-GCD-X = 0 AND WS-GCD-Y = 0
107000         MOVE 1 TO WS-GCD-RESULT
107100     ELSE
107200         PERFORM 9010-GCD-STEP THRU 9010-EXIT UNTIL WS-GCD-Y = 0
107300         MOVE WS-GCD-X TO WS-GCD-RESULT
107400         IF WS-GCD-RESULT = 0
107500             MOVE 1 TO WS-GCD-RESULT
107600         END-IF
107700     END-IF.
107800 9000-EXIT.
107900     EXIT.
108000
108100 9010-GCD-STEP.
108200     DIVIDE WS-GCD-X BY WS-GCD-Y
108300         GIVING WS-GCD-Q REMAINDER WS-GCD-R
108400     MOVE WS-GCD-Y TO WS-GCD-X
108500     MOVE WS-GCD-R TO WS-GCD-Y.
108600 9010-EXIT.
108700     EXIT.
