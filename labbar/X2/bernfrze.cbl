000100******************************************************************
000200*    PROGRAM-ID.  BERNFRZE
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    QUARTER-END EDITION FREEZE.  BERNLOAD REBUILDS THE MASTER
001000*    IN FULL AND BERNCMPT RECOMPACTS THE ARCHIVES, SO ONCE THE
001100*    NEXT GENERATION IS PUBLISHED THE VALUES A VALUATION USED
001200*    ARE GONE.  AT EACH QUARTER-END SIGN-OFF THIS JOB COPIES THE
001300*    CURRENT AUTHORITATIVE VALUE OF EVERY FAMILY INTO THE KEYED
001400*    EDITION FILE (BERNEDTN, BERNEDN LAYOUT) UNDER THE EDITION
001500*    NUMBER, SIGN-OFF DATE AND SIGNING OPERATOR ON THE CONTROL
001600*    CARD (FRZEPARM, FRZECTL LAYOUT):
001700*      DECIMAL AND FRACTION  FROM THE KEYED MASTER (BERNMSTR) -
001800*                            THE VALUES THE VALUATION PROGRAMS
001900*                            ACTUALLY READ.  REQUIRED.
002000*      EXTENDED, EULER       FROM BERNEXT AND BERNEUL WITH THE
002100*                            TABLE-BEATS-LOOKUP / HIGHER-N /
002200*                            LATEST-WINS PRECEDENCE.
002300*      POLYNOMIAL            FROM BERNPOL, KEYED N/K - ONLY
002400*                            TABLE-BEATS-LOOKUP AND LATEST-WINS.
002500*      EULER-MACLAURIN       FROM BERNEMAC, KEYED K - THE LATEST
002600*                            COPY WINS.
002700*    A MISSING OPTIONAL ARCHIVE FREEZES NOTHING FOR ITS FAMILY
002800*    AND THE REPORT (FRZERPT1) SAYS SO.
002900*
003000*    NOTHING IS WRITTEN UNLESS THE WHOLE EDITION CAN BE: THE
003100*    CARD MUST BE VALID, THE SIGNING OPERATOR MUST BE ON BERNOPR
003200*    WITH AUTHORITY GOOD ON THE SIGN-OFF DATE, NO CURRENT SOURCE
003300*    GENERATION MAY BE WITHDRAWN ON THE CATALOG (BERNCATQ), AND
003400*    THE EDITION MUST BE NEWER THAN EVERY ONE ALREADY ON FILE
003500*    IN BOTH NUMBER AND SIGN-OFF DATE.  A REJECTED FREEZE ENDS
003600*    WITH RETURN CODE 4.  AN EDITION IS NEVER REWRITTEN; ITS
003700*    HEADER RECORD GOES LAST, SO ONE CUT SHORT BY A WRITE
003800*    FAILURE HAS NO HEADER AND IS REPORTED INCOMPLETE BY EVERY
003900*    READER, AND ITS NUMBER IS NOT REUSED.
004000*
004100*    MODIFICATION HISTORY
004200*    DATE       INIT  DESCRIPTION
004300*    2026-10-15 SVK   ORIGINAL PROGRAM.
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. BERNFRZE.
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
005100 OBJECT-COMPUTER. IBM-370.
005200
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT PARM-FILE
005600         ASSIGN TO "FRZEPARM"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PARM-STATUS.
005900
006000     SELECT OPERATOR-FILE
006100         ASSIGN TO "BERNOPR"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-OPR-STATUS.
006400
006500     SELECT BERN-MASTER-FILE
006600         ASSIGN TO "BERNMSTR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS BMST-M
007000         FILE STATUS IS WS-MSTR-STATUS.
007100
007200     SELECT BERN-EXT-FILE
007300         ASSIGN TO "BERNEXT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-EXT-STATUS.
007600
007700     SELECT BERN-EUL-FILE
007800         ASSIGN TO "BERNEUL"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-EUL-STATUS.
008100
008200     SELECT BERN-POLY-FILE
008300         ASSIGN TO "BERNPOL"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-POL-STATUS.
008600
008700     SELECT EMAC-IN-FILE
008800         ASSIGN TO "BERNEMAC"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-EMAC-STATUS.
009100
009200     SELECT EDITION-FILE
009300         ASSIGN TO "BERNEDTN"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS EDN-KEY
009700         FILE STATUS IS WS-EDTN-STATUS.
009800
009900     SELECT REPORT-FILE
010000         ASSIGN TO "FRZERPT1"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-RPT-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  PARM-FILE.
010700     COPY FRZECTL.
010800
010900 FD  OPERATOR-FILE.
011000     COPY BERNOPR.
011100
011200 FD  BERN-MASTER-FILE.
011300     COPY BERNMST.
011400
011500 FD  BERN-EXT-FILE.
011600     COPY BERNEXT.
011700
011800 FD  BERN-EUL-FILE.
011900     COPY BERNEUL.
012000
012100 FD  BERN-POLY-FILE.
012200     COPY BERNPOL.
012300
012400 FD  EMAC-IN-FILE.
012500     COPY BERNEMC.
012600
012700 FD  EDITION-FILE.
012800     COPY BERNEDN.
012900
013000 FD  REPORT-FILE.
013100 01  REPORT-RECORD               PIC X(132).
013200
013300 WORKING-STORAGE SECTION.
013400******************************************************************
013500*    BOUNDS - THE OCCURS 61 ARCHIVE RANGE, THE POLY-MODE CEILING
013600*    AND THE BERNEMAC COEFFICIENT RANGE, AS IN BERNXCHK.
013700******************************************************************
013800 77  WS-MAX-M                    PIC 9(03) VALUE 060.
013900 77  WS-MAX-POLY-N               PIC 9(03) VALUE 025.
014000 77  WS-MAX-COEF-K               PIC 9(03) VALUE 030.
014100 77  WS-MAX-EDITION              PIC 9(04) VALUE 9999.
014200
014300 01  WS-FILE-STATUSES.
014400     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
014500     05  WS-OPR-STATUS           PIC X(02) VALUE SPACES.
014600     05  WS-MSTR-STATUS          PIC X(02) VALUE SPACES.
014700     05  WS-EXT-STATUS           PIC X(02) VALUE SPACES.
014800     05  WS-EUL-STATUS           PIC X(02) VALUE SPACES.
014900     05  WS-POL-STATUS           PIC X(02) VALUE SPACES.
015000     05  WS-EMAC-STATUS          PIC X(02) VALUE SPACES.
015100     05  WS-EDTN-STATUS          PIC X(02) VALUE SPACES.
015200     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
015300
015400 01  WS-SWITCHES.
015500     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
015600         88  WS-EOF                  VALUE 'Y'.
015700     05  WS-KEEP-SW              PIC X(01) VALUE 'N'.
015800         88  WS-KEEP-NEW             VALUE 'Y'.
015900     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
016000         88  WS-RUN-GOOD             VALUE 'Y'.
016100         88  WS-RUN-FAILED           VALUE 'N'.
016200     05  WS-RPT-OPEN-SW          PIC X(01) VALUE 'N'.
016300         88  WS-RPT-OPEN             VALUE 'Y'.
016400     05  WS-EDTN-OPEN-SW         PIC X(01) VALUE 'N'.
016500         88  WS-EDTN-OPEN            VALUE 'Y'.
016600     05  WS-OPR-FOUND-SW         PIC X(01) VALUE 'N'.
016700         88  WS-OPR-FOUND            VALUE 'Y'.
016800     05  WS-WRITE-STATUS-SW      PIC X(01) VALUE 'Y'.
016900         88  WS-WRITE-GOOD           VALUE 'Y'.
017000         88  WS-WRITE-FAILED         VALUE 'N'.
017100     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
017200         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
017220     05  WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
017240         88  WS-DATE-OK              VALUE 'Y'.
017300
017400 01  WS-WORK-FIELDS.
017500     05  WS-M-SUB                PIC 9(03).
017600     05  WS-POL-SUB              PIC 9(05).
017700     05  WS-POL-SLOT             PIC 9(05).
017800     05  WS-POL-N                PIC 9(03).
017900     05  WS-POL-K                PIC 9(03).
018000     05  WS-K                    PIC 9(03).
018100     05  WS-STEP-SUB             PIC 9(02).
018200     05  WS-CUR-DATE             PIC 9(08).
018300     05  WS-CUR-TIME             PIC 9(08).
018400     05  WS-LAST-EDITION         PIC 9(04) VALUE ZERO.
018500     05  WS-LAST-SIGNOFF         PIC 9(08) VALUE ZERO.
018600     05  WS-SIGNING-OPERATOR     PIC X(08) VALUE SPACES.
018700     05  WS-REJECT-REASON        PIC X(50) VALUE SPACES.
018705     05  WS-CHECK-DATE           PIC 9(08).
018710     05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
018715         10  WS-CHECK-YYYY       PIC 9(04).
018720         10  WS-CHECK-MM         PIC 9(02).
018725         10  WS-CHECK-DD         PIC 9(02).
018730     05  WS-MONTH-DAYS           PIC 9(02).
018735     05  WS-LEAP-QUOT            PIC 9(04).
018740     05  WS-LEAP-REM-4           PIC 9(03).
018745     05  WS-LEAP-REM-100         PIC 9(03).
018750     05  WS-LEAP-REM-400         PIC 9(03).
018755
018760******************************************************************
018765*    DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY IS TAKEN AS 29
018770*    IN A LEAP YEAR.
018775******************************************************************
018780 01  WS-MONTH-DAYS-DATA.
018785     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
018790 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
018795     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
018800
018900******************************************************************
019000*    THE CURRENT CATALOG GENERATION OF EACH SOURCE ARCHIVE, FOR
019100*    THE EDITION HEADER.
019200******************************************************************
019300 01  WS-SOURCE-DATASETS.
019400     05  WS-OUT-DATASET          PIC X(08) VALUE SPACES.
019500     05  WS-FRC-DATASET          PIC X(08) VALUE SPACES.
019600     05  WS-EXT-DATASET          PIC X(08) VALUE SPACES.
019700     05  WS-EUL-DATASET          PIC X(08) VALUE SPACES.
019800     05  WS-POL-DATASET          PIC X(08) VALUE SPACES.
019900     05  WS-EMC-DATASET          PIC X(08) VALUE SPACES.
020000
020100 01  WS-COUNTERS.
020200     05  WS-CARD-READ-COUNT      PIC 9(09) VALUE ZERO.
020300     05  WS-OPR-READ-COUNT       PIC 9(09) VALUE ZERO.
020400     05  WS-MSTR-READ-COUNT      PIC 9(09) VALUE ZERO.
020500     05  WS-EXT-READ-COUNT       PIC 9(09) VALUE ZERO.
020600     05  WS-EUL-READ-COUNT       PIC 9(09) VALUE ZERO.
020700     05  WS-POL-READ-COUNT       PIC 9(09) VALUE ZERO.
020800     05  WS-EMAC-READ-COUNT      PIC 9(09) VALUE ZERO.
020900     05  WS-EDTN-READ-COUNT      PIC 9(09) VALUE ZERO.
021000     05  WS-EDTN-WRITE-COUNT     PIC 9(09) VALUE ZERO.
021100     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
021200     05  WS-EDITIONS-ON-FILE     PIC 9(09) VALUE ZERO.
021300     05  WS-INCOMPLETE-COUNT     PIC 9(09) VALUE ZERO.
021400     05  WS-DEC-FROZEN-COUNT     PIC 9(09) VALUE ZERO.
021500     05  WS-FRC-FROZEN-COUNT     PIC 9(09) VALUE ZERO.
021600     05  WS-EXT-FROZEN-COUNT     PIC 9(09) VALUE ZERO.
021700     05  WS-EUL-FROZEN-COUNT     PIC 9(09) VALUE ZERO.
021800     05  WS-POL-FROZEN-COUNT     PIC 9(09) VALUE ZERO.
021900     05  WS-EMC-FROZEN-COUNT     PIC 9(09) VALUE ZERO.
022000     05  WS-VALUE-TOTAL          PIC 9(09) VALUE ZERO.
022100
022200******************************************************************
022300*    JOB-STEP AUDIT AND CATALOG-QUERY PARAMETER BLOCKS.
022400******************************************************************
022500     COPY BERNSLK.
022600
022700     COPY BERNCQK.
022800
022900******************************************************************
023000*    HELD AUTHORITATIVE COPIES.  DECIMAL, FRACTION, EXTENDED AND
023100*    EULER ARE HELD ONE SLOT PER M (SLOT M+1); POLYNOMIAL SLOTS
023200*    ARE N * 26 + K + 1 AS IN BERNCMPT; EULER-MACLAURIN ONE SLOT
023300*    PER K.
023400******************************************************************
023500 01  WS-MST-HELD-TABLE.
023600     05  WS-MST-HELD-ENTRY OCCURS 61 TIMES.
023700         10  WS-MST-HELD-SW      PIC X(01).
023800             88  WS-MST-HELD        VALUE 'Y'.
023900         10  WS-MST-HELD-N       PIC 9(03).
024000         10  WS-MST-HELD-SOURCE  PIC X(01).
024100         10  WS-MST-HELD-SIGN    PIC X(01).
024200         10  WS-MST-HELD-VALUE   PIC 9(05)V9(05).
024300         10  WS-MST-HELD-FRAC-SW PIC X(01).
024400             88  WS-MST-HELD-FRACTION VALUE 'Y'.
024500         10  WS-MST-HELD-NUM     PIC 9(18).
024600         10  WS-MST-HELD-DEN     PIC 9(18).
024700
024800 01  WS-EXT-HELD-TABLE.
024900     05  WS-EXT-HELD-ENTRY OCCURS 61 TIMES.
025000         10  WS-EXT-HELD-SW      PIC X(01).
025100             88  WS-EXT-HELD        VALUE 'Y'.
025200         10  WS-EXT-HELD-N       PIC 9(03).
025300         10  WS-EXT-HELD-SOURCE  PIC X(01).
025400             88  WS-EXT-HELD-FROM-TABLE VALUE 'T'.
025500         10  WS-EXT-HELD-SIGN    PIC X(01).
025600         10  WS-EXT-HELD-MANT    PIC 9(01)V9(15).
025700         10  WS-EXT-HELD-EXP-SIGN PIC X(01).
025800         10  WS-EXT-HELD-EXP     PIC 9(03).
025900
026000 01  WS-EUL-HELD-TABLE.
026100     05  WS-EUL-HELD-ENTRY OCCURS 61 TIMES.
026200         10  WS-EUL-HELD-SW      PIC X(01).
026300             88  WS-EUL-HELD        VALUE 'Y'.
026400         10  WS-EUL-HELD-N       PIC 9(03).
026500         10  WS-EUL-HELD-SOURCE  PIC X(01).
026600             88  WS-EUL-HELD-FROM-TABLE VALUE 'T'.
026700         10  WS-EUL-HELD-SIGN    PIC X(01).
026800         10  WS-EUL-HELD-VALUE   PIC 9(18).
026900
027000 01  WS-POL-HELD-TABLE.
027100     05  WS-POL-HELD-ENTRY OCCURS 676 TIMES.
027200         10  WS-POL-HELD-SW      PIC X(01).
027300             88  WS-POL-HELD        VALUE 'Y'.
027400         10  WS-POL-HELD-SOURCE  PIC X(01).
027500             88  WS-POL-HELD-FROM-TABLE VALUE 'T'.
027600         10  WS-POL-HELD-SIGN    PIC X(01).
027700         10  WS-POL-HELD-NUM     PIC 9(18).
027800         10  WS-POL-HELD-DEN     PIC 9(18).
027900
028000 01  WS-EMC-HELD-TABLE.
028100     05  WS-EMC-HELD-ENTRY OCCURS 30 TIMES.
028200         10  WS-EMC-HELD-SW      PIC X(01).
028300             88  WS-EMC-HELD        VALUE 'Y'.
028400         10  WS-EMC-HELD-SIGN    PIC X(01).
028500         10  WS-EMC-HELD-NUM     PIC 9(18).
028600         10  WS-EMC-HELD-DEN     PIC 9(18).
028700
028800******************************************************************
028900*    PRINT LINE LAYOUTS.
029000******************************************************************
029100 01  WS-HDG1-LINE.
029200     05  FILLER                  PIC X(45) VALUE
029300         'QUARTER-END EDITION FREEZE          PRINTED  '.
029400     05  HDG1-DATE               PIC 9(08).
029500     05  FILLER                  PIC X(79) VALUE SPACES.
029600
029700 01  WS-CARD-LINE.
029800     05  FILLER                  PIC X(08) VALUE 'EDITION '.
029900     05  CRD-LINE-EDITION        PIC X(04).
030000     05  FILLER                  PIC X(14) VALUE
030100         '  SIGNED OFF  '.
030200     05  CRD-LINE-SIGNOFF        PIC X(08).
030300     05  FILLER                  PIC X(04) VALUE ' BY '.
030400     05  CRD-LINE-OPERATOR       PIC X(08).
030500     05  FILLER                  PIC X(86) VALUE SPACES.
030600
030700 01  WS-SOURCE-LINE.
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  SRC-LINE-FAMILY         PIC X(16).
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  SRC-LINE-ARCHIVE        PIC X(08).
031200     05  FILLER                  PIC X(02) VALUE SPACES.
031300     05  SRC-LINE-DATASET        PIC X(08).
031400     05  FILLER                  PIC X(02) VALUE SPACES.
031500     05  SRC-LINE-COUNT          PIC Z(08)9.
031600     05  FILLER                  PIC X(08) VALUE ' VALUES '.
031700     05  SRC-LINE-NOTE           PIC X(30).
031800     05  FILLER                  PIC X(45) VALUE SPACES.
031900
032000 01  WS-TEXT-LINE.
032100     05  TEXT-LINE-BODY          PIC X(60).
032200     05  FILLER                  PIC X(72) VALUE SPACES.
032300
032400 01  WS-COUNT-LINE.
032500     05  CNT-LINE-LABEL          PIC X(30).
032600     05  CNT-LINE-VALUE          PIC Z(08)9.
032700     05  FILLER                  PIC X(93) VALUE SPACES.
032800
032900 PROCEDURE DIVISION.
033000
033100******************************************************************
033200*    0000-MAIN-CONTROL
033300******************************************************************
033400 0000-MAIN-CONTROL.
033500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033600     IF WS-RPT-OPEN
033700         IF WS-RUN-GOOD
033800             PERFORM 1100-READ-CARD THRU 1100-EXIT
033900         END-IF
034000         IF WS-RUN-GOOD
034100             PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT
034200         END-IF
034300         IF WS-RUN-GOOD
034400             PERFORM 1300-CHECK-WITHDRAWN THRU 1300-EXIT
034500         END-IF
034600         IF WS-RUN-GOOD
034700             PERFORM 2000-LOAD-SOURCES THRU 2000-EXIT
034800         END-IF
034900         IF WS-RUN-GOOD
035000             PERFORM 3000-OPEN-EDITIONS THRU 3000-EXIT
035100         END-IF
035200         IF WS-RUN-GOOD
035300             PERFORM 4000-WRITE-EDITION THRU 4000-EXIT
035400         END-IF
035500         IF WS-EDTN-OPEN
035600             CLOSE EDITION-FILE
035700         END-IF
035800         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
035900         CLOSE REPORT-FILE
036000     END-IF
036100     PERFORM 8000-TERMINATE THRU 8000-EXIT
036200     STOP RUN.
036300
036400 1000-INITIALIZE.
036500     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
036600     ACCEPT STEP-START-TIME FROM TIME
036700     MOVE STEP-START-DATE TO WS-CUR-DATE
036800     MOVE STEP-START-TIME TO WS-CUR-TIME
036900     MOVE SPACES TO WS-MST-HELD-TABLE
037000     MOVE SPACES TO WS-EXT-HELD-TABLE
037100     MOVE SPACES TO WS-EUL-HELD-TABLE
037200     MOVE SPACES TO WS-POL-HELD-TABLE
037300     MOVE SPACES TO WS-EMC-HELD-TABLE
037400     OPEN OUTPUT REPORT-FILE
037500     IF WS-RPT-STATUS NOT = '00'
037600         DISPLAY 'BFRZ0001E CANNOT OPEN FRZERPT1, STATUS='
037700             WS-RPT-STATUS
037800         SET WS-RUN-FAILED TO TRUE
037900     ELSE
038000         SET WS-RPT-OPEN TO TRUE
038100         MOVE WS-CUR-DATE TO HDG1-DATE
038200         WRITE REPORT-RECORD FROM WS-HDG1-LINE
038300         MOVE SPACES TO REPORT-RECORD
038400         WRITE REPORT-RECORD
038500         ADD 2 TO WS-RPT-WRITE-COUNT
038600     END-IF.
038700 1000-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*    1100/1110 - THE ONE CONTROL CARD.  IT IS REQUIRED - AN
039200*    EDITION WITHOUT A SIGN-OFF IS NOT AN EDITION.
039300******************************************************************
039400 1100-READ-CARD.
039500     OPEN INPUT PARM-FILE
039600     IF WS-PARM-STATUS NOT = '00'
039700         DISPLAY 'BFRZ0002E CANNOT OPEN FRZEPARM, STATUS='
039800             WS-PARM-STATUS
039900         MOVE 'NO FREEZE CONTROL CARD (FRZEPARM)'
040000             TO WS-REJECT-REASON
040100         PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
040200     ELSE
040300         READ PARM-FILE
040400             AT END
040500                 MOVE 'FRZEPARM IS EMPTY' TO WS-REJECT-REASON
040600                 PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
040700             NOT AT END
040800                 ADD 1 TO WS-CARD-READ-COUNT
040900                 MOVE FZC-OPERATOR-ID TO WS-SIGNING-OPERATOR
041000                 PERFORM 1110-EDIT-CARD THRU 1110-EXIT
041100         END-READ
041200         CLOSE PARM-FILE
041300     END-IF.
041400 1100-EXIT.
041500     EXIT.
041600
041700 1110-EDIT-CARD.
041800     MOVE FZC-EDITION TO CRD-LINE-EDITION
041900     MOVE FZC-SIGNOFF-DATE TO CRD-LINE-SIGNOFF
042000     MOVE FZC-OPERATOR-ID TO CRD-LINE-OPERATOR
042100     WRITE REPORT-RECORD FROM WS-CARD-LINE
042200     MOVE SPACES TO REPORT-RECORD
042300     WRITE REPORT-RECORD
042400     ADD 2 TO WS-RPT-WRITE-COUNT
042410     MOVE 'N' TO WS-DATE-OK-SW
042420     IF FZC-SIGNOFF-DATE NUMERIC
042430         MOVE FZC-SIGNOFF-DATE TO WS-CHECK-DATE
042440         PERFORM 1120-CHECK-DATE THRU 1120-EXIT
042450     END-IF
042500     EVALUATE TRUE
042600         WHEN FZC-EDITION NOT NUMERIC
042700             MOVE 'EDITION NOT NUMERIC' TO WS-REJECT-REASON
042800         WHEN FZC-EDITION = 0
042900             MOVE 'EDITION ZERO' TO WS-REJECT-REASON
043000         WHEN FZC-SIGNOFF-DATE NOT NUMERIC
043100             MOVE 'SIGN-OFF DATE NOT NUMERIC' TO WS-REJECT-REASON
043200         WHEN NOT WS-DATE-OK
043400             MOVE 'SIGN-OFF DATE NOT A VALID DATE'
043500                 TO WS-REJECT-REASON
043600         WHEN FZC-SIGNOFF-DATE > WS-CUR-DATE
043700             MOVE 'SIGN-OFF DATE IN THE FUTURE'
043800                 TO WS-REJECT-REASON
043900         WHEN FZC-OPERATOR-ID = SPACES
044000             MOVE 'SIGNING OPERATOR BLANK' TO WS-REJECT-REASON
044100         WHEN OTHER
044200             CONTINUE
044300     END-EVALUATE
044400     IF WS-REJECT-REASON NOT = SPACES
044500         PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
044600     END-IF.
044700 1110-EXIT.
044800     EXIT.
044802
044804******************************************************************
044806*    1120 - IS WS-CHECK-DATE A REAL CALENDAR DATE?  A YEAR
044808*    DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT
044810*    DIVISIBLE BY 400.
044812******************************************************************
044814 1120-CHECK-DATE.
044816     IF WS-CHECK-YYYY > 1900
044818             AND WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
044820         MOVE WS-MONTH-DAYS-ENTRY(WS-CHECK-MM) TO WS-MONTH-DAYS
044822         IF WS-CHECK-MM = 2
044824             DIVIDE WS-CHECK-YYYY BY 4
044826                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
044828             DIVIDE WS-CHECK-YYYY BY 100
044830                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
044832             DIVIDE WS-CHECK-YYYY BY 400
044834                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
044836             IF WS-LEAP-REM-4 = 0
044838                     AND (WS-LEAP-REM-100 NOT = 0
044840                          OR WS-LEAP-REM-400 = 0)
044842                 MOVE 29 TO WS-MONTH-DAYS
044844             END-IF
044846         END-IF
044848         IF WS-CHECK-DD > 0 AND WS-CHECK-DD NOT > WS-MONTH-DAYS
044850             SET WS-DATE-OK TO TRUE
044852         END-IF
044854     END-IF.
044856 1120-EXIT.
044858     EXIT.
044900
045000******************************************************************
045100*    1200/1210 - THE SIGNING OPERATOR MUST BE ON THE
045200*    AUTHORIZATION MASTER WITH AUTHORITY GOOD ON THE SIGN-OFF
045300*    DATE.  NO BERNOPR MEANS NOBODY CAN SIGN (FAIL CLOSED, AS IN
045400*    BERNEDIT).
045500******************************************************************
045600 1200-CHECK-OPERATOR.
045700     MOVE 'N' TO WS-EOF-SW
045800     MOVE 'N' TO WS-OPR-FOUND-SW
045900     OPEN INPUT OPERATOR-FILE
046000     EVALUATE WS-OPR-STATUS
046100         WHEN '00'
046200             PERFORM 1210-READ-OPERATOR THRU 1210-EXIT
046300                 UNTIL WS-EOF OR WS-OPR-FOUND
046400             CLOSE OPERATOR-FILE
046500         WHEN '35'
046600             CONTINUE
046700         WHEN OTHER
046800             DISPLAY 'BFRZ0003E CANNOT OPEN BERNOPR, STATUS='
046900                 WS-OPR-STATUS
047000     END-EVALUATE
047100     EVALUATE TRUE
047200         WHEN NOT WS-OPR-FOUND
047300             MOVE 'SIGNING OPERATOR NOT ON BERNOPR'
047400                 TO WS-REJECT-REASON
047500             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
047600         WHEN OPR-EXPIRY-DATE < FZC-SIGNOFF-DATE
047700             MOVE 'SIGNING OPERATOR AUTHORITY EXPIRED'
047800                 TO WS-REJECT-REASON
047900             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
048000         WHEN OTHER
048100             CONTINUE
048200     END-EVALUATE.
048300 1200-EXIT.
048400     EXIT.
048500
048600 1210-READ-OPERATOR.
048700     READ OPERATOR-FILE
048800         AT END
048900             SET WS-EOF TO TRUE
049000         NOT AT END
049100             ADD 1 TO WS-OPR-READ-COUNT
049200             IF OPR-OPERATOR-ID = FZC-OPERATOR-ID
049300                 SET WS-OPR-FOUND TO TRUE
049400             END-IF
049500     END-READ.
049600 1210-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*    1300/1310 - NO FROZEN VALUE MAY COME FROM A WITHDRAWN
050100*    GENERATION.  THE MASTER IS BUILT FROM BERNOUT AND BERNFRC,
050200*    SO THOSE TWO STAND FOR IT.  THE DATASET OF EACH CURRENT
050300*    GENERATION IS KEPT FOR THE EDITION HEADER.
050400******************************************************************
050500 1300-CHECK-WITHDRAWN.
050600     MOVE 'BERNOUT ' TO CATQ-ARCHIVE
050700     PERFORM 1310-QUERY-CATALOG THRU 1310-EXIT
050800     MOVE CATQ-DATASET-NAME TO WS-OUT-DATASET
050900     MOVE 'BERNFRC ' TO CATQ-ARCHIVE
051000     PERFORM 1310-QUERY-CATALOG THRU 1310-EXIT
051100     MOVE CATQ-DATASET-NAME TO WS-FRC-DATASET
051200     MOVE 'BERNEXT ' TO CATQ-ARCHIVE
051300     PERFORM 1310-QUERY-CATALOG THRU 1310-EXIT
051400     MOVE CATQ-DATASET-NAME TO WS-EXT-DATASET
051500     MOVE 'BERNEUL ' TO CATQ-ARCHIVE
051600     PERFORM 1310-QUERY-CATALOG THRU 1310-EXIT
051700     MOVE CATQ-DATASET-NAME TO WS-EUL-DATASET
051800     MOVE 'BERNPOL ' TO CATQ-ARCHIVE
051900     PERFORM 1310-QUERY-CATALOG THRU 1310-EXIT
052000     MOVE CATQ-DATASET-NAME TO WS-POL-DATASET
052100     MOVE 'BERNEMAC' TO CATQ-ARCHIVE
052200     PERFORM 1310-QUERY-CATALOG THRU 1310-EXIT
052300     MOVE CATQ-DATASET-NAME TO WS-EMC-DATASET.
052400 1300-EXIT.
052500     EXIT.
052600
052700 1310-QUERY-CATALOG.
052800     CALL 'BERNCATQ' USING BERN-CATQ-PARMS
052900     IF CATQ-WITHDRAWN
053000         DISPLAY 'BFRZ0004E ' CATQ-ARCHIVE ' GENERATION '
053100             CATQ-DATASET-NAME ' WITHDRAWN ' CATQ-MAINT-DATE
053200             ' BY ' CATQ-MAINT-OPERATOR ' REASON '
053300             CATQ-MAINT-REASON ' - NOT FROZEN'
053400         MOVE SPACES TO WS-REJECT-REASON
053500         STRING 'CURRENT ' DELIMITED BY SIZE
053600             CATQ-ARCHIVE DELIMITED BY SPACE
053700             ' GENERATION IS WITHDRAWN' DELIMITED BY SIZE
053800             INTO WS-REJECT-REASON
053900         END-STRING
054000         PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
054020     END-IF
054040     IF CATQ-UNAVAILABLE
054060         DISPLAY 'BFRZ0010E CATALOG UNAVAILABLE FOR ' CATQ-ARCHIVE
054080             ' - WITHDRAWAL NOT CHECKED'
054100         MOVE 'CATALOG UNAVAILABLE - WITHDRAWAL NOT CHECKED'
054120             TO WS-REJECT-REASON
054140         PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
054160     END-IF.
054200 1310-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    1900 - REJECT THE FREEZE.  THE REASON GOES ON THE REPORT AND
054700*    THE CONSOLE; NOTHING FURTHER IS READ OR WRITTEN.
054800******************************************************************
054900 1900-REJECT-FREEZE.
055000     MOVE SPACES TO TEXT-LINE-BODY
055100     STRING 'FREEZE REJECTED - ' DELIMITED BY SIZE
055200         WS-REJECT-REASON DELIMITED BY SIZE
055300         INTO TEXT-LINE-BODY
055400     END-STRING
055500     WRITE REPORT-RECORD FROM WS-TEXT-LINE
055600     ADD 1 TO WS-RPT-WRITE-COUNT
055700     DISPLAY 'BFRZ0005E ' TEXT-LINE-BODY
055800     MOVE SPACES TO WS-REJECT-REASON
055900     SET WS-RUN-FAILED TO TRUE.
056000 1900-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400*    2000 FAMILY - LOAD THE SOURCES.  THE MASTER IS REQUIRED;
056500*    EVERY ARCHIVE IS OPTIONAL.
056600******************************************************************
056700 2000-LOAD-SOURCES.
056800     PERFORM 2100-LOAD-MASTER THRU 2100-EXIT
056900     IF WS-RUN-GOOD
057000         PERFORM 2200-LOAD-EXTENDED THRU 2200-EXIT
057100     END-IF
057200     IF WS-RUN-GOOD
057300         PERFORM 2300-LOAD-EULER THRU 2300-EXIT
057400     END-IF
057500     IF WS-RUN-GOOD
057600         PERFORM 2400-LOAD-POLY THRU 2400-EXIT
057700     END-IF
057800     IF WS-RUN-GOOD
057900         PERFORM 2500-LOAD-EMAC THRU 2500-EXIT
058000     END-IF.
058100 2000-EXIT.
058200     EXIT.
058300
058400 2100-LOAD-MASTER.
058500     MOVE 'N' TO WS-EOF-SW
058600     OPEN INPUT BERN-MASTER-FILE
058700     EVALUATE WS-MSTR-STATUS
058800         WHEN '00'
058900             PERFORM 2110-READ-MASTER THRU 2110-EXIT
059000                 UNTIL WS-EOF
059100             CLOSE BERN-MASTER-FILE
059200         WHEN '35'
059300             MOVE 'BERNMSTR NOT FOUND - RUN BERNLOAD FIRST'
059400                 TO WS-REJECT-REASON
059500             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
059600         WHEN OTHER
059700             DISPLAY 'BFRZ0006E CANNOT OPEN BERNMSTR, STATUS='
059800                 WS-MSTR-STATUS
059900             MOVE 'BERNMSTR CANNOT BE READ' TO WS-REJECT-REASON
060000             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
060100     END-EVALUATE.
060200 2100-EXIT.
060300     EXIT.
060400
060500 2110-READ-MASTER.
060600     READ BERN-MASTER-FILE
060700         AT END
060800             SET WS-EOF TO TRUE
060900         NOT AT END
061000             ADD 1 TO WS-MSTR-READ-COUNT
061100             IF BMST-M NUMERIC AND BMST-M <= WS-MAX-M
061200                 COMPUTE WS-M-SUB = BMST-M + 1
061300                 MOVE 'Y' TO WS-MST-HELD-SW(WS-M-SUB)
061400                 MOVE BMST-N-CONTEXT TO WS-MST-HELD-N(WS-M-SUB)
061500                 MOVE BMST-SOURCE TO WS-MST-HELD-SOURCE(WS-M-SUB)
061600                 MOVE BMST-SIGN TO WS-MST-HELD-SIGN(WS-M-SUB)
061700                 MOVE BMST-VALUE TO WS-MST-HELD-VALUE(WS-M-SUB)
061800                 MOVE BMST-FRAC-SW
061900                     TO WS-MST-HELD-FRAC-SW(WS-M-SUB)
062000                 MOVE BMST-NUMERATOR TO WS-MST-HELD-NUM(WS-M-SUB)
062100                 MOVE BMST-DENOMINATOR
062200                     TO WS-MST-HELD-DEN(WS-M-SUB)
062300             END-IF
062400     END-READ.
062500 2110-EXIT.
062600     EXIT.
062700
062800 2200-LOAD-EXTENDED.
062900     MOVE 'N' TO WS-EOF-SW
063000     OPEN INPUT BERN-EXT-FILE
063100     EVALUATE WS-EXT-STATUS
063200         WHEN '00'
063300             PERFORM 2210-READ-EXTENDED THRU 2210-EXIT
063400                 UNTIL WS-EOF
063500             CLOSE BERN-EXT-FILE
063600         WHEN '35'
063700             CONTINUE
063800         WHEN OTHER
063900             DISPLAY 'BFRZ0006E CANNOT OPEN BERNEXT, STATUS='
064000                 WS-EXT-STATUS
064100             MOVE 'BERNEXT CANNOT BE READ' TO WS-REJECT-REASON
064200             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
064300     END-EVALUATE.
064400 2200-EXIT.
064500     EXIT.
064600
064700 2210-READ-EXTENDED.
064800     READ BERN-EXT-FILE
064900         AT END
065000             SET WS-EOF TO TRUE
065100         NOT AT END
065200             ADD 1 TO WS-EXT-READ-COUNT
065300             IF BEXT-M NUMERIC AND BEXT-M <= WS-MAX-M
065400                 PERFORM 2220-HOLD-EXTENDED THRU 2220-EXIT
065500             END-IF
065600     END-READ.
065700 2210-EXIT.
065800     EXIT.
065900
066000 2220-HOLD-EXTENDED.
066100     COMPUTE WS-M-SUB = BEXT-M + 1
066200     MOVE 'N' TO WS-KEEP-SW
066300     IF NOT WS-EXT-HELD(WS-M-SUB)
066400         SET WS-KEEP-NEW TO TRUE
066500     ELSE
066600         EVALUATE TRUE
066700             WHEN BEXT-SOURCE-TABLE
066800                     AND NOT WS-EXT-HELD-FROM-TABLE(WS-M-SUB)
066900                 SET WS-KEEP-NEW TO TRUE
067000             WHEN NOT BEXT-SOURCE-TABLE
067100                     AND WS-EXT-HELD-FROM-TABLE(WS-M-SUB)
067200                 CONTINUE
067300             WHEN BEXT-N-CONTEXT >= WS-EXT-HELD-N(WS-M-SUB)
067400                 SET WS-KEEP-NEW TO TRUE
067500             WHEN OTHER
067600                 CONTINUE
067700         END-EVALUATE
067800     END-IF
067900     IF WS-KEEP-NEW
068000         MOVE 'Y' TO WS-EXT-HELD-SW(WS-M-SUB)
068100         MOVE BEXT-N-CONTEXT TO WS-EXT-HELD-N(WS-M-SUB)
068200         MOVE BEXT-SOURCE TO WS-EXT-HELD-SOURCE(WS-M-SUB)
068300         MOVE BEXT-SIGN TO WS-EXT-HELD-SIGN(WS-M-SUB)
068400         MOVE BEXT-MANTISSA TO WS-EXT-HELD-MANT(WS-M-SUB)
068500         MOVE BEXT-EXP-SIGN TO WS-EXT-HELD-EXP-SIGN(WS-M-SUB)
068600         MOVE BEXT-EXPONENT TO WS-EXT-HELD-EXP(WS-M-SUB)
068700     END-IF.
068800 2220-EXIT.
068900     EXIT.
069000
069100 2300-LOAD-EULER.
069200     MOVE 'N' TO WS-EOF-SW
069300     OPEN INPUT BERN-EUL-FILE
069400     EVALUATE WS-EUL-STATUS
069500         WHEN '00'
069600             PERFORM 2310-READ-EULER THRU 2310-EXIT
069700                 UNTIL WS-EOF
069800             CLOSE BERN-EUL-FILE
069900         WHEN '35'
070000             CONTINUE
070100         WHEN OTHER
070200             DISPLAY 'BFRZ0006E CANNOT OPEN BERNEUL, STATUS='
070300                 WS-EUL-STATUS
070400             MOVE 'BERNEUL CANNOT BE READ' TO WS-REJECT-REASON
070500             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
070600     END-EVALUATE.
070700 2300-EXIT.
070800     EXIT.
070900
071000 2310-READ-EULER.
071100     READ BERN-EUL-FILE
071200         AT END
071300             SET WS-EOF TO TRUE
071400         NOT AT END
071500             ADD 1 TO WS-EUL-READ-COUNT
071600             IF EUL-M NUMERIC AND EUL-M <= WS-MAX-M
071700                 PERFORM 2320-HOLD-EULER THRU 2320-EXIT
071800             END-IF
071900     END-READ.
072000 2310-EXIT.
072100     EXIT.
072200
072300 2320-HOLD-EULER.
072400     COMPUTE WS-M-SUB = EUL-M + 1
072500     MOVE 'N' TO WS-KEEP-SW
072600     IF NOT WS-EUL-HELD(WS-M-SUB)
072700         SET WS-KEEP-NEW TO TRUE
072800     ELSE
072900         EVALUATE TRUE
073000             WHEN EUL-SOURCE-TABLE
073100                     AND NOT WS-EUL-HELD-FROM-TABLE(WS-M-SUB)
073200                 SET WS-KEEP-NEW TO TRUE
073300             WHEN NOT EUL-SOURCE-TABLE
073400                     AND WS-EUL-HELD-FROM-TABLE(WS-M-SUB)
073500                 CONTINUE
073600             WHEN EUL-N-CONTEXT >= WS-EUL-HELD-N(WS-M-SUB)
073700                 SET WS-KEEP-NEW TO TRUE
073800             WHEN OTHER
073900                 CONTINUE
074000         END-EVALUATE
074100     END-IF
074200     IF WS-KEEP-NEW
074300         MOVE 'Y' TO WS-EUL-HELD-SW(WS-M-SUB)
074400         MOVE EUL-N-CONTEXT TO WS-EUL-HELD-N(WS-M-SUB)
074500         MOVE EUL-SOURCE TO WS-EUL-HELD-SOURCE(WS-M-SUB)
074600         MOVE EUL-SIGN TO WS-EUL-HELD-SIGN(WS-M-SUB)
074700         MOVE EUL-VALUE TO WS-EUL-HELD-VALUE(WS-M-SUB)
074800     END-IF.
074900 2320-EXIT.
075000     EXIT.
075100
075200******************************************************************
075300*    2400/2410/2420 - POLYNOMIAL COEFFICIENTS.  N IS PART OF THE
075400*    KEY, SO A TABLE COPY BEATS A LOOKUP COPY AND OTHERWISE THE
075500*    LATEST WINS.
075600******************************************************************
075700 2400-LOAD-POLY.
075800     MOVE 'N' TO WS-EOF-SW
075900     OPEN INPUT BERN-POLY-FILE
076000     EVALUATE WS-POL-STATUS
076100         WHEN '00'
076200             PERFORM 2410-READ-POLY THRU 2410-EXIT
076300                 UNTIL WS-EOF
076400             CLOSE BERN-POLY-FILE
076500         WHEN '35'
076600             CONTINUE
076700         WHEN OTHER
076800             DISPLAY 'BFRZ0006E CANNOT OPEN BERNPOL, STATUS='
076900                 WS-POL-STATUS
077000             MOVE 'BERNPOL CANNOT BE READ' TO WS-REJECT-REASON
077100             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
077200     END-EVALUATE.
077300 2400-EXIT.
077400     EXIT.
077500
077600 2410-READ-POLY.
077700     READ BERN-POLY-FILE
077800         AT END
077900             SET WS-EOF TO TRUE
078000         NOT AT END
078100             ADD 1 TO WS-POL-READ-COUNT
078200             IF BPOL-N NUMERIC AND BPOL-K NUMERIC
078300                     AND BPOL-N <= WS-MAX-POLY-N
078400                     AND BPOL-K <= BPOL-N
078500                 PERFORM 2420-HOLD-POLY THRU 2420-EXIT
078600             END-IF
078700     END-READ.
078800 2410-EXIT.
078900     EXIT.
079000
079100 2420-HOLD-POLY.
079200     COMPUTE WS-POL-SUB = (BPOL-N * 26) + BPOL-K + 1
079300     IF NOT WS-POL-HELD(WS-POL-SUB)
079400             OR BPOL-SOURCE-TABLE
079500             OR NOT WS-POL-HELD-FROM-TABLE(WS-POL-SUB)
079600         MOVE 'Y' TO WS-POL-HELD-SW(WS-POL-SUB)
079700         MOVE BPOL-SOURCE TO WS-POL-HELD-SOURCE(WS-POL-SUB)
079800         MOVE BPOL-SIGN TO WS-POL-HELD-SIGN(WS-POL-SUB)
079900         MOVE BPOL-NUMERATOR TO WS-POL-HELD-NUM(WS-POL-SUB)
080000         MOVE BPOL-DENOMINATOR TO WS-POL-HELD-DEN(WS-POL-SUB)
080100     END-IF.
080200 2420-EXIT.
080300     EXIT.
080400
080500******************************************************************
080600*    2500/2510 - EULER-MACLAURIN COEFFICIENTS, ONE PER K.  THE
080700*    DATASET CARRIES NO SOURCE OR N-CONTEXT; THE LATEST COPY OF
080800*    A K WINS, AS IN BERNXCHK.
080900******************************************************************
081000 2500-LOAD-EMAC.
081100     MOVE 'N' TO WS-EOF-SW
081200     OPEN INPUT EMAC-IN-FILE
081300     EVALUATE WS-EMAC-STATUS
081400         WHEN '00'
081500             PERFORM 2510-READ-EMAC THRU 2510-EXIT
081600                 UNTIL WS-EOF
081700             CLOSE EMAC-IN-FILE
081800         WHEN '35'
081900             CONTINUE
082000         WHEN OTHER
082100             DISPLAY 'BFRZ0006E CANNOT OPEN BERNEMAC, STATUS='
082200                 WS-EMAC-STATUS
082300             MOVE 'BERNEMAC CANNOT BE READ' TO WS-REJECT-REASON
082400             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
082500     END-EVALUATE.
082600 2500-EXIT.
082700     EXIT.
082800
082900 2510-READ-EMAC.
083000     READ EMAC-IN-FILE
083100         AT END
083200             SET WS-EOF TO TRUE
083300         NOT AT END
083400             ADD 1 TO WS-EMAC-READ-COUNT
083500             IF EMAC-K NUMERIC
083600                     AND EMAC-K >= 1 AND EMAC-K <= WS-MAX-COEF-K
083700                 MOVE 'Y' TO WS-EMC-HELD-SW(EMAC-K)
083800                 MOVE EMAC-SIGN TO WS-EMC-HELD-SIGN(EMAC-K)
083900                 MOVE EMAC-NUMERATOR TO WS-EMC-HELD-NUM(EMAC-K)
084000                 MOVE EMAC-DENOMINATOR
084100                     TO WS-EMC-HELD-DEN(EMAC-K)
084200             END-IF
084300     END-READ.
084400 2510-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*    3000 FAMILY - OPEN THE EDITION FILE (CREATING IT FOR THE
084900*    FIRST EDITION) AND FIND THE LATEST EDITION ALREADY ON IT.
085000*    THE NEW ONE MUST BE HIGHER IN NUMBER AND NO EARLIER IN
085100*    SIGN-OFF DATE.
085200******************************************************************
085300 3000-OPEN-EDITIONS.
085400     OPEN I-O EDITION-FILE
085500     EVALUATE WS-EDTN-STATUS
085600         WHEN '00'
085700             SET WS-EDTN-OPEN TO TRUE
085800             PERFORM 3100-SCAN-EDITIONS THRU 3100-EXIT
085900         WHEN '35'
086000             OPEN OUTPUT EDITION-FILE
086100             IF WS-EDTN-STATUS = '00'
086200                 SET WS-EDTN-OPEN TO TRUE
086300             ELSE
086400                 DISPLAY 'BFRZ0007E CANNOT CREATE BERNEDTN, '
086500                     'STATUS='
086600                     WS-EDTN-STATUS
086700                 MOVE 'BERNEDTN CANNOT BE CREATED'
086800                     TO WS-REJECT-REASON
086900                 PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
087000             END-IF
087100         WHEN OTHER
087200             DISPLAY 'BFRZ0007E CANNOT OPEN BERNEDTN, STATUS='
087300                 WS-EDTN-STATUS
087400             MOVE 'BERNEDTN CANNOT BE OPENED' TO WS-REJECT-REASON
087500             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
087600     END-EVALUATE
087700     IF WS-RUN-GOOD
087800         EVALUATE TRUE
087900             WHEN FZC-EDITION <= WS-LAST-EDITION
088000                 MOVE 'EDITION NOT HIGHER THAN THE LATEST ON FILE'
088100                     TO WS-REJECT-REASON
088200                 PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
088300             WHEN FZC-SIGNOFF-DATE < WS-LAST-SIGNOFF
088400                 MOVE 'SIGN-OFF DATE BEFORE THE LATEST EDITION'
088500                     TO WS-REJECT-REASON
088600                 PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
088700             WHEN OTHER
088800                 CONTINUE
088900         END-EVALUATE
089000     END-IF.
089100 3000-EXIT.
089200     EXIT.
089300
089400******************************************************************
089500*    3100/3110 - WALK THE EDITIONS BY THEIR FIRST RECORDS ONLY:
089600*    AFTER EACH ONE, START AT THE NEXT EDITION NUMBER.  THE FIRST
089700*    RECORD OF A COMPLETE EDITION IS ITS HEADER.
089800******************************************************************
089900 3100-SCAN-EDITIONS.
090000     MOVE 'N' TO WS-EOF-SW
090100     MOVE ZERO TO EDN-EDITION
090200     PERFORM 3120-START-EDITION THRU 3120-EXIT
090300     PERFORM 3110-READ-FIRST-RECORD THRU 3110-EXIT
090400         UNTIL WS-EOF.
090500 3100-EXIT.
090600     EXIT.
090700
090800 3110-READ-FIRST-RECORD.
090900     READ EDITION-FILE NEXT RECORD
091000         AT END
091100             SET WS-EOF TO TRUE
091200         NOT AT END
091300             ADD 1 TO WS-EDTN-READ-COUNT
091400             ADD 1 TO WS-EDITIONS-ON-FILE
091500             MOVE EDN-EDITION TO WS-LAST-EDITION
091600             IF EDN-FAMILY-HEADER AND EDN-M = 0
091700                 IF EDN-SIGNOFF-DATE > WS-LAST-SIGNOFF
091800                     MOVE EDN-SIGNOFF-DATE TO WS-LAST-SIGNOFF
091900                 END-IF
092000             ELSE
092100                 ADD 1 TO WS-INCOMPLETE-COUNT
092200                 DISPLAY 'BFRZ0008W EDITION ' EDN-EDITION
092300                     ' HAS NO HEADER - INCOMPLETE'
092400             END-IF
092500             IF EDN-EDITION < WS-MAX-EDITION
092600                 ADD 1 TO EDN-EDITION
092700                 PERFORM 3120-START-EDITION THRU 3120-EXIT
092800             ELSE
092900                 SET WS-EOF TO TRUE
093000             END-IF
093100     END-READ.
093200 3110-EXIT.
093300     EXIT.
093400
093500 3120-START-EDITION.
093600     MOVE ZERO TO EDN-M
093700     MOVE SPACE TO EDN-FAMILY
093800     MOVE ZERO TO EDN-K
093900     START EDITION-FILE KEY IS NOT LESS THAN EDN-KEY
094000         INVALID KEY
094100             SET WS-EOF TO TRUE
094200     END-START.
094300 3120-EXIT.
094400     EXIT.
094500
094600******************************************************************
094700*    4000 FAMILY - WRITE THE EDITION: EVERY VALUE, THEN THE
094800*    HEADER.  THE FIRST FAILED WRITE STOPS THE EDITION.
094900******************************************************************
095000 4000-WRITE-EDITION.
095100     PERFORM 4100-WRITE-ONE-M THRU 4100-EXIT
095200         VARYING WS-M-SUB FROM 1 BY 1
095300         UNTIL WS-M-SUB > (WS-MAX-M + 1) OR WS-WRITE-FAILED
095400     PERFORM 4200-WRITE-POLY-SLOT THRU 4200-EXIT
095500         VARYING WS-POL-SUB FROM 1 BY 1
095600         UNTIL WS-POL-SUB > 676 OR WS-WRITE-FAILED
095700     PERFORM 4300-WRITE-EMAC-SLOT THRU 4300-EXIT
095800         VARYING WS-K FROM 1 BY 1
095900         UNTIL WS-K > WS-MAX-COEF-K OR WS-WRITE-FAILED
096000     IF WS-WRITE-GOOD
096100         IF WS-VALUE-TOTAL = 0
096200             MOVE 'NO VALUES TO FREEZE - EDITION NOT WRITTEN'
096300                 TO WS-REJECT-REASON
096400             PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
096500         ELSE
096600             PERFORM 4400-WRITE-HEADER THRU 4400-EXIT
096700         END-IF
096800     END-IF
096900     IF WS-WRITE-FAILED
097000         MOVE 'WRITE FAILED - EDITION INCOMPLETE, NO HEADER'
097100             TO WS-REJECT-REASON
097200         PERFORM 1900-REJECT-FREEZE THRU 1900-EXIT
097300     END-IF.
097400 4000-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800*    4100 - THE DECIMAL, FRACTION, EXTENDED AND EULER VALUES OF
097900*    ONE M.
098000******************************************************************
098100 4100-WRITE-ONE-M.
098200     IF WS-MST-HELD(WS-M-SUB)
098300         PERFORM 4800-CLEAR-VALUE THRU 4800-EXIT
098400         SET EDN-FAMILY-DECIMAL TO TRUE
098500         MOVE WS-MST-HELD-N(WS-M-SUB) TO EDN-N-CONTEXT
098600         MOVE WS-MST-HELD-SOURCE(WS-M-SUB) TO EDN-SOURCE
098700         MOVE WS-MST-HELD-SIGN(WS-M-SUB) TO EDN-SIGN
098800         MOVE WS-MST-HELD-VALUE(WS-M-SUB) TO EDN-DECIMAL
098900         PERFORM 4900-WRITE-VALUE THRU 4900-EXIT
099000         IF WS-WRITE-GOOD
099100             ADD 1 TO WS-DEC-FROZEN-COUNT
099200         END-IF
099300     END-IF
099400     IF WS-MST-HELD(WS-M-SUB) AND WS-MST-HELD-FRACTION(WS-M-SUB)
099500             AND WS-WRITE-GOOD
099600         PERFORM 4800-CLEAR-VALUE THRU 4800-EXIT
099700         SET EDN-FAMILY-FRACTION TO TRUE
099800         MOVE WS-MST-HELD-N(WS-M-SUB) TO EDN-N-CONTEXT
099900         MOVE WS-MST-HELD-SOURCE(WS-M-SUB) TO EDN-SOURCE
100000         MOVE WS-MST-HELD-SIGN(WS-M-SUB) TO EDN-SIGN
100100         MOVE WS-MST-HELD-NUM(WS-M-SUB) TO EDN-NUMERATOR
100200         MOVE WS-MST-HELD-DEN(WS-M-SUB) TO EDN-DENOMINATOR
100300         PERFORM 4900-WRITE-VALUE THRU 4900-EXIT
100400         IF WS-WRITE-GOOD
100500             ADD 1 TO WS-FRC-FROZEN-COUNT
100600         END-IF
100700     END-IF
100800     IF WS-EXT-HELD(WS-M-SUB) AND WS-WRITE-GOOD
100900         PERFORM 4800-CLEAR-VALUE THRU 4800-EXIT
101000         SET EDN-FAMILY-EXTENDED TO TRUE
101100         MOVE WS-EXT-HELD-N(WS-M-SUB) TO EDN-N-CONTEXT
101200         MOVE WS-EXT-HELD-SOURCE(WS-M-SUB) TO EDN-SOURCE
101300         MOVE WS-EXT-HELD-SIGN(WS-M-SUB) TO EDN-SIGN
101400         MOVE WS-EXT-HELD-MANT(WS-M-SUB) TO EDN-MANTISSA
101500         MOVE WS-EXT-HELD-EXP-SIGN(WS-M-SUB) TO EDN-EXP-SIGN
101600         MOVE WS-EXT-HELD-EXP(WS-M-SUB) TO EDN-EXPONENT
101700         PERFORM 4900-WRITE-VALUE THRU 4900-EXIT
101800         IF WS-WRITE-GOOD
101900             ADD 1 TO WS-EXT-FROZEN-COUNT
102000         END-IF
102100     END-IF
102200     IF WS-EUL-HELD(WS-M-SUB) AND WS-WRITE-GOOD
102300         PERFORM 4800-CLEAR-VALUE THRU 4800-EXIT
102400         SET EDN-FAMILY-EULER TO TRUE
102500         MOVE WS-EUL-HELD-N(WS-M-SUB) TO EDN-N-CONTEXT
102600         MOVE WS-EUL-HELD-SOURCE(WS-M-SUB) TO EDN-SOURCE
102700         MOVE WS-EUL-HELD-SIGN(WS-M-SUB) TO EDN-SIGN
102800         MOVE WS-EUL-HELD-VALUE(WS-M-SUB) TO EDN-NUMERATOR
102900         MOVE 1 TO EDN-DENOMINATOR
103000         PERFORM 4900-WRITE-VALUE THRU 4900-EXIT
103100         IF WS-WRITE-GOOD
103200             ADD 1 TO WS-EUL-FROZEN-COUNT
103300         END-IF
103400     END-IF.
103500 4100-EXIT.
103600     EXIT.
103700
103800******************************************************************
103900*    4200 - ONE POLYNOMIAL SLOT, KEYED N/K.
104000******************************************************************
104100 4200-WRITE-POLY-SLOT.
104200     IF WS-POL-HELD(WS-POL-SUB)
104300         SUBTRACT 1 FROM WS-POL-SUB GIVING WS-POL-SLOT
104400         DIVIDE WS-POL-SLOT BY 26 GIVING WS-POL-N
104500             REMAINDER WS-POL-K
104600         COMPUTE WS-M-SUB = WS-POL-N + 1
104700         PERFORM 4800-CLEAR-VALUE THRU 4800-EXIT
104800         SET EDN-FAMILY-POLY TO TRUE
104900         MOVE WS-POL-K TO EDN-K
105000         MOVE WS-POL-HELD-SOURCE(WS-POL-SUB) TO EDN-SOURCE
105100         MOVE WS-POL-HELD-SIGN(WS-POL-SUB) TO EDN-SIGN
105200         MOVE WS-POL-HELD-NUM(WS-POL-SUB) TO EDN-NUMERATOR
105300         MOVE WS-POL-HELD-DEN(WS-POL-SUB) TO EDN-DENOMINATOR
105400         PERFORM 4900-WRITE-VALUE THRU 4900-EXIT
105500         IF WS-WRITE-GOOD
105600             ADD 1 TO WS-POL-FROZEN-COUNT
105700         END-IF
105800     END-IF.
105900 4200-EXIT.
106000     EXIT.
106100
106200******************************************************************
106300*    4300 - ONE EULER-MACLAURIN COEFFICIENT, KEYED AT M = 2K.
106400******************************************************************
106500 4300-WRITE-EMAC-SLOT.
106600     IF WS-EMC-HELD(WS-K)
106700         COMPUTE WS-M-SUB = (2 * WS-K) + 1
106800         PERFORM 4800-CLEAR-VALUE THRU 4800-EXIT
106900         SET EDN-FAMILY-EMAC TO TRUE
107000         MOVE WS-K TO EDN-K
107100         MOVE WS-EMC-HELD-SIGN(WS-K) TO EDN-SIGN
107200         MOVE WS-EMC-HELD-NUM(WS-K) TO EDN-NUMERATOR
107300         MOVE WS-EMC-HELD-DEN(WS-K) TO EDN-DENOMINATOR
107400         PERFORM 4900-WRITE-VALUE THRU 4900-EXIT
107500         IF WS-WRITE-GOOD
107600             ADD 1 TO WS-EMC-FROZEN-COUNT
107700         END-IF
107800     END-IF.
107900 4300-EXIT.
108000     EXIT.
108100
108200******************************************************************
108300*    4400 - THE HEADER, WRITTEN ONLY WHEN EVERY VALUE WENT.
108400******************************************************************
108500 4400-WRITE-HEADER.
108600     MOVE SPACES TO BERN-EDITION-RECORD
108700     MOVE FZC-EDITION TO EDN-EDITION
108800     MOVE ZERO TO EDN-M
108900     SET EDN-FAMILY-HEADER TO TRUE
109000     MOVE ZERO TO EDN-K
109100     MOVE FZC-SIGNOFF-DATE TO EDN-SIGNOFF-DATE
109200     MOVE FZC-OPERATOR-ID TO EDN-SIGNOFF-OPERATOR
109300     MOVE WS-CUR-DATE TO EDN-FREEZE-DATE
109400     MOVE WS-CUR-TIME TO EDN-FREEZE-TIME
109500     MOVE WS-VALUE-TOTAL TO EDN-VALUE-COUNT
109600     MOVE WS-OUT-DATASET TO EDN-OUT-DATASET
109700     MOVE WS-FRC-DATASET TO EDN-FRC-DATASET
109800     MOVE WS-EXT-DATASET TO EDN-EXT-DATASET
109900     MOVE WS-EUL-DATASET TO EDN-EUL-DATASET
110000     MOVE WS-POL-DATASET TO EDN-POL-DATASET
110100     MOVE WS-EMC-DATASET TO EDN-EMC-DATASET
110200     WRITE BERN-EDITION-RECORD
110300         INVALID KEY
110400             SET WS-WRITE-FAILED TO TRUE
110500     END-WRITE
110600     IF WS-EDTN-STATUS NOT = '00'
110700         DISPLAY 'BFRZ0009E BERNEDTN HEADER WRITE FAILED, STATUS='
110800             WS-EDTN-STATUS
110900         SET WS-WRITE-FAILED TO TRUE
111000     ELSE
111100         ADD 1 TO WS-EDTN-WRITE-COUNT
111200     END-IF.
111300 4400-EXIT.
111400     EXIT.
111500
111600******************************************************************
111700*    4800 - A CLEAN VALUE RECORD FOR THE CURRENT EDITION AND M:
111800*    UNUSED NUMERIC FIELDS ZERO, SO EDN-VALUE COMPARES WHOLE.
111900******************************************************************
112000 4800-CLEAR-VALUE.
112100     MOVE SPACES TO BERN-EDITION-RECORD
112200     MOVE FZC-EDITION TO EDN-EDITION
112300     COMPUTE EDN-M = WS-M-SUB - 1
112400     MOVE ZERO TO EDN-K
112500     MOVE ZERO TO EDN-N-CONTEXT
112600     MOVE ZERO TO EDN-DECIMAL
112700     MOVE ZERO TO EDN-NUMERATOR
112800     MOVE ZERO TO EDN-DENOMINATOR
112900     MOVE ZERO TO EDN-MANTISSA
113000     MOVE ZERO TO EDN-EXPONENT.
113100 4800-EXIT.
113200     EXIT.
113300
113400 4900-WRITE-VALUE.
113500     WRITE BERN-EDITION-RECORD
113600         INVALID KEY
113700             SET WS-WRITE-FAILED TO TRUE
113800     END-WRITE
113900     IF WS-EDTN-STATUS NOT = '00'
114000         DISPLAY 'BFRZ0009E BERNEDTN WRITE FAILED, STATUS='
114100             WS-EDTN-STATUS ' KEY ' EDN-KEY
114200         SET WS-WRITE-FAILED TO TRUE
114300     ELSE
114400         ADD 1 TO WS-EDTN-WRITE-COUNT
114500         ADD 1 TO WS-VALUE-TOTAL
114600     END-IF.
114700 4900-EXIT.
114800     EXIT.
114900
115000******************************************************************
115100*    6000/6100 - WHAT WENT INTO THE EDITION, FAMILY BY FAMILY,
115200*    AND THE VERDICT.
115300******************************************************************
115400 6000-PRINT-TOTALS.
115500     IF WS-RUN-GOOD
115600         MOVE SPACES TO REPORT-RECORD
115700         WRITE REPORT-RECORD
115800         ADD 1 TO WS-RPT-WRITE-COUNT
115900         MOVE 'DECIMAL         ' TO SRC-LINE-FAMILY
116000         MOVE 'BERNMSTR' TO SRC-LINE-ARCHIVE
116100         MOVE WS-OUT-DATASET TO SRC-LINE-DATASET
116200         MOVE WS-DEC-FROZEN-COUNT TO SRC-LINE-COUNT
116300         PERFORM 6100-WRITE-SOURCE-LINE THRU 6100-EXIT
116400         MOVE 'FRACTION        ' TO SRC-LINE-FAMILY
116500         MOVE 'BERNMSTR' TO SRC-LINE-ARCHIVE
116600         MOVE WS-FRC-DATASET TO SRC-LINE-DATASET
116700         MOVE WS-FRC-FROZEN-COUNT TO SRC-LINE-COUNT
116800         PERFORM 6100-WRITE-SOURCE-LINE THRU 6100-EXIT
116900         MOVE 'EXTENDED        ' TO SRC-LINE-FAMILY
117000         MOVE 'BERNEXT ' TO SRC-LINE-ARCHIVE
117100         MOVE WS-EXT-DATASET TO SRC-LINE-DATASET
117200         MOVE WS-EXT-FROZEN-COUNT TO SRC-LINE-COUNT
117300         PERFORM 6100-WRITE-SOURCE-LINE THRU 6100-EXIT
117400         MOVE 'EULER/TANGENT   ' TO SRC-LINE-FAMILY
117500         MOVE 'BERNEUL ' TO SRC-LINE-ARCHIVE
117600         MOVE WS-EUL-DATASET TO SRC-LINE-DATASET
117700         MOVE WS-EUL-FROZEN-COUNT TO SRC-LINE-COUNT
117800         PERFORM 6100-WRITE-SOURCE-LINE THRU 6100-EXIT
117900         MOVE 'POLYNOMIAL      ' TO SRC-LINE-FAMILY
118000         MOVE 'BERNPOL ' TO SRC-LINE-ARCHIVE
118100         MOVE WS-POL-DATASET TO SRC-LINE-DATASET
118200         MOVE WS-POL-FROZEN-COUNT TO SRC-LINE-COUNT
118300         PERFORM 6100-WRITE-SOURCE-LINE THRU 6100-EXIT
118400         MOVE 'EULER-MACLAURIN ' TO SRC-LINE-FAMILY
118500         MOVE 'BERNEMAC' TO SRC-LINE-ARCHIVE
118600         MOVE WS-EMC-DATASET TO SRC-LINE-DATASET
118700         MOVE WS-EMC-FROZEN-COUNT TO SRC-LINE-COUNT
118800         PERFORM 6100-WRITE-SOURCE-LINE THRU 6100-EXIT
118900     END-IF
119000     MOVE SPACES TO REPORT-RECORD
119100     WRITE REPORT-RECORD
119200     MOVE 'EDITIONS ALREADY ON FILE      ' TO CNT-LINE-LABEL
119300     MOVE WS-EDITIONS-ON-FILE TO CNT-LINE-VALUE
119400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
119500     MOVE '  OF WHICH INCOMPLETE         ' TO CNT-LINE-LABEL
119600     MOVE WS-INCOMPLETE-COUNT TO CNT-LINE-VALUE
119700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
119800     MOVE 'VALUE RECORDS WRITTEN         ' TO CNT-LINE-LABEL
119900     MOVE WS-VALUE-TOTAL TO CNT-LINE-VALUE
120000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
120100     ADD 4 TO WS-RPT-WRITE-COUNT
120200     IF WS-RUN-GOOD
120300         MOVE SPACES TO TEXT-LINE-BODY
120400         STRING 'EDITION ' DELIMITED BY SIZE
120500             FZC-EDITION DELIMITED BY SIZE
120600             ' FROZEN' DELIMITED BY SIZE
120700             INTO TEXT-LINE-BODY
120800         END-STRING
120900     ELSE
121000         MOVE 'NO EDITION FROZEN' TO TEXT-LINE-BODY
121100     END-IF
121200     WRITE REPORT-RECORD FROM WS-TEXT-LINE
121300     ADD 1 TO WS-RPT-WRITE-COUNT.
121400 6000-EXIT.
121500     EXIT.
121600
121700 6100-WRITE-SOURCE-LINE.
121800     EVALUATE TRUE
121900         WHEN SRC-LINE-ARCHIVE = 'BERNMSTR'
122000             MOVE SPACES TO SRC-LINE-NOTE
122100         WHEN SRC-LINE-DATASET = SPACES
122200             MOVE 'NOT CATALOGED' TO SRC-LINE-NOTE
122300         WHEN OTHER
122400             MOVE SPACES TO SRC-LINE-NOTE
122500     END-EVALUATE
122600     WRITE REPORT-RECORD FROM WS-SOURCE-LINE
122700     ADD 1 TO WS-RPT-WRITE-COUNT.
122800 6100-EXIT.
122900     EXIT.
123000
123100******************************************************************
123200*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
123300*    THE START STAMP WAS CAPTURED AT 1000; BERNAUDW STAMPS THE
123400*    END ITSELF.
123500******************************************************************
123600 7900-POST-STEP-AUDIT.
123700     MOVE 'BERNFRZE' TO STEP-PROGRAM
123800     MOVE WS-SIGNING-OPERATOR TO STEP-OPERATOR-ID
123900     IF WS-JOB-HAD-FAILURE
124000         MOVE 4 TO STEP-RETURN-CODE
124100     ELSE
124200         MOVE 0 TO STEP-RETURN-CODE
124300     END-IF
124400     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
124500         VARYING WS-STEP-SUB FROM 1 BY 1
124600         UNTIL WS-STEP-SUB > 10
124700     MOVE 'FRZEPARM' TO STEP-DDNAME(1)
124800     MOVE WS-CARD-READ-COUNT TO STEP-READ-CNT(1)
124900     MOVE 'BERNOPR ' TO STEP-DDNAME(2)
125000     MOVE WS-OPR-READ-COUNT TO STEP-READ-CNT(2)
125100     MOVE 'BERNMSTR' TO STEP-DDNAME(3)
125200     MOVE WS-MSTR-READ-COUNT TO STEP-READ-CNT(3)
125300     MOVE 'BERNEXT ' TO STEP-DDNAME(4)
125400     MOVE WS-EXT-READ-COUNT TO STEP-READ-CNT(4)
125500     MOVE 'BERNEUL ' TO STEP-DDNAME(5)
125600     MOVE WS-EUL-READ-COUNT TO STEP-READ-CNT(5)
125700     MOVE 'BERNPOL ' TO STEP-DDNAME(6)
125800     MOVE WS-POL-READ-COUNT TO STEP-READ-CNT(6)
125900     MOVE 'BERNEMAC' TO STEP-DDNAME(7)
126000     MOVE WS-EMAC-READ-COUNT TO STEP-READ-CNT(7)
126100     MOVE 'BERNEDTN' TO STEP-DDNAME(8)
126200     MOVE WS-EDTN-READ-COUNT TO STEP-READ-CNT(8)
126300     MOVE WS-EDTN-WRITE-COUNT TO STEP-WRITE-CNT(8)
126400     MOVE 'FRZERPT1' TO STEP-DDNAME(9)
126500     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(9)
126600     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
126700 7900-EXIT.
126800     EXIT.
126900
127000 7910-CLEAR-STEP-ENTRY.
127100     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
127200     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
127300     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
127400 7910-EXIT.
127500     EXIT.
127600
127700******************************************************************
127800*    8000-TERMINATE - RETURN CODE 4 WHEN NO EDITION WAS FROZEN.
127900******************************************************************
128000 8000-TERMINATE.
128100     IF WS-RUN-FAILED
128200         SET WS-JOB-HAD-FAILURE TO TRUE
128300     END-IF
128400     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
128500     IF WS-JOB-HAD-FAILURE
128600         MOVE 4 TO RETURN-CODE
128700     END-IF.
128800 8000-EXIT.
128900     EXIT.
