000100******************************************************************
000200*    PROGRAM-ID.  BERNDECK
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    STANDING-ORDER DECK BUILDER.  RUNS AHEAD OF BERNEDIT AND
001000*    WRITES A CONTROL CARD (BERNCTL LAYOUT) TO PARMRAW FOR EVERY
001100*    ACTIVE STANDING ORDER ON BERNORD THAT IS DUE ON OR BEFORE
001200*    THE PROCESSING DATE, THEN ROLLS EACH SUCH ORDER'S NEXT-DUE
001300*    DATE FORWARD BY ITS FREQUENCY UNTIL IT LIES AFTER THE
001400*    PROCESSING DATE.  AN ORDER THAT FELL DUE MORE THAN ONCE
001500*    SINCE THE LAST BUILD GIVES ONE CARD - THE SAME CARD RUN
001600*    TWICE WOULD ONLY PUBLISH THE SAME VALUES AGAIN - AND THE
001700*    REPORT SAYS HOW MANY DUE DATES WERE PASSED OVER.
001800*
001900*    THE RUN CARD (DECKPARM, DECKCTL LAYOUT, OPTIONAL) GIVES THE
002000*    PROCESSING DATE (DEFAULT TODAY), WHETHER TO APPEND TO AN
002100*    EXISTING PARMRAW (E.G. BEHIND A BERNRQUE REQUEUE DECK) OR
002200*    WRITE A NEW ONE, AND THE OPERATOR RUNNING THE BUILD.
002300*
002400*    THE BUILD REPORT (DECKRPT1) LISTS EVERY ORDER AS GENERATED,
002500*    SKIPPED (NOT YET DUE) OR SUSPENDED.  THE MASTER IS REWRITTEN
002600*    WITH THE ROLLED DATES ONLY WHEN THE WHOLE DECK WAS WRITTEN;
002700*    IF PARMRAW FAILS, NO DATE MOVES AND THE BUILD CAN SIMPLY BE
002800*    REPEATED.  A RUN THAT CANNOT START, A DECK WRITE FAILURE OR
002900*    A FAILED MASTER REWRITE ENDS THE STEP WITH RETURN CODE 4.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    2026-10-15 SVK   ORIGINAL PROGRAM.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. BERNDECK.
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DECK-PARM-FILE
004600         ASSIGN TO "DECKPARM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PARM-STATUS.
004900
005000     SELECT ORDER-FILE
005100         ASSIGN TO "BERNORD"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ORD-STATUS.
005400
005500     SELECT DECK-FILE
005600         ASSIGN TO "PARMRAW"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-DECK-STATUS.
005900
006000     SELECT REPORT-FILE
006100         ASSIGN TO "DECKRPT1"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  DECK-PARM-FILE.
006800     COPY DECKCTL.
006900
007000 FD  ORDER-FILE.
007100     COPY BERNORD.
007200
007300 FD  DECK-FILE.
007400     COPY BERNCTL.
007500
007600 FD  REPORT-FILE.
007700 01  REPORT-RECORD               PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 77  WS-MAX-ENTRIES              PIC 9(03) VALUE 500.
008100
008200 01  WS-FILE-STATUSES.
008300     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
008400     05  WS-ORD-STATUS           PIC X(02) VALUE SPACES.
008500     05  WS-DECK-STATUS          PIC X(02) VALUE SPACES.
008600     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
008700
008800 01  WS-SWITCHES.
008900     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
009000         88  WS-EOF                  VALUE 'Y'.
009100     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
009200         88  WS-RUN-GOOD             VALUE 'Y'.
009300         88  WS-RUN-FAILED           VALUE 'N'.
009400     05  WS-APPEND-SW            PIC X(01) VALUE 'N'.
009500         88  WS-APPEND-DECK          VALUE 'Y'.
009600     05  WS-DECK-STATUS-SW       PIC X(01) VALUE 'Y'.
009700         88  WS-DECK-GOOD            VALUE 'Y'.
009800         88  WS-DECK-FAILED          VALUE 'N'.
009900     05  WS-REWRITE-STATUS-SW    PIC X(01) VALUE 'N'.
010000         88  WS-MASTER-REWRITTEN     VALUE 'Y'.
010100         88  WS-REWRITE-FAILED       VALUE 'F'.
010200     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
010300         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
010400
010500 01  WS-WORK-FIELDS.
010600     05  WS-SUB                  PIC 9(03).
010700     05  WS-STEP-SUB             PIC 9(02).
010800     05  WS-DAY-SUB              PIC 9(02).
010900     05  WS-CUR-DATE             PIC 9(08).
011000     05  WS-PROCESS-DATE         PIC 9(08).
011100     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
011200     05  WS-RESULT-TEXT          PIC X(09).
011300     05  WS-REMARK-TEXT          PIC X(40).
011400     05  WS-WAS-DUE-DATE         PIC 9(08).
011500     05  WS-ROLL-COUNT           PIC 9(05).
011600     05  WS-MISSED-COUNT         PIC 9(05).
011700     05  WS-MISSED-EDIT          PIC Z(04)9.
011800     05  WS-ROLL-MONTHS          PIC 9(02).
011900     05  WS-ANCHOR-DAY           PIC 9(02).
012000     05  WS-CHECK-DATE           PIC 9(08).
012100     05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
012200         10  WS-CHECK-YYYY       PIC 9(04).
012300         10  WS-CHECK-MM         PIC 9(02).
012400         10  WS-CHECK-DD         PIC 9(02).
012500     05  WS-MONTH-DAYS           PIC 9(02).
012600     05  WS-LEAP-QUOT            PIC 9(04).
012700     05  WS-LEAP-REM-4           PIC 9(03).
012800     05  WS-LEAP-REM-100         PIC 9(03).
012900     05  WS-LEAP-REM-400         PIC 9(03).
013000
013100 01  WS-COUNTERS.
013200     05  WS-PARM-READ-COUNT      PIC 9(09) VALUE ZERO.
013300     05  WS-ORD-READ-COUNT       PIC 9(09) VALUE ZERO.
013400     05  WS-ORD-WRITE-COUNT      PIC 9(09) VALUE ZERO.
013500     05  WS-GENERATED-COUNT      PIC 9(09) VALUE ZERO.
013600     05  WS-SKIPPED-COUNT        PIC 9(09) VALUE ZERO.
013700     05  WS-SUSPENDED-COUNT      PIC 9(09) VALUE ZERO.
013800     05  WS-DECK-WRITE-COUNT     PIC 9(09) VALUE ZERO.
013900     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
014000
014100******************************************************************
014200*    THE WHOLE MASTER, HELD AND REWRITTEN IN FULL AS IN BERNORDM.
014300******************************************************************
014400 01  WS-ORDER-TABLE.
014500     05  WS-ORD-COUNT            PIC 9(03) VALUE ZERO.
014600     05  WS-ORD-ENTRY OCCURS 500 TIMES.
014700         10  WS-ORD-IMAGE        PIC X(74).
014800
014900******************************************************************
015000*    DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY IS TAKEN AS 29
015100*    IN A LEAP YEAR.
015200******************************************************************
015300 01  WS-MONTH-DAYS-DATA.
015400     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
015500
015600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
015700     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
015800
015900******************************************************************
016000*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
016100******************************************************************
016200     COPY BERNSLK.
016300
016400******************************************************************
016500*    PRINT LINE LAYOUTS.  DUE-DATE IS THE DATE THE ORDER STOOD AT
016600*    WHEN THE BUILD BEGAN; NEXT-DUE IS WHERE IT STANDS AFTER IT.
016700******************************************************************
016800 01  WS-HDG1-LINE.
016900     05  FILLER                  PIC X(44) VALUE
017000         'STANDING-ORDER DECK BUILD                   '.
017100     05  FILLER                  PIC X(09) VALUE 'PRINTED  '.
017200     05  HDG1-DATE               PIC 9(08).
017300     05  FILLER                  PIC X(71) VALUE SPACES.
017400
017500 01  WS-RUN-LINE.
017600     05  FILLER                  PIC X(16) VALUE
017700         'PROCESSING DATE '.
017800     05  RUN-LINE-DATE           PIC 9(08).
017900     05  FILLER                  PIC X(04) VALUE SPACES.
018000     05  FILLER                  PIC X(08) VALUE 'PARMRAW '.
018100     05  RUN-LINE-DISP           PIC X(08).
018200     05  FILLER                  PIC X(04) VALUE SPACES.
018300     05  FILLER                  PIC X(09) VALUE 'OPERATOR '.
018400     05  RUN-LINE-OPERATOR       PIC X(08).
018500     05  FILLER                  PIC X(67) VALUE SPACES.
018600
018700 01  WS-HDG2-LINE.
018800     05  FILLER                  PIC X(40) VALUE
018900         'ORDER     MODE     N   M F CARD-OPER FQ '.
019000     05  FILLER                  PIC X(40) VALUE
019100         'DUE-DATE  NEXT-DUE  OWNER     RESULT    '.
019200     05  FILLER                  PIC X(40) VALUE
019300         ' REMARKS                                '.
019400     05  FILLER                  PIC X(12) VALUE SPACES.
019500
019600 01  WS-DETAIL-LINE.
019700     05  DET-LINE-ORDER          PIC X(08).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  DET-LINE-MODE           PIC X(06).
020000     05  FILLER                  PIC X(01) VALUE SPACES.
020100     05  DET-LINE-N              PIC 9(03).
020200     05  FILLER                  PIC X(01) VALUE SPACES.
020300     05  DET-LINE-TARGET-M       PIC 9(03).
020400     05  FILLER                  PIC X(01) VALUE SPACES.
020500     05  DET-LINE-FRACTION       PIC X(01).
020600     05  FILLER                  PIC X(01) VALUE SPACES.
020700     05  DET-LINE-CARD-OPER      PIC X(08).
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  DET-LINE-FREQUENCY      PIC X(01).
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  DET-LINE-DUE-DATE       PIC 9(08).
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  DET-LINE-NEXT-DUE       PIC 9(08).
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  DET-LINE-OWNER          PIC X(08).
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  DET-LINE-RESULT         PIC X(09).
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  DET-LINE-REMARKS        PIC X(40).
022000     05  FILLER                  PIC X(11) VALUE SPACES.
022100
022200 01  WS-TEXT-LINE.
022300     05  TEXT-LINE-BODY          PIC X(60).
022400     05  FILLER                  PIC X(72) VALUE SPACES.
022500
022600 01  WS-COUNT-LINE.
022700     05  CNT-LINE-LABEL          PIC X(30).
022800     05  CNT-LINE-VALUE          PIC Z(08)9.
022900     05  FILLER                  PIC X(93) VALUE SPACES.
023000
023100 PROCEDURE DIVISION.
023200
023300******************************************************************
023400*    0000-MAIN-CONTROL
023500******************************************************************
023600 0000-MAIN-CONTROL.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023800     IF WS-RUN-GOOD
023900         PERFORM 2000-ONE-ORDER THRU 2000-EXIT
024000             VARYING WS-SUB FROM 1 BY 1
024100             UNTIL WS-SUB > WS-ORD-COUNT
024200         CLOSE DECK-FILE
024300         IF WS-GENERATED-COUNT > 0 AND WS-DECK-GOOD
024400             PERFORM 5000-REWRITE-MASTER THRU 5000-EXIT
024500         END-IF
024600         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
024700         CLOSE REPORT-FILE
024800     END-IF
024900     PERFORM 8000-TERMINATE THRU 8000-EXIT
025000     STOP RUN.
025100
025200******************************************************************
025300*    1000-INITIALIZE - TAKE THE RUN CARD, HOLD THE MASTER, THEN
025400*    OPEN THE REPORT AND THE DECK.
025500******************************************************************
025600 1000-INITIALIZE.
025700     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
025800     ACCEPT STEP-START-TIME FROM TIME
025900     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
026000     MOVE WS-CUR-DATE TO WS-PROCESS-DATE
026100     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
026200     IF WS-RUN-GOOD
026300         PERFORM 1200-LOAD-MASTER THRU 1200-EXIT
026400     END-IF
026500     IF WS-RUN-GOOD
026600         OPEN OUTPUT REPORT-FILE
026700         IF WS-RPT-STATUS NOT = '00'
026800             DISPLAY 'BDCK0001E CANNOT OPEN DECKRPT1, STATUS='
026900                 WS-RPT-STATUS
027000             SET WS-RUN-FAILED TO TRUE
027100         ELSE
027200             PERFORM 1300-OPEN-DECK THRU 1300-EXIT
027300             IF WS-RUN-FAILED
027400                 CLOSE REPORT-FILE
027500             ELSE
027600                 PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT
027700             END-IF
027800         END-IF
027900     END-IF.
028000 1000-EXIT.
028100     EXIT.
028200
028300******************************************************************
028400*    1100 - THE RUN CARD IS OPTIONAL.  A BLANK OR ZERO PROCESSING
028500*    DATE MEANS TODAY; ANY OTHER VALUE MUST BE A REAL DATE, SINCE
028600*    A MISKEYED DATE WOULD ROLL EVERY ORDER TO THE WRONG PLACE.
028700******************************************************************
028800 1100-READ-RUN-CARD.
028900     OPEN INPUT DECK-PARM-FILE
029000     IF WS-PARM-STATUS = '00'
029100         READ DECK-PARM-FILE
029200             AT END
029300                 CONTINUE
029400             NOT AT END
029500                 ADD 1 TO WS-PARM-READ-COUNT
029600                 PERFORM 1110-TAKE-RUN-CARD THRU 1110-EXIT
029700         END-READ
029800         CLOSE DECK-PARM-FILE
029900     END-IF.
030000 1100-EXIT.
030100     EXIT.
030200
030300 1110-TAKE-RUN-CARD.
030400     MOVE DKC-OPERATOR-ID TO WS-OPERATOR-ID
030500     IF DKC-APPEND
030600         SET WS-APPEND-DECK TO TRUE
030700     END-IF
030800     IF DKC-PROCESS-DATE NOT = SPACES
030900             AND DKC-PROCESS-DATE NOT = ZEROS
031000         IF DKC-PROCESS-DATE NUMERIC
031100             MOVE DKC-PROCESS-DATE TO WS-CHECK-DATE
031200             PERFORM 4300-MONTH-LENGTH THRU 4300-EXIT
031300         ELSE
031400             MOVE ZEROS TO WS-CHECK-DATE
031500         END-IF
031600         IF WS-CHECK-YYYY > 1900
031700                 AND WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
031800                 AND WS-CHECK-DD > 0
031900                 AND WS-CHECK-DD NOT > WS-MONTH-DAYS
032000             MOVE WS-CHECK-DATE TO WS-PROCESS-DATE
032100         ELSE
032200             DISPLAY 'BDCK0002E DECKPARM PROCESSING DATE '
032300                 DKC-PROCESS-DATE ' NOT A VALID DATE'
032400             SET WS-RUN-FAILED TO TRUE
032500         END-IF
032600     END-IF.
032700 1110-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100*    1200/1210 - HOLD THE MASTER.  STATUS 35 MEANS NO ORDER HAS
033200*    YET BEEN ADDED; AN EMPTY DECK IS THEN BUILT.
033300******************************************************************
033400 1200-LOAD-MASTER.
033500     MOVE 'N' TO WS-EOF-SW
033600     OPEN INPUT ORDER-FILE
033700     EVALUATE WS-ORD-STATUS
033800         WHEN '00'
033900             PERFORM 1210-READ-MASTER THRU 1210-EXIT
034000                 UNTIL WS-EOF
034100             CLOSE ORDER-FILE
034200         WHEN '35'
034300             CONTINUE
034400         WHEN OTHER
034500             DISPLAY 'BDCK0003E CANNOT OPEN BERNORD, STATUS='
034600                 WS-ORD-STATUS
034700             SET WS-RUN-FAILED TO TRUE
034800     END-EVALUATE
034900     MOVE 'N' TO WS-EOF-SW.
035000 1200-EXIT.
035100     EXIT.
035200
035300 1210-READ-MASTER.
035400     READ ORDER-FILE
035500         AT END
035600             SET WS-EOF TO TRUE
035700         NOT AT END
035800             ADD 1 TO WS-ORD-READ-COUNT
035900             IF WS-ORD-COUNT < WS-MAX-ENTRIES
036000                 ADD 1 TO WS-ORD-COUNT
036100                 MOVE BERN-ORDER-RECORD
036200                     TO WS-ORD-IMAGE(WS-ORD-COUNT)
036300             ELSE
036400                 DISPLAY 'BDCK0004E BERNORD EXCEEDS '
036500                     WS-MAX-ENTRIES ' ORDERS'
036600                 SET WS-RUN-FAILED TO TRUE
036700                 SET WS-EOF TO TRUE
036800             END-IF
036900     END-READ.
037000 1210-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400*    1300 - OPEN THE DECK.  AN APPENDED DECK IS CREATED IF THERE
037500*    IS NONE YET (THE SAME CONVENTION AS THE AUDIT TRAIL).
037600******************************************************************
037700 1300-OPEN-DECK.
037800     IF WS-APPEND-DECK
037900         OPEN EXTEND DECK-FILE
038000         IF WS-DECK-STATUS = '35'
038100             OPEN OUTPUT DECK-FILE
038200         END-IF
038300     ELSE
038400         OPEN OUTPUT DECK-FILE
038500     END-IF
038600     IF WS-DECK-STATUS NOT = '00'
038700         DISPLAY 'BDCK0005E CANNOT OPEN PARMRAW, STATUS='
038800             WS-DECK-STATUS
038900         SET WS-RUN-FAILED TO TRUE
039000     END-IF.
039100 1300-EXIT.
039200     EXIT.
039300
039400 1400-PRINT-HEADINGS.
039500     MOVE WS-CUR-DATE TO HDG1-DATE
039600     WRITE REPORT-RECORD FROM WS-HDG1-LINE
039700     MOVE WS-PROCESS-DATE TO RUN-LINE-DATE
039800     IF WS-APPEND-DECK
039900         MOVE 'APPENDED' TO RUN-LINE-DISP
040000     ELSE
040100         MOVE 'NEW DECK' TO RUN-LINE-DISP
040200     END-IF
040300     MOVE WS-OPERATOR-ID TO RUN-LINE-OPERATOR
040400     WRITE REPORT-RECORD FROM WS-RUN-LINE
040500     MOVE SPACES TO REPORT-RECORD
040600     WRITE REPORT-RECORD
040700     WRITE REPORT-RECORD FROM WS-HDG2-LINE
040800     ADD 4 TO WS-RPT-WRITE-COUNT.
040900 1400-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300*    2000 - ONE ORDER: SUSPENDED, NOT YET DUE, OR DUE.  ONCE THE
041400*    DECK HAS FAILED NO FURTHER CARD IS WRITTEN; A DUE ORDER IS
041500*    THEN LISTED AS SKIPPED WITH ITS DATE UNMOVED.
041600******************************************************************
041700 2000-ONE-ORDER.
041800     MOVE WS-ORD-IMAGE(WS-SUB) TO BERN-ORDER-RECORD
041900     MOVE ORD-NEXT-DUE-DATE TO WS-WAS-DUE-DATE
042000     MOVE SPACES TO WS-REMARK-TEXT
042100     EVALUATE TRUE
042200         WHEN ORD-SUSPENDED
042300             MOVE 'SUSPENDED' TO WS-RESULT-TEXT
042400             MOVE 'ORDER SUSPENDED - NO CARD' TO WS-REMARK-TEXT
042500             ADD 1 TO WS-SUSPENDED-COUNT
042600         WHEN ORD-NEXT-DUE-DATE > WS-PROCESS-DATE
042700             MOVE 'SKIPPED' TO WS-RESULT-TEXT
042800             MOVE 'NOT YET DUE' TO WS-REMARK-TEXT
042900             ADD 1 TO WS-SKIPPED-COUNT
043000         WHEN WS-DECK-FAILED
043100             MOVE 'SKIPPED' TO WS-RESULT-TEXT
043200             MOVE 'PARMRAW FAILED - NO CARD' TO WS-REMARK-TEXT
043300             ADD 1 TO WS-SKIPPED-COUNT
043400         WHEN OTHER
043500             PERFORM 3000-GENERATE-CARD THRU 3000-EXIT
043600     END-EVALUATE
043700     PERFORM 2500-PRINT-ORDER THRU 2500-EXIT.
043800 2000-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200*    2500 - ONE REPORT LINE PER ORDER.
044300******************************************************************
044400 2500-PRINT-ORDER.
044500     MOVE SPACES TO WS-DETAIL-LINE
044600     MOVE ORD-ORDER-ID TO DET-LINE-ORDER
044700     MOVE ORD-CC-MODE TO DET-LINE-MODE
044800     MOVE ORD-CC-N TO DET-LINE-N
044900     MOVE ORD-CC-TARGET-M TO DET-LINE-TARGET-M
045000     MOVE ORD-CC-FRACTION-SW TO DET-LINE-FRACTION
045100     MOVE ORD-CC-OPERATOR-ID TO DET-LINE-CARD-OPER
045200     MOVE ORD-FREQUENCY TO DET-LINE-FREQUENCY
045300     MOVE WS-WAS-DUE-DATE TO DET-LINE-DUE-DATE
045400     MOVE ORD-NEXT-DUE-DATE TO DET-LINE-NEXT-DUE
045500     MOVE ORD-OWNER-ID TO DET-LINE-OWNER
045600     MOVE WS-RESULT-TEXT TO DET-LINE-RESULT
045700     MOVE WS-REMARK-TEXT TO DET-LINE-REMARKS
045800     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
045900     ADD 1 TO WS-RPT-WRITE-COUNT.
046000 2500-EXIT.
046100     EXIT.
046200
046300******************************************************************
046400*    3000 - WRITE THE ORDER'S CARD, THEN ROLL ITS NEXT-DUE DATE.
046500*    THE CARD IS AN ORIGINAL REQUEST, NEVER A REQUEUE.  THE ROLLED
046600*    ORDER GOES BACK INTO THE TABLE FOR THE MASTER REWRITE.
046700******************************************************************
046800 3000-GENERATE-CARD.
046900     MOVE ORD-CARD-IMAGE TO BERN-CONTROL-RECORD
047000     MOVE 'N' TO CC-REQUEUE-SW
047100     WRITE BERN-CONTROL-RECORD
047200     IF WS-DECK-STATUS NOT = '00'
047300         DISPLAY 'BDCK0006E PARMRAW WRITE FAILED, STATUS='
047400             WS-DECK-STATUS ' - NO MORE CARDS WRITTEN'
047500         SET WS-DECK-FAILED TO TRUE
047600         MOVE 'SKIPPED' TO WS-RESULT-TEXT
047700         MOVE 'PARMRAW FAILED - NO CARD' TO WS-REMARK-TEXT
047800         ADD 1 TO WS-SKIPPED-COUNT
047900     ELSE
048000         ADD 1 TO WS-DECK-WRITE-COUNT
048100         ADD 1 TO WS-GENERATED-COUNT
048200         MOVE 'GENERATED' TO WS-RESULT-TEXT
048300         MOVE ZERO TO WS-ROLL-COUNT
048400         MOVE ORD-NEXT-DUE-DATE TO WS-CHECK-DATE
048500         PERFORM 4000-ROLL-ONE-PERIOD THRU 4000-EXIT
048600             UNTIL WS-CHECK-DATE > WS-PROCESS-DATE
048700         MOVE WS-CHECK-DATE TO ORD-NEXT-DUE-DATE
048800         MOVE WS-PROCESS-DATE TO ORD-LAST-GEN-DATE
048900         MOVE BERN-ORDER-RECORD TO WS-ORD-IMAGE(WS-SUB)
049000         IF WS-ROLL-COUNT > 1
049100             COMPUTE WS-MISSED-COUNT = WS-ROLL-COUNT - 1
049200             MOVE WS-MISSED-COUNT TO WS-MISSED-EDIT
049300             STRING WS-MISSED-EDIT DELIMITED BY SIZE
049400                    ' EARLIER DUE DATE(S) PASSED OVER'
049500                        DELIMITED BY SIZE
049600                 INTO WS-REMARK-TEXT
049700             END-STRING
049800         END-IF
049900     END-IF.
050000 3000-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400*    4000 - MOVE WS-CHECK-DATE ON BY ONE PERIOD OF THE ORDER'S
050500*    FREQUENCY.  DAILY AND WEEKLY ORDERS STEP BY DAYS; MONTHLY AND
050600*    QUARTERLY ORDERS STEP BY MONTHS AND LAND ON THE ANCHOR DAY,
050700*    OR THE LAST DAY OF A MONTH TOO SHORT TO HOLD IT.
050800******************************************************************
050900 4000-ROLL-ONE-PERIOD.
051000     ADD 1 TO WS-ROLL-COUNT
051100     EVALUATE TRUE
051200         WHEN ORD-FREQ-DAILY
051300             PERFORM 4100-ADD-ONE-DAY THRU 4100-EXIT
051400         WHEN ORD-FREQ-WEEKLY
051500             PERFORM 4100-ADD-ONE-DAY THRU 4100-EXIT
051600                 VARYING WS-DAY-SUB FROM 1 BY 1
051700                 UNTIL WS-DAY-SUB > 7
051800         WHEN ORD-FREQ-QUARTERLY
051900             MOVE 3 TO WS-ROLL-MONTHS
052000             PERFORM 4200-ADD-MONTHS THRU 4200-EXIT
052100         WHEN OTHER
052200             MOVE 1 TO WS-ROLL-MONTHS
052300             PERFORM 4200-ADD-MONTHS THRU 4200-EXIT
052400     END-EVALUATE.
052500 4000-EXIT.
052600     EXIT.
052700
052800 4100-ADD-ONE-DAY.
052900     PERFORM 4300-MONTH-LENGTH THRU 4300-EXIT
053000     IF WS-CHECK-DD < WS-MONTH-DAYS
053100         ADD 1 TO WS-CHECK-DD
053200     ELSE
053300         MOVE 1 TO WS-CHECK-DD
053400         IF WS-CHECK-MM < 12
053500             ADD 1 TO WS-CHECK-MM
053600         ELSE
053700             MOVE 1 TO WS-CHECK-MM
053800             ADD 1 TO WS-CHECK-YYYY
053900         END-IF
054000     END-IF.
054100 4100-EXIT.
054200     EXIT.
054300
054400 4200-ADD-MONTHS.
054500     ADD WS-ROLL-MONTHS TO WS-CHECK-MM
054600     IF WS-CHECK-MM > 12
054700         SUBTRACT 12 FROM WS-CHECK-MM
054800         ADD 1 TO WS-CHECK-YYYY
054900     END-IF
055000     MOVE ORD-DUE-DAY TO WS-ANCHOR-DAY
055100     IF WS-ANCHOR-DAY = 0
055200         MOVE WS-CHECK-DD TO WS-ANCHOR-DAY
055300     END-IF
055400     PERFORM 4300-MONTH-LENGTH THRU 4300-EXIT
055500     IF WS-ANCHOR-DAY > WS-MONTH-DAYS
055600         MOVE WS-MONTH-DAYS TO WS-CHECK-DD
055700     ELSE
055800         MOVE WS-ANCHOR-DAY TO WS-CHECK-DD
055900     END-IF.
056000 4200-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400*    4300 - DAYS IN THE MONTH OF WS-CHECK-DATE.  A YEAR DIVISIBLE
056500*    BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT DIVISIBLE BY
056600*    400.  AN IMPOSSIBLE MONTH GIVES ZERO DAYS.
056700******************************************************************
056800 4300-MONTH-LENGTH.
056900     MOVE ZERO TO WS-MONTH-DAYS
057000     IF WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
057100         MOVE WS-MONTH-DAYS-ENTRY(WS-CHECK-MM) TO WS-MONTH-DAYS
057200         IF WS-CHECK-MM = 2
057300             DIVIDE WS-CHECK-YYYY BY 4
057400                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
057500             DIVIDE WS-CHECK-YYYY BY 100
057600                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
057700             DIVIDE WS-CHECK-YYYY BY 400
057800                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
057900             IF WS-LEAP-REM-4 = 0
058000                     AND (WS-LEAP-REM-100 NOT = 0
058100                          OR WS-LEAP-REM-400 = 0)
058200                 MOVE 29 TO WS-MONTH-DAYS
058300             END-IF
058400         END-IF
058500     END-IF.
058600 4300-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*    5000/5100 - REWRITE THE MASTER IN FULL WITH THE ROLLED DATES.
059100******************************************************************
059200 5000-REWRITE-MASTER.
059300     OPEN OUTPUT ORDER-FILE
059400     IF WS-ORD-STATUS NOT = '00'
059500         DISPLAY 'BDCK0007E CANNOT REWRITE BERNORD, STATUS='
059600             WS-ORD-STATUS
059700         SET WS-REWRITE-FAILED TO TRUE
059800     ELSE
059900         SET WS-MASTER-REWRITTEN TO TRUE
060000         PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
060100             VARYING WS-SUB FROM 1 BY 1
060200             UNTIL WS-SUB > WS-ORD-COUNT
060300         CLOSE ORDER-FILE
060400     END-IF.
060500 5000-EXIT.
060600     EXIT.
060700
060800 5100-WRITE-ONE-ENTRY.
060900     MOVE WS-ORD-IMAGE(WS-SUB) TO BERN-ORDER-RECORD
061000     WRITE BERN-ORDER-RECORD
061100     IF WS-ORD-STATUS NOT = '00'
061200         DISPLAY 'BDCK0008E BERNORD WRITE FAILED, STATUS='
061300             WS-ORD-STATUS
061400         SET WS-REWRITE-FAILED TO TRUE
061500     ELSE
061600         ADD 1 TO WS-ORD-WRITE-COUNT
061700     END-IF.
061800 5100-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    6000-PRINT-TOTALS
062300******************************************************************
062400 6000-PRINT-TOTALS.
062500     MOVE SPACES TO REPORT-RECORD
062600     WRITE REPORT-RECORD
062700     MOVE 'ORDERS READ' TO CNT-LINE-LABEL
062800     MOVE WS-ORD-READ-COUNT TO CNT-LINE-VALUE
062900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
063000     MOVE 'CARDS GENERATED' TO CNT-LINE-LABEL
063100     MOVE WS-GENERATED-COUNT TO CNT-LINE-VALUE
063200     WRITE REPORT-RECORD FROM WS-COUNT-LINE
063300     MOVE 'ORDERS SKIPPED' TO CNT-LINE-LABEL
063400     MOVE WS-SKIPPED-COUNT TO CNT-LINE-VALUE
063500     WRITE REPORT-RECORD FROM WS-COUNT-LINE
063600     MOVE 'ORDERS SUSPENDED' TO CNT-LINE-LABEL
063700     MOVE WS-SUSPENDED-COUNT TO CNT-LINE-VALUE
063800     WRITE REPORT-RECORD FROM WS-COUNT-LINE
063900     EVALUATE TRUE
064000         WHEN WS-DECK-FAILED
064100             MOVE 'DECK INCOMPLETE - DATES NOT ROLLED, REPEAT RUN'
064200                 TO TEXT-LINE-BODY
064300         WHEN WS-REWRITE-FAILED
064400             MOVE 'MASTER NOT REWRITTEN - DATES NOT ROLLED'
064500                 TO TEXT-LINE-BODY
064600         WHEN WS-MASTER-REWRITTEN
064700             MOVE 'MASTER REWRITTEN - NEXT-DUE DATES ROLLED'
064800                 TO TEXT-LINE-BODY
064900         WHEN OTHER
065000             MOVE 'MASTER NOT CHANGED' TO TEXT-LINE-BODY
065100     END-EVALUATE
065200     WRITE REPORT-RECORD FROM WS-TEXT-LINE
065300     ADD 6 TO WS-RPT-WRITE-COUNT
065400     DISPLAY 'BDCK0009I CARDS GENERATED TO PARMRAW  '
065500         WS-GENERATED-COUNT.
065600 6000-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
066100******************************************************************
066200 7900-POST-STEP-AUDIT.
066300     MOVE 'BERNDECK' TO STEP-PROGRAM
066400     MOVE WS-OPERATOR-ID TO STEP-OPERATOR-ID
066500     IF WS-JOB-HAD-FAILURE
066600         MOVE 4 TO STEP-RETURN-CODE
066700     ELSE
066800         MOVE 0 TO STEP-RETURN-CODE
066900     END-IF
067000     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
067100         VARYING WS-STEP-SUB FROM 1 BY 1
067200         UNTIL WS-STEP-SUB > 10
067300     MOVE 'DECKPARM' TO STEP-DDNAME(1)
067400     MOVE WS-PARM-READ-COUNT TO STEP-READ-CNT(1)
067500     MOVE 'BERNORD' TO STEP-DDNAME(2)
067600     MOVE WS-ORD-READ-COUNT TO STEP-READ-CNT(2)
067700     MOVE WS-ORD-WRITE-COUNT TO STEP-WRITE-CNT(2)
067800     MOVE 'PARMRAW' TO STEP-DDNAME(3)
067900     MOVE WS-DECK-WRITE-COUNT TO STEP-WRITE-CNT(3)
068000     MOVE 'DECKRPT1' TO STEP-DDNAME(4)
068100     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(4)
068200     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
068300 7900-EXIT.
068400     EXIT.
068500
068600 7910-CLEAR-STEP-ENTRY.
068700     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
068800     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
068900     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
069000 7910-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400*    8000-TERMINATE - A RUN THAT COULD NOT START, AN INCOMPLETE
069500*    DECK OR A FAILED REWRITE ENDS THE STEP WITH RETURN CODE 4.
069600******************************************************************
069700 8000-TERMINATE.
069800     IF WS-RUN-FAILED OR WS-DECK-FAILED OR WS-REWRITE-FAILED
069900         SET WS-JOB-HAD-FAILURE TO TRUE
070000     END-IF
070100     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
070200     IF WS-JOB-HAD-FAILURE
070300         MOVE 4 TO RETURN-CODE
070400     END-IF.
070500 8000-EXIT.
070600     EXIT.
