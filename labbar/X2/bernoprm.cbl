000100******************************************************************
000200*    PROGRAM-ID.  BERNOPRM
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    OPERATOR AUTHORIZATION MAINTENANCE.  THE AUTHORIZATION
001000*    MASTER (BERNOPR, BERNOPR LAYOUT) LISTS EVERY OPERATOR WHO
001100*    MAY SUBMIT CONTROL CARDS, THE MODES THEY MAY SUBMIT, THE
001200*    HIGHEST ORDER THEY MAY REQUEST, WHETHER THEY MAY ASK FOR
001300*    FRACTIONS AND WHEN THEIR AUTHORITY EXPIRES.  BERNEDIT
001400*    ENFORCES IT ON EVERY CARD.  THIS JOB ADDS, CHANGES AND
001500*    DELETES OPERATORS FROM A TRANSACTION FILE (OPRMTRAN,
001600*    OPRMTXN LAYOUT).
001700*
001800*    THE WHOLE MASTER IS HELD IN STORAGE IN OPERATOR-ID
001900*    SEQUENCE, THE TRANSACTIONS ARE APPLIED IN FILE ORDER, AND
002000*    THE MASTER IS REWRITTEN ONCE AT THE END IF ANY TRANSACTION
002100*    WAS APPLIED.  THE CHANGE REPORT (OPRMRPT1) LISTS EVERY
002200*    TRANSACTION WITH ITS RESULT AND, FOR A CHANGE, THE
002300*    AUTHORITY AS IT STOOD BEFORE, SO THE REPORT ALONE SHOWS WHO
002400*    GRANTED WHAT TO WHOM.  NOBODY MAY MAINTAIN THEIR OWN
002500*    AUTHORITY.
002600*
002700*    REJECT CODES:
002800*      OA001  ACTION NOT RECOGNIZED
002900*      OA002  OPERATOR ID BLANK
003000*      OA003  KEYED-BY ID BLANK
003100*      OA004  OPERATOR MAY NOT MAINTAIN OWN AUTHORITY
003200*      OA005  OPERATOR ALREADY ON FILE
003300*      OA006  OPERATOR NOT ON FILE
003400*      OA007  MODE FLAGS NOT ALL Y OR N
003500*      OA008  NO MODE AUTHORIZED
003600*      OA009  MAXIMUM N NOT NUMERIC
003700*      OA010  FRACTION SWITCH NOT Y OR N
003800*      OA011  EXPIRY DATE NOT A VALID DATE
003900*      OA012  OPERATOR NAME BLANK
004000*      OA013  MASTER FULL
004100*      OA014  CHANGE GIVES NO NEW VALUE
004200*    A REJECTED TRANSACTION SETS RETURN CODE 4; THE OTHERS ARE
004300*    STILL APPLIED.  SHOULD THE FINAL MASTER REWRITE FAIL, THE
004400*    REPORT SAYS SO AND THE RUN MUST BE REPEATED.
004500*
004600*    MODIFICATION HISTORY
004700*    DATE       INIT  DESCRIPTION
004800*    2026-10-15 SVK   ORIGINAL PROGRAM.
004900******************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID. BERNOPRM.
005200
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. IBM-370.
005600 OBJECT-COMPUTER. IBM-370.
005700
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT TRANSACTION-FILE
006100         ASSIGN TO "OPRMTRAN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TRAN-STATUS.
006400
006500     SELECT OPERATOR-FILE
006600         ASSIGN TO "BERNOPR"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-OPR-STATUS.
006900
007000     SELECT REPORT-FILE
007100         ASSIGN TO "OPRMRPT1"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-RPT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  TRANSACTION-FILE.
007800     COPY OPRMTXN.
007900
008000 FD  OPERATOR-FILE.
008100     COPY BERNOPR.
008200
008300 FD  REPORT-FILE.
008400 01  REPORT-RECORD               PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 77  WS-MAX-ENTRIES              PIC 9(03) VALUE 500.
008800
008900 01  WS-FILE-STATUSES.
009000     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
009100     05  WS-OPR-STATUS           PIC X(02) VALUE SPACES.
009200     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
009300
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
009600         88  WS-EOF                  VALUE 'Y'.
009700     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
009800         88  WS-RUN-GOOD             VALUE 'Y'.
009900         88  WS-RUN-FAILED           VALUE 'N'.
010000     05  WS-CARD-OK-SW           PIC X(01) VALUE 'Y'.
010100         88  WS-CARD-OK              VALUE 'Y'.
010200         88  WS-CARD-REJECTED        VALUE 'N'.
010300     05  WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
010400         88  WS-DATE-OK              VALUE 'Y'.
010500     05  WS-REWRITE-STATUS-SW    PIC X(01) VALUE 'N'.
010600         88  WS-MASTER-REWRITTEN     VALUE 'Y'.
010700         88  WS-REWRITE-FAILED       VALUE 'F'.
010800     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
010900         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
011000
011100 01  WS-WORK-FIELDS.
011200     05  WS-SUB                  PIC 9(03).
011300     05  WS-STEP-SUB             PIC 9(02).
011400     05  WS-TARGET-SUB           PIC 9(03).
011500     05  WS-INSERT-SUB           PIC 9(03).
011600     05  WS-CUR-DATE             PIC 9(08).
011700     05  WS-REJECT-CODE          PIC X(05).
011800     05  WS-REJECT-TEXT          PIC X(34).
011900     05  WS-REMARK-TEXT          PIC X(40).
012000     05  WS-BEFORE-IMAGE         PIC X(65).
012100     05  WS-FLAG-COUNT           PIC 9(02).
012200     05  WS-YES-COUNT            PIC 9(02).
012300     05  WS-CHECK-DATE           PIC 9(08).
012400     05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
012500         10  WS-CHECK-YYYY       PIC 9(04).
012600         10  WS-CHECK-MM         PIC 9(02).
012700         10  WS-CHECK-DD         PIC 9(02).
012800     05  WS-MONTH-DAYS           PIC 9(02).
012900     05  WS-LEAP-QUOT            PIC 9(04).
013000     05  WS-LEAP-REM-4           PIC 9(03).
013100     05  WS-LEAP-REM-100         PIC 9(03).
013200     05  WS-LEAP-REM-400         PIC 9(03).
013300
013400 01  WS-COUNTERS.
013500     05  WS-TRAN-READ-COUNT      PIC 9(09) VALUE ZERO.
013600     05  WS-ADD-COUNT            PIC 9(09) VALUE ZERO.
013700     05  WS-CHANGE-COUNT         PIC 9(09) VALUE ZERO.
013800     05  WS-DELETE-COUNT         PIC 9(09) VALUE ZERO.
013900     05  WS-REJECT-COUNT         PIC 9(09) VALUE ZERO.
014000     05  WS-OPR-READ-COUNT       PIC 9(09) VALUE ZERO.
014100     05  WS-OPR-WRITE-COUNT      PIC 9(09) VALUE ZERO.
014200     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
014300
014400******************************************************************
014500*    THE WHOLE MASTER, HELD IN OPERATOR-ID SEQUENCE.  A DELETED
014600*    OPERATOR KEEPS THE SLOT UNTIL THE REWRITE DROPS IT.
014700******************************************************************
014800 01  WS-OPERATOR-TABLE.
014900     05  WS-OPR-COUNT            PIC 9(03) VALUE ZERO.
015000     05  WS-OPR-ENTRY OCCURS 500 TIMES.
015100         10  WS-OPR-IMAGE        PIC X(65).
015200         10  WS-OPR-DELETED-SW   PIC X(01).
015300             88  WS-OPR-DELETED      VALUE 'Y'.
015400
015500******************************************************************
015600*    DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY IS TAKEN AS 29
015700*    IN A LEAP YEAR.
015800******************************************************************
015900 01  WS-MONTH-DAYS-DATA.
016000     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
016100
016200 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
016300     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
016400
016500******************************************************************
016600*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
016700******************************************************************
016800     COPY BERNSLK.
016900
017000******************************************************************
017100*    PRINT LINE LAYOUTS.  THE MODE FLAGS PRINT IN THE ORDER TABLE,
017200*    LOOKUP, EULER, POLY, ZETA.  A CHANGE PRINTS THE AUTHORITY AS
017300*    IT WAS (BEFORE) UNDER THE LINE SHOWING IT AS IT NOW STANDS.
017400******************************************************************
017500 01  WS-HDG1-LINE.
017600     05  FILLER                  PIC X(44) VALUE
017700         'OPERATOR AUTHORIZATION CHANGE REPORT        '.
017800     05  FILLER                  PIC X(09) VALUE 'PRINTED  '.
017900     05  HDG1-DATE               PIC 9(08).
018000     05  FILLER                  PIC X(71) VALUE SPACES.
018100
018200 01  WS-HDG2-LINE.
018300     05  FILLER                  PIC X(40) VALUE
018400         'ACTION    OPERATOR  NAME                '.
018500     05  FILLER                  PIC X(40) VALUE
018600         '      TLEPZ MAX-N F  EXPIRES   KEYED-BY '.
018700     05  FILLER                  PIC X(40) VALUE
018800         ' RESULT    REMARKS                      '.
018900     05  FILLER                  PIC X(12) VALUE SPACES.
019000
019100 01  WS-DETAIL-LINE.
019200     05  DET-LINE-ACTION         PIC X(09).
019300     05  FILLER                  PIC X(01) VALUE SPACES.
019400     05  DET-LINE-OPERATOR       PIC X(08).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  DET-LINE-NAME           PIC X(24).
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  DET-LINE-MODES          PIC X(05).
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  DET-LINE-MAX-N          PIC X(03).
020100     05  FILLER                  PIC X(03) VALUE SPACES.
020200     05  DET-LINE-FRACTION       PIC X(01).
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  DET-LINE-EXPIRY         PIC X(08).
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  DET-LINE-KEYED-BY       PIC X(08).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  DET-LINE-RESULT         PIC X(08).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  DET-LINE-REMARKS        PIC X(40).
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200
021300 01  WS-TEXT-LINE.
021400     05  TEXT-LINE-BODY          PIC X(60).
021500     05  FILLER                  PIC X(72) VALUE SPACES.
021600
021700 01  WS-COUNT-LINE.
021800     05  CNT-LINE-LABEL          PIC X(30).
021900     05  CNT-LINE-VALUE          PIC Z(08)9.
022000     05  FILLER                  PIC X(93) VALUE SPACES.
022100
022200 PROCEDURE DIVISION.
022300
022400******************************************************************
022500*    0000-MAIN-CONTROL
022600******************************************************************
022700 0000-MAIN-CONTROL.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022900     IF WS-RUN-GOOD
023000         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
023100         PERFORM 2000-ONE-TRANSACTION THRU 2000-EXIT
023200             UNTIL WS-EOF
023300         IF WS-ADD-COUNT > 0 OR WS-CHANGE-COUNT > 0
023400                 OR WS-DELETE-COUNT > 0
023500             PERFORM 5000-REWRITE-MASTER THRU 5000-EXIT
023600         END-IF
023700         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
023800         PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
023900     END-IF
024000     PERFORM 8000-TERMINATE THRU 8000-EXIT
024100     STOP RUN.
024200
024300******************************************************************
024400*    1000-INITIALIZE - OPEN THE TRANSACTIONS AND THE REPORT AND
024500*    HOLD THE MASTER.
024600******************************************************************
024700 1000-INITIALIZE.
024800     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
024900     ACCEPT STEP-START-TIME FROM TIME
025000     OPEN INPUT TRANSACTION-FILE
025100     IF WS-TRAN-STATUS NOT = '00'
025200         DISPLAY 'BOPM0001E CANNOT OPEN OPRMTRAN, STATUS='
025300             WS-TRAN-STATUS
025400         SET WS-RUN-FAILED TO TRUE
025500     ELSE
025600         OPEN OUTPUT REPORT-FILE
025700         IF WS-RPT-STATUS NOT = '00'
025800             DISPLAY 'BOPM0002E CANNOT OPEN OPRMRPT1, STATUS='
025900                 WS-RPT-STATUS
026000             SET WS-RUN-FAILED TO TRUE
026100             CLOSE TRANSACTION-FILE
026200         ELSE
026300             ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
026400             MOVE WS-CUR-DATE TO HDG1-DATE
026500             WRITE REPORT-RECORD FROM WS-HDG1-LINE
026600             MOVE SPACES TO REPORT-RECORD
026700             WRITE REPORT-RECORD
026800             WRITE REPORT-RECORD FROM WS-HDG2-LINE
026900             ADD 3 TO WS-RPT-WRITE-COUNT
027000             PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
027100             IF WS-RUN-FAILED
027200                 CLOSE TRANSACTION-FILE
027300                 CLOSE REPORT-FILE
027400             END-IF
027500         END-IF
027600     END-IF.
027700 1000-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100*    1100/1110 - HOLD THE MASTER.  STATUS 35 MEANS NO OPERATOR HAS
028200*    YET BEEN ADDED; THE FIRST RUN STARTS FROM AN EMPTY MASTER.
028300******************************************************************
028400 1100-LOAD-MASTER.
028500     MOVE 'N' TO WS-EOF-SW
028600     OPEN INPUT OPERATOR-FILE
028700     EVALUATE WS-OPR-STATUS
028800         WHEN '00'
028900             PERFORM 1110-READ-MASTER THRU 1110-EXIT
029000                 UNTIL WS-EOF
029100             CLOSE OPERATOR-FILE
029200         WHEN '35'
029300             CONTINUE
029400         WHEN OTHER
029500             DISPLAY 'BOPM0003E CANNOT OPEN BERNOPR, STATUS='
029600                 WS-OPR-STATUS
029700             SET WS-RUN-FAILED TO TRUE
029800     END-EVALUATE
029900     MOVE 'N' TO WS-EOF-SW.
030000 1100-EXIT.
030100     EXIT.
030200
030300 1110-READ-MASTER.
030400     READ OPERATOR-FILE
030500         AT END
030600             SET WS-EOF TO TRUE
030700         NOT AT END
030800             ADD 1 TO WS-OPR-READ-COUNT
030900             IF WS-OPR-COUNT < WS-MAX-ENTRIES
031000                 ADD 1 TO WS-OPR-COUNT
031100                 MOVE BERN-OPERATOR-RECORD
031200                     TO WS-OPR-IMAGE(WS-OPR-COUNT)
031300                 MOVE 'N' TO WS-OPR-DELETED-SW(WS-OPR-COUNT)
031400             ELSE
031500                 DISPLAY 'BOPM0004E BERNOPR EXCEEDS '
031600                     WS-MAX-ENTRIES ' OPERATORS'
031700                 SET WS-RUN-FAILED TO TRUE
031800                 SET WS-EOF TO TRUE
031900             END-IF
032000     END-READ.
032100 1110-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*    2000-ONE-TRANSACTION - EDIT, LOCATE THE OPERATOR, CHECK THE
032600*    ACTION IS VALID, APPLY, THEN LIST IT.  THE FIRST FAILURE
032700*    WINS, AS IN THE CARD EDIT.
032800******************************************************************
032900 2000-ONE-TRANSACTION.
033000     ADD 1 TO WS-TRAN-READ-COUNT
033100     MOVE 'Y' TO WS-CARD-OK-SW
033200     MOVE SPACES TO WS-REJECT-CODE
033300     MOVE SPACES TO WS-REJECT-TEXT
033400     MOVE SPACES TO WS-REMARK-TEXT
033500     MOVE SPACES TO WS-BEFORE-IMAGE
033600     MOVE ZERO TO WS-TARGET-SUB
033700     PERFORM 3000-EDIT-TRANSACTION THRU 3000-EXIT
033800     IF WS-CARD-OK
033900         PERFORM 3500-LOCATE-OPERATOR THRU 3500-EXIT
034000     END-IF
034100     IF WS-CARD-OK
034200         PERFORM 3600-CHECK-ACTION THRU 3600-EXIT
034300     END-IF
034400     IF WS-CARD-OK
034500         ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
034600         EVALUATE TRUE
034700             WHEN OAT-ADD
034800                 PERFORM 4000-APPLY-ADD THRU 4000-EXIT
034900             WHEN OAT-CHANGE
035000                 PERFORM 4100-APPLY-CHANGE THRU 4100-EXIT
035100             WHEN OTHER
035200                 PERFORM 4200-APPLY-DELETE THRU 4200-EXIT
035300         END-EVALUATE
035400     END-IF
035500     IF WS-CARD-REJECTED
035600         ADD 1 TO WS-REJECT-COUNT
035700         DISPLAY 'BOPM0005E ' OAT-ACTION ' ' OAT-OPERATOR-ID
035800             ' REJECTED - ' WS-REMARK-TEXT
035900     END-IF
036000     PERFORM 4500-PRINT-TRANSACTION THRU 4500-EXIT
036100     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
036200 2000-EXIT.
036300     EXIT.
036400
036500 2100-READ-TRANSACTION.
036600     READ TRANSACTION-FILE
036700         AT END
036800             SET WS-EOF TO TRUE
036900     END-READ.
037000 2100-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400*    3000 - EDITS THAT NEED NO MASTER.  THE AUTHORITY ITSELF IS
037500*    EDITED BY 3700 ONCE ADD OR CHANGE HAS BUILT IT.
037600******************************************************************
037700 3000-EDIT-TRANSACTION.
037800     EVALUATE TRUE
037900         WHEN NOT OAT-ADD AND NOT OAT-CHANGE AND NOT OAT-DELETE
038000             MOVE 'OA001' TO WS-REJECT-CODE
038100             MOVE 'ACTION NOT RECOGNIZED' TO WS-REJECT-TEXT
038200         WHEN OAT-OPERATOR-ID = SPACES
038300             MOVE 'OA002' TO WS-REJECT-CODE
038400             MOVE 'OPERATOR ID BLANK' TO WS-REJECT-TEXT
038500         WHEN OAT-KEYED-BY = SPACES
038600             MOVE 'OA003' TO WS-REJECT-CODE
038700             MOVE 'KEYED-BY ID BLANK' TO WS-REJECT-TEXT
038800         WHEN OAT-KEYED-BY = OAT-OPERATOR-ID
038900             MOVE 'OA004' TO WS-REJECT-CODE
039000             MOVE 'MAY NOT MAINTAIN OWN AUTHORITY'
039100                 TO WS-REJECT-TEXT
039200         WHEN OTHER
039300             CONTINUE
039400     END-EVALUATE
039500     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
039600 3000-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000*    3500/3510 - FIND THE OPERATOR.  WS-INSERT-SUB IS LEFT AT THE
040100*    SLOT A NEW OPERATOR WOULD TAKE TO KEEP THE MASTER IN
040200*    SEQUENCE.
040300******************************************************************
040400 3500-LOCATE-OPERATOR.
040500     COMPUTE WS-INSERT-SUB = WS-OPR-COUNT + 1
040600     PERFORM 3510-MATCH-OPERATOR THRU 3510-EXIT
040700         VARYING WS-SUB FROM WS-OPR-COUNT BY -1
040800         UNTIL WS-SUB < 1
040900     EVALUATE TRUE
041000         WHEN OAT-ADD AND WS-TARGET-SUB > 0
041100             MOVE 'OA005' TO WS-REJECT-CODE
041200             MOVE 'OPERATOR ALREADY ON FILE' TO WS-REJECT-TEXT
041300         WHEN OAT-ADD AND WS-OPR-COUNT NOT < WS-MAX-ENTRIES
041400             MOVE 'OA013' TO WS-REJECT-CODE
041500             MOVE 'MASTER FULL' TO WS-REJECT-TEXT
041600         WHEN NOT OAT-ADD AND WS-TARGET-SUB = 0
041700             MOVE 'OA006' TO WS-REJECT-CODE
041800             MOVE 'OPERATOR NOT ON FILE' TO WS-REJECT-TEXT
041900         WHEN OTHER
042000             CONTINUE
042100     END-EVALUATE
042200     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
042300 3500-EXIT.
042400     EXIT.
042500
042600 3510-MATCH-OPERATOR.
042700     MOVE WS-OPR-IMAGE(WS-SUB) TO BERN-OPERATOR-RECORD
042800     IF OPR-OPERATOR-ID > OAT-OPERATOR-ID
042900         MOVE WS-SUB TO WS-INSERT-SUB
043000     END-IF
043100     IF OPR-OPERATOR-ID = OAT-OPERATOR-ID
043200             AND NOT WS-OPR-DELETED(WS-SUB)
043300         MOVE WS-SUB TO WS-TARGET-SUB
043400     END-IF.
043500 3510-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900*    3600 - ADD AND CHANGE BUILD THE AUTHORITY AS IT WOULD STAND
044000*    IN BERN-OPERATOR-RECORD AND EDIT THE WHOLE OF IT, SO A
044100*    CHANGE CANNOT LEAVE A BAD RECORD BEHIND.  A DELETE NEEDS NO
044200*    FURTHER CHECK.
044300******************************************************************
044400 3600-CHECK-ACTION.
044500     IF WS-TARGET-SUB > 0
044600         MOVE WS-OPR-IMAGE(WS-TARGET-SUB) TO BERN-OPERATOR-RECORD
044700         MOVE BERN-OPERATOR-RECORD TO WS-BEFORE-IMAGE
044800     END-IF
044900     EVALUATE TRUE
045000         WHEN OAT-ADD
045100             PERFORM 3610-BUILD-NEW-OPERATOR THRU 3610-EXIT
045200             PERFORM 3700-EDIT-AUTHORITY THRU 3700-EXIT
045300         WHEN OAT-CHANGE
045400             PERFORM 3620-OVERLAY-CHANGES THRU 3620-EXIT
045500             IF WS-CARD-OK
045600                 PERFORM 3700-EDIT-AUTHORITY THRU 3700-EXIT
045700             END-IF
045800         WHEN OTHER
045900             CONTINUE
046000     END-EVALUATE.
046100 3600-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    3610 - A NEW OPERATOR.  THE NUMERIC FIELDS GO IN AS KEYED SO
046600*    THE EDIT SEES WHAT WAS ACTUALLY PUNCHED.
046700******************************************************************
046800 3610-BUILD-NEW-OPERATOR.
046900     MOVE SPACES TO BERN-OPERATOR-RECORD
047000     MOVE OAT-OPERATOR-ID TO OPR-OPERATOR-ID
047100     MOVE OAT-OPERATOR-NAME TO OPR-OPERATOR-NAME
047200     MOVE OAT-MODE-FLAGS TO OPR-MODE-FLAGS
047300     MOVE OAT-MAX-N TO BERN-OPERATOR-RECORD(38:3)
047400     MOVE OAT-FRACTION-SW TO OPR-FRACTION-SW
047500     MOVE OAT-EXPIRY-DATE TO BERN-OPERATOR-RECORD(42:8).
047600 3610-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000*    3620 - A CHANGE.  EACH NON-BLANK FIELD REPLACES THE STORED
048100*    VALUE; A CHANGE THAT ALTERS NOTHING IS REJECTED SO THE
048200*    SECURITY OFFICER KNOWS THE TRANSACTION DID NO WORK.
048300******************************************************************
048400 3620-OVERLAY-CHANGES.
048500     IF OAT-OPERATOR-NAME NOT = SPACES
048600         MOVE OAT-OPERATOR-NAME TO OPR-OPERATOR-NAME
048700     END-IF
048800     IF OAT-MODE-FLAGS NOT = SPACES
048900         MOVE OAT-MODE-FLAGS TO OPR-MODE-FLAGS
049000     END-IF
049100     IF OAT-MAX-N NOT = SPACES
049200         MOVE OAT-MAX-N TO BERN-OPERATOR-RECORD(38:3)
049300     END-IF
049400     IF OAT-FRACTION-SW NOT = SPACES
049500         MOVE OAT-FRACTION-SW TO OPR-FRACTION-SW
049600     END-IF
049700     IF OAT-EXPIRY-DATE NOT = SPACES
049800         MOVE OAT-EXPIRY-DATE TO BERN-OPERATOR-RECORD(42:8)
049900     END-IF
050000     IF BERN-OPERATOR-RECORD = WS-BEFORE-IMAGE
050100         MOVE 'OA014' TO WS-REJECT-CODE
050200         MOVE 'CHANGE GIVES NO NEW VALUE' TO WS-REJECT-TEXT
050300         PERFORM 3900-SET-REJECTED THRU 3900-EXIT
050400     END-IF.
050500 3620-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900*    3700 - EDIT THE AUTHORITY AS IT WOULD STAND.  AN EXPIRY DATE
051000*    IN THE PAST IS ACCEPTED - IT IS HOW AN OPERATOR IS STOPPED
051100*    WITHOUT LOSING THE RECORD OF WHAT THEY HELD.
051200******************************************************************
051300 3700-EDIT-AUTHORITY.
051400     MOVE ZERO TO WS-FLAG-COUNT
051500     MOVE ZERO TO WS-YES-COUNT
051600     INSPECT OPR-MODE-FLAGS TALLYING WS-FLAG-COUNT
051700         FOR ALL 'Y' ALL 'N'
051800     INSPECT OPR-MODE-FLAGS TALLYING WS-YES-COUNT FOR ALL 'Y'
051900     MOVE 'N' TO WS-DATE-OK-SW
052000     IF BERN-OPERATOR-RECORD(42:8) NUMERIC
052100         MOVE OPR-EXPIRY-DATE TO WS-CHECK-DATE
052200         PERFORM 3710-CHECK-DATE THRU 3710-EXIT
052300     END-IF
052400     EVALUATE TRUE
052500         WHEN OPR-OPERATOR-NAME = SPACES
052600             MOVE 'OA012' TO WS-REJECT-CODE
052700             MOVE 'OPERATOR NAME BLANK' TO WS-REJECT-TEXT
052800         WHEN WS-FLAG-COUNT NOT = 5
052900             MOVE 'OA007' TO WS-REJECT-CODE
053000             MOVE 'MODE FLAGS NOT ALL Y OR N' TO WS-REJECT-TEXT
053100         WHEN WS-YES-COUNT = 0
053200             MOVE 'OA008' TO WS-REJECT-CODE
053300             MOVE 'NO MODE AUTHORIZED' TO WS-REJECT-TEXT
053400         WHEN BERN-OPERATOR-RECORD(38:3) NOT NUMERIC
053500             MOVE 'OA009' TO WS-REJECT-CODE
053600             MOVE 'MAXIMUM N NOT NUMERIC' TO WS-REJECT-TEXT
053700         WHEN OPR-FRACTION-SW NOT = 'Y' AND NOT = 'N'
053800             MOVE 'OA010' TO WS-REJECT-CODE
053900             MOVE 'FRACTION SWITCH NOT Y OR N' TO WS-REJECT-TEXT
054000         WHEN NOT WS-DATE-OK
054100             MOVE 'OA011' TO WS-REJECT-CODE
054200             MOVE 'EXPIRY DATE NOT A VALID DATE'
054300                 TO WS-REJECT-TEXT
054400         WHEN OTHER
054500             CONTINUE
054600     END-EVALUATE
054700     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
054800 3700-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200*    3710 - IS WS-CHECK-DATE A REAL CALENDAR DATE?  A YEAR
055300*    DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT
055400*    DIVISIBLE BY 400.
055500******************************************************************
055600 3710-CHECK-DATE.
055700     IF WS-CHECK-YYYY > 1900
055800             AND WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
055900         MOVE WS-MONTH-DAYS-ENTRY(WS-CHECK-MM) TO WS-MONTH-DAYS
056000         IF WS-CHECK-MM = 2
056100             DIVIDE WS-CHECK-YYYY BY 4
056200                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
056300             DIVIDE WS-CHECK-YYYY BY 100
056400                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
056500             DIVIDE WS-CHECK-YYYY BY 400
056600                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
056700             IF WS-LEAP-REM-4 = 0
056800                     AND (WS-LEAP-REM-100 NOT = 0
056900                          OR WS-LEAP-REM-400 = 0)
057000                 MOVE 29 TO WS-MONTH-DAYS
057100             END-IF
057200         END-IF
057300         IF WS-CHECK-DD > 0 AND WS-CHECK-DD NOT > WS-MONTH-DAYS
057400             SET WS-DATE-OK TO TRUE
057500         END-IF
057600     END-IF.
057700 3710-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100*    3900 - A REJECT CODE REJECTS THE TRANSACTION; THE CODE LEADS
058200*    THE REMARKS ON THE REPORT.
058300******************************************************************
058400 3900-SET-REJECTED.
058500     IF WS-REJECT-CODE NOT = SPACES
058600         MOVE 'N' TO WS-CARD-OK-SW
058700         STRING WS-REJECT-CODE DELIMITED BY SIZE
058800                ' ' DELIMITED BY SIZE
058900                WS-REJECT-TEXT DELIMITED BY SIZE
059000             INTO WS-REMARK-TEXT
059100         END-STRING
059200     END-IF.
059300 3900-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700*    4000/4010 - ADD.  THE OPERATORS FROM THE INSERT SLOT UP MOVE
059800*    ONE PLACE TO MAKE ROOM, KEEPING THE MASTER IN SEQUENCE.
059900******************************************************************
060000 4000-APPLY-ADD.
060100     PERFORM 4010-SHIFT-ONE-ENTRY THRU 4010-EXIT
060200         VARYING WS-SUB FROM WS-OPR-COUNT BY -1
060300         UNTIL WS-SUB < WS-INSERT-SUB
060400     ADD 1 TO WS-OPR-COUNT
060500     MOVE WS-INSERT-SUB TO WS-TARGET-SUB
060600     PERFORM 4900-STAMP-MAINTENANCE THRU 4900-EXIT
060700     MOVE 'N' TO WS-OPR-DELETED-SW(WS-TARGET-SUB)
060800     MOVE 'OPERATOR ADDED' TO WS-REMARK-TEXT
060900     ADD 1 TO WS-ADD-COUNT.
061000 4000-EXIT.
061100     EXIT.
061200
061300 4010-SHIFT-ONE-ENTRY.
061400     MOVE WS-OPR-ENTRY(WS-SUB) TO WS-OPR-ENTRY(WS-SUB + 1).
061500 4010-EXIT.
061600     EXIT.
061700
061800 4100-APPLY-CHANGE.
061900     PERFORM 4900-STAMP-MAINTENANCE THRU 4900-EXIT
062000     MOVE 'AUTHORITY CHANGED' TO WS-REMARK-TEXT
062100     ADD 1 TO WS-CHANGE-COUNT.
062200 4100-EXIT.
062300     EXIT.
062400
062500 4200-APPLY-DELETE.
062600     SET WS-OPR-DELETED(WS-TARGET-SUB) TO TRUE
062700     MOVE 'OPERATOR DELETED' TO WS-REMARK-TEXT
062800     ADD 1 TO WS-DELETE-COUNT.
062900 4200-EXIT.
063000     EXIT.
063100
063200 4900-STAMP-MAINTENANCE.
063300     MOVE WS-CUR-DATE TO OPR-MAINT-DATE
063400     MOVE OAT-KEYED-BY TO OPR-MAINT-OPERATOR
063500     MOVE BERN-OPERATOR-RECORD TO WS-OPR-IMAGE(WS-TARGET-SUB).
063600 4900-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000*    4500/4510 - ONE REPORT LINE PER TRANSACTION.  AN APPLIED
064100*    LINE SHOWS THE AUTHORITY AS IT NOW STANDS (AS IT STOOD, FOR
064200*    A DELETE); A REJECTED ONE SHOWS THE TRANSACTION AS KEYED.  A
064300*    CHANGE IS FOLLOWED BY THE AUTHORITY AS IT WAS.
064400******************************************************************
064500 4500-PRINT-TRANSACTION.
064600     MOVE SPACES TO WS-DETAIL-LINE
064700     MOVE OAT-ACTION TO DET-LINE-ACTION
064800     MOVE OAT-OPERATOR-ID TO DET-LINE-OPERATOR
064900     MOVE OAT-KEYED-BY TO DET-LINE-KEYED-BY
065000     MOVE WS-REMARK-TEXT TO DET-LINE-REMARKS
065100     IF WS-CARD-OK
065200         PERFORM 4510-FORMAT-AUTHORITY THRU 4510-EXIT
065300         MOVE 'APPLIED' TO DET-LINE-RESULT
065400     ELSE
065500         MOVE OAT-OPERATOR-NAME TO DET-LINE-NAME
065600         MOVE OAT-MODE-FLAGS TO DET-LINE-MODES
065700         MOVE OAT-MAX-N TO DET-LINE-MAX-N
065800         MOVE OAT-FRACTION-SW TO DET-LINE-FRACTION
065900         MOVE OAT-EXPIRY-DATE TO DET-LINE-EXPIRY
066000         MOVE 'REJECTED' TO DET-LINE-RESULT
066100     END-IF
066200     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
066300     ADD 1 TO WS-RPT-WRITE-COUNT
066400     IF WS-CARD-OK AND OAT-CHANGE
066500         MOVE SPACES TO WS-DETAIL-LINE
066600         MOVE WS-BEFORE-IMAGE TO BERN-OPERATOR-RECORD
066700         PERFORM 4510-FORMAT-AUTHORITY THRU 4510-EXIT
066800         MOVE OPR-MAINT-OPERATOR TO DET-LINE-KEYED-BY
066900         MOVE 'BEFORE' TO DET-LINE-RESULT
067000         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
067100         ADD 1 TO WS-RPT-WRITE-COUNT
067200     END-IF.
067300 4500-EXIT.
067400     EXIT.
067500
067600 4510-FORMAT-AUTHORITY.
067700     MOVE OPR-OPERATOR-NAME TO DET-LINE-NAME
067800     MOVE OPR-MODE-FLAGS TO DET-LINE-MODES
067900     MOVE OPR-MAX-N TO DET-LINE-MAX-N
068000     MOVE OPR-FRACTION-SW TO DET-LINE-FRACTION
068100     MOVE OPR-EXPIRY-DATE TO DET-LINE-EXPIRY.
068200 4510-EXIT.
068300     EXIT.
068400
068500******************************************************************
068600*    5000/5100 - REWRITE THE MASTER IN FULL, DROPPING DELETED
068700*    OPERATORS.
068800******************************************************************
068900 5000-REWRITE-MASTER.
069000     OPEN OUTPUT OPERATOR-FILE
069100     IF WS-OPR-STATUS NOT = '00'
069200         DISPLAY 'BOPM0006E CANNOT REWRITE BERNOPR, STATUS='
069300             WS-OPR-STATUS
069400         SET WS-REWRITE-FAILED TO TRUE
069500     ELSE
069600         SET WS-MASTER-REWRITTEN TO TRUE
069700         PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
069800             VARYING WS-SUB FROM 1 BY 1
069900             UNTIL WS-SUB > WS-OPR-COUNT
070000         CLOSE OPERATOR-FILE
070100     END-IF.
070200 5000-EXIT.
070300     EXIT.
070400
070500 5100-WRITE-ONE-ENTRY.
070600     IF NOT WS-OPR-DELETED(WS-SUB)
070700         MOVE WS-OPR-IMAGE(WS-SUB) TO BERN-OPERATOR-RECORD
070800         WRITE BERN-OPERATOR-RECORD
070900         IF WS-OPR-STATUS NOT = '00'
071000             DISPLAY 'BOPM0007E BERNOPR WRITE FAILED, STATUS='
071100                 WS-OPR-STATUS
071200             SET WS-REWRITE-FAILED TO TRUE
071300         ELSE
071400             ADD 1 TO WS-OPR-WRITE-COUNT
071500         END-IF
071600     END-IF.
071700 5100-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    6000-PRINT-TOTALS
072200******************************************************************
072300 6000-PRINT-TOTALS.
072400     MOVE SPACES TO REPORT-RECORD
072500     WRITE REPORT-RECORD
072600     MOVE 'TRANSACTIONS READ' TO CNT-LINE-LABEL
072700     MOVE WS-TRAN-READ-COUNT TO CNT-LINE-VALUE
072800     WRITE REPORT-RECORD FROM WS-COUNT-LINE
072900     MOVE 'OPERATORS ADDED' TO CNT-LINE-LABEL
073000     MOVE WS-ADD-COUNT TO CNT-LINE-VALUE
073100     WRITE REPORT-RECORD FROM WS-COUNT-LINE
073200     MOVE 'OPERATORS CHANGED' TO CNT-LINE-LABEL
073300     MOVE WS-CHANGE-COUNT TO CNT-LINE-VALUE
073400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
073500     MOVE 'OPERATORS DELETED' TO CNT-LINE-LABEL
073600     MOVE WS-DELETE-COUNT TO CNT-LINE-VALUE
073700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
073800     MOVE 'TRANSACTIONS REJECTED' TO CNT-LINE-LABEL
073900     MOVE WS-REJECT-COUNT TO CNT-LINE-VALUE
074000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
074100     MOVE 'OPERATORS ON MASTER' TO CNT-LINE-LABEL
074200     IF WS-MASTER-REWRITTEN
074300         MOVE WS-OPR-WRITE-COUNT TO CNT-LINE-VALUE
074400     ELSE
074500         MOVE WS-OPR-READ-COUNT TO CNT-LINE-VALUE
074600     END-IF
074700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
074800     EVALUATE TRUE
074900         WHEN WS-REWRITE-FAILED
075000             MOVE 'MASTER NOT REWRITTEN - APPLIED LINES VOID'
075100                 TO TEXT-LINE-BODY
075200         WHEN WS-MASTER-REWRITTEN
075300             MOVE 'MASTER REWRITTEN' TO TEXT-LINE-BODY
075400         WHEN OTHER
075500             MOVE 'MASTER NOT CHANGED' TO TEXT-LINE-BODY
075600     END-EVALUATE
075700     WRITE REPORT-RECORD FROM WS-TEXT-LINE
075800     ADD 8 TO WS-RPT-WRITE-COUNT.
075900 6000-EXIT.
076000     EXIT.
076100
076200 7000-CLOSE-FILES.
076300     CLOSE TRANSACTION-FILE
076400     CLOSE REPORT-FILE.
076500 7000-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
077000******************************************************************
077100 7900-POST-STEP-AUDIT.
077200     MOVE 'BERNOPRM' TO STEP-PROGRAM
077300     MOVE SPACES TO STEP-OPERATOR-ID
077400     IF WS-JOB-HAD-FAILURE
077500         MOVE 4 TO STEP-RETURN-CODE
077600     ELSE
077700         MOVE 0 TO STEP-RETURN-CODE
077800     END-IF
077900     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
078000         VARYING WS-STEP-SUB FROM 1 BY 1
078100         UNTIL WS-STEP-SUB > 10
078200     MOVE 'OPRMTRAN' TO STEP-DDNAME(1)
078300     MOVE WS-TRAN-READ-COUNT TO STEP-READ-CNT(1)
078400     MOVE 'BERNOPR' TO STEP-DDNAME(2)
078500     MOVE WS-OPR-READ-COUNT TO STEP-READ-CNT(2)
078600     MOVE WS-OPR-WRITE-COUNT TO STEP-WRITE-CNT(2)
078700     MOVE 'OPRMRPT1' TO STEP-DDNAME(3)
078800     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(3)
078900     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
079000 7900-EXIT.
079100     EXIT.
079200
079300 7910-CLEAR-STEP-ENTRY.
079400     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
079500     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
079600     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
079700 7910-EXIT.
079800     EXIT.
079900
080000******************************************************************
080100*    8000-TERMINATE - A REJECTED TRANSACTION OR A FAILED REWRITE
080200*    ENDS THE STEP WITH RETURN CODE 4.
080300******************************************************************
080400 8000-TERMINATE.
080500     IF WS-RUN-FAILED OR WS-REJECT-COUNT > 0 OR WS-REWRITE-FAILED
080600         SET WS-JOB-HAD-FAILURE TO TRUE
080700     END-IF
080800     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
080900     IF WS-JOB-HAD-FAILURE
081000         MOVE 4 TO RETURN-CODE
081100     END-IF.
081200 8000-EXIT.
081300     EXIT.
