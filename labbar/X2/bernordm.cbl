000100******************************************************************
000200*    PROGRAM-ID.  BERNORDM
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    STANDING-ORDER MASTER MAINTENANCE.  THE RECURRING CONTROL
001000*    CARDS (THE QUARTERLY TABLE REBUILD, THE MONTHLY EULER AND
001100*    POLY SETS, THE WEEKLY LOOKUPS) ARE KEPT AS STANDING ORDERS
001200*    ON BERNORD (BERNORD LAYOUT) AND TURNED INTO A PARMRAW DECK
001300*    BY BERNDECK ON EACH PROCESSING DATE.  THIS JOB ADDS,
001400*    CHANGES, SUSPENDS, RESUMES AND DELETES ORDERS FROM A
001500*    TRANSACTION FILE (ORDMTRAN, ORDMTXN LAYOUT).
001600*
001700*    THE CARD IMAGE IS EDITED HERE ONLY FOR FORM - A RECOGNIZED
001800*    MODE, NUMERIC N AND TARGET-M, A Y/N FRACTION SWITCH.  THE
001900*    MODE LIMITS ARE LEFT TO BERNEDIT, WHICH SEES EVERY CARD THE
002000*    DECK BUILDER GENERATES, SO THE LIMITS ARE KEPT IN ONE PLACE.
002100*
002200*    THE WHOLE MASTER IS HELD IN STORAGE IN ORDER-ID SEQUENCE,
002300*    THE TRANSACTIONS ARE APPLIED IN FILE ORDER, AND THE MASTER
002400*    IS REWRITTEN ONCE AT THE END IF ANY TRANSACTION WAS APPLIED.
002500*    EVERY TRANSACTION IS LISTED ON THE MAINTENANCE REPORT
002600*    (ORDMRPT1) WITH ITS RESULT; THE ORDER ITSELF CARRIES THE
002700*    DATE AND OPERATOR OF ITS LAST MAINTENANCE.
002800*
002900*    REJECT CODES:
003000*      OM001  ACTION NOT RECOGNIZED
003100*      OM002  ORDER ID BLANK
003200*      OM003  OPERATOR ID BLANK
003300*      OM004  ORDER ALREADY ON FILE
003400*      OM005  ORDER NOT ON FILE
003500*      OM006  MODE NOT RECOGNIZED
003600*      OM007  N OR TARGET-M NOT NUMERIC
003700*      OM008  FRACTION SWITCH NOT Y OR N
003800*      OM009  FREQUENCY NOT D, W, M OR Q
003900*      OM010  NEXT-DUE DATE NOT A VALID DATE
004000*      OM011  OWNER ID BLANK
004100*      OM012  ORDER ALREADY SUSPENDED
004200*      OM013  ORDER NOT SUSPENDED
004300*      OM014  MASTER FULL
004400*      OM015  CHANGE GIVES NO NEW VALUE
004500*    A REJECTED TRANSACTION SETS RETURN CODE 4; THE OTHERS ARE
004600*    STILL APPLIED.  SHOULD THE FINAL MASTER REWRITE FAIL, THE
004700*    REPORT SAYS SO AND THE RUN MUST BE REPEATED.
004800*
004900*    MODIFICATION HISTORY
005000*    DATE       INIT  DESCRIPTION
005100*    2026-10-15 SVK   ORIGINAL PROGRAM.
005200******************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. BERNORDM.
005500
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-370.
005900 OBJECT-COMPUTER. IBM-370.
006000
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT TRANSACTION-FILE
006400         ASSIGN TO "ORDMTRAN"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-TRAN-STATUS.
006700
006800     SELECT ORDER-FILE
006900         ASSIGN TO "BERNORD"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-ORD-STATUS.
007200
007300     SELECT REPORT-FILE
007400         ASSIGN TO "ORDMRPT1"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RPT-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  TRANSACTION-FILE.
008100     COPY ORDMTXN.
008200
008300 FD  ORDER-FILE.
008400     COPY BERNORD.
008500
008600 FD  REPORT-FILE.
008700 01  REPORT-RECORD               PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 77  WS-MAX-ENTRIES              PIC 9(03) VALUE 500.
009100
009200 01  WS-FILE-STATUSES.
009300     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
009400     05  WS-ORD-STATUS           PIC X(02) VALUE SPACES.
009500     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
009600
009700 01  WS-SWITCHES.
009800     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
009900         88  WS-EOF                  VALUE 'Y'.
010000     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
010100         88  WS-RUN-GOOD             VALUE 'Y'.
010200         88  WS-RUN-FAILED           VALUE 'N'.
010300     05  WS-CARD-OK-SW           PIC X(01) VALUE 'Y'.
010400         88  WS-CARD-OK              VALUE 'Y'.
010500         88  WS-CARD-REJECTED        VALUE 'N'.
010600     05  WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
010700         88  WS-DATE-OK              VALUE 'Y'.
010800     05  WS-REWRITE-STATUS-SW    PIC X(01) VALUE 'N'.
010900         88  WS-MASTER-REWRITTEN     VALUE 'Y'.
011000         88  WS-REWRITE-FAILED       VALUE 'F'.
011100     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
011200         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
011300
011400 01  WS-WORK-FIELDS.
011500     05  WS-SUB                  PIC 9(03).
011600     05  WS-STEP-SUB             PIC 9(02).
011700     05  WS-TARGET-SUB           PIC 9(03).
011800     05  WS-INSERT-SUB           PIC 9(03).
011900     05  WS-CUR-DATE             PIC 9(08).
012000     05  WS-REJECT-CODE          PIC X(05).
012100     05  WS-REJECT-TEXT          PIC X(34).
012200     05  WS-REMARK-TEXT          PIC X(40).
012300     05  WS-BEFORE-IMAGE         PIC X(74).
012400     05  WS-CHECK-DATE           PIC 9(08).
012500     05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
012600         10  WS-CHECK-YYYY       PIC 9(04).
012700         10  WS-CHECK-MM         PIC 9(02).
012800         10  WS-CHECK-DD         PIC 9(02).
012900     05  WS-MONTH-DAYS           PIC 9(02).
013000     05  WS-LEAP-QUOT            PIC 9(04).
013100     05  WS-LEAP-REM-4           PIC 9(03).
013200     05  WS-LEAP-REM-100         PIC 9(03).
013300     05  WS-LEAP-REM-400         PIC 9(03).
013400
013500 01  WS-COUNTERS.
013600     05  WS-TRAN-READ-COUNT      PIC 9(09) VALUE ZERO.
013700     05  WS-ADD-COUNT            PIC 9(09) VALUE ZERO.
013800     05  WS-CHANGE-COUNT         PIC 9(09) VALUE ZERO.
013900     05  WS-SUSPEND-COUNT        PIC 9(09) VALUE ZERO.
014000     05  WS-RESUME-COUNT         PIC 9(09) VALUE ZERO.
014100     05  WS-DELETE-COUNT         PIC 9(09) VALUE ZERO.
014200     05  WS-REJECT-COUNT         PIC 9(09) VALUE ZERO.
014300     05  WS-ORD-READ-COUNT       PIC 9(09) VALUE ZERO.
014400     05  WS-ORD-WRITE-COUNT      PIC 9(09) VALUE ZERO.
014500     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
014600
014700******************************************************************
014800*    THE WHOLE MASTER, HELD IN ORDER-ID SEQUENCE.  A DELETED
014900*    ORDER KEEPS ITS SLOT UNTIL THE REWRITE DROPS IT.
015000******************************************************************
015100 01  WS-ORDER-TABLE.
015200     05  WS-ORD-COUNT            PIC 9(03) VALUE ZERO.
015300     05  WS-ORD-ENTRY OCCURS 500 TIMES.
015400         10  WS-ORD-IMAGE        PIC X(74).
015500         10  WS-ORD-DELETED-SW   PIC X(01).
015600             88  WS-ORD-DELETED      VALUE 'Y'.
015700
015800******************************************************************
015900*    DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY IS TAKEN AS 29
016000*    IN A LEAP YEAR.
016100******************************************************************
016200 01  WS-MONTH-DAYS-DATA.
016300     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
016400
016500 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
016600     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
016700
016800******************************************************************
016900*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
017000******************************************************************
017100     COPY BERNSLK.
017200
017300******************************************************************
017400*    PRINT LINE LAYOUTS.  A CHANGE PRINTS THE ORDER AS IT WAS
017500*    (BEFORE) UNDER THE LINE SHOWING THE ORDER AS IT NOW STANDS.
017600******************************************************************
017700 01  WS-HDG1-LINE.
017800     05  FILLER                  PIC X(44) VALUE
017900         'STANDING-ORDER MAINTENANCE                  '.
018000     05  FILLER                  PIC X(09) VALUE 'PRINTED  '.
018100     05  HDG1-DATE               PIC 9(08).
018200     05  FILLER                  PIC X(71) VALUE SPACES.
018300
018400 01  WS-HDG2-LINE.
018500     05  FILLER                  PIC X(40) VALUE
018600         'ACTION    ORDER     MODE     N   M F CAR'.
018700     05  FILLER                  PIC X(40) VALUE
018800         'D-OPR F  NEXT-DUE S  OWNER     OPERATOR '.
018900     05  FILLER                  PIC X(40) VALUE
019000         ' RESULT    REMARKS                      '.
019100     05  FILLER                  PIC X(12) VALUE SPACES.
019200
019300 01  WS-DETAIL-LINE.
019400     05  DET-LINE-ACTION         PIC X(09).
019500     05  FILLER                  PIC X(01) VALUE SPACES.
019600     05  DET-LINE-ORDER          PIC X(08).
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  DET-LINE-MODE           PIC X(06).
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  DET-LINE-N              PIC X(03).
020100     05  FILLER                  PIC X(01) VALUE SPACES.
020200     05  DET-LINE-TARGET-M       PIC X(03).
020300     05  FILLER                  PIC X(01) VALUE SPACES.
020400     05  DET-LINE-FRACTION       PIC X(01).
020500     05  FILLER                  PIC X(01) VALUE SPACES.
020600     05  DET-LINE-CARD-OPER      PIC X(08).
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  DET-LINE-FREQUENCY      PIC X(01).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  DET-LINE-NEXT-DUE       PIC X(08).
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  DET-LINE-STATUS         PIC X(01).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  DET-LINE-OWNER          PIC X(08).
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  DET-LINE-OPERATOR       PIC X(08).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  DET-LINE-RESULT         PIC X(08).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  DET-LINE-REMARKS        PIC X(40).
022050     05  FILLER                  PIC X(01) VALUE SPACES.
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
023900         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
024000         PERFORM 2000-ONE-TRANSACTION THRU 2000-EXIT
024100             UNTIL WS-EOF
024200         IF WS-ADD-COUNT > 0 OR WS-CHANGE-COUNT > 0
024300                 OR WS-SUSPEND-COUNT > 0 OR WS-RESUME-COUNT > 0
024400                 OR WS-DELETE-COUNT > 0
024500             PERFORM 5000-REWRITE-MASTER THRU 5000-EXIT
024600         END-IF
024700         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
024800         PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
024900     END-IF
025000     PERFORM 8000-TERMINATE THRU 8000-EXIT
025100     STOP RUN.
025200
025300******************************************************************
025400*    1000-INITIALIZE - OPEN THE TRANSACTIONS AND THE REPORT AND
025500*    HOLD THE MASTER.
025600******************************************************************
025700 1000-INITIALIZE.
025800     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
025900     ACCEPT STEP-START-TIME FROM TIME
026000     OPEN INPUT TRANSACTION-FILE
026100     IF WS-TRAN-STATUS NOT = '00'
026200         DISPLAY 'BORM0001E CANNOT OPEN ORDMTRAN, STATUS='
026300             WS-TRAN-STATUS
026400         SET WS-RUN-FAILED TO TRUE
026500     ELSE
026600         OPEN OUTPUT REPORT-FILE
026700         IF WS-RPT-STATUS NOT = '00'
026800             DISPLAY 'BORM0002E CANNOT OPEN ORDMRPT1, STATUS='
026900                 WS-RPT-STATUS
027000             SET WS-RUN-FAILED TO TRUE
027100             CLOSE TRANSACTION-FILE
027200         ELSE
027300             ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
027400             MOVE WS-CUR-DATE TO HDG1-DATE
027500             WRITE REPORT-RECORD FROM WS-HDG1-LINE
027600             MOVE SPACES TO REPORT-RECORD
027700             WRITE REPORT-RECORD
027800             WRITE REPORT-RECORD FROM WS-HDG2-LINE
027900             ADD 3 TO WS-RPT-WRITE-COUNT
028000             PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
028100             IF WS-RUN-FAILED
028200                 CLOSE TRANSACTION-FILE
028300                 CLOSE REPORT-FILE
028400             END-IF
028500         END-IF
028600     END-IF.
028700 1000-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100*    1100/1110 - HOLD THE MASTER.  STATUS 35 MEANS NO ORDER HAS
029200*    YET BEEN ADDED; THE FIRST RUN STARTS FROM AN EMPTY MASTER.
029300******************************************************************
029400 1100-LOAD-MASTER.
029500     MOVE 'N' TO WS-EOF-SW
029600     OPEN INPUT ORDER-FILE
029700     EVALUATE WS-ORD-STATUS
029800         WHEN '00'
029900             PERFORM 1110-READ-MASTER THRU 1110-EXIT
030000                 UNTIL WS-EOF
030100             CLOSE ORDER-FILE
030200         WHEN '35'
030300             CONTINUE
030400         WHEN OTHER
030500             DISPLAY 'BORM0003E CANNOT OPEN BERNORD, STATUS='
030600                 WS-ORD-STATUS
030700             SET WS-RUN-FAILED TO TRUE
030800     END-EVALUATE
030900     MOVE 'N' TO WS-EOF-SW.
031000 1100-EXIT.
031100     EXIT.
031200
031300 1110-READ-MASTER.
031400     READ ORDER-FILE
031500         AT END
031600             SET WS-EOF TO TRUE
031700         NOT AT END
031800             ADD 1 TO WS-ORD-READ-COUNT
031900             IF WS-ORD-COUNT < WS-MAX-ENTRIES
032000                 ADD 1 TO WS-ORD-COUNT
032100                 MOVE BERN-ORDER-RECORD
032200                     TO WS-ORD-IMAGE(WS-ORD-COUNT)
032300                 MOVE 'N' TO WS-ORD-DELETED-SW(WS-ORD-COUNT)
032400             ELSE
032500                 DISPLAY 'BORM0004E BERNORD EXCEEDS '
032600                     WS-MAX-ENTRIES ' ORDERS'
032700                 SET WS-RUN-FAILED TO TRUE
032800                 SET WS-EOF TO TRUE
032900             END-IF
033000     END-READ.
033100 1110-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*    2000-ONE-TRANSACTION - EDIT, LOCATE THE ORDER, CHECK THE
033600*    ACTION IS VALID FOR IT, APPLY, THEN LIST IT.  THE FIRST
033700*    FAILURE WINS, AS IN THE CARD EDIT.
033800******************************************************************
033900 2000-ONE-TRANSACTION.
034000     ADD 1 TO WS-TRAN-READ-COUNT
034100     MOVE 'Y' TO WS-CARD-OK-SW
034200     MOVE SPACES TO WS-REJECT-CODE
034300     MOVE SPACES TO WS-REJECT-TEXT
034400     MOVE SPACES TO WS-REMARK-TEXT
034500     MOVE SPACES TO WS-BEFORE-IMAGE
034600     MOVE ZERO TO WS-TARGET-SUB
034700     PERFORM 3000-EDIT-TRANSACTION THRU 3000-EXIT
034800     IF WS-CARD-OK
034900         PERFORM 3500-LOCATE-ORDER THRU 3500-EXIT
035000     END-IF
035100     IF WS-CARD-OK
035200         PERFORM 3600-CHECK-ACTION THRU 3600-EXIT
035300     END-IF
035400     IF WS-CARD-OK
035500         ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
035600         EVALUATE TRUE
035700             WHEN OMT-ADD
035800                 PERFORM 4000-APPLY-ADD THRU 4000-EXIT
035900             WHEN OMT-CHANGE
036000                 PERFORM 4100-APPLY-CHANGE THRU 4100-EXIT
036100             WHEN OMT-SUSPEND
036200                 PERFORM 4200-APPLY-SUSPEND THRU 4200-EXIT
036300             WHEN OMT-RESUME
036400                 PERFORM 4300-APPLY-RESUME THRU 4300-EXIT
036500             WHEN OTHER
036600                 PERFORM 4400-APPLY-DELETE THRU 4400-EXIT
036700         END-EVALUATE
036800     END-IF
036900     IF WS-CARD-REJECTED
037000         ADD 1 TO WS-REJECT-COUNT
037100         DISPLAY 'BORM0005E ' OMT-ACTION ' ' OMT-ORDER-ID
037200             ' REJECTED - ' WS-REMARK-TEXT
037300     END-IF
037400     PERFORM 4500-PRINT-TRANSACTION THRU 4500-EXIT
037500     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
037600 2000-EXIT.
037700     EXIT.
037800
037900 2100-READ-TRANSACTION.
038000     READ TRANSACTION-FILE
038100         AT END
038200             SET WS-EOF TO TRUE
038300     END-READ.
038400 2100-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800*    3000 - EDITS THAT NEED NO MASTER.  THE ORDER CONTENT ITSELF
038900*    IS EDITED BY 3700 ONCE ADD OR CHANGE HAS BUILT IT.
039000******************************************************************
039100 3000-EDIT-TRANSACTION.
039200     EVALUATE TRUE
039300         WHEN NOT OMT-ADD AND NOT OMT-CHANGE AND NOT OMT-SUSPEND
039400                 AND NOT OMT-RESUME AND NOT OMT-DELETE
039500             MOVE 'OM001' TO WS-REJECT-CODE
039600             MOVE 'ACTION NOT RECOGNIZED' TO WS-REJECT-TEXT
039700         WHEN OMT-ORDER-ID = SPACES
039800             MOVE 'OM002' TO WS-REJECT-CODE
039900             MOVE 'ORDER ID BLANK' TO WS-REJECT-TEXT
040000         WHEN OMT-OPERATOR-ID = SPACES
040100             MOVE 'OM003' TO WS-REJECT-CODE
040200             MOVE 'OPERATOR ID BLANK' TO WS-REJECT-TEXT
040300         WHEN OTHER
040400             CONTINUE
040500     END-EVALUATE
040600     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
040700 3000-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    3500/3510 - FIND THE ORDER.  WS-INSERT-SUB IS LEFT AT THE
041200*    SLOT A NEW ORDER WOULD TAKE TO KEEP THE MASTER IN SEQUENCE.
041300******************************************************************
041400 3500-LOCATE-ORDER.
041500     COMPUTE WS-INSERT-SUB = WS-ORD-COUNT + 1
041600     PERFORM 3510-MATCH-ORDER THRU 3510-EXIT
041700         VARYING WS-SUB FROM WS-ORD-COUNT BY -1
041800         UNTIL WS-SUB < 1
041900     EVALUATE TRUE
042000         WHEN OMT-ADD AND WS-TARGET-SUB > 0
042100             MOVE 'OM004' TO WS-REJECT-CODE
042200             MOVE 'ORDER ALREADY ON FILE' TO WS-REJECT-TEXT
042300         WHEN OMT-ADD AND WS-ORD-COUNT NOT < WS-MAX-ENTRIES
042400             MOVE 'OM014' TO WS-REJECT-CODE
042500             MOVE 'MASTER FULL' TO WS-REJECT-TEXT
042600         WHEN NOT OMT-ADD AND WS-TARGET-SUB = 0
042700             MOVE 'OM005' TO WS-REJECT-CODE
042800             MOVE 'ORDER NOT ON FILE' TO WS-REJECT-TEXT
042900         WHEN OTHER
043000             CONTINUE
043100     END-EVALUATE
043200     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
043300 3500-EXIT.
043400     EXIT.
043500
043600 3510-MATCH-ORDER.
043700     MOVE WS-ORD-IMAGE(WS-SUB) TO BERN-ORDER-RECORD
043800     IF ORD-ORDER-ID > OMT-ORDER-ID
043900         MOVE WS-SUB TO WS-INSERT-SUB
044000     END-IF
044100     IF ORD-ORDER-ID = OMT-ORDER-ID
044200             AND NOT WS-ORD-DELETED(WS-SUB)
044300         MOVE WS-SUB TO WS-TARGET-SUB
044400     END-IF.
044500 3510-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900*    3600 - IS THE ACTION VALID FOR THE ORDER FOUND?  ADD AND
045000*    CHANGE BUILD THE ORDER AS IT WOULD STAND IN BERN-ORDER-RECORD
045100*    AND EDIT THE WHOLE OF IT, SO A CHANGE CANNOT LEAVE A BAD
045200*    ORDER BEHIND.
045300******************************************************************
045400 3600-CHECK-ACTION.
045500     IF WS-TARGET-SUB > 0
045600         MOVE WS-ORD-IMAGE(WS-TARGET-SUB) TO BERN-ORDER-RECORD
045700         MOVE BERN-ORDER-RECORD TO WS-BEFORE-IMAGE
045800     END-IF
045900     EVALUATE TRUE
046000         WHEN OMT-ADD
046100             PERFORM 3610-BUILD-NEW-ORDER THRU 3610-EXIT
046200             PERFORM 3700-EDIT-ORDER THRU 3700-EXIT
046300         WHEN OMT-CHANGE
046400             PERFORM 3620-OVERLAY-CHANGES THRU 3620-EXIT
046500             IF WS-CARD-OK
046600                 PERFORM 3700-EDIT-ORDER THRU 3700-EXIT
046700             END-IF
046800         WHEN OMT-SUSPEND AND ORD-SUSPENDED
046900             MOVE 'OM012' TO WS-REJECT-CODE
047000             MOVE 'ORDER ALREADY SUSPENDED' TO WS-REJECT-TEXT
047100         WHEN OMT-RESUME AND NOT ORD-SUSPENDED
047200             MOVE 'OM013' TO WS-REJECT-CODE
047300             MOVE 'ORDER NOT SUSPENDED' TO WS-REJECT-TEXT
047400         WHEN OTHER
047500             CONTINUE
047600     END-EVALUATE
047700     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
047800 3600-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*    3610 - A NEW ORDER.  THE NUMERIC FIELDS GO IN AS KEYED SO THE
048300*    EDIT SEES WHAT WAS ACTUALLY PUNCHED; A BLANK CARD OPERATOR IS
048400*    THE OWNER.  A NEW ORDER IS ALWAYS ACTIVE.
048500******************************************************************
048600 3610-BUILD-NEW-ORDER.
048700     MOVE SPACES TO BERN-ORDER-RECORD
048800     MOVE OMT-ORDER-ID TO ORD-ORDER-ID
048900     MOVE OMT-CC-MODE TO ORD-CC-MODE
049000     MOVE OMT-CC-N TO ORD-CARD-IMAGE(7:3)
049100     MOVE OMT-CC-TARGET-M TO ORD-CARD-IMAGE(10:3)
049200     MOVE OMT-CC-FRACTION-SW TO ORD-CC-FRACTION-SW
049300     IF OMT-CC-OPERATOR-ID = SPACES
049400         MOVE OMT-OWNER-ID TO ORD-CC-OPERATOR-ID
049500     ELSE
049600         MOVE OMT-CC-OPERATOR-ID TO ORD-CC-OPERATOR-ID
049700     END-IF
049800     MOVE 'N' TO ORD-CC-REQUEUE-SW
049900     MOVE OMT-FREQUENCY TO ORD-FREQUENCY
050000     MOVE OMT-NEXT-DUE-DATE TO ORD-NEXT-DUE-PARTS
050100     SET ORD-ACTIVE TO TRUE
050200     MOVE OMT-OWNER-ID TO ORD-OWNER-ID
050300     MOVE ZEROS TO ORD-LAST-GEN-DATE.
050400 3610-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800*    3620 - A CHANGE.  EACH NON-BLANK FIELD REPLACES THE ORDER'S
050900*    VALUE; A CHANGE THAT ALTERS NOTHING IS REJECTED SO THE
051000*    OPERATOR KNOWS THE TRANSACTION DID NO WORK.  A NEW NEXT-DUE
051100*    DATE ALSO RE-ANCHORS A MONTHLY OR QUARTERLY ORDER (3700).
051200******************************************************************
051300 3620-OVERLAY-CHANGES.
051400     IF OMT-CC-MODE NOT = SPACES
051500         MOVE OMT-CC-MODE TO ORD-CC-MODE
051600     END-IF
051700     IF OMT-CC-N NOT = SPACES
051800         MOVE OMT-CC-N TO ORD-CARD-IMAGE(7:3)
051900     END-IF
052000     IF OMT-CC-TARGET-M NOT = SPACES
052100         MOVE OMT-CC-TARGET-M TO ORD-CARD-IMAGE(10:3)
052200     END-IF
052300     IF OMT-CC-FRACTION-SW NOT = SPACES
052400         MOVE OMT-CC-FRACTION-SW TO ORD-CC-FRACTION-SW
052500     END-IF
052600     IF OMT-CC-OPERATOR-ID NOT = SPACES
052700         MOVE OMT-CC-OPERATOR-ID TO ORD-CC-OPERATOR-ID
052800     END-IF
052900     IF OMT-FREQUENCY NOT = SPACES
053000         MOVE OMT-FREQUENCY TO ORD-FREQUENCY
053100     END-IF
053200     IF OMT-NEXT-DUE-DATE NOT = SPACES
053300         MOVE OMT-NEXT-DUE-DATE TO ORD-NEXT-DUE-PARTS
053400     END-IF
053500     IF OMT-OWNER-ID NOT = SPACES
053600         MOVE OMT-OWNER-ID TO ORD-OWNER-ID
053700     END-IF
053800     IF BERN-ORDER-RECORD = WS-BEFORE-IMAGE
053900         MOVE 'OM015' TO WS-REJECT-CODE
054000         MOVE 'CHANGE GIVES NO NEW VALUE' TO WS-REJECT-TEXT
054100         PERFORM 3900-SET-REJECTED THRU 3900-EXIT
054200     END-IF.
054300 3620-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700*    3700 - EDIT THE ORDER AS IT WOULD STAND.  ON A GOOD DATE THE
054800*    ANCHOR DAY IS TAKEN FROM IT WHEN THE DATE WAS KEYED.
054900******************************************************************
055000 3700-EDIT-ORDER.
055100     MOVE 'N' TO WS-DATE-OK-SW
055200     IF ORD-NEXT-DUE-PARTS NUMERIC
055300         MOVE ORD-NEXT-DUE-DATE TO WS-CHECK-DATE
055400         PERFORM 3710-CHECK-DATE THRU 3710-EXIT
055500     END-IF
055600     EVALUATE TRUE
055700         WHEN ORD-CC-MODE NOT = 'TABLE ' AND NOT = 'LOOKUP'
055800                 AND NOT = 'EULER ' AND NOT = 'POLY  '
055900                 AND NOT = 'ZETA  '
056000             MOVE 'OM006' TO WS-REJECT-CODE
056100             MOVE 'MODE NOT RECOGNIZED' TO WS-REJECT-TEXT
056200         WHEN ORD-CARD-IMAGE(7:3) NOT NUMERIC
056300                 OR ORD-CARD-IMAGE(10:3) NOT NUMERIC
056400             MOVE 'OM007' TO WS-REJECT-CODE
056500             MOVE 'N OR TARGET-M NOT NUMERIC' TO WS-REJECT-TEXT
056600         WHEN ORD-CC-FRACTION-SW NOT = 'Y' AND NOT = 'N'
056700             MOVE 'OM008' TO WS-REJECT-CODE
056800             MOVE 'FRACTION SWITCH NOT Y OR N' TO WS-REJECT-TEXT
056900         WHEN NOT ORD-FREQ-DAILY AND NOT ORD-FREQ-WEEKLY
057000                 AND NOT ORD-FREQ-MONTHLY
057100                 AND NOT ORD-FREQ-QUARTERLY
057200             MOVE 'OM009' TO WS-REJECT-CODE
057300             MOVE 'FREQUENCY NOT D, W, M OR Q' TO WS-REJECT-TEXT
057400         WHEN NOT WS-DATE-OK
057500             MOVE 'OM010' TO WS-REJECT-CODE
057600             MOVE 'NEXT-DUE DATE NOT A VALID DATE'
057700                 TO WS-REJECT-TEXT
057800         WHEN ORD-OWNER-ID = SPACES
057900             MOVE 'OM011' TO WS-REJECT-CODE
058000             MOVE 'OWNER ID BLANK' TO WS-REJECT-TEXT
058100         WHEN OTHER
058200             IF OMT-NEXT-DUE-DATE NOT = SPACES
058300                 MOVE ORD-DUE-DD TO ORD-DUE-DAY
058400             END-IF
058500     END-EVALUATE
058600     PERFORM 3900-SET-REJECTED THRU 3900-EXIT.
058700 3700-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100*    3710 - IS WS-CHECK-DATE A REAL CALENDAR DATE?  A YEAR
059200*    DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT
059300*    DIVISIBLE BY 400.
059400******************************************************************
059500 3710-CHECK-DATE.
059600     IF WS-CHECK-YYYY > 1900
059700             AND WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
059800         MOVE WS-MONTH-DAYS-ENTRY(WS-CHECK-MM) TO WS-MONTH-DAYS
059900         IF WS-CHECK-MM = 2
060000             DIVIDE WS-CHECK-YYYY BY 4
060100                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
060200             DIVIDE WS-CHECK-YYYY BY 100
060300                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
060400             DIVIDE WS-CHECK-YYYY BY 400
060500                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
060600             IF WS-LEAP-REM-4 = 0
060700                     AND (WS-LEAP-REM-100 NOT = 0
060800                          OR WS-LEAP-REM-400 = 0)
060900                 MOVE 29 TO WS-MONTH-DAYS
061000             END-IF
061100         END-IF
061200         IF WS-CHECK-DD > 0 AND WS-CHECK-DD NOT > WS-MONTH-DAYS
061300             SET WS-DATE-OK TO TRUE
061400         END-IF
061500     END-IF.
061600 3710-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    3900 - A REJECT CODE REJECTS THE TRANSACTION; THE CODE LEADS
062100*    THE REMARKS ON THE REPORT.
062200******************************************************************
062300 3900-SET-REJECTED.
062400     IF WS-REJECT-CODE NOT = SPACES
062500         MOVE 'N' TO WS-CARD-OK-SW
062600         STRING WS-REJECT-CODE DELIMITED BY SIZE
062700                ' ' DELIMITED BY SIZE
062800                WS-REJECT-TEXT DELIMITED BY SIZE
062900             INTO WS-REMARK-TEXT
063000         END-STRING
063100     END-IF.
063200 3900-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*    4000/4010 - ADD.  THE ORDERS FROM THE INSERT SLOT UP MOVE ONE
063700*    PLACE TO MAKE ROOM, KEEPING THE MASTER IN ORDER-ID SEQUENCE.
063800******************************************************************
063900 4000-APPLY-ADD.
064000     PERFORM 4010-SHIFT-ONE-ENTRY THRU 4010-EXIT
064100         VARYING WS-SUB FROM WS-ORD-COUNT BY -1
064200         UNTIL WS-SUB < WS-INSERT-SUB
064300     ADD 1 TO WS-ORD-COUNT
064400     MOVE WS-INSERT-SUB TO WS-TARGET-SUB
064500     PERFORM 4900-STAMP-MAINTENANCE THRU 4900-EXIT
064600     MOVE 'N' TO WS-ORD-DELETED-SW(WS-TARGET-SUB)
064700     MOVE 'ORDER ADDED' TO WS-REMARK-TEXT
064800     ADD 1 TO WS-ADD-COUNT.
064900 4000-EXIT.
065000     EXIT.
065100
065200 4010-SHIFT-ONE-ENTRY.
065300     MOVE WS-ORD-ENTRY(WS-SUB) TO WS-ORD-ENTRY(WS-SUB + 1).
065400 4010-EXIT.
065500     EXIT.
065600
065700 4100-APPLY-CHANGE.
065800     PERFORM 4900-STAMP-MAINTENANCE THRU 4900-EXIT
065900     MOVE 'ORDER CHANGED' TO WS-REMARK-TEXT
066000     ADD 1 TO WS-CHANGE-COUNT.
066100 4100-EXIT.
066200     EXIT.
066300
066400 4200-APPLY-SUSPEND.
066500     SET ORD-SUSPENDED TO TRUE
066600     PERFORM 4900-STAMP-MAINTENANCE THRU 4900-EXIT
066700     MOVE 'ORDER SUSPENDED' TO WS-REMARK-TEXT
066800     ADD 1 TO WS-SUSPEND-COUNT.
066900 4200-EXIT.
067000     EXIT.
067100
067200******************************************************************
067300*    4300 - RESUME.  THE NEXT-DUE DATE IS NOT MOVED; AN ORDER
067400*    RESUMED AFTER ITS DUE DATE IS GENERATED ON THE NEXT DECK
067500*    BUILD, WHICH THEN ROLLS IT PAST THE PROCESSING DATE.
067600******************************************************************
067700 4300-APPLY-RESUME.
067800     SET ORD-ACTIVE TO TRUE
067900     PERFORM 4900-STAMP-MAINTENANCE THRU 4900-EXIT
068000     MOVE 'ORDER RESUMED' TO WS-REMARK-TEXT
068100     ADD 1 TO WS-RESUME-COUNT.
068200 4300-EXIT.
068300     EXIT.
068400
068500 4400-APPLY-DELETE.
068600     SET WS-ORD-DELETED(WS-TARGET-SUB) TO TRUE
068700     MOVE 'ORDER DELETED' TO WS-REMARK-TEXT
068800     ADD 1 TO WS-DELETE-COUNT.
068900 4400-EXIT.
069000     EXIT.
069100
069900******************************************************************
070000*    4500/4510 - ONE REPORT LINE PER TRANSACTION.  AN APPLIED
070100*    LINE SHOWS THE ORDER AS IT NOW STANDS (AS IT STOOD, FOR A
070200*    DELETE); A REJECTED ONE SHOWS THE TRANSACTION AS KEYED.  A
070300*    CHANGE IS FOLLOWED BY THE ORDER AS IT WAS.
070400******************************************************************
070500 4500-PRINT-TRANSACTION.
070600     MOVE SPACES TO WS-DETAIL-LINE
070700     MOVE OMT-ACTION TO DET-LINE-ACTION
070800     MOVE OMT-ORDER-ID TO DET-LINE-ORDER
070900     MOVE OMT-OPERATOR-ID TO DET-LINE-OPERATOR
071000     MOVE WS-REMARK-TEXT TO DET-LINE-REMARKS
071100     IF WS-CARD-OK
071200         PERFORM 4510-FORMAT-ORDER THRU 4510-EXIT
071300         MOVE 'APPLIED' TO DET-LINE-RESULT
071400     ELSE
071500         MOVE OMT-CC-MODE TO DET-LINE-MODE
071600         MOVE OMT-CC-N TO DET-LINE-N
071700         MOVE OMT-CC-TARGET-M TO DET-LINE-TARGET-M
071800         MOVE OMT-CC-FRACTION-SW TO DET-LINE-FRACTION
071900         MOVE OMT-CC-OPERATOR-ID TO DET-LINE-CARD-OPER
072000         MOVE OMT-FREQUENCY TO DET-LINE-FREQUENCY
072100         MOVE OMT-NEXT-DUE-DATE TO DET-LINE-NEXT-DUE
072200         MOVE OMT-OWNER-ID TO DET-LINE-OWNER
072300         MOVE 'REJECTED' TO DET-LINE-RESULT
072400     END-IF
072500     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
072600     ADD 1 TO WS-RPT-WRITE-COUNT
072700     IF WS-CARD-OK AND OMT-CHANGE
072800         MOVE SPACES TO WS-DETAIL-LINE
072900         MOVE WS-BEFORE-IMAGE TO BERN-ORDER-RECORD
073000         PERFORM 4510-FORMAT-ORDER THRU 4510-EXIT
073100         MOVE 'BEFORE' TO DET-LINE-RESULT
073200         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
073300         ADD 1 TO WS-RPT-WRITE-COUNT
073400     END-IF.
073500 4500-EXIT.
073600     EXIT.
073700
073800 4510-FORMAT-ORDER.
073900     MOVE ORD-CC-MODE TO DET-LINE-MODE
074000     MOVE ORD-CC-N TO DET-LINE-N
074100     MOVE ORD-CC-TARGET-M TO DET-LINE-TARGET-M
074200     MOVE ORD-CC-FRACTION-SW TO DET-LINE-FRACTION
074300     MOVE ORD-CC-OPERATOR-ID TO DET-LINE-CARD-OPER
074400     MOVE ORD-FREQUENCY TO DET-LINE-FREQUENCY
074500     MOVE ORD-NEXT-DUE-DATE TO DET-LINE-NEXT-DUE
074600     MOVE ORD-STATUS TO DET-LINE-STATUS
074700     MOVE ORD-OWNER-ID TO DET-LINE-OWNER.
074800 4510-EXIT.
074900     EXIT.
075000
075010 4900-STAMP-MAINTENANCE.
075020     MOVE WS-CUR-DATE TO ORD-MAINT-DATE
075030     MOVE OMT-OPERATOR-ID TO ORD-MAINT-OPERATOR
075040     MOVE BERN-ORDER-RECORD TO WS-ORD-IMAGE(WS-TARGET-SUB).
075050 4900-EXIT.
075060     EXIT.
075070
075100******************************************************************
075200*    5000/5100 - REWRITE THE MASTER IN FULL, DROPPING DELETED
075300*    ORDERS.
075400******************************************************************
075500 5000-REWRITE-MASTER.
075600     OPEN OUTPUT ORDER-FILE
075700     IF WS-ORD-STATUS NOT = '00'
075800         DISPLAY 'BORM0006E CANNOT REWRITE BERNORD, STATUS='
075900             WS-ORD-STATUS
076000         SET WS-REWRITE-FAILED TO TRUE
076100     ELSE
076200         SET WS-MASTER-REWRITTEN TO TRUE
076300         PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
076400             VARYING WS-SUB FROM 1 BY 1
076500             UNTIL WS-SUB > WS-ORD-COUNT
076600         CLOSE ORDER-FILE
076700     END-IF.
076800 5000-EXIT.
076900     EXIT.
077000
077100 5100-WRITE-ONE-ENTRY.
077200     IF NOT WS-ORD-DELETED(WS-SUB)
077300         MOVE WS-ORD-IMAGE(WS-SUB) TO BERN-ORDER-RECORD
077400         WRITE BERN-ORDER-RECORD
077500         IF WS-ORD-STATUS NOT = '00'
077600             DISPLAY 'BORM0007E BERNORD WRITE FAILED, STATUS='
077700                 WS-ORD-STATUS
077800             SET WS-REWRITE-FAILED TO TRUE
077900         ELSE
078000             ADD 1 TO WS-ORD-WRITE-COUNT
078100         END-IF
078200     END-IF.
078300 5100-EXIT.
078400     EXIT.
078500
078600******************************************************************
078700*    6000-PRINT-TOTALS
078800******************************************************************
078900 6000-PRINT-TOTALS.
079000     MOVE SPACES TO REPORT-RECORD
079100     WRITE REPORT-RECORD
079200     MOVE 'TRANSACTIONS READ' TO CNT-LINE-LABEL
079300     MOVE WS-TRAN-READ-COUNT TO CNT-LINE-VALUE
079400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
079500     MOVE 'ORDERS ADDED' TO CNT-LINE-LABEL
079600     MOVE WS-ADD-COUNT TO CNT-LINE-VALUE
079700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
079800     MOVE 'ORDERS CHANGED' TO CNT-LINE-LABEL
079900     MOVE WS-CHANGE-COUNT TO CNT-LINE-VALUE
080000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
080100     MOVE 'ORDERS SUSPENDED' TO CNT-LINE-LABEL
080200     MOVE WS-SUSPEND-COUNT TO CNT-LINE-VALUE
080300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
080400     MOVE 'ORDERS RESUMED' TO CNT-LINE-LABEL
080500     MOVE WS-RESUME-COUNT TO CNT-LINE-VALUE
080600     WRITE REPORT-RECORD FROM WS-COUNT-LINE
080700     MOVE 'ORDERS DELETED' TO CNT-LINE-LABEL
080800     MOVE WS-DELETE-COUNT TO CNT-LINE-VALUE
080900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
081000     MOVE 'TRANSACTIONS REJECTED' TO CNT-LINE-LABEL
081100     MOVE WS-REJECT-COUNT TO CNT-LINE-VALUE
081200     WRITE REPORT-RECORD FROM WS-COUNT-LINE
081300     MOVE 'ORDERS ON MASTER' TO CNT-LINE-LABEL
081400     IF WS-MASTER-REWRITTEN
081500         MOVE WS-ORD-WRITE-COUNT TO CNT-LINE-VALUE
081600     ELSE
081700         MOVE WS-ORD-READ-COUNT TO CNT-LINE-VALUE
081800     END-IF
081900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
082000     EVALUATE TRUE
082100         WHEN WS-REWRITE-FAILED
082200             MOVE 'MASTER NOT REWRITTEN - APPLIED LINES VOID'
082300                 TO TEXT-LINE-BODY
082400         WHEN WS-MASTER-REWRITTEN
082500             MOVE 'MASTER REWRITTEN' TO TEXT-LINE-BODY
082600         WHEN OTHER
082700             MOVE 'MASTER NOT CHANGED' TO TEXT-LINE-BODY
082800     END-EVALUATE
082900     WRITE REPORT-RECORD FROM WS-TEXT-LINE
083000     ADD 10 TO WS-RPT-WRITE-COUNT.
083100 6000-EXIT.
083200     EXIT.
083300
083400 7000-CLOSE-FILES.
083500     CLOSE TRANSACTION-FILE
083600     CLOSE REPORT-FILE.
083700 7000-EXIT.
083800     EXIT.
083900
084000******************************************************************
084100*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
084200******************************************************************
084300 7900-POST-STEP-AUDIT.
084400     MOVE 'BERNORDM' TO STEP-PROGRAM
084500     MOVE SPACES TO STEP-OPERATOR-ID
084600     IF WS-JOB-HAD-FAILURE
084700         MOVE 4 TO STEP-RETURN-CODE
084800     ELSE
084900         MOVE 0 TO STEP-RETURN-CODE
085000     END-IF
085100     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
085200         VARYING WS-STEP-SUB FROM 1 BY 1
085300         UNTIL WS-STEP-SUB > 10
085400     MOVE 'ORDMTRAN' TO STEP-DDNAME(1)
085500     MOVE WS-TRAN-READ-COUNT TO STEP-READ-CNT(1)
085600     MOVE 'BERNORD' TO STEP-DDNAME(2)
085700     MOVE WS-ORD-READ-COUNT TO STEP-READ-CNT(2)
085800     MOVE WS-ORD-WRITE-COUNT TO STEP-WRITE-CNT(2)
085900     MOVE 'ORDMRPT1' TO STEP-DDNAME(3)
086000     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(3)
086100     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
086200 7900-EXIT.
086300     EXIT.
086400
086500 7910-CLEAR-STEP-ENTRY.
086600     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
086700     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
086800     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
086900 7910-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300*    8000-TERMINATE - A REJECTED TRANSACTION OR A FAILED REWRITE
087400*    ENDS THE STEP WITH RETURN CODE 4.
087500******************************************************************
087600 8000-TERMINATE.
087700     IF WS-RUN-FAILED OR WS-REJECT-COUNT > 0 OR WS-REWRITE-FAILED
087800         SET WS-JOB-HAD-FAILURE TO TRUE
087900     END-IF
088000     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
088100     IF WS-JOB-HAD-FAILURE
088200         MOVE 4 TO RETURN-CODE
088300     END-IF.
088400 8000-EXIT.
088500     EXIT.
