000100******************************************************************
000200*    PROGRAM-ID.  BERNASOF
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    AS-OF INQUIRY AGAINST THE FROZEN QUARTER-END EDITIONS
001000*    (BERNEDTN, WRITTEN BY BERNFRZE).  EACH CONTROL CARD
001100*    (ASOFPARM, ASOFCTL LAYOUT) NAMES AN EDITION - OR, WITH THE
001200*    EDITION BLANK, A REPORTING DATE, AND THE EDITION IN FORCE ON
001300*    IT IS USED - AND AN M, AND OPTIONALLY ONE FAMILY.  EVERY
001400*    FROZEN VALUE OF THAT EDITION AND M IS PRINTED ON ASOFRPT1
001500*    UNDER THE EDITION'S SIGN-OFF DATE AND OPERATOR, AND COPIED
001600*    IN THE BERNEDN LAYOUT TO ASOFOUT FOR ANY DOWNSTREAM STEP.
001700*
001800*    THE EDITION DIRECTORY IS BUILT FIRST FROM THE HEADER OF
001900*    EVERY EDITION.  AN EDITION WITHOUT A HEADER WAS CUT SHORT
002000*    AT FREEZE TIME; IT IS LISTED AS INCOMPLETE AND NEVER
002100*    ANSWERS A CARD, AND IT IS NEVER IN FORCE ON ANY DATE.
002200*
002300*    A CARD THAT NAMES NO USABLE EDITION, CARRIES A BAD FIELD OR
002400*    FINDS NO FROZEN VALUE IS REJECTED WITH THE REASON; ANY
002500*    REJECTED CARD, OR A MISSING BERNEDTN, ENDS THE STEP WITH
002600*    RETURN CODE 4.
002700*
002800*    MODIFICATION HISTORY
002900*    DATE       INIT  DESCRIPTION
003000*    2026-10-15 SVK   ORIGINAL PROGRAM.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. BERNASOF.
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARM-FILE
004300         ASSIGN TO "ASOFPARM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PARM-STATUS.
004600
004700     SELECT EDITION-FILE
004800         ASSIGN TO "BERNEDTN"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS EDN-KEY
005200         FILE STATUS IS WS-EDTN-STATUS.
005300
005400     SELECT ASOF-OUT-FILE
005500         ASSIGN TO "ASOFOUT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-OUT-STATUS.
005800
005900     SELECT REPORT-FILE
006000         ASSIGN TO "ASOFRPT1"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PARM-FILE.
006700     COPY ASOFCTL.
006800
006900 FD  EDITION-FILE.
007000     COPY BERNEDN.
007100
007200 FD  ASOF-OUT-FILE.
007300 01  ASOF-OUT-RECORD             PIC X(100).
007400
007500 FD  REPORT-FILE.
007600 01  REPORT-RECORD               PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900 77  WS-MAX-EDITIONS             PIC 9(03) VALUE 200.
008000 77  WS-MAX-EDITION              PIC 9(04) VALUE 9999.
008100
008200 01  WS-FILE-STATUSES.
008300     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
008400     05  WS-EDTN-STATUS          PIC X(02) VALUE SPACES.
008500     05  WS-OUT-STATUS           PIC X(02) VALUE SPACES.
008600     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
008700
008800 01  WS-SWITCHES.
008900     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
009000         88  WS-EOF                  VALUE 'Y'.
009100     05  WS-SCAN-END-SW          PIC X(01) VALUE 'N'.
009200         88  WS-SCAN-END             VALUE 'Y'.
009300     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
009400         88  WS-RUN-GOOD             VALUE 'Y'.
009500         88  WS-RUN-FAILED           VALUE 'N'.
009600     05  WS-RPT-OPEN-SW          PIC X(01) VALUE 'N'.
009700         88  WS-RPT-OPEN             VALUE 'Y'.
009800     05  WS-EDTN-OPEN-SW         PIC X(01) VALUE 'N'.
009900         88  WS-EDTN-OPEN            VALUE 'Y'.
010000     05  WS-OUT-OPEN-SW          PIC X(01) VALUE 'N'.
010100         88  WS-OUT-OPEN             VALUE 'Y'.
010200     05  WS-FIRST-CARD-SW        PIC X(01) VALUE 'Y'.
010300         88  WS-FIRST-CARD           VALUE 'Y'.
010400     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
010500         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
010520     05  WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
010540         88  WS-DATE-OK              VALUE 'Y'.
010600
010700 01  WS-WORK-FIELDS.
010800     05  WS-DIR-SUB              PIC 9(03).
010900     05  WS-ANS-SUB              PIC 9(03).
011000     05  WS-STEP-SUB             PIC 9(02).
011100     05  WS-CUR-DATE             PIC 9(08).
011200     05  WS-ANS-EDITION          PIC 9(04).
011300     05  WS-M-HALF               PIC 9(03).
011400     05  WS-M-PARITY             PIC 9(01).
011500     05  WS-CARD-FOUND-COUNT     PIC 9(05).
011600     05  WS-RUN-OPERATOR         PIC X(08) VALUE SPACES.
011700     05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
011720     05  WS-CHECK-DATE           PIC 9(08).
011740     05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
011760         10  WS-CHECK-YYYY       PIC 9(04).
011780         10  WS-CHECK-MM         PIC 9(02).
011800         10  WS-CHECK-DD         PIC 9(02).
011820     05  WS-MONTH-DAYS           PIC 9(02).
011840     05  WS-LEAP-QUOT            PIC 9(04).
011860     05  WS-LEAP-REM-4           PIC 9(03).
011880     05  WS-LEAP-REM-100         PIC 9(03).
011900     05  WS-LEAP-REM-400         PIC 9(03).
011920
011940******************************************************************
011960*    DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY IS TAKEN AS 29
011980*    IN A LEAP YEAR.
012000******************************************************************
012020 01  WS-MONTH-DAYS-DATA.
012040     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
012060 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
012080     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
012300
012400 01  WS-COUNTERS.
012500     05  WS-CARD-READ-COUNT      PIC 9(09) VALUE ZERO.
012600     05  WS-CARD-ANSWERED-COUNT  PIC 9(09) VALUE ZERO.
012700     05  WS-CARD-REJECT-COUNT    PIC 9(09) VALUE ZERO.
012800     05  WS-EDTN-READ-COUNT      PIC 9(09) VALUE ZERO.
012900     05  WS-OUT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
013000     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
013100     05  WS-DIR-COUNT            PIC 9(03) VALUE ZERO.
013200     05  WS-INCOMPLETE-COUNT     PIC 9(09) VALUE ZERO.
013300
013400     COPY BERNSLK.
013500
013600******************************************************************
013700*    THE EDITION DIRECTORY, IN EDITION ORDER.
013800******************************************************************
013900 01  WS-DIR-TABLE.
014000     05  WS-DIR-ENTRY OCCURS 200 TIMES.
014100         10  WS-DIR-EDITION      PIC 9(04).
014200         10  WS-DIR-COMPLETE-SW  PIC X(01).
014300             88  WS-DIR-COMPLETE    VALUE 'Y'.
014400         10  WS-DIR-SIGNOFF      PIC 9(08).
014500         10  WS-DIR-OPERATOR     PIC X(08).
014600         10  WS-DIR-VALUE-COUNT  PIC 9(09).
014700
014800******************************************************************
014900*    VALUE RENDERINGS, ONE PER KIND OF FROZEN VALUE.
015000******************************************************************
015100 01  WS-DEC-EDIT.
015200     05  DEC-EDIT-SIGN           PIC X(01).
015300     05  DEC-EDIT-VALUE          PIC Z(04)9.9(05).
015400     05  FILLER                  PIC X(48) VALUE SPACES.
015500
015600 01  WS-FRAC-EDIT.
015700     05  FRAC-EDIT-SIGN          PIC X(01).
015800     05  FRAC-EDIT-NUM           PIC Z(17)9.
015900     05  FRAC-EDIT-SLASH         PIC X(01).
016000     05  FRAC-EDIT-DEN           PIC Z(17)9.
016100     05  FILLER                  PIC X(22) VALUE SPACES.
016200
016300 01  WS-EXT-EDIT.
016400     05  EXT-EDIT-SIGN           PIC X(01).
016500     05  EXT-EDIT-MANT           PIC 9.9(15).
016600     05  FILLER                  PIC X(01) VALUE 'E'.
016700     05  EXT-EDIT-EXP-SIGN       PIC X(01).
016800     05  EXT-EDIT-EXP            PIC 9(03).
016900     05  FILLER                  PIC X(37) VALUE SPACES.
017000
017100******************************************************************
017200*    PRINT LINE LAYOUTS.
017300******************************************************************
017400 01  WS-HDG1-LINE.
017500     05  FILLER                  PIC X(45) VALUE
017600         'FROZEN EDITION AS-OF INQUIRY        PRINTED  '.
017700     05  HDG1-DATE               PIC 9(08).
017800     05  FILLER                  PIC X(79) VALUE SPACES.
017900
018000 01  WS-DIR-LINE.
018100     05  FILLER                  PIC X(10) VALUE '  EDITION '.
018200     05  DIR-LINE-EDITION        PIC 9(04).
018300     05  FILLER                  PIC X(13) VALUE
018400         '  SIGNED OFF '.
018500     05  DIR-LINE-SIGNOFF        PIC 9(08).
018600     05  FILLER                  PIC X(04) VALUE ' BY '.
018700     05  DIR-LINE-OPERATOR       PIC X(08).
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  DIR-LINE-COUNT          PIC Z(08)9.
019000     05  FILLER                  PIC X(08) VALUE ' VALUES '.
019100     05  DIR-LINE-NOTE           PIC X(12).
019200     05  FILLER                  PIC X(54) VALUE SPACES.
019300
019400 01  WS-CARD-LINE.
019500     05  FILLER                  PIC X(17) VALUE
019600         'INQUIRY  EDITION '.
019700     05  CRD-LINE-EDITION        PIC X(04).
019800     05  FILLER                  PIC X(07) VALUE ' AS OF '.
019900     05  CRD-LINE-ASOF           PIC X(08).
020000     05  FILLER                  PIC X(03) VALUE ' M '.
020100     05  CRD-LINE-M              PIC X(03).
020200     05  FILLER                  PIC X(08) VALUE ' FAMILY '.
020300     05  CRD-LINE-FAMILY         PIC X(01).
020400     05  FILLER                  PIC X(04) VALUE ' BY '.
020500     05  CRD-LINE-OPERATOR       PIC X(08).
020600     05  FILLER                  PIC X(69) VALUE SPACES.
020700
020800 01  WS-VALUE-LINE.
020900     05  FILLER                  PIC X(04) VALUE SPACES.
021000     05  VAL-LINE-FAMILY         PIC X(16).
021100     05  FILLER                  PIC X(03) VALUE ' M '.
021200     05  VAL-LINE-M              PIC ZZ9.
021300     05  FILLER                  PIC X(03) VALUE ' K '.
021400     05  VAL-LINE-K              PIC ZZ9.
021500     05  FILLER                  PIC X(03) VALUE ' N '.
021600     05  VAL-LINE-N              PIC ZZ9.
021700     05  FILLER                  PIC X(05) VALUE ' SRC '.
021800     05  VAL-LINE-SOURCE         PIC X(01).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  VAL-LINE-VALUE          PIC X(60).
022100     05  FILLER                  PIC X(26) VALUE SPACES.
022200
022300 01  WS-REJECT-LINE.
022400     05  FILLER                  PIC X(11) VALUE '  REJECTED '.
022500     05  REJ-LINE-REASON         PIC X(40).
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  REJ-LINE-CARD           PIC X(24).
022800     05  FILLER                  PIC X(55) VALUE SPACES.
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
024600     IF WS-RPT-OPEN
024700         IF WS-RUN-GOOD
024800             PERFORM 1100-LOAD-DIRECTORY THRU 1100-EXIT
024900         END-IF
025000         IF WS-RUN-GOOD
025100             PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
025200         END-IF
025300         IF WS-EDTN-OPEN
025400             CLOSE EDITION-FILE
025500         END-IF
025600         IF WS-OUT-OPEN
025700             CLOSE ASOF-OUT-FILE
025800         END-IF
025900         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
026000         CLOSE REPORT-FILE
026100     END-IF
026200     PERFORM 8000-TERMINATE THRU 8000-EXIT
026300     STOP RUN.
026400
026500 1000-INITIALIZE.
026600     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
026700     ACCEPT STEP-START-TIME FROM TIME
026800     MOVE STEP-START-DATE TO WS-CUR-DATE
026900     OPEN OUTPUT REPORT-FILE
027000     IF WS-RPT-STATUS NOT = '00'
027100         DISPLAY 'BASF0001E CANNOT OPEN ASOFRPT1, STATUS='
027200             WS-RPT-STATUS
027300         SET WS-RUN-FAILED TO TRUE
027400     ELSE
027500         SET WS-RPT-OPEN TO TRUE
027600         MOVE WS-CUR-DATE TO HDG1-DATE
027700         WRITE REPORT-RECORD FROM WS-HDG1-LINE
027800         MOVE SPACES TO REPORT-RECORD
027900         WRITE REPORT-RECORD
028000         ADD 2 TO WS-RPT-WRITE-COUNT
028100     END-IF
028200     IF WS-RUN-GOOD
028300         OPEN OUTPUT ASOF-OUT-FILE
028400         IF WS-OUT-STATUS NOT = '00'
028500             DISPLAY 'BASF0002E CANNOT OPEN ASOFOUT, STATUS='
028600                 WS-OUT-STATUS
028700             SET WS-RUN-FAILED TO TRUE
028800         ELSE
028900             SET WS-OUT-OPEN TO TRUE
029000         END-IF
029100     END-IF.
029200 1000-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600*    1100/1110/1120 - BUILD THE EDITION DIRECTORY FROM THE FIRST
029700*    RECORD OF EACH EDITION, STARTING AT THE NEXT EDITION NUMBER
029800*    AFTER EACH ONE, AND LIST IT.
029900******************************************************************
030000 1100-LOAD-DIRECTORY.
030100     OPEN INPUT EDITION-FILE
030200     EVALUATE WS-EDTN-STATUS
030300         WHEN '00'
030400             SET WS-EDTN-OPEN TO TRUE
030500         WHEN '35'
030600             DISPLAY 'BASF0003E BERNEDTN NOT FOUND - NO EDITION '
030700                 'HAS BEEN FROZEN'
030800             MOVE 'BERNEDTN NOT FOUND - NO EDITION FROZEN'
030900                 TO TEXT-LINE-BODY
031000             WRITE REPORT-RECORD FROM WS-TEXT-LINE
031100             ADD 1 TO WS-RPT-WRITE-COUNT
031200             SET WS-RUN-FAILED TO TRUE
031300         WHEN OTHER
031400             DISPLAY 'BASF0003E CANNOT OPEN BERNEDTN, STATUS='
031500                 WS-EDTN-STATUS
031600             SET WS-RUN-FAILED TO TRUE
031700     END-EVALUATE
031800     IF WS-RUN-GOOD
031900         MOVE 'N' TO WS-SCAN-END-SW
032000         MOVE ZERO TO EDN-EDITION
032100         PERFORM 1120-START-EDITION THRU 1120-EXIT
032200         PERFORM 1110-READ-FIRST-RECORD THRU 1110-EXIT
032300             UNTIL WS-SCAN-END
032400         MOVE 'EDITIONS ON FILE' TO TEXT-LINE-BODY
032500         WRITE REPORT-RECORD FROM WS-TEXT-LINE
032600         ADD 1 TO WS-RPT-WRITE-COUNT
032700         PERFORM 1130-LIST-EDITION THRU 1130-EXIT
032800             VARYING WS-DIR-SUB FROM 1 BY 1
032900             UNTIL WS-DIR-SUB > WS-DIR-COUNT
033000         MOVE SPACES TO REPORT-RECORD
033100         WRITE REPORT-RECORD
033200         ADD 1 TO WS-RPT-WRITE-COUNT
033300     END-IF.
033400 1100-EXIT.
033500     EXIT.
033600
033700 1110-READ-FIRST-RECORD.
033800     READ EDITION-FILE NEXT RECORD
033900         AT END
034000             SET WS-SCAN-END TO TRUE
034100         NOT AT END
034200             ADD 1 TO WS-EDTN-READ-COUNT
034300             IF WS-DIR-COUNT < WS-MAX-EDITIONS
034400                 ADD 1 TO WS-DIR-COUNT
034500                 MOVE EDN-EDITION TO WS-DIR-EDITION(WS-DIR-COUNT)
034600                 IF EDN-FAMILY-HEADER AND EDN-M = 0
034700                     MOVE 'Y' TO WS-DIR-COMPLETE-SW(WS-DIR-COUNT)
034800                     MOVE EDN-SIGNOFF-DATE
034900                         TO WS-DIR-SIGNOFF(WS-DIR-COUNT)
035000                     MOVE EDN-SIGNOFF-OPERATOR
035100                         TO WS-DIR-OPERATOR(WS-DIR-COUNT)
035200                     MOVE EDN-VALUE-COUNT
035300                         TO WS-DIR-VALUE-COUNT(WS-DIR-COUNT)
035400                 ELSE
035500                     MOVE 'N' TO WS-DIR-COMPLETE-SW(WS-DIR-COUNT)
035600                     MOVE ZERO TO WS-DIR-SIGNOFF(WS-DIR-COUNT)
035700                     MOVE SPACES TO WS-DIR-OPERATOR(WS-DIR-COUNT)
035800                     MOVE ZERO TO WS-DIR-VALUE-COUNT(WS-DIR-COUNT)
035900                     ADD 1 TO WS-INCOMPLETE-COUNT
036000                 END-IF
036100             ELSE
036200                 DISPLAY 'BASF0004E MORE THAN ' WS-MAX-EDITIONS
036300                     ' EDITIONS - DIRECTORY TRUNCATED AT EDITION '
036400                     EDN-EDITION
036500                 SET WS-RUN-FAILED TO TRUE
036600                 SET WS-SCAN-END TO TRUE
036700             END-IF
036800             IF EDN-EDITION < WS-MAX-EDITION AND NOT WS-SCAN-END
036900                 ADD 1 TO EDN-EDITION
037000                 PERFORM 1120-START-EDITION THRU 1120-EXIT
037100             ELSE
037200                 SET WS-SCAN-END TO TRUE
037300             END-IF
037400     END-READ.
037500 1110-EXIT.
037600     EXIT.
037700
037800 1120-START-EDITION.
037900     MOVE ZERO TO EDN-M
038000     MOVE SPACE TO EDN-FAMILY
038100     MOVE ZERO TO EDN-K
038200     START EDITION-FILE KEY IS NOT LESS THAN EDN-KEY
038300         INVALID KEY
038400             SET WS-SCAN-END TO TRUE
038500     END-START.
038600 1120-EXIT.
038700     EXIT.
038800
038900 1130-LIST-EDITION.
039000     MOVE WS-DIR-EDITION(WS-DIR-SUB) TO DIR-LINE-EDITION
039100     MOVE WS-DIR-SIGNOFF(WS-DIR-SUB) TO DIR-LINE-SIGNOFF
039200     MOVE WS-DIR-OPERATOR(WS-DIR-SUB) TO DIR-LINE-OPERATOR
039300     MOVE WS-DIR-VALUE-COUNT(WS-DIR-SUB) TO DIR-LINE-COUNT
039400     IF WS-DIR-COMPLETE(WS-DIR-SUB)
039500         MOVE SPACES TO DIR-LINE-NOTE
039600     ELSE
039700         MOVE 'INCOMPLETE' TO DIR-LINE-NOTE
039800     END-IF
039900     WRITE REPORT-RECORD FROM WS-DIR-LINE
040000     ADD 1 TO WS-RPT-WRITE-COUNT.
040100 1130-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    2000 FAMILY - ONE INQUIRY PER CARD.  NO CARDS IS NOT AN
040600*    ERROR - THE DIRECTORY ALONE IS THEN THE ANSWER.
040700******************************************************************
040800 2000-PROCESS-CARDS.
040900     OPEN INPUT PARM-FILE
041000     EVALUATE WS-PARM-STATUS
041100         WHEN '00'
041200             MOVE 'N' TO WS-EOF-SW
041300             PERFORM 2100-READ-CARD THRU 2100-EXIT
041400                 UNTIL WS-EOF
041500             CLOSE PARM-FILE
041600         WHEN '35'
041700             CONTINUE
041800         WHEN OTHER
041900             DISPLAY 'BASF0005E CANNOT OPEN ASOFPARM, STATUS='
042000                 WS-PARM-STATUS
042100             SET WS-RUN-FAILED TO TRUE
042200     END-EVALUATE.
042300 2000-EXIT.
042400     EXIT.
042500
042600 2100-READ-CARD.
042700     READ PARM-FILE
042800         AT END
042900             SET WS-EOF TO TRUE
043000         NOT AT END
043100             ADD 1 TO WS-CARD-READ-COUNT
043200             IF WS-FIRST-CARD
043300                 MOVE ASC-OPERATOR-ID TO WS-RUN-OPERATOR
043400                 MOVE 'N' TO WS-FIRST-CARD-SW
043500             END-IF
043600             PERFORM 2200-ANSWER-CARD THRU 2200-EXIT
043700     END-READ.
043800 2100-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200*    2200 - EDIT THE CARD, RESOLVE THE EDITION, READ THE VALUES.
044300******************************************************************
044400 2200-ANSWER-CARD.
044500     MOVE ASC-EDITION-X TO CRD-LINE-EDITION
044600     MOVE ASC-ASOF-DATE TO CRD-LINE-ASOF
044700     MOVE ASC-M TO CRD-LINE-M
044800     MOVE ASC-FAMILY TO CRD-LINE-FAMILY
044900     MOVE ASC-OPERATOR-ID TO CRD-LINE-OPERATOR
045000     WRITE REPORT-RECORD FROM WS-CARD-LINE
045100     ADD 1 TO WS-RPT-WRITE-COUNT
045200     MOVE SPACES TO WS-REJECT-REASON
045300     MOVE ZERO TO WS-ANS-SUB
045400     EVALUATE TRUE
045500         WHEN ASC-M NOT NUMERIC
045600             MOVE 'M NOT NUMERIC' TO WS-REJECT-REASON
045700         WHEN NOT ASC-FAMILY-VALID
045800             MOVE 'FAMILY NOT D, F, X, E, P, C OR BLANK'
045900                 TO WS-REJECT-REASON
046000         WHEN ASC-EDITION-X = SPACES
046100             PERFORM 2210-FIND-BY-DATE THRU 2210-EXIT
046200         WHEN ASC-EDITION NOT NUMERIC
046300             MOVE 'EDITION NOT NUMERIC' TO WS-REJECT-REASON
046400         WHEN OTHER
046500             PERFORM 2220-FIND-BY-NUMBER THRU 2220-EXIT
046600     END-EVALUATE
046700     IF WS-REJECT-REASON = SPACES
046800         PERFORM 2300-READ-VALUES THRU 2300-EXIT
046900     END-IF
047000     IF WS-REJECT-REASON NOT = SPACES
047100         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
047200     ELSE
047300         ADD 1 TO WS-CARD-ANSWERED-COUNT
047400     END-IF
047500     MOVE SPACES TO REPORT-RECORD
047600     WRITE REPORT-RECORD
047700     ADD 1 TO WS-RPT-WRITE-COUNT.
047800 2200-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*    2210/2211 - THE EDITION IN FORCE ON THE REPORTING DATE: THE
048300*    LATEST COMPLETE EDITION SIGNED OFF ON OR BEFORE IT.
048400******************************************************************
048500 2210-FIND-BY-DATE.
048520     MOVE 'N' TO WS-DATE-OK-SW
048540     IF ASC-ASOF-DATE NUMERIC
048560         MOVE ASC-ASOF-DATE TO WS-CHECK-DATE
048580         PERFORM 2212-CHECK-DATE THRU 2212-EXIT
048600     END-IF
048700     EVALUATE TRUE
048800         WHEN ASC-ASOF-DATE NOT NUMERIC
048900             MOVE 'AS-OF DATE NOT NUMERIC' TO WS-REJECT-REASON
049000         WHEN NOT WS-DATE-OK
049200             MOVE 'AS-OF DATE NOT A VALID DATE'
049300                 TO WS-REJECT-REASON
049400         WHEN OTHER
049500             PERFORM 2211-CHECK-IN-FORCE THRU 2211-EXIT
049600                 VARYING WS-DIR-SUB FROM 1 BY 1
049700                 UNTIL WS-DIR-SUB > WS-DIR-COUNT
049800             IF WS-ANS-SUB = 0
049900                 MOVE 'NO EDITION IN FORCE ON THE AS-OF DATE'
050000                     TO WS-REJECT-REASON
050100             END-IF
050200     END-EVALUATE.
050300 2210-EXIT.
050400     EXIT.
050500
050600 2211-CHECK-IN-FORCE.
050700     IF WS-DIR-COMPLETE(WS-DIR-SUB)
050800             AND WS-DIR-SIGNOFF(WS-DIR-SUB) <= ASC-ASOF-DATE
050900         MOVE WS-DIR-SUB TO WS-ANS-SUB
051000     END-IF.
051100 2211-EXIT.
051200     EXIT.
051202
051204******************************************************************
051206*    2212 - IS WS-CHECK-DATE A REAL CALENDAR DATE?  A YEAR
051208*    DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT
051210*    DIVISIBLE BY 400.
051212******************************************************************
051214 2212-CHECK-DATE.
051216     IF WS-CHECK-YYYY > 1900
051218             AND WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
051220         MOVE WS-MONTH-DAYS-ENTRY(WS-CHECK-MM) TO WS-MONTH-DAYS
051222         IF WS-CHECK-MM = 2
051224             DIVIDE WS-CHECK-YYYY BY 4
051226                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
051228             DIVIDE WS-CHECK-YYYY BY 100
051230                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
051232             DIVIDE WS-CHECK-YYYY BY 400
051234                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
051236             IF WS-LEAP-REM-4 = 0
051238                     AND (WS-LEAP-REM-100 NOT = 0
051240                          OR WS-LEAP-REM-400 = 0)
051242                 MOVE 29 TO WS-MONTH-DAYS
051244             END-IF
051246         END-IF
051248         IF WS-CHECK-DD > 0 AND WS-CHECK-DD NOT > WS-MONTH-DAYS
051250             SET WS-DATE-OK TO TRUE
051252         END-IF
051254     END-IF.
051256 2212-EXIT.
051258     EXIT.
051300
051400******************************************************************
051500*    2220/2221 - THE EDITION NAMED ON THE CARD.
051600******************************************************************
051700 2220-FIND-BY-NUMBER.
051800     PERFORM 2221-CHECK-NUMBER THRU 2221-EXIT
051900         VARYING WS-DIR-SUB FROM 1 BY 1
052000         UNTIL WS-DIR-SUB > WS-DIR-COUNT OR WS-ANS-SUB > 0
052100     EVALUATE TRUE
052200         WHEN WS-ANS-SUB = 0
052300             MOVE 'EDITION NOT ON FILE' TO WS-REJECT-REASON
052400         WHEN NOT WS-DIR-COMPLETE(WS-ANS-SUB)
052500             MOVE 'EDITION INCOMPLETE - NO HEADER'
052600                 TO WS-REJECT-REASON
052700         WHEN OTHER
052800             CONTINUE
052900     END-EVALUATE.
053000 2220-EXIT.
053100     EXIT.
053200
053300 2221-CHECK-NUMBER.
053400     IF WS-DIR-EDITION(WS-DIR-SUB) = ASC-EDITION
053500         MOVE WS-DIR-SUB TO WS-ANS-SUB
053600     END-IF.
053700 2221-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100*    2300/2310 - EVERY FROZEN VALUE OF THE EDITION AT THE M, IN
054200*    KEY ORDER, FILTERED BY FAMILY.  THE HEADER IS SKIPPED.
054300******************************************************************
054400 2300-READ-VALUES.
054500     MOVE WS-DIR-EDITION(WS-ANS-SUB) TO WS-ANS-EDITION
054600     MOVE SPACES TO TEXT-LINE-BODY
054700     STRING '  ANSWERED FROM EDITION ' DELIMITED BY SIZE
054800         WS-ANS-EDITION DELIMITED BY SIZE
054900         ' SIGNED OFF ' DELIMITED BY SIZE
055000         WS-DIR-SIGNOFF(WS-ANS-SUB) DELIMITED BY SIZE
055100         ' BY ' DELIMITED BY SIZE
055200         WS-DIR-OPERATOR(WS-ANS-SUB) DELIMITED BY SIZE
055300         INTO TEXT-LINE-BODY
055400     END-STRING
055500     WRITE REPORT-RECORD FROM WS-TEXT-LINE
055600     ADD 1 TO WS-RPT-WRITE-COUNT
055700     MOVE ZERO TO WS-CARD-FOUND-COUNT
055800     MOVE 'N' TO WS-SCAN-END-SW
055900     MOVE WS-ANS-EDITION TO EDN-EDITION
056000     MOVE ASC-M TO EDN-M
056100     MOVE SPACE TO EDN-FAMILY
056200     MOVE ZERO TO EDN-K
056300     START EDITION-FILE KEY IS NOT LESS THAN EDN-KEY
056400         INVALID KEY
056500             SET WS-SCAN-END TO TRUE
056600     END-START
056700     PERFORM 2310-READ-NEXT-VALUE THRU 2310-EXIT
056800         UNTIL WS-SCAN-END
056900     IF WS-CARD-FOUND-COUNT = 0
057000         MOVE 'NO FROZEN VALUE AT THIS M' TO WS-REJECT-REASON
057100     END-IF.
057200 2300-EXIT.
057300     EXIT.
057400
057500 2310-READ-NEXT-VALUE.
057600     READ EDITION-FILE NEXT RECORD
057700         AT END
057800             SET WS-SCAN-END TO TRUE
057900         NOT AT END
058000             ADD 1 TO WS-EDTN-READ-COUNT
058100             EVALUATE TRUE
058200                 WHEN EDN-EDITION NOT = WS-ANS-EDITION
058300                         OR EDN-M NOT = ASC-M
058400                     SET WS-SCAN-END TO TRUE
058500                 WHEN EDN-FAMILY-HEADER
058600                     CONTINUE
058700                 WHEN ASC-FAMILY-ALL OR EDN-FAMILY = ASC-FAMILY
058800                     PERFORM 2400-PRINT-VALUE THRU 2400-EXIT
058900                     WRITE ASOF-OUT-RECORD
059000                         FROM BERN-EDITION-RECORD
059020                     IF WS-OUT-STATUS = '00'
059040                         ADD 1 TO WS-OUT-WRITE-COUNT
059060                     ELSE
059080                         DISPLAY
059090                             'BASF0007E ASOFOUT WRITE FAILED, '
059100                             'STATUS=' WS-OUT-STATUS
059120                         SET WS-RUN-FAILED TO TRUE
059140                     END-IF
059200                     ADD 1 TO WS-CARD-FOUND-COUNT
059300                 WHEN OTHER
059400                     CONTINUE
059500             END-EVALUATE
059600     END-READ.
059700 2310-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*    2400 - PRINT ONE FROZEN VALUE IN THE FORM OF ITS FAMILY.
060200******************************************************************
060300 2400-PRINT-VALUE.
060400     MOVE EDN-M TO VAL-LINE-M
060500     MOVE EDN-K TO VAL-LINE-K
060600     MOVE EDN-N-CONTEXT TO VAL-LINE-N
060700     MOVE EDN-SOURCE TO VAL-LINE-SOURCE
060800     MOVE EDN-SIGN TO FRAC-EDIT-SIGN
060900     MOVE EDN-NUMERATOR TO FRAC-EDIT-NUM
061000     MOVE '/' TO FRAC-EDIT-SLASH
061100     MOVE EDN-DENOMINATOR TO FRAC-EDIT-DEN
061200     MOVE WS-FRAC-EDIT TO VAL-LINE-VALUE
061300     EVALUATE TRUE
061400         WHEN EDN-FAMILY-DECIMAL
061500             MOVE 'DECIMAL' TO VAL-LINE-FAMILY
061600             MOVE EDN-SIGN TO DEC-EDIT-SIGN
061700             MOVE EDN-DECIMAL TO DEC-EDIT-VALUE
061800             MOVE WS-DEC-EDIT TO VAL-LINE-VALUE
061900         WHEN EDN-FAMILY-FRACTION
062000             MOVE 'FRACTION' TO VAL-LINE-FAMILY
062100         WHEN EDN-FAMILY-EXTENDED
062200             MOVE 'EXTENDED' TO VAL-LINE-FAMILY
062300             MOVE EDN-SIGN TO EXT-EDIT-SIGN
062400             MOVE EDN-MANTISSA TO EXT-EDIT-MANT
062500             MOVE EDN-EXP-SIGN TO EXT-EDIT-EXP-SIGN
062600             MOVE EDN-EXPONENT TO EXT-EDIT-EXP
062700             MOVE WS-EXT-EDIT TO VAL-LINE-VALUE
062800         WHEN EDN-FAMILY-EULER
062900             DIVIDE EDN-M BY 2 GIVING WS-M-HALF
063000                 REMAINDER WS-M-PARITY
063100             IF WS-M-PARITY = 0
063200                 MOVE 'EULER NUMBER' TO VAL-LINE-FAMILY
063300             ELSE
063400                 MOVE 'TANGENT NUMBER' TO VAL-LINE-FAMILY
063500             END-IF
063600             MOVE SPACE TO FRAC-EDIT-SLASH
063700             MOVE ZERO TO FRAC-EDIT-DEN
063800             MOVE WS-FRAC-EDIT(1:19) TO VAL-LINE-VALUE
063900         WHEN EDN-FAMILY-POLY
064000             MOVE 'POLYNOMIAL' TO VAL-LINE-FAMILY
064100         WHEN EDN-FAMILY-EMAC
064200             MOVE 'EULER-MACLAURIN' TO VAL-LINE-FAMILY
064300         WHEN OTHER
064400             MOVE EDN-FAMILY TO VAL-LINE-FAMILY
064500     END-EVALUATE
064600     WRITE REPORT-RECORD FROM WS-VALUE-LINE
064700     ADD 1 TO WS-RPT-WRITE-COUNT.
064800 2400-EXIT.
064900     EXIT.
065000
065100 2900-REJECT-CARD.
065200     ADD 1 TO WS-CARD-REJECT-COUNT
065300     MOVE WS-REJECT-REASON TO REJ-LINE-REASON
065400     MOVE ASOF-CONTROL-RECORD TO REJ-LINE-CARD
065500     WRITE REPORT-RECORD FROM WS-REJECT-LINE
065600     ADD 1 TO WS-RPT-WRITE-COUNT
065700     DISPLAY 'BASF0006E CARD REJECTED - ' WS-REJECT-REASON
065800         ' CARD=' ASOF-CONTROL-RECORD.
065900 2900-EXIT.
066000     EXIT.
066100
066200 6000-PRINT-TOTALS.
066300     MOVE SPACES TO REPORT-RECORD
066400     WRITE REPORT-RECORD
066500     MOVE 'EDITIONS ON FILE              ' TO CNT-LINE-LABEL
066600     MOVE WS-DIR-COUNT TO CNT-LINE-VALUE
066700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
066800     MOVE '  OF WHICH INCOMPLETE         ' TO CNT-LINE-LABEL
066900     MOVE WS-INCOMPLETE-COUNT TO CNT-LINE-VALUE
067000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
067100     MOVE 'INQUIRY CARDS READ            ' TO CNT-LINE-LABEL
067200     MOVE WS-CARD-READ-COUNT TO CNT-LINE-VALUE
067300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
067400     MOVE 'INQUIRY CARDS ANSWERED        ' TO CNT-LINE-LABEL
067500     MOVE WS-CARD-ANSWERED-COUNT TO CNT-LINE-VALUE
067600     WRITE REPORT-RECORD FROM WS-COUNT-LINE
067700     MOVE 'INQUIRY CARDS REJECTED        ' TO CNT-LINE-LABEL
067800     MOVE WS-CARD-REJECT-COUNT TO CNT-LINE-VALUE
067900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
068000     MOVE 'FROZEN VALUES RETURNED        ' TO CNT-LINE-LABEL
068100     MOVE WS-OUT-WRITE-COUNT TO CNT-LINE-VALUE
068200     WRITE REPORT-RECORD FROM WS-COUNT-LINE
068300     ADD 7 TO WS-RPT-WRITE-COUNT.
068400 6000-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
068900******************************************************************
069000 7900-POST-STEP-AUDIT.
069100     MOVE 'BERNASOF' TO STEP-PROGRAM
069200     MOVE WS-RUN-OPERATOR TO STEP-OPERATOR-ID
069300     IF WS-JOB-HAD-FAILURE
069400         MOVE 4 TO STEP-RETURN-CODE
069500     ELSE
069600         MOVE 0 TO STEP-RETURN-CODE
069700     END-IF
069800     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
069900         VARYING WS-STEP-SUB FROM 1 BY 1
070000         UNTIL WS-STEP-SUB > 10
070100     MOVE 'ASOFPARM' TO STEP-DDNAME(1)
070200     MOVE WS-CARD-READ-COUNT TO STEP-READ-CNT(1)
070300     MOVE 'BERNEDTN' TO STEP-DDNAME(2)
070400     MOVE WS-EDTN-READ-COUNT TO STEP-READ-CNT(2)
070500     MOVE 'ASOFOUT ' TO STEP-DDNAME(3)
070600     MOVE WS-OUT-WRITE-COUNT TO STEP-WRITE-CNT(3)
070700     MOVE 'ASOFRPT1' TO STEP-DDNAME(4)
070800     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(4)
070900     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
071000 7900-EXIT.
071100     EXIT.
071200
071300 7910-CLEAR-STEP-ENTRY.
071400     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
071500     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
071600     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
071700 7910-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    8000-TERMINATE - RETURN CODE 4 ON ANY REJECTED CARD OR A
072200*    DIRECTORY THAT COULD NOT BE BUILT.
072300******************************************************************
072400 8000-TERMINATE.
072500     IF WS-RUN-FAILED OR WS-CARD-REJECT-COUNT > 0
072600         SET WS-JOB-HAD-FAILURE TO TRUE
072700     END-IF
072800     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
072900     IF WS-JOB-HAD-FAILURE
073000         MOVE 4 TO RETURN-CODE
073100     END-IF.
073200 8000-EXIT.
073300     EXIT.
