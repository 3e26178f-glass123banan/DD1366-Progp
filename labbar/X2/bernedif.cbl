000100******************************************************************
000200*    PROGRAM-ID.  BERNEDIF
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    EDITION-TO-EDITION DIFFERENCE REPORT OVER THE FROZEN
001000*    QUARTER-END EDITIONS (BERNEDTN, WRITTEN BY BERNFRZE).  THE
001100*    CONTROL CARD (EDIFPARM, EDIFCTL LAYOUT, OPTIONAL) NAMES THE
001200*    OLD AND THE NEW EDITION.  A BLANK NEW EDITION MEANS THE
001300*    LATEST COMPLETE ONE; A BLANK OLD EDITION MEANS THE LATEST
001400*    COMPLETE ONE BEFORE THE NEW; NO CARD COMPARES THE TWO
001500*    LATEST.  AN EDITION WITHOUT A HEADER IS INCOMPLETE AND IS
001600*    NEVER COMPARED.
001700*
001800*    THE OLD EDITION IS HELD IN KEY ORDER AND THE NEW ONE IS
001900*    MATCHED AGAINST IT ON M, FAMILY AND K.  EVERY FROZEN VALUE
002000*    IS REPORTED ON EDIFRPT1 AS ONLY-IN-OLD, ONLY-IN-NEW OR
002100*    VALUE-CHANGED WITH BOTH RENDERINGS; A CHANGE OF N-CONTEXT OR
002200*    SOURCE ALONE, WITH THE SAME VALUE, IS NOT A DIFFERENCE.  AS
002300*    IN BERNCOMP, ANY DIFFERENCE - OR AN EDITION THAT CANNOT BE
002400*    RESOLVED - ENDS THE STEP WITH RETURN CODE 4.
002500*
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    2026-10-15 SVK   ORIGINAL PROGRAM.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. BERNEDIF.
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARM-FILE
004100         ASSIGN TO "EDIFPARM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARM-STATUS.
004400
004500     SELECT EDITION-FILE
004600         ASSIGN TO "BERNEDTN"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS EDN-KEY
005000         FILE STATUS IS WS-EDTN-STATUS.
005100
005200     SELECT REPORT-FILE
005300         ASSIGN TO "EDIFRPT1"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PARM-FILE.
006000     COPY EDIFCTL.
006100
006200 FD  EDITION-FILE.
006300     COPY BERNEDN.
006400
006500 FD  REPORT-FILE.
006600 01  REPORT-RECORD               PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900******************************************************************
007000*    BOUNDS.  ONE EDITION HOLDS AT MOST 61 M TIMES FOUR FAMILIES,
007100*    676 POLYNOMIAL SLOTS AND 30 EULER-MACLAURIN COEFFICIENTS.
007200******************************************************************
007300 77  WS-MAX-EDITIONS             PIC 9(03) VALUE 200.
007400 77  WS-MAX-EDITION              PIC 9(04) VALUE 9999.
007500 77  WS-MAX-OLD-VALUES           PIC 9(04) VALUE 0999.
007600
007700 01  WS-FILE-STATUSES.
007800     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
007900     05  WS-EDTN-STATUS          PIC X(02) VALUE SPACES.
008000     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
008100
008200 01  WS-SWITCHES.
008300     05  WS-SCAN-END-SW          PIC X(01) VALUE 'N'.
008400         88  WS-SCAN-END             VALUE 'Y'.
008500     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
008600         88  WS-RUN-GOOD             VALUE 'Y'.
008700         88  WS-RUN-FAILED           VALUE 'N'.
008800     05  WS-RPT-OPEN-SW          PIC X(01) VALUE 'N'.
008900         88  WS-RPT-OPEN             VALUE 'Y'.
009000     05  WS-EDTN-OPEN-SW         PIC X(01) VALUE 'N'.
009100         88  WS-EDTN-OPEN            VALUE 'Y'.
009200     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
009300         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
009400
009500 01  WS-WORK-FIELDS.
009600     05  WS-DIR-SUB              PIC 9(03).
009700     05  WS-OLD-SUB              PIC 9(03).
009800     05  WS-NEW-SUB              PIC 9(03).
009900     05  WS-OLD-PTR              PIC 9(04).
010000     05  WS-STEP-SUB             PIC 9(02).
010100     05  WS-CUR-DATE             PIC 9(08).
010200     05  WS-OLD-EDITION          PIC 9(04) VALUE ZERO.
010300     05  WS-NEW-EDITION          PIC 9(04) VALUE ZERO.
010400     05  WS-M-HALF               PIC 9(03).
010500     05  WS-M-PARITY             PIC 9(01).
010600     05  WS-RUN-OPERATOR         PIC X(08) VALUE SPACES.
010700     05  WS-REJECT-REASON        PIC X(50) VALUE SPACES.
010800     05  WS-DIFF-KIND            PIC X(14).
010900     05  WS-NEW-IMAGE            PIC X(100).
011000     05  WS-NEW-VALUE            PIC X(67).
011100     05  WS-NEW-KEY.
011200         10  WS-NEW-KEY-M        PIC 9(03).
011300         10  WS-NEW-KEY-FAMILY   PIC X(01).
011400         10  WS-NEW-KEY-K        PIC 9(03).
011500
011600 01  WS-COUNTERS.
011700     05  WS-CARD-READ-COUNT      PIC 9(09) VALUE ZERO.
011800     05  WS-EDTN-READ-COUNT      PIC 9(09) VALUE ZERO.
011900     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
012000     05  WS-DIR-COUNT            PIC 9(03) VALUE ZERO.
012100     05  WS-OLD-COUNT            PIC 9(04) VALUE ZERO.
012200     05  WS-OLD-VALUE-COUNT      PIC 9(09) VALUE ZERO.
012300     05  WS-NEW-VALUE-COUNT      PIC 9(09) VALUE ZERO.
012400     05  WS-MATCH-COUNT          PIC 9(09) VALUE ZERO.
012500     05  WS-CHANGED-COUNT        PIC 9(09) VALUE ZERO.
012600     05  WS-ONLY-OLD-COUNT       PIC 9(09) VALUE ZERO.
012700     05  WS-ONLY-NEW-COUNT       PIC 9(09) VALUE ZERO.
012800
012900     COPY BERNSLK.
013000
013100******************************************************************
013200*    THE EDITION DIRECTORY, IN EDITION ORDER.
013300******************************************************************
013400 01  WS-DIR-TABLE.
013500     05  WS-DIR-ENTRY OCCURS 200 TIMES.
013600         10  WS-DIR-EDITION      PIC 9(04).
013700         10  WS-DIR-COMPLETE-SW  PIC X(01).
013800             88  WS-DIR-COMPLETE    VALUE 'Y'.
013900         10  WS-DIR-SIGNOFF      PIC 9(08).
014000         10  WS-DIR-OPERATOR     PIC X(08).
014100         10  WS-DIR-VALUE-COUNT  PIC 9(09).
014200
014300******************************************************************
014400*    THE OLD EDITION'S VALUES, IN KEY ORDER.
014500******************************************************************
014600 01  WS-OLD-TABLE.
014700     05  WS-OLD-ENTRY OCCURS 1000 TIMES.
014800         10  WS-OLD-KEY.
014900             15  WS-OLD-KEY-M    PIC 9(03).
015000             15  WS-OLD-KEY-FAMILY PIC X(01).
015100             15  WS-OLD-KEY-K    PIC 9(03).
015200         10  WS-OLD-VALUE        PIC X(67).
015300         10  WS-OLD-IMAGE        PIC X(100).
015400
015500******************************************************************
015600*    VALUE RENDERINGS, ONE PER KIND OF FROZEN VALUE.
015700******************************************************************
015800 01  WS-DEC-EDIT.
015900     05  DEC-EDIT-SIGN           PIC X(01).
016000     05  DEC-EDIT-VALUE          PIC Z(04)9.9(05).
016100     05  FILLER                  PIC X(48) VALUE SPACES.
016200
016300 01  WS-FRAC-EDIT.
016400     05  FRAC-EDIT-SIGN          PIC X(01).
016500     05  FRAC-EDIT-NUM           PIC Z(17)9.
016600     05  FRAC-EDIT-SLASH         PIC X(01).
016700     05  FRAC-EDIT-DEN           PIC Z(17)9.
016800     05  FILLER                  PIC X(22) VALUE SPACES.
016900
017000 01  WS-EXT-EDIT.
017100     05  EXT-EDIT-SIGN           PIC X(01).
017200     05  EXT-EDIT-MANT           PIC 9.9(15).
017300     05  FILLER                  PIC X(01) VALUE 'E'.
017400     05  EXT-EDIT-EXP-SIGN       PIC X(01).
017500     05  EXT-EDIT-EXP            PIC 9(03).
017600     05  FILLER                  PIC X(37) VALUE SPACES.
017700
017800******************************************************************
017900*    PRINT LINE LAYOUTS.
018000******************************************************************
018100 01  WS-HDG1-LINE.
018200     05  FILLER                  PIC X(45) VALUE
018300         'FROZEN EDITION DIFFERENCE REPORT    PRINTED  '.
018400     05  HDG1-DATE               PIC 9(08).
018500     05  FILLER                  PIC X(79) VALUE SPACES.
018600
018700 01  WS-DIR-LINE.
018800     05  DIR-LINE-SIDE           PIC X(04).
018900     05  FILLER                  PIC X(09) VALUE ' EDITION '.
019000     05  DIR-LINE-EDITION        PIC 9(04).
019100     05  FILLER                  PIC X(13) VALUE
019200         '  SIGNED OFF '.
019300     05  DIR-LINE-SIGNOFF        PIC 9(08).
019400     05  FILLER                  PIC X(04) VALUE ' BY '.
019500     05  DIR-LINE-OPERATOR       PIC X(08).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  DIR-LINE-COUNT          PIC Z(08)9.
019800     05  FILLER                  PIC X(07) VALUE ' VALUES'.
019900     05  FILLER                  PIC X(64) VALUE SPACES.
020000
020100 01  WS-DIFF-LINE.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  DIF-LINE-KIND           PIC X(14).
020400     05  FILLER                  PIC X(01) VALUE SPACES.
020500     05  DIF-LINE-FAMILY         PIC X(16).
020600     05  FILLER                  PIC X(03) VALUE ' M '.
020700     05  DIF-LINE-M              PIC ZZ9.
020800     05  FILLER                  PIC X(03) VALUE ' K '.
020900     05  DIF-LINE-K              PIC ZZ9.
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  DIF-LINE-SIDE           PIC X(04).
021200     05  FILLER                  PIC X(01) VALUE SPACES.
021300     05  DIF-LINE-VALUE          PIC X(60).
021400     05  FILLER                  PIC X(20) VALUE SPACES.
021500
021600 01  WS-TEXT-LINE.
021700     05  TEXT-LINE-BODY          PIC X(60).
021800     05  FILLER                  PIC X(72) VALUE SPACES.
021900
022000 01  WS-COUNT-LINE.
022100     05  CNT-LINE-LABEL          PIC X(30).
022200     05  CNT-LINE-VALUE          PIC Z(08)9.
022300     05  FILLER                  PIC X(93) VALUE SPACES.
022400
022500 PROCEDURE DIVISION.
022600
022700******************************************************************
022800*    0000-MAIN-CONTROL
022900******************************************************************
023000 0000-MAIN-CONTROL.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023200     IF WS-RPT-OPEN
023300         IF WS-RUN-GOOD
023400             PERFORM 1100-LOAD-DIRECTORY THRU 1100-EXIT
023500         END-IF
023600         IF WS-RUN-GOOD
023700             PERFORM 1200-READ-CARD THRU 1200-EXIT
023800         END-IF
023900         IF WS-RUN-GOOD
024000             PERFORM 1300-RESOLVE-EDITIONS THRU 1300-EXIT
024100         END-IF
024200         IF WS-RUN-GOOD
024300             PERFORM 2000-LOAD-OLD-EDITION THRU 2000-EXIT
024400         END-IF
024500         IF WS-RUN-GOOD
024600             PERFORM 3000-MATCH-NEW-EDITION THRU 3000-EXIT
024700         END-IF
024800         IF WS-EDTN-OPEN
024900             CLOSE EDITION-FILE
025000         END-IF
025100         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
025200         CLOSE REPORT-FILE
025300     END-IF
025400     PERFORM 8000-TERMINATE THRU 8000-EXIT
025500     STOP RUN.
025600
025700 1000-INITIALIZE.
025800     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
025900     ACCEPT STEP-START-TIME FROM TIME
026000     MOVE STEP-START-DATE TO WS-CUR-DATE
026100     OPEN OUTPUT REPORT-FILE
026200     IF WS-RPT-STATUS NOT = '00'
026300         DISPLAY 'BEDF0001E CANNOT OPEN EDIFRPT1, STATUS='
026400             WS-RPT-STATUS
026500         SET WS-RUN-FAILED TO TRUE
026600     ELSE
026700         SET WS-RPT-OPEN TO TRUE
026800         MOVE WS-CUR-DATE TO HDG1-DATE
026900         WRITE REPORT-RECORD FROM WS-HDG1-LINE
027000         MOVE SPACES TO REPORT-RECORD
027100         WRITE REPORT-RECORD
027200         ADD 2 TO WS-RPT-WRITE-COUNT
027300     END-IF.
027400 1000-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800*    1100/1110/1120 - BUILD THE EDITION DIRECTORY FROM THE FIRST
027900*    RECORD OF EACH EDITION, STARTING AT THE NEXT EDITION NUMBER
028000*    AFTER EACH ONE.
028100******************************************************************
028200 1100-LOAD-DIRECTORY.
028300     OPEN INPUT EDITION-FILE
028400     EVALUATE WS-EDTN-STATUS
028500         WHEN '00'
028600             SET WS-EDTN-OPEN TO TRUE
028700         WHEN '35'
028800             MOVE 'BERNEDTN NOT FOUND - NO EDITION FROZEN'
028900                 TO WS-REJECT-REASON
029000             PERFORM 1900-REJECT-RUN THRU 1900-EXIT
029100         WHEN OTHER
029200             DISPLAY 'BEDF0002E CANNOT OPEN BERNEDTN, STATUS='
029300                 WS-EDTN-STATUS
029400             MOVE 'BERNEDTN CANNOT BE OPENED' TO WS-REJECT-REASON
029500             PERFORM 1900-REJECT-RUN THRU 1900-EXIT
029600     END-EVALUATE
029700     IF WS-RUN-GOOD
029800         MOVE 'N' TO WS-SCAN-END-SW
029900         MOVE ZERO TO EDN-EDITION
030000         PERFORM 1120-START-EDITION THRU 1120-EXIT
030100         PERFORM 1110-READ-FIRST-RECORD THRU 1110-EXIT
030200             UNTIL WS-SCAN-END
030300     END-IF.
030400 1100-EXIT.
030500     EXIT.
030600
030700 1110-READ-FIRST-RECORD.
030800     READ EDITION-FILE NEXT RECORD
030900         AT END
031000             SET WS-SCAN-END TO TRUE
031100         NOT AT END
031200             ADD 1 TO WS-EDTN-READ-COUNT
031300             IF WS-DIR-COUNT < WS-MAX-EDITIONS
031400                 ADD 1 TO WS-DIR-COUNT
031500                 MOVE EDN-EDITION TO WS-DIR-EDITION(WS-DIR-COUNT)
031600                 IF EDN-FAMILY-HEADER AND EDN-M = 0
031700                     MOVE 'Y' TO WS-DIR-COMPLETE-SW(WS-DIR-COUNT)
031800                     MOVE EDN-SIGNOFF-DATE
031900                         TO WS-DIR-SIGNOFF(WS-DIR-COUNT)
032000                     MOVE EDN-SIGNOFF-OPERATOR
032100                         TO WS-DIR-OPERATOR(WS-DIR-COUNT)
032200                     MOVE EDN-VALUE-COUNT
032300                         TO WS-DIR-VALUE-COUNT(WS-DIR-COUNT)
032400                 ELSE
032500                     MOVE 'N' TO WS-DIR-COMPLETE-SW(WS-DIR-COUNT)
032600                     MOVE ZERO TO WS-DIR-SIGNOFF(WS-DIR-COUNT)
032700                     MOVE SPACES TO WS-DIR-OPERATOR(WS-DIR-COUNT)
032800                     MOVE ZERO TO WS-DIR-VALUE-COUNT(WS-DIR-COUNT)
032900                 END-IF
033000             ELSE
033100                 DISPLAY 'BEDF0003E MORE THAN ' WS-MAX-EDITIONS
033200                     ' EDITIONS - DIRECTORY TRUNCATED AT EDITION '
033300                     EDN-EDITION
033400                 SET WS-RUN-FAILED TO TRUE
033500                 SET WS-SCAN-END TO TRUE
033600             END-IF
033700             IF EDN-EDITION < WS-MAX-EDITION AND NOT WS-SCAN-END
033800                 ADD 1 TO EDN-EDITION
033900                 PERFORM 1120-START-EDITION THRU 1120-EXIT
034000             ELSE
034100                 SET WS-SCAN-END TO TRUE
034200             END-IF
034300     END-READ.
034400 1110-EXIT.
034500     EXIT.
034600
034700 1120-START-EDITION.
034800     MOVE ZERO TO EDN-M
034900     MOVE SPACE TO EDN-FAMILY
035000     MOVE ZERO TO EDN-K
035100     START EDITION-FILE KEY IS NOT LESS THAN EDN-KEY
035200         INVALID KEY
035300             SET WS-SCAN-END TO TRUE
035400     END-START.
035500 1120-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900*    1200 - THE OPTIONAL CONTROL CARD.  NO CARD LEAVES BOTH
036000*    EDITIONS BLANK.
036100******************************************************************
036200 1200-READ-CARD.
036300     MOVE SPACES TO EDC-OLD-EDITION-X
036400     MOVE SPACES TO EDC-NEW-EDITION-X
036500     OPEN INPUT PARM-FILE
036600     EVALUATE WS-PARM-STATUS
036700         WHEN '00'
036800             READ PARM-FILE
036900                 AT END
037000                     MOVE SPACES TO EDC-OLD-EDITION-X
037100                     MOVE SPACES TO EDC-NEW-EDITION-X
037200                 NOT AT END
037300                     ADD 1 TO WS-CARD-READ-COUNT
037400                     MOVE EDC-OPERATOR-ID TO WS-RUN-OPERATOR
037500             END-READ
037600             CLOSE PARM-FILE
037700         WHEN '35'
037800             CONTINUE
037900         WHEN OTHER
038000             DISPLAY 'BEDF0004E CANNOT OPEN EDIFPARM, STATUS='
038100                 WS-PARM-STATUS
038200             MOVE 'EDIFPARM CANNOT BE READ' TO WS-REJECT-REASON
038300             PERFORM 1900-REJECT-RUN THRU 1900-EXIT
038400     END-EVALUATE.
038500 1200-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*    1300/1310/1320 - RESOLVE BOTH EDITIONS AGAINST THE DIRECTORY
039000*    AND PRINT THEIR HEADERS.
039100******************************************************************
039200 1300-RESOLVE-EDITIONS.
039300     MOVE ZERO TO WS-OLD-SUB
039400     MOVE ZERO TO WS-NEW-SUB
039500     EVALUATE TRUE
039600         WHEN EDC-NEW-EDITION-X = SPACES
039700             PERFORM 1310-FIND-LATEST-NEW THRU 1310-EXIT
039800                 VARYING WS-DIR-SUB FROM 1 BY 1
039900                 UNTIL WS-DIR-SUB > WS-DIR-COUNT
040000         WHEN EDC-NEW-EDITION NOT NUMERIC
040100             MOVE 'NEW EDITION NOT NUMERIC' TO WS-REJECT-REASON
040200         WHEN OTHER
040300             PERFORM 1320-FIND-NAMED-NEW THRU 1320-EXIT
040400                 VARYING WS-DIR-SUB FROM 1 BY 1
040500                 UNTIL WS-DIR-SUB > WS-DIR-COUNT
040600     END-EVALUATE
040700     IF WS-REJECT-REASON = SPACES
040800         IF WS-NEW-SUB = 0
040900             MOVE 'NEW EDITION NOT ON FILE OR INCOMPLETE'
041000                 TO WS-REJECT-REASON
041100         ELSE
041200             MOVE WS-DIR-EDITION(WS-NEW-SUB) TO WS-NEW-EDITION
041300         END-IF
041400     END-IF
041500     IF WS-REJECT-REASON = SPACES
041600         EVALUATE TRUE
041700             WHEN EDC-OLD-EDITION-X = SPACES
041800                 PERFORM 1330-FIND-LATEST-OLD THRU 1330-EXIT
041900                     VARYING WS-DIR-SUB FROM 1 BY 1
042000                     UNTIL WS-DIR-SUB > WS-DIR-COUNT
042100             WHEN EDC-OLD-EDITION NOT NUMERIC
042200                 MOVE 'OLD EDITION NOT NUMERIC'
042300                     TO WS-REJECT-REASON
042400             WHEN EDC-OLD-EDITION NOT < WS-NEW-EDITION
042500                 MOVE 'OLD EDITION NOT BEFORE THE NEW EDITION'
042600                     TO WS-REJECT-REASON
042700             WHEN OTHER
042800                 PERFORM 1340-FIND-NAMED-OLD THRU 1340-EXIT
042900                     VARYING WS-DIR-SUB FROM 1 BY 1
043000                     UNTIL WS-DIR-SUB > WS-DIR-COUNT
043100         END-EVALUATE
043200     END-IF
043300     IF WS-REJECT-REASON = SPACES
043400         IF WS-OLD-SUB = 0
043500             MOVE 'OLD EDITION NOT ON FILE OR INCOMPLETE'
043600                 TO WS-REJECT-REASON
043700         ELSE
043800             MOVE WS-DIR-EDITION(WS-OLD-SUB) TO WS-OLD-EDITION
043900         END-IF
044000     END-IF
044100     IF WS-REJECT-REASON NOT = SPACES
044200         PERFORM 1900-REJECT-RUN THRU 1900-EXIT
044300     ELSE
044400         MOVE 'OLD ' TO DIR-LINE-SIDE
044500         MOVE WS-OLD-SUB TO WS-DIR-SUB
044600         PERFORM 1350-PRINT-EDITION THRU 1350-EXIT
044700         MOVE 'NEW ' TO DIR-LINE-SIDE
044800         MOVE WS-NEW-SUB TO WS-DIR-SUB
044900         PERFORM 1350-PRINT-EDITION THRU 1350-EXIT
045000         MOVE SPACES TO REPORT-RECORD
045100         WRITE REPORT-RECORD
045200         ADD 1 TO WS-RPT-WRITE-COUNT
045300     END-IF.
045400 1300-EXIT.
045500     EXIT.
045600
045700 1310-FIND-LATEST-NEW.
045800     IF WS-DIR-COMPLETE(WS-DIR-SUB)
045900         MOVE WS-DIR-SUB TO WS-NEW-SUB
046000     END-IF.
046100 1310-EXIT.
046200     EXIT.
046300
046400 1320-FIND-NAMED-NEW.
046500     IF WS-DIR-COMPLETE(WS-DIR-SUB)
046600             AND WS-DIR-EDITION(WS-DIR-SUB) = EDC-NEW-EDITION
046700         MOVE WS-DIR-SUB TO WS-NEW-SUB
046800     END-IF.
046900 1320-EXIT.
047000     EXIT.
047100
047200 1330-FIND-LATEST-OLD.
047300     IF WS-DIR-COMPLETE(WS-DIR-SUB)
047400             AND WS-DIR-EDITION(WS-DIR-SUB) < WS-NEW-EDITION
047500         MOVE WS-DIR-SUB TO WS-OLD-SUB
047600     END-IF.
047700 1330-EXIT.
047800     EXIT.
047900
048000 1340-FIND-NAMED-OLD.
048100     IF WS-DIR-COMPLETE(WS-DIR-SUB)
048200             AND WS-DIR-EDITION(WS-DIR-SUB) = EDC-OLD-EDITION
048300         MOVE WS-DIR-SUB TO WS-OLD-SUB
048400     END-IF.
048500 1340-EXIT.
048600     EXIT.
048700
048800 1350-PRINT-EDITION.
048900     MOVE WS-DIR-EDITION(WS-DIR-SUB) TO DIR-LINE-EDITION
049000     MOVE WS-DIR-SIGNOFF(WS-DIR-SUB) TO DIR-LINE-SIGNOFF
049100     MOVE WS-DIR-OPERATOR(WS-DIR-SUB) TO DIR-LINE-OPERATOR
049200     MOVE WS-DIR-VALUE-COUNT(WS-DIR-SUB) TO DIR-LINE-COUNT
049300     WRITE REPORT-RECORD FROM WS-DIR-LINE
049400     ADD 1 TO WS-RPT-WRITE-COUNT.
049500 1350-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*    1900 - THE COMPARE CANNOT BE RUN.  THE REASON GOES ON THE
050000*    REPORT AND THE CONSOLE.
050100******************************************************************
050200 1900-REJECT-RUN.
050300     MOVE SPACES TO TEXT-LINE-BODY
050400     STRING 'COMPARE NOT RUN - ' DELIMITED BY SIZE
050500         WS-REJECT-REASON DELIMITED BY SIZE
050600         INTO TEXT-LINE-BODY
050700     END-STRING
050800     WRITE REPORT-RECORD FROM WS-TEXT-LINE
050900     ADD 1 TO WS-RPT-WRITE-COUNT
051000     DISPLAY 'BEDF0005E ' TEXT-LINE-BODY
051100     SET WS-RUN-FAILED TO TRUE.
051200 1900-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    2000/2010 - HOLD EVERY VALUE OF THE OLD EDITION.  THE KEY
051700*    ORDER OF THE FILE IS THE ORDER OF THE TABLE.
051800******************************************************************
051900 2000-LOAD-OLD-EDITION.
052000     MOVE 'N' TO WS-SCAN-END-SW
052100     MOVE WS-OLD-EDITION TO EDN-EDITION
052200     PERFORM 1120-START-EDITION THRU 1120-EXIT
052300     PERFORM 2010-READ-OLD-VALUE THRU 2010-EXIT
052400         UNTIL WS-SCAN-END.
052500 2000-EXIT.
052600     EXIT.
052700
052800 2010-READ-OLD-VALUE.
052900     READ EDITION-FILE NEXT RECORD
053000         AT END
053100             SET WS-SCAN-END TO TRUE
053200         NOT AT END
053300             ADD 1 TO WS-EDTN-READ-COUNT
053400             EVALUATE TRUE
053500                 WHEN EDN-EDITION NOT = WS-OLD-EDITION
053600                     SET WS-SCAN-END TO TRUE
053700                 WHEN EDN-FAMILY-HEADER
053800                     CONTINUE
053900                 WHEN WS-OLD-COUNT NOT < WS-MAX-OLD-VALUES
054000                     DISPLAY 'BEDF0006E MORE THAN '
054100                         WS-MAX-OLD-VALUES ' VALUES IN EDITION '
054200                         WS-OLD-EDITION
054300                     MOVE 'OLD EDITION TOO LARGE TO HOLD'
054400                         TO WS-REJECT-REASON
054500                     PERFORM 1900-REJECT-RUN THRU 1900-EXIT
054600                     SET WS-SCAN-END TO TRUE
054700                 WHEN OTHER
054800                     ADD 1 TO WS-OLD-COUNT
054900                     ADD 1 TO WS-OLD-VALUE-COUNT
055000                     MOVE EDN-M TO WS-OLD-KEY-M(WS-OLD-COUNT)
055100                     MOVE EDN-FAMILY
055200                         TO WS-OLD-KEY-FAMILY(WS-OLD-COUNT)
055300                     MOVE EDN-K TO WS-OLD-KEY-K(WS-OLD-COUNT)
055400                     MOVE EDN-VALUE TO WS-OLD-VALUE(WS-OLD-COUNT)
055500                     MOVE BERN-EDITION-RECORD
055600                         TO WS-OLD-IMAGE(WS-OLD-COUNT)
055700             END-EVALUATE
055800     END-READ.
055900 2010-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300*    3000 FAMILY - READ THE NEW EDITION IN KEY ORDER AND MATCH IT
056400*    AGAINST THE HELD OLD ONE.  OLD ENTRIES PASSED OVER ARE
056500*    ONLY-IN-OLD; WHAT IS LEFT AT THE END IS ONLY-IN-OLD TOO.
056600******************************************************************
056700 3000-MATCH-NEW-EDITION.
056800     MOVE 1 TO WS-OLD-PTR
056900     MOVE 'N' TO WS-SCAN-END-SW
057000     MOVE WS-NEW-EDITION TO EDN-EDITION
057100     PERFORM 1120-START-EDITION THRU 1120-EXIT
057200     PERFORM 3100-READ-NEW-VALUE THRU 3100-EXIT
057300         UNTIL WS-SCAN-END
057400     PERFORM 3300-REPORT-ONLY-OLD THRU 3300-EXIT
057500         UNTIL WS-OLD-PTR > WS-OLD-COUNT.
057600 3000-EXIT.
057700     EXIT.
057800
057900 3100-READ-NEW-VALUE.
058000     READ EDITION-FILE NEXT RECORD
058100         AT END
058200             SET WS-SCAN-END TO TRUE
058300         NOT AT END
058400             ADD 1 TO WS-EDTN-READ-COUNT
058500             EVALUATE TRUE
058600                 WHEN EDN-EDITION NOT = WS-NEW-EDITION
058700                     SET WS-SCAN-END TO TRUE
058800                 WHEN EDN-FAMILY-HEADER
058900                     CONTINUE
059000                 WHEN OTHER
059100                     ADD 1 TO WS-NEW-VALUE-COUNT
059200                     MOVE BERN-EDITION-RECORD TO WS-NEW-IMAGE
059300                     MOVE EDN-VALUE TO WS-NEW-VALUE
059400                     MOVE EDN-M TO WS-NEW-KEY-M
059500                     MOVE EDN-FAMILY TO WS-NEW-KEY-FAMILY
059600                     MOVE EDN-K TO WS-NEW-KEY-K
059700                     PERFORM 3200-MATCH-ONE THRU 3200-EXIT
059800             END-EVALUATE
059900     END-READ.
060000 3100-EXIT.
060100     EXIT.
060200
060300 3200-MATCH-ONE.
060400     PERFORM 3300-REPORT-ONLY-OLD THRU 3300-EXIT
060500         UNTIL WS-OLD-PTR > WS-OLD-COUNT
060600             OR WS-OLD-KEY(WS-OLD-PTR) NOT < WS-NEW-KEY
060700     IF WS-OLD-PTR > WS-OLD-COUNT
060800             OR WS-OLD-KEY(WS-OLD-PTR) > WS-NEW-KEY
060900         ADD 1 TO WS-ONLY-NEW-COUNT
061000         MOVE 'ONLY IN NEW' TO WS-DIFF-KIND
061100         MOVE 'NEW ' TO DIF-LINE-SIDE
061200         MOVE WS-NEW-IMAGE TO BERN-EDITION-RECORD
061300         PERFORM 4000-PRINT-DIFFERENCE THRU 4000-EXIT
061400     ELSE
061500         IF WS-OLD-VALUE(WS-OLD-PTR) = WS-NEW-VALUE
061600             ADD 1 TO WS-MATCH-COUNT
061700         ELSE
061800             ADD 1 TO WS-CHANGED-COUNT
061900             MOVE 'VALUE CHANGED' TO WS-DIFF-KIND
062000             MOVE 'OLD ' TO DIF-LINE-SIDE
062100             MOVE WS-OLD-IMAGE(WS-OLD-PTR) TO BERN-EDITION-RECORD
062200             PERFORM 4000-PRINT-DIFFERENCE THRU 4000-EXIT
062300             MOVE SPACES TO WS-DIFF-KIND
062400             MOVE 'NEW ' TO DIF-LINE-SIDE
062500             MOVE WS-NEW-IMAGE TO BERN-EDITION-RECORD
062600             PERFORM 4000-PRINT-DIFFERENCE THRU 4000-EXIT
062700         END-IF
062800         ADD 1 TO WS-OLD-PTR
062900     END-IF.
063000 3200-EXIT.
063100     EXIT.
063200
063300 3300-REPORT-ONLY-OLD.
063400     ADD 1 TO WS-ONLY-OLD-COUNT
063500     MOVE 'ONLY IN OLD' TO WS-DIFF-KIND
063600     MOVE 'OLD ' TO DIF-LINE-SIDE
063700     MOVE WS-OLD-IMAGE(WS-OLD-PTR) TO BERN-EDITION-RECORD
063800     PERFORM 4000-PRINT-DIFFERENCE THRU 4000-EXIT
063900     ADD 1 TO WS-OLD-PTR.
064000 3300-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400*    4000 - ONE DIFFERENCE LINE FOR THE VALUE NOW IN THE RECORD
064500*    AREA, IN THE FORM OF ITS FAMILY.
064600******************************************************************
064700 4000-PRINT-DIFFERENCE.
064800     MOVE WS-DIFF-KIND TO DIF-LINE-KIND
064900     MOVE EDN-M TO DIF-LINE-M
065000     MOVE EDN-K TO DIF-LINE-K
065100     MOVE EDN-SIGN TO FRAC-EDIT-SIGN
065200     MOVE EDN-NUMERATOR TO FRAC-EDIT-NUM
065300     MOVE '/' TO FRAC-EDIT-SLASH
065400     MOVE EDN-DENOMINATOR TO FRAC-EDIT-DEN
065500     MOVE WS-FRAC-EDIT TO DIF-LINE-VALUE
065600     EVALUATE TRUE
065700         WHEN EDN-FAMILY-DECIMAL
065800             MOVE 'DECIMAL' TO DIF-LINE-FAMILY
065900             MOVE EDN-SIGN TO DEC-EDIT-SIGN
066000             MOVE EDN-DECIMAL TO DEC-EDIT-VALUE
066100             MOVE WS-DEC-EDIT TO DIF-LINE-VALUE
066200         WHEN EDN-FAMILY-FRACTION
066300             MOVE 'FRACTION' TO DIF-LINE-FAMILY
066400         WHEN EDN-FAMILY-EXTENDED
066500             MOVE 'EXTENDED' TO DIF-LINE-FAMILY
066600             MOVE EDN-SIGN TO EXT-EDIT-SIGN
066700             MOVE EDN-MANTISSA TO EXT-EDIT-MANT
066800             MOVE EDN-EXP-SIGN TO EXT-EDIT-EXP-SIGN
066900             MOVE EDN-EXPONENT TO EXT-EDIT-EXP
067000             MOVE WS-EXT-EDIT TO DIF-LINE-VALUE
067100         WHEN EDN-FAMILY-EULER
067200             DIVIDE EDN-M BY 2 GIVING WS-M-HALF
067300                 REMAINDER WS-M-PARITY
067400             IF WS-M-PARITY = 0
067500                 MOVE 'EULER NUMBER' TO DIF-LINE-FAMILY
067600             ELSE
067700                 MOVE 'TANGENT NUMBER' TO DIF-LINE-FAMILY
067800             END-IF
067900             MOVE WS-FRAC-EDIT(1:19) TO DIF-LINE-VALUE
068000         WHEN EDN-FAMILY-POLY
068100             MOVE 'POLYNOMIAL' TO DIF-LINE-FAMILY
068200         WHEN EDN-FAMILY-EMAC
068300             MOVE 'EULER-MACLAURIN' TO DIF-LINE-FAMILY
068400         WHEN OTHER
068500             MOVE EDN-FAMILY TO DIF-LINE-FAMILY
068600     END-EVALUATE
068700     WRITE REPORT-RECORD FROM WS-DIFF-LINE
068800     ADD 1 TO WS-RPT-WRITE-COUNT.
068900 4000-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300*    6000 - TOTALS AND THE CLEAN/NOT-CLEAN VERDICT LINE.
069400******************************************************************
069500 6000-PRINT-TOTALS.
069600     MOVE SPACES TO REPORT-RECORD
069700     WRITE REPORT-RECORD
069800     MOVE 'OLD EDITION VALUES            ' TO CNT-LINE-LABEL
069900     MOVE WS-OLD-VALUE-COUNT TO CNT-LINE-VALUE
070000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
070100     MOVE 'NEW EDITION VALUES            ' TO CNT-LINE-LABEL
070200     MOVE WS-NEW-VALUE-COUNT TO CNT-LINE-VALUE
070300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
070400     MOVE 'VALUES MATCHED                ' TO CNT-LINE-LABEL
070500     MOVE WS-MATCH-COUNT TO CNT-LINE-VALUE
070600     WRITE REPORT-RECORD FROM WS-COUNT-LINE
070700     MOVE 'VALUES CHANGED                ' TO CNT-LINE-LABEL
070800     MOVE WS-CHANGED-COUNT TO CNT-LINE-VALUE
070900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
071000     MOVE 'ONLY IN OLD                   ' TO CNT-LINE-LABEL
071100     MOVE WS-ONLY-OLD-COUNT TO CNT-LINE-VALUE
071200     WRITE REPORT-RECORD FROM WS-COUNT-LINE
071300     MOVE 'ONLY IN NEW                   ' TO CNT-LINE-LABEL
071400     MOVE WS-ONLY-NEW-COUNT TO CNT-LINE-VALUE
071500     WRITE REPORT-RECORD FROM WS-COUNT-LINE
071600     MOVE SPACES TO REPORT-RECORD
071700     WRITE REPORT-RECORD
071800     EVALUATE TRUE
071900         WHEN WS-RUN-FAILED
072000             MOVE 'NO COMPARE - SEE MESSAGE ABOVE'
072100                 TO TEXT-LINE-BODY
072200         WHEN WS-CHANGED-COUNT = 0 AND WS-ONLY-OLD-COUNT = 0
072300                 AND WS-ONLY-NEW-COUNT = 0
072400             MOVE 'COMPARE CLEAN - EDITIONS AGREE'
072500                 TO TEXT-LINE-BODY
072600         WHEN OTHER
072700             MOVE 'DIFFERENCES FOUND - SEE LINES ABOVE'
072800                 TO TEXT-LINE-BODY
072900     END-EVALUATE
073000     WRITE REPORT-RECORD FROM WS-TEXT-LINE
073100     ADD 9 TO WS-RPT-WRITE-COUNT.
073200 6000-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
073700******************************************************************
073800 7900-POST-STEP-AUDIT.
073900     MOVE 'BERNEDIF' TO STEP-PROGRAM
074000     MOVE WS-RUN-OPERATOR TO STEP-OPERATOR-ID
074100     IF WS-JOB-HAD-FAILURE
074200         MOVE 4 TO STEP-RETURN-CODE
074300     ELSE
074400         MOVE 0 TO STEP-RETURN-CODE
074500     END-IF
074600     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
074700         VARYING WS-STEP-SUB FROM 1 BY 1
074800         UNTIL WS-STEP-SUB > 10
074900     MOVE 'EDIFPARM' TO STEP-DDNAME(1)
075000     MOVE WS-CARD-READ-COUNT TO STEP-READ-CNT(1)
075100     MOVE 'BERNEDTN' TO STEP-DDNAME(2)
075200     MOVE WS-EDTN-READ-COUNT TO STEP-READ-CNT(2)
075300     MOVE 'EDIFRPT1' TO STEP-DDNAME(3)
075400     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(3)
075500     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
075600 7900-EXIT.
075700     EXIT.
075800
075900 7910-CLEAR-STEP-ENTRY.
076000     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
076100     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
076200     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
076300 7910-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700*    8000-TERMINATE - RETURN CODE 4 ON ANY DIFFERENCE OR WHEN THE
076800*    COMPARE COULD NOT BE RUN.
076900******************************************************************
077000 8000-TERMINATE.
077100     IF WS-RUN-FAILED OR WS-CHANGED-COUNT > 0
077200             OR WS-ONLY-OLD-COUNT > 0 OR WS-ONLY-NEW-COUNT > 0
077300         SET WS-JOB-HAD-FAILURE TO TRUE
077400     END-IF
077500     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
077600     IF WS-JOB-HAD-FAILURE
077700         MOVE 4 TO RETURN-CODE
077800     END-IF.
077900 8000-EXIT.
078000     EXIT.
