000100******************************************************************
000200*    PROGRAM-ID.  BERNIMPA
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    DOWNSTREAM IMPACT REPORT FOR A CHANGED BERNOULLI NUMBER.
001000*    AFTER A CORRECTION, OPERATIONS AND THE ACTUARIES MUST KNOW
001100*    WHICH DERIVED DATASETS TO REBUILD AND WHICH CONSUMERS TO
001200*    NOTIFY.  FOR EVERY CHANGED B(M) THIS JOB LISTS:
001300*      - THE BERNEMAC COEFFICIENT FOR K = M/2 (EVEN M >= 2 ONLY),
001400*      - EVERY BERNPOL (N,K) COEFFICIENT WITH K = M,
001500*      - EVERY BERNEXT EXTENDED COPY OF B(M),
001600*      - EVERY BERNSUBS SUBSCRIBER WHOSE M RANGE COVERS M AND
001700*        WHOSE FORM SWITCHES INCLUDE A CHANGED FORM.
001800*    AN EXTENDED COPY FOUND ON BERNEXT IS DERIVED FROM THE SAME
001900*    B(M), SO IT MARKS THE EXTENDED FORM CHANGED AS WELL FOR THE
002000*    SUBSCRIBER MATCH.
002100*
002200*    THE CHANGED M VALUES COME FROM CONTROL CARDS (IMPAPARM,
002300*    IMPACTL LAYOUT) OR, WHEN THERE ARE NO M CARDS OR A CARD
002400*    ASKS FOR THEM, FROM THE BERNCOMP DIFFERENCES (COMPDIFF,
002500*    BERNDIF LAYOUT) - VALUE-CHANGED AND ONLY-IN-OLD KEYS ONLY,
002600*    SINCE A KEY ONLY IN THE NEW GENERATION WAS NEVER CONSUMED.
002700*    EACH M IS ANALYZED ONCE, WITH THE FORMS THAT CHANGED MERGED.
002800*
002900*    THE DERIVED DATASETS ARE READ FRONT TO BACK ONCE PER M; ONE
003000*    THAT IS NOT PRESENT IS NOTED ON THE REPORT (IMPARPT1) AND
003100*    NOT CHECKED.  THE JOB UPDATES NOTHING.  A REJECTED CARD OR
003200*    A FILE THAT CANNOT BE READ ENDS THE STEP WITH RETURN CODE 4.
003300*
003400*    MODIFICATION HISTORY
003500*    DATE       INIT  DESCRIPTION
003600*    2026-10-15 SVK   ORIGINAL PROGRAM.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. BERNIMPA.
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARM-FILE
004900         ASSIGN TO "IMPAPARM"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PARM-STATUS.
005200
005300     SELECT DIFF-FILE
005400         ASSIGN TO "COMPDIFF"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-DIFF-STATUS.
005700
005800     SELECT EMAC-FILE
005900         ASSIGN TO "BERNEMAC"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-EMAC-STATUS.
006200
006300     SELECT BERN-POLY-FILE
006400         ASSIGN TO "BERNPOL"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-POL-STATUS.
006700
006800     SELECT BERN-EXT-FILE
006900         ASSIGN TO "BERNEXT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-EXT-STATUS.
007200
007300     SELECT SUBSCRIPTION-FILE
007400         ASSIGN TO "BERNSUBS"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-SUBS-STATUS.
007700
007800     SELECT REPORT-FILE
007900         ASSIGN TO "IMPARPT1"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-RPT-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  PARM-FILE.
008600     COPY IMPACTL.
008700
008800 FD  DIFF-FILE.
008900     COPY BERNDIF.
009000
009100 FD  EMAC-FILE.
009200     COPY BERNEMC.
009300
009400 FD  BERN-POLY-FILE.
009500     COPY BERNPOL.
009600
009700 FD  BERN-EXT-FILE.
009800     COPY BERNEXT.
009900
010000 FD  SUBSCRIPTION-FILE.
010100     COPY BERNSUB.
010200
010300 FD  REPORT-FILE.
010400 01  REPORT-RECORD               PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700 77  WS-MAX-CHANGED              PIC 9(03) VALUE 200.
010800
010900 01  WS-FILE-STATUSES.
011000     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
011100     05  WS-DIFF-STATUS          PIC X(02) VALUE SPACES.
011200     05  WS-EMAC-STATUS          PIC X(02) VALUE SPACES.
011300     05  WS-POL-STATUS           PIC X(02) VALUE SPACES.
011400     05  WS-EXT-STATUS           PIC X(02) VALUE SPACES.
011500     05  WS-SUBS-STATUS          PIC X(02) VALUE SPACES.
011600     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
011700
011800 01  WS-SWITCHES.
011900     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
012000         88  WS-EOF                  VALUE 'Y'.
012100     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
012200         88  WS-RUN-GOOD             VALUE 'Y'.
012300         88  WS-RUN-FAILED           VALUE 'N'.
012400     05  WS-RPT-OPEN-SW          PIC X(01) VALUE 'N'.
012500         88  WS-RPT-OPEN             VALUE 'Y'.
012600     05  WS-DIFF-WANTED-SW       PIC X(01) VALUE 'N'.
012700         88  WS-DIFF-WANTED          VALUE 'Y'.
012800     05  WS-CHG-FOUND-SW         PIC X(01) VALUE 'N'.
012900         88  WS-CHG-FOUND            VALUE 'Y'.
013000     05  WS-SUB-MATCH-SW         PIC X(01) VALUE 'N'.
013100         88  WS-SUB-MATCHES          VALUE 'Y'.
013200     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
013300         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
013400
013500 01  WS-WORK-FIELDS.
013600     05  WS-CHG-SUB              PIC 9(03).
013700     05  WS-FIND-SUB             PIC 9(03).
013800     05  WS-STEP-SUB             PIC 9(02).
013900     05  WS-CUR-M                PIC 9(03).
014000     05  WS-EMAC-K               PIC 9(03).
014100     05  WS-EMAC-REM             PIC 9(01).
014200     05  WS-NEW-M                PIC 9(03).
014300     05  WS-NEW-FORM             PIC X(01).
014400     05  WS-NEW-ORIGIN           PIC X(14).
014500     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
014600     05  WS-HITS-THIS-M          PIC 9(05).
014700
014800 01  WS-COUNTERS.
014900     05  WS-CARD-READ-COUNT      PIC 9(09) VALUE ZERO.
015000     05  WS-M-CARD-COUNT         PIC 9(09) VALUE ZERO.
015100     05  WS-CARD-REJECT-COUNT    PIC 9(09) VALUE ZERO.
015200     05  WS-DIFF-READ-COUNT      PIC 9(09) VALUE ZERO.
015300     05  WS-EMAC-READ-COUNT      PIC 9(09) VALUE ZERO.
015400     05  WS-POL-READ-COUNT       PIC 9(09) VALUE ZERO.
015500     05  WS-EXT-READ-COUNT       PIC 9(09) VALUE ZERO.
015600     05  WS-SUBS-READ-COUNT      PIC 9(09) VALUE ZERO.
015700     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
015800     05  WS-EMAC-HIT-COUNT       PIC 9(09) VALUE ZERO.
015900     05  WS-POL-HIT-COUNT        PIC 9(09) VALUE ZERO.
016000     05  WS-EXT-HIT-COUNT        PIC 9(09) VALUE ZERO.
016100     05  WS-SUBS-HIT-COUNT       PIC 9(09) VALUE ZERO.
016200
016300******************************************************************
016400*    CHANGED M VALUES TO ANALYZE, ONE ENTRY PER M, WITH THE FORMS
016500*    THAT CHANGED AND WHERE THE M FIRST CAME FROM.
016600******************************************************************
016700 01  WS-CHANGED-TABLE.
016800     05  WS-CHG-COUNT            PIC 9(03) VALUE ZERO.
016900     05  WS-CHG-ENTRY OCCURS 200 TIMES.
017000         10  WS-CHG-M            PIC 9(03).
017100         10  WS-CHG-DEC-SW       PIC X(01).
017200             88  WS-CHG-DECIMAL      VALUE 'Y'.
017300         10  WS-CHG-FRC-SW       PIC X(01).
017400             88  WS-CHG-FRACTION     VALUE 'Y'.
017500         10  WS-CHG-EXT-SW       PIC X(01).
017600             88  WS-CHG-EXTENDED     VALUE 'Y'.
017700         10  WS-CHG-ORIGIN       PIC X(14).
017800
017900******************************************************************
018000*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
018100******************************************************************
018200     COPY BERNSLK.
018300
018400******************************************************************
018500*    PRINT LINE LAYOUTS.
018600******************************************************************
018700 01  WS-HDG1-LINE.
018800     05  FILLER                  PIC X(44) VALUE
018900         'DOWNSTREAM IMPACT OF CHANGED B(M)           '.
019000     05  FILLER                  PIC X(09) VALUE 'PRINTED  '.
019100     05  HDG1-DATE               PIC 9(08).
019200     05  FILLER                  PIC X(71) VALUE SPACES.
019300
019400 01  WS-SECT-LINE.
019500     05  FILLER                  PIC X(10) VALUE 'CHANGED B('.
019600     05  SCT-LINE-M              PIC 9(03).
019700     05  FILLER                  PIC X(10) VALUE ')   FORMS '.
019800     05  SCT-LINE-DEC            PIC X(09).
019900     05  SCT-LINE-FRC            PIC X(09).
020000     05  SCT-LINE-EXT            PIC X(09).
020100     05  FILLER                  PIC X(08) VALUE ' ORIGIN '.
020200     05  SCT-LINE-ORIGIN         PIC X(14).
020300     05  FILLER                  PIC X(60) VALUE SPACES.
020400
020500 01  WS-EMAC-LINE.
020600     05  FILLER                  PIC X(14) VALUE
020700         '    BERNEMAC  '.
020800     05  FILLER                  PIC X(02) VALUE 'K='.
020900     05  EML-LINE-K              PIC 9(03).
021000     05  FILLER                  PIC X(05) VALUE '  2K='.
021100     05  EML-LINE-ORDER          PIC 9(03).
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  EML-LINE-SIGN           PIC X(01).
021400     05  EML-LINE-NUMERATOR      PIC Z(17)9.
021500     05  FILLER                  PIC X(03) VALUE ' / '.
021600     05  EML-LINE-DENOMINATOR    PIC Z(17)9.
021700     05  FILLER                  PIC X(63) VALUE SPACES.
021800
021900 01  WS-POLY-LINE.
022000     05  FILLER                  PIC X(14) VALUE
022100         '    BERNPOL   '.
022200     05  FILLER                  PIC X(02) VALUE 'N='.
022300     05  PLL-LINE-N              PIC 9(03).
022400     05  FILLER                  PIC X(05) VALUE '   K='.
022500     05  PLL-LINE-K              PIC 9(03).
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  PLL-LINE-SIGN           PIC X(01).
022800     05  PLL-LINE-NUMERATOR      PIC Z(17)9.
022900     05  FILLER                  PIC X(03) VALUE ' / '.
023000     05  PLL-LINE-DENOMINATOR    PIC Z(17)9.
023100     05  FILLER                  PIC X(09) VALUE '  SOURCE '.
023200     05  PLL-LINE-SOURCE         PIC X(01).
023300     05  FILLER                  PIC X(53) VALUE SPACES.
023400
023500 01  WS-EXT-LINE.
023600     05  FILLER                  PIC X(14) VALUE
023700         '    BERNEXT   '.
023800     05  FILLER                  PIC X(02) VALUE 'N='.
023900     05  EXL-LINE-N              PIC 9(03).
024000     05  FILLER                  PIC X(05) VALUE '   M='.
024100     05  EXL-LINE-M              PIC 9(03).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  EXL-LINE-SIGN           PIC X(01).
024400     05  EXL-LINE-MANTISSA       PIC 9(01).9(15).
024500     05  FILLER                  PIC X(01) VALUE 'E'.
024600     05  EXL-LINE-EXP-SIGN       PIC X(01).
024700     05  EXL-LINE-EXPONENT       PIC 9(03).
024800     05  FILLER                  PIC X(09) VALUE '  SOURCE '.
024900     05  EXL-LINE-SOURCE         PIC X(01).
025000     05  FILLER                  PIC X(70) VALUE SPACES.
025100
025200 01  WS-SUBS-LINE.
025300     05  FILLER                  PIC X(14) VALUE
025400         '    BERNSUBS  '.
025500     05  FILLER                  PIC X(07) VALUE 'SYSTEM '.
025600     05  SBL-LINE-SYSTEM         PIC X(08).
025700     05  FILLER                  PIC X(04) VALUE '  M '.
025800     05  SBL-LINE-FROM-M         PIC 9(03).
025900     05  FILLER                  PIC X(01) VALUE '-'.
026000     05  SBL-LINE-TO-M           PIC 9(03).
026100     05  FILLER                  PIC X(08) VALUE '  FORMS '.
026200     05  SBL-LINE-DEC            PIC X(01).
026300     05  SBL-LINE-FRC            PIC X(01).
026400     05  SBL-LINE-EXT            PIC X(01).
026500     05  FILLER                  PIC X(08) VALUE '  NOTIFY'.
026600     05  FILLER                  PIC X(73) VALUE SPACES.
026700
026800 01  WS-CARD-LINE.
026900     05  FILLER                  PIC X(15) VALUE
027000         'CARD REJECTED  '.
027100     05  CRD-LINE-IMAGE          PIC X(12).
027200     05  FILLER                  PIC X(02) VALUE SPACES.
027300     05  CRD-LINE-REASON         PIC X(40).
027400     05  FILLER                  PIC X(63) VALUE SPACES.
027500
027600 01  WS-TEXT-LINE.
027700     05  TEXT-LINE-BODY          PIC X(60).
027800     05  FILLER                  PIC X(72) VALUE SPACES.
027900
028000 01  WS-COUNT-LINE.
028100     05  CNT-LINE-LABEL          PIC X(30).
028200     05  CNT-LINE-VALUE          PIC Z(08)9.
028300     05  FILLER                  PIC X(93) VALUE SPACES.
028400
028500 PROCEDURE DIVISION.
028600
028700******************************************************************
028800*    0000-MAIN-CONTROL
028900******************************************************************
029000 0000-MAIN-CONTROL.
029100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029200     IF WS-RPT-OPEN
029300         IF WS-RUN-GOOD
029400             PERFORM 2000-ANALYZE-ONE-M THRU 2000-EXIT
029500                 VARYING WS-CHG-SUB FROM 1 BY 1
029600                 UNTIL WS-CHG-SUB > WS-CHG-COUNT
029700         END-IF
029800         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
029900         PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
030000     END-IF
030100     PERFORM 8000-TERMINATE THRU 8000-EXIT
030200     STOP RUN.
030300
030400******************************************************************
030500*    1000-INITIALIZE - OPEN THE REPORT, THEN COLLECT THE CHANGED
030600*    M VALUES FROM THE CARDS AND/OR THE COMPARE DIFFERENCES.
030700******************************************************************
030800 1000-INITIALIZE.
030900     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
031000     ACCEPT STEP-START-TIME FROM TIME
031100     OPEN OUTPUT REPORT-FILE
031200     IF WS-RPT-STATUS NOT = '00'
031300         DISPLAY 'BIMP0001E CANNOT OPEN IMPARPT1, STATUS='
031400             WS-RPT-STATUS
031500         SET WS-RUN-FAILED TO TRUE
031600     ELSE
031700         SET WS-RPT-OPEN TO TRUE
031800         MOVE STEP-START-DATE TO HDG1-DATE
031900         WRITE REPORT-RECORD FROM WS-HDG1-LINE
032000         MOVE SPACES TO REPORT-RECORD
032100         WRITE REPORT-RECORD
032200         ADD 2 TO WS-RPT-WRITE-COUNT
032300         PERFORM 1100-LOAD-CARDS THRU 1100-EXIT
032400         IF WS-M-CARD-COUNT = 0
032500             SET WS-DIFF-WANTED TO TRUE
032600         END-IF
032700         IF WS-DIFF-WANTED AND WS-RUN-GOOD
032800             PERFORM 1200-LOAD-DIFFERENCES THRU 1200-EXIT
032900         END-IF
033000         IF WS-RUN-GOOD AND WS-CHG-COUNT = 0
033100             MOVE 'NO CHANGED VALUES - NOTHING TO ANALYZE'
033200                 TO TEXT-LINE-BODY
033300             WRITE REPORT-RECORD FROM WS-TEXT-LINE
033400             ADD 1 TO WS-RPT-WRITE-COUNT
033500         END-IF
033600     END-IF.
033700 1000-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*    1100/1110/1120 - THE CARD DECK IS OPTIONAL.  A CARD WITH A
034200*    BLANK M ASKS FOR THE COMPARE DIFFERENCES; ANY OTHER CARD
034300*    NAMES ONE CHANGED M.
034400******************************************************************
034500 1100-LOAD-CARDS.
034600     MOVE 'N' TO WS-EOF-SW
034700     OPEN INPUT PARM-FILE
034800     EVALUATE WS-PARM-STATUS
034900         WHEN '00'
035000             PERFORM 1110-READ-CARD THRU 1110-EXIT
035100                 UNTIL WS-EOF
035200             CLOSE PARM-FILE
035300         WHEN '35'
035400             CONTINUE
035500         WHEN OTHER
035600             DISPLAY 'BIMP0002E CANNOT OPEN IMPAPARM, STATUS='
035700                 WS-PARM-STATUS
035800             SET WS-RUN-FAILED TO TRUE
035900     END-EVALUATE.
036000 1100-EXIT.
036100     EXIT.
036200
036300 1110-READ-CARD.
036400     READ PARM-FILE
036500         AT END
036600             SET WS-EOF TO TRUE
036700         NOT AT END
036800             ADD 1 TO WS-CARD-READ-COUNT
036900             IF WS-OPERATOR-ID = SPACES
037000                 MOVE IMC-OPERATOR-ID TO WS-OPERATOR-ID
037100             END-IF
037200             PERFORM 1120-EDIT-CARD THRU 1120-EXIT
037300     END-READ.
037400 1110-EXIT.
037500     EXIT.
037600
037700 1120-EDIT-CARD.
037800     MOVE SPACES TO CRD-LINE-REASON
037900     EVALUATE TRUE
038000         WHEN IMC-M-X = SPACES
038100             SET WS-DIFF-WANTED TO TRUE
038200         WHEN IMC-M NOT NUMERIC
038300             MOVE 'M NOT NUMERIC' TO CRD-LINE-REASON
038400         WHEN NOT IMC-FORM-DECIMAL AND NOT IMC-FORM-FRACTION
038500                 AND NOT IMC-FORM-EXTENDED AND NOT IMC-FORM-ALL
038600             MOVE 'FORM NOT D, F, X OR BLANK' TO CRD-LINE-REASON
038700         WHEN OTHER
038800             ADD 1 TO WS-M-CARD-COUNT
038900             MOVE IMC-M TO WS-NEW-M
039000             MOVE IMC-FORM TO WS-NEW-FORM
039100             MOVE 'CONTROL CARD' TO WS-NEW-ORIGIN
039200             PERFORM 1500-ADD-CHANGED-M THRU 1500-EXIT
039300     END-EVALUATE
039400     IF CRD-LINE-REASON NOT = SPACES
039500         ADD 1 TO WS-CARD-REJECT-COUNT
039600         MOVE IMPA-CONTROL-RECORD TO CRD-LINE-IMAGE
039700         WRITE REPORT-RECORD FROM WS-CARD-LINE
039800         ADD 1 TO WS-RPT-WRITE-COUNT
039900         DISPLAY 'BIMP0003E IMPAPARM CARD REJECTED - '
040000             CRD-LINE-REASON
040100     END-IF.
040200 1120-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600*    1200/1210 - THE BERNCOMP DIFFERENCES.  ASKED FOR BUT ABSENT
040700*    IS A FAILURE - THE REPORT WOULD OTHERWISE LOOK CLEAN.
040800******************************************************************
040900 1200-LOAD-DIFFERENCES.
041000     MOVE 'N' TO WS-EOF-SW
041100     OPEN INPUT DIFF-FILE
041200     IF WS-DIFF-STATUS NOT = '00'
041300         DISPLAY 'BIMP0004E CANNOT OPEN COMPDIFF, STATUS='
041400             WS-DIFF-STATUS
041500         MOVE 'COMPARE DIFFERENCES (COMPDIFF) NOT AVAILABLE'
041600             TO TEXT-LINE-BODY
041700         WRITE REPORT-RECORD FROM WS-TEXT-LINE
041800         ADD 1 TO WS-RPT-WRITE-COUNT
041900         SET WS-RUN-FAILED TO TRUE
042000     ELSE
042100         PERFORM 1210-READ-DIFFERENCE THRU 1210-EXIT
042200             UNTIL WS-EOF
042300         CLOSE DIFF-FILE
042400     END-IF.
042500 1200-EXIT.
042600     EXIT.
042700
042800 1210-READ-DIFFERENCE.
042900     READ DIFF-FILE
043000         AT END
043100             SET WS-EOF TO TRUE
043200         NOT AT END
043300             ADD 1 TO WS-DIFF-READ-COUNT
043400             IF BDIF-VALUE-CHANGED OR BDIF-ONLY-IN-OLD
043500                 MOVE BDIF-M TO WS-NEW-M
043600                 MOVE BDIF-FORM TO WS-NEW-FORM
043700                 IF BDIF-VALUE-CHANGED
043800                     MOVE 'VALUE-CHANGED' TO WS-NEW-ORIGIN
043900                 ELSE
044000                     MOVE 'ONLY-IN-OLD' TO WS-NEW-ORIGIN
044100                 END-IF
044200                 PERFORM 1500-ADD-CHANGED-M THRU 1500-EXIT
044300             END-IF
044400     END-READ.
044500 1210-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900*    1500/1510 - ADD ONE CHANGED M, OR MERGE ITS FORM INTO THE
045000*    ENTRY ALREADY HELD.  A BLANK FORM MEANS ALL THREE.
045100******************************************************************
045200 1500-ADD-CHANGED-M.
045300     MOVE 'N' TO WS-CHG-FOUND-SW
045400     PERFORM 1510-FIND-CHANGED-M THRU 1510-EXIT
045500         VARYING WS-FIND-SUB FROM 1 BY 1
045600         UNTIL WS-FIND-SUB > WS-CHG-COUNT OR WS-CHG-FOUND
045700     IF NOT WS-CHG-FOUND
045800         IF WS-CHG-COUNT < WS-MAX-CHANGED
045900             ADD 1 TO WS-CHG-COUNT
046000             MOVE WS-CHG-COUNT TO WS-FIND-SUB
046100             MOVE WS-NEW-M TO WS-CHG-M(WS-FIND-SUB)
046200             MOVE 'N' TO WS-CHG-DEC-SW(WS-FIND-SUB)
046300             MOVE 'N' TO WS-CHG-FRC-SW(WS-FIND-SUB)
046400             MOVE 'N' TO WS-CHG-EXT-SW(WS-FIND-SUB)
046500             MOVE WS-NEW-ORIGIN TO WS-CHG-ORIGIN(WS-FIND-SUB)
046600             SET WS-CHG-FOUND TO TRUE
046700         ELSE
046800             DISPLAY 'BIMP0005E MORE THAN ' WS-MAX-CHANGED
046900                 ' CHANGED M VALUES - M ' WS-NEW-M ' NOT ANALYZED'
047000             SET WS-JOB-HAD-FAILURE TO TRUE
047100         END-IF
047200     END-IF
047300     IF WS-CHG-FOUND
047400         EVALUATE WS-NEW-FORM
047500             WHEN 'D'
047600                 SET WS-CHG-DECIMAL(WS-FIND-SUB) TO TRUE
047700             WHEN 'F'
047800                 SET WS-CHG-FRACTION(WS-FIND-SUB) TO TRUE
047900             WHEN 'X'
048000                 SET WS-CHG-EXTENDED(WS-FIND-SUB) TO TRUE
048100             WHEN OTHER
048200                 SET WS-CHG-DECIMAL(WS-FIND-SUB) TO TRUE
048300                 SET WS-CHG-FRACTION(WS-FIND-SUB) TO TRUE
048400                 SET WS-CHG-EXTENDED(WS-FIND-SUB) TO TRUE
048500         END-EVALUATE
048600     END-IF.
048700 1500-EXIT.
048800     EXIT.
048900
049000 1510-FIND-CHANGED-M.
049100     IF WS-CHG-M(WS-FIND-SUB) = WS-NEW-M
049200         SET WS-CHG-FOUND TO TRUE
049300     END-IF.
049400 1510-EXIT.
049500     EXIT.
049600
049700******************************************************************
049800*    2000 - ONE CHANGED M: SECTION HEADING, THEN EACH DERIVED
049900*    DATASET IN TURN.  BERNEXT IS SCANNED BEFORE THE SUBSCRIBERS
050000*    BECAUSE AN EXTENDED COPY MAKES THE EXTENDED FORM CHANGED.
050100******************************************************************
050200 2000-ANALYZE-ONE-M.
050300     MOVE WS-CHG-M(WS-CHG-SUB) TO WS-CUR-M
050400     MOVE WS-CUR-M TO SCT-LINE-M
050500     MOVE SPACES TO SCT-LINE-DEC
050600     MOVE SPACES TO SCT-LINE-FRC
050700     MOVE SPACES TO SCT-LINE-EXT
050800     IF WS-CHG-DECIMAL(WS-CHG-SUB)
050900         MOVE 'DECIMAL' TO SCT-LINE-DEC
051000     END-IF
051100     IF WS-CHG-FRACTION(WS-CHG-SUB)
051200         MOVE 'FRACTION' TO SCT-LINE-FRC
051300     END-IF
051400     IF WS-CHG-EXTENDED(WS-CHG-SUB)
051500         MOVE 'EXTENDED' TO SCT-LINE-EXT
051600     END-IF
051700     MOVE WS-CHG-ORIGIN(WS-CHG-SUB) TO SCT-LINE-ORIGIN
051800     WRITE REPORT-RECORD FROM WS-SECT-LINE
051900     ADD 1 TO WS-RPT-WRITE-COUNT
052000     PERFORM 2100-SCAN-EMAC THRU 2100-EXIT
052100     PERFORM 2200-SCAN-POLY THRU 2200-EXIT
052200     PERFORM 2300-SCAN-EXTENDED THRU 2300-EXIT
052300     PERFORM 2400-SCAN-SUBSCRIBERS THRU 2400-EXIT
052400     MOVE SPACES TO REPORT-RECORD
052500     WRITE REPORT-RECORD
052600     ADD 1 TO WS-RPT-WRITE-COUNT.
052700 2000-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*    2100/2110 - BERNEMAC CARRIES B(2K)/(2K)!, SO ONLY AN EVEN
053200*    M >= 2 HAS A COEFFICIENT, AT K = M/2.
053300******************************************************************
053400 2100-SCAN-EMAC.
053500     DIVIDE WS-CUR-M BY 2 GIVING WS-EMAC-K REMAINDER WS-EMAC-REM
053600     IF WS-EMAC-REM NOT = 0 OR WS-EMAC-K = 0
053700         MOVE '    BERNEMAC  NOT APPLICABLE - M NOT EVEN AND >= 2'
053800             TO TEXT-LINE-BODY
053900         WRITE REPORT-RECORD FROM WS-TEXT-LINE
054000         ADD 1 TO WS-RPT-WRITE-COUNT
054100     ELSE
054200         MOVE ZERO TO WS-HITS-THIS-M
054300         MOVE 'N' TO WS-EOF-SW
054400         OPEN INPUT EMAC-FILE
054500         EVALUATE WS-EMAC-STATUS
054600             WHEN '00'
054700                 PERFORM 2110-READ-EMAC THRU 2110-EXIT
054800                     UNTIL WS-EOF
054900                 CLOSE EMAC-FILE
055000                 IF WS-HITS-THIS-M = 0
055100                     MOVE '    BERNEMAC  NO COEFFICIENT, K = M/2'
055200                         TO TEXT-LINE-BODY
055300                     WRITE REPORT-RECORD FROM WS-TEXT-LINE
055400                     ADD 1 TO WS-RPT-WRITE-COUNT
055500                 END-IF
055600             WHEN '35'
055700                 MOVE '    BERNEMAC  NOT PRESENT - NOT CHECKED'
055800                     TO TEXT-LINE-BODY
055900                 WRITE REPORT-RECORD FROM WS-TEXT-LINE
056000                 ADD 1 TO WS-RPT-WRITE-COUNT
056100             WHEN OTHER
056200                 DISPLAY 'BIMP0006E CANNOT OPEN BERNEMAC, STATUS='
056300                     WS-EMAC-STATUS
056400                 SET WS-JOB-HAD-FAILURE TO TRUE
056500         END-EVALUATE
056600     END-IF.
056700 2100-EXIT.
056800     EXIT.
056900
057000 2110-READ-EMAC.
057100     READ EMAC-FILE
057200         AT END
057300             SET WS-EOF TO TRUE
057400         NOT AT END
057500             ADD 1 TO WS-EMAC-READ-COUNT
057600             IF EMAC-K = WS-EMAC-K
057700                 ADD 1 TO WS-HITS-THIS-M
057800                 ADD 1 TO WS-EMAC-HIT-COUNT
057900                 MOVE EMAC-K TO EML-LINE-K
058000                 MOVE EMAC-ORDER-2K TO EML-LINE-ORDER
058100                 MOVE EMAC-SIGN TO EML-LINE-SIGN
058200                 MOVE EMAC-NUMERATOR TO EML-LINE-NUMERATOR
058300                 MOVE EMAC-DENOMINATOR TO EML-LINE-DENOMINATOR
058400                 WRITE REPORT-RECORD FROM WS-EMAC-LINE
058500                 ADD 1 TO WS-RPT-WRITE-COUNT
058600             END-IF
058700     END-READ.
058800 2110-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    2200/2210 - EVERY BERNPOL COEFFICIENT C(N,M)*B(M), ALL N.
059300******************************************************************
059400 2200-SCAN-POLY.
059500     MOVE ZERO TO WS-HITS-THIS-M
059600     MOVE 'N' TO WS-EOF-SW
059700     OPEN INPUT BERN-POLY-FILE
059800     EVALUATE WS-POL-STATUS
059900         WHEN '00'
060000             PERFORM 2210-READ-POLY THRU 2210-EXIT
060100                 UNTIL WS-EOF
060200             CLOSE BERN-POLY-FILE
060300             IF WS-HITS-THIS-M = 0
060400                 MOVE '    BERNPOL   NO COEFFICIENT WITH K = M'
060500                     TO TEXT-LINE-BODY
060600                 WRITE REPORT-RECORD FROM WS-TEXT-LINE
060700                 ADD 1 TO WS-RPT-WRITE-COUNT
060800             END-IF
060900         WHEN '35'
061000             MOVE '    BERNPOL   NOT PRESENT - NOT CHECKED'
061100                 TO TEXT-LINE-BODY
061200             WRITE REPORT-RECORD FROM WS-TEXT-LINE
061300             ADD 1 TO WS-RPT-WRITE-COUNT
061400         WHEN OTHER
061500             DISPLAY 'BIMP0007E CANNOT OPEN BERNPOL, STATUS='
061600                 WS-POL-STATUS
061700             SET WS-JOB-HAD-FAILURE TO TRUE
061800     END-EVALUATE.
061900 2200-EXIT.
062000     EXIT.
062100
062200 2210-READ-POLY.
062300     READ BERN-POLY-FILE
062400         AT END
062500             SET WS-EOF TO TRUE
062600         NOT AT END
062700             ADD 1 TO WS-POL-READ-COUNT
062800             IF BPOL-K = WS-CUR-M
062900                 ADD 1 TO WS-HITS-THIS-M
063000                 ADD 1 TO WS-POL-HIT-COUNT
063100                 MOVE BPOL-N TO PLL-LINE-N
063200                 MOVE BPOL-K TO PLL-LINE-K
063300                 MOVE BPOL-SIGN TO PLL-LINE-SIGN
063400                 MOVE BPOL-NUMERATOR TO PLL-LINE-NUMERATOR
063500                 MOVE BPOL-DENOMINATOR TO PLL-LINE-DENOMINATOR
063600                 MOVE BPOL-SOURCE TO PLL-LINE-SOURCE
063700                 WRITE REPORT-RECORD FROM WS-POLY-LINE
063800                 ADD 1 TO WS-RPT-WRITE-COUNT
063900             END-IF
064000     END-READ.
064100 2210-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500*    2300/2310 - EVERY BERNEXT EXTENDED COPY OF B(M).
064600******************************************************************
064700 2300-SCAN-EXTENDED.
064800     MOVE ZERO TO WS-HITS-THIS-M
064900     MOVE 'N' TO WS-EOF-SW
065000     OPEN INPUT BERN-EXT-FILE
065100     EVALUATE WS-EXT-STATUS
065200         WHEN '00'
065300             PERFORM 2310-READ-EXTENDED THRU 2310-EXIT
065400                 UNTIL WS-EOF
065500             CLOSE BERN-EXT-FILE
065600             IF WS-HITS-THIS-M = 0
065700                 MOVE '    BERNEXT   NO EXTENDED COPY OF THIS M'
065800                     TO TEXT-LINE-BODY
065900                 WRITE REPORT-RECORD FROM WS-TEXT-LINE
066000                 ADD 1 TO WS-RPT-WRITE-COUNT
066100             ELSE
066200                 SET WS-CHG-EXTENDED(WS-CHG-SUB) TO TRUE
066300             END-IF
066400         WHEN '35'
066500             MOVE '    BERNEXT   NOT PRESENT - NOT CHECKED'
066600                 TO TEXT-LINE-BODY
066700             WRITE REPORT-RECORD FROM WS-TEXT-LINE
066800             ADD 1 TO WS-RPT-WRITE-COUNT
066900         WHEN OTHER
067000             DISPLAY 'BIMP0008E CANNOT OPEN BERNEXT, STATUS='
067100                 WS-EXT-STATUS
067200             SET WS-JOB-HAD-FAILURE TO TRUE
067300     END-EVALUATE.
067400 2300-EXIT.
067500     EXIT.
067600
067700 2310-READ-EXTENDED.
067800     READ BERN-EXT-FILE
067900         AT END
068000             SET WS-EOF TO TRUE
068100         NOT AT END
068200             ADD 1 TO WS-EXT-READ-COUNT
068300             IF BEXT-M = WS-CUR-M
068400                 ADD 1 TO WS-HITS-THIS-M
068500                 ADD 1 TO WS-EXT-HIT-COUNT
068600                 MOVE BEXT-N-CONTEXT TO EXL-LINE-N
068700                 MOVE BEXT-M TO EXL-LINE-M
068800                 MOVE BEXT-SIGN TO EXL-LINE-SIGN
068900                 MOVE BEXT-MANTISSA TO EXL-LINE-MANTISSA
069000                 MOVE BEXT-EXP-SIGN TO EXL-LINE-EXP-SIGN
069100                 MOVE BEXT-EXPONENT TO EXL-LINE-EXPONENT
069200                 MOVE BEXT-SOURCE TO EXL-LINE-SOURCE
069300                 WRITE REPORT-RECORD FROM WS-EXT-LINE
069400                 ADD 1 TO WS-RPT-WRITE-COUNT
069500             END-IF
069600     END-READ.
069700 2310-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100*    2400/2410 - SUBSCRIBERS TO NOTIFY: M WITHIN THE REGISTERED
070200*    RANGE AND AT LEAST ONE CHANGED FORM REGISTERED.
070300******************************************************************
070400 2400-SCAN-SUBSCRIBERS.
070500     MOVE ZERO TO WS-HITS-THIS-M
070600     MOVE 'N' TO WS-EOF-SW
070700     OPEN INPUT SUBSCRIPTION-FILE
070800     EVALUATE WS-SUBS-STATUS
070900         WHEN '00'
071000             PERFORM 2410-READ-SUBSCRIBER THRU 2410-EXIT
071100                 UNTIL WS-EOF
071200             CLOSE SUBSCRIPTION-FILE
071300             IF WS-HITS-THIS-M = 0
071400                 MOVE '    BERNSUBS  NO SUBSCRIBER AFFECTED'
071500                     TO TEXT-LINE-BODY
071600                 WRITE REPORT-RECORD FROM WS-TEXT-LINE
071700                 ADD 1 TO WS-RPT-WRITE-COUNT
071800             END-IF
071900         WHEN '35'
072000             MOVE '    BERNSUBS  NOT PRESENT - NOT CHECKED'
072100                 TO TEXT-LINE-BODY
072200             WRITE REPORT-RECORD FROM WS-TEXT-LINE
072300             ADD 1 TO WS-RPT-WRITE-COUNT
072400         WHEN OTHER
072500             DISPLAY 'BIMP0009E CANNOT OPEN BERNSUBS, STATUS='
072600                 WS-SUBS-STATUS
072700             SET WS-JOB-HAD-FAILURE TO TRUE
072800     END-EVALUATE.
072900 2400-EXIT.
073000     EXIT.
073100
073200 2410-READ-SUBSCRIBER.
073300     READ SUBSCRIPTION-FILE
073400         AT END
073500             SET WS-EOF TO TRUE
073600         NOT AT END
073700             ADD 1 TO WS-SUBS-READ-COUNT
073800             MOVE 'N' TO WS-SUB-MATCH-SW
073900             IF SUB-FROM-M <= WS-CUR-M AND SUB-TO-M >= WS-CUR-M
074000                 EVALUATE TRUE
074100                     WHEN WS-CHG-DECIMAL(WS-CHG-SUB)
074200                             AND SUB-WANTS-DECIMAL
074300                         SET WS-SUB-MATCHES TO TRUE
074400                     WHEN WS-CHG-FRACTION(WS-CHG-SUB)
074500                             AND SUB-WANTS-FRACTION
074600                         SET WS-SUB-MATCHES TO TRUE
074700                     WHEN WS-CHG-EXTENDED(WS-CHG-SUB)
074800                             AND SUB-WANTS-EXTENDED
074900                         SET WS-SUB-MATCHES TO TRUE
075000                     WHEN OTHER
075100                         CONTINUE
075200                 END-EVALUATE
075300             END-IF
075400             IF WS-SUB-MATCHES
075500                 ADD 1 TO WS-HITS-THIS-M
075600                 ADD 1 TO WS-SUBS-HIT-COUNT
075700                 PERFORM 2420-PRINT-SUBSCRIBER THRU 2420-EXIT
075800             END-IF
075900     END-READ.
076000 2410-EXIT.
076100     EXIT.
076200
076300 2420-PRINT-SUBSCRIBER.
076400     MOVE SUB-SYSTEM-ID TO SBL-LINE-SYSTEM
076500     MOVE SUB-FROM-M TO SBL-LINE-FROM-M
076600     MOVE SUB-TO-M TO SBL-LINE-TO-M
076700     MOVE '-' TO SBL-LINE-DEC
076800     MOVE '-' TO SBL-LINE-FRC
076900     MOVE '-' TO SBL-LINE-EXT
077000     IF SUB-WANTS-DECIMAL
077100         MOVE 'D' TO SBL-LINE-DEC
077200     END-IF
077300     IF SUB-WANTS-FRACTION
077400         MOVE 'F' TO SBL-LINE-FRC
077500     END-IF
077600     IF SUB-WANTS-EXTENDED
077700         MOVE 'X' TO SBL-LINE-EXT
077800     END-IF
077900     WRITE REPORT-RECORD FROM WS-SUBS-LINE
078000     ADD 1 TO WS-RPT-WRITE-COUNT.
078100 2420-EXIT.
078200     EXIT.
078300
078400******************************************************************
078500*    6000 - TOTALS, AND THE DATASETS THAT NEED REBUILDING.
078600******************************************************************
078700 6000-PRINT-TOTALS.
078800     MOVE SPACES TO REPORT-RECORD
078900     WRITE REPORT-RECORD
079000     MOVE 'CONTROL CARDS READ' TO CNT-LINE-LABEL
079100     MOVE WS-CARD-READ-COUNT TO CNT-LINE-VALUE
079200     WRITE REPORT-RECORD FROM WS-COUNT-LINE
079300     MOVE 'CONTROL CARDS REJECTED' TO CNT-LINE-LABEL
079400     MOVE WS-CARD-REJECT-COUNT TO CNT-LINE-VALUE
079500     WRITE REPORT-RECORD FROM WS-COUNT-LINE
079600     MOVE 'COMPARE DIFFERENCES READ' TO CNT-LINE-LABEL
079700     MOVE WS-DIFF-READ-COUNT TO CNT-LINE-VALUE
079800     WRITE REPORT-RECORD FROM WS-COUNT-LINE
079900     MOVE 'CHANGED M VALUES ANALYZED' TO CNT-LINE-LABEL
080000     MOVE WS-CHG-COUNT TO CNT-LINE-VALUE
080100     WRITE REPORT-RECORD FROM WS-COUNT-LINE
080200     MOVE 'BERNEMAC COEFFICIENTS' TO CNT-LINE-LABEL
080300     MOVE WS-EMAC-HIT-COUNT TO CNT-LINE-VALUE
080400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
080500     MOVE 'BERNPOL COEFFICIENTS' TO CNT-LINE-LABEL
080600     MOVE WS-POL-HIT-COUNT TO CNT-LINE-VALUE
080700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
080800     MOVE 'BERNEXT EXTENDED COPIES' TO CNT-LINE-LABEL
080900     MOVE WS-EXT-HIT-COUNT TO CNT-LINE-VALUE
081000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
081100     MOVE 'SUBSCRIBER NOTIFICATIONS' TO CNT-LINE-LABEL
081200     MOVE WS-SUBS-HIT-COUNT TO CNT-LINE-VALUE
081300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
081400     MOVE SPACES TO REPORT-RECORD
081500     WRITE REPORT-RECORD
081600     ADD 10 TO WS-RPT-WRITE-COUNT
081700     IF WS-EMAC-HIT-COUNT > 0
081800         MOVE 'REBUILD BERNEMAC - RERUN BERNEMAC'
081900             TO TEXT-LINE-BODY
082000         WRITE REPORT-RECORD FROM WS-TEXT-LINE
082100         ADD 1 TO WS-RPT-WRITE-COUNT
082200     END-IF
082300     IF WS-POL-HIT-COUNT > 0
082400         MOVE 'REBUILD BERNPOL  - RERUN BERNOULLI IN POLY MODE'
082500             TO TEXT-LINE-BODY
082600         WRITE REPORT-RECORD FROM WS-TEXT-LINE
082700         ADD 1 TO WS-RPT-WRITE-COUNT
082800     END-IF
082900     IF WS-EXT-HIT-COUNT > 0
083000         MOVE 'REBUILD BERNEXT  - RERUN THE BERNOULLI TABLE STEP'
083100             TO TEXT-LINE-BODY
083200         WRITE REPORT-RECORD FROM WS-TEXT-LINE
083300         ADD 1 TO WS-RPT-WRITE-COUNT
083400     END-IF
083500     IF WS-EMAC-HIT-COUNT = 0 AND WS-POL-HIT-COUNT = 0
083600             AND WS-EXT-HIT-COUNT = 0 AND WS-SUBS-HIT-COUNT = 0
083700         MOVE 'NO DERIVED RECORD OR SUBSCRIBER AFFECTED'
083800             TO TEXT-LINE-BODY
083900         WRITE REPORT-RECORD FROM WS-TEXT-LINE
084000         ADD 1 TO WS-RPT-WRITE-COUNT
084100     END-IF.
084200 6000-EXIT.
084300     EXIT.
084400
084500 7000-CLOSE-FILES.
084600     CLOSE REPORT-FILE.
084700 7000-EXIT.
084800     EXIT.
084900
085000******************************************************************
085100*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
085200*    READ COUNTS FOR THE DERIVED DATASETS COVER EVERY PASS.
085300******************************************************************
085400 7900-POST-STEP-AUDIT.
085500     MOVE 'BERNIMPA' TO STEP-PROGRAM
085600     MOVE WS-OPERATOR-ID TO STEP-OPERATOR-ID
085700     IF WS-JOB-HAD-FAILURE
085800         MOVE 4 TO STEP-RETURN-CODE
085900     ELSE
086000         MOVE 0 TO STEP-RETURN-CODE
086100     END-IF
086200     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
086300         VARYING WS-STEP-SUB FROM 1 BY 1
086400         UNTIL WS-STEP-SUB > 10
086500     MOVE 'IMPAPARM' TO STEP-DDNAME(1)
086600     MOVE WS-CARD-READ-COUNT TO STEP-READ-CNT(1)
086700     MOVE 'COMPDIFF' TO STEP-DDNAME(2)
086800     MOVE WS-DIFF-READ-COUNT TO STEP-READ-CNT(2)
086900     MOVE 'BERNEMAC' TO STEP-DDNAME(3)
087000     MOVE WS-EMAC-READ-COUNT TO STEP-READ-CNT(3)
087100     MOVE 'BERNPOL ' TO STEP-DDNAME(4)
087200     MOVE WS-POL-READ-COUNT TO STEP-READ-CNT(4)
087300     MOVE 'BERNEXT ' TO STEP-DDNAME(5)
087400     MOVE WS-EXT-READ-COUNT TO STEP-READ-CNT(5)
087500     MOVE 'BERNSUBS' TO STEP-DDNAME(6)
087600     MOVE WS-SUBS-READ-COUNT TO STEP-READ-CNT(6)
087700     MOVE 'IMPARPT1' TO STEP-DDNAME(7)
087800     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(7)
087900     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
088000 7900-EXIT.
088100     EXIT.
088200
088300 7910-CLEAR-STEP-ENTRY.
088400     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
088500     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
088600     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
088700 7910-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100*    8000-TERMINATE - RETURN CODE 4 ON A REJECTED CARD OR ANY
089200*    FILE FAILURE.
089300******************************************************************
089400 8000-TERMINATE.
089500     IF WS-RUN-FAILED OR WS-CARD-REJECT-COUNT > 0
089600         SET WS-JOB-HAD-FAILURE TO TRUE
089700     END-IF
089800     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
089900     IF WS-JOB-HAD-FAILURE
090000         MOVE 4 TO RETURN-CODE
090100     END-IF.
090200 8000-EXIT.
090300     EXIT.
