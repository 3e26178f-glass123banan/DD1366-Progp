000100******************************************************************
000200*    PROGRAM-ID.  BERNACKR
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    EXTRACT ACKNOWLEDGEMENT RECONCILIATION.  BERNDIST LOGS EVERY
001000*    EXTRACT IT SENDS TO THE DISTRIBUTION HISTORY LOG (BERNDLOG,
001100*    BERNDLG LAYOUT) AND EACH SUBSCRIBING SYSTEM RETURNS ONE
001200*    ACKNOWLEDGEMENT PER EXTRACT IT LOADS (BERNACKS, BERNACK
001300*    LAYOUT) CARRYING ITS OWN RECOMPUTED DETAIL COUNT AND HASH.
001400*    THIS JOB HOLDS THE LOG IN STORAGE, MATCHES EVERY
001500*    ACKNOWLEDGEMENT TO ITS EXTRACT ON SUBSCRIBER PLUS RUN STAMP,
001600*    AND LISTS ON THE RECONCILIATION REPORT (ACKRRPT1):
001700*      COUNT-MISMATCH    THE RECEIVER LOADED A DIFFERENT NUMBER
001800*                        OF DETAIL RECORDS THAN WERE SENT;
001900*      HASH-MISMATCH     THE COUNT AGREES BUT THE VALUES DO NOT;
002000*      UNKNOWN-EXTRACT   AN ACKNOWLEDGEMENT FOR AN EXTRACT THE
002100*                        LOG HAS NO RECORD OF SENDING;
002200*      INVALID-ACK       AN ACKNOWLEDGEMENT THAT CANNOT BE READ;
002300*      NOT-ACKNOWLEDGED  AN EXTRACT NO SUBSCRIBER EVER ANSWERED.
002400*    ANY EXCEPTION ENDS THE STEP WITH RETURN CODE 4.  THE LOG
002500*    AND THE ACKNOWLEDGEMENT FILE BOTH ACCUMULATE AND ARE ROLLED
002600*    TOGETHER BY OPERATIONS, SO AN EXTRACT ACKNOWLEDGED ON AN
002700*    EARLIER NIGHT STAYS MATCHED.  A SECOND ACKNOWLEDGEMENT FOR
002800*    THE SAME EXTRACT (A SUBSCRIBER RELOAD) IS CHECKED LIKE THE
002900*    FIRST.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    2026-10-15 SVK   ORIGINAL PROGRAM.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. BERNACKR.
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DIST-LOG-FILE
004600         ASSIGN TO "BERNDLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-DLOG-STATUS.
004900
005000     SELECT ACK-FILE
005100         ASSIGN TO "BERNACKS"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ACK-STATUS.
005400
005500     SELECT REPORT-FILE
005600         ASSIGN TO "ACKRRPT1"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  DIST-LOG-FILE.
006300     COPY BERNDLG.
006400
006500 FD  ACK-FILE.
006600     COPY BERNACK.
006700
006800 FD  REPORT-FILE.
006900 01  REPORT-RECORD               PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200 77  WS-MAX-LOG-ENTRIES          PIC 9(04) VALUE 2000.
007300
007400 01  WS-FILE-STATUSES.
007500     05  WS-DLOG-STATUS          PIC X(02) VALUE SPACES.
007600     05  WS-ACK-STATUS           PIC X(02) VALUE SPACES.
007700     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
007800
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
008100         88  WS-EOF                  VALUE 'Y'.
008200     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
008300         88  WS-FOUND                VALUE 'Y'.
008400     05  WS-RUN-STATUS-SW        PIC X(01) VALUE 'Y'.
008500         88  WS-RUN-GOOD             VALUE 'Y'.
008600         88  WS-RUN-FAILED           VALUE 'N'.
008700     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
008800         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
008900
009000 01  WS-WORK-FIELDS.
009100     05  WS-SUB                  PIC 9(04).
009200     05  WS-HIT-SUB              PIC 9(04).
009300     05  WS-STEP-SUB             PIC 9(02).
009400     05  WS-CUR-DATE             PIC 9(08).
009500
009600 01  WS-COUNTERS.
009700     05  WS-DLOG-READ-COUNT      PIC 9(09) VALUE ZERO.
009800     05  WS-ACK-READ-COUNT       PIC 9(09) VALUE ZERO.
009900     05  WS-RPT-WRITE-COUNT      PIC 9(09) VALUE ZERO.
010000     05  WS-BALANCED-COUNT       PIC 9(09) VALUE ZERO.
010100     05  WS-MISMATCH-COUNT       PIC 9(09) VALUE ZERO.
010200     05  WS-UNKNOWN-COUNT        PIC 9(09) VALUE ZERO.
010300     05  WS-INVALID-COUNT        PIC 9(09) VALUE ZERO.
010400     05  WS-NOT-ACKED-COUNT      PIC 9(09) VALUE ZERO.
010500     05  WS-EXCEPTION-COUNT      PIC 9(09) VALUE ZERO.
010600
010700******************************************************************
010800*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
010900******************************************************************
011000     COPY BERNSLK.
011100
011200******************************************************************
011300*    THE DISTRIBUTION HISTORY LOG HELD IN STORAGE, ONE ENTRY PER
011400*    EXTRACT SENT, WITH THE BEST ACKNOWLEDGEMENT STATE SEEN SO
011500*    FAR: 'N' NONE, 'M' ONLY MISMATCHED, 'B' BALANCED.
011600******************************************************************
011700 01  WS-LOG-TABLE.
011800     05  WS-LOG-COUNT            PIC 9(04) VALUE ZERO.
011900     05  WS-LOG-ENTRY OCCURS 2000 TIMES.
012000         10  WS-LOG-SYSTEM       PIC X(08).
012100         10  WS-LOG-DATE         PIC 9(08).
012200         10  WS-LOG-TIME         PIC 9(08).
012300         10  WS-LOG-XTR-DDNAME   PIC X(08).
012400         10  WS-LOG-COUNT-SENT   PIC 9(09).
012500         10  WS-LOG-HASH-SENT    PIC 9(15).
012600         10  WS-LOG-ACK-SW       PIC X(01).
012700             88  WS-LOG-NOT-ACKED   VALUE 'N'.
012800             88  WS-LOG-MISMATCHED  VALUE 'M'.
012900             88  WS-LOG-BALANCED    VALUE 'B'.
013000
013100******************************************************************
013200*    PRINT LINE LAYOUTS.  THE SENT AND ACKED COLUMNS ARE BUILT
013300*    IN WS-AMOUNT-EDIT (COUNT, HASH) OR LEFT AS A DASH WHEN THAT
013400*    SIDE DOES NOT EXIST.
013500******************************************************************
013600 01  WS-HDG1-LINE.
013700     05  FILLER                  PIC X(42) VALUE
013800         'EXTRACT ACKNOWLEDGEMENT RECONCILIATION    '.
013900     05  FILLER                  PIC X(08) VALUE 'PRINTED '.
014000     05  HDG1-DATE               PIC 9(08).
014100     05  FILLER                  PIC X(74) VALUE SPACES.
014200
014300 01  WS-HDG2-LINE.
014400     05  FILLER                  PIC X(18) VALUE 'EXCEPTION'.
014450     05  FILLER                  PIC X(09) VALUE 'SUBSCR'.
014500     05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
014550     05  FILLER                  PIC X(10) VALUE 'RUN TIME'.
014600     05  FILLER                  PIC X(10) VALUE 'EXTRACT'.
014650     05  FILLER                  PIC X(28) VALUE
014700         ' SENT-CNT       SENT-HASH'.
014750     05  FILLER                  PIC X(25) VALUE
014800         ' ACKD-CNT       ACKD-HASH'.
014850     05  FILLER                  PIC X(22) VALUE SPACES.
014900
015000 01  WS-EXC-LINE.
015100     05  EXC-LINE-TAG            PIC X(18).
015200     05  EXC-LINE-SYSTEM         PIC X(08).
015300     05  FILLER                  PIC X(01) VALUE SPACES.
015400     05  EXC-LINE-DATE           PIC X(08).
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  EXC-LINE-TIME           PIC X(08).
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  EXC-LINE-XTR            PIC X(08).
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  EXC-LINE-SENT           PIC X(25).
016100     05  FILLER                  PIC X(03) VALUE SPACES.
016200     05  EXC-LINE-ACKED          PIC X(25).
016300     05  FILLER                  PIC X(22) VALUE SPACES.
016400
016500 01  WS-AMOUNT-EDIT.
016600     05  AMT-EDIT-COUNT          PIC Z(08)9.
016700     05  FILLER                  PIC X(01) VALUE SPACES.
016800     05  AMT-EDIT-HASH           PIC 9(15).
016900
017000 01  WS-TEXT-LINE.
017100     05  TEXT-LINE-BODY          PIC X(60).
017200     05  FILLER                  PIC X(72) VALUE SPACES.
017300
017400 01  WS-COUNT-LINE.
017500     05  CNT-LINE-LABEL          PIC X(30).
017600     05  CNT-LINE-VALUE          PIC Z(08)9.
017700     05  FILLER                  PIC X(93) VALUE SPACES.
017800
017900 PROCEDURE DIVISION.
018000
018100******************************************************************
018200*    0000-MAIN-CONTROL
018300******************************************************************
018400 0000-MAIN-CONTROL.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018600     IF WS-RUN-GOOD
018700         PERFORM 2000-LOAD-DIST-LOG THRU 2000-EXIT
018800     END-IF
018900     IF WS-RUN-GOOD
019000         PERFORM 3000-MATCH-ACKNOWLEDGEMENTS THRU 3000-EXIT
019100     END-IF
019200     IF WS-RUN-GOOD
019300         PERFORM 4000-LIST-NOT-ACKNOWLEDGED THRU 4000-EXIT
019400     END-IF
019500     IF WS-RPT-STATUS = '00'
019600         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
019700         CLOSE REPORT-FILE
019800     END-IF
019900     PERFORM 8000-TERMINATE THRU 8000-EXIT
020000     STOP RUN.
020100
020200 1000-INITIALIZE.
020300     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
020400     ACCEPT STEP-START-TIME FROM TIME
020500     OPEN OUTPUT REPORT-FILE
020600     IF WS-RPT-STATUS NOT = '00'
020700         DISPLAY 'BACR0001E CANNOT OPEN ACKRRPT1, STATUS='
020800             WS-RPT-STATUS
020900         SET WS-RUN-FAILED TO TRUE
021000     ELSE
021100         ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
021200         MOVE WS-CUR-DATE TO HDG1-DATE
021300         WRITE REPORT-RECORD FROM WS-HDG1-LINE
021400         MOVE SPACES TO REPORT-RECORD
021500         WRITE REPORT-RECORD
021600         WRITE REPORT-RECORD FROM WS-HDG2-LINE
021700         MOVE SPACES TO REPORT-RECORD
021800         WRITE REPORT-RECORD
021900     END-IF.
022000 1000-EXIT.
022100     EXIT.
022200
022300******************************************************************
022400*    2000/2100 - HOLD THE DISTRIBUTION HISTORY LOG.  NO LOG MEANS
022500*    NOTHING HAS EVER BEEN SENT, AND EVERY ACKNOWLEDGEMENT THAT
022600*    TURNS UP IS FOR AN UNKNOWN EXTRACT.  A LOG TOO LARGE TO
022700*    HOLD CANNOT BE RECONCILED HONESTLY AND STOPS THE RUN.
022800******************************************************************
022900 2000-LOAD-DIST-LOG.
023000     MOVE 'N' TO WS-EOF-SW
023100     OPEN INPUT DIST-LOG-FILE
023200     EVALUATE WS-DLOG-STATUS
023300         WHEN '00'
023400             PERFORM 2100-READ-DIST-LOG THRU 2100-EXIT
023500                 UNTIL WS-EOF
023600             CLOSE DIST-LOG-FILE
023700         WHEN '35'
023800             MOVE 'NO DISTRIBUTION HISTORY LOG - NOTHING WAS SENT'
023900                 TO TEXT-LINE-BODY
024000             PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
024100         WHEN OTHER
024200             DISPLAY 'BACR0002E CANNOT OPEN BERNDLOG, STATUS='
024300                 WS-DLOG-STATUS
024400             SET WS-RUN-FAILED TO TRUE
024500     END-EVALUATE.
024600 2000-EXIT.
024700     EXIT.
024800
024900 2100-READ-DIST-LOG.
025000     READ DIST-LOG-FILE
025100         AT END
025200             SET WS-EOF TO TRUE
025300         NOT AT END
025400             ADD 1 TO WS-DLOG-READ-COUNT
025500             IF WS-LOG-COUNT < WS-MAX-LOG-ENTRIES
025600                 ADD 1 TO WS-LOG-COUNT
025700                 MOVE DLG-SYSTEM-ID TO WS-LOG-SYSTEM(WS-LOG-COUNT)
025800                 MOVE DLG-RUN-DATE TO WS-LOG-DATE(WS-LOG-COUNT)
025900                 MOVE DLG-RUN-TIME TO WS-LOG-TIME(WS-LOG-COUNT)
026000                 MOVE DLG-EXTRACT-DDNAME
026100                     TO WS-LOG-XTR-DDNAME(WS-LOG-COUNT)
026200                 MOVE DLG-RECORD-COUNT
026300                     TO WS-LOG-COUNT-SENT(WS-LOG-COUNT)
026400                 MOVE DLG-HASH-TOTAL
026500                     TO WS-LOG-HASH-SENT(WS-LOG-COUNT)
026600                 SET WS-LOG-NOT-ACKED(WS-LOG-COUNT) TO TRUE
026700             ELSE
026800                 DISPLAY 'BACR0003E BERNDLOG EXCEEDS '
026900                     WS-MAX-LOG-ENTRIES ' ENTRIES - ROLL THE LOG'
027000                 SET WS-RUN-FAILED TO TRUE
027100                 SET WS-EOF TO TRUE
027200             END-IF
027300     END-READ.
027400 2100-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800*    3000/3100/3200 - MATCH EACH ACKNOWLEDGEMENT TO ITS EXTRACT.
027900*    NO ACKNOWLEDGEMENT FILE MEANS NO SUBSCRIBER HAS ANSWERED -
028000*    EVERY LOGGED EXTRACT IS THEN LISTED BY 4000.
028100******************************************************************
028200 3000-MATCH-ACKNOWLEDGEMENTS.
028300     MOVE 'N' TO WS-EOF-SW
028400     OPEN INPUT ACK-FILE
028500     EVALUATE WS-ACK-STATUS
028600         WHEN '00'
028700             PERFORM 3100-READ-ACK THRU 3100-EXIT
028800                 UNTIL WS-EOF
028900             CLOSE ACK-FILE
029000         WHEN '35'
029100             MOVE 'NO ACKNOWLEDGEMENT FILE - NOTHING RETURNED'
029200                 TO TEXT-LINE-BODY
029300             PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
029400         WHEN OTHER
029500             DISPLAY 'BACR0004E CANNOT OPEN BERNACKS, STATUS='
029600                 WS-ACK-STATUS
029700             SET WS-RUN-FAILED TO TRUE
029800     END-EVALUATE.
029900 3000-EXIT.
030000     EXIT.
030100
030200 3100-READ-ACK.
030300     READ ACK-FILE
030400         AT END
030500             SET WS-EOF TO TRUE
030600         NOT AT END
030700             ADD 1 TO WS-ACK-READ-COUNT
030800             PERFORM 3200-CHECK-ONE-ACK THRU 3200-EXIT
030900     END-READ.
031000 3100-EXIT.
031100     EXIT.
031200
031300 3200-CHECK-ONE-ACK.
031400     MOVE SPACES TO WS-EXC-LINE
031500     MOVE ACK-SYSTEM-ID TO EXC-LINE-SYSTEM
031600     MOVE ACK-RUN-DATE TO EXC-LINE-DATE
031700     MOVE ACK-RUN-TIME TO EXC-LINE-TIME
031800     MOVE '-' TO EXC-LINE-SENT
031900     IF ACK-RUN-DATE NOT NUMERIC OR ACK-RUN-TIME NOT NUMERIC
032000             OR ACK-RECORD-COUNT NOT NUMERIC
032100             OR ACK-HASH-TOTAL NOT NUMERIC
032200         MOVE '-' TO EXC-LINE-ACKED
032300         MOVE 'INVALID-ACK' TO EXC-LINE-TAG
032400         ADD 1 TO WS-INVALID-COUNT
032500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
032600     ELSE
032700         MOVE ACK-RECORD-COUNT TO AMT-EDIT-COUNT
032800         MOVE ACK-HASH-TOTAL TO AMT-EDIT-HASH
032900         MOVE WS-AMOUNT-EDIT TO EXC-LINE-ACKED
033000         PERFORM 3300-FIND-LOG-ENTRY THRU 3300-EXIT
033100         IF NOT WS-FOUND
033200             MOVE 'UNKNOWN-EXTRACT' TO EXC-LINE-TAG
033300             ADD 1 TO WS-UNKNOWN-COUNT
033400             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
033500         ELSE
033600             PERFORM 3400-BALANCE-ACK THRU 3400-EXIT
033700         END-IF
033800     END-IF.
033900 3200-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300*    3300/3310 - LOOK UP THE EXTRACT ON SUBSCRIBER AND RUN STAMP.
034400******************************************************************
034500 3300-FIND-LOG-ENTRY.
034600     MOVE 'N' TO WS-FOUND-SW
034700     MOVE ZEROS TO WS-HIT-SUB
034800     PERFORM 3310-COMPARE-LOG-ENTRY THRU 3310-EXIT
034900         VARYING WS-SUB FROM 1 BY 1
035000         UNTIL WS-SUB > WS-LOG-COUNT OR WS-FOUND.
035100 3300-EXIT.
035200     EXIT.
035300
035400 3310-COMPARE-LOG-ENTRY.
035500     IF WS-LOG-SYSTEM(WS-SUB) = ACK-SYSTEM-ID
035600             AND WS-LOG-DATE(WS-SUB) = ACK-RUN-DATE
035700             AND WS-LOG-TIME(WS-SUB) = ACK-RUN-TIME
035800         SET WS-FOUND TO TRUE
035900         MOVE WS-SUB TO WS-HIT-SUB
036000     END-IF.
036100 3310-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    3400 - BALANCE ONE ACKNOWLEDGEMENT AGAINST WHAT WAS SENT.  A
036600*    COUNT DIFFERENCE IS REPORTED AS SUCH EVEN WHEN THE HASH ALSO
036700*    DIFFERS - A SHORT FILE IS THE FIRST THING TO CHASE.  ONCE
036800*    AN EXTRACT HAS BALANCED, A LATER MISMATCHED RELOAD IS STILL
036900*    REPORTED BUT DOES NOT UNDO THE BALANCE.
037000******************************************************************
037100 3400-BALANCE-ACK.
037200     MOVE WS-LOG-XTR-DDNAME(WS-HIT-SUB) TO EXC-LINE-XTR
037300     MOVE WS-LOG-COUNT-SENT(WS-HIT-SUB) TO AMT-EDIT-COUNT
037400     MOVE WS-LOG-HASH-SENT(WS-HIT-SUB) TO AMT-EDIT-HASH
037500     MOVE WS-AMOUNT-EDIT TO EXC-LINE-SENT
037600     EVALUATE TRUE
037700         WHEN ACK-RECORD-COUNT NOT = WS-LOG-COUNT-SENT(WS-HIT-SUB)
037800             MOVE 'COUNT-MISMATCH' TO EXC-LINE-TAG
037900             PERFORM 3410-MARK-MISMATCH THRU 3410-EXIT
038000         WHEN ACK-HASH-TOTAL NOT = WS-LOG-HASH-SENT(WS-HIT-SUB)
038100             MOVE 'HASH-MISMATCH' TO EXC-LINE-TAG
038200             PERFORM 3410-MARK-MISMATCH THRU 3410-EXIT
038300         WHEN OTHER
038400             IF NOT WS-LOG-BALANCED(WS-HIT-SUB)
038500                 ADD 1 TO WS-BALANCED-COUNT
038600             END-IF
038700             SET WS-LOG-BALANCED(WS-HIT-SUB) TO TRUE
038800     END-EVALUATE.
038900 3400-EXIT.
039000     EXIT.
039100
039200 3410-MARK-MISMATCH.
039300     ADD 1 TO WS-MISMATCH-COUNT
039400     IF WS-LOG-NOT-ACKED(WS-HIT-SUB)
039500         SET WS-LOG-MISMATCHED(WS-HIT-SUB) TO TRUE
039600     END-IF
039700     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
039800 3410-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    4000/4100 - EVERY EXTRACT NOBODY ANSWERED.  ONE THAT WAS
040300*    ANSWERED ONLY WITH MISMATCHES WAS ALREADY LISTED AT 3400.
040400******************************************************************
040500 4000-LIST-NOT-ACKNOWLEDGED.
040600     PERFORM 4100-CHECK-ONE-EXTRACT THRU 4100-EXIT
040700         VARYING WS-SUB FROM 1 BY 1
040800         UNTIL WS-SUB > WS-LOG-COUNT.
040900 4000-EXIT.
041000     EXIT.
041100
041200 4100-CHECK-ONE-EXTRACT.
041300     IF WS-LOG-NOT-ACKED(WS-SUB)
041400         MOVE SPACES TO WS-EXC-LINE
041500         MOVE 'NOT-ACKNOWLEDGED' TO EXC-LINE-TAG
041600         MOVE WS-LOG-SYSTEM(WS-SUB) TO EXC-LINE-SYSTEM
041700         MOVE WS-LOG-DATE(WS-SUB) TO EXC-LINE-DATE
041800         MOVE WS-LOG-TIME(WS-SUB) TO EXC-LINE-TIME
041900         MOVE WS-LOG-XTR-DDNAME(WS-SUB) TO EXC-LINE-XTR
042000         MOVE WS-LOG-COUNT-SENT(WS-SUB) TO AMT-EDIT-COUNT
042100         MOVE WS-LOG-HASH-SENT(WS-SUB) TO AMT-EDIT-HASH
042200         MOVE WS-AMOUNT-EDIT TO EXC-LINE-SENT
042300         MOVE '-' TO EXC-LINE-ACKED
042400         ADD 1 TO WS-NOT-ACKED-COUNT
042500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
042600     END-IF.
042700 4100-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    6000 - CONTROL COUNTS AND THE BALANCED/NOT-BALANCED VERDICT.
043200******************************************************************
043300 6000-PRINT-TOTALS.
043400     MOVE SPACES TO REPORT-RECORD
043500     WRITE REPORT-RECORD
043600     MOVE 'EXTRACTS LOGGED               ' TO CNT-LINE-LABEL
043700     MOVE WS-LOG-COUNT TO CNT-LINE-VALUE
043800     WRITE REPORT-RECORD FROM WS-COUNT-LINE
043900     MOVE 'ACKNOWLEDGEMENTS READ         ' TO CNT-LINE-LABEL
044000     MOVE WS-ACK-READ-COUNT TO CNT-LINE-VALUE
044100     WRITE REPORT-RECORD FROM WS-COUNT-LINE
044200     MOVE 'EXTRACTS BALANCED             ' TO CNT-LINE-LABEL
044300     MOVE WS-BALANCED-COUNT TO CNT-LINE-VALUE
044400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
044500     MOVE 'COUNT/HASH MISMATCHES         ' TO CNT-LINE-LABEL
044600     MOVE WS-MISMATCH-COUNT TO CNT-LINE-VALUE
044700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
044800     MOVE 'UNKNOWN EXTRACTS              ' TO CNT-LINE-LABEL
044900     MOVE WS-UNKNOWN-COUNT TO CNT-LINE-VALUE
045000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
045100     MOVE 'INVALID ACKNOWLEDGEMENTS      ' TO CNT-LINE-LABEL
045200     MOVE WS-INVALID-COUNT TO CNT-LINE-VALUE
045300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
045400     MOVE 'NOT ACKNOWLEDGED              ' TO CNT-LINE-LABEL
045500     MOVE WS-NOT-ACKED-COUNT TO CNT-LINE-VALUE
045600     WRITE REPORT-RECORD FROM WS-COUNT-LINE
045700     IF WS-EXCEPTION-COUNT = 0 AND WS-RUN-GOOD
045800         MOVE 'ALL EXTRACTS ACKNOWLEDGED AND BALANCED'
045900             TO TEXT-LINE-BODY
046000     ELSE
046100         MOVE 'EXCEPTIONS FOUND - SEE LINES ABOVE'
046200             TO TEXT-LINE-BODY
046300     END-IF
046400     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
046500 6000-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900*    7000/7100 - ONE EXCEPTION LINE, ONE NARRATIVE LINE.
047000******************************************************************
047100 7000-WRITE-EXCEPTION.
047200     ADD 1 TO WS-EXCEPTION-COUNT
047300     WRITE REPORT-RECORD FROM WS-EXC-LINE
047400     ADD 1 TO WS-RPT-WRITE-COUNT
047500     IF WS-RPT-STATUS NOT = '00'
047600         DISPLAY 'BACR0005E ACKRRPT1 WRITE FAILED, STATUS='
047700             WS-RPT-STATUS
047800         SET WS-RUN-FAILED TO TRUE
047900     END-IF.
048000 7000-EXIT.
048100     EXIT.
048200
048300 7100-WRITE-TEXT-LINE.
048400     WRITE REPORT-RECORD FROM WS-TEXT-LINE
048500     ADD 1 TO WS-RPT-WRITE-COUNT.
048600 7100-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000*    7900/7910 - POST THE JOB-STEP AUDIT RECORD VIA BERNAUDW.
049100*    THE START STAMP WAS CAPTURED AT 1000; BERNAUDW STAMPS THE
049200*    END ITSELF.
049300******************************************************************
049400 7900-POST-STEP-AUDIT.
049500     MOVE 'BERNACKR' TO STEP-PROGRAM
049600     MOVE SPACES TO STEP-OPERATOR-ID
049700     IF WS-JOB-HAD-FAILURE
049800         MOVE 4 TO STEP-RETURN-CODE
049900     ELSE
050000         MOVE 0 TO STEP-RETURN-CODE
050100     END-IF
050200     PERFORM 7910-CLEAR-STEP-ENTRY THRU 7910-EXIT
050300         VARYING WS-STEP-SUB FROM 1 BY 1
050400         UNTIL WS-STEP-SUB > 10
050500     MOVE 'BERNDLOG' TO STEP-DDNAME(1)
050600     MOVE WS-DLOG-READ-COUNT TO STEP-READ-CNT(1)
050700     MOVE 'BERNACKS' TO STEP-DDNAME(2)
050800     MOVE WS-ACK-READ-COUNT TO STEP-READ-CNT(2)
050900     MOVE 'ACKRRPT1' TO STEP-DDNAME(3)
051000     MOVE WS-RPT-WRITE-COUNT TO STEP-WRITE-CNT(3)
051100     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
051200 7900-EXIT.
051300     EXIT.
051400
051500 7910-CLEAR-STEP-ENTRY.
051600     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
051700     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
051800     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
051900 7910-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*    8000-TERMINATE - RETURN CODE 4 ON ANY EXCEPTION OR FILE
052400*    FAILURE.
052500******************************************************************
052600 8000-TERMINATE.
052700     IF WS-EXCEPTION-COUNT > 0 OR WS-RUN-FAILED
052800         SET WS-JOB-HAD-FAILURE TO TRUE
052900     END-IF
053000     PERFORM 7900-POST-STEP-AUDIT THRU 7900-EXIT
053100     IF WS-JOB-HAD-FAILURE
053200         MOVE 4 TO RETURN-CODE
053300     END-IF.
053400 8000-EXIT.
053500     EXIT.
