001800*    (COMPRPT1) ENDS CLEAN ONLY WHEN NOTHING IS ONLY-IN-OLD,
001900*    ONLY-IN-NEW, OR VALUE-CHANGED; DIFFERENCES END THE STEP WITH
002000*    RETURN CODE 4.
002020*
002040*    EVERY DIFFERENCE PRINTED IS ALSO WRITTEN TO COMPDIFF
002060*    (BERNDIF LAYOUT) SO THE IMPACT REPORT (BERNIMPA) CAN TAKE
002080*    THE CHANGED KEYS WITHOUT READING THE PRINT.
002100*
002200*    DUPLICATE KEYS (THE EXTEND ARCHIVES ALLOW THEM) ARE MATCHED
002300*    PAIRWISE IN ORDER OF APPEARANCE: EACH NEW RECORD CONSUMES
002810*    2026-09-03 SVK   POSTS A JOB-STEP AUDIT RECORD TO BERNAUDT
002820*                     VIA BERNAUDW AT TERMINATION, LIKE EVERY
002830*                     PROGRAM IN THE SUITE.
002850*    2026-10-15 SVK   WRITES EACH DIFFERENCE TO COMPDIFF (BERNDIF)
002870*                     FOR THE IMPACT REPORT.
002880*    2026-10-15 SVK   A FAILED COMPDIFF WRITE FAILS THE STEP.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. BERNCOMP.
006600         ASSIGN TO "COMPRPT1"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RPT-STATUS.
006810
006820     SELECT DIFF-FILE
006830         ASSIGN TO "COMPDIFF"
006840         ORGANIZATION IS LINE SEQUENTIAL
006850         FILE STATUS IS WS-DIFF-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
008600
008700 FD  REPORT-FILE.
008800 01  REPORT-RECORD               PIC X(132).
008820
008840 FD  DIFF-FILE.
008860     COPY BERNDIF.
008900
009000 WORKING-STORAGE SECTION.
009100 77  WS-MAX-HELD                 PIC 9(05) VALUE 2000.
009700     05  WS-FOLD-STATUS          PIC X(02) VALUE SPACES.
009800     05  WS-FNEW-STATUS          PIC X(02) VALUE SPACES.
009900     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
009950     05  WS-DIFF-STATUS          PIC X(02) VALUE SPACES.
010000
010100 01  WS-SWITCHES.
010200     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
012866     05  WS-DNEW-READ-COUNT      PIC 9(09) VALUE ZERO.
012868     05  WS-FOLD-READ-COUNT      PIC 9(09) VALUE ZERO.
012870     05  WS-FNEW-READ-COUNT      PIC 9(09) VALUE ZERO.
012871     05  WS-DIFF-WRITE-COUNT     PIC 9(09) VALUE ZERO.
012872     05  WS-STEP-SUB             PIC 9(02).
012873     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
012874
021900         END-IF
022000         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
022100         CLOSE REPORT-FILE
022150         CLOSE DIFF-FILE
022200     END-IF
022300     PERFORM 8000-TERMINATE THRU 8000-EXIT
022400     STOP RUN.
025200         WRITE REPORT-RECORD FROM WS-HDG-LINE
025300         MOVE SPACES TO REPORT-RECORD
025400         WRITE REPORT-RECORD
025410         OPEN OUTPUT DIFF-FILE
025420         IF WS-DIFF-STATUS NOT = '00'
025430             DISPLAY 'BCPR0004E CANNOT OPEN COMPDIFF, STATUS='
025440                 WS-DIFF-STATUS
025450             SET WS-JOB-HAD-FAILURE TO TRUE
025460             CLOSE REPORT-FILE
025470         END-IF
025500     END-IF.
025600 1000-EXIT.
025700     EXIT.
033700         MOVE SPACES TO DIFF-LINE-OLD
033800         MOVE WS-NEW-DEC-PARSE-AREA TO DIFF-LINE-NEW
033900         WRITE REPORT-RECORD FROM WS-DIFF-LINE
033920         MOVE WS-NEW-DEC-PARSE-AREA TO BERN-RECORD
033940         SET BDIF-ONLY-IN-NEW TO TRUE
033960         PERFORM 5000-WRITE-DEC-DIFFERENCE THRU 5000-EXIT
034000     ELSE
034100         ADD 1 TO WS-MATCH-COUNT
034200         SET WS-ODEC-MATCHED(WS-HIT-SUB) TO TRUE
038400         MOVE WS-ODEC-IMAGE(WS-HIT-SUB) TO DIFF-LINE-OLD
038500         MOVE WS-NEW-DEC-PARSE-AREA TO DIFF-LINE-NEW
038600         WRITE REPORT-RECORD FROM WS-DIFF-LINE
038620         SET BDIF-VALUE-CHANGED TO TRUE
038640         PERFORM 5000-WRITE-DEC-DIFFERENCE THRU 5000-EXIT
038700     END-IF.
038800 2320-EXIT.
038900     EXIT.
040200         MOVE WS-ODEC-IMAGE(WS-SUB) TO DIFF-LINE-OLD
040300         MOVE SPACES TO DIFF-LINE-NEW
040400         WRITE REPORT-RECORD FROM WS-DIFF-LINE
040420         MOVE WS-ODEC-IMAGE(WS-SUB) TO BERN-RECORD
040440         SET BDIF-ONLY-IN-OLD TO TRUE
040460         PERFORM 5000-WRITE-DEC-DIFFERENCE THRU 5000-EXIT
040500     END-IF.
040600 2410-EXIT.
040700     EXIT.
051900         MOVE SPACES TO DIFF-LINE-OLD
052000         MOVE WS-NEW-FRAC-PARSE-AREA TO DIFF-LINE-NEW
052100         WRITE REPORT-RECORD FROM WS-DIFF-LINE
052120         MOVE WS-NEW-FRAC-PARSE-AREA TO BERN-FRAC-RECORD
052140         SET BDIF-ONLY-IN-NEW TO TRUE
052160         PERFORM 5100-WRITE-FRAC-DIFFERENCE THRU 5100-EXIT
052200     ELSE
052300         ADD 1 TO WS-MATCH-COUNT
052400         SET WS-OFRC-MATCHED(WS-HIT-SUB) TO TRUE
052900             MOVE WS-OFRC-IMAGE(WS-HIT-SUB) TO DIFF-LINE-OLD
053000             MOVE WS-NEW-FRAC-PARSE-AREA TO DIFF-LINE-NEW
053100             WRITE REPORT-RECORD FROM WS-DIFF-LINE
053120             MOVE WS-NEW-FRAC-PARSE-AREA TO BERN-FRAC-RECORD
053140             SET BDIF-VALUE-CHANGED TO TRUE
053160             PERFORM 5100-WRITE-FRAC-DIFFERENCE THRU 5100-EXIT
053200         END-IF
053300     END-IF.
053400 4300-EXIT.
056400         MOVE WS-OFRC-IMAGE(WS-SUB) TO DIFF-LINE-OLD
056500         MOVE SPACES TO DIFF-LINE-NEW
056600         WRITE REPORT-RECORD FROM WS-DIFF-LINE
056620         MOVE WS-OFRC-IMAGE(WS-SUB) TO BERN-FRAC-RECORD
056640         SET BDIF-ONLY-IN-OLD TO TRUE
056660         PERFORM 5100-WRITE-FRAC-DIFFERENCE THRU 5100-EXIT
056700     END-IF.
056800 4410-EXIT.
056900     EXIT.
056902
056904******************************************************************
056906*    5000/5100 - ONE COMPDIFF RECORD.  THE CALLER HAS SET THE
056908*    KIND AND MOVED THE RECORD CONCERNED INTO THE PARSE AREA.
056910******************************************************************
056912 5000-WRITE-DEC-DIFFERENCE.
056914     SET BDIF-FORM-DECIMAL TO TRUE
056916     MOVE BERN-N-CONTEXT TO BDIF-N-CONTEXT
056918     MOVE BERN-M TO BDIF-M
056920     MOVE BERN-SOURCE TO BDIF-SOURCE
056922     WRITE BERN-DIFF-RECORD
056924     IF WS-DIFF-STATUS = '00'
056926         ADD 1 TO WS-DIFF-WRITE-COUNT
056928     ELSE
056930         DISPLAY 'BCPR0005E COMPDIFF WRITE FAILED, STATUS='
056932             WS-DIFF-STATUS
056934         SET WS-JOB-HAD-FAILURE TO TRUE
056936     END-IF.
056938 5000-EXIT.
056940     EXIT.
056942
056944 5100-WRITE-FRAC-DIFFERENCE.
056946     SET BDIF-FORM-FRACTION TO TRUE
056948     MOVE BFRC-N-CONTEXT TO BDIF-N-CONTEXT
056950     MOVE BFRC-M TO BDIF-M
056952     MOVE BFRC-SOURCE TO BDIF-SOURCE
056954     WRITE BERN-DIFF-RECORD
056956     IF WS-DIFF-STATUS = '00'
056958         ADD 1 TO WS-DIFF-WRITE-COUNT
056960     ELSE
056962         DISPLAY 'BCPR0005E COMPDIFF WRITE FAILED, STATUS='
056964             WS-DIFF-STATUS
056966         SET WS-JOB-HAD-FAILURE TO TRUE
056968     END-IF.
056970 5100-EXIT.
056972     EXIT.
057000
057100******************************************************************
057200*    6000 - TOTALS AND THE CLEAN/NOT-CLEAN VERDICT LINE.
061094     MOVE WS-FOLD-READ-COUNT TO STEP-READ-CNT(3)
061096     MOVE 'BFRCNEW ' TO STEP-DDNAME(4)
061098     MOVE WS-FNEW-READ-COUNT TO STEP-READ-CNT(4)
061099     MOVE 'COMPDIFF' TO STEP-DDNAME(5)
061100     MOVE WS-DIFF-WRITE-COUNT TO STEP-WRITE-CNT(5)
061101     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
061102 7900-EXIT.
061104     EXIT.
061106
