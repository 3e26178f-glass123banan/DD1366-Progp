002500*    PRECISION PATH HAS NO EXACT-FRACTION FORM); LOOKUP ACCEPTS
002600*    TARGET-M UP TO 025.
002700*
002710*    A CARD THAT PASSES THE FIELD EDITS MUST THEN COME FROM AN
002720*    OPERATOR ON THE AUTHORIZATION MASTER (BERNOPR, MAINTAINED BY
002730*    BERNOPRM) WHOSE AUTHORITY HAS NOT EXPIRED, AND MUST ASK ONLY
002740*    FOR A MODE, AN ORDER AND FRACTIONS THAT OPERATOR HOLDS.  A
002750*    REQUEUED CARD CARRIES ITS ORIGINAL OPERATOR (SEE BERNRQUE)
002760*    AND IS HELD TO THAT OPERATOR'S AUTHORITY AS IT STANDS TODAY,
002770*    NOT AS IT STOOD WHEN THE CARD FIRST RAN.  WITH NO MASTER AT
002780*    ALL, EVERY CARD REJECTS.
002790*
002800*    REASON CODES
002900*      BE001  UNRECOGNIZED MODE
003000*      BE002  N NOT NUMERIC
003900*      BE011  N EXCEEDS POLY MAXIMUM 025
003910*      BE012  REQUEUE SWITCH NOT Y, N OR BLANK
003920*      BE013  N OUTSIDE ZETA RANGE 002-060
003930*      BE014  OPERATOR NOT AUTHORIZED
003940*      BE015  OPERATOR AUTHORITY EXPIRED
003950*      BE016  MODE NOT AUTHORIZED FOR OPERATOR
003960*      BE017  N EXCEEDS OPERATOR MAXIMUM
003970*      BE018  FRACTIONS NOT AUTHORIZED FOR OPERATOR
004000*
004100*    MODIFICATION HISTORY
004200*    DATE       INIT  DESCRIPTION
004370*                     TREATED LIKE ANY OTHER.
004380*    2026-09-03 SVK   ACCEPTS THE NEW ZETA MODE (BE013 EDITS
004390*                     ITS N RANGE).
004392*    2026-10-15 SVK   CHECKS EVERY CARD AGAINST THE OPERATOR
004394*                     AUTHORIZATION MASTER BERNOPR (BE014-
004396*                     BE018), REQUEUED CARDS INCLUDED.
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. BERNEDIT.
007600         ASSIGN TO "EDITLST1"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-LST-STATUS.
007810
007820     SELECT AUTHORITY-FILE
007830         ASSIGN TO "BERNOPR"
007840         ORGANIZATION IS LINE SEQUENTIAL
007850         FILE STATUS IS WS-OPR-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
009900
010000 FD  LISTING-FILE.
010100 01  LISTING-RECORD              PIC X(132).
010120
010140 FD  AUTHORITY-FILE.
010160     COPY BERNOPR.
010200
010300 WORKING-STORAGE SECTION.
010400******************************************************************
010900 77  WS-MAX-EXT-N                PIC 9(03) VALUE 060.
011000 77  WS-MAX-EULER-N              PIC 9(03) VALUE 022.
011100 77  WS-MAX-DECK                 PIC 9(03) VALUE 500.
011150 77  WS-MAX-OPERATORS            PIC 9(03) VALUE 500.
011200
011300 01  WS-FILE-STATUSES.
011400     05  WS-RAW-STATUS           PIC X(02) VALUE SPACES.
011600     05  WS-CLEAN-STATUS         PIC X(02) VALUE SPACES.
011700     05  WS-REJ-STATUS           PIC X(02) VALUE SPACES.
011800     05  WS-LST-STATUS           PIC X(02) VALUE SPACES.
011850     05  WS-OPR-STATUS           PIC X(02) VALUE SPACES.
011900
012000 01  WS-SWITCHES.
012100     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
012700         88  WS-CARD-REJECTED        VALUE 'N'.
012800     05  WS-JOB-STATUS-SW        PIC X(01) VALUE 'N'.
012900         88  WS-JOB-HAD-FAILURE     VALUE 'Y'.
012920     05  WS-REQUEUE-NOTE-SW      PIC X(01) VALUE 'N'.
012940         88  WS-REQUEUE-NOTE         VALUE 'Y'.
013000
013100 01  WS-WORK-FIELDS.
013200     05  WS-SUB                  PIC 9(05).
013500     05  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
013550     05  WS-STEP-SUB             PIC 9(02).
013600     05  WS-REASON-CODE          PIC X(05).
013601     05  WS-CUR-DATE             PIC 9(08).
013602     05  WS-OPR-SUB              PIC 9(03).
013603     05  WS-MODE-SUB             PIC 9(01).
013604     05  WS-REQUESTED-N          PIC 9(03).
013605     05  WS-OPR-READ-COUNT       PIC 9(05) VALUE ZERO.
013610
013620******************************************************************
013630*    JOB-STEP AUDIT PARAMETER BLOCK FOR BERNAUDW.
014200******************************************************************
014300 01  WS-CLEAN-DECK-TABLE.
014400     05  WS-CLEAN-CARD           PIC X(22) OCCURS 500 TIMES.
014410
014420******************************************************************
014430*    THE OPERATOR AUTHORIZATION MASTER, HELD FOR THE WHOLE DECK.
014440******************************************************************
014450 01  WS-OPERATOR-TABLE.
014460     05  WS-OPR-COUNT            PIC 9(03) VALUE ZERO.
014470     05  WS-OPR-IMAGE            PIC X(65) OCCURS 500 TIMES.
014500
014600******************************************************************
014700*    LISTING LINE LAYOUTS.
019100******************************************************************
019200*    1000/1100 - OPEN THE DECK, REJECT AND LISTING FILES AND READ
019300*    THE OPTIONAL REFUSE-ALL OPTION CARD.
019350*    THE AUTHORIZATION MASTER IS HELD BY 1200.
019400******************************************************************
019500 1000-INITIALIZE.
019520     ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
019540     ACCEPT STEP-START-TIME FROM TIME
019560     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
019600     OPEN INPUT RAW-PARM-FILE
019700     IF WS-RAW-STATUS NOT = '00'
019800         DISPLAY 'BEDT0001E CANNOT OPEN PARMRAW, STATUS='
020900             MOVE SPACES TO LISTING-RECORD
021000             WRITE LISTING-RECORD
021100             PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
021150             PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT
021200         END-IF
021300     END-IF.
021400 1000-EXIT.
023200     END-IF.
023300 1100-EXIT.
023400     EXIT.
023402
023404******************************************************************
023406*    1200/1210 - HOLD THE AUTHORIZATION MASTER.  A MISSING MASTER
023408*    AUTHORIZES NOBODY - EVERY CARD THEN REJECTS (BE014) - AND
023410*    THE LISTING SAYS SO.  ONE THAT CANNOT BE READ STOPS THE RUN.
023412******************************************************************
023414 1200-LOAD-AUTHORITY.
023416     OPEN INPUT AUTHORITY-FILE
023418     EVALUATE WS-OPR-STATUS
023420         WHEN '00'
023422             PERFORM 1210-READ-AUTHORITY THRU 1210-EXIT
023424                 UNTIL WS-EOF
023426             CLOSE AUTHORITY-FILE
023428         WHEN '35'
023430             MOVE 'NO AUTHORIZATION MASTER - EVERY CARD REJECTS'
023432                 TO LST-TEXT-BODY
023434             WRITE LISTING-RECORD FROM WS-LST-TEXT-LINE
023436         WHEN OTHER
023438             DISPLAY 'BEDT0005E CANNOT OPEN BERNOPR, STATUS='
023440                 WS-OPR-STATUS
023442             SET WS-JOB-HAD-FAILURE TO TRUE
023444     END-EVALUATE
023446     MOVE 'N' TO WS-EOF-SW.
023448 1200-EXIT.
023450     EXIT.
023452
023454 1210-READ-AUTHORITY.
023456     READ AUTHORITY-FILE
023458         AT END
023460             SET WS-EOF TO TRUE
023462         NOT AT END
023464             ADD 1 TO WS-OPR-READ-COUNT
023466             IF WS-OPR-COUNT < WS-MAX-OPERATORS
023468                 ADD 1 TO WS-OPR-COUNT
023470                 MOVE BERN-OPERATOR-RECORD
023472                     TO WS-OPR-IMAGE(WS-OPR-COUNT)
023474             ELSE
023476                 DISPLAY 'BEDT0006E BERNOPR EXCEEDS '
023478                     WS-MAX-OPERATORS ' OPERATORS'
023480                 SET WS-JOB-HAD-FAILURE TO TRUE
023482                 SET WS-EOF TO TRUE
023484             END-IF
023486     END-READ.
023488 1210-EXIT.
023490     EXIT.
023500
023600******************************************************************
023700*    2000 - EDIT ONE CARD: RUN THE FIELD CHECKS IN 3000, THEN
024300     MOVE 'Y' TO WS-CARD-OK-SW
024400     MOVE SPACES TO WS-REASON-CODE
024500     MOVE SPACES TO LST-REASON-TEXT
024550     MOVE 'N' TO WS-REQUEUE-NOTE-SW
024600     PERFORM 3000-VALIDATE-CARD THRU 3000-EXIT
024700     IF WS-CARD-OK
024800         IF WS-CLEAN-COUNT < WS-MAX-DECK
026700     MOVE BERN-CONTROL-RECORD TO LST-CARD-IMAGE
026800     MOVE WS-REASON-CODE TO LST-REASON
026900     WRITE LISTING-RECORD FROM WS-LST-CARD-LINE
026910     IF WS-REQUEUE-NOTE
026920         MOVE 'REQUEUED - HELD TO ORIGINAL OPERATOR AUTHORITY'
026930             TO LST-TEXT-BODY
026940         WRITE LISTING-RECORD FROM WS-LST-TEXT-LINE
026950     END-IF
027000     PERFORM 2100-READ-RAW-CARD THRU 2100-EXIT.
027100 2000-EXIT.
027200     EXIT.
033400     END-EVALUATE
033500     IF WS-REASON-CODE NOT = SPACES
033600         MOVE 'N' TO WS-CARD-OK-SW
033620     ELSE
033640         PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT
033700     END-IF.
033800 3000-EXIT.
033900     EXIT.
033901
033902******************************************************************
033903*    3100/3110 - AUTHORITY EDITS FOR A CARD THAT PASSED THE FIELD
033904*    EDITS, FIRST FAILURE WINS.  THE ORDER REQUESTED IS TARGET-M
033905*    ON A LOOKUP CARD AND N ON ANY OTHER.  AUTHORITY RUNS THROUGH
033906*    ITS EXPIRY DATE.
033907******************************************************************
033908 3100-CHECK-AUTHORITY.
033909     MOVE ZERO TO WS-OPR-SUB
033910     PERFORM 3110-MATCH-OPERATOR THRU 3110-EXIT
033911         VARYING WS-SUB FROM 1 BY 1
033912         UNTIL WS-SUB > WS-OPR-COUNT OR WS-OPR-SUB > 0
033913     EVALUATE TRUE
033914         WHEN CC-MODE-TABLE
033915             MOVE 1 TO WS-MODE-SUB
033916         WHEN CC-MODE-LOOKUP
033917             MOVE 2 TO WS-MODE-SUB
033918         WHEN CC-MODE-EULER
033919             MOVE 3 TO WS-MODE-SUB
033920         WHEN CC-MODE-POLY
033921             MOVE 4 TO WS-MODE-SUB
033922         WHEN OTHER
033923             MOVE 5 TO WS-MODE-SUB
033924     END-EVALUATE
033925     IF CC-MODE-LOOKUP
033926         MOVE CC-TARGET-M TO WS-REQUESTED-N
033927     ELSE
033928         MOVE CC-N TO WS-REQUESTED-N
033929     END-IF
033930     EVALUATE TRUE
033931         WHEN WS-OPR-SUB = 0
033932             MOVE 'BE014' TO WS-REASON-CODE
033933             MOVE 'OPERATOR NOT AUTHORIZED' TO LST-REASON-TEXT
033934         WHEN OPR-EXPIRY-DATE < WS-CUR-DATE
033935             MOVE 'BE015' TO WS-REASON-CODE
033936             MOVE 'OPERATOR AUTHORITY EXPIRED' TO LST-REASON-TEXT
033937         WHEN OPR-MODE-FLAG(WS-MODE-SUB) NOT = 'Y'
033938             MOVE 'BE016' TO WS-REASON-CODE
033939             MOVE 'MODE NOT AUTHORIZED FOR OPERATOR'
033940                 TO LST-REASON-TEXT
033941         WHEN WS-REQUESTED-N > OPR-MAX-N
033942             MOVE 'BE017' TO WS-REASON-CODE
033943             MOVE 'N EXCEEDS OPERATOR MAXIMUM' TO LST-REASON-TEXT
033944         WHEN CC-FRACTION-REQUESTED AND NOT OPR-FRACTIONS-ALLOWED
033945             MOVE 'BE018' TO WS-REASON-CODE
033946             MOVE 'FRACTIONS NOT AUTHORIZED FOR OPERATOR'
033947                 TO LST-REASON-TEXT
033948         WHEN OTHER
033949             CONTINUE
033950     END-EVALUATE
033951     IF WS-REASON-CODE NOT = SPACES
033952         MOVE 'N' TO WS-CARD-OK-SW
033953         IF CC-REQUEUED
033954             SET WS-REQUEUE-NOTE TO TRUE
033955         END-IF
033956     END-IF.
033957 3100-EXIT.
033958     EXIT.
033959
033960 3110-MATCH-OPERATOR.
033961     MOVE WS-OPR-IMAGE(WS-SUB) TO BERN-OPERATOR-RECORD
033962     IF OPR-OPERATOR-ID = CC-OPERATOR-ID
033963         MOVE WS-SUB TO WS-OPR-SUB
033964     END-IF.
033965 3110-EXIT.
033966     EXIT.
034000
034100******************************************************************
034200*    5000/5100 - RELEASE THE HELD CLEAN CARDS, UNLESS THE
040518     END-IF
040520     MOVE 'PARMREJ ' TO STEP-DDNAME(3)
040522     MOVE WS-REJECT-COUNT TO STEP-WRITE-CNT(3)
040524     MOVE 'BERNOPR ' TO STEP-DDNAME(4)
040526     MOVE WS-OPR-READ-COUNT TO STEP-READ-CNT(4)
040528     CALL 'BERNAUDW' USING BERN-STEP-PARMS.
040530 7900-EXIT.
040532     EXIT.
040534
040536 7910-CLEAR-STEP-ENTRY.
040538     MOVE SPACES TO STEP-DDNAME(WS-STEP-SUB)
040540     MOVE ZEROS TO STEP-READ-CNT(WS-STEP-SUB)
040542     MOVE ZEROS TO STEP-WRITE-CNT(WS-STEP-SUB).
040544 7910-EXIT.
040546     EXIT.
040548
040600******************************************************************
040700*    8000-TERMINATE - RETURN CODE 8 WHEN THE DECK WAS REFUSED,
040800*    4 WHEN ANY CARD REJECTED (OR A FILE FAILED), ELSE 0.
