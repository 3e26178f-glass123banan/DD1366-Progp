000100******************************************************************
000200*    PROGRAM-ID.  BERNCATQ
000300*
000400*    AUTHOR.      S. VIKSTROM, ACTUARIAL SYSTEMS
000500*    INSTALLATION. RESERVE/VALUATION BATCH
000600*    DATE-WRITTEN. 2026-10-15
000700*    DATE-COMPILED.
000800*
000900*    CALLABLE PUBLICATION-CATALOG INQUIRY.  BERNLOAD, BERNDIST
001000*    AND BERNTABL CALL HERE WITH THE BERN-CATQ-PARMS BLOCK
001100*    (BERNCQK) FOR EACH ARCHIVE FAMILY THEY CONSUME, BEFORE
001200*    READING IT.  THE CATALOG (BERNCTLG) IS READ FRONT TO BACK
001300*    AND THE CURRENT GENERATION OF THE FAMILY IS REPORTED AS IN
001400*    SERVICE OR WITHDRAWN (SEE BERNCATM), WITH ITS DATASET AND
001500*    LAST MAINTENANCE ACTION.  A MISSING CATALOG MEANS NOTHING
001600*    HAS BEEN CATALOGED, SO NOTHING CAN HAVE BEEN WITHDRAWN.
001700*
001800*    THE CATALOG IS NEVER UPDATED HERE.  A CATALOG THAT CANNOT BE
001900*    READ IS REPORTED ON SYSOUT AND RETURNED AS UNAVAILABLE.
002000*
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    2026-10-15 SVK   ORIGINAL PROGRAM.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. BERNCATQ.
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CATALOG-FILE
003600         ASSIGN TO "BERNCTLG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CTLG-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CATALOG-FILE.
004300     COPY BERNCAT.
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-FILE-STATUSES.
004700     05  WS-CTLG-STATUS          PIC X(02) VALUE SPACES.
004800
004900 01  WS-SWITCHES.
005000     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
005100         88  WS-EOF                  VALUE 'Y'.
005200
005300 LINKAGE SECTION.
005400     COPY BERNCQK.
005500
005600 PROCEDURE DIVISION USING BERN-CATQ-PARMS.
005700
005800******************************************************************
005900*    0000-BERNCATQ-CONTROL
006000******************************************************************
006100 0000-BERNCATQ-CONTROL.
006200     MOVE 'N' TO WS-EOF-SW
006300     SET CATQ-NOT-CATALOGED TO TRUE
006400     MOVE SPACES TO CATQ-DATASET-NAME
006500     MOVE SPACES TO CATQ-MAINT-REASON
006600     MOVE SPACES TO CATQ-MAINT-OPERATOR
006700     MOVE ZEROS TO CATQ-MAINT-DATE
006800     OPEN INPUT CATALOG-FILE
006900     EVALUATE WS-CTLG-STATUS
007000         WHEN '00'
007100             PERFORM 1000-READ-CATALOG THRU 1000-EXIT
007200                 UNTIL WS-EOF
007300             CLOSE CATALOG-FILE
007400         WHEN '35'
007500             CONTINUE
007600         WHEN OTHER
007700             DISPLAY 'BCTQ0001E CANNOT OPEN BERNCTLG, STATUS='
007800                 WS-CTLG-STATUS ' - ' CATQ-ARCHIVE
007900                 ' NOT CHECKED FOR WITHDRAWAL'
008000             SET CATQ-UNAVAILABLE TO TRUE
008100     END-EVALUATE
008200     GOBACK.
008300
008400******************************************************************
008500*    1000 - ONE CATALOG RECORD.  ONLY THE CURRENT GENERATION OF
008600*    THE REQUESTED FAMILY IS OF INTEREST; THERE IS AT MOST ONE.
008700******************************************************************
008800 1000-READ-CATALOG.
008900     READ CATALOG-FILE
009000         AT END
009100             SET WS-EOF TO TRUE
009200         NOT AT END
009300             IF CAT-ARCHIVE = CATQ-ARCHIVE AND CAT-CURRENT
009400                 MOVE CAT-DATASET-NAME TO CATQ-DATASET-NAME
009500                 IF CAT-WITHDRAWN
009600                     SET CATQ-WITHDRAWN TO TRUE
009700                 ELSE
009800                     SET CATQ-IN-SERVICE TO TRUE
009900                 END-IF
010000                 IF NOT CAT-NOT-MAINTAINED
010100                     MOVE CAT-MAINT-REASON TO CATQ-MAINT-REASON
010200                     MOVE CAT-MAINT-OPERATOR
010300                         TO CATQ-MAINT-OPERATOR
010400                     MOVE CAT-MAINT-DATE TO CATQ-MAINT-DATE
010500                 END-IF
010600             END-IF
010700     END-READ.
010800 1000-EXIT.
010900     EXIT.
