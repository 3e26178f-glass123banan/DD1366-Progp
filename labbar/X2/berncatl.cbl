001300*    CURRENT-GENERATIONS SECTION WITH ONE LINE PER ARCHIVE
001400*    FAMILY, SO THE COMPACT-THEN-SWAP HANDOFF CAN BE CHECKED AT
001500*    A GLANCE INSTEAD OF ON A PAPER CHECKLIST.
001520*    A GENERATION WITHDRAWN OR REINSTATED THROUGH BERNCATM IS
001540*    FOLLOWED BY A LINE GIVING THE ACTION, ITS STAMP, OPERATOR
001560*    AND REASON CODE; A WITHDRAWN CURRENT GENERATION SHOWS
001580*    'CURRENT - WITHDRAWN' AS ITS DISPOSITION.
001585*    A GENERATION CERTIFIED BY BERNCERT IS FOLLOWED BY A LINE
001590*    GIVING THE CERTIFICATION STAMP AND THE HIGHEST ORDER M THE
001595*    CERTIFICATION COVERED.
001600*
001700*    MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    2026-09-03 SVK   ORIGINAL PROGRAM.
001920*    2026-10-15 SVK   SHOWS THE WITHDRAWN STATUS AND THE LAST
001940*                     MAINTENANCE ACTION OF EACH GENERATION.
001960*    2026-10-15 SVK   SHOWS THE BERNCERT CERTIFICATION OF EACH
001980*                     GENERATION.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. BERNCATL.
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  DET-LINE-DISPOSITION    PIC X(22).
010700     05  FILLER                  PIC X(42) VALUE SPACES.
010705
010710 01  WS-MAINT-LINE.
010715     05  FILLER                  PIC X(10) VALUE SPACES.
010720     05  MNT-LINE-ACTION         PIC X(10).
010725     05  FILLER                  PIC X(01) VALUE SPACES.
010730     05  MNT-LINE-DATE           PIC 9(08).
010735     05  FILLER                  PIC X(01) VALUE SPACES.
010740     05  MNT-LINE-TIME           PIC 9(08).
010745     05  FILLER                  PIC X(04) VALUE ' BY '.
010750     05  MNT-LINE-OPERATOR       PIC X(08).
010755     05  FILLER                  PIC X(09) VALUE '  REASON '.
010760     05  MNT-LINE-REASON         PIC X(04).
010765     05  FILLER                  PIC X(69) VALUE SPACES.
010767
010769 01  WS-CERT-LINE.
010771     05  FILLER                  PIC X(10) VALUE SPACES.
010773     05  FILLER                  PIC X(10) VALUE 'CERTIFIED '.
010775     05  FILLER                  PIC X(01) VALUE SPACES.
010777     05  CRT-LINE-DATE           PIC 9(08).
010779     05  FILLER                  PIC X(01) VALUE SPACES.
010781     05  CRT-LINE-TIME           PIC 9(08).
010783     05  FILLER                  PIC X(11) VALUE ' THROUGH M='.
010785     05  CRT-LINE-HIGH-M         PIC 9(03).
010787     05  FILLER                  PIC X(80) VALUE SPACES.
010800
010900 01  WS-TEXT-LINE.
011000     05  TEXT-LINE-BODY          PIC X(60).
019200     MOVE CAT-RECONCILE-STATUS TO DET-LINE-STATUS
019300     IF CAT-CURRENT
019400         MOVE 'CURRENT' TO DET-LINE-DISPOSITION
019420         IF CAT-WITHDRAWN
019440             MOVE 'CURRENT - WITHDRAWN' TO DET-LINE-DISPOSITION
019460         END-IF
019500         ADD 1 TO WS-CURRENT-COUNT
019600     ELSE
019700         STRING 'SUPERSEDED BY ' DELIMITED BY SIZE
019900             INTO DET-LINE-DISPOSITION
020000     END-IF
020100     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
020200     ADD 1 TO WS-RPT-WRITE-COUNT
020205     IF NOT CAT-NOT-MAINTAINED
020210         IF CAT-WITHDRAWN
020215             MOVE 'WITHDRAWN' TO MNT-LINE-ACTION
020220         ELSE
020225             MOVE 'REINSTATED' TO MNT-LINE-ACTION
020230         END-IF
020235         MOVE CAT-MAINT-DATE TO MNT-LINE-DATE
020240         MOVE CAT-MAINT-TIME TO MNT-LINE-TIME
020245         MOVE CAT-MAINT-OPERATOR TO MNT-LINE-OPERATOR
020250         MOVE CAT-MAINT-REASON TO MNT-LINE-REASON
020255         WRITE REPORT-RECORD FROM WS-MAINT-LINE
020260         ADD 1 TO WS-RPT-WRITE-COUNT
020265     END-IF
020267     IF CAT-CERTIFIED
020269         MOVE CAT-CERTIFY-DATE TO CRT-LINE-DATE
020271         MOVE CAT-CERTIFY-TIME TO CRT-LINE-TIME
020273         MOVE CAT-CERTIFY-HIGH-M TO CRT-LINE-HIGH-M
020275         WRITE REPORT-RECORD FROM WS-CERT-LINE
020277         ADD 1 TO WS-RPT-WRITE-COUNT
020279     END-IF.
020300 2200-EXIT.
020400     EXIT.
020500
