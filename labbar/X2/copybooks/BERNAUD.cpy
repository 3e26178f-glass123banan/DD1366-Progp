000100******************************************************************
000200*    BERNAUD.CPY
000300*
000400*    AUDIT TRAIL RECORD FOR THE BERNOULLI TABLE SUITE.  THREE
000500*    RECORD TYPES SHARE ONE DETAIL AREA:
000600*      'C'  ONE RECORD PER CONTROL CARD PROCESSED BY THE TABLE
000700*           GENERATOR - WHICH OPERATOR REQUESTED WHICH TABLE,
001200*           START AND END TIMESTAMPS, RECORDS READ AND WRITTEN
001300*           PER DATASET, AND THE STEP RETURN CODE - SO THE WHOLE
001400*           NIGHTLY SEQUENCE IS TRACEABLE FROM ONE TRAIL.
001420*      'M'  ONE RECORD PER PUBLICATION-CATALOG MAINTENANCE
001440*           TRANSACTION PROCESSED BY BERNCATM - WHICH OPERATOR
001460*           WITHDREW OR REINSTATED WHICH GENERATION, WHY, AND
001480*           WHETHER THE TRANSACTION WAS APPLIED.
001500*    AUD-RUN-DATE/TIME CARRY THE MOMENT THE RECORD WAS APPENDED;
001600*    FOR A STEP RECORD THAT IS ITS END STAMP, REPEATED IN THE
001700*    DETAIL NEXT TO THE START STAMP.
002530*                     FULL FOR RESUBMISSION) AND A REQUEUE FLAG
002540*                     (SO A RERUN BUILT BY BERNRQUE IS
002550*                     DISTINGUISHABLE FROM AN ORIGINAL REQUEST).
002555*    2026-10-15 SVK   ADDED RECORD TYPE 'M' - ONE RECORD PER
002560*                     CATALOG MAINTENANCE TRANSACTION (BERNCATM
002565*                     WITHDRAW/REINSTATE), APPLIED OR REJECTED.
002570*                     READERS OF CARD RECORDS MUST TEST FOR
002575*                     TYPE 'C' RATHER THAN "NOT STEP".
002600******************************************************************
002700 01  BERN-AUDIT-RECORD.
002800     05  AUD-RECORD-TYPE             PIC X(01).
002900         88  AUD-TYPE-CARD               VALUE 'C'.
003000         88  AUD-TYPE-STEP               VALUE 'S'.
003050         88  AUD-TYPE-MAINT              VALUE 'M'.
003100     05  AUD-RUN-DATE                PIC 9(08).
003200     05  AUD-RUN-TIME                PIC 9(08).
003300     05  AUD-OPERATOR-ID             PIC X(08).
005100             15  AUD-STEP-DDNAME     PIC X(08).
005200             15  AUD-STEP-READ-CNT   PIC 9(09).
005300             15  AUD-STEP-WRITE-CNT  PIC 9(09).
005400     05  AUD-MAINT-DETAIL REDEFINES AUD-DETAIL.
005500         10  AUD-MAINT-ACTION        PIC X(09).
005600         10  AUD-MAINT-ARCHIVE       PIC X(08).
005700         10  AUD-MAINT-DATASET       PIC X(08).
005800         10  AUD-MAINT-GEN-DATE      PIC 9(08).
005900         10  AUD-MAINT-GEN-TIME      PIC 9(08).
006000         10  AUD-MAINT-REASON        PIC X(04).
006100         10  AUD-MAINT-STATUS        PIC X(04).
006200             88  AUD-MAINT-APPLIED       VALUE 'DONE'.
006300             88  AUD-MAINT-REJECTED      VALUE 'REJ '.
006400*        FOR AN APPLIED REINSTATEMENT, THE DATASET OF THE
006500*        GENERATION IT DISPLACED AS CURRENT.
006600         10  AUD-MAINT-DISPLACED     PIC X(08).
006700         10  AUD-MAINT-MESSAGE       PIC X(40).
006800         10  FILLER                  PIC X(208).
