002630*                     THE RECORDS COLUMN OPERATIONS CHECKS
002640*                     BEFORE A SWAP REFLECTS THE DATASET, NOT
002650*                     JUST THE LAST RUN'S APPENDS.
002660*    2026-10-15 SVK   CATALOG RECORD WIDENED FOR THE BERNCATM
002670*                     MAINTENANCE FIELDS; A NEW GENERATION IS
002680*                     POSTED WITH NO MAINTENANCE ACTION.
002685*    2026-10-15 SVK   CATALOG RECORD WIDENED FOR THE BERNCERT
002690*                     CERTIFICATION FIELDS; A NEW GENERATION IS
002695*                     POSTED UNCERTIFIED.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. BERNCATW.
007000 01  WS-CATALOG-TABLE.
007100     05  WS-CTLG-COUNT           PIC 9(03) VALUE ZERO.
007200     05  WS-CTLG-ENTRY OCCURS 500 TIMES.
007300         10  WS-CTLG-IMAGE       PIC X(112).
007400
007500 LINKAGE SECTION.
007600     COPY BERNCTK.
016900         MOVE CATW-RECONCILE-STATUS TO CAT-RECONCILE-STATUS
017000         SET CAT-CURRENT TO TRUE
017100         MOVE SPACES TO CAT-SUPERSEDED-BY
017110         SET CAT-NOT-MAINTAINED TO TRUE
017120         MOVE SPACES TO CAT-MAINT-REASON
017130         MOVE SPACES TO CAT-MAINT-OPERATOR
017140         MOVE ZEROS TO CAT-MAINT-DATE
017150         MOVE ZEROS TO CAT-MAINT-TIME
017160         SET CAT-NOT-CERTIFIED TO TRUE
017170         MOVE ZEROS TO CAT-CERTIFY-DATE
017180         MOVE ZEROS TO CAT-CERTIFY-TIME
017190         MOVE ZEROS TO CAT-CERTIFY-HIGH-M
017200         ADD 1 TO WS-CTLG-COUNT
017300         MOVE BERN-CATALOG-RECORD
017400             TO WS-CTLG-IMAGE(WS-CTLG-COUNT)
