001410*    IS THE RECORDS THE DATASET HELD WHEN THE GENERATION WAS
001420*    POSTED - FOR AN APPEND-STYLE PUBLISH BERNCATW ACCUMULATES
001430*    IT FROM THE SUPERSEDED GENERATION (SEE BERNCTK).
001435*
001440*    OPERATIONS CAN WITHDRAW A GENERATION, OR REINSTATE AN
001445*    EARLIER ONE AS CURRENT, THROUGH BERNCATM.  THE LAST SUCH
001450*    ACTION IS CARRIED ON THE GENERATION WITH ITS REASON CODE,
001455*    OPERATOR AND STAMP.  A WITHDRAWN CURRENT GENERATION STAYS
001460*    CURRENT (SO THE FAMILY STILL HAS EXACTLY ONE) BUT IS NOT
001465*    TO BE CONSUMED - BERNLOAD, BERNDIST AND BERNTABL ASK
001470*    BERNCATQ AND REFUSE IT.  RECORDS POSTED BEFORE THESE
001475*    FIELDS EXISTED READ BACK AS SPACES, WHICH IS 'NO ACTION'.
001477*
001479*    A CLEAN BERNCERT RUN MARKS THE CURRENT GENERATION OF EACH
001481*    FAMILY IT PROVED CERTIFIED, WITH THE STAMP OF THE RUN AND
001483*    THE HIGHEST ORDER M IT CHECKED, SO THE BINDER SHOWS HOW FAR
001485*    THE VALUES WERE VERIFIED RATHER THAN COPIED.  A NEW
001487*    GENERATION IS POSTED UNCERTIFIED; RECORDS POSTED BEFORE
001489*    THESE FIELDS EXISTED READ BACK AS SPACES (NOT CERTIFIED).
001500*
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    2026-09-03 SVK   ORIGINAL COPYBOOK.
001820*    2026-10-15 SVK   ADDED THE MAINTENANCE ACTION (WITHDRAWN /
001840*                     REINSTATED), REASON, OPERATOR AND STAMP.
001860*    2026-10-15 SVK   ADDED THE BERNCERT CERTIFICATION SWITCH,
001880*                     STAMP AND HIGHEST CERTIFIED ORDER.
001900******************************************************************
002000 01  BERN-CATALOG-RECORD.
002100     05  CAT-ARCHIVE                 PIC X(08).
003100         88  CAT-SUPERSEDED              VALUE 'Y'.
003200         88  CAT-CURRENT                 VALUE 'N'.
003300     05  CAT-SUPERSEDED-BY           PIC X(08).
003400     05  CAT-MAINT-ACTION            PIC X(01).
003500         88  CAT-WITHDRAWN               VALUE 'W'.
003600         88  CAT-REINSTATED              VALUE 'R'.
003700         88  CAT-NOT-MAINTAINED          VALUE 'N' SPACE.
003800     05  CAT-MAINT-REASON            PIC X(04).
003900     05  CAT-MAINT-OPERATOR          PIC X(08).
004000     05  CAT-MAINT-DATE              PIC 9(08).
004100     05  CAT-MAINT-TIME              PIC 9(08).
004200     05  CAT-CERTIFY-SW              PIC X(01).
004300         88  CAT-CERTIFIED               VALUE 'Y'.
004400         88  CAT-NOT-CERTIFIED           VALUE 'N' SPACE.
004500     05  CAT-CERTIFY-DATE            PIC 9(08).
004600     05  CAT-CERTIFY-TIME            PIC 9(08).
004700     05  CAT-CERTIFY-HIGH-M          PIC 9(03).
