000100******************************************************************
000200*    BERNACK.CPY
000300*
000400*    EXTRACT ACKNOWLEDGEMENT RECORD (BERNACKS).  RETURNED BY EACH
000500*    SUBSCRIBING SYSTEM FOR EVERY BERNDIST EXTRACT IT LOADS.
000600*    THE SUBSCRIBER AND RUN STAMP ARE ECHOED FROM THE EXTRACT
000700*    HEADER (BERNDST TYPE 'H') SO THE ACKNOWLEDGEMENT NAMES THE
000800*    EXACT EXTRACT IT ANSWERS; THE COUNT AND HASH ARE THE
000900*    RECEIVER'S OWN RECOMPUTATION OVER THE DETAIL RECORDS IT
001000*    ACTUALLY LOADED, USING THE BERNDST HASH ARITHMETIC - NOT
001100*    A COPY OF THE TRAILER.  THE RECEIVED STAMP IS WHEN THE
001200*    SUBSCRIBER FINISHED ITS LOAD.  BERNACKR MATCHES THESE
001300*    AGAINST THE DISTRIBUTION HISTORY LOG (BERNDLG).
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  BERN-ACK-RECORD.
002000     05  ACK-SYSTEM-ID               PIC X(08).
002100     05  ACK-RUN-DATE                PIC 9(08).
002200     05  ACK-RUN-TIME                PIC 9(08).
002300     05  ACK-RECORD-COUNT            PIC 9(09).
002400     05  ACK-HASH-TOTAL              PIC 9(15).
002500     05  ACK-RECEIVED-DATE           PIC 9(08).
002600     05  ACK-RECEIVED-TIME           PIC 9(08).
