000100******************************************************************
000200*    BERNDLG.CPY
000300*
000400*    DISTRIBUTION HISTORY LOG RECORD (BERNDLOG).  BERNDIST
000500*    APPENDS ONE RECORD FOR EVERY EXTRACT IT SENDS: THE
000600*    SUBSCRIBER, THE RUN STAMP THAT WENT OUT IN THE EXTRACT
000700*    HEADER, THE SUBSCRIBED M RANGE AND FORM SWITCHES, THE
000800*    EXTRACT DDNAME IT WAS WRITTEN TO, AND THE DETAIL COUNT AND
000900*    HASH TOTAL THAT WENT OUT IN THE TRAILER.  SUBSCRIBER PLUS
001000*    RUN DATE AND TIME IDENTIFY ONE EXTRACT - IT IS THE KEY
001100*    BERNACKR MATCHES THE RETURNED ACKNOWLEDGEMENTS (BERNACK)
001200*    ON.  THE LOG IS OPENED EXTEND AND ACCUMULATES; OPERATIONS
001300*    ROLLS IT TOGETHER WITH THE ACKNOWLEDGEMENT FILE.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15 SVK   ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  BERN-DIST-LOG-RECORD.
002000     05  DLG-SYSTEM-ID               PIC X(08).
002100     05  DLG-RUN-DATE                PIC 9(08).
002200     05  DLG-RUN-TIME                PIC 9(08).
002300     05  DLG-FROM-M                  PIC 9(03).
002400     05  DLG-TO-M                    PIC 9(03).
002500     05  DLG-DECIMAL-SW              PIC X(01).
002600     05  DLG-FRACTION-SW             PIC X(01).
002700     05  DLG-EXTENDED-SW             PIC X(01).
002800     05  DLG-EXTRACT-DDNAME          PIC X(08).
002900     05  DLG-RECORD-COUNT            PIC 9(09).
003000     05  DLG-HASH-TOTAL              PIC 9(15).
