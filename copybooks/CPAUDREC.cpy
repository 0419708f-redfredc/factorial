001600* 08/23/2026 DLH   ORIGINAL COPYBOOK.                           *
001610* 09/01/2026 DLH   DRNGCALC JOINS THE WRITERS, LOGGING TO      *
001620*                  DRNGAUDT WITH CP-AUDIT-R AS ZERO.           *
001630* 10/15/2026 DLH   ADDED CP-AUDIT-RUN-ID, THE IDENTIFIER OF THE *
001640*                  FACTDRV RUN THE CALL WAS MADE FOR (BLANK FOR *
001650*                  A UTILITY CALL).                             *
001700*****************************************************************
001800 01  CP-AUDIT-RECORD.
001900     05  CP-AUDIT-PROGRAM      PIC X(08).
002400     05  CP-AUDIT-ERR-IND      PIC X(01).
002500     05  CP-AUDIT-DATE         PIC 9(08).
002600     05  CP-AUDIT-TIME         PIC 9(08).
002700     05  CP-AUDIT-RUN-ID       PIC X(16).
