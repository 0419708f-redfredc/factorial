001300* DATE       BY    DESCRIPTION                                  *
001400* 09/01/2026 DLH   ORIGINAL COPYBOOK.                           *
001410* 09/01/2026 DLH   DRNG JOINS THE FUNCTIONS ON THE KEY.         *
001420* 10/15/2026 DLH   ADDED CM-RUN-ID, THE FACTDRV RUN THAT FIRST  *
001430*                  COMPUTED AND FILED THE RESULT.  BLANK ON A   *
001440*                  RECORD LOADED BY CPMUTL.                     *
001500*****************************************************************
001600 01  CP-MASTER-RECORD.
001700     05  CM-KEY.
002000         10  CM-R              PIC 9(08).
002100     05  CM-RESULT             PIC 9(20).
002200     05  CM-DATE-COMPUTED      PIC 9(08).
002300     05  CM-RUN-ID             PIC X(16).
