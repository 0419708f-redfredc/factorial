001200*-----------------------------------------------------------------
001300* DATE       BY    DESCRIPTION                                  *
001400* 08/23/2026 DLH   ORIGINAL COPYBOOK.                           *
001410* 10/15/2026 DLH   ADDED FM-RUN-ID, THE FACTDRV RUN THAT FIRST  *
001420*                  COMPUTED AND FILED THE RESULT.  BLANK ON A   *
001430*                  RECORD LOADED BY FACTMUTL.                   *
001500*****************************************************************
001600 01  FACT-MASTER-RECORD.
001700     05  FM-N                  PIC 9(08).
002200     05  FM-BIG-DIGIT-COUNT    PIC 9(04).
002300     05  FM-BIG-DISPLAY        PIC X(120).
002400     05  FM-DATE-COMPUTED      PIC 9(08).
002500     05  FM-RUN-ID             PIC X(16).
