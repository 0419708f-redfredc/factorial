002100*-----------------------------------------------------------------
002200* DATE       BY    DESCRIPTION                                  *
002300* 09/01/2026 DLH   ORIGINAL COPYBOOK.                           *
002310* 10/15/2026 DLH   ADDED SR-RUN-ID, THE FACTDRV RUN THAT WROTE  *
002320*                  THE RECORD, AFTER THE SORT COLUMNS.          *
002400*****************************************************************
002500 01  FACT-RANK-RECORD.
002600     05  SR-FUNCTION           PIC X(04).
002900     05  SR-DIGIT-COUNT        PIC 9(04).
003000     05  SR-RESULT-KEY         PIC X(20).
003100     05  SR-RESULT-TEXT        PIC X(120).
003200     05  SR-RUN-ID             PIC X(16).
