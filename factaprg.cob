002610* 08/23/2026 DLH   AN OUT-OF-BALANCE CONTROL TOTAL NOW PRINTS   *
002620*                  ITS OWN LINE AND ENDS WITH RETURN CODE 8     *
002630*                  INSTEAD OF FALLING SILENT.                   *
002631* 10/15/2026 DLH   FACTAUDT RECORDS NOW CARRY THE FACTDRV RUN   *
002632*                  IDENTIFIER AND ARE 16 BYTES LONGER; THE      *
002633*                  ARCHIVE AND SCRATCH IMAGES GROW TO MATCH.    *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005400*****************************************************************
005500 FD  FACT-ARCHIVE-FILE
005600     RECORDING MODE IS F.
005700 01  FACT-ARCHIVE-RECORD        PIC X(68).
005800*****************************************************************
005900* FACT-AUDIT-SCRATCH - THE RETAINED RECORDS, HELD WHILE         *
006000*                      FACTAUDT IS REWRITTEN                    *
006100*****************************************************************
006200 FD  FACT-AUDIT-SCRATCH
006300     RECORDING MODE IS F.
006400 01  FACT-AUDIT-SCRATCH-RECORD  PIC X(68).
006500*****************************************************************
006600* PURGE-REPORT-FILE - THE CONTROL REPORT FOR AUDIT              *
006700*****************************************************************
