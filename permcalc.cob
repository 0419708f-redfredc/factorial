002098*                  OUTCOME) TO PERMAUDT, LAYOUT IN COPYBOOK    *
002099*                  CPAUDREC, THE SAME WAY FACTORIAL LOGS TO    *
002101*                  FACTAUDT.                                   *
002103* 10/15/2026 DLH   ADDED CALLER-RUN-ID, THE IDENTIFIER OF THE   *
002104*                  BATCH RUN THE CALL IS MADE FOR.  IT IS LOGGED*
002105*                  ON THE PERMAUDT RECORD AND PASSED ON TO      *
002106*                  FACTORIAL SO THE UNDERLYING FACTAUDT RECORDS *
002107*                  CARRY IT TOO.                                *
002150*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
005700 01  RESULT-ERROR-FLAG      PIC X(01).
005800     88  RESULT-ERROR       VALUE 'Y'.
005900     88  RESULT-NO-ERROR    VALUE 'N'.
005950 01  CALLER-RUN-ID          PIC X(16).
006000 PROCEDURE DIVISION USING N R RESULT RESULT-OVERFLOW-FLAG
006100     RESULT-ERROR-FLAG CALLER-RUN-ID.
006200*****************************************************************
006300* 0000-MAINLINE                                                 *
006400*****************************************************************
010000     CALL 'FACTORIAL' USING N PC-N-FACTORIAL PC-N-OVFL-SW
010100         PC-N-ERR-SW PC-OWN-PROGRAM-NAME PC-MODE-FLAG
010110         PC-LOW-N PC-HIGH-N FCT-RESULT-TABLE
010120         CALLER-RUN-ID
010200     CALL 'FACTORIAL' USING PC-N-MINUS-R PC-NR-FACTORIAL
010300         PC-NR-OVFL-SW PC-NR-ERR-SW PC-OWN-PROGRAM-NAME
010310         PC-MODE-FLAG PC-LOW-N PC-HIGH-N FCT-RESULT-TABLE
010320         CALLER-RUN-ID
010400     IF PC-N-OVERFLOW OR PC-NR-OVERFLOW
010500         SET RESULT-OVERFLOW TO TRUE
010600     END-IF
012270*                           WAY FACTORIAL KEEPS FACTAUDT OPEN.  *
012280*****************************************************************
012290 4000-WRITE-AUDIT-RECORD.
012295     IF NOT PC-AUDIT-FILE-OPEN
012300         OPEN EXTEND CP-AUDIT-FILE
012305         SET PC-AUDIT-FILE-OPEN TO TRUE
012310     END-IF
012315     MOVE PC-OWN-PROGRAM-NAME TO CP-AUDIT-PROGRAM
012320     MOVE N TO CP-AUDIT-N
012325     MOVE R TO CP-AUDIT-R
012330     MOVE RESULT TO CP-AUDIT-RESULT
012335     MOVE RESULT-OVERFLOW-FLAG TO CP-AUDIT-OVFL-IND
012340     MOVE RESULT-ERROR-FLAG TO CP-AUDIT-ERR-IND
012345     ACCEPT CP-AUDIT-DATE FROM DATE YYYYMMDD
012350     ACCEPT CP-AUDIT-TIME FROM TIME
012352     MOVE CALLER-RUN-ID TO CP-AUDIT-RUN-ID
012355     WRITE CP-AUDIT-RECORD.
012360 4000-EXIT.
012365     EXIT.
012370 END PROGRAM PERMCALC.
