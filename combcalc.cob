002098*                  OUTCOME) TO COMBAUDT, LAYOUT IN COPYBOOK    *
002099*                  CPAUDREC, THE SAME WAY FACTORIAL LOGS TO    *
002101*                  FACTAUDT.                                   *
002103* 10/15/2026 DLH   ADDED CALLER-RUN-ID, THE IDENTIFIER OF THE   *
002104*                  BATCH RUN THE CALL IS MADE FOR.  IT IS LOGGED*
002105*                  ON THE COMBAUDT RECORD AND PASSED ON TO      *
002106*                  FACTORIAL SO THE UNDERLYING FACTAUDT RECORDS *
002107*                  CARRY IT TOO.                                *
002150*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
006300 01  RESULT-ERROR-FLAG      PIC X(01).
006400     88  RESULT-ERROR       VALUE 'Y'.
006500     88  RESULT-NO-ERROR    VALUE 'N'.
006550 01  CALLER-RUN-ID          PIC X(16).
006600 PROCEDURE DIVISION USING N R RESULT RESULT-OVERFLOW-FLAG
006700     RESULT-ERROR-FLAG CALLER-RUN-ID.
006800*****************************************************************
006900* 0000-MAINLINE                                                 *
007000*****************************************************************
010600     CALL 'FACTORIAL' USING N CC-N-FACTORIAL CC-N-OVFL-SW
010700         CC-N-ERR-SW CC-OWN-PROGRAM-NAME CC-MODE-FLAG
010710         CC-LOW-N CC-HIGH-N FCT-RESULT-TABLE
010720         CALLER-RUN-ID
010800     CALL 'FACTORIAL' USING R CC-R-FACTORIAL CC-R-OVFL-SW
010900         CC-R-ERR-SW CC-OWN-PROGRAM-NAME CC-MODE-FLAG
010910         CC-LOW-N CC-HIGH-N FCT-RESULT-TABLE
010920         CALLER-RUN-ID
011000     CALL 'FACTORIAL' USING CC-N-MINUS-R CC-NR-FACTORIAL
011100         CC-NR-OVFL-SW CC-NR-ERR-SW CC-OWN-PROGRAM-NAME
011110         CC-MODE-FLAG CC-LOW-N CC-HIGH-N FCT-RESULT-TABLE
011120         CALLER-RUN-ID
011200     IF CC-N-OVERFLOW OR CC-R-OVERFLOW OR CC-NR-OVERFLOW
011300         SET RESULT-OVERFLOW TO TRUE
011400     END-IF
013870*                           WAY FACTORIAL KEEPS FACTAUDT OPEN.  *
013880*****************************************************************
013890 4000-WRITE-AUDIT-RECORD.
013895     IF NOT CC-AUDIT-FILE-OPEN
013900         OPEN EXTEND CP-AUDIT-FILE
013905         SET CC-AUDIT-FILE-OPEN TO TRUE
013910     END-IF
013915     MOVE CC-OWN-PROGRAM-NAME TO CP-AUDIT-PROGRAM
013920     MOVE N TO CP-AUDIT-N
013925     MOVE R TO CP-AUDIT-R
013930     MOVE RESULT TO CP-AUDIT-RESULT
013935     MOVE RESULT-OVERFLOW-FLAG TO CP-AUDIT-OVFL-IND
013940     MOVE RESULT-ERROR-FLAG TO CP-AUDIT-ERR-IND
013945     ACCEPT CP-AUDIT-DATE FROM DATE YYYYMMDD
013950     ACCEPT CP-AUDIT-TIME FROM TIME
013952     MOVE CALLER-RUN-ID TO CP-AUDIT-RUN-ID
013955     WRITE CP-AUDIT-RECORD.
013960 4000-EXIT.
013965     EXIT.
013970 END PROGRAM COMBCALC.
