002300*-----------------------------------------------------------------
002400* DATE       BY    DESCRIPTION                                  *
002500* 09/01/2026 DLH   ORIGINAL PROGRAM.                            *
002510* 10/15/2026 DLH   ADDED CALLER-RUN-ID, THE IDENTIFIER OF THE   *
002520*                  BATCH RUN THE CALL IS MADE FOR.  IT IS LOGGED*
002530*                  ON THE DRNGAUDT RECORD AND PASSED ON TO      *
002540*                  FACTORIAL SO THE UNDERLYING FACTAUDT RECORDS *
002550*                  CARRY IT TOO.                                *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007600 01  RESULT-ERROR-FLAG      PIC X(01).
007700     88  RESULT-ERROR       VALUE 'Y'.
007800     88  RESULT-NO-ERROR    VALUE 'N'.
007850 01  CALLER-RUN-ID          PIC X(16).
007900 PROCEDURE DIVISION USING N RESULT RESULT-OVERFLOW-FLAG
008000     RESULT-ERROR-FLAG CALLER-RUN-ID.
008100*****************************************************************
008200* 0000-MAINLINE                                                 *
008300*****************************************************************
011100     CALL 'FACTORIAL' USING N DC-N-FACTORIAL DC-N-OVFL-SW
011200         DC-N-ERR-SW DC-OWN-PROGRAM-NAME DC-MODE-FLAG
011300         DC-LOW-N DC-HIGH-N FCT-RESULT-TABLE
011350         CALLER-RUN-ID
011400     IF DC-N-OVERFLOW
011500         SET RESULT-OVERFLOW TO TRUE
011600     END-IF
017800     MOVE RESULT-ERROR-FLAG TO CP-AUDIT-ERR-IND
017900     ACCEPT CP-AUDIT-DATE FROM DATE YYYYMMDD
018000     ACCEPT CP-AUDIT-TIME FROM TIME
018050     MOVE CALLER-RUN-ID TO CP-AUDIT-RUN-ID
018100     WRITE CP-AUDIT-RECORD.
018200 4000-EXIT.
018300     EXIT.
