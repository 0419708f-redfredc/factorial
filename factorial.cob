002696*                  RUNS OFF FCT-CALC-N/FCT-CALC-RESULT AND IS   *
002697*                  PERFORMED ONCE PER RANGE ENTRY SO EVERY N!   *
002698*                  A RANGE CALL RETURNS IS ALSO LOGGED.         *
002699* 10/15/2026 DLH   ADDED CALLER-RUN-ID, THE IDENTIFIER OF THE   *
002710*                  BATCH RUN THE CALL IS MADE FOR, LOGGED ON    *
002720*                  EVERY AUDIT RECORD.  A CALLER WITH NO RUN    *
002730*                  IDENTIFIER PASSES SPACES.                    *
002740*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
006740 01  FCT-LOW-N              PIC 9(08).
006750 01  FCT-HIGH-N             PIC 9(08).
006770 COPY FACTRNG.
006780 01  CALLER-RUN-ID          PIC X(16).
006800 PROCEDURE DIVISION USING N RESULT RESULT-OVERFLOW-FLAG
006900     N-ERROR-FLAG CALLER-PROGRAM-NAME FCT-MODE-FLAG
006910     FCT-LOW-N FCT-HIGH-N FCT-RESULT-TABLE CALLER-RUN-ID.
007000*****************************************************************
007100* 0000-MAINLINE                                                 *
007200*****************************************************************
014400     MOVE CALLER-PROGRAM-NAME TO AUDIT-CALLER-NAME
014500     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
014600     ACCEPT AUDIT-TIME FROM TIME
014650     MOVE CALLER-RUN-ID TO AUDIT-RUN-ID
014700     WRITE FACT-AUDIT-RECORD.
014800 3000-EXIT.
014900     EXIT.
