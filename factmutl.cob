003010* 08/23/2026 DLH   MESSAGE LINES NO LONGER SHARE THE COUNT      *
003020*                  LINE'S LAYOUT, SO A PLAIN MESSAGE PRINTS     *
003030*                  WITHOUT A STRAY ZERO IN THE COUNT COLUMN.    *
003040* 10/15/2026 DLH   FACTORIAL NOW TAKES A RUN IDENTIFIER FOR ITS *
003050*                  AUDIT LOG.  A LOAD IS NOT PART OF A BATCH    *
003060*                  RUN, SO SPACES ARE PASSED, AND A LOADED      *
003070*                  RECORD'S FM-RUN-ID IS LEFT BLANK.            *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
012400     05  MUTL-CALL-MODE-FLAG  PIC X(01)      VALUE 'S'.
012500     05  MUTL-CALL-LOW-N      PIC 9(08)      VALUE ZERO.
012600     05  MUTL-CALL-HIGH-N     PIC 9(08)      VALUE ZERO.
012650     05  MUTL-CALL-RUN-ID     PIC X(16)      VALUE SPACES.
012700 COPY FACTRNG.
012800 COPY FACTBIGR.
012900*****************************************************************
031000         GO TO 3100-EXIT
031100     END-IF
031200     MOVE MUTL-RUN-DATE TO FM-DATE-COMPUTED
031250     MOVE SPACES TO FM-RUN-ID
031300     WRITE FACT-MASTER-RECORD
031400         INVALID KEY
031500             CONTINUE
035400         MUTL-CALL-OVFL-FLAG MUTL-CALL-ERR-FLAG
035500         MUTL-OWN-NAME MUTL-CALL-MODE-FLAG
035600         MUTL-CALL-LOW-N MUTL-CALL-HIGH-N FCT-RESULT-TABLE
035650         MUTL-CALL-RUN-ID
035700     IF MUTL-CALL-N-ERROR OR MUTL-CALL-OVERFLOW
035800         MOVE 'FACTORIAL REJECTED A LOAD KEY' TO MUTL-MSG-TEXT
035900         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
