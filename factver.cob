004390*                  FILE STATUS AND GRADES RC=12 (NOTHING       *
004400*                  CERTIFIED) INSTEAD OF SILENTLY ENDING THE   *
004410*                  SCAN AND CERTIFYING A PARTIALLY READ FILE.  *
004411* 10/15/2026 DLH   FACTORIAL NOW TAKES A RUN IDENTIFIER FOR ITS *
004412*                  AUDIT LOG.  VERIFICATION IS NOT PART OF A    *
004413*                  BATCH RUN, SO SPACES ARE PASSED.             *
004420*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
011500     05  VER-CALL-MODE-FLAG   PIC X(01)      VALUE 'S'.
011600     05  VER-CALL-LOW-N       PIC 9(08)      VALUE ZERO.
011700     05  VER-CALL-HIGH-N      PIC 9(08)      VALUE ZERO.
011750     05  VER-CALL-RUN-ID      PIC X(16)      VALUE SPACES.
011800 COPY FACTRNG.
011900 COPY FACTBIGR.
012000*****************************************************************
026700         VER-CALL-OVFL-FLAG VER-CALL-ERR-FLAG
026800         VER-OWN-NAME VER-CALL-MODE-FLAG
026900         VER-CALL-LOW-N VER-CALL-HIGH-N FCT-RESULT-TABLE
026950         VER-CALL-RUN-ID
027000     IF VER-CALL-N-ERROR OR VER-CALL-OVERFLOW
027100         MOVE 'FACTORIAL COULD NOT RECOMPUTE THIS KEY'
027200             TO VER-ERR-TEXT
