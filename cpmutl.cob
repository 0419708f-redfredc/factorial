003410* 09/01/2026 DLH   DRNG JOINS THE FUNCTIONS THE MASTER SERVES;   *
003420*                  LOADS ROUTE THROUGH DRNGCALC AND CARRY R AS   *
003430*                  ZERO ON THE KEY.                              *
003440* 10/15/2026 DLH   COMBCALC, PERMCALC, AND DRNGCALC NOW TAKE A   *
003450*                  RUN IDENTIFIER FOR THEIR AUDIT LOGS.  A LOAD  *
003460*                  IS NOT PART OF A BATCH RUN, SO SPACES ARE     *
003470*                  PASSED, AND A LOADED RECORD'S CM-RUN-ID IS    *
003480*                  LEFT BLANK.                                   *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
012600         88  CPM-CALL-OVERFLOW        VALUE 'Y'.
012700     05  CPM-CALL-ERR-FLAG    PIC X(01).
012800         88  CPM-CALL-ERROR           VALUE 'Y'.
012850     05  CPM-CALL-RUN-ID      PIC X(16)      VALUE SPACES.
012900*****************************************************************
013000* LISTING LINES                                                  *
013100*****************************************************************
029400     IF CPM-LOAD-FUNCTION = 'COMB'
029500         CALL 'COMBCALC' USING CPM-CALL-N CPM-CALL-R
029600             CPM-CALL-RESULT CPM-CALL-OVFL-FLAG
029700             CPM-CALL-ERR-FLAG CPM-CALL-RUN-ID
029800     ELSE
029810         IF CPM-LOAD-FUNCTION = 'DRNG'
029820             CALL 'DRNGCALC' USING CPM-CALL-N
029830                 CPM-CALL-RESULT CPM-CALL-OVFL-FLAG
029840                 CPM-CALL-ERR-FLAG CPM-CALL-RUN-ID
029850         ELSE
029900             CALL 'PERMCALC' USING CPM-CALL-N CPM-CALL-R
030000                 CPM-CALL-RESULT CPM-CALL-OVFL-FLAG
030100                 CPM-CALL-ERR-FLAG CPM-CALL-RUN-ID
030110         END-IF
030200     END-IF
030300     IF CPM-CALL-ERROR OR CPM-CALL-OVERFLOW
031200     MOVE CPM-LOAD-R TO CM-R
031300     MOVE CPM-CALL-RESULT TO CM-RESULT
031400     MOVE CPM-RUN-DATE TO CM-DATE-COMPUTED
031450     MOVE SPACES TO CM-RUN-ID
031500     WRITE CP-MASTER-RECORD
031600         INVALID KEY
031700             CONTINUE
