000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTCALC.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800* MULTCALC RETURNS THE MULTINOMIAL COEFFICIENT FOR SPLITTING N  *
000900* ITEMS INTO GROUPS OF THE SIZES GIVEN (K1 + K2 + ... + KM      *
001000* = N), COMPUTED AS                                             *
001100*                                                               *
001200*   N! / (K1! * K2! * ... * KM!)                                *
001300*                                                               *
001400* USING ONE CALL TO THE FACTORIAL SUBPROGRAM FOR N! AND ONE FOR *
001500* EACH GROUP SIZE.  WITH TWO GROUPS IT IS THE SAME NUMBER       *
001600* COMBCALC RETURNS FOR N-CHOOSE-K1.  IT SITS ON FACTORIAL THE   *
001700* SAME WAY COMBCALC DOES, AND LIKE IT WRITES ONE AUDIT RECORD   *
001800* PER CALL TO ITS OWN LOG, MULTAUDT (COPYBOOK MLAUDREC - THE    *
001900* CPAUDREC LAYOUT WITH THE GROUP SIZES ADDED).                  *
002000*                                                               *
002100* FROM 1 TO MC-MAX-GROUPS (10) GROUPS ARE TAKEN.  A GROUP       *
002200* COUNT OUTSIDE THAT RANGE, A GROUP SIZE THAT IS NOT NUMERIC,   *
002300* OR SIZES THAT DO NOT ADD UP TO N ARE PASSED BACK AS           *
002400* RESULT-ERROR WITH A ZERO RESULT AND NO FACTORIAL CALLS MADE.  *
002500* OTHERWISE EXACTLY ONE FACTORIAL CALL IS MADE FOR N AND ONE    *
002600* PER GROUP, SO THE CALLER CAN COUNT THE FACTAUDT RECORDS       *
002700* WRITTEN.                                                      *
002800*****************************************************************
002900* MODIFICATION HISTORY                                          *
003000*-----------------------------------------------------------------
003100* DATE       BY    DESCRIPTION                                  *
003200* 10/15/2026 DLH   ORIGINAL PROGRAM.                            *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT MULT-AUDIT-FILE ASSIGN TO MULTAUDT
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*****************************************************************
004500* MULT-AUDIT-FILE - ONE AUDIT RECORD PER MULTCALC INVOCATION    *
004600*****************************************************************
004700 FD  MULT-AUDIT-FILE
004800     RECORDING MODE IS F.
004900 COPY MLAUDREC.
005000 WORKING-STORAGE SECTION.
005100*****************************************************************
005200* WORKING STORAGE                                               *
005300*****************************************************************
005400 01  MC-OWN-PROGRAM-NAME    PIC X(08)      VALUE 'MULTCALC'.
005500 01  MC-SINGLE-MODE-PARMS.
005600     05  MC-MODE-FLAG       PIC X(01)      VALUE 'S'.
005700     05  MC-LOW-N           PIC 9(08)      VALUE ZERO.
005800     05  MC-HIGH-N          PIC 9(08)      VALUE ZERO.
005900 COPY FACTRNG.
006000 01  MC-CONSTANTS.
006100     05  MC-MAX-GROUPS      PIC 9(08)      VALUE 10.
006200 01  MC-SWITCHES.
006300     05  MC-PARM-SWITCH     PIC X(01)      VALUE 'N'.
006400         88  MC-PARMS-INVALID       VALUE 'Y'.
006500         88  MC-PARMS-VALID         VALUE 'N'.
006600     05  MC-AUDIT-OPEN-SW   PIC X(01)      VALUE 'N'.
006700         88  MC-AUDIT-FILE-OPEN     VALUE 'Y'.
006800 01  MC-WORK-AREA.
006900     05  MC-SUB             PIC 9(04)      COMP.
007000     05  MC-SIZE-TOTAL      PIC 9(09).
007100     05  MC-SIZE-N          PIC 9(08).
007200     05  MC-N-FACTORIAL     PIC 9(20).
007300     05  MC-DENOMINATOR     PIC 9(20).
007400     05  MC-SIZE-FACTORIAL  PIC 9(20)      OCCURS 10 TIMES.
007500     05  MC-OVFL-SW         PIC X(01).
007600         88  MC-CALL-OVERFLOW       VALUE 'Y'.
007700     05  MC-ERR-SW          PIC X(01).
007800         88  MC-CALL-ERROR          VALUE 'Y'.
007900 LINKAGE SECTION.
008000*****************************************************************
008100* LINKAGE PARAMETERS                                            *
008200*****************************************************************
008300 01  N                      PIC 9(08).
008400 01  GROUP-COUNT            PIC 9(08).
008500 01  GROUP-SIZE-LIST.
008600     05  GROUP-SIZE         PIC 9(04)      OCCURS 10 TIMES.
008700 01  RESULT                 PIC 9(20).
008800 01  RESULT-OVERFLOW-FLAG   PIC X(01).
008900     88  RESULT-OVERFLOW    VALUE 'Y'.
009000     88  RESULT-NO-OVERFLOW VALUE 'N'.
009100 01  RESULT-ERROR-FLAG      PIC X(01).
009200     88  RESULT-ERROR       VALUE 'Y'.
009300     88  RESULT-NO-ERROR    VALUE 'N'.
009400 01  CALLER-RUN-ID          PIC X(16).
009500 PROCEDURE DIVISION USING N GROUP-COUNT GROUP-SIZE-LIST RESULT
009600     RESULT-OVERFLOW-FLAG RESULT-ERROR-FLAG CALLER-RUN-ID.
009700*****************************************************************
009800* 0000-MAINLINE                                                 *
009900*****************************************************************
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010200     PERFORM 1100-VALIDATE-PARMS THRU 1100-EXIT
010300     IF MC-PARMS-INVALID
010400         SET RESULT-ERROR TO TRUE
010500     ELSE
010600         PERFORM 2000-CALCULATE-FACTORIALS THRU 2000-EXIT
010700         PERFORM 3000-CALCULATE-MULTINOMIAL THRU 3000-EXIT
010800     END-IF
010900     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
011000     GOBACK.
011100*****************************************************************
011200* 1000-INITIALIZE                                               *
011300*****************************************************************
011400 1000-INITIALIZE.
011500     SET RESULT-NO-OVERFLOW TO TRUE
011600     SET RESULT-NO-ERROR TO TRUE
011700     SET MC-PARMS-VALID TO TRUE
011800     MOVE ZERO TO RESULT.
011900 1000-EXIT.
012000     EXIT.
012100*****************************************************************
012200* 1100-VALIDATE-PARMS - THE GROUP COUNT MUST BE 1 THROUGH       *
012300*                       MC-MAX-GROUPS AND THE SIZES NUMERIC AND *
012400*                       ADDING UP TO N                          *
012500*****************************************************************
012600 1100-VALIDATE-PARMS.
012700     IF N IS NOT NUMERIC
012800         OR GROUP-COUNT IS NOT NUMERIC
012900         OR GROUP-COUNT = ZERO
013000         OR GROUP-COUNT > MC-MAX-GROUPS
013100         SET MC-PARMS-INVALID TO TRUE
013200         GO TO 1100-EXIT
013300     END-IF
013400     MOVE ZERO TO MC-SIZE-TOTAL
013500     PERFORM 1110-ADD-ONE-SIZE THRU 1110-EXIT
013600         VARYING MC-SUB FROM 1 BY 1
013700         UNTIL MC-SUB > GROUP-COUNT
013800     IF MC-SIZE-TOTAL NOT = N
013900         SET MC-PARMS-INVALID TO TRUE
014000     END-IF.
014100 1100-EXIT.
014200     EXIT.
014300*****************************************************************
014400* 1110-ADD-ONE-SIZE - CHECK ONE GROUP SIZE AND ADD IT TO THE    *
014500*                     TOTAL                                     *
014600*****************************************************************
014700 1110-ADD-ONE-SIZE.
014800     IF GROUP-SIZE (MC-SUB) IS NOT NUMERIC
014900         SET MC-PARMS-INVALID TO TRUE
015000     ELSE
015100         ADD GROUP-SIZE (MC-SUB) TO MC-SIZE-TOTAL
015200     END-IF.
015300 1110-EXIT.
015400     EXIT.
015500*****************************************************************
015600* 2000-CALCULATE-FACTORIALS - N! AND EACH KI! VIA FACTORIAL     *
015700*****************************************************************
015800 2000-CALCULATE-FACTORIALS.
015900     CALL 'FACTORIAL' USING N MC-N-FACTORIAL MC-OVFL-SW
016000         MC-ERR-SW MC-OWN-PROGRAM-NAME MC-MODE-FLAG
016100         MC-LOW-N MC-HIGH-N FCT-RESULT-TABLE
016200         CALLER-RUN-ID
016300     PERFORM 2100-NOTE-CALL-OUTCOME THRU 2100-EXIT
016400     PERFORM 2200-SIZE-FACTORIAL THRU 2200-EXIT
016500         VARYING MC-SUB FROM 1 BY 1
016600         UNTIL MC-SUB > GROUP-COUNT.
016700 2000-EXIT.
016800     EXIT.
016900*****************************************************************
017000* 2100-NOTE-CALL-OUTCOME - AN OVERFLOW OR A REJECT ON ANY ONE   *
017100*                          OF THE FACTORIAL CALLS IS PASSED     *
017200*                          BACK                                 *
017300*****************************************************************
017400 2100-NOTE-CALL-OUTCOME.
017500     IF MC-CALL-OVERFLOW
017600         SET RESULT-OVERFLOW TO TRUE
017700     END-IF
017800     IF MC-CALL-ERROR
017900         SET RESULT-ERROR TO TRUE
018000     END-IF.
018100 2100-EXIT.
018200     EXIT.
018300*****************************************************************
018400* 2200-SIZE-FACTORIAL - KI! FOR ONE GROUP                       *
018500*****************************************************************
018600 2200-SIZE-FACTORIAL.
018700     MOVE GROUP-SIZE (MC-SUB) TO MC-SIZE-N
018800     CALL 'FACTORIAL' USING MC-SIZE-N MC-SIZE-FACTORIAL (MC-SUB)
018900         MC-OVFL-SW MC-ERR-SW MC-OWN-PROGRAM-NAME
019000         MC-MODE-FLAG MC-LOW-N MC-HIGH-N FCT-RESULT-TABLE
019100         CALLER-RUN-ID
019200     PERFORM 2100-NOTE-CALL-OUTCOME THRU 2100-EXIT.
019300 2200-EXIT.
019400     EXIT.
019500*****************************************************************
019600* 3000-CALCULATE-MULTINOMIAL - N! / (K1! * K2! * ... * KM!)     *
019700*****************************************************************
019800 3000-CALCULATE-MULTINOMIAL.
019900     IF RESULT-OVERFLOW OR RESULT-ERROR
020000         MOVE ZERO TO RESULT
020100         GO TO 3000-EXIT
020200     END-IF
020300     MOVE 1 TO MC-DENOMINATOR
020400     PERFORM 3100-MULTIPLY-ONE-SIZE THRU 3100-EXIT
020500         VARYING MC-SUB FROM 1 BY 1
020600         UNTIL MC-SUB > GROUP-COUNT
020700            OR RESULT-OVERFLOW
020800     IF RESULT-NO-OVERFLOW
020900         COMPUTE RESULT = MC-N-FACTORIAL / MC-DENOMINATOR
021000     ELSE
021100         MOVE ZERO TO RESULT
021200     END-IF.
021300 3000-EXIT.
021400     EXIT.
021500*****************************************************************
021600* 3100-MULTIPLY-ONE-SIZE - FOLD ONE KI! INTO THE DENOMINATOR    *
021700*****************************************************************
021800 3100-MULTIPLY-ONE-SIZE.
021900     COMPUTE MC-DENOMINATOR =
022000         MC-DENOMINATOR * MC-SIZE-FACTORIAL (MC-SUB)
022100         ON SIZE ERROR
022200             SET RESULT-OVERFLOW TO TRUE
022300     END-COMPUTE.
022400 3100-EXIT.
022500     EXIT.
022600*****************************************************************
022700* 4000-WRITE-AUDIT-RECORD - LOG N, THE GROUP COUNT AND SIZES,   *
022800*                           THE COEFFICIENT RETURNED, THE       *
022900*                           OVERFLOW/ERROR OUTCOME, AND A       *
023000*                           DATE/TIME STAMP.  THE FILE IS       *
023100*                           OPENED EXTEND ON THE FIRST CALL AND *
023200*                           LEFT OPEN ACROSS CALLS, THE SAME    *
023300*                           WAY COMBCALC KEEPS COMBAUDT OPEN.   *
023400*****************************************************************
023500 4000-WRITE-AUDIT-RECORD.
023600     IF NOT MC-AUDIT-FILE-OPEN
023700         OPEN EXTEND MULT-AUDIT-FILE
023800         SET MC-AUDIT-FILE-OPEN TO TRUE
023900     END-IF
024000     MOVE MC-OWN-PROGRAM-NAME TO ML-AUDIT-PROGRAM
024100     MOVE N TO ML-AUDIT-N
024200     MOVE GROUP-COUNT TO ML-AUDIT-GROUPS
024300     MOVE RESULT TO ML-AUDIT-RESULT
024400     MOVE RESULT-OVERFLOW-FLAG TO ML-AUDIT-OVFL-IND
024500     MOVE RESULT-ERROR-FLAG TO ML-AUDIT-ERR-IND
024600     ACCEPT ML-AUDIT-DATE FROM DATE YYYYMMDD
024700     ACCEPT ML-AUDIT-TIME FROM TIME
024800     MOVE CALLER-RUN-ID TO ML-AUDIT-RUN-ID
024900     MOVE ZERO TO ML-AUDIT-SIZE-LIST
025000     IF GROUP-COUNT IS NUMERIC
025100         AND GROUP-COUNT > ZERO
025200         AND GROUP-COUNT NOT > MC-MAX-GROUPS
025300         PERFORM 4100-LOG-ONE-SIZE THRU 4100-EXIT
025400             VARYING MC-SUB FROM 1 BY 1
025500             UNTIL MC-SUB > GROUP-COUNT
025600     END-IF
025700     WRITE MULT-AUDIT-RECORD.
025800 4000-EXIT.
025900     EXIT.
026000*****************************************************************
026100* 4100-LOG-ONE-SIZE - ONE GROUP SIZE ONTO THE AUDIT RECORD      *
026200*****************************************************************
026300 4100-LOG-ONE-SIZE.
026400     MOVE GROUP-SIZE (MC-SUB) TO ML-AUDIT-SIZE (MC-SUB).
026500 4100-EXIT.
026600     EXIT.
026700 END PROGRAM MULTCALC.
