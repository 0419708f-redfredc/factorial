000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTRTN.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED. 10/14/2026.
000700*****************************************************************
000800* DEPTRTN CUTS ONE DEPARTMENT'S RETURN FILE FROM THE NIGHT'S    *
000900* FACTRTN.  FACTDRV WRITES EVERY GROUP IT PROCESSED TO FACTRTN  *
001000* (LAYOUT IN COPYBOOK RTNREC) AS A HEADER, ONE DETAIL PER       *
001100* TRANSACTION SENT, AND A TRAILER, EACH RECORD CARRYING THE     *
001200* GROUP'S SOURCE CODE.  DEPTRTN COPIES EVERY RECORD FOR THE     *
001300* SOURCE NAMED IN THE PARM, UNCHANGED AND IN ORDER, TO RTNOUT   *
001400* FOR TRANSMISSION BACK TO THAT DEPARTMENT.  A DEPARTMENT THAT  *
001500* SENT MORE THAN ONE GROUP GETS EACH, HEADER TO TRAILER.        *
001600*                                                               *
001700* PARM:          THE DEPARTMENT SOURCE CODE, AS ON DEPTREG      *
001800*                                                               *
001900* RETURN CODES:  0 THE DEPARTMENT'S GROUPS WERE COPIED          *
002000*                4 THE DEPARTMENT SENT NO GROUP TONIGHT, SO     *
002100*                  RTNOUT IS EMPTY                              *
002200*               12 BLANK PARM                                   *
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       BY    DESCRIPTION                                  *
002700* 10/14/2026 DLH   ORIGINAL PROGRAM.                            *
002750* 10/15/2026 DLH   SOURCE TAKEN FROM THE PARM BY ITS LENGTH.    *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FACT-RETURN-FILE   ASSIGN TO FACTRTN
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT DEPT-RETURN-FILE   ASSIGN TO RTNOUT
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*****************************************************************
004200* FACT-RETURN-FILE - THE NIGHT'S RETURNS FOR EVERY DEPARTMENT   *
004300*****************************************************************
004400 FD  FACT-RETURN-FILE
004500     RECORDING MODE IS F.
004600 COPY RTNREC.
004700*****************************************************************
004800* DEPT-RETURN-FILE - THE ONE DEPARTMENT'S RETURN FILE           *
004900*****************************************************************
005000 FD  DEPT-RETURN-FILE
005100     RECORDING MODE IS F.
005200 01  DEPT-RETURN-RECORD       PIC X(200).
005300 WORKING-STORAGE SECTION.
005400*****************************************************************
005500* WORKING STORAGE                                               *
005600*****************************************************************
005700 01  DRT-SWITCHES.
005800     05  DRT-EOF-SW           PIC X(01)      VALUE 'N'.
005900         88  END-OF-INPUT             VALUE 'Y'.
006000         88  NOT-END-OF-INPUT         VALUE 'N'.
006100     05  DRT-PARM-ERR-SW      PIC X(01)      VALUE 'N'.
006200         88  PARM-IN-ERROR            VALUE 'Y'.
006300         88  PARM-IS-GOOD             VALUE 'N'.
006400 01  DRT-COUNTERS.
006500     05  DRT-READ-COUNT       PIC 9(08)      COMP VALUE ZERO.
006600     05  DRT-WRITTEN-COUNT    PIC 9(08)      COMP VALUE ZERO.
006700     05  DRT-GROUP-COUNT      PIC 9(08)      COMP VALUE ZERO.
006800     05  DRT-FAILED-COUNT     PIC 9(08)      COMP VALUE ZERO.
006900     05  DRT-DETAIL-COUNT     PIC 9(08)      COMP VALUE ZERO.
007000     05  DRT-REJECT-COUNT     PIC 9(08)      COMP VALUE ZERO.
007100 01  DRT-WORK-AREA.
007200     05  DRT-SOURCE           PIC X(08)      VALUE SPACES.
007250     05  DRT-PARM-LEN         PIC S9(4)      COMP VALUE ZERO.
007300     05  DRT-COUNT-EDIT       PIC Z(07)9.
007400 LINKAGE SECTION.
007500*****************************************************************
007600* LINKAGE PARAMETERS - PARM FROM THE EXECUTING JCL STEP         *
007700*****************************************************************
007800 01  DEPTRTN-PARM.
007900     05  DEPTRTN-PARM-LEN     PIC S9(4)      COMP.
008000     05  DEPTRTN-PARM-TEXT    PIC X(94).
008100 PROCEDURE DIVISION USING DEPTRTN-PARM.
008200*****************************************************************
008300* 0000-MAINLINE                                                 *
008400*****************************************************************
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008700     IF PARM-IS-GOOD
008800         PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
008900             UNTIL END-OF-INPUT
009000     END-IF
009100     PERFORM 5000-TERMINATE THRU 5000-EXIT
009200     GOBACK.
009300*****************************************************************
009400* 1000-INITIALIZE - TAKE THE SOURCE FROM THE PARM AND OPEN UP   *
009500*****************************************************************
009600 1000-INITIALIZE.
009700     MOVE SPACES TO DRT-SOURCE
009710     MOVE DEPTRTN-PARM-LEN TO DRT-PARM-LEN
009720     IF DRT-PARM-LEN > 8
009730         MOVE 8 TO DRT-PARM-LEN
009740     END-IF
009750     IF DRT-PARM-LEN > ZERO
009760         MOVE DEPTRTN-PARM-TEXT (1:DRT-PARM-LEN) TO DRT-SOURCE
009770     END-IF
009800     IF DRT-SOURCE = SPACES
010100         SET PARM-IN-ERROR TO TRUE
010200         DISPLAY 'DEPTRTN: PARM MUST NAME THE DEPARTMENT SOURCE'
010300         GO TO 1000-EXIT
010400     END-IF
010500     OPEN INPUT FACT-RETURN-FILE
010600     OPEN OUTPUT DEPT-RETURN-FILE.
010700 1000-EXIT.
010800     EXIT.
010900*****************************************************************
011000* 2000-COPY-ONE-RECORD - READ ONE FACTRTN RECORD AND PASS IT ON *
011100*                        IF IT BELONGS TO THE DEPARTMENT        *
011200*****************************************************************
011300 2000-COPY-ONE-RECORD.
011400     READ FACT-RETURN-FILE
011500         AT END
011600             SET END-OF-INPUT TO TRUE
011700             GO TO 2000-EXIT
011800     END-READ
011900     ADD 1 TO DRT-READ-COUNT
012000     IF RT-SOURCE NOT = DRT-SOURCE
012100         GO TO 2000-EXIT
012200     END-IF
012300     IF RT-HEADER-RECORD
012400         ADD 1 TO DRT-GROUP-COUNT
012500     END-IF
012600     IF RT-DETAIL-RECORD
012700         ADD 1 TO DRT-DETAIL-COUNT
012800         IF RT-REJECTED
012900             ADD 1 TO DRT-REJECT-COUNT
013000         END-IF
013100     END-IF
013200     IF RT-TRAILER-RECORD AND RT-GROUP-FAILED
013300         ADD 1 TO DRT-FAILED-COUNT
013400     END-IF
013500     WRITE DEPT-RETURN-RECORD FROM FACT-RETURN-RECORD
013600     ADD 1 TO DRT-WRITTEN-COUNT.
013700 2000-EXIT.
013800     EXIT.
013900*****************************************************************
014000* 5000-TERMINATE - REPORT THE COUNTS, SET THE RETURN CODE AND   *
014100*                  CLOSE UP                                     *
014200*****************************************************************
014300 5000-TERMINATE.
014400     IF PARM-IN-ERROR
014500         MOVE 12 TO RETURN-CODE
014600         GO TO 5000-EXIT
014700     END-IF
014800     CLOSE FACT-RETURN-FILE
014900     CLOSE DEPT-RETURN-FILE
015000     DISPLAY 'DEPTRTN: RETURN FILE FOR SOURCE ' DRT-SOURCE
015100     MOVE DRT-READ-COUNT TO DRT-COUNT-EDIT
015200     DISPLAY 'DEPTRTN: FACTRTN RECORDS READ      ' DRT-COUNT-EDIT
015300     MOVE DRT-WRITTEN-COUNT TO DRT-COUNT-EDIT
015400     DISPLAY 'DEPTRTN: RECORDS RETURNED         ' DRT-COUNT-EDIT
015500     MOVE DRT-GROUP-COUNT TO DRT-COUNT-EDIT
015600     DISPLAY 'DEPTRTN: GROUPS RETURNED          ' DRT-COUNT-EDIT
015700     MOVE DRT-FAILED-COUNT TO DRT-COUNT-EDIT
015800     DISPLAY 'DEPTRTN: GROUPS FAILED            ' DRT-COUNT-EDIT
015900     MOVE DRT-DETAIL-COUNT TO DRT-COUNT-EDIT
016000     DISPLAY 'DEPTRTN: TRANSACTIONS RETURNED    ' DRT-COUNT-EDIT
016100     MOVE DRT-REJECT-COUNT TO DRT-COUNT-EDIT
016200     DISPLAY 'DEPTRTN: TRANSACTIONS REJECTED    ' DRT-COUNT-EDIT
016300     IF DRT-GROUP-COUNT = ZERO
016400         DISPLAY 'DEPTRTN: NO GROUP FROM ' DRT-SOURCE ' TONIGHT'
016500         MOVE 4 TO RETURN-CODE
016600     END-IF.
016700 5000-EXIT.
016800     EXIT.
016900 END PROGRAM DEPTRTN.
