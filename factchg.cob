000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FACTCHG.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800* FACTCHG IS THE DEPARTMENT CHARGEBACK.  IT READS THE NIGHT'S   *
000900* FACTOUT, WHERE EACH DEPARTMENT'S WORK IS THE RUN OF 'D' LINES *
001000* AFTER ITS 'S' SOURCE LINE, AND COUNTS EACH DEPARTMENT'S       *
001100* TRANSACTIONS BY FR-ORIGIN INTO FOUR CHARGE TYPES:             *
001200*                                                               *
001300*   1 MASTER HIT  - ANSWERED FROM FACTMSTR OR CPMSTR, NO CALL   *
001400*   2 COMPUTED    - ANSWERED (OR OVERFLOWED) BY A FACTORIAL,    *
001500*                   COMBCALC, PERMCALC OR DRNGCALC CALL         *
001600*   3 FACTBIG     - ANSWERED (OR OVERFLOWED) BY A FACTBIG CALL  *
001700*   4 REJECTED    - BILLED AS A HANDLING FEE                    *
001800*                                                               *
001900* EACH COUNT IS PRICED FROM THE RATE CARD (RATECARD), ADDED TO  *
002000* THE DEPARTMENT'S MONTH-TO-DATE RECORD ON CHGMTD (LAYOUT IN    *
002100* COPYBOOK CHGMTD), AND PRINTED ON AN INVOICE PAGE PER          *
002200* DEPARTMENT ON CHGRPT SHOWING TONIGHT AND THE MONTH TO DATE.   *
002300* TONIGHT'S CHARGES GO TO THE GENERAL LEDGER ON CHGGL (LAYOUT   *
002400* IN COPYBOOK CHGREC).  THE BILLING PERIOD IS THE RUN DATE'S    *
002500* YEAR AND MONTH.  DEPARTMENT NAMES COME FROM DEPTREG WHEN IT   *
002600* OPENS; THE CHARGEBACK DOES NOT DEPEND ON IT.                  *
002700*                                                               *
002800* A DEPARTMENT WHOSE MONTH-TO-DATE RECORD WAS ALREADY POSTED    *
002900* TODAY IS NOT POSTED AGAIN OR SENT TO THE LEDGER AGAIN; ITS    *
003000* PAGE SAYS SO.  A RERUN AFTER AN ABEND THEREFORE POSTS ONLY    *
003100* THE DEPARTMENTS THE FAILED RUN DID NOT REACH.                 *
003200*                                                               *
003300* RATE CARD FORMAT ('*' IN COLUMN 1 = COMMENT):                 *
003400*   COLS  1-8   RATE                                            *
003500*   COLS 10-17  DEPARTMENT SOURCE, OR DEFAULT FOR EVERY         *
003600*               DEPARTMENT WITHOUT A CARD OF ITS OWN            *
003700*   COLS 19-26  MASTER HIT RATE    9(04)V9(04), PER TRANSACTION *
003800*   COLS 28-35  COMPUTED RATE      9(04)V9(04)                  *
003900*   COLS 37-44  FACTBIG RATE       9(04)V9(04)                  *
004000*   COLS 46-53  REJECT FEE         9(04)V9(04)                  *
004100*   COLS 55-66  GL ACCOUNT TO CHARGE (BLANK ON A DEPARTMENT     *
004200*               CARD USES THE DEFAULT CARD'S ACCOUNT)           *
004300* THE DEFAULT CARD IS REQUIRED.                                 *
004400*                                                               *
004500* RETURN CODES:  0 EVERY DEPARTMENT POSTED                      *
004600*                4 A DEPARTMENT WAS ALREADY POSTED TODAY, OR    *
004700*                  FACTOUT HELD LINES THAT COULD NOT BE BILLED  *
004800*                  (OUTSIDE ANY GROUP, NO ORIGIN, OR BEYOND THE *
004900*                  DEPARTMENT TABLE)                            *
005000*                8 A MONTH-TO-DATE RECORD COULD NOT BE WRITTEN  *
005100*               12 THE RATE CARD IS IN ERROR OR HAS NO DEFAULT, *
005200*                  OR CHGMTD WILL NOT OPEN - NOTHING IS POSTED  *
005250*                  AND CHGGL HOLDS ONLY A HEADER AND A ZERO     *
005260*                  TRAILER                                      *
005300*****************************************************************
005400* MODIFICATION HISTORY                                          *
005500*-----------------------------------------------------------------
005600* DATE       BY    DESCRIPTION                                  *
005700* 10/15/2026 DLH   ORIGINAL PROGRAM.                            *
005710* 10/15/2026 DLH   CHGMTD FIELDS RENAMED CHM-; CHGGL OPENED WITH*
005720*                  ITS HEADER AND TRAILER ON EVERY RUN.         *
005800*****************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. IBM-370.
006200 OBJECT-COMPUTER. IBM-370.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT FACT-DETAIL-FILE   ASSIGN TO FACTOUT
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT RATE-CARD-FILE     ASSIGN TO RATECARD
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT CHARGE-REPORT-FILE ASSIGN TO CHGRPT
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT CHARGE-GL-FILE     ASSIGN TO CHGGL
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT CHARGE-MTD-FILE    ASSIGN TO CHGMTD
007400         ORGANIZATION IS INDEXED
007500         ACCESS IS RANDOM
007600         RECORD KEY IS CHM-KEY
007700         FILE STATUS IS CHG-MTD-STATUS.
007800     SELECT DEPT-REGISTRY-FILE ASSIGN TO DEPTREG
007900         ORGANIZATION IS INDEXED
008000         ACCESS IS RANDOM
008100         RECORD KEY IS DG-SOURCE
008200         FILE STATUS IS CHG-REGISTRY-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500*****************************************************************
008600* FACT-DETAIL-FILE - FACTDRV'S FACTOUT.  ONLY THE LINE TYPE,    *
008700*                    THE 'S' LINE SOURCE AND THE 'D' LINE       *
008800*                    ORIGIN ARE USED.                           *
008900*****************************************************************
009000 FD  FACT-DETAIL-FILE
009100     RECORDING MODE IS F.
009200 01  FACT-DETAIL-RECORD.
009300     05  CI-LINE-TYPE       PIC X(01).
009400         88  CI-DETAIL-LINE         VALUE 'D'.
009500         88  CI-SOURCE-LINE         VALUE 'S'.
009600     05  FILLER             PIC X(80).
009700     05  CI-ORIGIN          PIC X(01).
009800         88  CI-ORIGIN-MASTER       VALUE 'M'.
009900         88  CI-ORIGIN-COMPUTED     VALUE 'C'.
010000         88  CI-ORIGIN-FACTBIG      VALUE 'B'.
010100         88  CI-ORIGIN-REJECTED     VALUE 'R'.
010200     05  FILLER             PIC X(01).
010300 01  FACT-SOURCE-RECORD.
010400     05  FILLER             PIC X(02).
010500     05  CI-SOURCE          PIC X(08).
010600     05  FILLER             PIC X(73).
010700*****************************************************************
010800* RATE-CARD-FILE - THE OPERATOR-MAINTAINED RATE CARD            *
010900*****************************************************************
011000 FD  RATE-CARD-FILE
011100     RECORDING MODE IS F.
011200 01  RATE-CARD.
011300     05  RC-KEYWORD         PIC X(08).
011400     05  FILLER             PIC X(01).
011500     05  RC-SOURCE          PIC X(08).
011600     05  FILLER             PIC X(01).
011700     05  RC-RATE-ENTRY      OCCURS 4 TIMES.
011800         10  RC-RATE        PIC X(08).
011900         10  RC-RATE-NUM    REDEFINES RC-RATE
012000                            PIC 9(04)V9(04).
012100         10  FILLER         PIC X(01).
012200     05  RC-GL-ACCOUNT      PIC X(12).
012300     05  FILLER             PIC X(14).
012400*****************************************************************
012500* CHARGE-REPORT-FILE - THE PRINTED INVOICE PAGES                *
012600*****************************************************************
012700 FD  CHARGE-REPORT-FILE
012800     RECORDING MODE IS F.
012900 01  CHARGE-REPORT-LINE       PIC X(132).
013000*****************************************************************
013100* CHARGE-GL-FILE - TONIGHT'S CHARGES FOR THE GENERAL LEDGER     *
013200*****************************************************************
013300 FD  CHARGE-GL-FILE
013400     RECORDING MODE IS F.
013500 01  CHARGE-GL-OUT-RECORD     PIC X(80).
013600*****************************************************************
013700* CHARGE-MTD-FILE - THE MONTH-TO-DATE CHARGES BY DEPARTMENT     *
013800*****************************************************************
013900 FD  CHARGE-MTD-FILE.
014000 COPY CHGMTD.
014100*****************************************************************
014200* DEPT-REGISTRY-FILE - THE DEPARTMENT REGISTRY, FOR NAMES       *
014300*****************************************************************
014400 FD  DEPT-REGISTRY-FILE.
014500 COPY DEPTREG.
014600 WORKING-STORAGE SECTION.
014700*****************************************************************
014800* WORKING STORAGE                                               *
014900*****************************************************************
015000 01  CHG-SWITCHES.
015100     05  CHG-EOF-SW           PIC X(01)      VALUE 'N'.
015200         88  END-OF-INPUT             VALUE 'Y'.
015300         88  NOT-END-OF-INPUT         VALUE 'N'.
015400     05  CHG-RATE-EOF-SW      PIC X(01)      VALUE 'N'.
015500         88  END-OF-RATE-CARDS        VALUE 'Y'.
015600         88  NOT-END-OF-RATE-CARDS    VALUE 'N'.
015700     05  CHG-RATE-ERR-SW      PIC X(01)      VALUE 'N'.
015800         88  RATE-CARD-IN-ERROR       VALUE 'Y'.
015900         88  RATE-CARD-IS-GOOD        VALUE 'N'.
016000     05  CHG-DEFAULT-SW       PIC X(01)      VALUE 'N'.
016100         88  DEFAULT-RATES-FOUND      VALUE 'Y'.
016200         88  DEFAULT-RATES-MISSING    VALUE 'N'.
016300     05  CHG-MTD-OPEN-SW      PIC X(01)      VALUE 'N'.
016400         88  MTD-AVAILABLE            VALUE 'Y'.
016500         88  MTD-UNAVAILABLE          VALUE 'N'.
016600     05  CHG-REG-OPEN-SW      PIC X(01)      VALUE 'N'.
016700         88  REGISTRY-AVAILABLE       VALUE 'Y'.
016800         88  REGISTRY-UNAVAILABLE     VALUE 'N'.
016900     05  CHG-MTD-FOUND-SW     PIC X(01)      VALUE 'N'.
017000         88  MTD-RECORD-FOUND         VALUE 'Y'.
017100         88  MTD-RECORD-NEW           VALUE 'N'.
017200     05  CHG-POST-SW          PIC X(01)      VALUE 'N'.
017300         88  DEPT-POSTED              VALUE 'Y'.
017400         88  DEPT-ALREADY-POSTED      VALUE 'A'.
017500         88  DEPT-POST-FAILED         VALUE 'F'.
017600     05  CHG-FOUND-SW         PIC X(01)      VALUE 'N'.
017700         88  ENTRY-FOUND              VALUE 'Y'.
017800         88  ENTRY-NOT-FOUND          VALUE 'N'.
017900     05  CHG-DEPT-RATE-SW     PIC X(01)      VALUE 'N'.
018000         88  DEPT-OWN-RATES           VALUE 'Y'.
018100         88  DEPT-DEFAULT-RATES       VALUE 'N'.
018200 01  CHG-COUNTERS.
018300     05  CHG-LINE-COUNT       PIC 9(08)      COMP VALUE ZERO.
018400     05  CHG-DETAIL-COUNT     PIC 9(08)      COMP VALUE ZERO.
018500     05  CHG-NO-GROUP-COUNT   PIC 9(08)      COMP VALUE ZERO.
018600     05  CHG-NO-ORIGIN-COUNT  PIC 9(08)      COMP VALUE ZERO.
018700     05  CHG-LOST-COUNT       PIC 9(08)      COMP VALUE ZERO.
018800     05  CHG-CARD-COUNT       PIC 9(08)      COMP VALUE ZERO.
018900     05  CHG-POSTED-COUNT     PIC 9(08)      COMP VALUE ZERO.
019000     05  CHG-REPEAT-COUNT     PIC 9(08)      COMP VALUE ZERO.
019100     05  CHG-FAILED-COUNT     PIC 9(08)      COMP VALUE ZERO.
019200     05  CHG-GL-COUNT         PIC 9(08)      COMP VALUE ZERO.
019300     05  CHG-PAGE-COUNT       PIC 9(04)      COMP VALUE ZERO.
019400     05  CHG-DEPT-COUNT       PIC 9(04)      COMP VALUE ZERO.
019500     05  CHG-DEPT-MAX         PIC 9(04)      COMP VALUE 200.
019600     05  CHG-DEPT-SUB         PIC 9(04)      COMP VALUE ZERO.
019700     05  CHG-CUR-SUB          PIC 9(04)      COMP VALUE ZERO.
019800     05  CHG-RATE-COUNT       PIC 9(04)      COMP VALUE ZERO.
019900     05  CHG-RATE-MAX         PIC 9(04)      COMP VALUE 200.
020000     05  CHG-RATE-SUB         PIC 9(04)      COMP VALUE ZERO.
020100     05  CHG-TYPE-SUB         PIC 9(04)      COMP VALUE ZERO.
020200 01  CHG-WORK-AREA.
020300     05  CHG-TODAY            PIC 9(08).
020400     05  CHG-TODAY-X          REDEFINES CHG-TODAY.
020500         10  CHG-TODAY-PERIOD PIC 9(06).
020600         10  FILLER           PIC 9(02).
020700     05  CHG-PERIOD-EDIT      PIC 9(04)/9(02).
020800     05  CHG-DATE-EDIT        PIC 9(04)/9(02)/9(02).
020900     05  CHG-TONIGHT-TOTAL    PIC 9(09)V99.
021000     05  CHG-GRAND-TONIGHT    PIC 9(11)V99    VALUE ZERO.
021100     05  CHG-GL-AMOUNT-TOTAL  PIC 9(11)V99    VALUE ZERO.
021200     05  CHG-DEPT-ACCOUNT     PIC X(12).
021300     05  CHG-SEARCH-SOURCE    PIC X(08).
021400 01  CHG-MTD-STATUS           PIC X(02)      VALUE SPACES.
021500     88  MTD-IO-OK                    VALUE '00'.
021600     88  MTD-OPEN-OK                  VALUES '00' '97'.
021700     88  MTD-NOT-FOUND                VALUE '23'.
021800 01  CHG-REGISTRY-STATUS      PIC X(02)      VALUE SPACES.
021900     88  REGISTRY-IO-OK               VALUE '00'.
022000     88  REGISTRY-OPEN-OK             VALUES '00' '97'.
022100*****************************************************************
022200* CHARGE TYPE NAMES AND GL CODES - ENTRY N IS CHARGE TYPE N     *
022300*****************************************************************
022400 01  CHG-TYPE-NAMES.
022500     05  FILLER               PIC X(32)
022600         VALUE 'HIT ANSWERS SERVED FROM MASTER  '.
022700     05  FILLER               PIC X(32)
022800         VALUE 'CALCANSWERS COMPUTED            '.
022900     05  FILLER               PIC X(32)
023000         VALUE 'BIG ANSWERS COMPUTED BY FACTBIG '.
023100     05  FILLER               PIC X(32)
023200         VALUE 'REJ REJECTED - HANDLING FEE     '.
023300 01  CHG-TYPE-TABLE           REDEFINES CHG-TYPE-NAMES.
023400     05  CHG-TYPE-ENTRY       OCCURS 4 TIMES.
023500         10  CHG-TYPE-CODE    PIC X(04).
023600         10  CHG-TYPE-NAME    PIC X(28).
023700*****************************************************************
023800* DEFAULT RATES, AND ONE ENTRY PER DEPARTMENT RATE CARD         *
023900*****************************************************************
024000 01  CHG-DEFAULT-RATES.
024100     05  CHG-DEF-RATE         PIC 9(04)V9(04) OCCURS 4 TIMES.
024200     05  CHG-DEF-ACCOUNT      PIC X(12).
024300 01  CHG-RATE-TABLE.
024400     05  CHG-RATE-ENTRY       OCCURS 200 TIMES.
024500         10  CHG-RT-SOURCE    PIC X(08).
024600         10  CHG-RT-RATE      PIC 9(04)V9(04) OCCURS 4 TIMES.
024700         10  CHG-RT-ACCOUNT   PIC X(12).
024800*****************************************************************
024900* TONIGHT'S USAGE - ONE ENTRY PER DEPARTMENT SEEN ON FACTOUT    *
025000*****************************************************************
025100 01  CHG-DEPT-TABLE.
025200     05  CHG-DEPT-ENTRY       OCCURS 200 TIMES.
025300         10  CHG-DP-SOURCE    PIC X(08).
025400         10  CHG-DP-QUANTITY  PIC 9(09)      COMP OCCURS 4 TIMES.
025500*****************************************************************
025600* THE DEPARTMENT BEING BILLED                                   *
025700*****************************************************************
025800 01  CHG-BILL-AREA.
025900     05  CHG-BILL-LINE        OCCURS 4 TIMES.
026000         10  CHG-BL-QUANTITY  PIC 9(09).
026100         10  CHG-BL-RATE      PIC 9(04)V9(04).
026200         10  CHG-BL-AMOUNT    PIC 9(09)V99.
026300*****************************************************************
026400* REPORT LINES                                                  *
026500*****************************************************************
026600 01  CHG-HEADING-1.
026700     05  FILLER               PIC X(10)      VALUE 'FACTCHG'.
026800     05  FILLER               PIC X(42)
026900         VALUE 'DEPARTMENT CHARGEBACK INVOICE'.
027000     05  FILLER               PIC X(08)      VALUE 'PERIOD: '.
027100     05  CHG-H1-PERIOD        PIC 9(04)/9(02).
027200     05  FILLER               PIC X(05)      VALUE SPACES.
027300     05  FILLER               PIC X(10)      VALUE 'RUN DATE: '.
027400     05  CHG-H1-DATE          PIC 9(04)/9(02)/9(02).
027500     05  FILLER               PIC X(05)      VALUE SPACES.
027600     05  FILLER               PIC X(05)      VALUE 'PAGE '.
027700     05  CHG-H1-PAGE          PIC ZZZ9.
027800     05  FILLER               PIC X(26)      VALUE SPACES.
027900 01  CHG-DEPT-HEADING.
028000     05  FILLER               PIC X(01)      VALUE SPACES.
028100     05  FILLER               PIC X(12)      VALUE 'DEPARTMENT: '.
028200     05  CHG-DH-SOURCE        PIC X(08).
028300     05  FILLER               PIC X(02)      VALUE SPACES.
028400     05  CHG-DH-NAME          PIC X(30).
028500     05  FILLER               PIC X(02)      VALUE SPACES.
028600     05  FILLER               PIC X(09)      VALUE 'CONTACT: '.
028700     05  CHG-DH-CONTACT       PIC X(30).
028800     05  FILLER               PIC X(38)      VALUE SPACES.
028900 01  CHG-ACCOUNT-LINE.
029000     05  FILLER               PIC X(01)      VALUE SPACES.
029100     05  FILLER               PIC X(12)      VALUE 'GL ACCOUNT: '.
029200     05  CHG-AL-ACCOUNT       PIC X(12).
029300     05  FILLER               PIC X(04)      VALUE SPACES.
029400     05  FILLER               PIC X(07)      VALUE 'RATES: '.
029500     05  CHG-AL-RATES         PIC X(20).
029600     05  FILLER               PIC X(76)      VALUE SPACES.
029700 01  CHG-COLUMN-HEADS-1.
029800     05  FILLER               PIC X(31)      VALUE SPACES.
029900     05  FILLER               PIC X(45)
030000         VALUE '---------------- TONIGHT -----------------'.
030100     05  FILLER               PIC X(04)      VALUE SPACES.
030200     05  FILLER               PIC X(30)
030300         VALUE '------ MONTH TO DATE -------'.
030400     05  FILLER               PIC X(22)      VALUE SPACES.
030500 01  CHG-COLUMN-HEADS-2.
030600     05  FILLER               PIC X(01)      VALUE SPACES.
030700     05  FILLER               PIC X(30)      VALUE 'CHARGE'.
030800     05  FILLER               PIC X(12)      VALUE '  QUANTITY'.
030900     05  FILLER               PIC X(14)      VALUE '        RATE'.
031000     05  FILLER               PIC X(19)
031100         VALUE '            AMOUNT'.
031200     05  FILLER               PIC X(04)      VALUE SPACES.
031300     05  FILLER               PIC X(12)      VALUE '  QUANTITY'.
031400     05  FILLER               PIC X(18)
031500         VALUE '           AMOUNT'.
031600     05  FILLER               PIC X(22)      VALUE SPACES.
031700 01  CHG-CHARGE-LINE.
031800     05  FILLER               PIC X(01)      VALUE SPACES.
031900     05  CHG-CL-NAME          PIC X(30).
032000     05  CHG-CL-QUANTITY      PIC ZZZ,ZZZ,ZZ9.
032100     05  FILLER               PIC X(03)      VALUE SPACES.
032200     05  CHG-CL-RATE          PIC Z,ZZ9.9999.
032300     05  FILLER               PIC X(02)      VALUE SPACES.
032400     05  CHG-CL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
032500     05  FILLER               PIC X(04)      VALUE SPACES.
032600     05  CHG-CL-MTD-QUANTITY  PIC ZZZ,ZZZ,ZZ9.
032700     05  FILLER               PIC X(01)      VALUE SPACES.
032800     05  CHG-CL-MTD-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
032900     05  FILLER               PIC X(23)      VALUE SPACES.
033000 01  CHG-TOTAL-LINE.
033100     05  FILLER               PIC X(01)      VALUE SPACES.
033200     05  FILLER               PIC X(56)
033300         VALUE 'TOTAL CHARGES'.
033400     05  CHG-TL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
033500     05  FILLER               PIC X(16)      VALUE SPACES.
033600     05  CHG-TL-MTD-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
033700     05  FILLER               PIC X(23)      VALUE SPACES.
033800 01  CHG-NIGHTS-LINE.
033900     05  FILLER               PIC X(01)      VALUE SPACES.
034000     05  FILLER               PIC X(26)
034100         VALUE 'NIGHTS BILLED THIS MONTH: '.
034200     05  CHG-NL-NIGHTS        PIC ZZZ9.
034300     05  FILLER               PIC X(04)      VALUE SPACES.
034400     05  FILLER               PIC X(07)      VALUE 'FIRST: '.
034500     05  CHG-NL-FIRST         PIC 9(04)/9(02)/9(02).
034600     05  FILLER               PIC X(04)      VALUE SPACES.
034700     05  FILLER               PIC X(06)      VALUE 'LAST: '.
034800     05  CHG-NL-LAST          PIC 9(04)/9(02)/9(02).
034900     05  FILLER               PIC X(60)      VALUE SPACES.
035000 01  CHG-COUNT-LINE.
035100     05  FILLER               PIC X(01)      VALUE SPACES.
035200     05  CHG-CNT-TEXT         PIC X(50).
035300     05  CHG-CNT-COUNT        PIC Z(07)9.
035400     05  FILLER               PIC X(73)      VALUE SPACES.
035500 01  CHG-AMOUNT-LINE.
035600     05  FILLER               PIC X(01)      VALUE SPACES.
035700     05  CHG-AMT-TEXT         PIC X(50).
035800     05  CHG-AMT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
035900     05  FILLER               PIC X(60)      VALUE SPACES.
036000 01  CHG-MESSAGE-LINE.
036100     05  FILLER               PIC X(01)      VALUE SPACES.
036200     05  CHG-MSG-TEXT         PIC X(70).
036300     05  FILLER               PIC X(61)      VALUE SPACES.
036400*****************************************************************
036500* GENERAL LEDGER RECORD                                         *
036600*****************************************************************
036700 COPY CHGREC.
036800 PROCEDURE DIVISION.
036900*****************************************************************
037000* 0000-MAINLINE                                                 *
037100*****************************************************************
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037400     IF RATE-CARD-IS-GOOD AND MTD-AVAILABLE
037500         PERFORM 2000-TALLY-USAGE THRU 2000-EXIT
037600         PERFORM 3000-BILL-DEPARTMENTS THRU 3000-EXIT
037700         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
037800     END-IF
037900     PERFORM 5000-TERMINATE THRU 5000-EXIT
038000     GOBACK.
038100*****************************************************************
038200* 1000-INITIALIZE - SETTLE THE BILLING PERIOD, START THE LEDGER *
038300*                   FEED WITH ITS HEADER, LOAD THE RATE CARD,   *
038400*                   AND OPEN THE MONTH-TO-DATE FILE.  NOTHING   *
038500*                   IS POSTED UNLESS THE WHOLE RATE CARD IS     *
038550*                   GOOD.                                       *
038600*****************************************************************
038700 1000-INITIALIZE.
038800     ACCEPT CHG-TODAY FROM DATE YYYYMMDD
038900     OPEN OUTPUT CHARGE-REPORT-FILE
038910     OPEN OUTPUT CHARGE-GL-FILE
038920     MOVE SPACES TO CHARGE-GL-RECORD
038930     SET CG-HEADER-RECORD TO TRUE
038940     MOVE CHG-TODAY TO CG-HDR-POST-DATE
038950     MOVE CHG-TODAY-PERIOD TO CG-HDR-PERIOD
038960     WRITE CHARGE-GL-OUT-RECORD FROM CHARGE-GL-RECORD
039000     PERFORM 1100-LOAD-RATE-CARD THRU 1100-EXIT
039100     IF RATE-CARD-IN-ERROR
039200         GO TO 1000-EXIT
039300     END-IF
039400     OPEN I-O CHARGE-MTD-FILE
039500     IF MTD-OPEN-OK
039600         SET MTD-AVAILABLE TO TRUE
039700     ELSE
039800         SET MTD-UNAVAILABLE TO TRUE
039900         PERFORM 7200-START-PAGE THRU 7200-EXIT
040000         MOVE 'MONTH-TO-DATE FILE CHGMTD WILL NOT OPEN - STATUS'
040100             TO CHG-MSG-TEXT
040200         MOVE CHG-MTD-STATUS TO CHG-MSG-TEXT (50:2)
040300         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
040400         GO TO 1000-EXIT
040500     END-IF
040600     OPEN INPUT DEPT-REGISTRY-FILE
040700     IF REGISTRY-OPEN-OK
040800         SET REGISTRY-AVAILABLE TO TRUE
040900     ELSE
041000         SET REGISTRY-UNAVAILABLE TO TRUE
041100         DISPLAY 'FACTCHG: DEPTREG WILL NOT OPEN - STATUS '
041200             CHG-REGISTRY-STATUS ' - INVOICES PRINT WITHOUT NAMES'
041300     END-IF.
042000 1000-EXIT.
042100     EXIT.
042200*****************************************************************
042300* 1100-LOAD-RATE-CARD - READ EVERY RATE CARD.  ANY BAD CARD, OR *
042400*                       NO DEFAULT CARD, LISTS THE PROBLEM AND  *
042500*                       STOPS THE RUN BEFORE ANYTHING IS BILLED *
042600*****************************************************************
042700 1100-LOAD-RATE-CARD.
042800     OPEN INPUT RATE-CARD-FILE
042900     PERFORM 1110-READ-ONE-RATE-CARD THRU 1110-EXIT
043000         UNTIL END-OF-RATE-CARDS
043100     CLOSE RATE-CARD-FILE
043200     IF DEFAULT-RATES-MISSING
043300         PERFORM 1190-RATE-CARD-ERROR THRU 1190-EXIT
043400         MOVE 'RATE CARD HAS NO DEFAULT CARD' TO CHG-MSG-TEXT
043500         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
043600     END-IF
043700     IF RATE-CARD-IN-ERROR
043800         MOVE 'RATE CARD IN ERROR - NOTHING BILLED OR POSTED'
043900             TO CHG-MSG-TEXT
044000         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
044100     END-IF.
044200 1100-EXIT.
044300     EXIT.
044400*****************************************************************
044500* 1110-READ-ONE-RATE-CARD - EDIT ONE CARD AND FILE ITS RATES    *
044600*****************************************************************
044700 1110-READ-ONE-RATE-CARD.
044800     READ RATE-CARD-FILE
044900         AT END
045000             SET END-OF-RATE-CARDS TO TRUE
045100             GO TO 1110-EXIT
045200     END-READ
045300     IF RATE-CARD (1:1) = '*' OR RATE-CARD = SPACES
045400         GO TO 1110-EXIT
045500     END-IF
045600     ADD 1 TO CHG-CARD-COUNT
045700     IF RC-KEYWORD NOT = 'RATE'
045800         OR RC-SOURCE = SPACES
045900         OR RC-RATE (1) IS NOT NUMERIC
046000         OR RC-RATE (2) IS NOT NUMERIC
046100         OR RC-RATE (3) IS NOT NUMERIC
046200         OR RC-RATE (4) IS NOT NUMERIC
046300         PERFORM 1190-RATE-CARD-ERROR THRU 1190-EXIT
046400         MOVE 'RATE CARD NOT IN RATE CARD FORMAT:' TO CHG-MSG-TEXT
046500         MOVE RATE-CARD (1:35) TO CHG-MSG-TEXT (36:35)
046600         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
046700         GO TO 1110-EXIT
046800     END-IF
046900     IF RC-SOURCE = 'DEFAULT'
047000         PERFORM 1120-FILE-DEFAULT-RATES THRU 1120-EXIT
047100     ELSE
047200         PERFORM 1130-FILE-DEPT-RATES THRU 1130-EXIT
047300     END-IF.
047400 1110-EXIT.
047500     EXIT.
047600*****************************************************************
047700* 1120-FILE-DEFAULT-RATES - THE DEFAULT CARD, WHICH MUST NAME   *
047800*                           THE ACCOUNT AND APPEAR ONLY ONCE    *
047900*****************************************************************
048000 1120-FILE-DEFAULT-RATES.
048100     IF DEFAULT-RATES-FOUND OR RC-GL-ACCOUNT = SPACES
048200         PERFORM 1190-RATE-CARD-ERROR THRU 1190-EXIT
048300         MOVE 'DEFAULT RATE CARD REPEATED OR WITHOUT A GL ACCOUNT'
048400             TO CHG-MSG-TEXT
048500         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
048600         GO TO 1120-EXIT
048700     END-IF
048800     SET DEFAULT-RATES-FOUND TO TRUE
048900     PERFORM 1125-FILE-DEFAULT-RATE THRU 1125-EXIT
049000         VARYING CHG-TYPE-SUB FROM 1 BY 1
049100         UNTIL CHG-TYPE-SUB > 4
049200     MOVE RC-GL-ACCOUNT TO CHG-DEF-ACCOUNT.
049300 1120-EXIT.
049400     EXIT.
049500*****************************************************************
049600* 1125-FILE-DEFAULT-RATE - ONE CHARGE TYPE'S DEFAULT RATE       *
049700*****************************************************************
049800 1125-FILE-DEFAULT-RATE.
049900     MOVE RC-RATE-NUM (CHG-TYPE-SUB)
050000         TO CHG-DEF-RATE (CHG-TYPE-SUB).
050100 1125-EXIT.
050200     EXIT.
050300*****************************************************************
050400* 1130-FILE-DEPT-RATES - A DEPARTMENT'S OWN CARD, ONE PER       *
050500*                        DEPARTMENT                             *
050600*****************************************************************
050700 1130-FILE-DEPT-RATES.
050800     MOVE RC-SOURCE TO CHG-SEARCH-SOURCE
050900     PERFORM 1140-FIND-RATE-ENTRY THRU 1140-EXIT
051000     IF ENTRY-FOUND
051100         PERFORM 1190-RATE-CARD-ERROR THRU 1190-EXIT
051200         MOVE 'RATE CARD REPEATED FOR DEPARTMENT' TO CHG-MSG-TEXT
051300         MOVE RC-SOURCE TO CHG-MSG-TEXT (35:8)
051400         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
051500         GO TO 1130-EXIT
051600     END-IF
051700     IF CHG-RATE-COUNT NOT < CHG-RATE-MAX
051800         PERFORM 1190-RATE-CARD-ERROR THRU 1190-EXIT
051900         MOVE 'MORE DEPARTMENT RATE CARDS THAN THE TABLE HOLDS'
052000             TO CHG-MSG-TEXT
052100         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
052200         GO TO 1130-EXIT
052300     END-IF
052400     ADD 1 TO CHG-RATE-COUNT
052500     MOVE RC-SOURCE TO CHG-RT-SOURCE (CHG-RATE-COUNT)
052600     PERFORM 1135-FILE-DEPT-RATE THRU 1135-EXIT
052700         VARYING CHG-TYPE-SUB FROM 1 BY 1
052800         UNTIL CHG-TYPE-SUB > 4
052900     MOVE RC-GL-ACCOUNT TO CHG-RT-ACCOUNT (CHG-RATE-COUNT).
053000 1130-EXIT.
053100     EXIT.
053200*****************************************************************
053300* 1135-FILE-DEPT-RATE - ONE CHARGE TYPE'S DEPARTMENT RATE       *
053400*****************************************************************
053500 1135-FILE-DEPT-RATE.
053600     MOVE RC-RATE-NUM (CHG-TYPE-SUB)
053700         TO CHG-RT-RATE (CHG-RATE-COUNT, CHG-TYPE-SUB).
053800 1135-EXIT.
053900     EXIT.
054000*****************************************************************
054100* 1140-FIND-RATE-ENTRY - LOOK FOR CHG-SEARCH-SOURCE AMONG THE   *
054200*                        DEPARTMENT RATE CARDS; CHG-RATE-SUB    *
054300*                        POINTS AT IT                           *
054400*****************************************************************
054500 1140-FIND-RATE-ENTRY.
054600     SET ENTRY-NOT-FOUND TO TRUE
054700     PERFORM 1145-MATCH-RATE-ENTRY THRU 1145-EXIT
054800         VARYING CHG-RATE-SUB FROM 1 BY 1
054900         UNTIL CHG-RATE-SUB > CHG-RATE-COUNT
055000            OR ENTRY-FOUND.
055100 1140-EXIT.
055200     EXIT.
055300*****************************************************************
055400* 1145-MATCH-RATE-ENTRY - TEST ONE RATE TABLE ENTRY.  THE       *
055500*                         SUBSCRIPT IS BACKED OFF ON A MATCH SO *
055600*                         IT IS LEFT POINTING AT THE ENTRY      *
055700*****************************************************************
055800 1145-MATCH-RATE-ENTRY.
055900     IF CHG-RT-SOURCE (CHG-RATE-SUB) = CHG-SEARCH-SOURCE
056000         SET ENTRY-FOUND TO TRUE
056100         SUBTRACT 1 FROM CHG-RATE-SUB
056200     END-IF.
056300 1145-EXIT.
056400     EXIT.
056500*****************************************************************
056600* 1190-RATE-CARD-ERROR - FLAG THE RATE CARD AND MAKE SURE THE   *
056700*                        PAGE IS HEADED BEFORE THE MESSAGE      *
056800*****************************************************************
056900 1190-RATE-CARD-ERROR.
057000     SET RATE-CARD-IN-ERROR TO TRUE
057100     IF CHG-PAGE-COUNT = ZERO
057200         PERFORM 7200-START-PAGE THRU 7200-EXIT
057300     END-IF.
057400 1190-EXIT.
057500     EXIT.
057600*****************************************************************
057700* 2000-TALLY-USAGE - ONE PASS OF FACTOUT, COUNTING EVERY 'D'    *
057800*                    LINE UNDER THE DEPARTMENT OF THE 'S' LINE  *
057900*                    ABOVE IT                                   *
058000*****************************************************************
058100 2000-TALLY-USAGE.
058200     OPEN INPUT FACT-DETAIL-FILE
058300     SET NOT-END-OF-INPUT TO TRUE
058400     MOVE ZERO TO CHG-CUR-SUB
058500     PERFORM 2100-TALLY-ONE-LINE THRU 2100-EXIT
058600         UNTIL END-OF-INPUT
058700     CLOSE FACT-DETAIL-FILE.
058800 2000-EXIT.
058900     EXIT.
059000*****************************************************************
059100* 2100-TALLY-ONE-LINE - ONE FACTOUT LINE.  'C' CONTINUATION     *
059200*                       LINES ARE NOT BILLED.  A 'D' LINE       *
059300*                       BEFORE ANY 'S' LINE (A REPROCESS RUN'S  *
059400*                       FACTOUT) HAS NO DEPARTMENT TO BILL.     *
059500*****************************************************************
059600 2100-TALLY-ONE-LINE.
059700     READ FACT-DETAIL-FILE
059800         AT END
059900             SET END-OF-INPUT TO TRUE
060000             GO TO 2100-EXIT
060100     END-READ
060200     ADD 1 TO CHG-LINE-COUNT
060300     IF CI-SOURCE-LINE
060400         PERFORM 2200-FIND-DEPARTMENT THRU 2200-EXIT
060500         GO TO 2100-EXIT
060600     END-IF
060700     IF NOT CI-DETAIL-LINE
060800         GO TO 2100-EXIT
060900     END-IF
061000     ADD 1 TO CHG-DETAIL-COUNT
061100     IF CHG-CUR-SUB = ZERO
061200         ADD 1 TO CHG-NO-GROUP-COUNT
061300         GO TO 2100-EXIT
061400     END-IF
061500     IF CI-ORIGIN-MASTER
061600         MOVE 1 TO CHG-TYPE-SUB
061700     ELSE
061800         IF CI-ORIGIN-COMPUTED
061900             MOVE 2 TO CHG-TYPE-SUB
062000         ELSE
062100             IF CI-ORIGIN-FACTBIG
062200                 MOVE 3 TO CHG-TYPE-SUB
062300             ELSE
062400                 IF CI-ORIGIN-REJECTED
062500                     MOVE 4 TO CHG-TYPE-SUB
062600                 ELSE
062700                     ADD 1 TO CHG-NO-ORIGIN-COUNT
062800                     GO TO 2100-EXIT
062900                 END-IF
063000             END-IF
063100         END-IF
063200     END-IF
063300     ADD 1 TO CHG-DP-QUANTITY (CHG-CUR-SUB, CHG-TYPE-SUB).
063400 2100-EXIT.
063500     EXIT.
063600*****************************************************************
063700* 2200-FIND-DEPARTMENT - POINT CHG-CUR-SUB AT THE 'S' LINE'S    *
063800*                        DEPARTMENT, ADDING IT TO THE TABLE THE *
063900*                        FIRST TIME IT IS SEEN.  A DEPARTMENT   *
064000*                        BEYOND THE TABLE CANNOT BE BILLED AND  *
064100*                        ITS LINES ARE COUNTED AS LOST.         *
064200*****************************************************************
064300 2200-FIND-DEPARTMENT.
064400     SET ENTRY-NOT-FOUND TO TRUE
064500     PERFORM 2210-MATCH-DEPARTMENT THRU 2210-EXIT
064600         VARYING CHG-DEPT-SUB FROM 1 BY 1
064700         UNTIL CHG-DEPT-SUB > CHG-DEPT-COUNT
064800            OR ENTRY-FOUND
064900     IF ENTRY-FOUND
065000         GO TO 2200-EXIT
065100     END-IF
065200     IF CHG-DEPT-COUNT NOT < CHG-DEPT-MAX
065300         MOVE ZERO TO CHG-CUR-SUB
065400         ADD 1 TO CHG-LOST-COUNT
065500         DISPLAY 'FACTCHG: DEPARTMENT TABLE FULL - ' CI-SOURCE
065600             ' NOT BILLED'
065700         GO TO 2200-EXIT
065800     END-IF
065900     ADD 1 TO CHG-DEPT-COUNT
066000     MOVE CHG-DEPT-COUNT TO CHG-CUR-SUB
066100     MOVE CI-SOURCE TO CHG-DP-SOURCE (CHG-CUR-SUB)
066200     MOVE ZERO TO CHG-DP-QUANTITY (CHG-CUR-SUB, 1)
066300     MOVE ZERO TO CHG-DP-QUANTITY (CHG-CUR-SUB, 2)
066400     MOVE ZERO TO CHG-DP-QUANTITY (CHG-CUR-SUB, 3)
066500     MOVE ZERO TO CHG-DP-QUANTITY (CHG-CUR-SUB, 4).
066600 2200-EXIT.
066700     EXIT.
066800*****************************************************************
066900* 2210-MATCH-DEPARTMENT - TEST ONE DEPARTMENT TABLE ENTRY       *
067000*****************************************************************
067100 2210-MATCH-DEPARTMENT.
067200     IF CHG-DP-SOURCE (CHG-DEPT-SUB) = CI-SOURCE
067300         SET ENTRY-FOUND TO TRUE
067400         MOVE CHG-DEPT-SUB TO CHG-CUR-SUB
067500     END-IF.
067600 2210-EXIT.
067700     EXIT.
067800*****************************************************************
067900* 3000-BILL-DEPARTMENTS - PRICE, POST AND PRINT EACH DEPARTMENT *
068000*                         IN THE ORDER IT FIRST APPEARED        *
068100*****************************************************************
068200 3000-BILL-DEPARTMENTS.
068300     IF CHG-DEPT-COUNT = ZERO
068400         PERFORM 7200-START-PAGE THRU 7200-EXIT
068500         MOVE 'NO DEPARTMENT GROUPS ON FACTOUT - NOTHING TO BILL'
068600             TO CHG-MSG-TEXT
068700         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
068800         GO TO 3000-EXIT
068900     END-IF
069000     PERFORM 3100-BILL-ONE-DEPARTMENT THRU 3100-EXIT
069100         VARYING CHG-DEPT-SUB FROM 1 BY 1
069200         UNTIL CHG-DEPT-SUB > CHG-DEPT-COUNT.
069300 3000-EXIT.
069400     EXIT.
069500*****************************************************************
069600* 3100-BILL-ONE-DEPARTMENT - ONE DEPARTMENT'S INVOICE PAGE      *
069700*****************************************************************
069800 3100-BILL-ONE-DEPARTMENT.
069900     PERFORM 3200-PRICE-DEPARTMENT THRU 3200-EXIT
070000     PERFORM 3300-POST-MONTH-TO-DATE THRU 3300-EXIT
070100     PERFORM 3400-PRINT-INVOICE THRU 3400-EXIT
070200     IF DEPT-POSTED
070300         PERFORM 3500-WRITE-LEDGER THRU 3500-EXIT
070400             VARYING CHG-TYPE-SUB FROM 1 BY 1
070500             UNTIL CHG-TYPE-SUB > 4
070600     END-IF.
070700 3100-EXIT.
070800     EXIT.
070900*****************************************************************
071000* 3200-PRICE-DEPARTMENT - TONIGHT'S QUANTITY, RATE AND AMOUNT   *
071100*                         FOR EACH CHARGE TYPE, FROM THE        *
071200*                         DEPARTMENT'S OWN CARD OR THE DEFAULT  *
071300*****************************************************************
071400 3200-PRICE-DEPARTMENT.
071500     MOVE CHG-DP-SOURCE (CHG-DEPT-SUB) TO CHG-SEARCH-SOURCE
071600     PERFORM 1140-FIND-RATE-ENTRY THRU 1140-EXIT
071700     IF ENTRY-FOUND
071800         SET DEPT-OWN-RATES TO TRUE
071900         IF CHG-RT-ACCOUNT (CHG-RATE-SUB) = SPACES
072000             MOVE CHG-DEF-ACCOUNT TO CHG-DEPT-ACCOUNT
072100         ELSE
072200             MOVE CHG-RT-ACCOUNT (CHG-RATE-SUB)
072300                 TO CHG-DEPT-ACCOUNT
072400         END-IF
072500     ELSE
072600         SET DEPT-DEFAULT-RATES TO TRUE
072700         MOVE CHG-DEF-ACCOUNT TO CHG-DEPT-ACCOUNT
072800     END-IF
072900     MOVE ZERO TO CHG-TONIGHT-TOTAL
073000     PERFORM 3210-PRICE-ONE-CHARGE THRU 3210-EXIT
073100         VARYING CHG-TYPE-SUB FROM 1 BY 1
073200         UNTIL CHG-TYPE-SUB > 4.
073300 3200-EXIT.
073400     EXIT.
073500*****************************************************************
073600* 3210-PRICE-ONE-CHARGE - ONE CHARGE TYPE, ROUNDED TO THE CENT  *
073700*****************************************************************
073800 3210-PRICE-ONE-CHARGE.
073900     MOVE CHG-DP-QUANTITY (CHG-DEPT-SUB, CHG-TYPE-SUB)
074000         TO CHG-BL-QUANTITY (CHG-TYPE-SUB)
074100     IF DEPT-OWN-RATES
074200         MOVE CHG-RT-RATE (CHG-RATE-SUB, CHG-TYPE-SUB)
074300             TO CHG-BL-RATE (CHG-TYPE-SUB)
074400     ELSE
074500         MOVE CHG-DEF-RATE (CHG-TYPE-SUB)
074600             TO CHG-BL-RATE (CHG-TYPE-SUB)
074700     END-IF
074800     COMPUTE CHG-BL-AMOUNT (CHG-TYPE-SUB) ROUNDED =
074900         CHG-BL-QUANTITY (CHG-TYPE-SUB)
075000         * CHG-BL-RATE (CHG-TYPE-SUB)
075100     ADD CHG-BL-AMOUNT (CHG-TYPE-SUB) TO CHG-TONIGHT-TOTAL.
075200 3210-EXIT.
075300     EXIT.
075400*****************************************************************
075500* 3300-POST-MONTH-TO-DATE - ADD TONIGHT TO THE DEPARTMENT'S     *
075600*                           RECORD FOR THE PERIOD, STARTING A   *
075700*                           NEW RECORD ON ITS FIRST NIGHT OF    *
075800*                           THE MONTH.  A RECORD ALREADY POSTED *
075900*                           TODAY IS LEFT ALONE.                *
076000*****************************************************************
076100 3300-POST-MONTH-TO-DATE.
076200     MOVE CHG-TODAY-PERIOD TO CHM-PERIOD
076300     MOVE CHG-DP-SOURCE (CHG-DEPT-SUB) TO CHM-SOURCE
076400     READ CHARGE-MTD-FILE
076500         INVALID KEY
076600             CONTINUE
076700     END-READ
076800     IF MTD-IO-OK
076900         SET MTD-RECORD-FOUND TO TRUE
077000     ELSE
077100         SET MTD-RECORD-NEW TO TRUE
077200         MOVE CHG-TODAY-PERIOD TO CHM-PERIOD
077300         MOVE CHG-DP-SOURCE (CHG-DEPT-SUB) TO CHM-SOURCE
077400         MOVE ZERO TO CHM-CHARGE-TABLE
077500         MOVE ZERO TO CHM-TOTAL-AMOUNT
077600         MOVE ZERO TO CHM-NIGHTS-POSTED
077700         MOVE CHG-TODAY TO CHM-FIRST-POST-DATE
077800         MOVE ZERO TO CHM-LAST-POST-DATE
077900         MOVE SPACES TO CHM-GL-ACCOUNT
078000     END-IF
078100     IF CHM-LAST-POST-DATE = CHG-TODAY
078200         SET DEPT-ALREADY-POSTED TO TRUE
078300         ADD 1 TO CHG-REPEAT-COUNT
078400         GO TO 3300-EXIT
078500     END-IF
078600     PERFORM 3310-ADD-ONE-CHARGE THRU 3310-EXIT
078700         VARYING CHG-TYPE-SUB FROM 1 BY 1
078800         UNTIL CHG-TYPE-SUB > 4
078900     ADD CHG-TONIGHT-TOTAL TO CHM-TOTAL-AMOUNT
079000     ADD 1 TO CHM-NIGHTS-POSTED
079100     MOVE CHG-TODAY TO CHM-LAST-POST-DATE
079200     MOVE CHG-DEPT-ACCOUNT TO CHM-GL-ACCOUNT
079300     IF MTD-RECORD-FOUND
079400         REWRITE CHARGE-MTD-RECORD
079500             INVALID KEY
079600                 CONTINUE
079700         END-REWRITE
079800     ELSE
079900         WRITE CHARGE-MTD-RECORD
080000             INVALID KEY
080100                 CONTINUE
080200         END-WRITE
080300     END-IF
080400     IF MTD-IO-OK
080500         SET DEPT-POSTED TO TRUE
080600         ADD 1 TO CHG-POSTED-COUNT
080700         ADD CHG-TONIGHT-TOTAL TO CHG-GRAND-TONIGHT
080800     ELSE
080900         SET DEPT-POST-FAILED TO TRUE
081000         ADD 1 TO CHG-FAILED-COUNT
081100         DISPLAY 'FACTCHG: CHGMTD WRITE FAILED FOR '
081200             CHM-SOURCE ' - STATUS ' CHG-MTD-STATUS
081300     END-IF.
081400 3300-EXIT.
081500     EXIT.
081600*****************************************************************
081700* 3310-ADD-ONE-CHARGE - ONE CHARGE TYPE INTO THE MONTH TO DATE  *
081800*****************************************************************
081900 3310-ADD-ONE-CHARGE.
082000     ADD CHG-BL-QUANTITY (CHG-TYPE-SUB)
082100         TO CHM-QUANTITY (CHG-TYPE-SUB)
082200     ADD CHG-BL-AMOUNT (CHG-TYPE-SUB)
082300         TO CHM-AMOUNT (CHG-TYPE-SUB).
082400 3310-EXIT.
082500     EXIT.
082600*****************************************************************
082700* 3400-PRINT-INVOICE - THE DEPARTMENT'S PAGE: WHO IS BILLED,    *
082800*                      TONIGHT BESIDE THE MONTH TO DATE, AND    *
082900*                      WHETHER TONIGHT WAS POSTED               *
083000*****************************************************************
083100 3400-PRINT-INVOICE.
083200     PERFORM 7200-START-PAGE THRU 7200-EXIT
083300     MOVE CHG-DP-SOURCE (CHG-DEPT-SUB) TO CHG-DH-SOURCE
083400     MOVE SPACES TO CHG-DH-NAME
083500     MOVE SPACES TO CHG-DH-CONTACT
083600     IF REGISTRY-AVAILABLE
083700         MOVE CHG-DP-SOURCE (CHG-DEPT-SUB) TO DG-SOURCE
083800         READ DEPT-REGISTRY-FILE
083900             INVALID KEY
084000                 CONTINUE
084100         END-READ
084200         IF REGISTRY-IO-OK
084300             MOVE DG-NAME TO CHG-DH-NAME
084400             MOVE DG-CONTACT TO CHG-DH-CONTACT
084500         ELSE
084600             MOVE 'NOT ON THE DEPARTMENT REGISTRY' TO CHG-DH-NAME
084700         END-IF
084800     END-IF
084900     WRITE CHARGE-REPORT-LINE FROM CHG-DEPT-HEADING
085000         AFTER ADVANCING 2 LINES
085100     MOVE CHG-DEPT-ACCOUNT TO CHG-AL-ACCOUNT
085200     IF DEPT-OWN-RATES
085300         MOVE 'DEPARTMENT RATE CARD' TO CHG-AL-RATES
085400     ELSE
085500         MOVE 'DEFAULT RATE CARD' TO CHG-AL-RATES
085600     END-IF
085700     WRITE CHARGE-REPORT-LINE FROM CHG-ACCOUNT-LINE
085800         AFTER ADVANCING 1 LINE
085900     WRITE CHARGE-REPORT-LINE FROM CHG-COLUMN-HEADS-1
086000         AFTER ADVANCING 2 LINES
086100     WRITE CHARGE-REPORT-LINE FROM CHG-COLUMN-HEADS-2
086200         AFTER ADVANCING 1 LINE
086300     PERFORM 3410-PRINT-CHARGE-LINE THRU 3410-EXIT
086400         VARYING CHG-TYPE-SUB FROM 1 BY 1
086500         UNTIL CHG-TYPE-SUB > 4
086600     MOVE CHG-TONIGHT-TOTAL TO CHG-TL-AMOUNT
086700     MOVE CHM-TOTAL-AMOUNT TO CHG-TL-MTD-AMOUNT
086800     WRITE CHARGE-REPORT-LINE FROM CHG-TOTAL-LINE
086900         AFTER ADVANCING 2 LINES
087000     MOVE CHM-NIGHTS-POSTED TO CHG-NL-NIGHTS
087100     MOVE CHM-FIRST-POST-DATE TO CHG-NL-FIRST
087200     MOVE CHM-LAST-POST-DATE TO CHG-NL-LAST
087300     WRITE CHARGE-REPORT-LINE FROM CHG-NIGHTS-LINE
087400         AFTER ADVANCING 2 LINES
087500     IF DEPT-ALREADY-POSTED
087600         MOVE 'ALREADY POSTED TODAY - NOT ADDED AGAIN'
087700             TO CHG-MSG-TEXT
087800         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
087900     END-IF
088000     IF DEPT-POST-FAILED
088100         MOVE 'CHGMTD WRITE FAILED - TONIGHT NOT POSTED - STATUS'
088200             TO CHG-MSG-TEXT
088300         MOVE CHG-MTD-STATUS TO CHG-MSG-TEXT (50:2)
088400         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
088500     END-IF.
088600 3400-EXIT.
088700     EXIT.
088800*****************************************************************
088900* 3410-PRINT-CHARGE-LINE - ONE CHARGE TYPE ON THE INVOICE       *
089000*****************************************************************
089100 3410-PRINT-CHARGE-LINE.
089200     MOVE CHG-TYPE-NAME (CHG-TYPE-SUB) TO CHG-CL-NAME
089300     MOVE CHG-BL-QUANTITY (CHG-TYPE-SUB) TO CHG-CL-QUANTITY
089400     MOVE CHG-BL-RATE (CHG-TYPE-SUB) TO CHG-CL-RATE
089500     MOVE CHG-BL-AMOUNT (CHG-TYPE-SUB) TO CHG-CL-AMOUNT
089600     MOVE CHM-QUANTITY (CHG-TYPE-SUB) TO CHG-CL-MTD-QUANTITY
089700     MOVE CHM-AMOUNT (CHG-TYPE-SUB) TO CHG-CL-MTD-AMOUNT
089800     WRITE CHARGE-REPORT-LINE FROM CHG-CHARGE-LINE
089900         AFTER ADVANCING 1 LINE.
090000 3410-EXIT.
090100     EXIT.
090200*****************************************************************
090300* 3500-WRITE-LEDGER - ONE LEDGER DETAIL FOR A CHARGE TYPE WITH  *
090400*                     A QUANTITY TONIGHT                        *
090500*****************************************************************
090600 3500-WRITE-LEDGER.
090700     IF CHG-BL-QUANTITY (CHG-TYPE-SUB) = ZERO
090800         GO TO 3500-EXIT
090900     END-IF
091000     MOVE SPACES TO CHARGE-GL-RECORD
091100     SET CG-DETAIL-RECORD TO TRUE
091200     MOVE CHG-TODAY-PERIOD TO CG-PERIOD
091300     MOVE CHG-TODAY TO CG-POST-DATE
091400     MOVE CHG-DP-SOURCE (CHG-DEPT-SUB) TO CG-SOURCE
091500     MOVE CHG-DEPT-ACCOUNT TO CG-GL-ACCOUNT
091600     MOVE CHG-TYPE-CODE (CHG-TYPE-SUB) TO CG-CHARGE-TYPE
091700     MOVE CHG-BL-QUANTITY (CHG-TYPE-SUB) TO CG-QUANTITY
091800     MOVE CHG-BL-RATE (CHG-TYPE-SUB) TO CG-RATE
091900     MOVE CHG-BL-AMOUNT (CHG-TYPE-SUB) TO CG-AMOUNT
092000     WRITE CHARGE-GL-OUT-RECORD FROM CHARGE-GL-RECORD
092100     ADD 1 TO CHG-GL-COUNT
092200     ADD CHG-BL-AMOUNT (CHG-TYPE-SUB) TO CHG-GL-AMOUNT-TOTAL.
092300 3500-EXIT.
092400     EXIT.
092500*****************************************************************
092600* 4000-PRINT-TOTALS - THE RUN'S CONTROL TOTALS ON A PAGE OF     *
092700*                     THEIR OWN                                 *
092800*****************************************************************
092900 4000-PRINT-TOTALS.
093000     PERFORM 7200-START-PAGE THRU 7200-EXIT
093100     MOVE 'CHARGEBACK CONTROL TOTALS' TO CHG-MSG-TEXT
093200     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
093300     MOVE 'FACTOUT LINES READ . . . . . . . . . . . . . . . '
093400         TO CHG-CNT-TEXT
093500     MOVE CHG-LINE-COUNT TO CHG-CNT-COUNT
093600     WRITE CHARGE-REPORT-LINE FROM CHG-COUNT-LINE
093700         AFTER ADVANCING 2 LINES
093800     MOVE 'TRANSACTIONS (D LINES) READ. . . . . . . . . . . '
093900         TO CHG-CNT-TEXT
094000     MOVE CHG-DETAIL-COUNT TO CHG-CNT-COUNT
094100     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
094200     MOVE 'TRANSACTIONS OUTSIDE ANY DEPARTMENT GROUP . . . . '
094300         TO CHG-CNT-TEXT
094400     MOVE CHG-NO-GROUP-COUNT TO CHG-CNT-COUNT
094500     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
094600     MOVE 'TRANSACTIONS WITH NO ORIGIN (NOT BILLED) . . . . '
094700         TO CHG-CNT-TEXT
094800     MOVE CHG-NO-ORIGIN-COUNT TO CHG-CNT-COUNT
094900     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
095000     MOVE 'DEPARTMENT GROUPS BEYOND THE TABLE (NOT BILLED) .'
095100         TO CHG-CNT-TEXT
095200     MOVE CHG-LOST-COUNT TO CHG-CNT-COUNT
095300     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
095400     MOVE 'DEPARTMENTS BILLED AND POSTED. . . . . . . . . . '
095500         TO CHG-CNT-TEXT
095600     MOVE CHG-POSTED-COUNT TO CHG-CNT-COUNT
095700     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
095800     MOVE 'DEPARTMENTS ALREADY POSTED TODAY . . . . . . . . '
095900         TO CHG-CNT-TEXT
096000     MOVE CHG-REPEAT-COUNT TO CHG-CNT-COUNT
096100     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
096200     MOVE 'DEPARTMENTS NOT POSTED (CHGMTD WRITE FAILED) . . '
096300         TO CHG-CNT-TEXT
096400     MOVE CHG-FAILED-COUNT TO CHG-CNT-COUNT
096500     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
096600     MOVE 'LEDGER DETAILS WRITTEN TO CHGGL. . . . . . . . . '
096700         TO CHG-CNT-TEXT
096800     MOVE CHG-GL-COUNT TO CHG-CNT-COUNT
096900     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
097000     MOVE 'TONIGHT''S CHARGES POSTED . . . . . . . . . . . . '
097100         TO CHG-AMT-TEXT
097200     MOVE CHG-GRAND-TONIGHT TO CHG-AMT-AMOUNT
097300     WRITE CHARGE-REPORT-LINE FROM CHG-AMOUNT-LINE
097400         AFTER ADVANCING 2 LINES
097500     MOVE 'LEDGER AMOUNT TOTAL. . . . . . . . . . . . . . . '
097600         TO CHG-AMT-TEXT
097700     MOVE CHG-GL-AMOUNT-TOTAL TO CHG-AMT-AMOUNT
097800     WRITE CHARGE-REPORT-LINE FROM CHG-AMOUNT-LINE
097900         AFTER ADVANCING 1 LINE.
098000 4000-EXIT.
098100     EXIT.
098200*****************************************************************
098300* 5000-TERMINATE - CLOSE THE LEDGER FEED WITH ITS TRAILER (ZERO *
098400*                  COUNT AND AMOUNT WHEN NOTHING WAS POSTED),   *
098450*                  SET THE RETURN CODE AND CLOSE UP             *
098500*****************************************************************
098600 5000-TERMINATE.
098610     MOVE SPACES TO CHARGE-GL-RECORD
098620     SET CG-TRAILER-RECORD TO TRUE
098630     MOVE CHG-GL-COUNT TO CG-TRL-DETAIL-COUNT
098640     MOVE CHG-GL-AMOUNT-TOTAL TO CG-TRL-AMOUNT-TOTAL
098650     WRITE CHARGE-GL-OUT-RECORD FROM CHARGE-GL-RECORD
098660     CLOSE CHARGE-GL-FILE
098700     IF RATE-CARD-IN-ERROR OR MTD-UNAVAILABLE
098800         MOVE 12 TO RETURN-CODE
098900         CLOSE CHARGE-REPORT-FILE
099000         GO TO 5000-EXIT
099100     END-IF
099700     IF CHG-FAILED-COUNT > ZERO
099800         MOVE 8 TO RETURN-CODE
099900     ELSE
100000         IF CHG-REPEAT-COUNT > ZERO
100100             OR CHG-NO-GROUP-COUNT > ZERO
100200             OR CHG-NO-ORIGIN-COUNT > ZERO
100300             OR CHG-LOST-COUNT > ZERO
100400             MOVE 4 TO RETURN-CODE
100500         END-IF
100600     END-IF
100700     IF REGISTRY-AVAILABLE
100800         CLOSE DEPT-REGISTRY-FILE
100900     END-IF
101000     CLOSE CHARGE-MTD-FILE
101200     CLOSE CHARGE-REPORT-FILE.
101300 5000-EXIT.
101400     EXIT.
101500*****************************************************************
101600* 7000-WRITE-COUNT-LINE - ONE TOTALS LINE                       *
101700*****************************************************************
101800 7000-WRITE-COUNT-LINE.
101900     WRITE CHARGE-REPORT-LINE FROM CHG-COUNT-LINE
102000         AFTER ADVANCING 1 LINE.
102100 7000-EXIT.
102200     EXIT.
102300*****************************************************************
102400* 7100-WRITE-MESSAGE - ONE MESSAGE LINE                         *
102500*****************************************************************
102600 7100-WRITE-MESSAGE.
102700     WRITE CHARGE-REPORT-LINE FROM CHG-MESSAGE-LINE
102800         AFTER ADVANCING 2 LINES.
102900 7100-EXIT.
103000     EXIT.
103100*****************************************************************
103200* 7200-START-PAGE - A NEW PAGE WITH THE INVOICE HEADING         *
103300*****************************************************************
103400 7200-START-PAGE.
103500     ADD 1 TO CHG-PAGE-COUNT
103600     MOVE CHG-TODAY-PERIOD TO CHG-H1-PERIOD
103700     MOVE CHG-TODAY TO CHG-H1-DATE
103800     MOVE CHG-PAGE-COUNT TO CHG-H1-PAGE
103900     WRITE CHARGE-REPORT-LINE FROM CHG-HEADING-1
104000         AFTER ADVANCING PAGE.
104100 7200-EXIT.
104200     EXIT.
104300 END PROGRAM FACTCHG.
