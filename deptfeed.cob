000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTFEED.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED. 10/14/2026.
000700*****************************************************************
000800* DEPTFEED IS THE MORNING MISSING-FEED REPORT.  IT READS THE    *
000900* NIGHT'S FACTIN FOR ITS GROUP HEADERS AND CHECKS THEM AGAINST  *
001000* THE DEPARTMENT REGISTRY (DEPTREG, LAYOUT IN COPYBOOK          *
001100* DEPTREG):                                                     *
001200*                                                               *
001300*   - EVERY GROUP RECEIVED IS LISTED WITH ITS DEPARTMENT, OR    *
001400*     FLAGGED AS FROM A SOURCE NOT ON THE REGISTRY, FROM AN     *
001500*     INACTIVE DEPARTMENT, OR CARRYING A RUN DATE OTHER THAN    *
001600*     THE FEED DATE (FACTDRV FAILS ALL THREE);                  *
001700*   - EVERY ACTIVE DEPARTMENT THAT EXPECTS A FEED ON THE FEED   *
001800*     DATE'S DAY OF THE WEEK BUT SENT NO GROUP FOR IT IS LISTED *
001900*     WITH ITS CONTACT AND THE DATE OF ITS LAST FEED, SO        *
002000*     OPERATIONS CAN CHASE IT BEFORE THE BUSINESS DAY STARTS.   *
002100*                                                               *
002200* A GROUP RECEIVED FOR THE FEED DATE STAMPS DG-LAST-FEED-DATE   *
002300* ON ITS REGISTRY ENTRY.  THE FEED DATE IS TODAY UNLESS THE     *
002400* PARM SUPPLIES ONE AS YYYYMMDD.  THE REPORT PRINTS ON FEEDRPT. *
002500*                                                               *
002600* RETURN CODES:  0 EVERY EXPECTED FEED ARRIVED                  *
002700*                4 FEEDS MISSING, OR GROUPS RECEIVED FROM AN    *
002800*                  UNKNOWN OR INACTIVE SOURCE OR FOR THE WRONG  *
002900*                  DATE                                         *
003000*               12 BAD PARM OR THE REGISTRY WILL NOT OPEN       *
003100*****************************************************************
003200* MODIFICATION HISTORY                                          *
003300*-----------------------------------------------------------------
003400* DATE       BY    DESCRIPTION                                  *
003500* 10/14/2026 DLH   ORIGINAL PROGRAM.                            *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT FACT-INPUT-FILE    ASSIGN TO FACTIN
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT FEED-REPORT-FILE   ASSIGN TO FEEDRPT
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT DEPT-REGISTRY-FILE ASSIGN TO DEPTREG
004800         ORGANIZATION IS INDEXED
004900         ACCESS IS DYNAMIC
005000         RECORD KEY IS DG-SOURCE
005100         FILE STATUS IS DFD-REGISTRY-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400*****************************************************************
005500* FACT-INPUT-FILE - THE NIGHT'S FACTIN, READ FOR ITS GROUP      *
005600*                   HEADERS ONLY                                *
005700*****************************************************************
005800 FD  FACT-INPUT-FILE
005900     RECORDING MODE IS F.
006000 01  FACT-INPUT-RECORD.
006100     05  FI-RECORD-TYPE     PIC X(01).
006200         88  FI-HEADER-RECORD       VALUE 'H'.
006300         88  FI-DETAIL-RECORD       VALUE 'D'.
006400         88  FI-TRAILER-RECORD      VALUE 'T'.
006500     05  FI-RECORD-BODY     PIC X(20).
006600     05  FI-HEADER-BODY     REDEFINES FI-RECORD-BODY.
006700         10  FI-HDR-RUN-DATE    PIC 9(08).
006800         10  FI-HDR-SOURCE      PIC X(08).
006900         10  FILLER             PIC X(04).
007000*****************************************************************
007100* FEED-REPORT-FILE - THE PRINTED MISSING-FEED REPORT            *
007200*****************************************************************
007300 FD  FEED-REPORT-FILE
007400     RECORDING MODE IS F.
007500 01  FEED-REPORT-LINE         PIC X(132).
007600*****************************************************************
007700* DEPT-REGISTRY-FILE - THE DEPARTMENT REGISTRY                  *
007800*****************************************************************
007900 FD  DEPT-REGISTRY-FILE.
008000 COPY DEPTREG.
008100 WORKING-STORAGE SECTION.
008200*****************************************************************
008300* WORKING STORAGE                                               *
008400*****************************************************************
008500 01  DFD-SWITCHES.
008600     05  DFD-EOF-SW           PIC X(01)      VALUE 'N'.
008700         88  END-OF-INPUT             VALUE 'Y'.
008800         88  NOT-END-OF-INPUT         VALUE 'N'.
008900     05  DFD-SCAN-EOF-SW      PIC X(01)      VALUE 'N'.
009000         88  END-OF-SCAN              VALUE 'Y'.
009100         88  NOT-END-OF-SCAN          VALUE 'N'.
009200     05  DFD-PARM-ERR-SW      PIC X(01)      VALUE 'N'.
009300         88  PARM-IN-ERROR            VALUE 'Y'.
009400         88  PARM-IS-GOOD             VALUE 'N'.
009500     05  DFD-REG-OPEN-SW      PIC X(01)      VALUE 'N'.
009600         88  REGISTRY-AVAILABLE       VALUE 'Y'.
009700         88  REGISTRY-UNAVAILABLE     VALUE 'N'.
009800     05  DFD-FEED-FOUND-SW    PIC X(01)      VALUE 'N'.
009900         88  FEED-FOUND               VALUE 'Y'.
010000         88  FEED-NOT-FOUND           VALUE 'N'.
010100 01  DFD-COUNTERS.
010200     05  DFD-HEADER-COUNT     PIC 9(08)      COMP VALUE ZERO.
010300     05  DFD-ARRIVED-COUNT    PIC 9(08)      COMP VALUE ZERO.
010400     05  DFD-UNKNOWN-COUNT    PIC 9(08)      COMP VALUE ZERO.
010500     05  DFD-INACTIVE-COUNT   PIC 9(08)      COMP VALUE ZERO.
010600     05  DFD-WRONG-DATE-COUNT PIC 9(08)      COMP VALUE ZERO.
010700     05  DFD-EXPECTED-COUNT   PIC 9(08)      COMP VALUE ZERO.
010800     05  DFD-MISSING-COUNT    PIC 9(08)      COMP VALUE ZERO.
010900     05  DFD-LOST-COUNT       PIC 9(08)      COMP VALUE ZERO.
011000     05  DFD-FEED-COUNT       PIC 9(04)      COMP VALUE ZERO.
011100     05  DFD-FEED-MAX         PIC 9(04)      COMP VALUE 200.
011200     05  DFD-SUB              PIC 9(04)      COMP VALUE ZERO.
011300 01  DFD-WORK-AREA.
011400     05  DFD-TODAY            PIC 9(08).
011500     05  DFD-FEED-DATE        PIC 9(08).
011600     05  DFD-DAY-NUMBER       PIC 9(08)      COMP.
011700     05  DFD-WEEKDAY          PIC 9(01).
011800     05  DFD-DATE-EDIT        PIC 9(04)/9(02)/9(02).
011900 01  DFD-REGISTRY-STATUS      PIC X(02)      VALUE SPACES.
012000     88  REGISTRY-IO-OK               VALUE '00'.
012100     88  REGISTRY-OPEN-OK             VALUES '00' '97'.
012200*****************************************************************
012300* DAY NAMES - ENTRY 1 IS MONDAY, MATCHING DG-FEED-DAY           *
012400*****************************************************************
012500 01  DFD-DAY-NAMES.
012600     05  FILLER               PIC X(09)      VALUE 'MONDAY'.
012700     05  FILLER               PIC X(09)      VALUE 'TUESDAY'.
012800     05  FILLER               PIC X(09)      VALUE 'WEDNESDAY'.
012900     05  FILLER               PIC X(09)      VALUE 'THURSDAY'.
013000     05  FILLER               PIC X(09)      VALUE 'FRIDAY'.
013100     05  FILLER               PIC X(09)      VALUE 'SATURDAY'.
013200     05  FILLER               PIC X(09)      VALUE 'SUNDAY'.
013300 01  DFD-DAY-NAME-TABLE       REDEFINES DFD-DAY-NAMES.
013400     05  DFD-DAY-NAME         PIC X(09)      OCCURS 7 TIMES.
013500*****************************************************************
013600* RECEIVED-FEED TABLE - ONE ENTRY PER SOURCE WHOSE GROUP FOR    *
013700* THE FEED DATE ARRIVED ON FACTIN                               *
013800*****************************************************************
013900 01  DFD-FEED-TABLE.
014000     05  DFD-FEED-SOURCE      PIC X(08)      OCCURS 200 TIMES.
014100*****************************************************************
014200* REPORT LINES                                                  *
014300*****************************************************************
014400 01  DFD-HEADING-1.
014500     05  FILLER               PIC X(10)      VALUE 'DEPTFEED'.
014600     05  FILLER               PIC X(42)
014700         VALUE 'DEPARTMENT FEED ARRIVAL REPORT'.
014800     05  FILLER               PIC X(10)      VALUE 'RUN DATE: '.
014900     05  DFD-H1-DATE          PIC 9(04)/9(02)/9(02).
015000     05  FILLER               PIC X(60)      VALUE SPACES.
015100 01  DFD-HEADING-2.
015200     05  FILLER               PIC X(01)      VALUE SPACES.
015300     05  FILLER               PIC X(20)
015400         VALUE 'FEEDS EXPECTED FOR  '.
015500     05  DFD-H2-DATE          PIC 9(04)/9(02)/9(02).
015600     05  FILLER               PIC X(02)      VALUE SPACES.
015700     05  DFD-H2-DAY           PIC X(09).
015800     05  FILLER               PIC X(90)      VALUE SPACES.
015900 01  DFD-SECTION-TITLE.
016000     05  FILLER               PIC X(01)      VALUE SPACES.
016100     05  DFD-TITLE-TEXT       PIC X(60).
016200     05  FILLER               PIC X(71)      VALUE SPACES.
016300 01  DFD-RECEIVED-HEADS.
016400     05  FILLER               PIC X(01)      VALUE SPACES.
016500     05  FILLER               PIC X(10)      VALUE 'SOURCE'.
016600     05  FILLER               PIC X(12)      VALUE 'RUN DATE'.
016700     05  FILLER               PIC X(32)      VALUE 'DEPARTMENT'.
016800     05  FILLER               PIC X(30)      VALUE 'RESULT'.
016900     05  FILLER               PIC X(47)      VALUE SPACES.
017000 01  DFD-RECEIVED-LINE.
017100     05  FILLER               PIC X(01)      VALUE SPACES.
017200     05  DFD-RCV-SOURCE       PIC X(08).
017300     05  FILLER               PIC X(02)      VALUE SPACES.
017400     05  DFD-RCV-RUN-DATE     PIC X(10).
017500     05  FILLER               PIC X(02)      VALUE SPACES.
017600     05  DFD-RCV-NAME         PIC X(30).
017700     05  FILLER               PIC X(02)      VALUE SPACES.
017800     05  DFD-RCV-RESULT       PIC X(30).
017900     05  FILLER               PIC X(47)      VALUE SPACES.
018000 01  DFD-MISSING-HEADS.
018100     05  FILLER               PIC X(01)      VALUE SPACES.
018200     05  FILLER               PIC X(10)      VALUE 'SOURCE'.
018300     05  FILLER               PIC X(32)      VALUE 'DEPARTMENT'.
018400     05  FILLER               PIC X(32)      VALUE 'CONTACT'.
018500     05  FILLER               PIC X(10)      VALUE 'LAST FEED'.
018600     05  FILLER               PIC X(47)      VALUE SPACES.
018700 01  DFD-MISSING-LINE.
018800     05  FILLER               PIC X(01)      VALUE SPACES.
018900     05  DFD-MIS-SOURCE       PIC X(08).
019000     05  FILLER               PIC X(02)      VALUE SPACES.
019100     05  DFD-MIS-NAME         PIC X(30).
019200     05  FILLER               PIC X(02)      VALUE SPACES.
019300     05  DFD-MIS-CONTACT      PIC X(30).
019400     05  FILLER               PIC X(02)      VALUE SPACES.
019500     05  DFD-MIS-LAST-FEED    PIC X(10).
019600     05  FILLER               PIC X(47)      VALUE SPACES.
019700 01  DFD-COUNT-LINE.
019800     05  FILLER               PIC X(01)      VALUE SPACES.
019900     05  DFD-CNT-TEXT         PIC X(50).
020000     05  DFD-CNT-COUNT        PIC Z(07)9.
020100     05  FILLER               PIC X(73)      VALUE SPACES.
020200 01  DFD-MESSAGE-LINE.
020300     05  FILLER               PIC X(01)      VALUE SPACES.
020400     05  DFD-MSG-TEXT         PIC X(70).
020500     05  FILLER               PIC X(61)      VALUE SPACES.
020600 LINKAGE SECTION.
020700*****************************************************************
020800* LINKAGE PARAMETERS - PARM FROM THE EXECUTING JCL STEP         *
020900*****************************************************************
021000 01  DEPTFEED-PARM.
021100     05  DEPTFEED-PARM-LEN    PIC S9(4)      COMP.
021200     05  DEPTFEED-PARM-TEXT   PIC X(94).
021300 PROCEDURE DIVISION USING DEPTFEED-PARM.
021400*****************************************************************
021500* 0000-MAINLINE                                                 *
021600*****************************************************************
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021900     IF PARM-IS-GOOD AND REGISTRY-AVAILABLE
022000         PERFORM 2000-READ-FEEDS-RECEIVED THRU 2000-EXIT
022100         PERFORM 3000-LIST-MISSING-FEEDS THRU 3000-EXIT
022200         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
022300     END-IF
022400     PERFORM 5000-TERMINATE THRU 5000-EXIT
022500     GOBACK.
022600*****************************************************************
022700* 1000-INITIALIZE - SETTLE THE FEED DATE AND ITS DAY OF THE     *
022800*                   WEEK, PRINT THE HEADINGS, AND OPEN THE      *
022900*                   REGISTRY FOR UPDATE.  THE DAY NUMBER COUNTS *
023000*                   FROM MONDAY 01/01/1601, DAY 1 OF THE        *
023100*                   INTEGER DATE CALENDAR.                      *
023200*****************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT DFD-TODAY FROM DATE YYYYMMDD
023500     MOVE DFD-TODAY TO DFD-FEED-DATE
023600     OPEN OUTPUT FEED-REPORT-FILE
023700     MOVE DFD-TODAY TO DFD-H1-DATE
023800     WRITE FEED-REPORT-LINE FROM DFD-HEADING-1
023900         AFTER ADVANCING PAGE
024000     IF DEPTFEED-PARM-LEN > ZERO
024100         AND DEPTFEED-PARM-TEXT (1:8) NOT = SPACES
024200         IF DEPTFEED-PARM-TEXT (1:8) IS NUMERIC
024300             AND DEPTFEED-PARM-TEXT (1:8) > '16010101'
024400             MOVE DEPTFEED-PARM-TEXT (1:8) TO DFD-FEED-DATE
024500         ELSE
024600             SET PARM-IN-ERROR TO TRUE
024700             MOVE 'PARM MUST BE BLANK OR A FEED DATE YYYYMMDD'
024800                 TO DFD-MSG-TEXT
024900             PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
025000             GO TO 1000-EXIT
025100         END-IF
025200     END-IF
025300     COMPUTE DFD-DAY-NUMBER =
025400         FUNCTION INTEGER-OF-DATE (DFD-FEED-DATE)
025500     IF DFD-DAY-NUMBER = ZERO
025600         SET PARM-IN-ERROR TO TRUE
025700         MOVE 'PARM FEED DATE IS NOT A VALID CALENDAR DATE'
025800             TO DFD-MSG-TEXT
025900         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
026000         GO TO 1000-EXIT
026100     END-IF
026200     COMPUTE DFD-WEEKDAY =
026300         FUNCTION MOD (DFD-DAY-NUMBER - 1, 7) + 1
026400     MOVE DFD-FEED-DATE TO DFD-H2-DATE
026500     MOVE DFD-DAY-NAME (DFD-WEEKDAY) TO DFD-H2-DAY
026600     WRITE FEED-REPORT-LINE FROM DFD-HEADING-2
026700         AFTER ADVANCING 2 LINES
026800     OPEN I-O DEPT-REGISTRY-FILE
026900     IF REGISTRY-OPEN-OK
027000         SET REGISTRY-AVAILABLE TO TRUE
027100     ELSE
027200         SET REGISTRY-UNAVAILABLE TO TRUE
027300         MOVE 'DEPARTMENT REGISTRY WILL NOT OPEN - STATUS'
027400             TO DFD-MSG-TEXT
027500         MOVE DFD-REGISTRY-STATUS TO DFD-MSG-TEXT (44:2)
027600         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
027700     END-IF.
027800 1000-EXIT.
027900     EXIT.
028000*****************************************************************
028100* 2000-READ-FEEDS-RECEIVED - ONE PASS OF FACTIN, LISTING EACH   *
028200*                            GROUP HEADER AS IT IS READ         *
028300*****************************************************************
028400 2000-READ-FEEDS-RECEIVED.
028500     MOVE 'GROUPS RECEIVED ON FACTIN' TO DFD-TITLE-TEXT
028600     WRITE FEED-REPORT-LINE FROM DFD-SECTION-TITLE
028700         AFTER ADVANCING 2 LINES
028800     WRITE FEED-REPORT-LINE FROM DFD-RECEIVED-HEADS
028900         AFTER ADVANCING 2 LINES
029000     OPEN INPUT FACT-INPUT-FILE
029100     SET NOT-END-OF-INPUT TO TRUE
029200     PERFORM 2100-READ-ONE-INPUT THRU 2100-EXIT
029300         UNTIL END-OF-INPUT
029400     CLOSE FACT-INPUT-FILE
029500     IF DFD-HEADER-COUNT = ZERO
029600         MOVE 'NO GROUPS ON FACTIN' TO DFD-MSG-TEXT
029700         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
029800     END-IF.
029900 2000-EXIT.
030000     EXIT.
030100*****************************************************************
030200* 2100-READ-ONE-INPUT - ONE FACTIN RECORD; ONLY HEADERS MATTER  *
030300*****************************************************************
030400 2100-READ-ONE-INPUT.
030500     READ FACT-INPUT-FILE
030600         AT END
030700             SET END-OF-INPUT TO TRUE
030800             GO TO 2100-EXIT
030900     END-READ
031000     IF FI-HEADER-RECORD
031100         PERFORM 2200-CHECK-ONE-HEADER THRU 2200-EXIT
031200     END-IF.
031300 2100-EXIT.
031400     EXIT.
031500*****************************************************************
031600* 2200-CHECK-ONE-HEADER - LIST ONE GROUP HEADER WITH THE RESULT *
031700*                         OF ITS REGISTRY CHECK                 *
031800*****************************************************************
031900 2200-CHECK-ONE-HEADER.
032000     ADD 1 TO DFD-HEADER-COUNT
032100     MOVE FI-HDR-SOURCE TO DFD-RCV-SOURCE
032200     IF FI-HDR-RUN-DATE IS NUMERIC
032300         MOVE FI-HDR-RUN-DATE TO DFD-DATE-EDIT
032400         MOVE DFD-DATE-EDIT TO DFD-RCV-RUN-DATE
032500     ELSE
032600         MOVE FI-HDR-RUN-DATE TO DFD-RCV-RUN-DATE
032700     END-IF
032800     MOVE SPACES TO DFD-RCV-NAME
032900     PERFORM 2210-CLASSIFY-HEADER THRU 2210-EXIT
033000     WRITE FEED-REPORT-LINE FROM DFD-RECEIVED-LINE
033100         AFTER ADVANCING 1 LINE.
033200 2200-EXIT.
033300     EXIT.
033400*****************************************************************
033500* 2210-CLASSIFY-HEADER - LOOK THE GROUP'S SOURCE UP ON THE      *
033600*                        REGISTRY.  A GROUP FROM AN ACTIVE      *
033700*                        DEPARTMENT FOR THE FEED DATE HAS       *
033800*                        ARRIVED: ITS LAST FEED DATE IS STAMPED *
033900*                        AND ITS SOURCE IS REMEMBERED FOR THE   *
034000*                        MISSING-FEED SCAN.                     *
034100*****************************************************************
034200 2210-CLASSIFY-HEADER.
034300     MOVE FI-HDR-SOURCE TO DG-SOURCE
034400     READ DEPT-REGISTRY-FILE
034500         INVALID KEY
034600             CONTINUE
034700     END-READ
034800     IF NOT REGISTRY-IO-OK
034900         ADD 1 TO DFD-UNKNOWN-COUNT
035000         MOVE 'NOT ON THE REGISTRY' TO DFD-RCV-RESULT
035100         GO TO 2210-EXIT
035200     END-IF
035300     MOVE DG-NAME TO DFD-RCV-NAME
035400     IF DG-INACTIVE
035500         ADD 1 TO DFD-INACTIVE-COUNT
035600         MOVE 'DEPARTMENT IS INACTIVE' TO DFD-RCV-RESULT
035700         GO TO 2210-EXIT
035800     END-IF
035900     IF FI-HDR-RUN-DATE IS NOT NUMERIC
036000         OR FI-HDR-RUN-DATE NOT = DFD-FEED-DATE
036100         ADD 1 TO DFD-WRONG-DATE-COUNT
036200         MOVE 'RUN DATE IS NOT THE FEED DATE' TO DFD-RCV-RESULT
036300         GO TO 2210-EXIT
036400     END-IF
036500     ADD 1 TO DFD-ARRIVED-COUNT
036600     IF DG-FEED-DAY (DFD-WEEKDAY) = 'Y'
036700         MOVE 'RECEIVED' TO DFD-RCV-RESULT
036800     ELSE
036900         MOVE 'RECEIVED - NOT A FEED DAY' TO DFD-RCV-RESULT
037000     END-IF
037100     MOVE DFD-FEED-DATE TO DG-LAST-FEED-DATE
037200     REWRITE DEPT-REGISTRY-RECORD
037300         INVALID KEY
037400             CONTINUE
037500     END-REWRITE
037600     IF NOT REGISTRY-IO-OK
037700         MOVE 'RECEIVED - LAST FEED NOT STAMPED' TO DFD-RCV-RESULT
037800     END-IF
037900     IF DFD-FEED-COUNT < DFD-FEED-MAX
038000         ADD 1 TO DFD-FEED-COUNT
038100         MOVE FI-HDR-SOURCE TO DFD-FEED-SOURCE (DFD-FEED-COUNT)
038200     ELSE
038300         ADD 1 TO DFD-LOST-COUNT
038400     END-IF.
038500 2210-EXIT.
038600     EXIT.
038700*****************************************************************
038800* 3000-LIST-MISSING-FEEDS - SCAN THE REGISTRY FOR ACTIVE        *
038900*                           DEPARTMENTS EXPECTED ON THE FEED    *
039000*                           DATE'S DAY THAT SENT NOTHING FOR IT *
039100*****************************************************************
039200 3000-LIST-MISSING-FEEDS.
039300     MOVE 'EXPECTED FEEDS NOT RECEIVED' TO DFD-TITLE-TEXT
039400     WRITE FEED-REPORT-LINE FROM DFD-SECTION-TITLE
039500         AFTER ADVANCING 3 LINES
039600     WRITE FEED-REPORT-LINE FROM DFD-MISSING-HEADS
039700         AFTER ADVANCING 2 LINES
039800     SET NOT-END-OF-SCAN TO TRUE
039900     MOVE LOW-VALUES TO DG-SOURCE
040000     START DEPT-REGISTRY-FILE KEY NOT < DG-SOURCE
040100         INVALID KEY
040200             SET END-OF-SCAN TO TRUE
040300     END-START
040400     PERFORM 3100-CHECK-ONE-DEPARTMENT THRU 3100-EXIT
040500         UNTIL END-OF-SCAN
040600     IF DFD-MISSING-COUNT = ZERO
040700         MOVE 'EVERY EXPECTED FEED ARRIVED' TO DFD-MSG-TEXT
040800         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
040900     END-IF.
041000 3000-EXIT.
041100     EXIT.
041200*****************************************************************
041300* 3100-CHECK-ONE-DEPARTMENT - READ THE NEXT DEPARTMENT AND, IF  *
041400*                             IT OWED A FEED THAT DID NOT COME, *
041500*                             LIST IT                           *
041600*****************************************************************
041700 3100-CHECK-ONE-DEPARTMENT.
041800     READ DEPT-REGISTRY-FILE NEXT RECORD
041900         AT END
042000             SET END-OF-SCAN TO TRUE
042100     END-READ
042200     IF END-OF-SCAN OR NOT REGISTRY-IO-OK
042300         SET END-OF-SCAN TO TRUE
042400         GO TO 3100-EXIT
042500     END-IF
042600     IF DG-INACTIVE
042700         OR DG-FEED-DAY (DFD-WEEKDAY) NOT = 'Y'
042800         GO TO 3100-EXIT
042900     END-IF
043000     ADD 1 TO DFD-EXPECTED-COUNT
043100     SET FEED-NOT-FOUND TO TRUE
043200     PERFORM 3110-MATCH-ONE-FEED THRU 3110-EXIT
043300         VARYING DFD-SUB FROM 1 BY 1
043400         UNTIL DFD-SUB > DFD-FEED-COUNT
043500            OR FEED-FOUND
043600     IF FEED-FOUND
043700         GO TO 3100-EXIT
043800     END-IF
043900     ADD 1 TO DFD-MISSING-COUNT
044000     MOVE DG-SOURCE TO DFD-MIS-SOURCE
044100     MOVE DG-NAME TO DFD-MIS-NAME
044200     MOVE DG-CONTACT TO DFD-MIS-CONTACT
044300     IF DG-LAST-FEED-DATE = ZERO
044400         MOVE 'NEVER' TO DFD-MIS-LAST-FEED
044500     ELSE
044600         MOVE DG-LAST-FEED-DATE TO DFD-DATE-EDIT
044700         MOVE DFD-DATE-EDIT TO DFD-MIS-LAST-FEED
044800     END-IF
044900     WRITE FEED-REPORT-LINE FROM DFD-MISSING-LINE
045000         AFTER ADVANCING 1 LINE.
045100 3100-EXIT.
045200     EXIT.
045300*****************************************************************
045400* 3110-MATCH-ONE-FEED - TEST ONE RECEIVED-FEED ENTRY            *
045500*****************************************************************
045600 3110-MATCH-ONE-FEED.
045700     IF DFD-FEED-SOURCE (DFD-SUB) = DG-SOURCE
045800         SET FEED-FOUND TO TRUE
045900     END-IF.
046000 3110-EXIT.
046100     EXIT.
046200*****************************************************************
046300* 4000-PRINT-TOTALS - THE COUNTS BEHIND THE TWO SECTIONS        *
046400*****************************************************************
046500 4000-PRINT-TOTALS.
046600     MOVE 'GROUP HEADERS READ . . . . . . . . . . . . . . . '
046700         TO DFD-CNT-TEXT
046800     MOVE DFD-HEADER-COUNT TO DFD-CNT-COUNT
046900     WRITE FEED-REPORT-LINE FROM DFD-COUNT-LINE
047000         AFTER ADVANCING 3 LINES
047100     MOVE 'FEEDS RECEIVED FOR THE FEED DATE . . . . . . . . '
047200         TO DFD-CNT-TEXT
047300     MOVE DFD-ARRIVED-COUNT TO DFD-CNT-COUNT
047400     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
047500     MOVE 'GROUPS FROM SOURCES NOT ON THE REGISTRY. . . . . '
047600         TO DFD-CNT-TEXT
047700     MOVE DFD-UNKNOWN-COUNT TO DFD-CNT-COUNT
047800     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
047900     MOVE 'GROUPS FROM INACTIVE DEPARTMENTS . . . . . . . . '
048000         TO DFD-CNT-TEXT
048100     MOVE DFD-INACTIVE-COUNT TO DFD-CNT-COUNT
048200     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
048300     MOVE 'GROUPS FOR ANOTHER RUN DATE. . . . . . . . . . . '
048400         TO DFD-CNT-TEXT
048500     MOVE DFD-WRONG-DATE-COUNT TO DFD-CNT-COUNT
048600     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
048700     MOVE 'FEEDS EXPECTED . . . . . . . . . . . . . . . . . '
048800         TO DFD-CNT-TEXT
048900     MOVE DFD-EXPECTED-COUNT TO DFD-CNT-COUNT
049000     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
049100     MOVE 'FEEDS MISSING. . . . . . . . . . . . . . . . . . '
049200         TO DFD-CNT-TEXT
049300     MOVE DFD-MISSING-COUNT TO DFD-CNT-COUNT
049400     PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
049500     IF DFD-LOST-COUNT > ZERO
049600         MOVE 'FEEDS BEYOND THE RECEIVED TABLE (REPORTED MISSING)'
049700             TO DFD-CNT-TEXT
049800         MOVE DFD-LOST-COUNT TO DFD-CNT-COUNT
049900         PERFORM 7000-WRITE-COUNT-LINE THRU 7000-EXIT
050000     END-IF.
050100 4000-EXIT.
050200     EXIT.
050300*****************************************************************
050400* 5000-TERMINATE - SET THE RETURN CODE AND CLOSE UP             *
050500*****************************************************************
050600 5000-TERMINATE.
050700     IF PARM-IN-ERROR OR REGISTRY-UNAVAILABLE
050800         MOVE 12 TO RETURN-CODE
050900     ELSE
051000         IF DFD-MISSING-COUNT > ZERO
051100             OR DFD-UNKNOWN-COUNT > ZERO
051200             OR DFD-INACTIVE-COUNT > ZERO
051300             OR DFD-WRONG-DATE-COUNT > ZERO
051400             MOVE 4 TO RETURN-CODE
051500         END-IF
051600     END-IF
051700     IF REGISTRY-AVAILABLE
051800         CLOSE DEPT-REGISTRY-FILE
051900     END-IF
052000     CLOSE FEED-REPORT-FILE.
052100 5000-EXIT.
052200     EXIT.
052300*****************************************************************
052400* 7000-WRITE-COUNT-LINE - ONE TOTALS LINE                       *
052500*****************************************************************
052600 7000-WRITE-COUNT-LINE.
052700     WRITE FEED-REPORT-LINE FROM DFD-COUNT-LINE
052800         AFTER ADVANCING 1 LINE.
052900 7000-EXIT.
053000     EXIT.
053100*****************************************************************
053200* 7100-WRITE-MESSAGE - ONE MESSAGE LINE                         *
053300*****************************************************************
053400 7100-WRITE-MESSAGE.
053500     WRITE FEED-REPORT-LINE FROM DFD-MESSAGE-LINE
053600         AFTER ADVANCING 2 LINES.
053700 7100-EXIT.
053800     EXIT.
053900 END PROGRAM DEPTFEED.
