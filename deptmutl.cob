000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTMUTL.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED. 10/14/2026.
000700*****************************************************************
000800* DEPTMUTL IS THE OPERATIONS UTILITY FOR THE DEPARTMENT         *
000900* REGISTRY (DEPTREG, A VSAM KSDS KEYED BY THE FACTIN GROUP      *
001000* SOURCE CODE, LAYOUT IN COPYBOOK DEPTREG).  FACTDRV ONLY RUNS  *
001100* THE WORK OF A DEPARTMENT THAT IS ON THE REGISTRY AND ACTIVE,  *
001200* AND ONLY FOR THE FUNCTIONS AND N CEILING REGISTERED HERE.  IT *
001300* IS DRIVEN BY 80-BYTE CONTROL CARDS ON DEPTCTL AND PRINTS      *
001400* EVERYTHING IT DOES ON DEPTLST:                                *
001500*                                                               *
001600*   COLS 1-8   VERB    ADD, LIMITS, NAME, CONTACT, ACTIVATE,    *
001700*                      INACTIVE, DELETE, OR LIST ('*' =         *
001800*                      COMMENT)                                 *
001900*   COLS 10-17 SOURCE  THE DEPARTMENT'S FACTIN SOURCE CODE      *
002000*                      (NOT USED BY LIST)                       *
002100*   ADD AND LIMITS:                                             *
002200*   COLS 19-23 FUNCS   Y OR N FOR FACT, COMB, PERM, DRNG, AND   *
002201*                      MULT (A BLANK MULT FLAG IS TAKEN AS N)   *
002300*   COLS 24-31 MAX N   HIGHEST N THE DEPARTMENT MAY SUBMIT,     *
002400*                      ZERO FOR NO CEILING                      *
002500*   COLS 33-39 DAYS    Y OR N FOR EACH DAY, MONDAY THROUGH      *
002600*                      SUNDAY, THAT A FEED IS EXPECTED          *
002700*   COLS 41-70 NAME    ADD ONLY: THE DEPARTMENT NAME            *
002800*   NAME AND CONTACT:                                           *
002900*   COLS 19-48 TEXT    THE NEW DEPARTMENT NAME OR CONTACT       *
003000*                                                               *
003100* ADD FILES A NEW ACTIVE DEPARTMENT; INACTIVE WITHDRAWS ONE     *
003200* WITHOUT LOSING ITS HISTORY AND ACTIVATE RESTORES IT.  A CARD  *
003300* IN ERROR IS FLAGGED ON THE LISTING AND THE RUN ENDS WITH      *
003400* RETURN CODE 8.                                                *
003500*****************************************************************
003600* MODIFICATION HISTORY                                          *
003700*-----------------------------------------------------------------
003800* DATE       BY    DESCRIPTION                                  *
003900* 10/14/2026 DLH   ORIGINAL PROGRAM.                            *
003901* 10/15/2026 DLH   COLUMN 23 OF THE ADD AND LIMITS CARDS NOW    *
003902*                  CARRIES THE MULT FUNCTION FLAG.  THE LISTING *
003903*                  SHOWS MULT WITH THE OTHER FUNCTIONS.         *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT DPM-CONTROL-FILE   ASSIGN TO DEPTCTL
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT DPM-LISTING-FILE   ASSIGN TO DEPTLST
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT DEPT-REGISTRY-FILE ASSIGN TO DEPTREG
005200         ORGANIZATION IS INDEXED
005300         ACCESS IS DYNAMIC
005400         RECORD KEY IS DG-SOURCE
005500         FILE STATUS IS DPM-REGISTRY-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*****************************************************************
005900* DPM-CONTROL-FILE - THE OPERATOR'S CONTROL CARDS               *
006000*****************************************************************
006100 FD  DPM-CONTROL-FILE
006200     RECORDING MODE IS F.
006300 01  DPM-CONTROL-CARD.
006400     05  CTL-VERB           PIC X(08).
006500     05  FILLER             PIC X(01).
006600     05  CTL-SOURCE         PIC X(08).
006700     05  FILLER             PIC X(01).
006800     05  CTL-OPERAND-AREA   PIC X(62).
006900     05  CTL-LIMIT-OPERANDS REDEFINES CTL-OPERAND-AREA.
007000         10  CTL-FUNC-FLAGS.
007100             15  CTL-FUNC-FLAG  PIC X(01)  OCCURS 4 TIMES.
007200                 88  CTL-FUNC-FLAG-VALID   VALUES 'Y' 'N'.
007300         10  CTL-MULT-FLAG  PIC X(01).
007301             88  CTL-MULT-FLAG-VALID   VALUES 'Y' 'N' ' '.
007302             88  CTL-MULT-FLAG-YES     VALUE 'Y'.
007400         10  CTL-MAX-N      PIC X(08).
007500         10  FILLER         PIC X(01).
007600         10  CTL-FEED-DAYS.
007700             15  CTL-FEED-DAY   PIC X(01)  OCCURS 7 TIMES.
007800                 88  CTL-FEED-DAY-VALID    VALUES 'Y' 'N'.
007900         10  FILLER         PIC X(01).
008000         10  CTL-ADD-NAME   PIC X(30).
008100         10  FILLER         PIC X(10).
008200     05  CTL-TEXT-OPERANDS  REDEFINES CTL-OPERAND-AREA.
008300         10  CTL-TEXT       PIC X(30).
008400         10  FILLER         PIC X(32).
008500*****************************************************************
008600* DPM-LISTING-FILE - THE PRINTED ACTION LISTING                 *
008700*****************************************************************
008800 FD  DPM-LISTING-FILE
008900     RECORDING MODE IS F.
009000 01  DPM-LISTING-LINE       PIC X(132).
009100*****************************************************************
009200* DEPT-REGISTRY-FILE - THE REGISTRY UNDER MAINTENANCE           *
009300*****************************************************************
009400 FD  DEPT-REGISTRY-FILE.
009500 COPY DEPTREG.
009600 WORKING-STORAGE SECTION.
009700*****************************************************************
009800* WORKING STORAGE                                               *
009900*****************************************************************
010000 01  DPM-SWITCHES.
010100     05  DPM-CTL-EOF-SW       PIC X(01)      VALUE 'N'.
010200         88  END-OF-CONTROL           VALUE 'Y'.
010300         88  NOT-END-OF-CONTROL       VALUE 'N'.
010400     05  DPM-SCAN-EOF-SW      PIC X(01)      VALUE 'N'.
010500         88  END-OF-SCAN              VALUE 'Y'.
010600         88  NOT-END-OF-SCAN          VALUE 'N'.
010700     05  DPM-CARD-ERR-SW      PIC X(01)      VALUE 'N'.
010800         88  CARD-IN-ERROR            VALUE 'Y'.
010900         88  CARD-IS-GOOD             VALUE 'N'.
011000*    A FRESHLY DEFINED KSDS HAS NEVER BEEN LOADED AND GIVES
011100*    STATUS 35 ON OPEN I-O; IT MUST BE PRIMED THROUGH OPEN
011200*    OUTPUT INSTEAD.  IN THAT MODE ONLY ADD CARDS CAN RUN, AND
011300*    THE FIRST ADD REOPENS THE REGISTRY FOR UPDATE.
011400     05  DPM-OPEN-MODE-SW     PIC X(01)      VALUE 'N'.
011500         88  REGISTRY-NOT-OPEN        VALUE 'N'.
011600         88  UPDATE-MODE              VALUE 'U'.
011700         88  INITIAL-LOAD-MODE        VALUE 'L'.
011800 01  DPM-COUNTERS.
011900     05  DPM-CARD-COUNT       PIC 9(08)      COMP VALUE ZERO.
012000     05  DPM-ERROR-COUNT      PIC 9(08)      COMP VALUE ZERO.
012100     05  DPM-ADDED-COUNT      PIC 9(08)      COMP VALUE ZERO.
012200     05  DPM-CHANGED-COUNT    PIC 9(08)      COMP VALUE ZERO.
012300     05  DPM-DELETED-COUNT    PIC 9(08)      COMP VALUE ZERO.
012400     05  DPM-LISTED-COUNT     PIC 9(08)      COMP VALUE ZERO.
012500     05  DPM-SUB              PIC 9(04)      COMP VALUE ZERO.
012600 01  DPM-WORK-AREA.
012700     05  DPM-RUN-DATE         PIC 9(08).
012800     05  DPM-NEW-ACTIVE-FLAG  PIC X(01).
012900     05  DPM-DATE-EDIT        PIC 9(04)/9(02)/9(02).
013000 01  DPM-DAY-LETTERS          PIC X(07)      VALUE 'MTWTFSS'.
013100 01  DPM-DAY-LETTER-TABLE     REDEFINES DPM-DAY-LETTERS.
013200     05  DPM-DAY-LETTER       PIC X(01)      OCCURS 7 TIMES.
013300 01  DPM-REGISTRY-STATUS      PIC X(02)      VALUE SPACES.
013400     88  REGISTRY-IO-OK               VALUE '00'.
013500     88  REGISTRY-OPEN-OK             VALUES '00' '97'.
013600     88  REGISTRY-END-OF-FILE         VALUE '10'.
013700*****************************************************************
013800* LISTING LINES                                                 *
013900*****************************************************************
014000 01  DPM-PRINT-AREA           PIC X(132).
014100 01  DPM-HEADING-1.
014200     05  FILLER               PIC X(10)      VALUE 'DEPTMUTL'.
014300     05  FILLER               PIC X(42)
014400         VALUE 'DEPARTMENT REGISTRY MAINTENANCE'.
014500     05  FILLER               PIC X(10)      VALUE 'RUN DATE: '.
014600     05  DPM-H1-DATE          PIC 9(04)/9(02)/9(02).
014700     05  FILLER               PIC X(60)      VALUE SPACES.
014800 01  DPM-CARD-ECHO-LINE.
014900     05  FILLER               PIC X(06)      VALUE 'CARD: '.
015000     05  DPM-ECHO-TEXT        PIC X(80).
015100     05  FILLER               PIC X(46)      VALUE SPACES.
015200 01  DPM-COUNT-LINE.
015300     05  FILLER               PIC X(06)      VALUE SPACES.
015400     05  DPM-CNT-TEXT         PIC X(60).
015500     05  DPM-CNT-COUNT        PIC Z(07)9.
015600     05  FILLER               PIC X(58)      VALUE SPACES.
015700 01  DPM-MESSAGE-LINE.
015800     05  FILLER               PIC X(06)      VALUE SPACES.
015900     05  DPM-MSG-TEXT         PIC X(70).
016000     05  FILLER               PIC X(56)      VALUE SPACES.
016100 01  DPM-DETAIL-LINE.
016200     05  FILLER               PIC X(02)      VALUE SPACES.
016300     05  DPM-DET-SOURCE       PIC X(08).
016400     05  FILLER               PIC X(02)      VALUE SPACES.
016500     05  DPM-DET-NAME         PIC X(30).
016600     05  FILLER               PIC X(02)      VALUE SPACES.
016700     05  DPM-DET-ACTIVE       PIC X(01).
016800     05  FILLER               PIC X(03)      VALUE SPACES.
016900     05  DPM-DET-FACT         PIC X(05).
017000     05  DPM-DET-COMB         PIC X(05).
017100     05  DPM-DET-PERM         PIC X(05).
017200     05  DPM-DET-DRNG         PIC X(05).
017201     05  DPM-DET-MULT         PIC X(05).
017300     05  DPM-DET-MAX-N        PIC Z(07)9.
017400     05  FILLER               PIC X(01)      VALUE SPACES.
017500     05  DPM-DET-DAYS         PIC X(07).
017600     05  DPM-DET-DAY-TABLE    REDEFINES DPM-DET-DAYS.
017700         10  DPM-DET-DAY      PIC X(01)      OCCURS 7 TIMES.
017800     05  FILLER               PIC X(01)      VALUE SPACES.
017900     05  DPM-DET-LAST-FEED    PIC X(10).
018000     05  FILLER               PIC X(02)      VALUE SPACES.
018100     05  DPM-DET-CONTACT      PIC X(30).
018300 01  DPM-LIST-HEADS.
018400     05  FILLER               PIC X(02)      VALUE SPACES.
018500     05  FILLER               PIC X(10)      VALUE 'SOURCE'.
018600     05  FILLER               PIC X(32)      VALUE 'DEPARTMENT'.
018700     05  FILLER               PIC X(04)      VALUE 'ACT'.
018800     05  FILLER               PIC X(25)      VALUE 'FUNCTIONS'.
018900     05  FILLER               PIC X(08)      VALUE '   MAX N'.
019000     05  FILLER               PIC X(01)      VALUE SPACES.
019100     05  FILLER               PIC X(08)      VALUE 'DAYS'.
019200     05  FILLER               PIC X(12)      VALUE 'LAST FEED'.
019300     05  FILLER               PIC X(30)      VALUE 'CONTACT'.
019400 PROCEDURE DIVISION.
019500*****************************************************************
019600* 0000-MAINLINE                                                 *
019700*****************************************************************
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020000     PERFORM 2000-PROCESS-CONTROL-CARD THRU 2000-EXIT
020100         UNTIL END-OF-CONTROL
020200     PERFORM 6000-TERMINATE THRU 6000-EXIT
020300     GOBACK.
020400*****************************************************************
020500* 1000-INITIALIZE - OPEN FILES AND PRIME THE CARD READ.  A      *
020600*                   REGISTRY THAT WILL NOT OPEN ENDS THE RUN    *
020700*                   BEFORE ANY CARD IS ACTIONED.                *
020800*****************************************************************
020900 1000-INITIALIZE.
021000     ACCEPT DPM-RUN-DATE FROM DATE YYYYMMDD
021100     OPEN INPUT DPM-CONTROL-FILE
021200     OPEN OUTPUT DPM-LISTING-FILE
021300     MOVE DPM-RUN-DATE TO DPM-H1-DATE
021400     WRITE DPM-LISTING-LINE FROM DPM-HEADING-1
021500     MOVE SPACES TO DPM-PRINT-AREA
021600     WRITE DPM-LISTING-LINE FROM DPM-PRINT-AREA
021700     OPEN I-O DEPT-REGISTRY-FILE
021800     IF REGISTRY-OPEN-OK
021900         SET UPDATE-MODE TO TRUE
022000     ELSE
022100         IF DPM-REGISTRY-STATUS = '35'
022200             OPEN OUTPUT DEPT-REGISTRY-FILE
022300         END-IF
022400         IF DPM-REGISTRY-STATUS = '35'
022500             OR NOT REGISTRY-OPEN-OK
022600             MOVE 'DEPARTMENT REGISTRY WILL NOT OPEN - STATUS'
022700                 TO DPM-MSG-TEXT
022800             MOVE DPM-REGISTRY-STATUS TO DPM-MSG-TEXT (44:2)
022900             PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
023000             ADD 1 TO DPM-ERROR-COUNT
023100             SET END-OF-CONTROL TO TRUE
023200             GO TO 1000-EXIT
023300         END-IF
023400         SET INITIAL-LOAD-MODE TO TRUE
023500         MOVE 'REGISTRY IS EMPTY - RUNNING IN INITIAL LOAD MODE'
023600             TO DPM-MSG-TEXT
023700         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
023800     END-IF
023900     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
024000 1000-EXIT.
024100     EXIT.
024200*****************************************************************
024300* 1100-READ-CONTROL-CARD - READ THE NEXT CARD, WATCHING EOF     *
024400*****************************************************************
024500 1100-READ-CONTROL-CARD.
024600     READ DPM-CONTROL-FILE
024700         AT END
024800             SET END-OF-CONTROL TO TRUE
024900     END-READ.
025000 1100-EXIT.
025100     EXIT.
025200*****************************************************************
025300* 2000-PROCESS-CONTROL-CARD - ECHO THE CARD AND ROUTE IT TO     *
025400*                             ITS ACTION PARAGRAPH.  UNTIL THE  *
025500*                             FIRST ADD PRIMES AN EMPTY         *
025600*                             REGISTRY THERE IS NOTHING FOR ANY *
025700*                             OTHER VERB TO ACT ON.             *
025800*****************************************************************
025900 2000-PROCESS-CONTROL-CARD.
026000     ADD 1 TO DPM-CARD-COUNT
026100     SET CARD-IS-GOOD TO TRUE
026200     IF DPM-CONTROL-CARD (1:1) = '*'
026300         OR DPM-CONTROL-CARD = SPACES
026400         PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
026500         GO TO 2000-EXIT
026600     END-IF
026700     MOVE DPM-CONTROL-CARD TO DPM-ECHO-TEXT
026800     MOVE DPM-CARD-ECHO-LINE TO DPM-PRINT-AREA
026900     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
027000     IF INITIAL-LOAD-MODE
027100         AND CTL-VERB NOT = 'ADD'
027200         AND CTL-VERB NOT = 'LIST'
027300         MOVE 'REGISTRY OPENED EMPTY - ONLY ADD CAN RUN'
027400             TO DPM-MSG-TEXT
027500         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
027600         ADD 1 TO DPM-ERROR-COUNT
027700         PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
027800         GO TO 2000-EXIT
027900     END-IF
028000     IF CTL-VERB = 'ADD'
028010         PERFORM 3000-ADD-DEPARTMENT THRU 3000-EXIT
028020     ELSE
028030         IF CTL-VERB = 'LIMITS'
028040             PERFORM 3100-CHANGE-LIMITS THRU 3100-EXIT
028050         ELSE
028060             IF CTL-VERB = 'NAME'
028070                 PERFORM 3200-CHANGE-NAME THRU 3200-EXIT
028080             ELSE
028090                 IF CTL-VERB = 'CONTACT'
028100                     PERFORM 3300-CHANGE-CONTACT
028110                         THRU 3300-EXIT
028120                 ELSE
028130                     IF CTL-VERB = 'ACTIVATE'
028140                         MOVE 'Y' TO DPM-NEW-ACTIVE-FLAG
028150                         PERFORM 3400-SET-ACTIVE-FLAG
028160                             THRU 3400-EXIT
028170                     ELSE
028180                         IF CTL-VERB = 'INACTIVE'
028190                             MOVE 'N' TO DPM-NEW-ACTIVE-FLAG
028200                             PERFORM 3400-SET-ACTIVE-FLAG
028210                                 THRU 3400-EXIT
028220                         ELSE
028230                             IF CTL-VERB = 'DELETE'
028240                                 PERFORM 5000-DELETE-DEPARTMENT
028250                                     THRU 5000-EXIT
028260                             ELSE
028270                                 IF CTL-VERB = 'LIST'
028280                                     PERFORM 4000-LIST-REGISTRY
028290                                         THRU 4000-EXIT
028300                                 ELSE
028310                                     PERFORM 2100-BAD-VERB
028320                                         THRU 2100-EXIT
028330                                 END-IF
028340                             END-IF
028350                         END-IF
028360                     END-IF
028370                 END-IF
028380             END-IF
028390         END-IF
028400     END-IF
031800     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
031900 2000-EXIT.
032000     EXIT.
032005*****************************************************************
032014* 2100-BAD-VERB - A VERB THIS UTILITY DOES NOT KNOW             *
032023*****************************************************************
032032 2100-BAD-VERB.
032041     MOVE 'UNKNOWN VERB - CARD IGNORED'
032050         TO DPM-MSG-TEXT
032059     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
032068     ADD 1 TO DPM-ERROR-COUNT.
032077 2100-EXIT.
032086     EXIT.
032100*****************************************************************
032200* 3000-ADD-DEPARTMENT - FILE A NEW, ACTIVE DEPARTMENT WITH ITS  *
032300*                       FUNCTIONS, N CEILING, AND FEED DAYS.    *
032400*                       THE FIRST ADD TO AN EMPTY REGISTRY      *
032500*                       REOPENS IT FOR UPDATE.                  *
032600*****************************************************************
032700 3000-ADD-DEPARTMENT.
032800     PERFORM 3600-EDIT-SOURCE THRU 3600-EXIT
032900     IF CARD-IS-GOOD
033000         PERFORM 3500-EDIT-LIMIT-OPERANDS THRU 3500-EXIT
033100     END-IF
033200     IF CARD-IS-GOOD
033300         AND CTL-ADD-NAME = SPACES
033400         MOVE 'ADD NEEDS THE DEPARTMENT NAME IN COLUMNS 41-70'
033500             TO DPM-MSG-TEXT
033600         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
033700         ADD 1 TO DPM-ERROR-COUNT
033800         SET CARD-IN-ERROR TO TRUE
033900     END-IF
034000     IF CARD-IN-ERROR
034100         GO TO 3000-EXIT
034200     END-IF
034300     IF UPDATE-MODE
034400         MOVE CTL-SOURCE TO DG-SOURCE
034500         READ DEPT-REGISTRY-FILE
034600             INVALID KEY
034700                 CONTINUE
034800         END-READ
034900         IF REGISTRY-IO-OK
035000             MOVE 'DEPARTMENT ALREADY ON REGISTRY - ADD IGNORED'
035100                 TO DPM-MSG-TEXT
035200             PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
035300             ADD 1 TO DPM-ERROR-COUNT
035400             GO TO 3000-EXIT
035500         END-IF
035600     END-IF
035700     MOVE SPACES TO DEPT-REGISTRY-RECORD
035800     MOVE CTL-SOURCE TO DG-SOURCE
035900     MOVE CTL-ADD-NAME TO DG-NAME
036000     SET DG-ACTIVE TO TRUE
036100     PERFORM 3550-MOVE-LIMITS THRU 3550-EXIT
036200     MOVE ZERO TO DG-LAST-FEED-DATE
036300     MOVE DPM-RUN-DATE TO DG-DATE-ADDED
036400     MOVE DPM-RUN-DATE TO DG-LAST-UPDATE
036500     WRITE DEPT-REGISTRY-RECORD
036600         INVALID KEY
036700             CONTINUE
036800     END-WRITE
036900     IF NOT REGISTRY-IO-OK
037000         MOVE 'WRITE TO REGISTRY FAILED' TO DPM-MSG-TEXT
037100         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
037200         ADD 1 TO DPM-ERROR-COUNT
037300         GO TO 3000-EXIT
037400     END-IF
037500     ADD 1 TO DPM-ADDED-COUNT
037600     MOVE 'DEPARTMENT ADDED' TO DPM-MSG-TEXT
037700     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
037800     IF INITIAL-LOAD-MODE
037900         CLOSE DEPT-REGISTRY-FILE
038000         OPEN I-O DEPT-REGISTRY-FILE
038100         IF REGISTRY-OPEN-OK
038200             SET UPDATE-MODE TO TRUE
038300         ELSE
038400             SET REGISTRY-NOT-OPEN TO TRUE
038500             MOVE 'REGISTRY WILL NOT REOPEN FOR UPDATE - STATUS'
038600                 TO DPM-MSG-TEXT
038700             MOVE DPM-REGISTRY-STATUS TO DPM-MSG-TEXT (46:2)
038800             PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
038900             ADD 1 TO DPM-ERROR-COUNT
039000             SET END-OF-CONTROL TO TRUE
039100         END-IF
039200     END-IF.
039300 3000-EXIT.
039400     EXIT.
039500*****************************************************************
039600* 3100-CHANGE-LIMITS - REPLACE A DEPARTMENT'S FUNCTIONS, N      *
039700*                      CEILING, AND FEED DAYS                   *
039800*****************************************************************
039900 3100-CHANGE-LIMITS.
040000     PERFORM 3600-EDIT-SOURCE THRU 3600-EXIT
040100     IF CARD-IS-GOOD
040200         PERFORM 3500-EDIT-LIMIT-OPERANDS THRU 3500-EXIT
040300     END-IF
040400     IF CARD-IS-GOOD
040500         PERFORM 3900-READ-ENTRY THRU 3900-EXIT
040600     END-IF
040700     IF CARD-IN-ERROR
040800         GO TO 3100-EXIT
040900     END-IF
041000     PERFORM 3550-MOVE-LIMITS THRU 3550-EXIT
041100     PERFORM 3950-REWRITE-ENTRY THRU 3950-EXIT.
041200 3100-EXIT.
041300     EXIT.
041400*****************************************************************
041500* 3200-CHANGE-NAME - REPLACE A DEPARTMENT'S NAME                *
041600*****************************************************************
041700 3200-CHANGE-NAME.
041800     PERFORM 3600-EDIT-SOURCE THRU 3600-EXIT
041900     IF CARD-IS-GOOD
042000         AND CTL-TEXT = SPACES
042100         MOVE 'NAME NEEDS THE NEW NAME IN COLUMNS 19-48'
042200             TO DPM-MSG-TEXT
042300         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
042400         ADD 1 TO DPM-ERROR-COUNT
042500         SET CARD-IN-ERROR TO TRUE
042600     END-IF
042700     IF CARD-IS-GOOD
042800         PERFORM 3900-READ-ENTRY THRU 3900-EXIT
042900     END-IF
043000     IF CARD-IN-ERROR
043100         GO TO 3200-EXIT
043200     END-IF
043300     MOVE CTL-TEXT TO DG-NAME
043400     PERFORM 3950-REWRITE-ENTRY THRU 3950-EXIT.
043500 3200-EXIT.
043600     EXIT.
043700*****************************************************************
043800* 3300-CHANGE-CONTACT - REPLACE THE PERSON THE MORNING          *
043900*                       MISSING-FEED REPORT TELLS OPERATIONS TO *
044000*                       CALL.  A BLANK CONTACT CLEARS IT.       *
044100*****************************************************************
044200 3300-CHANGE-CONTACT.
044300     PERFORM 3600-EDIT-SOURCE THRU 3600-EXIT
044400     IF CARD-IS-GOOD
044500         PERFORM 3900-READ-ENTRY THRU 3900-EXIT
044600     END-IF
044700     IF CARD-IN-ERROR
044800         GO TO 3300-EXIT
044900     END-IF
045000     MOVE CTL-TEXT TO DG-CONTACT
045100     PERFORM 3950-REWRITE-ENTRY THRU 3950-EXIT.
045200 3300-EXIT.
045300     EXIT.
045400*****************************************************************
045500* 3400-SET-ACTIVE-FLAG - ACTIVATE OR WITHDRAW A DEPARTMENT.  AN *
045600*                        INACTIVE DEPARTMENT'S GROUPS FAIL IN   *
045700*                        FACTDRV AND IT IS NOT EXPECTED ON THE  *
045800*                        MISSING-FEED REPORT.                   *
045900*****************************************************************
046000 3400-SET-ACTIVE-FLAG.
046100     PERFORM 3600-EDIT-SOURCE THRU 3600-EXIT
046200     IF CARD-IS-GOOD
046300         PERFORM 3900-READ-ENTRY THRU 3900-EXIT
046400     END-IF
046500     IF CARD-IN-ERROR
046600         GO TO 3400-EXIT
046700     END-IF
046800     MOVE DPM-NEW-ACTIVE-FLAG TO DG-ACTIVE-FLAG
046900     PERFORM 3950-REWRITE-ENTRY THRU 3950-EXIT.
047000 3400-EXIT.
047100     EXIT.
047200*****************************************************************
047300* 3500-EDIT-LIMIT-OPERANDS - EACH FUNCTION AND FEED-DAY FLAG    *
047400*                            MUST BE Y OR N AND THE N CEILING   *
047500*                            MUST BE NUMERIC                    *
047600*****************************************************************
047700 3500-EDIT-LIMIT-OPERANDS.
047800     PERFORM 3510-EDIT-ONE-FUNC-FLAG THRU 3510-EXIT
047900         VARYING DPM-SUB FROM 1 BY 1
048000         UNTIL DPM-SUB > 4
048100            OR CARD-IN-ERROR
048200     IF CARD-IN-ERROR
048300         MOVE 'FUNCTION FLAGS IN COLUMNS 19-22 MUST BE Y OR N'
048400             TO DPM-MSG-TEXT
048500         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
048600         ADD 1 TO DPM-ERROR-COUNT
048700         GO TO 3500-EXIT
048800     END-IF
048801     IF NOT CTL-MULT-FLAG-VALID
048802         MOVE 'MULT FLAG IN COLUMN 23 MUST BE Y, N, OR BLANK'
048803             TO DPM-MSG-TEXT
048804         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
048805         ADD 1 TO DPM-ERROR-COUNT
048806         SET CARD-IN-ERROR TO TRUE
048807         GO TO 3500-EXIT
048808     END-IF
048900     IF CTL-MAX-N IS NOT NUMERIC
049000         MOVE 'MAX N IN COLUMNS 24-31 MUST BE NUMERIC'
049100             TO DPM-MSG-TEXT
049200         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
049300         ADD 1 TO DPM-ERROR-COUNT
049400         SET CARD-IN-ERROR TO TRUE
049500         GO TO 3500-EXIT
049600     END-IF
049700     PERFORM 3520-EDIT-ONE-FEED-DAY THRU 3520-EXIT
049800         VARYING DPM-SUB FROM 1 BY 1
049900         UNTIL DPM-SUB > 7
050000            OR CARD-IN-ERROR
050100     IF CARD-IN-ERROR
050200         MOVE 'FEED DAYS IN COLUMNS 33-39 MUST BE Y OR N'
050300             TO DPM-MSG-TEXT
050400         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
050500         ADD 1 TO DPM-ERROR-COUNT
050600     END-IF.
050700 3500-EXIT.
050800     EXIT.
050900*****************************************************************
051000* 3510-EDIT-ONE-FUNC-FLAG - TEST ONE FUNCTION FLAG              *
051100*****************************************************************
051200 3510-EDIT-ONE-FUNC-FLAG.
051300     IF NOT CTL-FUNC-FLAG-VALID (DPM-SUB)
051400         SET CARD-IN-ERROR TO TRUE
051500     END-IF.
051600 3510-EXIT.
051700     EXIT.
051800*****************************************************************
051900* 3520-EDIT-ONE-FEED-DAY - TEST ONE FEED-DAY FLAG               *
052000*****************************************************************
052100 3520-EDIT-ONE-FEED-DAY.
052200     IF NOT CTL-FEED-DAY-VALID (DPM-SUB)
052300         SET CARD-IN-ERROR TO TRUE
052400     END-IF.
052500 3520-EXIT.
052600     EXIT.
052700*****************************************************************
052800* 3550-MOVE-LIMITS - CARRY THE EDITED LIMIT OPERANDS ONTO THE   *
052900*                    REGISTRY RECORD                            *
053000*****************************************************************
053100 3550-MOVE-LIMITS.
053200     MOVE CTL-FUNC-FLAG (1) TO DG-ALLOW-FACT
053300     MOVE CTL-FUNC-FLAG (2) TO DG-ALLOW-COMB
053400     MOVE CTL-FUNC-FLAG (3) TO DG-ALLOW-PERM
053500     MOVE CTL-FUNC-FLAG (4) TO DG-ALLOW-DRNG
053501     IF CTL-MULT-FLAG-YES
053502         MOVE 'Y' TO DG-ALLOW-MULT
053503     ELSE
053504         MOVE 'N' TO DG-ALLOW-MULT
053505     END-IF
053600     MOVE CTL-MAX-N TO DG-MAX-N
053700     MOVE CTL-FEED-DAYS TO DG-FEED-DAYS.
053800 3550-EXIT.
053900     EXIT.
054000*****************************************************************
054100* 3600-EDIT-SOURCE - EVERY VERB BUT LIST NAMES A SOURCE         *
054200*****************************************************************
054300 3600-EDIT-SOURCE.
054400     IF CTL-SOURCE = SPACES
054500         MOVE 'SOURCE CODE IN COLUMNS 10-17 IS REQUIRED'
054600             TO DPM-MSG-TEXT
054700         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
054800         ADD 1 TO DPM-ERROR-COUNT
054900         SET CARD-IN-ERROR TO TRUE
055000     END-IF.
055100 3600-EXIT.
055200     EXIT.
055300*****************************************************************
055400* 3900-READ-ENTRY - READ THE CARD'S DEPARTMENT FOR UPDATE       *
055500*****************************************************************
055600 3900-READ-ENTRY.
055700     MOVE CTL-SOURCE TO DG-SOURCE
055800     READ DEPT-REGISTRY-FILE
055900         INVALID KEY
056000             CONTINUE
056100     END-READ
056200     IF NOT REGISTRY-IO-OK
056300         MOVE 'DEPARTMENT NOT ON THE REGISTRY' TO DPM-MSG-TEXT
056400         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
056500         ADD 1 TO DPM-ERROR-COUNT
056600         SET CARD-IN-ERROR TO TRUE
056700     END-IF.
056800 3900-EXIT.
056900     EXIT.
057000*****************************************************************
057100* 3950-REWRITE-ENTRY - STAMP AND REWRITE THE ENTRY JUST CHANGED *
057200*****************************************************************
057300 3950-REWRITE-ENTRY.
057400     MOVE DPM-RUN-DATE TO DG-LAST-UPDATE
057500     REWRITE DEPT-REGISTRY-RECORD
057600         INVALID KEY
057700             CONTINUE
057800     END-REWRITE
057900     IF REGISTRY-IO-OK
058000         ADD 1 TO DPM-CHANGED-COUNT
058100         MOVE 'REGISTRY ENTRY UPDATED' TO DPM-MSG-TEXT
058200     ELSE
058300         MOVE 'REWRITE OF REGISTRY ENTRY FAILED' TO DPM-MSG-TEXT
058400         ADD 1 TO DPM-ERROR-COUNT
058500     END-IF
058600     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT.
058700 3950-EXIT.
058800     EXIT.
058900*****************************************************************
059000* 4000-LIST-REGISTRY - PRINT EVERY DEPARTMENT IN SOURCE ORDER   *
059100*****************************************************************
059200 4000-LIST-REGISTRY.
059300     IF INITIAL-LOAD-MODE
059400         MOVE 'REGISTRY OPENED EMPTY - NOTHING TO LIST'
059500             TO DPM-MSG-TEXT
059600         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
059700         GO TO 4000-EXIT
059800     END-IF
059900     MOVE ZERO TO DPM-LISTED-COUNT
060000     MOVE DPM-LIST-HEADS TO DPM-PRINT-AREA
060100     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
060200     SET NOT-END-OF-SCAN TO TRUE
060300     MOVE LOW-VALUES TO DG-SOURCE
060400     START DEPT-REGISTRY-FILE KEY NOT < DG-SOURCE
060500         INVALID KEY
060600             SET END-OF-SCAN TO TRUE
060700     END-START
060800     PERFORM 4100-LIST-ONE-ENTRY THRU 4100-EXIT
060900         UNTIL END-OF-SCAN
061000     MOVE 'DEPARTMENTS LISTED. . . . . . . . . . . . . '
061100         TO DPM-CNT-TEXT
061200     MOVE DPM-LISTED-COUNT TO DPM-CNT-COUNT
061300     MOVE DPM-COUNT-LINE TO DPM-PRINT-AREA
061400     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT.
061500 4000-EXIT.
061600     EXIT.
061700*****************************************************************
061800* 4100-LIST-ONE-ENTRY - READ AND PRINT THE NEXT DEPARTMENT IN   *
061900*                       SOURCE ORDER.  THE FEED DAYS PRINT AS   *
062000*                       THE DAY LETTERS EXPECTED, A DOT FOR A   *
062100*                       DAY WITH NO FEED.                       *
062200*****************************************************************
062300 4100-LIST-ONE-ENTRY.
062400     READ DEPT-REGISTRY-FILE NEXT RECORD
062500         AT END
062600             SET END-OF-SCAN TO TRUE
062700     END-READ
062800     IF END-OF-SCAN OR NOT REGISTRY-IO-OK
062900         SET END-OF-SCAN TO TRUE
063000         GO TO 4100-EXIT
063100     END-IF
063200     ADD 1 TO DPM-LISTED-COUNT
063300     MOVE SPACES TO DPM-DET-FACT DPM-DET-COMB
063400                    DPM-DET-PERM DPM-DET-DRNG DPM-DET-MULT
063500     MOVE DG-SOURCE TO DPM-DET-SOURCE
063600     MOVE DG-NAME TO DPM-DET-NAME
063700     MOVE DG-ACTIVE-FLAG TO DPM-DET-ACTIVE
063800     IF DG-FACT-ALLOWED
063900         MOVE 'FACT' TO DPM-DET-FACT
064000     END-IF
064100     IF DG-COMB-ALLOWED
064200         MOVE 'COMB' TO DPM-DET-COMB
064300     END-IF
064400     IF DG-PERM-ALLOWED
064500         MOVE 'PERM' TO DPM-DET-PERM
064600     END-IF
064700     IF DG-DRNG-ALLOWED
064800         MOVE 'DRNG' TO DPM-DET-DRNG
064801     END-IF
064802     IF DG-MULT-ALLOWED
064803         MOVE 'MULT' TO DPM-DET-MULT
064900     END-IF
065000     MOVE DG-MAX-N TO DPM-DET-MAX-N
065100     PERFORM 4110-SHOW-ONE-FEED-DAY THRU 4110-EXIT
065200         VARYING DPM-SUB FROM 1 BY 1
065300         UNTIL DPM-SUB > 7
065400     IF DG-LAST-FEED-DATE = ZERO
065500         MOVE 'NONE' TO DPM-DET-LAST-FEED
065600     ELSE
065700         MOVE DG-LAST-FEED-DATE TO DPM-DATE-EDIT
065800         MOVE DPM-DATE-EDIT TO DPM-DET-LAST-FEED
065900     END-IF
066000     MOVE DG-CONTACT TO DPM-DET-CONTACT
066100     MOVE DPM-DETAIL-LINE TO DPM-PRINT-AREA
066200     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT.
066300 4100-EXIT.
066400     EXIT.
066500*****************************************************************
066600* 4110-SHOW-ONE-FEED-DAY - ONE POSITION OF THE DAYS COLUMN      *
066700*****************************************************************
066800 4110-SHOW-ONE-FEED-DAY.
066900     IF DG-FEED-DAY (DPM-SUB) = 'Y'
067000         MOVE DPM-DAY-LETTER (DPM-SUB) TO DPM-DET-DAY (DPM-SUB)
067100     ELSE
067200         MOVE '.' TO DPM-DET-DAY (DPM-SUB)
067300     END-IF.
067400 4110-EXIT.
067500     EXIT.
067600*****************************************************************
067700* 5000-DELETE-DEPARTMENT - REMOVE A DEPARTMENT OUTRIGHT.  USE   *
067800*                          INACTIVE INSTEAD TO KEEP ITS HISTORY *
067900*****************************************************************
068000 5000-DELETE-DEPARTMENT.
068100     PERFORM 3600-EDIT-SOURCE THRU 3600-EXIT
068200     IF CARD-IN-ERROR
068300         GO TO 5000-EXIT
068400     END-IF
068500     MOVE CTL-SOURCE TO DG-SOURCE
068600     DELETE DEPT-REGISTRY-FILE
068700         INVALID KEY
068800             CONTINUE
068900     END-DELETE
069000     IF REGISTRY-IO-OK
069100         ADD 1 TO DPM-DELETED-COUNT
069200         MOVE 'DEPARTMENT DELETED' TO DPM-MSG-TEXT
069300     ELSE
069400         MOVE 'DELETE KEY NOT ON FILE' TO DPM-MSG-TEXT
069500         ADD 1 TO DPM-ERROR-COUNT
069600     END-IF
069700     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT.
069800 5000-EXIT.
069900     EXIT.
070000*****************************************************************
070100* 6000-TERMINATE - FINAL TOTALS, RETURN CODE, AND CLOSES        *
070200*****************************************************************
070300 6000-TERMINATE.
070400     MOVE 'CONTROL CARDS READ. . . . . . . . . . . . . '
070500         TO DPM-CNT-TEXT
070600     MOVE DPM-CARD-COUNT TO DPM-CNT-COUNT
070700     MOVE DPM-COUNT-LINE TO DPM-PRINT-AREA
070800     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
070900     MOVE 'DEPARTMENTS ADDED . . . . . . . . . . . . . '
071000         TO DPM-CNT-TEXT
071100     MOVE DPM-ADDED-COUNT TO DPM-CNT-COUNT
071200     MOVE DPM-COUNT-LINE TO DPM-PRINT-AREA
071300     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
071400     MOVE 'ENTRIES UPDATED . . . . . . . . . . . . . . '
071500         TO DPM-CNT-TEXT
071600     MOVE DPM-CHANGED-COUNT TO DPM-CNT-COUNT
071700     MOVE DPM-COUNT-LINE TO DPM-PRINT-AREA
071800     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
071900     MOVE 'DEPARTMENTS DELETED . . . . . . . . . . . . '
072000         TO DPM-CNT-TEXT
072100     MOVE DPM-DELETED-COUNT TO DPM-CNT-COUNT
072200     MOVE DPM-COUNT-LINE TO DPM-PRINT-AREA
072300     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
072400     MOVE 'CARDS IN ERROR. . . . . . . . . . . . . . . '
072500         TO DPM-CNT-TEXT
072600     MOVE DPM-ERROR-COUNT TO DPM-CNT-COUNT
072700     MOVE DPM-COUNT-LINE TO DPM-PRINT-AREA
072800     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
072900     IF DPM-ERROR-COUNT > ZERO
073000         MOVE 8 TO RETURN-CODE
073100     END-IF
073200     CLOSE DPM-CONTROL-FILE
073300     CLOSE DPM-LISTING-FILE
073400     IF NOT REGISTRY-NOT-OPEN
073500         CLOSE DEPT-REGISTRY-FILE
073600     END-IF.
073700 6000-EXIT.
073800     EXIT.
073900*****************************************************************
074000* 7000-WRITE-LISTING-LINE - ONE LINE FROM DPM-PRINT-AREA        *
074100*****************************************************************
074200 7000-WRITE-LISTING-LINE.
074300     WRITE DPM-LISTING-LINE FROM DPM-PRINT-AREA.
074400 7000-EXIT.
074500     EXIT.
074600*****************************************************************
074700* 7100-WRITE-MESSAGE - ONE MESSAGE LINE WITH NO COUNT COLUMN    *
074800*****************************************************************
074900 7100-WRITE-MESSAGE.
075000     MOVE DPM-MESSAGE-LINE TO DPM-PRINT-AREA
075100     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT.
075200 7100-EXIT.
075300     EXIT.
075400 END PROGRAM DEPTMUTL.
