000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FACTTRC.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800* FACTTRC IS THE READ-ONLY RUN TRACE INQUIRY.  EVERY FACTDRV    *
000900* RUN IS NAMED BY A 16-DIGIT RUN ID - ITS START STAMP,          *
001000* YYYYMMDDHHMMSSHH - STAMPED ON ITS FACTSTAT RECORD, ON THE     *
001100* AUDIT RECORDS IT CAUSES, AND ON EVERY RESULT IT FILES ON      *
001200* FACTMSTR OR CPMSTR.  FACTTRC FOLLOWS THOSE STAMPS BACK.  IT   *
001300* IS RUN FROM A TSO SESSION BETWEEN BATCH RUNS, WITH THESE      *
001400* FILES ALLOCATED:                                              *
001500*                                                               *
001600*   FACTSTAT PROD.FACTORIAL.RUNSTATS                            *
001700*   FACTAUDT PROD.FACTORIAL.AUDIT                               *
001800*   COMBAUDT PROD.COMBCALC.AUDIT                                *
001900*   PERMAUDT PROD.PERMCALC.AUDIT                                *
002000*   DRNGAUDT PROD.DRNGCALC.AUDIT                                *
002050*   MULTAUDT PROD.MULTCALC.AUDIT                                *
002100*   FACTMSTR PROD.FACTORIAL.MASTER                              *
002200*   CPMSTR   PROD.COMBPERM.MASTER                               *
002300*                                                               *
002400*   CALL 'PROD.FACTORIAL.LOADLIB(FACTTRC)'                      *
002500*                                                               *
002600* THE PROGRAM PROMPTS FOR ONE OF:                               *
002700*                                                               *
002800*   A RUN ID     THE RUN'S FACTSTAT STATISTICS AND RETURN CODE, *
002900*                AND ITS ENTRIES ON EACH AUDIT LOG.             *
003000*   FACT N       THE RUN THAT FIRST COMPUTED AND FILED THE      *
003100*   COMB N R     KEY, ITS STATISTICS AND RETURN CODE, AND       *
003200*   PERM N R     THE AUDIT ENTRIES BEHIND THE ANSWER: THE       *
003300*   DRNG N       SUBPROGRAM'S OWN LOG ENTRY FOR A COMB, PERM,   *
003400*                OR DRNG KEY, AND THE FACTAUDT ENTRIES FOR      *
003500*                THE FACTORIALS IT TOOK.                        *
003600*                                                               *
003700* A KEY FILED BY A FACTMUTL OR CPMUTL LOAD, OR BEFORE RUN IDS   *
003800* WERE KEPT, HAS NO RUN ID AND IS REPORTED AS HAVING NO RUN TO  *
003900* TRACE.                                                        *
004000* EACH LOG LISTS AT MOST TRC-LIST-LIMIT ENTRIES; THE COUNT      *
004100* LINE ALWAYS GIVES THE FULL NUMBER.  KEY 'END' TO LEAVE THE    *
004200* PROGRAM.                                                      *
004300*                                                               *
004400* EVERY FILE IS OPENED INPUT AND NEVER WRITTEN.  THE SEQUENTIAL *
004500* LOGS ARE OPENED AND READ FROM THE TOP FOR EACH INQUIRY; A LOG *
004600* THAT WILL NOT OPEN IS NAMED AND SKIPPED, AND A MASTER THAT    *
004700* WILL NOT OPEN ONLY STOPS KEY TRACES AGAINST IT.               *
004800*****************************************************************
004900* MODIFICATION HISTORY                                          *
005000*-----------------------------------------------------------------
005100* DATE       BY    DESCRIPTION                                  *
005200* 10/15/2026 DLH   ORIGINAL PROGRAM.                            *
005210* 10/15/2026 DLH   RUN TRACES LIST MULTAUDT; COMB AND PERM KEYS *
005220*                  WITH R GREATER THAN N ARE REJECTED.          *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-370.
005700 OBJECT-COMPUTER. IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT FACT-MASTER-FILE ASSIGN TO FACTMSTR
006100         ORGANIZATION IS INDEXED
006200         ACCESS IS RANDOM
006300         RECORD KEY IS FM-N
006400         FILE STATUS IS TRC-FM-STATUS.
006500     SELECT CP-MASTER-FILE   ASSIGN TO CPMSTR
006600         ORGANIZATION IS INDEXED
006700         ACCESS IS RANDOM
006800         RECORD KEY IS CM-KEY
006900         FILE STATUS IS TRC-CM-STATUS.
007000     SELECT RUN-STATS-FILE   ASSIGN TO FACTSTAT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS TRC-RS-STATUS.
007300     SELECT FACT-AUDIT-FILE  ASSIGN TO FACTAUDT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS TRC-FA-STATUS.
007600     SELECT COMB-AUDIT-FILE  ASSIGN TO COMBAUDT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS TRC-CA-STATUS.
007900     SELECT PERM-AUDIT-FILE  ASSIGN TO PERMAUDT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS TRC-PA-STATUS.
008200     SELECT DRNG-AUDIT-FILE  ASSIGN TO DRNGAUDT
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS TRC-DA-STATUS.
008410     SELECT MULT-AUDIT-FILE  ASSIGN TO MULTAUDT
008420         ORGANIZATION IS SEQUENTIAL
008430         FILE STATUS IS TRC-MA-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700*****************************************************************
008800* FACT-MASTER-FILE - THE FACTORIAL RESULTS MASTER.  READ ONLY.  *
008900*****************************************************************
009000 FD  FACT-MASTER-FILE.
009100 COPY FACTMSTR.
009200*****************************************************************
009300* CP-MASTER-FILE - THE COMBINATORIC RESULTS MASTER.  READ ONLY. *
009400*****************************************************************
009500 FD  CP-MASTER-FILE.
009600 COPY CPMSTR.
009700*****************************************************************
009800* RUN-STATS-FILE - ONE RUNSTAT RECORD PER FACTDRV EXECUTION.    *
009900*                  ONLY THE RUN ID IS NAMED HERE; A MATCHING    *
010000*                  RECORD IS MOVED TO RUN-STAT-RECORD IN        *
010100*                  WORKING STORAGE SO IT SURVIVES THE REST OF   *
010200*                  THE SCAN.                                    *
010300*****************************************************************
010400 FD  RUN-STATS-FILE.
010500 01  RUN-STATS-IN-RECORD.
010600     05  FILLER               PIC X(75).
010700     05  RSI-RUN-ID           PIC X(16).
010800*****************************************************************
010900* FACT-AUDIT-FILE - THE FACTORIAL AUDIT LOG (COPYBOOK           *
011000*                   AUDITREC).                                  *
011100*****************************************************************
011200 FD  FACT-AUDIT-FILE.
011300 COPY AUDITREC.
011400*****************************************************************
011500* COMB-/PERM-/DRNG-AUDIT-FILE - THE SUBPROGRAM AUDIT LOGS.  ALL *
011600*                  THREE ARE CPAUDREC IMAGES, READ INTO THE ONE *
011700*                  CP-AUDIT-RECORD IN WORKING STORAGE.          *
011800*****************************************************************
011900 FD  COMB-AUDIT-FILE.
012000 01  COMB-AUDIT-IN-RECORD     PIC X(78).
012100 FD  PERM-AUDIT-FILE.
012200 01  PERM-AUDIT-IN-RECORD     PIC X(78).
012300 FD  DRNG-AUDIT-FILE.
012400 01  DRNG-AUDIT-IN-RECORD     PIC X(78).
012410*****************************************************************
012420* MULT-AUDIT-FILE - THE MULTCALC AUDIT LOG (COPYBOOK            *
012430*                   MLAUDREC).                                  *
012440*****************************************************************
012450 FD  MULT-AUDIT-FILE.
012460 COPY MLAUDREC.
012500 WORKING-STORAGE SECTION.
012600*****************************************************************
012700* WORKING STORAGE                                               *
012800*****************************************************************
012900 01  TRC-SWITCHES.
013000     05  TRC-DONE-SW          PIC X(01)      VALUE 'N'.
013100         88  TRACE-DONE               VALUE 'Y'.
013200         88  TRACE-NOT-DONE           VALUE 'N'.
013300     05  TRC-REPLY-ERR-SW     PIC X(01)      VALUE 'N'.
013400         88  REPLY-IN-ERROR           VALUE 'Y'.
013500         88  REPLY-IS-GOOD            VALUE 'N'.
013600     05  TRC-MODE-SW          PIC X(01)      VALUE SPACE.
013700         88  TRACE-BY-RUN             VALUE 'R'.
013800         88  TRACE-BY-KEY             VALUE 'K'.
013900     05  TRC-FILTER-SW        PIC X(01)      VALUE SPACE.
014000         88  LIST-WHOLE-RUN           VALUE 'R'.
014100         88  LIST-FOR-KEY             VALUE 'K'.
014200*    SET ONCE AT A SUCCESSFUL OPEN; THE LIVE FILE STATUS IS
014300*    OVERWRITTEN BY EVERY READ AND CANNOT GATE THE CLOSE.
014400     05  TRC-FM-OPEN-SW       PIC X(01)      VALUE 'N'.
014500         88  FACT-MASTER-WAS-OPENED   VALUE 'Y'.
014600     05  TRC-CM-OPEN-SW       PIC X(01)      VALUE 'N'.
014700         88  CP-MASTER-WAS-OPENED     VALUE 'Y'.
014800     05  TRC-EOF-SW           PIC X(01)      VALUE 'N'.
014900         88  LOG-AT-END               VALUE 'Y'.
015000         88  LOG-NOT-AT-END           VALUE 'N'.
015100     05  TRC-STAT-FOUND-SW    PIC X(01)      VALUE 'N'.
015200         88  RUN-STAT-FOUND           VALUE 'Y'.
015300         88  RUN-STAT-NOT-FOUND       VALUE 'N'.
015400     05  TRC-DIGIT-SEEN-SW    PIC X(01)      VALUE 'N'.
015500         88  DIGITS-SEEN              VALUE 'Y'.
015600     05  TRC-ARG-HIT-SW       PIC X(01)      VALUE 'N'.
015700         88  ARG-MATCHED              VALUE 'Y'.
015800         88  ARG-NOT-MATCHED          VALUE 'N'.
015900     05  TRC-KEY-FUNC         PIC X(04)      VALUE SPACES.
016000         88  KEY-IS-FACT              VALUE 'FACT'.
016100         88  KEY-IS-COMB              VALUE 'COMB'.
016200         88  KEY-IS-PERM              VALUE 'PERM'.
016300         88  KEY-IS-DRNG              VALUE 'DRNG'.
016400         88  KEY-IS-CP                VALUES 'COMB' 'PERM' 'DRNG'.
016500     05  TRC-CP-LOG-SW        PIC X(04)      VALUE SPACES.
016600         88  CP-LOG-COMB              VALUE 'COMB'.
016700         88  CP-LOG-PERM              VALUE 'PERM'.
016800         88  CP-LOG-DRNG              VALUE 'DRNG'.
016900 01  TRC-COUNTERS.
017000     05  TRC-INQUIRY-COUNT    PIC 9(08)      COMP VALUE ZERO.
017100     05  TRC-MATCH-COUNT      PIC 9(08)      COMP VALUE ZERO.
017200     05  TRC-WORD-COUNT       PIC 9(04)      COMP VALUE ZERO.
017300     05  TRC-WORD-LENGTH      PIC 9(04)      COMP VALUE ZERO.
017350     05  TRC-REPLY-SUB        PIC 9(04)      COMP VALUE ZERO.
017400     05  TRC-SCAN-SUB         PIC 9(04)      COMP VALUE ZERO.
017500     05  TRC-DIGIT-COUNT      PIC 9(04)      COMP VALUE ZERO.
017600     05  TRC-ARG-SUB          PIC 9(04)      COMP VALUE ZERO.
017700     05  TRC-ARG-COUNT        PIC 9(04)      COMP VALUE ZERO.
017800 01  TRC-CONSTANTS.
017900     05  TRC-LIST-LIMIT       PIC 9(04)      COMP VALUE 20.
018000 01  TRC-WORK-AREA.
018100     05  TRC-REPLY            PIC X(40).
018150     05  TRC-WORDS.
018200         10  TRC-WORD-1       PIC X(16).
018300         10  TRC-WORD-2       PIC X(16).
018400         10  TRC-WORD-3       PIC X(16).
018500         10  TRC-WORD-4       PIC X(16).
018550     05  TRC-WORD-TABLE       REDEFINES TRC-WORDS.
018560         10  TRC-WORD         PIC X(16)      OCCURS 4 TIMES.
018600     05  TRC-EDIT-WORD        PIC X(16).
018700     05  TRC-EDIT-VALUE       PIC 9(08).
018800     05  TRC-SCAN-CHAR        PIC X(01).
018900     05  TRC-SCAN-DIGIT       REDEFINES TRC-SCAN-CHAR
019000                              PIC 9(01).
019100     05  TRC-RUN-ID           PIC X(16).
019200     05  TRC-KEY-N            PIC 9(08).
019300     05  TRC-KEY-R            PIC 9(08).
019400*    THE SUBPROGRAM THAT CALLED FACTORIAL FOR A KEY, AND THE
019500*    ARGUMENTS IT CALLED WITH - N; N AND N-R; OR N, R, AND N-R.
019600     05  TRC-AUDIT-CALLER     PIC X(08).
019700     05  TRC-FACT-ARGS.
019800         10  TRC-FACT-ARG     PIC 9(08)      OCCURS 3 TIMES.
019900     05  TRC-LOG-NAME         PIC X(08).
020000     05  TRC-CP-STATUS        PIC X(02).
020100         88  CP-LOG-IO-OK             VALUE '00'.
020200*****************************************************************
020300* THE MATCHING FACTSTAT RECORD AND THE CURRENT SUBPROGRAM AUDIT *
020400* RECORD                                                        *
020500*****************************************************************
020600 COPY RUNSTAT.
020700 COPY CPAUDREC.
020800 01  TRC-DISPLAY-FIELDS.
020900     05  TRC-DSP-N            PIC Z(07)9.
021000     05  TRC-DSP-R            PIC Z(07)9.
021100     05  TRC-DSP-RESULT       PIC Z(19)9.
021200     05  TRC-DSP-COUNT        PIC Z(07)9.
021300     05  TRC-DSP-DIGITS       PIC Z(03)9.
021400     05  TRC-DSP-LIMIT        PIC Z(03)9.
021500     05  TRC-DSP-DATE         PIC 9(04)/9(02)/9(02).
021600     05  TRC-DSP-END-DATE     PIC 9(04)/9(02)/9(02).
021700     05  TRC-DSP-TIME         PIC 9(06).
021800     05  TRC-DSP-END-TIME     PIC 9(06).
021900     05  TRC-DSP-RC           PIC Z9.
022000     05  TRC-DSP-RUN-TYPE     PIC X(17).
022100     05  TRC-DSP-READ         PIC Z(07)9.
022200     05  TRC-DSP-OK           PIC Z(07)9.
022300     05  TRC-DSP-INVALID      PIC Z(07)9.
022400     05  TRC-DSP-OVERFLOW     PIC Z(07)9.
022500 01  TRC-FM-STATUS            PIC X(02)      VALUE SPACES.
022600     88  FACT-MASTER-IO-OK            VALUE '00'.
022700     88  FACT-MASTER-OPEN-OK          VALUES '00' '97'.
022800 01  TRC-CM-STATUS            PIC X(02)      VALUE SPACES.
022900     88  CP-MASTER-IO-OK              VALUE '00'.
023000     88  CP-MASTER-OPEN-OK            VALUES '00' '97'.
023100 01  TRC-RS-STATUS            PIC X(02)      VALUE SPACES.
023200     88  RUN-STATS-IO-OK              VALUE '00'.
023300 01  TRC-FA-STATUS            PIC X(02)      VALUE SPACES.
023400     88  FACT-AUDIT-IO-OK             VALUE '00'.
023500 01  TRC-CA-STATUS            PIC X(02)      VALUE SPACES.
023600 01  TRC-PA-STATUS            PIC X(02)      VALUE SPACES.
023700 01  TRC-DA-STATUS            PIC X(02)      VALUE SPACES.
023710 01  TRC-MA-STATUS            PIC X(02)      VALUE SPACES.
023720     88  MULT-AUDIT-IO-OK             VALUE '00'.
023800 PROCEDURE DIVISION.
023900*****************************************************************
024000* 0000-MAINLINE                                                 *
024100*****************************************************************
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024400     PERFORM 2000-PROCESS-ONE-INQUIRY THRU 2000-EXIT
024500         UNTIL TRACE-DONE
024600     PERFORM 3000-TERMINATE THRU 3000-EXIT
024700     GOBACK.
024800*****************************************************************
024900* 1000-INITIALIZE - OPEN THE TWO MASTERS FOR INPUT.  A MASTER   *
025000*                   THAT WILL NOT OPEN IS NAMED; RUN-ID TRACES  *
025100*                   AND KEYS ON THE OTHER MASTER STILL WORK.    *
025200*****************************************************************
025300 1000-INITIALIZE.
025400     OPEN INPUT FACT-MASTER-FILE
025500     IF FACT-MASTER-OPEN-OK
025600         SET FACT-MASTER-WAS-OPENED TO TRUE
025700     ELSE
025800         DISPLAY 'FACTTRC: RESULTS MASTER UNAVAILABLE - STATUS '
025900             TRC-FM-STATUS ' - FACT KEYS CANNOT BE TRACED'
026000     END-IF
026100     OPEN INPUT CP-MASTER-FILE
026200     IF CP-MASTER-OPEN-OK
026300         SET CP-MASTER-WAS-OPENED TO TRUE
026400     ELSE
026500         DISPLAY 'FACTTRC: COMBINATORIC MASTER UNAVAILABLE - '
026600             'STATUS ' TRC-CM-STATUS
026700         DISPLAY 'FACTTRC: COMB, PERM, AND DRNG KEYS CANNOT BE'
026800             ' TRACED'
026900     END-IF
027000     MOVE TRC-LIST-LIMIT TO TRC-DSP-LIMIT
027100     DISPLAY 'FACTTRC - FACTORIAL RUN TRACE INQUIRY'
027200     DISPLAY 'KEY A 16-DIGIT RUN ID, FACT N, COMB N R, PERM N R,'
027300         ' OR DRNG N'
027400     DISPLAY 'OR END TO QUIT'.
027500 1000-EXIT.
027600     EXIT.
027700*****************************************************************
027800* 2000-PROCESS-ONE-INQUIRY - PROMPT, EDIT THE REPLY, AND TRACE  *
027900*                            THE RUN OR THE KEY                 *
028000*****************************************************************
028100 2000-PROCESS-ONE-INQUIRY.
028200     DISPLAY 'FACTTRC: ENTER RUN ID, KEY, OR END'
028300     MOVE SPACES TO TRC-REPLY
028400     ACCEPT TRC-REPLY
028500     IF TRC-REPLY = 'END' OR TRC-REPLY = 'end'
028600         OR TRC-REPLY = SPACES
028700         SET TRACE-DONE TO TRUE
028800         GO TO 2000-EXIT
028900     END-IF
029000     PERFORM 2100-EDIT-REPLY THRU 2100-EXIT
029100     IF REPLY-IN-ERROR
029200         DISPLAY 'FACTTRC: NOT A RUN ID OR KEY - YOU KEYED '
029300             TRC-REPLY
029400         DISPLAY 'FACTTRC: A RUN ID IS 16 DIGITS; N AND R ARE'
029500             ' UP TO 8 DIGITS'
029600         GO TO 2000-EXIT
029700     END-IF
029710     IF TRACE-BY-KEY AND (KEY-IS-COMB OR KEY-IS-PERM)
029720         AND TRC-KEY-R > TRC-KEY-N
029730         MOVE TRC-KEY-N TO TRC-DSP-N
029740         MOVE TRC-KEY-R TO TRC-DSP-R
029750         DISPLAY 'FACTTRC: NOT A VALID KEY - YOU KEYED '
029760             TRC-REPLY
029770         DISPLAY 'FACTTRC: ' TRC-KEY-FUNC ' R = ' TRC-DSP-R
029780             ' IS GREATER THAN N = ' TRC-DSP-N
029790         GO TO 2000-EXIT
029795     END-IF
029800     ADD 1 TO TRC-INQUIRY-COUNT
029900     IF TRACE-BY-RUN
030000         PERFORM 2200-TRACE-RUN THRU 2200-EXIT
030100     ELSE
030200         PERFORM 2300-TRACE-KEY THRU 2300-EXIT
030300     END-IF.
030400 2000-EXIT.
030500     EXIT.
030600*****************************************************************
030700* 2100-EDIT-REPLY - SPLIT THE REPLY INTO WORDS.  ONE WORD OF    *
030800*                   SIXTEEN DIGITS IS A RUN ID; OTHERWISE THE   *
030900*                   FIRST WORD IS FACT, COMB, PERM, OR DRNG,    *
031000*                   FOLLOWED BY N (AND R FOR COMB AND PERM).    *
031100*****************************************************************
031200 2100-EDIT-REPLY.
031300     SET REPLY-IS-GOOD TO TRUE
031400     MOVE SPACES TO TRC-WORDS
031500     MOVE ZERO TO TRC-WORD-COUNT TRC-WORD-LENGTH
031550     MOVE ZERO TO TRC-KEY-N TRC-KEY-R
031600     PERFORM 2105-SPLIT-ONE-CHAR THRU 2105-EXIT
031700         VARYING TRC-REPLY-SUB FROM 1 BY 1
031800         UNTIL TRC-REPLY-SUB > 40 OR REPLY-IN-ERROR
032300     IF REPLY-IN-ERROR OR TRC-WORD-COUNT = ZERO
032500         SET REPLY-IN-ERROR TO TRUE
032600         GO TO 2100-EXIT
032700     END-IF
032800     IF TRC-WORD-COUNT = 1 AND TRC-WORD-1 IS NUMERIC
032900         SET TRACE-BY-RUN TO TRUE
033000         MOVE TRC-WORD-1 TO TRC-RUN-ID
033100         GO TO 2100-EXIT
033200     END-IF
033300     SET TRACE-BY-KEY TO TRUE
033400     MOVE TRC-WORD-1 TO TRC-KEY-FUNC
033500     IF TRC-WORD-1 (5:12) NOT = SPACES
033600         OR NOT (KEY-IS-FACT OR KEY-IS-CP)
033700         SET REPLY-IN-ERROR TO TRUE
033800         GO TO 2100-EXIT
033900     END-IF
034000     IF KEY-IS-COMB OR KEY-IS-PERM
034100         IF TRC-WORD-COUNT NOT = 3
034200             SET REPLY-IN-ERROR TO TRUE
034300             GO TO 2100-EXIT
034400         END-IF
034500     ELSE
034600         IF TRC-WORD-COUNT NOT = 2
034700             SET REPLY-IN-ERROR TO TRUE
034800             GO TO 2100-EXIT
034900         END-IF
035000     END-IF
035100     MOVE TRC-WORD-2 TO TRC-EDIT-WORD
035200     PERFORM 2110-EDIT-NUMBER THRU 2110-EXIT
035300     IF REPLY-IN-ERROR
035400         GO TO 2100-EXIT
035500     END-IF
035600     MOVE TRC-EDIT-VALUE TO TRC-KEY-N
035700     IF TRC-WORD-COUNT = 3
035800         MOVE TRC-WORD-3 TO TRC-EDIT-WORD
035900         PERFORM 2110-EDIT-NUMBER THRU 2110-EXIT
036000         MOVE TRC-EDIT-VALUE TO TRC-KEY-R
036100     END-IF.
036200 2100-EXIT.
036300     EXIT.
036310*****************************************************************
036312* 2105-SPLIT-ONE-CHAR - ONE CHARACTER OF THE REPLY: A SPACE ENDS*
036314*                       THE CURRENT WORD; ANYTHING ELSE STARTS A*
036316*                       WORD OR ADDS TO IT.  A FIFTH WORD, OR A *
036318*                       WORD OVER SIXTEEN CHARACTERS, FAILS THE *
036320*                       REPLY.                                  *
036322*****************************************************************
036324 2105-SPLIT-ONE-CHAR.
036326     IF TRC-REPLY (TRC-REPLY-SUB:1) = SPACE
036328         MOVE ZERO TO TRC-WORD-LENGTH
036330         GO TO 2105-EXIT
036332     END-IF
036334     IF TRC-WORD-LENGTH = ZERO
036336         ADD 1 TO TRC-WORD-COUNT
036338         IF TRC-WORD-COUNT > 4
036340             SET REPLY-IN-ERROR TO TRUE
036342             GO TO 2105-EXIT
036344         END-IF
036346     END-IF
036348     ADD 1 TO TRC-WORD-LENGTH
036350     IF TRC-WORD-LENGTH > 16
036352         SET REPLY-IN-ERROR TO TRUE
036354         GO TO 2105-EXIT
036356     END-IF
036358     MOVE TRC-REPLY (TRC-REPLY-SUB:1)
036360         TO TRC-WORD (TRC-WORD-COUNT) (TRC-WORD-LENGTH:1).
036362 2105-EXIT.
036364     EXIT.
036400*****************************************************************
036500* 2110-EDIT-NUMBER - TURN ONE WORD OF THE REPLY INTO A NUMBER   *
036600*                    OF ONE TO EIGHT DIGITS                     *
036700*****************************************************************
036800 2110-EDIT-NUMBER.
036900     MOVE 'N' TO TRC-DIGIT-SEEN-SW
037000     MOVE ZERO TO TRC-EDIT-VALUE TRC-DIGIT-COUNT
037100     PERFORM 2120-SCAN-ONE-CHAR THRU 2120-EXIT
037200         VARYING TRC-SCAN-SUB FROM 1 BY 1
037300         UNTIL TRC-SCAN-SUB > 16 OR REPLY-IN-ERROR
037400     IF NOT DIGITS-SEEN
037500         SET REPLY-IN-ERROR TO TRUE
037600     END-IF.
037700 2110-EXIT.
037800     EXIT.
037900*****************************************************************
038000* 2120-SCAN-ONE-CHAR - ONE CHARACTER OF THE WORD: ACCUMULATE A  *
038100*                      DIGIT, PASS OVER THE TRAILING SPACES,    *
038200*                      AND FAIL ANYTHING ELSE OR A NINTH        *
038300*                      DIGIT.                                   *
038400*****************************************************************
038500 2120-SCAN-ONE-CHAR.
038600     MOVE TRC-EDIT-WORD (TRC-SCAN-SUB:1) TO TRC-SCAN-CHAR
038700     IF TRC-SCAN-CHAR IS NUMERIC
038800         IF TRC-DIGIT-COUNT = 8
038900             SET REPLY-IN-ERROR TO TRUE
039000         ELSE
039100             COMPUTE TRC-EDIT-VALUE = TRC-EDIT-VALUE * 10
039200                 + TRC-SCAN-DIGIT
039300             ADD 1 TO TRC-DIGIT-COUNT
039400             SET DIGITS-SEEN TO TRUE
039500         END-IF
039600     ELSE
039700         IF TRC-SCAN-CHAR NOT = SPACE
039800             SET REPLY-IN-ERROR TO TRUE
039900         END-IF
040000     END-IF.
040100 2120-EXIT.
040200     EXIT.
040300*****************************************************************
040400* 2200-TRACE-RUN - A RUN ID: THE RUN'S STATISTICS AND EVERY     *
040500*                  AUDIT ENTRY IT CAUSED ON THE FIVE LOGS       *
040600*****************************************************************
040700 2200-TRACE-RUN.
040800     DISPLAY 'FACTTRC: RUN ' TRC-RUN-ID
040900     PERFORM 2400-SHOW-RUN-STATS THRU 2400-EXIT
041000     SET LIST-WHOLE-RUN TO TRUE
041100     PERFORM 2500-LIST-FACT-AUDIT THRU 2500-EXIT
041200     SET CP-LOG-COMB TO TRUE
041300     PERFORM 2600-LIST-CP-AUDIT THRU 2600-EXIT
041400     SET CP-LOG-PERM TO TRUE
041500     PERFORM 2600-LIST-CP-AUDIT THRU 2600-EXIT
041600     SET CP-LOG-DRNG TO TRUE
041700     PERFORM 2600-LIST-CP-AUDIT THRU 2600-EXIT
041750     PERFORM 2800-LIST-MULT-AUDIT THRU 2800-EXIT.
041800 2200-EXIT.
041900     EXIT.
042000*****************************************************************
042100* 2300-TRACE-KEY - A KEY: FIND THE RUN THAT FILED IT ON THE     *
042200*                  MASTER, THEN SHOW THAT RUN'S STATISTICS AND  *
042300*                  THE AUDIT ENTRIES BEHIND THIS ONE ANSWER     *
042400*****************************************************************
042500 2300-TRACE-KEY.
042600     MOVE SPACES TO TRC-RUN-ID
042700     MOVE TRC-KEY-N TO TRC-DSP-N
042800     MOVE TRC-KEY-R TO TRC-DSP-R
042900     IF KEY-IS-FACT
043000         PERFORM 2310-READ-FACT-MASTER THRU 2310-EXIT
043100     ELSE
043200         PERFORM 2320-READ-CP-MASTER THRU 2320-EXIT
043300     END-IF
043400     IF TRC-RUN-ID = SPACES
043500         GO TO 2300-EXIT
043600     END-IF
043700     DISPLAY 'FACTTRC: FIRST COMPUTED BY RUN ' TRC-RUN-ID
043800     PERFORM 2400-SHOW-RUN-STATS THRU 2400-EXIT
043900     SET LIST-FOR-KEY TO TRUE
044000     MOVE TRC-KEY-N TO TRC-FACT-ARG (1)
044100     MOVE 1 TO TRC-ARG-COUNT
044200     IF KEY-IS-FACT
044250         MOVE 'FACTDRV' TO TRC-AUDIT-CALLER
044300     ELSE
044350         IF KEY-IS-COMB
044400             MOVE 'COMBCALC' TO TRC-AUDIT-CALLER
044450             MOVE TRC-KEY-R TO TRC-FACT-ARG (2)
044500             COMPUTE TRC-FACT-ARG (3) = TRC-KEY-N - TRC-KEY-R
044550             MOVE 3 TO TRC-ARG-COUNT
044600         ELSE
044650             IF KEY-IS-PERM
044700                 MOVE 'PERMCALC' TO TRC-AUDIT-CALLER
044750                 COMPUTE TRC-FACT-ARG (2) = TRC-KEY-N - TRC-KEY-R
044800                 MOVE 2 TO TRC-ARG-COUNT
044850             ELSE
044900                 IF KEY-IS-DRNG
044950                     MOVE 'DRNGCALC' TO TRC-AUDIT-CALLER
045000                 END-IF
045050             END-IF
045100         END-IF
045150     END-IF
045700     IF KEY-IS-CP
045800         MOVE TRC-KEY-FUNC TO TRC-CP-LOG-SW
045900         PERFORM 2600-LIST-CP-AUDIT THRU 2600-EXIT
046000     END-IF
046100     PERFORM 2500-LIST-FACT-AUDIT THRU 2500-EXIT.
046200 2300-EXIT.
046300     EXIT.
046400*****************************************************************
046500* 2310-READ-FACT-MASTER - READ FACTMSTR FOR THE N AND PICK UP   *
046600*                         THE RUN ID OF THE RUN THAT FILED IT.  *
046700*                         TRC-RUN-ID IS LEFT BLANK WHEN THERE   *
046800*                         IS NO RUN TO TRACE.                   *
046900*****************************************************************
047000 2310-READ-FACT-MASTER.
047100     IF NOT FACT-MASTER-WAS-OPENED
047200         DISPLAY 'FACTTRC: RESULTS MASTER NOT OPEN - FACT KEYS'
047300             ' CANNOT BE TRACED'
047400         GO TO 2310-EXIT
047500     END-IF
047600     MOVE TRC-KEY-N TO FM-N
047700     READ FACT-MASTER-FILE
047800         INVALID KEY
047900             CONTINUE
048000     END-READ
048100*    ONLY STATUS 23 MEANS THE KEY IS NOT ON FILE; ANY OTHER
048200*    NON-ZERO STATUS IS A BROKEN READ.
048300     IF TRC-FM-STATUS = '23'
048400         DISPLAY 'FACTTRC: FACT ' TRC-DSP-N
048500             ' NOT ON FILE - NO RUN HAS FILED IT'
048600         GO TO 2310-EXIT
048700     END-IF
048800     IF NOT FACT-MASTER-IO-OK
048900         DISPLAY 'FACTTRC: READ FAILED - FILE STATUS '
049000             TRC-FM-STATUS ' - CALL OPERATIONS'
049100         GO TO 2310-EXIT
049200     END-IF
049300     MOVE FM-DATE-COMPUTED TO TRC-DSP-DATE
049400     DISPLAY 'FACTTRC: FACT ' TRC-DSP-N ' ON FILE, COMPUTED '
049500         TRC-DSP-DATE
049600     IF FM-FORM-BIG
049700         MOVE FM-BIG-DIGIT-COUNT TO TRC-DSP-DIGITS
049800         DISPLAY '  N! IS A BIG RESULT OF ' TRC-DSP-DIGITS
049900             ' DIGITS (FACTINQ SHOWS IT IN FULL)'
050000     ELSE
050100         MOVE FM-RESULT TO TRC-DSP-RESULT
050200         DISPLAY '  N! = ' TRC-DSP-RESULT
050300     END-IF
050400     IF FM-RUN-ID = SPACES
050500         DISPLAY 'FACTTRC: NO RUN ID - FILED BY A FACTMUTL LOAD'
050600             ' OR BEFORE RUN IDS WERE KEPT'
050700         GO TO 2310-EXIT
050800     END-IF
050900     MOVE FM-RUN-ID TO TRC-RUN-ID.
051000 2310-EXIT.
051100     EXIT.
051200*****************************************************************
051300* 2320-READ-CP-MASTER - READ CPMSTR FOR THE FUNCTION/N/R KEY    *
051400*                       AND PICK UP THE RUN ID THE SAME WAY     *
051500*****************************************************************
051600 2320-READ-CP-MASTER.
051700     IF NOT CP-MASTER-WAS-OPENED
051800         DISPLAY 'FACTTRC: COMBINATORIC MASTER NOT OPEN - '
051900             TRC-KEY-FUNC ' KEYS CANNOT BE TRACED'
052000         GO TO 2320-EXIT
052100     END-IF
052200     MOVE TRC-KEY-FUNC TO CM-FUNCTION
052300     MOVE TRC-KEY-N TO CM-N
052400     MOVE TRC-KEY-R TO CM-R
052500     READ CP-MASTER-FILE
052600         INVALID KEY
052700             CONTINUE
052800     END-READ
052900     IF TRC-CM-STATUS = '23'
053000         DISPLAY 'FACTTRC: ' TRC-KEY-FUNC ' N = ' TRC-DSP-N
053100             ' R = ' TRC-DSP-R
053200             ' NOT ON FILE - NO RUN HAS FILED IT'
053300         GO TO 2320-EXIT
053400     END-IF
053500     IF NOT CP-MASTER-IO-OK
053600         DISPLAY 'FACTTRC: READ FAILED - FILE STATUS '
053700             TRC-CM-STATUS ' - CALL OPERATIONS'
053800         GO TO 2320-EXIT
053900     END-IF
054000     MOVE CM-DATE-COMPUTED TO TRC-DSP-DATE
054100     MOVE CM-RESULT TO TRC-DSP-RESULT
054200     DISPLAY 'FACTTRC: ' TRC-KEY-FUNC ' N = ' TRC-DSP-N
054300         ' R = ' TRC-DSP-R ' ON FILE, COMPUTED ' TRC-DSP-DATE
054400     DISPLAY '  RESULT = ' TRC-DSP-RESULT
054500     IF CM-RUN-ID = SPACES
054600         DISPLAY 'FACTTRC: NO RUN ID - FILED BY A CPMUTL LOAD'
054700             ' OR BEFORE RUN IDS WERE KEPT'
054800         GO TO 2320-EXIT
054900     END-IF
055000     MOVE CM-RUN-ID TO TRC-RUN-ID.
055100 2320-EXIT.
055200     EXIT.
055300*****************************************************************
055400* 2400-SHOW-RUN-STATS - SCAN FACTSTAT FOR THE RUN'S RECORD AND  *
055500*                       SHOW ITS TIMES, COUNTS, RUN TYPE, AND   *
055600*                       RETURN CODE.  THE LAST MATCH WINS.      *
055700*****************************************************************
055800 2400-SHOW-RUN-STATS.
055900     SET RUN-STAT-NOT-FOUND TO TRUE
056000     OPEN INPUT RUN-STATS-FILE
056100     IF NOT RUN-STATS-IO-OK
056200         DISPLAY 'FACTTRC: FACTSTAT UNAVAILABLE - STATUS '
056300             TRC-RS-STATUS ' - NO RUN STATISTICS'
056400         GO TO 2400-EXIT
056500     END-IF
056600     SET LOG-NOT-AT-END TO TRUE
056700     PERFORM 2410-READ-RUN-STAT THRU 2410-EXIT
056800         UNTIL LOG-AT-END
056900     CLOSE RUN-STATS-FILE
057000     IF RUN-STAT-NOT-FOUND
057100         DISPLAY '  NO FACTSTAT RECORD FOR THIS RUN - IT DID NOT'
057200             ' FINISH OR IS STILL RUNNING'
057300         GO TO 2400-EXIT
057400     END-IF
057500     MOVE RS-START-DATE TO TRC-DSP-DATE
057600     MOVE RS-START-TIME (1:6) TO TRC-DSP-TIME
057700     MOVE RS-END-DATE TO TRC-DSP-END-DATE
057800     MOVE RS-END-TIME (1:6) TO TRC-DSP-END-TIME
057900     MOVE RS-RETURN-CODE TO TRC-DSP-RC
058000     MOVE RS-RECORDS-READ TO TRC-DSP-READ
058100     MOVE RS-OK-COUNT TO TRC-DSP-OK
058200     MOVE RS-INVALID-COUNT TO TRC-DSP-INVALID
058300     MOVE RS-OVERFLOW-COUNT TO TRC-DSP-OVERFLOW
058400     IF RS-FRESH-RUN
058450         MOVE 'FRESH' TO TRC-DSP-RUN-TYPE
058500     ELSE
058550         IF RS-RESTART-RUN
058600             MOVE 'RESTART' TO TRC-DSP-RUN-TYPE
058650         ELSE
058700             IF RS-REPROCESS-RUN
058750                 MOVE 'REPROCESS' TO TRC-DSP-RUN-TYPE
058800             ELSE
058850                 IF RS-REPROC-RESTART
058900                     MOVE 'REPROCESS RESTART' TO TRC-DSP-RUN-TYPE
058950                 ELSE
059000                     MOVE RS-RUN-TYPE TO TRC-DSP-RUN-TYPE
059050                 END-IF
059100             END-IF
059150         END-IF
059200     END-IF
059600     DISPLAY '  STARTED ' TRC-DSP-DATE ' ' TRC-DSP-TIME
059700         '   ENDED ' TRC-DSP-END-DATE ' ' TRC-DSP-END-TIME
059800     DISPLAY '  RUN TYPE ' TRC-DSP-RUN-TYPE
059900         '   RETURN CODE ' TRC-DSP-RC
060000     DISPLAY '  READ ' TRC-DSP-READ '  OK ' TRC-DSP-OK
060100         '  INVALID ' TRC-DSP-INVALID
060200         '  OVERFLOW ' TRC-DSP-OVERFLOW.
060300 2400-EXIT.
060400     EXIT.
060500*****************************************************************
060600* 2410-READ-RUN-STAT - ONE FACTSTAT RECORD; KEEP IT IF IT IS    *
060700*                      THE RUN UNDER TRACE                      *
060800*****************************************************************
060900 2410-READ-RUN-STAT.
061000     READ RUN-STATS-FILE
061100         AT END
061200             SET LOG-AT-END TO TRUE
061300             GO TO 2410-EXIT
061400     END-READ
061500     IF NOT RUN-STATS-IO-OK
061600         DISPLAY 'FACTTRC: FACTSTAT READ FAILED - STATUS '
061700             TRC-RS-STATUS
061800         SET LOG-AT-END TO TRUE
061900         GO TO 2410-EXIT
062000     END-IF
062100     IF RSI-RUN-ID = TRC-RUN-ID
062200         MOVE RUN-STATS-IN-RECORD TO RUN-STAT-RECORD
062300         SET RUN-STAT-FOUND TO TRUE
062400     END-IF.
062500 2410-EXIT.
062600     EXIT.
062700*****************************************************************
062800* 2500-LIST-FACT-AUDIT - SCAN FACTAUDT FOR THE RUN'S ENTRIES    *
062900*                        (OR FOR A KEY, ONLY THE CALLS BEHIND   *
063000*                        IT), LIST UP TO THE LIMIT, AND COUNT   *
063100*                        THEM ALL                               *
063200*****************************************************************
063300 2500-LIST-FACT-AUDIT.
063400     MOVE ZERO TO TRC-MATCH-COUNT
063500     OPEN INPUT FACT-AUDIT-FILE
063600     IF NOT FACT-AUDIT-IO-OK
063700         DISPLAY 'FACTTRC: FACTAUDT UNAVAILABLE - STATUS '
063800             TRC-FA-STATUS ' - LOG SKIPPED'
063900         GO TO 2500-EXIT
064000     END-IF
064100     DISPLAY '  FACTAUDT:'
064200     SET LOG-NOT-AT-END TO TRUE
064300     PERFORM 2510-READ-FACT-AUDIT THRU 2510-EXIT
064400         UNTIL LOG-AT-END
064500     CLOSE FACT-AUDIT-FILE
064600     MOVE 'FACTAUDT' TO TRC-LOG-NAME
064700     PERFORM 2700-SHOW-LOG-COUNT THRU 2700-EXIT.
064800 2500-EXIT.
064900     EXIT.
065000*****************************************************************
065100* 2510-READ-FACT-AUDIT - ONE FACTAUDT RECORD: MATCH, COUNT, AND *
065200*                        LIST IT                                *
065300*****************************************************************
065400 2510-READ-FACT-AUDIT.
065500     READ FACT-AUDIT-FILE
065600         AT END
065700             SET LOG-AT-END TO TRUE
065800             GO TO 2510-EXIT
065900     END-READ
066000     IF NOT FACT-AUDIT-IO-OK
066100         DISPLAY 'FACTTRC: FACTAUDT READ FAILED - STATUS '
066200             TRC-FA-STATUS
066300         SET LOG-AT-END TO TRUE
066400         GO TO 2510-EXIT
066500     END-IF
066600     IF AUDIT-RUN-ID NOT = TRC-RUN-ID
066700         GO TO 2510-EXIT
066800     END-IF
066900     IF LIST-FOR-KEY
067000         IF AUDIT-CALLER-NAME NOT = TRC-AUDIT-CALLER
067100             GO TO 2510-EXIT
067200         END-IF
067300         SET ARG-NOT-MATCHED TO TRUE
067400         PERFORM 2520-MATCH-ONE-ARG THRU 2520-EXIT
067500             VARYING TRC-ARG-SUB FROM 1 BY 1
067600             UNTIL TRC-ARG-SUB > TRC-ARG-COUNT OR ARG-MATCHED
067700         IF ARG-NOT-MATCHED
067800             GO TO 2510-EXIT
067900         END-IF
068000     END-IF
068100     ADD 1 TO TRC-MATCH-COUNT
068200     IF TRC-MATCH-COUNT > TRC-LIST-LIMIT
068300         GO TO 2510-EXIT
068400     END-IF
068500     MOVE AUDIT-N TO TRC-DSP-N
068600     MOVE AUDIT-RESULT TO TRC-DSP-RESULT
068700     MOVE AUDIT-DATE TO TRC-DSP-DATE
068800     MOVE AUDIT-TIME (1:6) TO TRC-DSP-TIME
068900     DISPLAY '    N=' TRC-DSP-N '  RESULT=' TRC-DSP-RESULT
069000         '  ' AUDIT-CALLER-NAME '  ' TRC-DSP-DATE ' '
069100         TRC-DSP-TIME.
069200 2510-EXIT.
069300     EXIT.
069400*****************************************************************
069500* 2520-MATCH-ONE-ARG - IS THIS AUDIT N ONE OF THE FACTORIALS    *
069600*                      THE KEY'S SUBPROGRAM CALLED FOR?         *
069700*****************************************************************
069800 2520-MATCH-ONE-ARG.
069900     IF AUDIT-N = TRC-FACT-ARG (TRC-ARG-SUB)
070000         SET ARG-MATCHED TO TRUE
070100     END-IF.
070200 2520-EXIT.
070300     EXIT.
070400*****************************************************************
070500* 2600-LIST-CP-AUDIT - SCAN THE COMBAUDT, PERMAUDT, OR DRNGAUDT *
070600*                      LOG NAMED BY TRC-CP-LOG-SW FOR THE RUN'S *
070700*                      ENTRIES (OR THE ONE KEY'S), LIST UP TO   *
070800*                      THE LIMIT, AND COUNT THEM ALL            *
070900*****************************************************************
071000 2600-LIST-CP-AUDIT.
071100     MOVE ZERO TO TRC-MATCH-COUNT
071200     IF CP-LOG-COMB
071250         MOVE 'COMBAUDT' TO TRC-LOG-NAME
071300         OPEN INPUT COMB-AUDIT-FILE
071350         MOVE TRC-CA-STATUS TO TRC-CP-STATUS
071400     ELSE
071450         IF CP-LOG-PERM
071500             MOVE 'PERMAUDT' TO TRC-LOG-NAME
071550             OPEN INPUT PERM-AUDIT-FILE
071600             MOVE TRC-PA-STATUS TO TRC-CP-STATUS
071650         ELSE
071700             IF CP-LOG-DRNG
071750                 MOVE 'DRNGAUDT' TO TRC-LOG-NAME
071800                 OPEN INPUT DRNG-AUDIT-FILE
071850                 MOVE TRC-DA-STATUS TO TRC-CP-STATUS
071900             END-IF
071950         END-IF
072000     END-IF
072600     IF NOT CP-LOG-IO-OK
072700         DISPLAY 'FACTTRC: ' TRC-LOG-NAME ' UNAVAILABLE - STATUS '
072800             TRC-CP-STATUS ' - LOG SKIPPED'
072900         GO TO 2600-EXIT
073000     END-IF
073100     DISPLAY '  ' TRC-LOG-NAME ':'
073200     SET LOG-NOT-AT-END TO TRUE
073300     PERFORM 2610-READ-CP-AUDIT THRU 2610-EXIT
073400         UNTIL LOG-AT-END
073500     IF CP-LOG-COMB
073550         CLOSE COMB-AUDIT-FILE
073600     ELSE
073650         IF CP-LOG-PERM
073700             CLOSE PERM-AUDIT-FILE
073750         ELSE
073800             IF CP-LOG-DRNG
073850                 CLOSE DRNG-AUDIT-FILE
073900             END-IF
073950         END-IF
074000     END-IF
074300     PERFORM 2700-SHOW-LOG-COUNT THRU 2700-EXIT.
074400 2600-EXIT.
074500     EXIT.
074600*****************************************************************
074700* 2610-READ-CP-AUDIT - ONE SUBPROGRAM AUDIT RECORD: MATCH,      *
074800*                      COUNT, AND LIST IT                       *
074900*****************************************************************
075000 2610-READ-CP-AUDIT.
075100     IF CP-LOG-COMB
075150         READ COMB-AUDIT-FILE INTO CP-AUDIT-RECORD
075200             AT END
075250                 SET LOG-AT-END TO TRUE
075300         END-READ
075350         MOVE TRC-CA-STATUS TO TRC-CP-STATUS
075400     ELSE
075450         IF CP-LOG-PERM
075500             READ PERM-AUDIT-FILE INTO CP-AUDIT-RECORD
075550                 AT END
075600                     SET LOG-AT-END TO TRUE
075650             END-READ
075700             MOVE TRC-PA-STATUS TO TRC-CP-STATUS
075750         ELSE
075800             IF CP-LOG-DRNG
075850                 READ DRNG-AUDIT-FILE INTO CP-AUDIT-RECORD
075900                     AT END
075950                         SET LOG-AT-END TO TRUE
076000                 END-READ
076050                 MOVE TRC-DA-STATUS TO TRC-CP-STATUS
076100             END-IF
076150         END-IF
076200     END-IF
077100     IF LOG-AT-END
077200         GO TO 2610-EXIT
077300     END-IF
077400     IF NOT CP-LOG-IO-OK
077500         DISPLAY 'FACTTRC: ' TRC-LOG-NAME ' READ FAILED - STATUS '
077600             TRC-CP-STATUS
077700         SET LOG-AT-END TO TRUE
077800         GO TO 2610-EXIT
077900     END-IF
078000     IF CP-AUDIT-RUN-ID NOT = TRC-RUN-ID
078100         GO TO 2610-EXIT
078200     END-IF
078300     IF LIST-FOR-KEY
078400         IF CP-AUDIT-N NOT = TRC-KEY-N
078500             OR CP-AUDIT-R NOT = TRC-KEY-R
078600             GO TO 2610-EXIT
078700         END-IF
078800     END-IF
078900     ADD 1 TO TRC-MATCH-COUNT
079000     IF TRC-MATCH-COUNT > TRC-LIST-LIMIT
079100         GO TO 2610-EXIT
079200     END-IF
079300     MOVE CP-AUDIT-N TO TRC-DSP-N
079400     MOVE CP-AUDIT-R TO TRC-DSP-R
079500     MOVE CP-AUDIT-RESULT TO TRC-DSP-RESULT
079600     MOVE CP-AUDIT-DATE TO TRC-DSP-DATE
079700     DISPLAY '    ' CP-AUDIT-PROGRAM ' N=' TRC-DSP-N
079800         ' R=' TRC-DSP-R
079900         ' RESULT=' TRC-DSP-RESULT ' ' CP-AUDIT-OVFL-IND
080000         CP-AUDIT-ERR-IND ' ' TRC-DSP-DATE.
080100 2610-EXIT.
080200     EXIT.
080300*****************************************************************
080400* 2700-SHOW-LOG-COUNT - CLOSE A LOG'S LISTING WITH ITS FULL     *
080500*                       MATCH COUNT                             *
080600*****************************************************************
080700 2700-SHOW-LOG-COUNT.
080800     MOVE TRC-MATCH-COUNT TO TRC-DSP-COUNT
080900     IF TRC-MATCH-COUNT = ZERO
081000         DISPLAY '    NO ' TRC-LOG-NAME ' ENTRIES'
081100     ELSE
081200         IF TRC-MATCH-COUNT > TRC-LIST-LIMIT
081300             DISPLAY '    ' TRC-DSP-COUNT ' ' TRC-LOG-NAME
081400                 ' ENTRIES - FIRST ' TRC-DSP-LIMIT ' LISTED'
081500         ELSE
081600             DISPLAY '    ' TRC-DSP-COUNT ' ' TRC-LOG-NAME
081700                 ' ENTRIES'
081800         END-IF
081900     END-IF.
082000 2700-EXIT.
082100     EXIT.
082101*****************************************************************
082102* 2800-LIST-MULT-AUDIT - SCAN MULTAUDT FOR THE RUN'S ENTRIES,   *
082103*                        LIST UP TO THE LIMIT, AND COUNT THEM   *
082104*                        ALL                                    *
082105*****************************************************************
082106 2800-LIST-MULT-AUDIT.
082107     MOVE ZERO TO TRC-MATCH-COUNT
082108     MOVE 'MULTAUDT' TO TRC-LOG-NAME
082109     OPEN INPUT MULT-AUDIT-FILE
082110     IF NOT MULT-AUDIT-IO-OK
082111         DISPLAY 'FACTTRC: MULTAUDT UNAVAILABLE - STATUS '
082112             TRC-MA-STATUS ' - LOG SKIPPED'
082113         GO TO 2800-EXIT
082114     END-IF
082115     DISPLAY '  MULTAUDT:'
082116     SET LOG-NOT-AT-END TO TRUE
082117     PERFORM 2810-READ-MULT-AUDIT THRU 2810-EXIT
082118         UNTIL LOG-AT-END
082119     CLOSE MULT-AUDIT-FILE
082120     PERFORM 2700-SHOW-LOG-COUNT THRU 2700-EXIT.
082121 2800-EXIT.
082122     EXIT.
082123*****************************************************************
082124* 2810-READ-MULT-AUDIT - ONE MULTAUDT RECORD: MATCH, COUNT, AND *
082125*                        LIST IT                                *
082126*****************************************************************
082127 2810-READ-MULT-AUDIT.
082128     READ MULT-AUDIT-FILE
082129         AT END
082130             SET LOG-AT-END TO TRUE
082131             GO TO 2810-EXIT
082132     END-READ
082133     IF NOT MULT-AUDIT-IO-OK
082134         DISPLAY 'FACTTRC: MULTAUDT READ FAILED - STATUS '
082135             TRC-MA-STATUS
082136         SET LOG-AT-END TO TRUE
082137         GO TO 2810-EXIT
082138     END-IF
082139     IF ML-AUDIT-RUN-ID NOT = TRC-RUN-ID
082140         GO TO 2810-EXIT
082141     END-IF
082142     ADD 1 TO TRC-MATCH-COUNT
082143     IF TRC-MATCH-COUNT > TRC-LIST-LIMIT
082144         GO TO 2810-EXIT
082145     END-IF
082146     MOVE ML-AUDIT-N TO TRC-DSP-N
082147     MOVE ML-AUDIT-GROUPS TO TRC-DSP-R
082148     MOVE ML-AUDIT-RESULT TO TRC-DSP-RESULT
082149     MOVE ML-AUDIT-DATE TO TRC-DSP-DATE
082150     DISPLAY '    ' ML-AUDIT-PROGRAM ' N=' TRC-DSP-N
082151         ' GROUPS=' TRC-DSP-R
082152         ' RESULT=' TRC-DSP-RESULT ' ' ML-AUDIT-OVFL-IND
082153         ML-AUDIT-ERR-IND ' ' TRC-DSP-DATE.
082154 2810-EXIT.
082155     EXIT.
082200*****************************************************************
082300* 3000-TERMINATE - SAY GOODBYE AND CLOSE THE MASTERS            *
082400*****************************************************************
082500 3000-TERMINATE.
082600     DISPLAY 'FACTTRC: SESSION ENDED'
082700     IF FACT-MASTER-WAS-OPENED
082800         CLOSE FACT-MASTER-FILE
082900     END-IF
083000     IF CP-MASTER-WAS-OPENED
083100         CLOSE CP-MASTER-FILE
083200     END-IF.
083300 3000-EXIT.
083400     EXIT.
083500 END PROGRAM FACTTRC.
083600
