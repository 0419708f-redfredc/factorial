000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FACTPLD.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800* FACTPLD BUILDS THE PRELOAD CARDS FOR THE WEEKEND MASTER       *
000900* MAINTENANCE RUN.  IT READS THE AUDIT LOGS OVER A DATE WINDOW, *
001000* FINDS THE KEYS THE NIGHTLY RUNS HAD TO COMPUTE THAT ARE NOT   *
001100* ON THE RESULTS MASTERS NOW - NEVER LOADED, OR DROPPED BY A    *
001200* PURGE DATE CARD SINCE - AND WRITES A LOAD CARD FOR THE MOST   *
001300* OFTEN COMPUTED OF THEM, SO THE NEXT NIGHTLY RUNS SERVE THEM   *
001400* FROM THE MASTERS INSTEAD OF CALLING THE SUBPROGRAMS:          *
001500*                                                               *
001600*   FACTAUDT   FACTORIALS COMPUTED FOR FACTDRV                  *
001700*   COMBAUDT   COMB, PERM, AND DRNG RESULTS COMPUTED.  ENTRIES  *
001800*   PERMAUDT   FLAGGED OVERFLOW OR ERROR ARE LEFT OUT - THEY    *
001900*   DRNGAUDT   ARE NEVER FILED, SO A CARD COULD NOT HELP.       *
002000*   FACTMSTR   CHECKED FOR EACH FACT KEY FOUND                  *
002100*   CPMSTR     CHECKED FOR EACH COMB/PERM/DRNG KEY FOUND        *
002200*   FACTSTAT   RECORDS READ BY THE FACTDRV RUNS IN THE WINDOW   *
002300*                                                               *
002400* THE CARDS ARE WRITTEN IN THE UTILITIES' OWN COLUMNS, EACH     *
002500* DECK OPENED BY A COMMENT CARD NAMING THE WINDOW:              *
002600*                                                               *
002700*   PLDMUTL  FACTMUTL   LOAD     NNNNNNNN NNNNNNNN              *
002800*   PLDCPM   CPMUTL     LOAD     FUNC     NNNNNNNN RRRRRRRR     *
002900*                                                               *
003000* A FACTMUTL CARD LOADS ONE KEY AS A ONE-VALUE RANGE; A DRNG    *
003100* CARD CARRIES NO R.  EACH DECK HOLDS AT MOST THE CARD LIMIT    *
003200* IN THE PARM, TAKEN IN ORDER OF DEMAND.  FACTBIG KEEPS NO LOG, *
003300* SO THE FACT CANDIDATES ARE THE KEYS FACTORIAL COMPUTED; N     *
003400* ABOVE FACTMUTL'S LIMIT OF 80 IS NEVER CARDED.                 *
003500*                                                               *
003600* PARM='YYYYMMDD YYYYMMDD NNNN' - THE FIRST AND LAST AUDIT      *
003700* DATES OF THE WINDOW AND THE CARD LIMIT PER DECK (0001-9999).  *
003800*                                                               *
003900* THE REPORT ON PLDRPT RANKS EVERY CANDIDATE, SAYS WHICH WERE   *
004000* CARDED, AND GIVES THE EXPECTED GAIN: THE SUBPROGRAM CALLS     *
004100* THE CARDS WOULD HAVE SAVED OVER THE WINDOW, AS A SHARE OF     *
004200* ALL THE CALLS MADE AND OF THE RECORDS THE FACTDRV RUNS READ   *
004300* (THE RISE IN MASTER HIT RATE IF THE SAME DEMAND COMES AGAIN). *
004400*                                                               *
004500* BOTH DECKS ARE OPENED, AND SO EMPTIED, ON EVERY RUN, SO A     *
004600* FAILED RUN NEVER LEAVES LAST WEEK'S CARDS BEHIND.             *
004700*                                                               *
004800* RETURN CODES:  0 CARDS WRITTEN                                *
004900*                4 NO CANDIDATES - THE DECKS HOLD ONLY THEIR    *
005000*                  COMMENT CARDS                                *
005100*                8 CARDS WRITTEN BUT THE DEMAND PICTURE IS NOT  *
005200*                  COMPLETE (A LOG WOULD NOT OPEN, THE DEMAND   *
005300*                  TABLE FILLED, OR A MASTER READ FAILED)       *
005400*               12 PARM IN ERROR OR A MASTER WOULD NOT OPEN -   *
005500*                  NO CARDS WRITTEN                             *
005600*****************************************************************
005700* MODIFICATION HISTORY                                          *
005800*-----------------------------------------------------------------
005900* DATE       BY    DESCRIPTION                                  *
006000* 10/15/2026 DLH   ORIGINAL PROGRAM.                            *
006050* 10/15/2026 DLH   MASTER OPEN ACCEPTS STATUS 97.               *
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER. IBM-370.
006500 OBJECT-COMPUTER. IBM-370.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT FACT-MASTER-FILE ASSIGN TO FACTMSTR
006900         ORGANIZATION IS INDEXED
007000         ACCESS IS RANDOM
007100         RECORD KEY IS FM-N
007200         FILE STATUS IS PLD-FM-STATUS.
007300     SELECT CP-MASTER-FILE   ASSIGN TO CPMSTR
007400         ORGANIZATION IS INDEXED
007500         ACCESS IS RANDOM
007600         RECORD KEY IS CM-KEY
007700         FILE STATUS IS PLD-CM-STATUS.
007800     SELECT RUN-STATS-FILE   ASSIGN TO FACTSTAT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS PLD-RS-STATUS.
008100     SELECT FACT-AUDIT-FILE  ASSIGN TO FACTAUDT
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS PLD-FA-STATUS.
008400     SELECT COMB-AUDIT-FILE  ASSIGN TO COMBAUDT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS PLD-CA-STATUS.
008700     SELECT PERM-AUDIT-FILE  ASSIGN TO PERMAUDT
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS PLD-PA-STATUS.
009000     SELECT DRNG-AUDIT-FILE  ASSIGN TO DRNGAUDT
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS PLD-DA-STATUS.
009300     SELECT MUTL-CARD-FILE   ASSIGN TO PLDMUTL
009400         ORGANIZATION IS SEQUENTIAL.
009500     SELECT CPM-CARD-FILE    ASSIGN TO PLDCPM
009600         ORGANIZATION IS SEQUENTIAL.
009700     SELECT PRELOAD-REPORT-FILE ASSIGN TO PLDRPT
009800         ORGANIZATION IS SEQUENTIAL.
009900 DATA DIVISION.
010000 FILE SECTION.
010100*****************************************************************
010200* FACT-MASTER-FILE - THE FACTORIAL RESULTS MASTER.  READ ONLY.  *
010300*****************************************************************
010400 FD  FACT-MASTER-FILE.
010500 COPY FACTMSTR.
010600*****************************************************************
010700* CP-MASTER-FILE - THE COMBINATORIC RESULTS MASTER.  READ ONLY. *
010800*****************************************************************
010900 FD  CP-MASTER-FILE.
011000 COPY CPMSTR.
011100*****************************************************************
011200* RUN-STATS-FILE - ONE RUNSTAT RECORD PER FACTDRV EXECUTION.    *
011300*****************************************************************
011400 FD  RUN-STATS-FILE.
011500 COPY RUNSTAT.
011600*****************************************************************
011700* FACT-AUDIT-FILE - THE FACTORIAL AUDIT LOG (COPYBOOK           *
011800*                   AUDITREC).                                  *
011900*****************************************************************
012000 FD  FACT-AUDIT-FILE.
012100 COPY AUDITREC.
012200*****************************************************************
012300* COMB-/PERM-/DRNG-AUDIT-FILE - THE SUBPROGRAM AUDIT LOGS.  ALL *
012400*                  THREE ARE CPAUDREC IMAGES, READ INTO THE ONE *
012500*                  CP-AUDIT-RECORD IN WORKING STORAGE.          *
012600*****************************************************************
012700 FD  COMB-AUDIT-FILE.
012800 01  COMB-AUDIT-IN-RECORD     PIC X(78).
012900 FD  PERM-AUDIT-FILE.
013000 01  PERM-AUDIT-IN-RECORD     PIC X(78).
013100 FD  DRNG-AUDIT-FILE.
013200 01  DRNG-AUDIT-IN-RECORD     PIC X(78).
013300*****************************************************************
013400* MUTL-CARD-FILE / CPM-CARD-FILE - THE LOAD CARD DECKS FOR      *
013500*                  FACTMUTL (MUTLCTL) AND CPMUTL (CPMCTL)       *
013600*****************************************************************
013700 FD  MUTL-CARD-FILE
013800     RECORDING MODE IS F.
013900 01  MUTL-CARD-RECORD         PIC X(80).
014000 FD  CPM-CARD-FILE
014100     RECORDING MODE IS F.
014200 01  CPM-CARD-RECORD          PIC X(80).
014300*****************************************************************
014400* PRELOAD-REPORT-FILE - THE CANDIDATE AND EXPECTED GAIN REPORT  *
014500*****************************************************************
014600 FD  PRELOAD-REPORT-FILE
014700     RECORDING MODE IS F.
014800 01  PRELOAD-REPORT-LINE      PIC X(132).
014900 WORKING-STORAGE SECTION.
015000*****************************************************************
015100* WORKING STORAGE                                               *
015200*****************************************************************
015300 01  PLD-SWITCHES.
015400     05  PLD-PARM-ERR-SW      PIC X(01)      VALUE 'N'.
015500         88  PARM-IN-ERROR            VALUE 'Y'.
015600         88  PARM-IS-GOOD             VALUE 'N'.
015700     05  PLD-MASTER-SW        PIC X(01)      VALUE 'Y'.
015800         88  MASTERS-AVAILABLE        VALUE 'Y'.
015900         88  MASTERS-UNAVAILABLE      VALUE 'N'.
016000     05  PLD-INCOMPLETE-SW    PIC X(01)      VALUE 'N'.
016100         88  DEMAND-INCOMPLETE        VALUE 'Y'.
016200         88  DEMAND-COMPLETE          VALUE 'N'.
016300     05  PLD-LOG-EOF-SW       PIC X(01)      VALUE 'N'.
016400         88  LOG-AT-END               VALUE 'Y'.
016500         88  LOG-NOT-AT-END           VALUE 'N'.
016600     05  PLD-SORT-SWITCH      PIC X(01)      VALUE 'N'.
016700         88  SORT-PASS-CLEAN          VALUE 'Y'.
016800         88  SORT-PASS-SWAPPED        VALUE 'N'.
016900     05  PLD-CP-LOG-SW        PIC X(04)      VALUE SPACES.
017000         88  CP-LOG-COMB              VALUE 'COMB'.
017100         88  CP-LOG-PERM              VALUE 'PERM'.
017200         88  CP-LOG-DRNG              VALUE 'DRNG'.
017300 01  PLD-FILE-STATUSES.
017400     05  PLD-FM-STATUS        PIC X(02)      VALUE SPACES.
017500         88  FACT-MASTER-IO-OK        VALUE '00'.
017550         88  FACT-MASTER-OPEN-OK      VALUES '00' '97'.
017600     05  PLD-CM-STATUS        PIC X(02)      VALUE SPACES.
017700         88  CP-MASTER-IO-OK          VALUE '00'.
017750         88  CP-MASTER-OPEN-OK        VALUES '00' '97'.
017800     05  PLD-RS-STATUS        PIC X(02)      VALUE SPACES.
017900         88  STATS-IO-OK              VALUE '00'.
018000     05  PLD-FA-STATUS        PIC X(02)      VALUE SPACES.
018100         88  FACT-LOG-IO-OK           VALUE '00'.
018200     05  PLD-CA-STATUS        PIC X(02)      VALUE SPACES.
018300     05  PLD-PA-STATUS        PIC X(02)      VALUE SPACES.
018400     05  PLD-DA-STATUS        PIC X(02)      VALUE SPACES.
018500     05  PLD-CP-STATUS        PIC X(02)      VALUE SPACES.
018600         88  CP-LOG-IO-OK             VALUE '00'.
018700 01  PLD-CONSTANTS.
018800     05  PLD-DEMAND-MAX       PIC 9(04)      COMP VALUE 1000.
018900     05  PLD-MUTL-MAX-N       PIC 9(08)      VALUE 80.
019000     05  PLD-LINES-PER-PAGE   PIC 9(04)      COMP VALUE 55.
019100 01  PLD-COUNTERS.
019200     05  PLD-FACT-CALLS       PIC 9(08)      COMP VALUE ZERO.
019300     05  PLD-COMB-CALLS       PIC 9(08)      COMP VALUE ZERO.
019400     05  PLD-PERM-CALLS       PIC 9(08)      COMP VALUE ZERO.
019500     05  PLD-DRNG-CALLS       PIC 9(08)      COMP VALUE ZERO.
019600     05  PLD-ALL-CALLS        PIC 9(08)      COMP VALUE ZERO.
019700     05  PLD-LOG-CALLS        PIC 9(08)      COMP VALUE ZERO.
019800     05  PLD-LOST-CALLS       PIC 9(08)      COMP VALUE ZERO.
019900     05  PLD-DEMAND-COUNT     PIC 9(04)      COMP VALUE ZERO.
020000     05  PLD-ON-FILE-COUNT    PIC 9(08)      COMP VALUE ZERO.
020100     05  PLD-CANDIDATE-COUNT  PIC 9(08)      COMP VALUE ZERO.
020200     05  PLD-READ-ERROR-COUNT PIC 9(08)      COMP VALUE ZERO.
020300     05  PLD-MUTL-CARD-COUNT  PIC 9(08)      COMP VALUE ZERO.
020400     05  PLD-CPM-CARD-COUNT   PIC 9(08)      COMP VALUE ZERO.
020500     05  PLD-OVER-LIMIT-COUNT PIC 9(08)      COMP VALUE ZERO.
020600     05  PLD-MUTL-SAVED       PIC 9(08)      COMP VALUE ZERO.
020700     05  PLD-CPM-SAVED        PIC 9(08)      COMP VALUE ZERO.
020800     05  PLD-ALL-SAVED        PIC 9(08)      COMP VALUE ZERO.
020900     05  PLD-STATS-RUNS       PIC 9(08)      COMP VALUE ZERO.
021000     05  PLD-STATS-READ       PIC 9(08)      COMP VALUE ZERO.
021100     05  PLD-LINE-COUNT       PIC 9(04)      COMP VALUE ZERO.
021200     05  PLD-PAGE-COUNT       PIC 9(04)      COMP VALUE ZERO.
021300 01  PLD-SUBSCRIPTS.
021400     05  PLD-SUB              PIC 9(04)      COMP.
021500     05  PLD-SORT-SUB         PIC 9(04)      COMP.
021600     05  PLD-SORT-SUB-2       PIC 9(04)      COMP.
021700     05  PLD-FOUND-SUB        PIC 9(04)      COMP.
021800     05  PLD-RANK             PIC 9(04)      COMP.
021900 01  PLD-WORK-AREA.
022000     05  PLD-RUN-DATE         PIC 9(08).
022100     05  PLD-FROM-DATE        PIC 9(08).
022200     05  PLD-TO-DATE          PIC 9(08).
022300     05  PLD-CARD-LIMIT       PIC 9(04).
022400     05  PLD-LOG-NAME         PIC X(08).
022500     05  PLD-KEY-FUNCTION     PIC X(04).
022600     05  PLD-KEY-N            PIC 9(08).
022700     05  PLD-KEY-R            PIC 9(08).
022800     05  PLD-KEY-DATE         PIC 9(08).
022900     05  PLD-PERCENT          PIC 9(03)V9(01).
023000     05  PLD-SPACING          PIC 9(01)      VALUE 1.
023100*****************************************************************
023200* SUBPROGRAM AUDIT RECORD - ANY OF THE THREE CP LOGS IS READ    *
023300* INTO HERE                                                     *
023400*****************************************************************
023500 COPY CPAUDREC.
023600*****************************************************************
023700* DEMAND TABLE - ONE ENTRY PER DISTINCT KEY COMPUTED IN THE     *
023800*                WINDOW.  PLDD-STATE IS SET BY THE MASTER CHECK *
023900*                AND THE TABLE IS THEN SORTED BY DEMAND.        *
024000*****************************************************************
024100 01  PLD-DEMAND-TABLE.
024200     05  PLD-DEMAND-ENTRY     OCCURS 1000 TIMES.
024300         10  PLDD-FUNCTION    PIC X(04).
024400         10  PLDD-N           PIC 9(08).
024500         10  PLDD-R           PIC 9(08).
024600         10  PLDD-COUNT       PIC 9(08)      COMP.
024700         10  PLDD-LAST-DATE   PIC 9(08).
024800         10  PLDD-STATE       PIC X(01).
024900             88  PLDD-ON-FILE         VALUE 'F'.
025000             88  PLDD-CANDIDATE       VALUE 'C'.
025100             88  PLDD-NOT-CHECKED     VALUE 'E'.
025200 01  PLD-DEMAND-HOLD.
025300     05  PLDH-FUNCTION        PIC X(04).
025400     05  PLDH-N               PIC 9(08).
025500     05  PLDH-R               PIC 9(08).
025600     05  PLDH-COUNT           PIC 9(08)      COMP.
025700     05  PLDH-LAST-DATE       PIC 9(08).
025800     05  PLDH-STATE           PIC X(01).
025900*****************************************************************
026000* LOAD CARD IMAGES - THE COLUMNS FACTMUTL AND CPMUTL EDIT       *
026100*****************************************************************
026200 01  PLD-MUTL-CARD.
026300     05  PLD-MC-VERB          PIC X(08)      VALUE 'LOAD'.
026400     05  FILLER               PIC X(01)      VALUE SPACES.
026500     05  PLD-MC-LOW-N         PIC 9(08).
026600     05  FILLER               PIC X(01)      VALUE SPACES.
026700     05  PLD-MC-HIGH-N        PIC 9(08).
026800     05  FILLER               PIC X(54)      VALUE SPACES.
026900 01  PLD-CPM-CARD.
027000     05  PLD-CC-VERB          PIC X(08)      VALUE 'LOAD'.
027100     05  FILLER               PIC X(01)      VALUE SPACES.
027200     05  PLD-CC-FUNCTION      PIC X(08).
027300     05  FILLER               PIC X(01)      VALUE SPACES.
027400     05  PLD-CC-N             PIC 9(08).
027500     05  FILLER               PIC X(01)      VALUE SPACES.
027600     05  PLD-CC-R             PIC X(08).
027700     05  FILLER               PIC X(45)      VALUE SPACES.
027800 01  PLD-COMMENT-CARD.
027900     05  FILLER               PIC X(18)
028000         VALUE '* FACTPLD PRELOAD '.
028100     05  FILLER               PIC X(07)      VALUE 'WINDOW '.
028200     05  PLD-CM-FROM          PIC 9(08).
028300     05  FILLER               PIC X(01)      VALUE '-'.
028400     05  PLD-CM-TO            PIC 9(08).
028500     05  FILLER               PIC X(10)      VALUE '  RUN DATE'.
028600     05  FILLER               PIC X(01)      VALUE SPACES.
028700     05  PLD-CM-RUN-DATE      PIC 9(08).
028800     05  FILLER               PIC X(19)      VALUE SPACES.
028900*****************************************************************
029000* REPORT LINES                                                  *
029100*****************************************************************
029200 01  PLD-PRINT-AREA           PIC X(132).
029300 01  PLD-COLUMN-HEADS         PIC X(132)     VALUE SPACES.
029400 01  PLD-HEADING-1.
029500     05  FILLER               PIC X(10)      VALUE 'FACTPLD'.
029600     05  FILLER               PIC X(40)
029700         VALUE 'RESULTS MASTER PRELOAD CANDIDATES'.
029800     05  FILLER               PIC X(26)      VALUE SPACES.
029900     05  FILLER               PIC X(10)      VALUE 'RUN DATE: '.
030000     05  PLD-H1-DATE          PIC 9(04)/9(02)/9(02).
030100     05  FILLER               PIC X(06)      VALUE '  PAGE'.
030200     05  PLD-H1-PAGE          PIC ZZZ9.
030300     05  FILLER               PIC X(26)      VALUE SPACES.
030400 01  PLD-WINDOW-LINE.
030500     05  FILLER               PIC X(01)      VALUE SPACES.
030600     05  FILLER               PIC X(13)
030700         VALUE 'AUDIT WINDOW '.
030800     05  PLD-WL-FROM          PIC 9(04)/9(02)/9(02).
030900     05  FILLER               PIC X(04)      VALUE ' TO '.
031000     05  PLD-WL-TO            PIC 9(04)/9(02)/9(02).
031100     05  FILLER               PIC X(25)
031200         VALUE '    CARD LIMIT PER DECK '.
031300     05  PLD-WL-LIMIT         PIC ZZZ9.
031400     05  FILLER               PIC X(65)      VALUE SPACES.
031500 01  PLD-SECTION-TITLE.
031600     05  FILLER               PIC X(01)      VALUE SPACES.
031700     05  PLD-TITLE-TEXT       PIC X(50).
031800     05  FILLER               PIC X(81)      VALUE SPACES.
031900 01  PLD-CANDIDATE-HEADS.
032000     05  FILLER               PIC X(01)      VALUE SPACES.
032100     05  FILLER               PIC X(04)      VALUE 'RANK'.
032200     05  FILLER               PIC X(04)      VALUE SPACES.
032300     05  FILLER               PIC X(04)      VALUE 'FUNC'.
032400     05  FILLER               PIC X(04)      VALUE SPACES.
032500     05  FILLER               PIC X(08)      VALUE '       N'.
032600     05  FILLER               PIC X(04)      VALUE SPACES.
032700     05  FILLER               PIC X(08)      VALUE '       R'.
032800     05  FILLER               PIC X(04)      VALUE SPACES.
032900     05  FILLER               PIC X(08)      VALUE 'COMPUTED'.
033000     05  FILLER               PIC X(04)      VALUE SPACES.
033100     05  FILLER               PIC X(14)
033200         VALUE 'LAST COMPUTED'.
033300     05  FILLER               PIC X(30)      VALUE 'LOAD CARD'.
033400     05  FILLER               PIC X(35)      VALUE SPACES.
033500 01  PLD-CANDIDATE-DETAIL.
033600     05  FILLER               PIC X(01)      VALUE SPACES.
033700     05  PLD-CD-RANK          PIC Z(03)9.
033800     05  FILLER               PIC X(04)      VALUE SPACES.
033900     05  PLD-CD-FUNCTION      PIC X(04).
034000     05  FILLER               PIC X(04)      VALUE SPACES.
034100     05  PLD-CD-N             PIC Z(07)9.
034200     05  FILLER               PIC X(04)      VALUE SPACES.
034300     05  PLD-CD-R             PIC X(08).
034400     05  FILLER               PIC X(04)      VALUE SPACES.
034500     05  PLD-CD-COUNT         PIC Z(07)9.
034600     05  FILLER               PIC X(04)      VALUE SPACES.
034700     05  PLD-CD-LAST-DATE     PIC 9(04)/9(02)/9(02).
034800     05  FILLER               PIC X(04)      VALUE SPACES.
034900     05  PLD-CD-CARD          PIC X(30).
035000     05  FILLER               PIC X(35)      VALUE SPACES.
035100 01  PLD-R-EDIT               PIC Z(07)9.
035200 01  PLD-TOTAL-LINE.
035300     05  FILLER               PIC X(01)      VALUE SPACES.
035400     05  PLD-TOT-TEXT         PIC X(50).
035500     05  PLD-TOT-COUNT        PIC Z(07)9.
035600     05  FILLER               PIC X(73)      VALUE SPACES.
035700 01  PLD-PERCENT-LINE.
035800     05  FILLER               PIC X(01)      VALUE SPACES.
035900     05  PLD-PCT-TEXT         PIC X(50).
036000     05  FILLER               PIC X(02)      VALUE SPACES.
036100     05  PLD-PCT-VALUE        PIC ZZ9.9.
036200     05  FILLER               PIC X(02)      VALUE ' %'.
036300     05  FILLER               PIC X(72)      VALUE SPACES.
036400 01  PLD-MESSAGE-LINE.
036500     05  FILLER               PIC X(01)      VALUE SPACES.
036600     05  PLD-MSG-TEXT         PIC X(70).
036700     05  FILLER               PIC X(61)      VALUE SPACES.
036800 LINKAGE SECTION.
036900*****************************************************************
037000* LINKAGE PARAMETERS - PARM FROM THE EXECUTING JCL STEP         *
037100*****************************************************************
037200 01  FACTPLD-PARM.
037300     05  FACTPLD-PARM-LEN     PIC S9(4)      COMP.
037400     05  FACTPLD-PARM-TEXT    PIC X(94).
037500 PROCEDURE DIVISION USING FACTPLD-PARM.
037600*****************************************************************
037700* 0000-MAINLINE                                                 *
037800*****************************************************************
037900 0000-MAINLINE.
038000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038100     IF PARM-IS-GOOD AND MASTERS-AVAILABLE
038200         PERFORM 2000-READ-FACT-AUDIT THRU 2000-EXIT
038300         MOVE 'COMB' TO PLD-CP-LOG-SW
038400         PERFORM 3000-READ-CP-AUDIT THRU 3000-EXIT
038500         MOVE 'PERM' TO PLD-CP-LOG-SW
038600         PERFORM 3000-READ-CP-AUDIT THRU 3000-EXIT
038700         MOVE 'DRNG' TO PLD-CP-LOG-SW
038800         PERFORM 3000-READ-CP-AUDIT THRU 3000-EXIT
038900         PERFORM 3500-READ-RUN-STATS THRU 3500-EXIT
039000         PERFORM 4000-CHECK-MASTERS THRU 4000-EXIT
039100         PERFORM 5000-SORT-DEMAND THRU 5000-EXIT
039200         PERFORM 6000-WRITE-CARDS THRU 6000-EXIT
039300         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
039400     END-IF
039500     PERFORM 8000-TERMINATE THRU 8000-EXIT
039600     GOBACK.
039700*****************************************************************
039800* 1000-INITIALIZE - OPEN THE REPORT AND BOTH DECKS, EDIT THE    *
039900*                   PARM, AND OPEN THE TWO MASTERS              *
040000*****************************************************************
040100 1000-INITIALIZE.
040200     ACCEPT PLD-RUN-DATE FROM DATE YYYYMMDD
040300     OPEN OUTPUT PRELOAD-REPORT-FILE
040400     OPEN OUTPUT MUTL-CARD-FILE
040500     OPEN OUTPUT CPM-CARD-FILE
040600     IF FACTPLD-PARM-LEN < 22
040700         OR FACTPLD-PARM-TEXT (1:8) IS NOT NUMERIC
040800         OR FACTPLD-PARM-TEXT (10:8) IS NOT NUMERIC
040900         OR FACTPLD-PARM-TEXT (19:4) IS NOT NUMERIC
041000         SET PARM-IN-ERROR TO TRUE
041100         MOVE 'PARM MUST BE YYYYMMDD YYYYMMDD NNNN - FROM DATE,'
041200             TO PLD-MSG-TEXT
041300         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
041400         MOVE 'TO DATE, AND CARD LIMIT - NO CARDS WRITTEN'
041500             TO PLD-MSG-TEXT
041600         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
041700         GO TO 1000-EXIT
041800     END-IF
041900     MOVE FACTPLD-PARM-TEXT (1:8) TO PLD-FROM-DATE
042000     MOVE FACTPLD-PARM-TEXT (10:8) TO PLD-TO-DATE
042100     MOVE FACTPLD-PARM-TEXT (19:4) TO PLD-CARD-LIMIT
042200     IF PLD-FROM-DATE > PLD-TO-DATE
042300         OR PLD-CARD-LIMIT = ZERO
042400         SET PARM-IN-ERROR TO TRUE
042500         MOVE 'PARM FROM DATE IS AFTER TO DATE, OR CARD LIMIT IS'
042600             TO PLD-MSG-TEXT
042700         MOVE 'ZERO' TO PLD-MSG-TEXT (51:4)
042800         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
042900         MOVE 'NO CARDS WRITTEN' TO PLD-MSG-TEXT
043000         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
043100         GO TO 1000-EXIT
043200     END-IF
043300     MOVE PLD-FROM-DATE TO PLD-WL-FROM
043400     MOVE PLD-TO-DATE TO PLD-WL-TO
043500     MOVE PLD-CARD-LIMIT TO PLD-WL-LIMIT
043600     MOVE PLD-WINDOW-LINE TO PLD-PRINT-AREA
043700     MOVE 1 TO PLD-SPACING
043800     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
043900     OPEN INPUT FACT-MASTER-FILE
044000     IF NOT FACT-MASTER-OPEN-OK
044100         SET MASTERS-UNAVAILABLE TO TRUE
044200         MOVE 'FACTMSTR WILL NOT OPEN - STATUS' TO PLD-MSG-TEXT
044300         MOVE PLD-FM-STATUS TO PLD-MSG-TEXT (33:2)
044400         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
044500     END-IF
044600     OPEN INPUT CP-MASTER-FILE
044700     IF NOT CP-MASTER-OPEN-OK
044800         SET MASTERS-UNAVAILABLE TO TRUE
044900         MOVE 'CPMSTR WILL NOT OPEN - STATUS' TO PLD-MSG-TEXT
045000         MOVE PLD-CM-STATUS TO PLD-MSG-TEXT (31:2)
045100         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
045200     END-IF
045300     IF MASTERS-UNAVAILABLE
045400         IF FACT-MASTER-OPEN-OK
045500             CLOSE FACT-MASTER-FILE
045600         END-IF
045700         IF CP-MASTER-OPEN-OK
045800             CLOSE CP-MASTER-FILE
045900         END-IF
046000         MOVE 'NOTHING ON FILE CAN BE CHECKED - NO CARDS WRITTEN'
046100             TO PLD-MSG-TEXT
046200         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
046300         GO TO 1000-EXIT
046400     END-IF
046500     MOVE PLD-FROM-DATE TO PLD-CM-FROM
046600     MOVE PLD-TO-DATE TO PLD-CM-TO
046700     MOVE PLD-RUN-DATE TO PLD-CM-RUN-DATE
046800     WRITE MUTL-CARD-RECORD FROM PLD-COMMENT-CARD
046900     WRITE CPM-CARD-RECORD FROM PLD-COMMENT-CARD.
047000 1000-EXIT.
047100     EXIT.
047200*****************************************************************
047300* 2000-READ-FACT-AUDIT - TALLY EVERY FACTORIAL FACTDRV HAD      *
047400*                        COMPUTED INSIDE THE WINDOW             *
047500*****************************************************************
047600 2000-READ-FACT-AUDIT.
047700     MOVE 'FACTAUDT' TO PLD-LOG-NAME
047800     OPEN INPUT FACT-AUDIT-FILE
047900     IF NOT FACT-LOG-IO-OK
048000         MOVE PLD-FA-STATUS TO PLD-CP-STATUS
048100         PERFORM 3200-LOG-UNAVAILABLE THRU 3200-EXIT
048200         GO TO 2000-EXIT
048300     END-IF
048400     SET LOG-NOT-AT-END TO TRUE
048500     PERFORM 2100-READ-ONE-FACT-AUDIT THRU 2100-EXIT
048600         UNTIL LOG-AT-END
048700     CLOSE FACT-AUDIT-FILE.
048800 2000-EXIT.
048900     EXIT.
049000*****************************************************************
049100* 2100-READ-ONE-FACT-AUDIT - ONE FACTAUDT RECORD.  ONLY FACTDRV *
049200*                            CALLS COUNT: A FACTORIAL TAKEN     *
049300*                            INSIDE COMBCALC OR BY A UTILITY IS *
049400*                            NOT A FACT KEY ANYONE ASKED FOR.   *
049500*****************************************************************
049600 2100-READ-ONE-FACT-AUDIT.
049700     READ FACT-AUDIT-FILE
049800         AT END
049900             SET LOG-AT-END TO TRUE
050000             GO TO 2100-EXIT
050100     END-READ
050200     IF NOT FACT-LOG-IO-OK
050300         MOVE PLD-FA-STATUS TO PLD-CP-STATUS
050400         PERFORM 3300-LOG-READ-FAILED THRU 3300-EXIT
050500         GO TO 2100-EXIT
050600     END-IF
050700     IF AUDIT-CALLER-NAME NOT = 'FACTDRV'
050800         OR AUDIT-DATE < PLD-FROM-DATE
050900         OR AUDIT-DATE > PLD-TO-DATE
051000         OR AUDIT-N IS NOT NUMERIC
051100         GO TO 2100-EXIT
051200     END-IF
051300     ADD 1 TO PLD-FACT-CALLS
051400     IF AUDIT-N > PLD-MUTL-MAX-N
051500         GO TO 2100-EXIT
051600     END-IF
051700     MOVE 'FACT' TO PLD-KEY-FUNCTION
051800     MOVE AUDIT-N TO PLD-KEY-N
051900     MOVE ZERO TO PLD-KEY-R
052000     MOVE AUDIT-DATE TO PLD-KEY-DATE
052100     PERFORM 2200-TALLY-DEMAND THRU 2200-EXIT.
052200 2100-EXIT.
052300     EXIT.
052400*****************************************************************
052500* 2200-TALLY-DEMAND - FIND OR ADD THE ENTRY FOR PLD-KEY-*,      *
052600*                     COUNT IT, AND KEEP ITS LATEST DATE        *
052700*****************************************************************
052800 2200-TALLY-DEMAND.
052900     MOVE ZERO TO PLD-FOUND-SUB
053000     PERFORM 2210-MATCH-DEMAND-ENTRY THRU 2210-EXIT
053100         VARYING PLD-SUB FROM 1 BY 1
053200         UNTIL PLD-SUB > PLD-DEMAND-COUNT
053300            OR PLD-FOUND-SUB > ZERO
053400     IF PLD-FOUND-SUB > ZERO
053500         ADD 1 TO PLDD-COUNT (PLD-FOUND-SUB)
053600         IF PLD-KEY-DATE > PLDD-LAST-DATE (PLD-FOUND-SUB)
053700             MOVE PLD-KEY-DATE TO PLDD-LAST-DATE (PLD-FOUND-SUB)
053800         END-IF
053900         GO TO 2200-EXIT
054000     END-IF
054100     IF PLD-DEMAND-COUNT < PLD-DEMAND-MAX
054200         ADD 1 TO PLD-DEMAND-COUNT
054300         MOVE PLD-KEY-FUNCTION TO PLDD-FUNCTION (PLD-DEMAND-COUNT)
054400         MOVE PLD-KEY-N TO PLDD-N (PLD-DEMAND-COUNT)
054500         MOVE PLD-KEY-R TO PLDD-R (PLD-DEMAND-COUNT)
054600         MOVE 1 TO PLDD-COUNT (PLD-DEMAND-COUNT)
054700         MOVE PLD-KEY-DATE TO PLDD-LAST-DATE (PLD-DEMAND-COUNT)
054800         MOVE SPACES TO PLDD-STATE (PLD-DEMAND-COUNT)
054900     ELSE
055000         ADD 1 TO PLD-LOST-CALLS
055100         SET DEMAND-INCOMPLETE TO TRUE
055200     END-IF.
055300 2200-EXIT.
055400     EXIT.
055500*****************************************************************
055600* 2210-MATCH-DEMAND-ENTRY - TEST ONE TABLE ENTRY FOR THE KEY    *
055700*****************************************************************
055800 2210-MATCH-DEMAND-ENTRY.
055900     IF PLDD-FUNCTION (PLD-SUB) = PLD-KEY-FUNCTION
056000         AND PLDD-N (PLD-SUB) = PLD-KEY-N
056100         AND PLDD-R (PLD-SUB) = PLD-KEY-R
056200         MOVE PLD-SUB TO PLD-FOUND-SUB
056300     END-IF.
056400 2210-EXIT.
056500     EXIT.
056600*****************************************************************
056700* 3000-READ-CP-AUDIT - TALLY EVERY CLEAN RESULT ON THE          *
056800*                      COMBAUDT, PERMAUDT, OR DRNGAUDT LOG      *
056900*                      NAMED BY PLD-CP-LOG-SW INSIDE THE WINDOW *
057000*****************************************************************
057100 3000-READ-CP-AUDIT.
057200     MOVE ZERO TO PLD-LOG-CALLS
057300     IF CP-LOG-COMB
057350         MOVE 'COMBAUDT' TO PLD-LOG-NAME
057400         OPEN INPUT COMB-AUDIT-FILE
057450         MOVE PLD-CA-STATUS TO PLD-CP-STATUS
057500     ELSE
057550         IF CP-LOG-PERM
057600             MOVE 'PERMAUDT' TO PLD-LOG-NAME
057650             OPEN INPUT PERM-AUDIT-FILE
057700             MOVE PLD-PA-STATUS TO PLD-CP-STATUS
057750         ELSE
057800             IF CP-LOG-DRNG
057850                 MOVE 'DRNGAUDT' TO PLD-LOG-NAME
057900                 OPEN INPUT DRNG-AUDIT-FILE
057950                 MOVE PLD-DA-STATUS TO PLD-CP-STATUS
058000             END-IF
058050         END-IF
058100     END-IF
058700     IF NOT CP-LOG-IO-OK
058800         PERFORM 3200-LOG-UNAVAILABLE THRU 3200-EXIT
058900         GO TO 3000-EXIT
059000     END-IF
059100     SET LOG-NOT-AT-END TO TRUE
059200     PERFORM 3100-READ-ONE-CP-AUDIT THRU 3100-EXIT
059300         UNTIL LOG-AT-END
059400     IF CP-LOG-COMB
059450         CLOSE COMB-AUDIT-FILE
059500         MOVE PLD-LOG-CALLS TO PLD-COMB-CALLS
059550     ELSE
059600         IF CP-LOG-PERM
059650             CLOSE PERM-AUDIT-FILE
059700             MOVE PLD-LOG-CALLS TO PLD-PERM-CALLS
059750         ELSE
059800             IF CP-LOG-DRNG
059850                 CLOSE DRNG-AUDIT-FILE
059900                 MOVE PLD-LOG-CALLS TO PLD-DRNG-CALLS
059950             END-IF
060000         END-IF
060050     END-IF.
060500 3000-EXIT.
060600     EXIT.
060700*****************************************************************
060800* 3100-READ-ONE-CP-AUDIT - ONE SUBPROGRAM AUDIT RECORD.  AN     *
060900*                          OVERFLOWED OR REJECTED CALL IS NEVER *
061000*                          FILED, SO IT IS NOT DEMAND A CARD    *
061100*                          COULD SERVE.                         *
061200*****************************************************************
061300 3100-READ-ONE-CP-AUDIT.
061400     IF CP-LOG-COMB
061450         READ COMB-AUDIT-FILE INTO CP-AUDIT-RECORD
061500             AT END
061550                 SET LOG-AT-END TO TRUE
061600         END-READ
061650         MOVE PLD-CA-STATUS TO PLD-CP-STATUS
061700     ELSE
061750         IF CP-LOG-PERM
061800             READ PERM-AUDIT-FILE INTO CP-AUDIT-RECORD
061850                 AT END
061900                     SET LOG-AT-END TO TRUE
061950             END-READ
062000             MOVE PLD-PA-STATUS TO PLD-CP-STATUS
062050         ELSE
062100             IF CP-LOG-DRNG
062150                 READ DRNG-AUDIT-FILE INTO CP-AUDIT-RECORD
062200                     AT END
062250                         SET LOG-AT-END TO TRUE
062300                 END-READ
062350                 MOVE PLD-DA-STATUS TO PLD-CP-STATUS
062400             END-IF
062450         END-IF
062500     END-IF
063400     IF LOG-AT-END
063500         GO TO 3100-EXIT
063600     END-IF
063700     IF NOT CP-LOG-IO-OK
063800         PERFORM 3300-LOG-READ-FAILED THRU 3300-EXIT
063900         GO TO 3100-EXIT
064000     END-IF
064100     IF CP-AUDIT-DATE < PLD-FROM-DATE
064200         OR CP-AUDIT-DATE > PLD-TO-DATE
064300         OR CP-AUDIT-OVFL-IND = 'Y'
064400         OR CP-AUDIT-ERR-IND = 'Y'
064500         OR CP-AUDIT-N IS NOT NUMERIC
064600         OR CP-AUDIT-R IS NOT NUMERIC
064700         GO TO 3100-EXIT
064800     END-IF
064900     ADD 1 TO PLD-LOG-CALLS
065000     MOVE PLD-CP-LOG-SW TO PLD-KEY-FUNCTION
065100     MOVE CP-AUDIT-N TO PLD-KEY-N
065200     IF CP-LOG-DRNG
065300         MOVE ZERO TO PLD-KEY-R
065400     ELSE
065500         MOVE CP-AUDIT-R TO PLD-KEY-R
065600     END-IF
065700     MOVE CP-AUDIT-DATE TO PLD-KEY-DATE
065800     PERFORM 2200-TALLY-DEMAND THRU 2200-EXIT.
065900 3100-EXIT.
066000     EXIT.
066100*****************************************************************
066200* 3200-LOG-UNAVAILABLE - NAME A LOG THAT WOULD NOT OPEN.  THE   *
066300*                        RUN GOES ON WITHOUT ITS DEMAND.        *
066400*****************************************************************
066500 3200-LOG-UNAVAILABLE.
066600     SET DEMAND-INCOMPLETE TO TRUE
066700     MOVE PLD-LOG-NAME TO PLD-MSG-TEXT
066800     MOVE 'WILL NOT OPEN - STATUS' TO PLD-MSG-TEXT (10:22)
066900     MOVE PLD-CP-STATUS TO PLD-MSG-TEXT (33:2)
067000     MOVE '- ITS DEMAND IS NOT COUNTED' TO PLD-MSG-TEXT (36:27)
067100     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT.
067200 3200-EXIT.
067300     EXIT.
067400*****************************************************************
067500* 3300-LOG-READ-FAILED - NAME A LOG WHOSE READ FAILED AND STOP  *
067600*                        READING IT                             *
067700*****************************************************************
067800 3300-LOG-READ-FAILED.
067900     SET DEMAND-INCOMPLETE TO TRUE
068000     SET LOG-AT-END TO TRUE
068100     MOVE PLD-LOG-NAME TO PLD-MSG-TEXT
068200     MOVE 'READ FAILED - STATUS' TO PLD-MSG-TEXT (10:20)
068300     MOVE PLD-CP-STATUS TO PLD-MSG-TEXT (31:2)
068400     MOVE '- REST OF THE LOG NOT COUNTED' TO PLD-MSG-TEXT (34:29)
068500     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT.
068600 3300-EXIT.
068700     EXIT.
068800*****************************************************************
068900* 3500-READ-RUN-STATS - ADD UP THE RECORDS READ BY THE FACTDRV  *
069000*                       RUNS STARTED INSIDE THE WINDOW, THE     *
069100*                       BASE FOR THE HIT RATE GAIN.  WITHOUT    *
069200*                       FACTSTAT THE GAIN IS GIVEN AGAINST THE  *
069300*                       CALLS MADE ONLY.                        *
069400*****************************************************************
069500 3500-READ-RUN-STATS.
069600     OPEN INPUT RUN-STATS-FILE
069700     IF NOT STATS-IO-OK
069800         MOVE 'FACTSTAT WILL NOT OPEN - STATUS' TO PLD-MSG-TEXT
069900         MOVE PLD-RS-STATUS TO PLD-MSG-TEXT (33:2)
070000         MOVE '- NO HIT RATE GAIN' TO PLD-MSG-TEXT (36:18)
070100         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
070200         GO TO 3500-EXIT
070300     END-IF
070400     SET LOG-NOT-AT-END TO TRUE
070500     PERFORM 3510-READ-ONE-RUN-STAT THRU 3510-EXIT
070600         UNTIL LOG-AT-END
070700     CLOSE RUN-STATS-FILE.
070800 3500-EXIT.
070900     EXIT.
071000*****************************************************************
071100* 3510-READ-ONE-RUN-STAT - ONE RUNSTAT RECORD                   *
071200*****************************************************************
071300 3510-READ-ONE-RUN-STAT.
071400     READ RUN-STATS-FILE
071500         AT END
071600             SET LOG-AT-END TO TRUE
071700             GO TO 3510-EXIT
071800     END-READ
071900     IF NOT STATS-IO-OK
072000         SET LOG-AT-END TO TRUE
072100         GO TO 3510-EXIT
072200     END-IF
072300     IF RS-START-DATE < PLD-FROM-DATE
072400         OR RS-START-DATE > PLD-TO-DATE
072500         OR RS-RECORDS-READ IS NOT NUMERIC
072600         GO TO 3510-EXIT
072700     END-IF
072800     ADD 1 TO PLD-STATS-RUNS
072900     ADD RS-RECORDS-READ TO PLD-STATS-READ.
073000 3510-EXIT.
073100     EXIT.
073200*****************************************************************
073300* 4000-CHECK-MASTERS - LOOK EVERY KEY COMPUTED IN THE WINDOW UP *
073400*                      ON ITS MASTER.  A KEY STILL ON FILE      *
073500*                      NEEDS NO CARD; A KEY NOT FOUND IS A      *
073600*                      CANDIDATE.                               *
073700*****************************************************************
073800 4000-CHECK-MASTERS.
073900     PERFORM 4100-CHECK-ONE-KEY THRU 4100-EXIT
074000         VARYING PLD-SUB FROM 1 BY 1
074100         UNTIL PLD-SUB > PLD-DEMAND-COUNT.
074200 4000-EXIT.
074300     EXIT.
074400*****************************************************************
074500* 4100-CHECK-ONE-KEY - READ ONE KEY AND SET ITS STATE           *
074600*****************************************************************
074700 4100-CHECK-ONE-KEY.
074800     IF PLDD-FUNCTION (PLD-SUB) = 'FACT'
074900         MOVE PLDD-N (PLD-SUB) TO FM-N
075000         READ FACT-MASTER-FILE
075100             INVALID KEY
075200                 CONTINUE
075300         END-READ
075400         MOVE PLD-FM-STATUS TO PLD-CP-STATUS
075500     ELSE
075600         MOVE PLDD-FUNCTION (PLD-SUB) TO CM-FUNCTION
075700         MOVE PLDD-N (PLD-SUB) TO CM-N
075800         MOVE PLDD-R (PLD-SUB) TO CM-R
075900         READ CP-MASTER-FILE
076000             INVALID KEY
076100                 CONTINUE
076200         END-READ
076300         MOVE PLD-CM-STATUS TO PLD-CP-STATUS
076400     END-IF
076500     IF PLD-CP-STATUS = '00'
076550         SET PLDD-ON-FILE (PLD-SUB) TO TRUE
076600         ADD 1 TO PLD-ON-FILE-COUNT
076650     ELSE
076700         IF PLD-CP-STATUS = '23'
076750             SET PLDD-CANDIDATE (PLD-SUB) TO TRUE
076800             ADD 1 TO PLD-CANDIDATE-COUNT
076850         ELSE
076900             SET PLDD-NOT-CHECKED (PLD-SUB) TO TRUE
076950             ADD 1 TO PLD-READ-ERROR-COUNT
077000             SET DEMAND-INCOMPLETE TO TRUE
077050         END-IF
077100     END-IF.
077700 4100-EXIT.
077800     EXIT.
077900*****************************************************************
078000* 5000-SORT-DEMAND - BUBBLE SORT THE DEMAND TABLE BY COUNT,     *
078100*                    DESCENDING, THE MOST RECENTLY COMPUTED     *
078200*                    FIRST AMONG EQUAL COUNTS                   *
078300*****************************************************************
078400 5000-SORT-DEMAND.
078500     IF PLD-DEMAND-COUNT < 2
078600         GO TO 5000-EXIT
078700     END-IF
078800     SET SORT-PASS-SWAPPED TO TRUE
078900     PERFORM 5100-DEMAND-SORT-PASS THRU 5100-EXIT
079000         UNTIL SORT-PASS-CLEAN.
079100 5000-EXIT.
079200     EXIT.
079300*****************************************************************
079400* 5100-DEMAND-SORT-PASS - ONE FULL COMPARE/SWAP PASS            *
079500*****************************************************************
079600 5100-DEMAND-SORT-PASS.
079700     SET SORT-PASS-CLEAN TO TRUE
079800     PERFORM 5200-DEMAND-COMPARE THRU 5200-EXIT
079900         VARYING PLD-SORT-SUB FROM 1 BY 1
080000         UNTIL PLD-SORT-SUB >= PLD-DEMAND-COUNT.
080100 5100-EXIT.
080200     EXIT.
080300*****************************************************************
080400* 5200-DEMAND-COMPARE - SWAP ADJACENT ENTRIES OUT OF ORDER      *
080500*****************************************************************
080600 5200-DEMAND-COMPARE.
080700     COMPUTE PLD-SORT-SUB-2 = PLD-SORT-SUB + 1
080800     IF PLDD-COUNT (PLD-SORT-SUB)
080900             < PLDD-COUNT (PLD-SORT-SUB-2)
081000         OR (PLDD-COUNT (PLD-SORT-SUB)
081100             = PLDD-COUNT (PLD-SORT-SUB-2)
081200             AND PLDD-LAST-DATE (PLD-SORT-SUB)
081300                 < PLDD-LAST-DATE (PLD-SORT-SUB-2))
081400         MOVE PLD-DEMAND-ENTRY (PLD-SORT-SUB)
081500             TO PLD-DEMAND-HOLD
081600         MOVE PLD-DEMAND-ENTRY (PLD-SORT-SUB-2)
081700             TO PLD-DEMAND-ENTRY (PLD-SORT-SUB)
081800         MOVE PLD-DEMAND-HOLD
081900             TO PLD-DEMAND-ENTRY (PLD-SORT-SUB-2)
082000         SET SORT-PASS-SWAPPED TO TRUE
082100     END-IF.
082200 5200-EXIT.
082300     EXIT.
082400*****************************************************************
082500* 6000-WRITE-CARDS - WALK THE CANDIDATES IN ORDER OF DEMAND,    *
082600*                    CARD EACH ONE WHILE ITS DECK IS UNDER THE  *
082700*                    LIMIT, AND LIST EVERY CANDIDATE            *
082800*****************************************************************
082900 6000-WRITE-CARDS.
083000     MOVE PLD-CANDIDATE-HEADS TO PLD-COLUMN-HEADS
083100     MOVE 'KEYS COMPUTED IN THE WINDOW AND NOT ON THE MASTERS'
083200         TO PLD-TITLE-TEXT
083300     MOVE PLD-SECTION-TITLE TO PLD-PRINT-AREA
083400     MOVE 2 TO PLD-SPACING
083500     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
083600     MOVE PLD-COLUMN-HEADS TO PLD-PRINT-AREA
083700     MOVE 2 TO PLD-SPACING
083800     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
083900     MOVE ZERO TO PLD-RANK
084000     PERFORM 6100-CARD-ONE-CANDIDATE THRU 6100-EXIT
084100         VARYING PLD-SUB FROM 1 BY 1
084200         UNTIL PLD-SUB > PLD-DEMAND-COUNT
084300     IF PLD-RANK = ZERO
084400         MOVE 'NO CANDIDATES - EVERY KEY COMPUTED IS ON FILE'
084500             TO PLD-MSG-TEXT
084600         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
084700     END-IF
084800     MOVE SPACES TO PLD-COLUMN-HEADS.
084900 6000-EXIT.
085000     EXIT.
085100*****************************************************************
085200* 6100-CARD-ONE-CANDIDATE - ONE TABLE ENTRY: SKIP IT IF IT IS   *
085300*                           ON FILE, ELSE CARD IT (IF ITS DECK  *
085400*                           HAS ROOM) AND LIST IT               *
085500*****************************************************************
085600 6100-CARD-ONE-CANDIDATE.
085700     IF NOT PLDD-CANDIDATE (PLD-SUB)
085800         GO TO 6100-EXIT
085900     END-IF
086000     ADD 1 TO PLD-RANK
086100     IF PLDD-FUNCTION (PLD-SUB) = 'FACT'
086200         IF PLD-MUTL-CARD-COUNT < PLD-CARD-LIMIT
086300             MOVE PLDD-N (PLD-SUB) TO PLD-MC-LOW-N
086400             MOVE PLDD-N (PLD-SUB) TO PLD-MC-HIGH-N
086500             WRITE MUTL-CARD-RECORD FROM PLD-MUTL-CARD
086600             ADD 1 TO PLD-MUTL-CARD-COUNT
086700             ADD PLDD-COUNT (PLD-SUB) TO PLD-MUTL-SAVED
086800             MOVE 'MUTLCTL CARD WRITTEN' TO PLD-CD-CARD
086900         ELSE
087000             ADD 1 TO PLD-OVER-LIMIT-COUNT
087100             MOVE 'NOT CARDED - OVER THE LIMIT' TO PLD-CD-CARD
087200         END-IF
087300     ELSE
087400         IF PLD-CPM-CARD-COUNT < PLD-CARD-LIMIT
087500             MOVE PLDD-FUNCTION (PLD-SUB) TO PLD-CC-FUNCTION
087600             MOVE PLDD-N (PLD-SUB) TO PLD-CC-N
087700             IF PLDD-FUNCTION (PLD-SUB) = 'DRNG'
087800                 MOVE SPACES TO PLD-CC-R
087900             ELSE
088000                 MOVE PLDD-R (PLD-SUB) TO PLD-CC-R
088100             END-IF
088200             WRITE CPM-CARD-RECORD FROM PLD-CPM-CARD
088300             ADD 1 TO PLD-CPM-CARD-COUNT
088400             ADD PLDD-COUNT (PLD-SUB) TO PLD-CPM-SAVED
088500             MOVE 'CPMCTL CARD WRITTEN' TO PLD-CD-CARD
088600         ELSE
088700             ADD 1 TO PLD-OVER-LIMIT-COUNT
088800             MOVE 'NOT CARDED - OVER THE LIMIT' TO PLD-CD-CARD
088900         END-IF
089000     END-IF
089100     MOVE PLD-RANK TO PLD-CD-RANK
089200     MOVE PLDD-FUNCTION (PLD-SUB) TO PLD-CD-FUNCTION
089300     MOVE PLDD-N (PLD-SUB) TO PLD-CD-N
089400     IF PLDD-FUNCTION (PLD-SUB) = 'COMB'
089500         OR PLDD-FUNCTION (PLD-SUB) = 'PERM'
089600         MOVE PLDD-R (PLD-SUB) TO PLD-R-EDIT
089700         MOVE PLD-R-EDIT TO PLD-CD-R
089800     ELSE
089900         MOVE SPACES TO PLD-CD-R
090000     END-IF
090100     MOVE PLDD-COUNT (PLD-SUB) TO PLD-CD-COUNT
090200     MOVE PLDD-LAST-DATE (PLD-SUB) TO PLD-CD-LAST-DATE
090300     MOVE PLD-CANDIDATE-DETAIL TO PLD-PRINT-AREA
090400     MOVE 1 TO PLD-SPACING
090500     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
090600 6100-EXIT.
090700     EXIT.
090800*****************************************************************
090900* 7000-PRINT-TOTALS - DEMAND READ, CARDS WRITTEN, AND THE       *
091000*                     EXPECTED GAIN                             *
091100*****************************************************************
091200 7000-PRINT-TOTALS.
091300     MOVE 'DEMAND IN THE WINDOW' TO PLD-TITLE-TEXT
091400     MOVE PLD-SECTION-TITLE TO PLD-PRINT-AREA
091500     MOVE 3 TO PLD-SPACING
091600     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
091700     MOVE 'FACTORIALS COMPUTED FOR FACTDRV (FACTAUDT) . . . .'
091800         TO PLD-TOT-TEXT
091900     MOVE PLD-FACT-CALLS TO PLD-TOT-COUNT
092000     MOVE 2 TO PLD-SPACING
092100     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
092200     MOVE 'COMBINATIONS COMPUTED (COMBAUDT) . . . . . . . . .'
092300         TO PLD-TOT-TEXT
092400     MOVE PLD-COMB-CALLS TO PLD-TOT-COUNT
092500     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
092600     MOVE 'PERMUTATIONS COMPUTED (PERMAUDT) . . . . . . . . .'
092700         TO PLD-TOT-TEXT
092800     MOVE PLD-PERM-CALLS TO PLD-TOT-COUNT
092900     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
093000     MOVE 'DERANGEMENTS COMPUTED (DRNGAUDT) . . . . . . . . .'
093100         TO PLD-TOT-TEXT
093200     MOVE PLD-DRNG-CALLS TO PLD-TOT-COUNT
093300     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
093400     COMPUTE PLD-ALL-CALLS = PLD-FACT-CALLS + PLD-COMB-CALLS
093500         + PLD-PERM-CALLS + PLD-DRNG-CALLS
093600     MOVE 'TOTAL SUBPROGRAM CALLS . . . . . . . . . . . . . .'
093700         TO PLD-TOT-TEXT
093800     MOVE PLD-ALL-CALLS TO PLD-TOT-COUNT
093900     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
094000     MOVE 'DISTINCT KEYS COMPUTED . . . . . . . . . . . . . .'
094100         TO PLD-TOT-TEXT
094200     MOVE PLD-DEMAND-COUNT TO PLD-TOT-COUNT
094300     MOVE 2 TO PLD-SPACING
094400     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
094500     MOVE '  ALREADY ON THE MASTERS . . . . . . . . . . . . .'
094600         TO PLD-TOT-TEXT
094700     MOVE PLD-ON-FILE-COUNT TO PLD-TOT-COUNT
094800     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
094900     MOVE '  NOT ON THE MASTERS (CANDIDATES). . . . . . . . .'
095000         TO PLD-TOT-TEXT
095100     MOVE PLD-CANDIDATE-COUNT TO PLD-TOT-COUNT
095200     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
095300     IF PLD-READ-ERROR-COUNT > ZERO
095400         MOVE '  NOT CHECKED - MASTER READ FAILED . . . . . . . .'
095500             TO PLD-TOT-TEXT
095600         MOVE PLD-READ-ERROR-COUNT TO PLD-TOT-COUNT
095700         PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
095800     END-IF
095900     IF PLD-LOST-CALLS > ZERO
096000         MOVE 'CALLS NOT TABULATED (DEMAND TABLE FULL). . . . . .'
096100             TO PLD-TOT-TEXT
096200         MOVE PLD-LOST-CALLS TO PLD-TOT-COUNT
096300         PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
096400     END-IF
096500     MOVE 'EXPECTED GAIN FROM THE CARDS WRITTEN' TO PLD-TITLE-TEXT
096600     MOVE PLD-SECTION-TITLE TO PLD-PRINT-AREA
096700     MOVE 3 TO PLD-SPACING
096800     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
096900     MOVE 'MUTLCTL LOAD CARDS WRITTEN . . . . . . . . . . . .'
097000         TO PLD-TOT-TEXT
097100     MOVE PLD-MUTL-CARD-COUNT TO PLD-TOT-COUNT
097200     MOVE 2 TO PLD-SPACING
097300     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
097400     MOVE 'CPMCTL LOAD CARDS WRITTEN. . . . . . . . . . . . .'
097500         TO PLD-TOT-TEXT
097600     MOVE PLD-CPM-CARD-COUNT TO PLD-TOT-COUNT
097700     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
097800     MOVE 'CANDIDATES LEFT OFF - OVER THE CARD LIMIT. . . . .'
097900         TO PLD-TOT-TEXT
098000     MOVE PLD-OVER-LIMIT-COUNT TO PLD-TOT-COUNT
098100     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
098200     MOVE 'FACTORIAL CALLS THE CARDS WOULD HAVE SAVED . . . .'
098300         TO PLD-TOT-TEXT
098400     MOVE PLD-MUTL-SAVED TO PLD-TOT-COUNT
098500     MOVE 2 TO PLD-SPACING
098600     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
098700     MOVE 'COMB/PERM/DRNG CALLS THE CARDS WOULD HAVE SAVED. .'
098800         TO PLD-TOT-TEXT
098900     MOVE PLD-CPM-SAVED TO PLD-TOT-COUNT
099000     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
099100     COMPUTE PLD-ALL-SAVED = PLD-MUTL-SAVED + PLD-CPM-SAVED
099200     MOVE 'TOTAL SUBPROGRAM CALLS SAVED . . . . . . . . . . .'
099300         TO PLD-TOT-TEXT
099400     MOVE PLD-ALL-SAVED TO PLD-TOT-COUNT
099500     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
099600     IF PLD-ALL-CALLS > ZERO
099700         COMPUTE PLD-PERCENT ROUNDED =
099800             PLD-ALL-SAVED * 100 / PLD-ALL-CALLS
099900         MOVE 'SHARE OF THE WINDOW''S SUBPROGRAM CALLS SAVED. . .'
100000             TO PLD-PCT-TEXT
100100         MOVE PLD-PERCENT TO PLD-PCT-VALUE
100200         MOVE PLD-PERCENT-LINE TO PLD-PRINT-AREA
100300         MOVE 1 TO PLD-SPACING
100400         PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
100500     END-IF
100600     MOVE 'FACTDRV RUNS STARTED IN THE WINDOW (FACTSTAT). . .'
100700         TO PLD-TOT-TEXT
100800     MOVE PLD-STATS-RUNS TO PLD-TOT-COUNT
100900     MOVE 2 TO PLD-SPACING
101000     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
101100     MOVE 'RECORDS THOSE RUNS READ. . . . . . . . . . . . . .'
101200         TO PLD-TOT-TEXT
101300     MOVE PLD-STATS-READ TO PLD-TOT-COUNT
101400     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
101500     IF PLD-STATS-READ > ZERO
101600         AND PLD-STATS-READ >= PLD-ALL-SAVED
101700         COMPUTE PLD-PERCENT ROUNDED =
101800             PLD-ALL-SAVED * 100 / PLD-STATS-READ
101900         MOVE 'EXPECTED RISE IN MASTER HIT RATE . . . . . . . . .'
102000             TO PLD-PCT-TEXT
102100         MOVE PLD-PERCENT TO PLD-PCT-VALUE
102200         MOVE PLD-PERCENT-LINE TO PLD-PRINT-AREA
102300         MOVE 1 TO PLD-SPACING
102400         PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
102500     END-IF.
102600 7000-EXIT.
102700     EXIT.
102800*****************************************************************
102900* 7100-PRINT-TOTAL-LINE - ONE TOTAL LINE AT THE SPACING SET     *
103000*****************************************************************
103100 7100-PRINT-TOTAL-LINE.
103200     MOVE PLD-TOTAL-LINE TO PLD-PRINT-AREA
103300     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
103400 7100-EXIT.
103500     EXIT.
103600*****************************************************************
103700* 8000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE          *
103800*****************************************************************
103900 8000-TERMINATE.
104000     IF PARM-IS-GOOD AND MASTERS-AVAILABLE
104100         CLOSE FACT-MASTER-FILE
104200         CLOSE CP-MASTER-FILE
104300     END-IF
104400     CLOSE MUTL-CARD-FILE
104500     CLOSE CPM-CARD-FILE
104600     IF PARM-IN-ERROR
104650         OR MASTERS-UNAVAILABLE
104700         MOVE 12 TO RETURN-CODE
104750     ELSE
104800         IF DEMAND-INCOMPLETE
104850             MOVE 'DEMAND PICTURE INCOMPLETE - SEE MESSAGES ABOVE'
104900                 TO PLD-MSG-TEXT
104950             PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
105000             MOVE 8 TO RETURN-CODE
105050         ELSE
105100             IF PLD-CANDIDATE-COUNT = ZERO
105150                 MOVE 4 TO RETURN-CODE
105200             ELSE
105250                 MOVE ZERO TO RETURN-CODE
105300             END-IF
105350         END-IF
105400     END-IF
106000     CLOSE PRELOAD-REPORT-FILE.
106100 8000-EXIT.
106200     EXIT.
106300*****************************************************************
106400* 9000-WRITE-REPORT-LINE - WRITE PLD-PRINT-AREA, STARTING A NEW *
106500*                          PAGE WITH HEADINGS WHEN THE CURRENT  *
106600*                          PAGE IS FULL                         *
106700*****************************************************************
106800 9000-WRITE-REPORT-LINE.
106900     IF PLD-PAGE-COUNT = ZERO
107000         OR PLD-LINE-COUNT >= PLD-LINES-PER-PAGE
107100         PERFORM 9100-PRINT-PAGE-HEADINGS THRU 9100-EXIT
107200     END-IF
107300     WRITE PRELOAD-REPORT-LINE FROM PLD-PRINT-AREA
107400         AFTER ADVANCING PLD-SPACING LINES
107500     ADD PLD-SPACING TO PLD-LINE-COUNT
107600     MOVE 1 TO PLD-SPACING.
107700 9000-EXIT.
107800     EXIT.
107900*****************************************************************
108000* 9100-PRINT-PAGE-HEADINGS - PAGE HEADING PLUS THE COLUMN HEADS *
108100*                            FOR THE CURRENT SECTION            *
108200*****************************************************************
108300 9100-PRINT-PAGE-HEADINGS.
108400     ADD 1 TO PLD-PAGE-COUNT
108500     MOVE PLD-PAGE-COUNT TO PLD-H1-PAGE
108600     MOVE PLD-RUN-DATE TO PLD-H1-DATE
108700     WRITE PRELOAD-REPORT-LINE FROM PLD-HEADING-1
108800         AFTER ADVANCING PAGE
108900     MOVE 2 TO PLD-LINE-COUNT
109000     IF PLD-PAGE-COUNT > 1
109100         AND PLD-COLUMN-HEADS NOT = SPACES
109200         WRITE PRELOAD-REPORT-LINE FROM PLD-COLUMN-HEADS
109300             AFTER ADVANCING 2 LINES
109400         ADD 2 TO PLD-LINE-COUNT
109500     END-IF.
109600 9100-EXIT.
109700     EXIT.
109800*****************************************************************
109900* 9200-WRITE-MESSAGE - ONE MESSAGE LINE FROM PLD-MSG-TEXT       *
110000*****************************************************************
110100 9200-WRITE-MESSAGE.
110200     MOVE PLD-MESSAGE-LINE TO PLD-PRINT-AREA
110300     MOVE 2 TO PLD-SPACING
110400     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
110500 9200-EXIT.
110600     EXIT.
110700 END PROGRAM FACTPLD.
