000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FACTRCV.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800* FACTRCV RECOVERS A LOST OR CORRUPT RESULTS MASTER (FACTMSTR   *
000900* OR CPMSTR) IN ONE OF THREE MODES:                             *
001000*                                                               *
001100*   CHECK    PROVES THE CONTROLS OF A FACTBKP BACKUP GENERATION *
001200*            ON BKUPIN AND SAYS WHETHER IT IS FIT TO RELOAD.    *
001300*            NOTHING IS WRITTEN TO THE MASTER.                  *
001400*   RELOAD   PROVES THE CONTROLS THE SAME WAY AND, ONLY IF THEY *
001500*            BALANCE, LOADS EVERY BACKUP DETAIL INTO THE        *
001600*            FRESHLY DEFINED CLUSTER.  A BACKUP THAT DOES NOT   *
001700*            BALANCE IS NEVER LOADED, EVEN IN PART.             *
001800*   REBUILD  RECREATES THE MASTER FROM THE AUDIT TRAILS WHEN    *
001900*            EVEN THE BACKUP IS BAD:                            *
002000*              FACTMSTR  FACTAUDT AND EVERY FACTARCH GENERATION *
002100*              CPMSTR    COMBAUDT, PERMAUDT, AND DRNGAUDT       *
002200*                                                               *
002300* THE BACKUP CONTROLS PROVED ARE:  AN 'H' HEADER FIRST, FOR THE *
002400* MASTER IN THE PARM AND AT ITS RECORD LENGTH; 'D' DETAILS FOR  *
002500* THE SAME MASTER IN STRICTLY ASCENDING KEY ORDER; A 'T'        *
002600* TRAILER LAST, WITH NOTHING AFTER IT, WHOSE RECORD COUNT AND   *
002700* KEY HASH AGREE WITH THE DETAILS AND WHOSE UNLOAD DATE AND     *
002800* TIME ARE THE HEADER'S.                                        *
002900*                                                               *
003000* REBUILD TAKES A KEY AS FILED WHEN THE LOGS SHOW IT COMPUTED   *
003100* CLEAN BY A PROGRAM THAT FILES ITS RESULTS:                    *
003200*   - FACTAUDT/FACTARCH ENTRIES LOGGED FOR FACTDRV OR FACTMUTL, *
003300*     OR FAILING THOSE FOR FACTVER (WHICH ONLY SEES KEYS ON     *
003400*     FILE).  ENTRIES LOGGED FOR THE COMBINATORIC SUBPROGRAMS   *
003500*     WERE NEVER FILED AND ARE IGNORED, AS ARE ERROR ENTRIES    *
003600*     (RESULT ZERO);                                            *
003700*   - CP LOG ENTRIES NOT FLAGGED OVERFLOW OR ERROR (A DRNG KEY  *
003800*     CARRIES R ZERO, AS ON THE MASTER).                        *
003900* A KEY IS FILED THE FIRST TIME IT IS COMPUTED AND SERVED FROM  *
004000* THE MASTER AFTER THAT, SO THE EARLIEST QUALIFYING ENTRY GIVES *
004100* THE DATE COMPUTED AND RUN ID RESTORED.  A KEY WHOSE ENTRIES   *
004200* DISAGREE ON THE RESULT IS NOT RESTORED.  FACTBIG KEEPS NO     *
004300* LOG, SO A FACTBIG RESULT (N ABOVE 21) CANNOT BE REBUILT, AND  *
004400* A KEY KNOWN ONLY FROM FACTVER CARRIES THE DATE IT WAS         *
004500* VERIFIED.  A REBUILT FACTMSTR RECORD IS ALWAYS FORM 'S'.      *
004600*                                                               *
004700* THE LOGS STILL HOLD KEYS SINCE PURGED FROM THE MASTER.  GIVE  *
004800* THE DATE OF THE LAST PURGE DATE CARD AS THE CUTOFF TO LEAVE   *
004900* ENTRIES BEFORE IT OUT.  ANY KEY RESTORED IS A CORRECT RESULT  *
005000* WHETHER OR NOT IT WAS ON FILE WHEN THE MASTER WAS LOST.       *
005100*                                                               *
005200* IN REBUILD MODE BKUPIN IS OPTIONAL.  WHEN A BACKUP IS GIVEN,  *
005300* EVEN ONE THAT DOES NOT BALANCE, ITS DETAILS ARE THE KEY       *
005400* INVENTORY: EVERY KEY ON IT THE AUDIT TRAILS CANNOT SUPPORT IS *
005500* LISTED AS MISSING, FOR RECOMPUTATION THROUGH FACTMUTL OR      *
005600* CPMUTL LOAD CARDS.  WITH NO BACKUP (DD DUMMY) ONLY THE KEYS   *
005700* THE AUDIT TRAILS NAME CAN BE ACCOUNTED FOR.                   *
005800*                                                               *
005900* PARM='MMMM MODE    YYYYMMDD'                                  *
006000*   COLUMNS  1-4   FACT OR CP                                   *
006100*   COLUMNS  6-12  CHECK, RELOAD, OR REBUILD                    *
006200*   COLUMNS 14-21  REBUILD ONLY, OPTIONAL - THE AUDIT CUTOFF    *
006300*                  DATE.  ENTRIES DATED BEFORE IT ARE IGNORED.  *
006400*                                                               *
006500* RELOAD AND REBUILD OPEN THE MASTER FOR OUTPUT.  THE CLUSTER   *
006600* MUST BE FRESHLY DEFINED; A MASTER THAT WILL NOT OPEN THAT WAY *
006700* ENDS THE RUN WITH NOTHING RESTORED.                           *
006800*                                                               *
006900* THE RECOVERY REPORT ON RCVRPT GIVES THE BACKUP CONTROLS, EVERY*
007000* KEY RESTORED WITH ITS SOURCE, EVERY KEY STILL MISSING WITH    *
007100* THE REASON, AND THE RECOVERY TOTALS.                          *
007200*                                                               *
007300* RETURN CODES:  0 CHECK - BACKUP FIT TO RELOAD                 *
007400*                  RELOAD - MASTER RELOADED IN FULL             *
007500*                  REBUILD - NOTHING KNOWN TO BE MISSING        *
007600*                4 REBUILD - KEYS LEFT FOR RECOMPUTATION, NO    *
007700*                  KEY INVENTORY, OR AN INVENTORY THAT DOES NOT *
007800*                  BALANCE                                      *
007900*                8 CHECK OR RELOAD - BACKUP CONTROLS OUT OF     *
008000*                  BALANCE (NOTHING LOADED), OR A READ OR WRITE *
008100*                  FAILED PART WAY; REBUILD - A LOG WOULD NOT   *
008200*                  OPEN OR READ, THE CP KEY TABLE FILLED, OR A  *
008300*                  MASTER WRITE FAILED                          *
008400*               12 PARM IN ERROR OR THE MASTER WOULD NOT OPEN - *
008500*                  NOTHING RESTORED                             *
008600*****************************************************************
008700* MODIFICATION HISTORY                                          *
008800*-----------------------------------------------------------------
008900* DATE       BY    DESCRIPTION                                  *
009000* 10/15/2026 DLH   ORIGINAL PROGRAM.                            *
009100*****************************************************************
009200 ENVIRONMENT DIVISION.
009300 CONFIGURATION SECTION.
009400 SOURCE-COMPUTER. IBM-370.
009500 OBJECT-COMPUTER. IBM-370.
009600 INPUT-OUTPUT SECTION.
009700 FILE-CONTROL.
009800     SELECT FACT-MASTER-FILE ASSIGN TO FACTMSTR
009900         ORGANIZATION IS INDEXED
010000         ACCESS IS SEQUENTIAL
010100         RECORD KEY IS FM-N
010200         FILE STATUS IS RCV-FM-STATUS.
010300     SELECT CP-MASTER-FILE   ASSIGN TO CPMSTR
010400         ORGANIZATION IS INDEXED
010500         ACCESS IS SEQUENTIAL
010600         RECORD KEY IS CM-KEY
010700         FILE STATUS IS RCV-CM-STATUS.
010800     SELECT BACKUP-FILE      ASSIGN TO BKUPIN
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS RCV-BK-STATUS.
011100     SELECT FACT-AUDIT-FILE  ASSIGN TO FACTAUDT
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS RCV-FA-STATUS.
011400     SELECT FACT-ARCHIVE-FILE ASSIGN TO FACTARCH
011500         ORGANIZATION IS SEQUENTIAL
011600         FILE STATUS IS RCV-AR-STATUS.
011700     SELECT COMB-AUDIT-FILE  ASSIGN TO COMBAUDT
011800         ORGANIZATION IS SEQUENTIAL
011900         FILE STATUS IS RCV-CA-STATUS.
012000     SELECT PERM-AUDIT-FILE  ASSIGN TO PERMAUDT
012100         ORGANIZATION IS SEQUENTIAL
012200         FILE STATUS IS RCV-PA-STATUS.
012300     SELECT DRNG-AUDIT-FILE  ASSIGN TO DRNGAUDT
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS RCV-DA-STATUS.
012600     SELECT RECOVERY-REPORT-FILE ASSIGN TO RCVRPT
012700         ORGANIZATION IS SEQUENTIAL.
012800 DATA DIVISION.
012900 FILE SECTION.
013000*****************************************************************
013100* FACT-MASTER-FILE - THE FACTORIAL RESULTS MASTER.  LOADED IN   *
013200*                    KEY ORDER BY RELOAD AND REBUILD.           *
013300*****************************************************************
013400 FD  FACT-MASTER-FILE.
013500 COPY FACTMSTR.
013600*****************************************************************
013700* CP-MASTER-FILE - THE COMBINATORIC RESULTS MASTER.  LOADED IN  *
013800*                  KEY ORDER BY RELOAD AND REBUILD.             *
013900*****************************************************************
014000 FD  CP-MASTER-FILE.
014100 COPY CPMSTR.
014200*****************************************************************
014300* BACKUP-FILE - A FACTBKP BACKUP GENERATION (COPYBOOK BKUPREC)  *
014400*****************************************************************
014500 FD  BACKUP-FILE
014600     RECORDING MODE IS F.
014700 COPY BKUPREC.
014800*****************************************************************
014900* FACT-AUDIT-FILE / FACT-ARCHIVE-FILE - THE LIVE FACTORIAL      *
015000*                  AUDIT LOG AND ITS ARCHIVE GENERATIONS.  BOTH *
015100*                  ARE AUDITREC IMAGES, READ INTO THE ONE       *
015200*                  FACT-AUDIT-RECORD IN WORKING STORAGE.        *
015300*****************************************************************
015400 FD  FACT-AUDIT-FILE.
015500 01  FACT-AUDIT-IN-RECORD     PIC X(68).
015600 FD  FACT-ARCHIVE-FILE.
015700 01  FACT-ARCHIVE-IN-RECORD   PIC X(68).
015800*****************************************************************
015900* COMB-/PERM-/DRNG-AUDIT-FILE - THE SUBPROGRAM AUDIT LOGS.  ALL *
016000*                  THREE ARE CPAUDREC IMAGES, READ INTO THE ONE *
016100*                  CP-AUDIT-RECORD IN WORKING STORAGE.          *
016200*****************************************************************
016300 FD  COMB-AUDIT-FILE.
016400 01  COMB-AUDIT-IN-RECORD     PIC X(78).
016500 FD  PERM-AUDIT-FILE.
016600 01  PERM-AUDIT-IN-RECORD     PIC X(78).
016700 FD  DRNG-AUDIT-FILE.
016800 01  DRNG-AUDIT-IN-RECORD     PIC X(78).
016900*****************************************************************
017000* RECOVERY-REPORT-FILE - THE RECOVERY REPORT                    *
017100*****************************************************************
017200 FD  RECOVERY-REPORT-FILE
017300     RECORDING MODE IS F.
017400 01  RECOVERY-REPORT-LINE     PIC X(132).
017500 WORKING-STORAGE SECTION.
017600*****************************************************************
017700* WORKING STORAGE                                               *
017800*****************************************************************
017900 01  RCV-SWITCHES.
018000     05  RCV-PARM-ERR-SW      PIC X(01)      VALUE 'N'.
018100         88  PARM-IN-ERROR            VALUE 'Y'.
018200         88  PARM-IS-GOOD             VALUE 'N'.
018300     05  RCV-MASTER-SW        PIC X(01)      VALUE 'Y'.
018400         88  MASTER-AVAILABLE         VALUE 'Y'.
018500         88  MASTER-UNAVAILABLE       VALUE 'N'.
018600     05  RCV-MSTR-OPEN-SW     PIC X(01)      VALUE 'N'.
018700         88  MASTER-WAS-OPENED        VALUE 'Y'.
018800     05  RCV-CONTROLS-SW      PIC X(01)      VALUE 'Y'.
018900         88  CONTROLS-IN-BALANCE      VALUE 'Y'.
019000         88  CONTROLS-OUT-OF-BALANCE  VALUE 'N'.
019100     05  RCV-INVENTORY-SW     PIC X(01)      VALUE 'Y'.
019200         88  INVENTORY-PRESENT        VALUE 'Y'.
019300         88  NO-INVENTORY             VALUE 'N'.
019400     05  RCV-INCOMPLETE-SW    PIC X(01)      VALUE 'N'.
019500         88  RECOVERY-INCOMPLETE      VALUE 'Y'.
019600         88  RECOVERY-COMPLETE        VALUE 'N'.
019700     05  RCV-RELOAD-STOP-SW   PIC X(01)      VALUE 'N'.
019800         88  RELOAD-STOPPED           VALUE 'Y'.
019900     05  RCV-HEADER-SW        PIC X(01)      VALUE 'N'.
020000         88  HEADER-SEEN              VALUE 'Y'.
020100     05  RCV-TRAILER-SW       PIC X(01)      VALUE 'N'.
020200         88  TRAILER-SEEN             VALUE 'Y'.
020300     05  RCV-TABLE-FULL-SW    PIC X(01)      VALUE 'N'.
020400         88  CP-TABLE-FULL            VALUE 'Y'.
020500     05  RCV-BACKUP-EOF-SW    PIC X(01)      VALUE 'N'.
020600         88  BACKUP-AT-END            VALUE 'Y'.
020700         88  BACKUP-NOT-AT-END        VALUE 'N'.
020800     05  RCV-LOG-EOF-SW       PIC X(01)      VALUE 'N'.
020900         88  LOG-AT-END               VALUE 'Y'.
021000         88  LOG-NOT-AT-END           VALUE 'N'.
021100     05  RCV-SORT-SWITCH      PIC X(01)      VALUE 'N'.
021200         88  SORT-PASS-CLEAN          VALUE 'Y'.
021300         88  SORT-PASS-SWAPPED        VALUE 'N'.
021400     05  RCV-FACT-LOG-SW      PIC X(04)      VALUE SPACES.
021500         88  FACT-LOG-AUDT            VALUE 'AUDT'.
021600         88  FACT-LOG-ARCH            VALUE 'ARCH'.
021700     05  RCV-CP-LOG-SW        PIC X(04)      VALUE SPACES.
021800         88  CP-LOG-COMB              VALUE 'COMB'.
021900         88  CP-LOG-PERM              VALUE 'PERM'.
022000         88  CP-LOG-DRNG              VALUE 'DRNG'.
022100 01  RCV-FILE-STATUSES.
022200     05  RCV-FM-STATUS        PIC X(02)      VALUE SPACES.
022300     05  RCV-CM-STATUS        PIC X(02)      VALUE SPACES.
022400     05  RCV-MASTER-STATUS    PIC X(02)      VALUE SPACES.
022500         88  MASTER-IO-OK             VALUE '00'.
022600         88  MASTER-OPEN-OK           VALUES '00' '97'.
022700     05  RCV-BK-STATUS        PIC X(02)      VALUE SPACES.
022800         88  BACKUP-IO-OK             VALUE '00'.
022900     05  RCV-FA-STATUS        PIC X(02)      VALUE SPACES.
023000     05  RCV-AR-STATUS        PIC X(02)      VALUE SPACES.
023100     05  RCV-CA-STATUS        PIC X(02)      VALUE SPACES.
023200     05  RCV-PA-STATUS        PIC X(02)      VALUE SPACES.
023300     05  RCV-DA-STATUS        PIC X(02)      VALUE SPACES.
023400     05  RCV-LOG-STATUS       PIC X(02)      VALUE SPACES.
023500         88  LOG-IO-OK                VALUE '00'.
023600 01  RCV-CONSTANTS.
023700     05  RCV-FACT-LRECL       PIC 9(04)      VALUE 177.
023800     05  RCV-CP-LRECL         PIC 9(04)      VALUE 64.
023900     05  RCV-HASH-MODULUS     PIC 9(13)      VALUE 1000000000000.
024000*    MIRRORS FACTORIAL'S FCT-MAX-SAFE-N AND FACTMUTL'S HIGHEST
024100*    LOADABLE N; SEE THOSE PROGRAMS.
024200     05  RCV-SMALL-MAX-N      PIC 9(08)      VALUE 21.
024300     05  RCV-FACT-MAX-N       PIC 9(08)      VALUE 80.
024400     05  RCV-FACT-TABLE-MAX   PIC 9(04)      COMP VALUE 81.
024500     05  RCV-CP-TABLE-MAX     PIC 9(04)      COMP VALUE 2000.
024600     05  RCV-LINES-PER-PAGE   PIC 9(04)      COMP VALUE 55.
024700 01  RCV-COUNTERS.
024800     05  RCV-BK-READ-COUNT    PIC 9(08)      COMP VALUE ZERO.
024900     05  RCV-DETAIL-COUNT     PIC 9(08)      COMP VALUE ZERO.
025000     05  RCV-WRONG-REC-COUNT  PIC 9(08)      COMP VALUE ZERO.
025100     05  RCV-AFTER-TRL-COUNT  PIC 9(08)      COMP VALUE ZERO.
025200     05  RCV-ORDER-ERR-COUNT  PIC 9(08)      COMP VALUE ZERO.
025300     05  RCV-BAD-KEY-COUNT    PIC 9(08)      COMP VALUE ZERO.
025400     05  RCV-INV-RANGE-COUNT  PIC 9(08)      COMP VALUE ZERO.
025500     05  RCV-LOG-READ-COUNT   PIC 9(08)      COMP VALUE ZERO.
025600     05  RCV-AUDT-READ-COUNT  PIC 9(08)      COMP VALUE ZERO.
025700     05  RCV-ARCH-READ-COUNT  PIC 9(08)      COMP VALUE ZERO.
025800     05  RCV-COMB-READ-COUNT  PIC 9(08)      COMP VALUE ZERO.
025900     05  RCV-PERM-READ-COUNT  PIC 9(08)      COMP VALUE ZERO.
026000     05  RCV-DRNG-READ-COUNT  PIC 9(08)      COMP VALUE ZERO.
026100     05  RCV-CUTOFF-COUNT     PIC 9(08)      COMP VALUE ZERO.
026200     05  RCV-LOST-ENTRY-COUNT PIC 9(08)      COMP VALUE ZERO.
026300     05  RCV-CP-KEY-COUNT     PIC 9(04)      COMP VALUE ZERO.
026400     05  RCV-RESTORED-COUNT   PIC 9(08)      COMP VALUE ZERO.
026500     05  RCV-FROM-AUDT-COUNT  PIC 9(08)      COMP VALUE ZERO.
026600     05  RCV-FROM-ARCH-COUNT  PIC 9(08)      COMP VALUE ZERO.
026700     05  RCV-FROM-COMB-COUNT  PIC 9(08)      COMP VALUE ZERO.
026800     05  RCV-FROM-PERM-COUNT  PIC 9(08)      COMP VALUE ZERO.
026900     05  RCV-FROM-DRNG-COUNT  PIC 9(08)      COMP VALUE ZERO.
027000     05  RCV-MISSING-COUNT    PIC 9(08)      COMP VALUE ZERO.
027100     05  RCV-CONFLICT-COUNT   PIC 9(08)      COMP VALUE ZERO.
027200     05  RCV-UNAUDITED-COUNT  PIC 9(08)      COMP VALUE ZERO.
027300     05  RCV-LINE-COUNT       PIC 9(04)      COMP VALUE ZERO.
027400     05  RCV-PAGE-COUNT       PIC 9(04)      COMP VALUE ZERO.
027500 01  RCV-SUBSCRIPTS.
027600     05  RCV-FACT-SUB         PIC 9(04)      COMP.
027700     05  RCV-SUB              PIC 9(04)      COMP.
027800     05  RCV-SORT-SUB         PIC 9(04)      COMP.
027900     05  RCV-SORT-SUB-2       PIC 9(04)      COMP.
028000     05  RCV-FOUND-SUB        PIC 9(04)      COMP.
028100 01  RCV-WORK-AREA.
028200     05  RCV-RUN-DATE         PIC 9(08).
028300     05  RCV-CUTOFF-DATE      PIC 9(08)      VALUE ZERO.
028400     05  RCV-MASTER-NAME      PIC X(08).
028500     05  RCV-MASTER-LRECL     PIC 9(04).
028600     05  RCV-LOG-NAME         PIC X(08).
028700     05  RCV-SOURCE           PIC X(08).
028800     05  RCV-NEW-CLASS        PIC X(01).
028900     05  RCV-HASH-TOTAL       PIC 9(12)      VALUE ZERO.
029000     05  RCV-HDR-STAMP        PIC X(16)      VALUE SPACES.
029100     05  RCV-TRL-STAMP        PIC X(16)      VALUE SPACES.
029200     05  RCV-TRL-COUNT        PIC 9(08)      VALUE ZERO.
029300     05  RCV-TRL-HASH         PIC 9(12)      VALUE ZERO.
029400     05  RCV-PREV-KEY         PIC X(20)      VALUE LOW-VALUES.
029500     05  RCV-CURR-KEY         PIC X(20).
029600     05  RCV-STOP-STATUS      PIC X(02).
029700     05  RCV-MISSING-REASON   PIC X(50).
029800     05  RCV-SPACING          PIC 9(01)      VALUE 1.
029900 01  RCV-KEY-AREA.
030000     05  RCV-KEY-FUNCTION     PIC X(04).
030100     05  RCV-KEY-N            PIC 9(08).
030200     05  RCV-KEY-R            PIC 9(08).
030300*****************************************************************
030400* PARM CARD - THE PARM TEXT PADDED OUT WITH SPACES              *
030500*****************************************************************
030600 01  RCV-PARM-CARD.
030700     05  RCV-PARM-MASTER      PIC X(04).
030800         88  RECOVERING-FACT          VALUE 'FACT'.
030900         88  RECOVERING-CP            VALUE 'CP'.
031000     05  FILLER               PIC X(01).
031100     05  RCV-PARM-MODE        PIC X(07).
031200         88  MODE-CHECK               VALUE 'CHECK'.
031300         88  MODE-RELOAD              VALUE 'RELOAD'.
031400         88  MODE-REBUILD             VALUE 'REBUILD'.
031500     05  FILLER               PIC X(01).
031600     05  RCV-PARM-CUTOFF      PIC X(08).
031700     05  FILLER               PIC X(73).
031800*****************************************************************
031900* BACKUP DETAIL IMAGE - THE MASTER RECORD CARRIED IN A 'D'      *
032000*                       RECORD, WITH A KEY VIEW FOR EACH MASTER *
032100*****************************************************************
032200 01  RCV-BACKUP-IMAGE         PIC X(177).
032300 01  RCV-FACT-IMAGE           REDEFINES RCV-BACKUP-IMAGE.
032400     05  RCV-FI-N             PIC 9(08).
032500     05  FILLER               PIC X(169).
032600 01  RCV-CP-IMAGE             REDEFINES RCV-BACKUP-IMAGE.
032700     05  RCV-CI-FUNCTION      PIC X(04).
032800     05  RCV-CI-N             PIC 9(08).
032900     05  RCV-CI-R             PIC 9(08).
033000     05  FILLER               PIC X(157).
033100*****************************************************************
033200* AUDIT RECORDS - FACTAUDT OR A FACTARCH GENERATION IS READ     *
033300* INTO FACT-AUDIT-RECORD, ANY OF THE THREE CP LOGS INTO         *
033400* CP-AUDIT-RECORD                                               *
033500*****************************************************************
033600 COPY AUDITREC.
033700 COPY CPAUDREC.
033800*****************************************************************
033900* FACT EVIDENCE TABLE - ONE ENTRY PER N FROM 0 TO 80, ENTRY N+1 *
034000*                  HOLDING THE BEST AUDIT EVIDENCE FOR KEY N.   *
034100*                  RCF-CLASS 'P' IS AN ENTRY LOGGED FOR A       *
034200*                  PROGRAM THAT FILES ITS RESULT, 'V' ONE       *
034300*                  LOGGED FOR FACTVER.                          *
034400*****************************************************************
034500 01  RCV-FACT-TABLE.
034600     05  RCV-FACT-ENTRY       OCCURS 81 TIMES.
034700         10  RCF-STATE        PIC X(01).
034800             88  RCF-NO-EVIDENCE      VALUE SPACE.
034900             88  RCF-HAS-EVIDENCE     VALUE 'E'.
035000             88  RCF-CONFLICT         VALUE 'X'.
035100             88  RCF-WRITE-FAILED     VALUE 'W'.
035200         10  RCF-EXPECTED     PIC X(01).
035300             88  RCF-ON-INVENTORY     VALUE 'Y'.
035400         10  RCF-CLASS        PIC X(01).
035500         10  RCF-RESULT       PIC 9(20).
035600         10  RCF-DATE         PIC 9(08).
035700         10  RCF-TIME         PIC 9(08).
035800         10  RCF-RUN-ID       PIC X(16).
035900         10  RCF-SOURCE       PIC X(08).
036000*****************************************************************
036100* CP EVIDENCE TABLE - ONE ENTRY PER DISTINCT FUNCTION/N/R KEY   *
036200*                  FOUND IN THE LOGS OR THE KEY INVENTORY,      *
036300*                  SORTED TO KEY ORDER BEFORE THE MASTER IS     *
036400*                  LOADED                                       *
036500*****************************************************************
036600 01  RCV-CP-TABLE.
036700     05  RCV-CP-ENTRY         OCCURS 2000 TIMES.
036800         10  RCC-KEY.
036900             15  RCC-FUNCTION PIC X(04).
037000             15  RCC-N        PIC 9(08).
037100             15  RCC-R        PIC 9(08).
037200         10  RCC-STATE        PIC X(01).
037300             88  RCC-NO-EVIDENCE      VALUE SPACE.
037400             88  RCC-HAS-EVIDENCE     VALUE 'E'.
037500             88  RCC-CONFLICT         VALUE 'X'.
037600             88  RCC-WRITE-FAILED     VALUE 'W'.
037700         10  RCC-EXPECTED     PIC X(01).
037800             88  RCC-ON-INVENTORY     VALUE 'Y'.
037900         10  RCC-RESULT       PIC 9(20).
038000         10  RCC-DATE         PIC 9(08).
038100         10  RCC-TIME         PIC 9(08).
038200         10  RCC-RUN-ID       PIC X(16).
038300         10  RCC-SOURCE       PIC X(08).
038400 01  RCV-CP-HOLD              PIC X(82).
038500*****************************************************************
038600* REPORT LINES                                                  *
038700*****************************************************************
038800 01  RCV-PRINT-AREA           PIC X(132).
038900 01  RCV-COLUMN-HEADS         PIC X(132)     VALUE SPACES.
039000 01  RCV-HEADING-1.
039100     05  FILLER               PIC X(10)      VALUE 'FACTRCV'.
039200     05  FILLER               PIC X(40)
039300         VALUE 'RESULTS MASTER RECOVERY REPORT'.
039400     05  FILLER               PIC X(26)      VALUE SPACES.
039500     05  FILLER               PIC X(10)      VALUE 'RUN DATE: '.
039600     05  RCV-H1-DATE          PIC 9(04)/9(02)/9(02).
039700     05  FILLER               PIC X(06)      VALUE '  PAGE'.
039800     05  RCV-H1-PAGE          PIC ZZZ9.
039900     05  FILLER               PIC X(26)      VALUE SPACES.
040000 01  RCV-PARM-LINE.
040100     05  FILLER               PIC X(01)      VALUE SPACES.
040200     05  FILLER               PIC X(07)      VALUE 'MASTER '.
040300     05  RCV-PL-MASTER        PIC X(08).
040400     05  FILLER               PIC X(08)      VALUE '   MODE '.
040500     05  RCV-PL-MODE          PIC X(07).
040600     05  FILLER               PIC X(16)
040700         VALUE '   AUDIT CUTOFF '.
040800     05  RCV-PL-CUTOFF        PIC X(10).
040900     05  FILLER               PIC X(75)      VALUE SPACES.
041000 01  RCV-BACKUP-LINE.
041100     05  FILLER               PIC X(01)      VALUE SPACES.
041200     05  FILLER               PIC X(26)
041300         VALUE 'BACKUP GENERATION UNLOADED'.
041400     05  FILLER               PIC X(01)      VALUE SPACES.
041500     05  RCV-BL-DATE          PIC 9(04)/9(02)/9(02).
041600     05  FILLER               PIC X(04)      VALUE ' AT '.
041700     05  RCV-BL-TIME          PIC 9(08).
041800     05  FILLER               PIC X(82)      VALUE SPACES.
041900 01  RCV-DATE-EDIT            PIC 9(04)/9(02)/9(02).
042000 01  RCV-R-EDIT               PIC Z(07)9.
042100 01  RCV-RESULT-EDIT          PIC Z(19)9.
042200 01  RCV-SECTION-TITLE.
042300     05  FILLER               PIC X(01)      VALUE SPACES.
042400     05  RCV-TITLE-TEXT       PIC X(50).
042500     05  FILLER               PIC X(81)      VALUE SPACES.
042600 01  RCV-RESTORED-HEADS.
042700     05  FILLER               PIC X(01)      VALUE SPACES.
042800     05  FILLER               PIC X(04)      VALUE 'FUNC'.
042900     05  FILLER               PIC X(03)      VALUE SPACES.
043000     05  FILLER               PIC X(08)      VALUE '       N'.
043100     05  FILLER               PIC X(03)      VALUE SPACES.
043200     05  FILLER               PIC X(08)      VALUE '       R'.
043300     05  FILLER               PIC X(03)      VALUE SPACES.
043400     05  FILLER               PIC X(20)
043500         VALUE '              RESULT'.
043600     05  FILLER               PIC X(03)      VALUE SPACES.
043700     05  FILLER               PIC X(08)      VALUE 'SOURCE'.
043800     05  FILLER               PIC X(03)      VALUE SPACES.
043900     05  FILLER               PIC X(10)      VALUE 'COMPUTED'.
044000     05  FILLER               PIC X(03)      VALUE SPACES.
044100     05  FILLER               PIC X(16)      VALUE 'RUN ID'.
044200     05  FILLER               PIC X(39)      VALUE SPACES.
044300 01  RCV-RESTORED-DETAIL.
044400     05  FILLER               PIC X(01)      VALUE SPACES.
044500     05  RCV-RD-FUNCTION      PIC X(04).
044600     05  FILLER               PIC X(03)      VALUE SPACES.
044700     05  RCV-RD-N             PIC X(08).
044800     05  FILLER               PIC X(03)      VALUE SPACES.
044900     05  RCV-RD-R             PIC X(08).
045000     05  FILLER               PIC X(03)      VALUE SPACES.
045100     05  RCV-RD-RESULT        PIC X(20).
045200     05  FILLER               PIC X(03)      VALUE SPACES.
045300     05  RCV-RD-SOURCE        PIC X(08).
045400     05  FILLER               PIC X(03)      VALUE SPACES.
045500     05  RCV-RD-DATE          PIC X(10).
045600     05  FILLER               PIC X(03)      VALUE SPACES.
045700     05  RCV-RD-RUN-ID        PIC X(16).
045800     05  FILLER               PIC X(39)      VALUE SPACES.
045900 01  RCV-MISSING-HEADS.
046000     05  FILLER               PIC X(01)      VALUE SPACES.
046100     05  FILLER               PIC X(04)      VALUE 'FUNC'.
046200     05  FILLER               PIC X(03)      VALUE SPACES.
046300     05  FILLER               PIC X(08)      VALUE '       N'.
046400     05  FILLER               PIC X(03)      VALUE SPACES.
046500     05  FILLER               PIC X(08)      VALUE '       R'.
046600     05  FILLER               PIC X(03)      VALUE SPACES.
046700     05  FILLER               PIC X(50)      VALUE 'REASON'.
046800     05  FILLER               PIC X(52)      VALUE SPACES.
046900 01  RCV-MISSING-DETAIL.
047000     05  FILLER               PIC X(01)      VALUE SPACES.
047100     05  RCV-MD-FUNCTION      PIC X(04).
047200     05  FILLER               PIC X(03)      VALUE SPACES.
047300     05  RCV-MD-N             PIC Z(07)9.
047400     05  FILLER               PIC X(03)      VALUE SPACES.
047500     05  RCV-MD-R             PIC X(08).
047600     05  FILLER               PIC X(03)      VALUE SPACES.
047700     05  RCV-MD-REASON        PIC X(50).
047800     05  FILLER               PIC X(52)      VALUE SPACES.
047900 01  RCV-TOTAL-LINE.
048000     05  FILLER               PIC X(01)      VALUE SPACES.
048100     05  RCV-TOT-TEXT         PIC X(50).
048200     05  RCV-TOT-COUNT        PIC Z(07)9.
048300     05  FILLER               PIC X(73)      VALUE SPACES.
048400 01  RCV-HASH-LINE.
048500     05  FILLER               PIC X(01)      VALUE SPACES.
048600     05  RCV-HL-TEXT          PIC X(50).
048700     05  RCV-HL-HASH          PIC Z(11)9.
048800     05  FILLER               PIC X(69)      VALUE SPACES.
048900 01  RCV-MESSAGE-LINE.
049000     05  FILLER               PIC X(01)      VALUE SPACES.
049100     05  RCV-MSG-TEXT         PIC X(70).
049200     05  FILLER               PIC X(61)      VALUE SPACES.
049300 LINKAGE SECTION.
049400*****************************************************************
049500* LINKAGE PARAMETERS - PARM FROM THE EXECUTING JCL STEP         *
049600*****************************************************************
049700 01  FACTRCV-PARM.
049800     05  FACTRCV-PARM-LEN     PIC S9(4)      COMP.
049900     05  FACTRCV-PARM-TEXT    PIC X(94).
050000 PROCEDURE DIVISION USING FACTRCV-PARM.
050100*****************************************************************
050200* 0000-MAINLINE                                                 *
050300*****************************************************************
050400 0000-MAINLINE.
050500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
050600     IF PARM-IS-GOOD AND MODE-CHECK
050700         PERFORM 2000-VERIFY-BACKUP THRU 2000-EXIT
050800     END-IF
050900     IF PARM-IS-GOOD AND MODE-RELOAD
051000         PERFORM 2000-VERIFY-BACKUP THRU 2000-EXIT
051100         IF CONTROLS-IN-BALANCE
051200             PERFORM 1500-OPEN-MASTER THRU 1500-EXIT
051300         END-IF
051400         IF CONTROLS-IN-BALANCE AND MASTER-AVAILABLE
051500             PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
051600         END-IF
051700     END-IF
051800     IF PARM-IS-GOOD AND MODE-REBUILD
051900         PERFORM 1500-OPEN-MASTER THRU 1500-EXIT
052000         IF MASTER-AVAILABLE
052100             PERFORM 2000-VERIFY-BACKUP THRU 2000-EXIT
052200             IF RECOVERING-FACT
052300                 PERFORM 4000-REBUILD-FACT THRU 4000-EXIT
052400             ELSE
052500                 PERFORM 5000-REBUILD-CP THRU 5000-EXIT
052600             END-IF
052700         END-IF
052800     END-IF
053000     IF PARM-IS-GOOD AND MASTER-AVAILABLE
053100         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
053200     END-IF
053300     PERFORM 8000-TERMINATE THRU 8000-EXIT
053400     GOBACK.
053500*****************************************************************
053600* 1000-INITIALIZE - OPEN THE REPORT AND EDIT THE PARM           *
053700*****************************************************************
053800 1000-INITIALIZE.
053900     ACCEPT RCV-RUN-DATE FROM DATE YYYYMMDD
054000     OPEN OUTPUT RECOVERY-REPORT-FILE
054100     MOVE SPACES TO RCV-PARM-CARD
054200     IF FACTRCV-PARM-LEN > ZERO AND FACTRCV-PARM-LEN NOT > 94
054300         MOVE FACTRCV-PARM-TEXT (1:FACTRCV-PARM-LEN)
054400             TO RCV-PARM-CARD
054500     END-IF
054600     IF (NOT RECOVERING-FACT AND NOT RECOVERING-CP)
054700         OR (NOT MODE-CHECK AND NOT MODE-RELOAD
054800             AND NOT MODE-REBUILD)
054900         OR (RCV-PARM-CUTOFF NOT = SPACES
055000             AND (NOT MODE-REBUILD
055100                  OR RCV-PARM-CUTOFF IS NOT NUMERIC))
055200         SET PARM-IN-ERROR TO TRUE
055300         MOVE 'PARM MUST BE FACT OR CP IN COLUMN 1, THEN CHECK,'
055400             TO RCV-MSG-TEXT
055500         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
055600         MOVE 'RELOAD, OR REBUILD IN COLUMN 6, AND FOR REBUILD'
055700             TO RCV-MSG-TEXT
055800         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
055900         MOVE 'AN OPTIONAL YYYYMMDD CUTOFF IN COLUMN 14'
056000             TO RCV-MSG-TEXT
056100         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
056200         GO TO 1000-EXIT
056300     END-IF
056400     IF RECOVERING-FACT
056500         MOVE 'FACTMSTR' TO RCV-MASTER-NAME
056600         MOVE RCV-FACT-LRECL TO RCV-MASTER-LRECL
056700     ELSE
056800         MOVE 'CPMSTR' TO RCV-MASTER-NAME
056900         MOVE RCV-CP-LRECL TO RCV-MASTER-LRECL
057000     END-IF
057100     IF RCV-PARM-CUTOFF = SPACES
057200         MOVE 'NONE' TO RCV-PL-CUTOFF
057300     ELSE
057400         MOVE RCV-PARM-CUTOFF TO RCV-CUTOFF-DATE
057500         MOVE RCV-CUTOFF-DATE TO RCV-DATE-EDIT
057600         MOVE RCV-DATE-EDIT TO RCV-PL-CUTOFF
057700     END-IF
057800     MOVE RCV-MASTER-NAME TO RCV-PL-MASTER
057900     MOVE RCV-PARM-MODE TO RCV-PL-MODE
058000     MOVE RCV-PARM-LINE TO RCV-PRINT-AREA
058100     MOVE 1 TO RCV-SPACING
058200     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
058300     MOVE SPACES TO RCV-FACT-TABLE.
058400 1000-EXIT.
058500     EXIT.
058600*****************************************************************
058700* 1500-OPEN-MASTER - OPEN THE MASTER FOR LOADING.  ONLY A       *
058800*                    FRESHLY DEFINED CLUSTER OPENS THIS WAY.    *
058900*****************************************************************
059000 1500-OPEN-MASTER.
059100     IF RECOVERING-FACT
059200         OPEN OUTPUT FACT-MASTER-FILE
059300         MOVE RCV-FM-STATUS TO RCV-MASTER-STATUS
059400     ELSE
059500         OPEN OUTPUT CP-MASTER-FILE
059600         MOVE RCV-CM-STATUS TO RCV-MASTER-STATUS
059700     END-IF
059800     IF NOT MASTER-OPEN-OK
059900         SET MASTER-UNAVAILABLE TO TRUE
060000         MOVE RCV-MASTER-NAME TO RCV-MSG-TEXT
060100         MOVE 'WILL NOT OPEN FOR LOADING - STATUS'
060200             TO RCV-MSG-TEXT (10:34)
060300         MOVE RCV-MASTER-STATUS TO RCV-MSG-TEXT (45:2)
060400         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
060500         MOVE 'CLUSTER MUST BE FRESHLY DEFINED - NOTHING RESTORED'
060600             TO RCV-MSG-TEXT
060700         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
060800         GO TO 1500-EXIT
060900     END-IF
061000     SET MASTER-WAS-OPENED TO TRUE.
061100 1500-EXIT.
061200     EXIT.
061300*****************************************************************
061400* 2000-VERIFY-BACKUP - READ THE WHOLE BACKUP GENERATION AND     *
061500*                      PROVE ITS CONTROLS.  FOR REBUILD THE     *
061600*                      SAME PASS NOTES EVERY DETAIL KEY AS THE  *
061700*                      KEY INVENTORY; A MISSING OR EMPTY BKUPIN *
061800*                      THERE ONLY MEANS THERE IS NO INVENTORY.  *
061900*****************************************************************
062000 2000-VERIFY-BACKUP.
062100     MOVE 'BACKUP CONTROLS' TO RCV-TITLE-TEXT
062200     IF MODE-REBUILD
062300         MOVE 'BACKUP CONTROLS - KEY INVENTORY ONLY'
062400             TO RCV-TITLE-TEXT
062500     END-IF
062600     MOVE RCV-SECTION-TITLE TO RCV-PRINT-AREA
062700     MOVE 2 TO RCV-SPACING
062800     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
062900     OPEN INPUT BACKUP-FILE
063000     IF NOT BACKUP-IO-OK
063100         MOVE 'BKUPIN WILL NOT OPEN - STATUS' TO RCV-MSG-TEXT
063200         MOVE RCV-BK-STATUS TO RCV-MSG-TEXT (31:2)
063300         IF MODE-REBUILD
063400             SET NO-INVENTORY TO TRUE
063500             MOVE '- NO KEY INVENTORY' TO RCV-MSG-TEXT (34:18)
063600         ELSE
063700             SET CONTROLS-OUT-OF-BALANCE TO TRUE
063800         END-IF
063900         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
064000         GO TO 2000-EXIT
064100     END-IF
064200     SET BACKUP-NOT-AT-END TO TRUE
064300     PERFORM 2100-CHECK-ONE-BACKUP-RECORD THRU 2100-EXIT
064400         UNTIL BACKUP-AT-END
064500     CLOSE BACKUP-FILE
064600     IF MODE-REBUILD AND RCV-BK-READ-COUNT = ZERO
064700         AND CONTROLS-IN-BALANCE
064800         SET NO-INVENTORY TO TRUE
064900         MOVE 'BKUPIN IS EMPTY - NO KEY INVENTORY, ONLY THE KEYS'
065000             TO RCV-MSG-TEXT
065100         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
065200         MOVE 'THE AUDIT TRAILS NAME CAN BE ACCOUNTED FOR'
065300             TO RCV-MSG-TEXT
065400         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
065500         GO TO 2000-EXIT
065600     END-IF
065700     PERFORM 2200-PROVE-CONTROLS THRU 2200-EXIT.
065800 2000-EXIT.
065900     EXIT.
066000*****************************************************************
066100* 2100-CHECK-ONE-BACKUP-RECORD - CLASSIFY ONE BACKUP RECORD.    *
066200*                  THE FIRST MUST BE THE HEADER; NOTHING MAY    *
066300*                  FOLLOW THE TRAILER.                          *
066400*****************************************************************
066500 2100-CHECK-ONE-BACKUP-RECORD.
066600     READ BACKUP-FILE
066700         AT END
066800             SET BACKUP-AT-END TO TRUE
066900             GO TO 2100-EXIT
067000     END-READ
067100     IF NOT BACKUP-IO-OK
067200         SET CONTROLS-OUT-OF-BALANCE TO TRUE
067300         SET BACKUP-AT-END TO TRUE
067400         MOVE 'BKUPIN READ FAILED - STATUS' TO RCV-MSG-TEXT
067500         MOVE RCV-BK-STATUS TO RCV-MSG-TEXT (29:2)
067600         MOVE '- REST OF THE BACKUP NOT READ'
067700             TO RCV-MSG-TEXT (32:29)
067800         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
067900         GO TO 2100-EXIT
068000     END-IF
068100     ADD 1 TO RCV-BK-READ-COUNT
068200     IF RCV-BK-READ-COUNT = 1
068300         PERFORM 2110-CHECK-HEADER THRU 2110-EXIT
068400         IF HEADER-SEEN
068500             GO TO 2100-EXIT
068600         END-IF
068700     END-IF
068800     IF TRAILER-SEEN
068900         ADD 1 TO RCV-AFTER-TRL-COUNT
069000         GO TO 2100-EXIT
069100     END-IF
069200     IF BK-MASTER-ID NOT = RCV-PARM-MASTER
069300         ADD 1 TO RCV-WRONG-REC-COUNT
069400         GO TO 2100-EXIT
069500     END-IF
069600     IF BK-TRAILER-RECORD
069650         SET TRAILER-SEEN TO TRUE
069700         MOVE BK-RECORD-BODY (21:16) TO RCV-TRL-STAMP
069750         IF BK-TRL-RECORD-COUNT IS NUMERIC
069800             AND BK-TRL-HASH-TOTAL IS NUMERIC
069850             MOVE BK-TRL-RECORD-COUNT TO RCV-TRL-COUNT
069900             MOVE BK-TRL-HASH-TOTAL TO RCV-TRL-HASH
069950         ELSE
070000             SET CONTROLS-OUT-OF-BALANCE TO TRUE
070050             MOVE 'TRAILER COUNT OR HASH IS NOT NUMERIC'
070100                 TO RCV-MSG-TEXT
070150             PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
070200         END-IF
070250     ELSE
070300         IF BK-DETAIL-RECORD
070350             PERFORM 2120-CHECK-DETAIL THRU 2120-EXIT
070400         ELSE
070450             ADD 1 TO RCV-WRONG-REC-COUNT
070500         END-IF
070550     END-IF.
071500 2100-EXIT.
071600     EXIT.
071700*****************************************************************
071800* 2110-CHECK-HEADER - THE FIRST RECORD MUST BE A HEADER FOR THE *
071900*                     MASTER IN THE PARM, AT ITS RECORD LENGTH  *
072000*****************************************************************
072100 2110-CHECK-HEADER.
072200     IF NOT BK-HEADER-RECORD
072300         SET CONTROLS-OUT-OF-BALANCE TO TRUE
072400         MOVE 'FIRST RECORD IS NOT A HEADER' TO RCV-MSG-TEXT
072500         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
072600         GO TO 2110-EXIT
072700     END-IF
072800     SET HEADER-SEEN TO TRUE
072900     MOVE BK-RECORD-BODY (1:16) TO RCV-HDR-STAMP
073000     IF BK-HDR-UNLOAD-DATE IS NUMERIC
073100         AND BK-HDR-UNLOAD-TIME IS NUMERIC
073200         MOVE BK-HDR-UNLOAD-DATE TO RCV-BL-DATE
073300         MOVE BK-HDR-UNLOAD-TIME TO RCV-BL-TIME
073400         MOVE RCV-BACKUP-LINE TO RCV-PRINT-AREA
073500         MOVE 2 TO RCV-SPACING
073600         PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
073700     END-IF
073800     IF BK-MASTER-ID NOT = RCV-PARM-MASTER
073900         SET CONTROLS-OUT-OF-BALANCE TO TRUE
074000         MOVE 'HEADER IS FOR MASTER' TO RCV-MSG-TEXT
074100         MOVE BK-MASTER-ID TO RCV-MSG-TEXT (22:4)
074200         MOVE '- NOT THE MASTER IN THE PARM'
074300             TO RCV-MSG-TEXT (27:28)
074400         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
074500     END-IF
074600     IF BK-HDR-MASTER-LRECL IS NOT NUMERIC
074700         OR BK-HDR-MASTER-LRECL NOT = RCV-MASTER-LRECL
074800         SET CONTROLS-OUT-OF-BALANCE TO TRUE
074900         MOVE 'HEADER RECORD LENGTH DOES NOT MATCH THE MASTER'
075000             TO RCV-MSG-TEXT
075100         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
075200     END-IF.
075300 2110-EXIT.
075400     EXIT.
075500*****************************************************************
075600* 2120-CHECK-DETAIL - COUNT A DETAIL, CHECK ITS KEY IS HIGHER   *
075700*                     THAN THE LAST, AND ADD IT TO THE HASH THE *
075800*                     SAME WAY FACTBKP DID                      *
075900*****************************************************************
076000 2120-CHECK-DETAIL.
076100     ADD 1 TO RCV-DETAIL-COUNT
076200     MOVE BK-RECORD-BODY TO RCV-BACKUP-IMAGE
076300     IF RECOVERING-FACT
076400         MOVE RCV-BACKUP-IMAGE (1:8) TO RCV-CURR-KEY
076500     ELSE
076600         MOVE RCV-BACKUP-IMAGE (1:20) TO RCV-CURR-KEY
076700     END-IF
076800     IF RCV-CURR-KEY NOT > RCV-PREV-KEY
076900         ADD 1 TO RCV-ORDER-ERR-COUNT
077000     END-IF
077100     MOVE RCV-CURR-KEY TO RCV-PREV-KEY
077200     IF RECOVERING-FACT
077300         IF RCV-FI-N IS NOT NUMERIC
077400             ADD 1 TO RCV-BAD-KEY-COUNT
077500             GO TO 2120-EXIT
077600         END-IF
077700         COMPUTE RCV-HASH-TOTAL =
077800             FUNCTION MOD (RCV-HASH-TOTAL + RCV-FI-N,
077900             RCV-HASH-MODULUS)
078000     ELSE
078100         IF RCV-CI-N IS NOT NUMERIC OR RCV-CI-R IS NOT NUMERIC
078200             ADD 1 TO RCV-BAD-KEY-COUNT
078300             GO TO 2120-EXIT
078400         END-IF
078500         COMPUTE RCV-HASH-TOTAL =
078600             FUNCTION MOD (RCV-HASH-TOTAL + RCV-CI-N + RCV-CI-R,
078700             RCV-HASH-MODULUS)
078800     END-IF
078900     IF MODE-REBUILD
079000         PERFORM 2130-NOTE-INVENTORY-KEY THRU 2130-EXIT
079100     END-IF.
079200 2120-EXIT.
079300     EXIT.
079400*****************************************************************
079500* 2130-NOTE-INVENTORY-KEY - MARK A BACKUP KEY AS EXPECTED ON    *
079600*                           THE REBUILT MASTER                  *
079700*****************************************************************
079800 2130-NOTE-INVENTORY-KEY.
079900     IF RECOVERING-FACT
080000         IF RCV-FI-N > RCV-FACT-MAX-N
080100             ADD 1 TO RCV-INV-RANGE-COUNT
080200         ELSE
080300             COMPUTE RCV-FACT-SUB = RCV-FI-N + 1
080400             SET RCF-ON-INVENTORY (RCV-FACT-SUB) TO TRUE
080500         END-IF
080600         GO TO 2130-EXIT
080700     END-IF
080800     MOVE RCV-CI-FUNCTION TO RCV-KEY-FUNCTION
080900     MOVE RCV-CI-N TO RCV-KEY-N
081000     MOVE RCV-CI-R TO RCV-KEY-R
081100     PERFORM 5200-FIND-CP-ENTRY THRU 5200-EXIT
081200     IF RCV-FOUND-SUB > ZERO
081300         SET RCC-ON-INVENTORY (RCV-FOUND-SUB) TO TRUE
081400     END-IF.
081500 2130-EXIT.
081600     EXIT.
081700*****************************************************************
081800* 2200-PROVE-CONTROLS - PRINT THE BACKUP CONTROL TOTALS AND     *
081900*                       EVERY WAY THEY FAIL TO BALANCE          *
082000*****************************************************************
082100 2200-PROVE-CONTROLS.
082200     MOVE 'BACKUP RECORDS READ . . . . . . . . . . . . . . . '
082300         TO RCV-TOT-TEXT
082400     MOVE RCV-BK-READ-COUNT TO RCV-TOT-COUNT
082500     PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
082600     MOVE 'DETAIL RECORDS READ . . . . . . . . . . . . . . . '
082700         TO RCV-TOT-TEXT
082800     MOVE RCV-DETAIL-COUNT TO RCV-TOT-COUNT
082900     PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
083000     MOVE 'KEY HASH OF THE DETAILS . . . . . . . . . . . . . '
083100         TO RCV-HL-TEXT
083200     MOVE RCV-HASH-TOTAL TO RCV-HL-HASH
083300     MOVE RCV-HASH-LINE TO RCV-PRINT-AREA
083400     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
083500     IF RCV-BK-READ-COUNT = ZERO
083600         SET CONTROLS-OUT-OF-BALANCE TO TRUE
083700         MOVE 'BKUPIN IS EMPTY - NO HEADER RECORD' TO RCV-MSG-TEXT
083800         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
083900         GO TO 2200-VERDICT
084000     END-IF
084100     IF TRAILER-SEEN
084200         MOVE 'TRAILER RECORD COUNT. . . . . . . . . . . . . . . '
084300             TO RCV-TOT-TEXT
084400         MOVE RCV-TRL-COUNT TO RCV-TOT-COUNT
084500         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
084600         MOVE 'TRAILER KEY HASH. . . . . . . . . . . . . . . . . '
084700             TO RCV-HL-TEXT
084800         MOVE RCV-TRL-HASH TO RCV-HL-HASH
084900         MOVE RCV-HASH-LINE TO RCV-PRINT-AREA
085000         PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
085100         IF RCV-TRL-COUNT NOT = RCV-DETAIL-COUNT
085200             SET CONTROLS-OUT-OF-BALANCE TO TRUE
085300             MOVE 'DETAIL COUNT DOES NOT AGREE WITH THE TRAILER'
085400                 TO RCV-MSG-TEXT
085500             PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
085600         END-IF
085700         IF RCV-TRL-HASH NOT = RCV-HASH-TOTAL
085800             SET CONTROLS-OUT-OF-BALANCE TO TRUE
085900             MOVE 'KEY HASH DOES NOT AGREE WITH THE TRAILER'
086000                 TO RCV-MSG-TEXT
086100             PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
086200         END-IF
086300         IF RCV-TRL-STAMP NOT = RCV-HDR-STAMP
086400             SET CONTROLS-OUT-OF-BALANCE TO TRUE
086500             MOVE 'TRAILER DATE AND TIME ARE NOT THE HEADER''S'
086600                 TO RCV-MSG-TEXT
086700             PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
086800         END-IF
086900     ELSE
087000         SET CONTROLS-OUT-OF-BALANCE TO TRUE
087100         MOVE 'NO TRAILER - THE BACKUP WAS NOT COMPLETED'
087200             TO RCV-MSG-TEXT
087300         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
087400     END-IF
087500     IF RCV-ORDER-ERR-COUNT > ZERO
087600         SET CONTROLS-OUT-OF-BALANCE TO TRUE
087700         MOVE 'DETAILS OUT OF KEY ORDER OR DUPLICATED. . . . . . '
087800             TO RCV-TOT-TEXT
087900         MOVE RCV-ORDER-ERR-COUNT TO RCV-TOT-COUNT
088000         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
088100     END-IF
088200     IF RCV-WRONG-REC-COUNT > ZERO
088300         SET CONTROLS-OUT-OF-BALANCE TO TRUE
088400         MOVE 'RECORDS OF THE WRONG TYPE OR MASTER . . . . . . . '
088500             TO RCV-TOT-TEXT
088600         MOVE RCV-WRONG-REC-COUNT TO RCV-TOT-COUNT
088700         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
088800     END-IF
088900     IF RCV-AFTER-TRL-COUNT > ZERO
089000         SET CONTROLS-OUT-OF-BALANCE TO TRUE
089100         MOVE 'RECORDS FOLLOWING THE TRAILER . . . . . . . . . . '
089200             TO RCV-TOT-TEXT
089300         MOVE RCV-AFTER-TRL-COUNT TO RCV-TOT-COUNT
089400         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
089500     END-IF
089600     IF RCV-BAD-KEY-COUNT > ZERO
089700         MOVE 'KEYS NOT NUMERIC - NOT HASHED (RUN FACTVER) . . . '
089800             TO RCV-TOT-TEXT
089900         MOVE RCV-BAD-KEY-COUNT TO RCV-TOT-COUNT
090000         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
090100     END-IF.
090200 2200-VERDICT.
090300     IF CONTROLS-IN-BALANCE
090350         MOVE 'BACKUP CONTROLS IN BALANCE' TO RCV-MSG-TEXT
090400     ELSE
090450         IF MODE-REBUILD
090500             MOVE 'BACKUP CONTROLS OUT OF BALANCE -'
090550                 TO RCV-MSG-TEXT
090600             MOVE 'THE KEY INVENTORY MAY BE INCOMPLETE'
090650                 TO RCV-MSG-TEXT (34:35)
090700         ELSE
090750             MOVE 'BACKUP CONTROLS OUT OF BALANCE -'
090800                 TO RCV-MSG-TEXT
090850             MOVE 'THIS GENERATION MUST NOT BE RELOADED'
090900                 TO RCV-MSG-TEXT (34:36)
090950         END-IF
091000     END-IF
091700     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT.
091800 2200-EXIT.
091900     EXIT.
092000*****************************************************************
092100* 3000-RELOAD-MASTER - LOAD EVERY DETAIL OF A BACKUP WHOSE      *
092200*                      CONTROLS HAVE JUST BEEN PROVED.  A WRITE *
092300*                      FAILURE STOPS THE LOAD; THAT KEY AND     *
092400*                      EVERY LATER ONE ARE THEN MISSING.        *
092500*****************************************************************
092600 3000-RELOAD-MASTER.
092700     PERFORM 6200-START-RESTORED-LIST THRU 6200-EXIT
092800     MOVE 'BACKUP' TO RCV-SOURCE
092900     OPEN INPUT BACKUP-FILE
093000     IF NOT BACKUP-IO-OK
093100         SET RECOVERY-INCOMPLETE TO TRUE
093200         SET RELOAD-STOPPED TO TRUE
093300         MOVE RCV-BK-STATUS TO RCV-STOP-STATUS
093400         MOVE 'BKUPIN WILL NOT REOPEN - STATUS' TO RCV-MSG-TEXT
093500         MOVE RCV-BK-STATUS TO RCV-MSG-TEXT (33:2)
093600         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
093700     ELSE
093800         SET BACKUP-NOT-AT-END TO TRUE
093900         PERFORM 3100-RELOAD-ONE-RECORD THRU 3100-EXIT
094000             UNTIL BACKUP-AT-END
094100         CLOSE BACKUP-FILE
094200     END-IF
094300     PERFORM 6300-START-MISSING-LIST THRU 6300-EXIT
094400     COMPUTE RCV-MISSING-COUNT =
094500         RCV-DETAIL-COUNT - RCV-RESTORED-COUNT
094600     IF RCV-MISSING-COUNT = ZERO
094700         MOVE 'NONE - EVERY KEY ON THE BACKUP WAS RESTORED'
094800             TO RCV-MSG-TEXT
094900         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
095000         GO TO 3000-EXIT
095100     END-IF
095200     MOVE 'RELOAD STOPPED - STATUS' TO RCV-MSG-TEXT
095300     MOVE RCV-STOP-STATUS TO RCV-MSG-TEXT (25:2)
095400     MOVE '- EVERY BACKUP KEY AFTER THE LAST ONE'
095500         TO RCV-MSG-TEXT (28:37)
095600     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
095700     MOVE 'LISTED IS MISSING.  REDEFINE THE CLUSTER AND RERUN'
095800         TO RCV-MSG-TEXT
095900     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
096000     MOVE 'THE RELOAD ONCE THE FAILURE IS CORRECTED'
096100         TO RCV-MSG-TEXT
096200     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT.
096300 3000-EXIT.
096400     EXIT.
096500*****************************************************************
096600* 3100-RELOAD-ONE-RECORD - WRITE ONE BACKUP DETAIL TO THE       *
096700*                          MASTER AND LIST IT                   *
096800*****************************************************************
096900 3100-RELOAD-ONE-RECORD.
097000     READ BACKUP-FILE
097100         AT END
097200             SET BACKUP-AT-END TO TRUE
097300             GO TO 3100-EXIT
097400     END-READ
097500     IF NOT BACKUP-IO-OK
097600         SET RECOVERY-INCOMPLETE TO TRUE
097700         SET RELOAD-STOPPED TO TRUE
097800         SET BACKUP-AT-END TO TRUE
097900         MOVE RCV-BK-STATUS TO RCV-STOP-STATUS
098000         MOVE 'BKUPIN READ FAILED - STATUS' TO RCV-MSG-TEXT
098100         MOVE RCV-BK-STATUS TO RCV-MSG-TEXT (29:2)
098200         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
098300         GO TO 3100-EXIT
098400     END-IF
098500     IF NOT BK-DETAIL-RECORD
098600         GO TO 3100-EXIT
098700     END-IF
098800     IF RECOVERING-FACT
098900         MOVE BK-RECORD-BODY TO FACT-MASTER-RECORD
099000         WRITE FACT-MASTER-RECORD
099100             INVALID KEY
099200                 CONTINUE
099300         END-WRITE
099400         MOVE RCV-FM-STATUS TO RCV-MASTER-STATUS
099500     ELSE
099600         MOVE BK-RECORD-BODY (1:64) TO CP-MASTER-RECORD
099700         WRITE CP-MASTER-RECORD
099800             INVALID KEY
099900                 CONTINUE
100000         END-WRITE
100100         MOVE RCV-CM-STATUS TO RCV-MASTER-STATUS
100200     END-IF
100300     IF NOT MASTER-IO-OK
100400         SET RECOVERY-INCOMPLETE TO TRUE
100500         SET RELOAD-STOPPED TO TRUE
100600         SET BACKUP-AT-END TO TRUE
100700         MOVE RCV-MASTER-STATUS TO RCV-STOP-STATUS
100800         PERFORM 7300-WRITE-FAILED THRU 7300-EXIT
100900         GO TO 3100-EXIT
101000     END-IF
101100     ADD 1 TO RCV-RESTORED-COUNT
101200     PERFORM 6000-LIST-RESTORED-KEY THRU 6000-EXIT.
101300 3100-EXIT.
101400     EXIT.
101500*****************************************************************
101600* 4000-REBUILD-FACT - WEIGH THE FACTORIAL AUDIT EVIDENCE, LOAD  *
101700*                     EVERY KEY IT SUPPORTS, AND LIST THE KEYS  *
101800*                     STILL MISSING                             *
101900*****************************************************************
102000 4000-REBUILD-FACT.
102100     MOVE 'AUDT' TO RCV-FACT-LOG-SW
102200     PERFORM 4100-READ-FACT-LOG THRU 4100-EXIT
102300     MOVE 'ARCH' TO RCV-FACT-LOG-SW
102400     PERFORM 4100-READ-FACT-LOG THRU 4100-EXIT
102500     PERFORM 6200-START-RESTORED-LIST THRU 6200-EXIT
102600     PERFORM 4400-WRITE-ONE-FACT-KEY THRU 4400-EXIT
102700         VARYING RCV-FACT-SUB FROM 1 BY 1
102800         UNTIL RCV-FACT-SUB > RCV-FACT-TABLE-MAX
102900     IF RCV-RESTORED-COUNT = ZERO
103000         MOVE 'NONE - THE AUDIT TRAILS SUPPORT NO KEY'
103100             TO RCV-MSG-TEXT
103200         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
103300     END-IF
103400     PERFORM 6300-START-MISSING-LIST THRU 6300-EXIT
103500     PERFORM 4500-CHECK-ONE-FACT-KEY THRU 4500-EXIT
103600         VARYING RCV-FACT-SUB FROM 1 BY 1
103700         UNTIL RCV-FACT-SUB > RCV-FACT-TABLE-MAX
103800     PERFORM 6400-END-MISSING-LIST THRU 6400-EXIT.
103900 4000-EXIT.
104000     EXIT.
104100*****************************************************************
104200* 4100-READ-FACT-LOG - READ FACTAUDT OR THE FACTARCH            *
104300*                      GENERATIONS TO THE END                   *
104400*****************************************************************
104500 4100-READ-FACT-LOG.
104600     MOVE ZERO TO RCV-LOG-READ-COUNT
104700     IF FACT-LOG-AUDT
104800         MOVE 'FACTAUDT' TO RCV-LOG-NAME
104900         OPEN INPUT FACT-AUDIT-FILE
105000         MOVE RCV-FA-STATUS TO RCV-LOG-STATUS
105100     ELSE
105200         MOVE 'FACTARCH' TO RCV-LOG-NAME
105300         OPEN INPUT FACT-ARCHIVE-FILE
105400         MOVE RCV-AR-STATUS TO RCV-LOG-STATUS
105500     END-IF
105600     IF NOT LOG-IO-OK
105700         PERFORM 7100-LOG-UNAVAILABLE THRU 7100-EXIT
105800         GO TO 4100-EXIT
105900     END-IF
106000     SET LOG-NOT-AT-END TO TRUE
106100     PERFORM 4200-READ-ONE-FACT-ENTRY THRU 4200-EXIT
106200         UNTIL LOG-AT-END
106300     IF FACT-LOG-AUDT
106400         CLOSE FACT-AUDIT-FILE
106500         MOVE RCV-LOG-READ-COUNT TO RCV-AUDT-READ-COUNT
106600     ELSE
106700         CLOSE FACT-ARCHIVE-FILE
106800         MOVE RCV-LOG-READ-COUNT TO RCV-ARCH-READ-COUNT
106900     END-IF.
107000 4100-EXIT.
107100     EXIT.
107200*****************************************************************
107300* 4200-READ-ONE-FACT-ENTRY - READ ONE AUDITREC AND WEIGH IT     *
107400*****************************************************************
107500 4200-READ-ONE-FACT-ENTRY.
107600     IF FACT-LOG-AUDT
107700         READ FACT-AUDIT-FILE INTO FACT-AUDIT-RECORD
107800             AT END
107900                 SET LOG-AT-END TO TRUE
108000         END-READ
108100         MOVE RCV-FA-STATUS TO RCV-LOG-STATUS
108200     ELSE
108300         READ FACT-ARCHIVE-FILE INTO FACT-AUDIT-RECORD
108400             AT END
108500                 SET LOG-AT-END TO TRUE
108600         END-READ
108700         MOVE RCV-AR-STATUS TO RCV-LOG-STATUS
108800     END-IF
108900     IF LOG-AT-END
109000         GO TO 4200-EXIT
109100     END-IF
109200     IF NOT LOG-IO-OK
109300         PERFORM 7200-LOG-READ-FAILED THRU 7200-EXIT
109400         GO TO 4200-EXIT
109500     END-IF
109600     ADD 1 TO RCV-LOG-READ-COUNT
109700     PERFORM 4300-WEIGH-FACT-EVIDENCE THRU 4300-EXIT.
109800 4200-EXIT.
109900     EXIT.
110000*****************************************************************
110100* 4300-WEIGH-FACT-EVIDENCE - KEEP AN ENTRY AS EVIDENCE FOR ITS  *
110200*                  KEY WHEN IT IS THE BEST SEEN SO FAR: AN      *
110300*                  ENTRY FOR A FILING PROGRAM BEATS ONE FOR     *
110400*                  FACTVER, AND WITHIN A CLASS THE EARLIEST     *
110500*                  WINS.  TWO RESULTS FOR ONE KEY THAT DISAGREE *
110600*                  MARK THE KEY IN CONFLICT FOR GOOD.           *
110700*****************************************************************
110800 4300-WEIGH-FACT-EVIDENCE.
110900     IF AUDIT-N IS NOT NUMERIC
111000         OR AUDIT-RESULT IS NOT NUMERIC
111100         OR AUDIT-DATE IS NOT NUMERIC
111200         OR AUDIT-TIME IS NOT NUMERIC
111300         GO TO 4300-EXIT
111400     END-IF
111500     IF AUDIT-DATE < RCV-CUTOFF-DATE
111600         ADD 1 TO RCV-CUTOFF-COUNT
111700         GO TO 4300-EXIT
111800     END-IF
111900     IF AUDIT-RESULT = ZERO
112000         OR AUDIT-N > RCV-SMALL-MAX-N
112100         GO TO 4300-EXIT
112200     END-IF
112300     IF AUDIT-CALLER-NAME = 'FACTDRV'
112350         OR AUDIT-CALLER-NAME = 'FACTMUTL'
112400         MOVE 'P' TO RCV-NEW-CLASS
112450     ELSE
112500         IF AUDIT-CALLER-NAME = 'FACTVER'
112550             MOVE 'V' TO RCV-NEW-CLASS
112600         ELSE
112650             GO TO 4300-EXIT
112700         END-IF
112750     END-IF
113200     COMPUTE RCV-FACT-SUB = AUDIT-N + 1
113300     IF RCF-CONFLICT (RCV-FACT-SUB)
113400         GO TO 4300-EXIT
113500     END-IF
113600     IF RCF-NO-EVIDENCE (RCV-FACT-SUB)
113700         PERFORM 4310-TAKE-FACT-EVIDENCE THRU 4310-EXIT
113800         GO TO 4300-EXIT
113900     END-IF
114000     IF AUDIT-RESULT NOT = RCF-RESULT (RCV-FACT-SUB)
114100         SET RCF-CONFLICT (RCV-FACT-SUB) TO TRUE
114200         ADD 1 TO RCV-CONFLICT-COUNT
114300         GO TO 4300-EXIT
114400     END-IF
114500     IF RCV-NEW-CLASS NOT = RCF-CLASS (RCV-FACT-SUB)
114600         IF RCV-NEW-CLASS = 'P'
114700             PERFORM 4310-TAKE-FACT-EVIDENCE THRU 4310-EXIT
114800         END-IF
114900         GO TO 4300-EXIT
115000     END-IF
115100     IF AUDIT-DATE < RCF-DATE (RCV-FACT-SUB)
115200         OR (AUDIT-DATE = RCF-DATE (RCV-FACT-SUB)
115300             AND AUDIT-TIME < RCF-TIME (RCV-FACT-SUB))
115400         PERFORM 4310-TAKE-FACT-EVIDENCE THRU 4310-EXIT
115500     END-IF.
115600 4300-EXIT.
115700     EXIT.
115800*****************************************************************
115900* 4310-TAKE-FACT-EVIDENCE - THE CURRENT ENTRY BECOMES THE       *
116000*                           EVIDENCE HELD FOR ITS KEY           *
116100*****************************************************************
116200 4310-TAKE-FACT-EVIDENCE.
116300     SET RCF-HAS-EVIDENCE (RCV-FACT-SUB) TO TRUE
116400     MOVE RCV-NEW-CLASS TO RCF-CLASS (RCV-FACT-SUB)
116500     MOVE AUDIT-RESULT TO RCF-RESULT (RCV-FACT-SUB)
116600     MOVE AUDIT-DATE TO RCF-DATE (RCV-FACT-SUB)
116700     MOVE AUDIT-TIME TO RCF-TIME (RCV-FACT-SUB)
116800     MOVE AUDIT-RUN-ID TO RCF-RUN-ID (RCV-FACT-SUB)
116900     MOVE RCV-LOG-NAME TO RCF-SOURCE (RCV-FACT-SUB).
117000 4310-EXIT.
117100     EXIT.
117200*****************************************************************
117300* 4400-WRITE-ONE-FACT-KEY - LOAD A KEY THE EVIDENCE SUPPORTS AS *
117400*                           A FORM 'S' RECORD AND LIST IT       *
117500*****************************************************************
117600 4400-WRITE-ONE-FACT-KEY.
117700     IF NOT RCF-HAS-EVIDENCE (RCV-FACT-SUB)
117800         GO TO 4400-EXIT
117900     END-IF
118000     COMPUTE FM-N = RCV-FACT-SUB - 1
118100     SET FM-FORM-SMALL TO TRUE
118200     MOVE RCF-RESULT (RCV-FACT-SUB) TO FM-RESULT
118300     MOVE ZERO TO FM-BIG-DIGIT-COUNT
118400     MOVE SPACES TO FM-BIG-DISPLAY
118500     MOVE RCF-DATE (RCV-FACT-SUB) TO FM-DATE-COMPUTED
118600     MOVE RCF-RUN-ID (RCV-FACT-SUB) TO FM-RUN-ID
118700     WRITE FACT-MASTER-RECORD
118800         INVALID KEY
118900             CONTINUE
119000     END-WRITE
119100     MOVE RCV-FM-STATUS TO RCV-MASTER-STATUS
119200     IF NOT MASTER-IO-OK
119300         SET RCF-WRITE-FAILED (RCV-FACT-SUB) TO TRUE
119400         PERFORM 7300-WRITE-FAILED THRU 7300-EXIT
119500         GO TO 4400-EXIT
119600     END-IF
119700     ADD 1 TO RCV-RESTORED-COUNT
119800     MOVE RCF-SOURCE (RCV-FACT-SUB) TO RCV-SOURCE
119900     IF RCV-SOURCE = 'FACTAUDT'
120000         ADD 1 TO RCV-FROM-AUDT-COUNT
120100     ELSE
120200         ADD 1 TO RCV-FROM-ARCH-COUNT
120300     END-IF
120400     PERFORM 6000-LIST-RESTORED-KEY THRU 6000-EXIT.
120500 4400-EXIT.
120600     EXIT.
120700*****************************************************************
120800* 4500-CHECK-ONE-FACT-KEY - LIST A KEY THAT WAS NOT RESTORED    *
120900*                  WHEN IT IS ON THE INVENTORY, ITS EVIDENCE    *
121000*                  CONFLICTS, OR ITS WRITE FAILED               *
121100*****************************************************************
121200 4500-CHECK-ONE-FACT-KEY.
121300     MOVE 'FACT' TO RCV-KEY-FUNCTION
121400     COMPUTE RCV-KEY-N = RCV-FACT-SUB - 1
121500     MOVE ZERO TO RCV-KEY-R
121600     IF RCF-CONFLICT (RCV-FACT-SUB)
121650         MOVE 'AUDIT ENTRIES DISAGREE ON THE RESULT'
121700             TO RCV-MISSING-REASON
121750         PERFORM 6100-LIST-MISSING-KEY THRU 6100-EXIT
121800         GO TO 4500-EXIT
121850     END-IF
121900     IF RCF-WRITE-FAILED (RCV-FACT-SUB)
121950         MOVE 'MASTER WRITE FAILED' TO RCV-MISSING-REASON
122000         PERFORM 6100-LIST-MISSING-KEY THRU 6100-EXIT
122050         GO TO 4500-EXIT
122100     END-IF
122150     IF RCF-HAS-EVIDENCE (RCV-FACT-SUB)
122200         OR NOT RCF-ON-INVENTORY (RCV-FACT-SUB)
122250         GO TO 4500-EXIT
122300     END-IF
122350     IF RCV-KEY-N > RCV-SMALL-MAX-N
122400         ADD 1 TO RCV-UNAUDITED-COUNT
122450         MOVE 'FACTBIG RESULT - FACTBIG KEEPS NO AUDIT TRAIL'
122500             TO RCV-MISSING-REASON
122550     ELSE
122600         MOVE 'NO USABLE AUDIT ENTRY IN THE LOGS READ'
122650             TO RCV-MISSING-REASON
122700     END-IF
122750     PERFORM 6100-LIST-MISSING-KEY THRU 6100-EXIT.
123500 4500-EXIT.
123600     EXIT.
123700*****************************************************************
123800* 5000-REBUILD-CP - WEIGH THE THREE CP LOGS, SORT THE KEYS,     *
123900*                   LOAD EVERY KEY THE EVIDENCE SUPPORTS, AND   *
124000*                   LIST THE KEYS STILL MISSING                 *
124100*****************************************************************
124200 5000-REBUILD-CP.
124300     MOVE 'COMB' TO RCV-CP-LOG-SW
124400     PERFORM 5100-READ-CP-LOG THRU 5100-EXIT
124500     MOVE 'PERM' TO RCV-CP-LOG-SW
124600     PERFORM 5100-READ-CP-LOG THRU 5100-EXIT
124700     MOVE 'DRNG' TO RCV-CP-LOG-SW
124800     PERFORM 5100-READ-CP-LOG THRU 5100-EXIT
124900     PERFORM 5300-SORT-CP-TABLE THRU 5300-EXIT
125000     PERFORM 6200-START-RESTORED-LIST THRU 6200-EXIT
125100     PERFORM 5500-WRITE-ONE-CP-KEY THRU 5500-EXIT
125200         VARYING RCV-SUB FROM 1 BY 1
125300         UNTIL RCV-SUB > RCV-CP-KEY-COUNT
125400     IF RCV-RESTORED-COUNT = ZERO
125500         MOVE 'NONE - THE AUDIT TRAILS SUPPORT NO KEY'
125600             TO RCV-MSG-TEXT
125700         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
125800     END-IF
125900     PERFORM 6300-START-MISSING-LIST THRU 6300-EXIT
126000     PERFORM 5600-CHECK-ONE-CP-KEY THRU 5600-EXIT
126100         VARYING RCV-SUB FROM 1 BY 1
126200         UNTIL RCV-SUB > RCV-CP-KEY-COUNT
126300     PERFORM 6400-END-MISSING-LIST THRU 6400-EXIT.
126400 5000-EXIT.
126500     EXIT.
126600*****************************************************************
126700* 5100-READ-CP-LOG - READ ONE CP LOG TO THE END                 *
126800*****************************************************************
126900 5100-READ-CP-LOG.
127000     MOVE ZERO TO RCV-LOG-READ-COUNT
127100     IF CP-LOG-COMB
127150         MOVE 'COMBAUDT' TO RCV-LOG-NAME
127200         OPEN INPUT COMB-AUDIT-FILE
127250         MOVE RCV-CA-STATUS TO RCV-LOG-STATUS
127300     ELSE
127350         IF CP-LOG-PERM
127400             MOVE 'PERMAUDT' TO RCV-LOG-NAME
127450             OPEN INPUT PERM-AUDIT-FILE
127500             MOVE RCV-PA-STATUS TO RCV-LOG-STATUS
127550         ELSE
127600             IF CP-LOG-DRNG
127650                 MOVE 'DRNGAUDT' TO RCV-LOG-NAME
127700                 OPEN INPUT DRNG-AUDIT-FILE
127750                 MOVE RCV-DA-STATUS TO RCV-LOG-STATUS
127800             END-IF
127850         END-IF
127900     END-IF
128500     IF NOT LOG-IO-OK
128600         PERFORM 7100-LOG-UNAVAILABLE THRU 7100-EXIT
128700         GO TO 5100-EXIT
128800     END-IF
128900     SET LOG-NOT-AT-END TO TRUE
129000     PERFORM 5110-READ-ONE-CP-ENTRY THRU 5110-EXIT
129100         UNTIL LOG-AT-END
129200     IF CP-LOG-COMB
129250         CLOSE COMB-AUDIT-FILE
129300         MOVE RCV-LOG-READ-COUNT TO RCV-COMB-READ-COUNT
129350     ELSE
129400         IF CP-LOG-PERM
129450             CLOSE PERM-AUDIT-FILE
129500             MOVE RCV-LOG-READ-COUNT TO RCV-PERM-READ-COUNT
129550         ELSE
129600             IF CP-LOG-DRNG
129650                 CLOSE DRNG-AUDIT-FILE
129700                 MOVE RCV-LOG-READ-COUNT TO RCV-DRNG-READ-COUNT
129750             END-IF
129800         END-IF
129850     END-IF.
130300 5100-EXIT.
130400     EXIT.
130500*****************************************************************
130600* 5110-READ-ONE-CP-ENTRY - READ ONE CPAUDREC AND WEIGH IT       *
130700*****************************************************************
130800 5110-READ-ONE-CP-ENTRY.
130900     IF CP-LOG-COMB
130950         READ COMB-AUDIT-FILE INTO CP-AUDIT-RECORD
131000             AT END
131050                 SET LOG-AT-END TO TRUE
131100         END-READ
131150         MOVE RCV-CA-STATUS TO RCV-LOG-STATUS
131200     ELSE
131250         IF CP-LOG-PERM
131300             READ PERM-AUDIT-FILE INTO CP-AUDIT-RECORD
131350                 AT END
131400                     SET LOG-AT-END TO TRUE
131450             END-READ
131500             MOVE RCV-PA-STATUS TO RCV-LOG-STATUS
131550         ELSE
131600             IF CP-LOG-DRNG
131650                 READ DRNG-AUDIT-FILE INTO CP-AUDIT-RECORD
131700                     AT END
131750                         SET LOG-AT-END TO TRUE
131800                 END-READ
131850                 MOVE RCV-DA-STATUS TO RCV-LOG-STATUS
131900             END-IF
131950         END-IF
132000     END-IF
132900     IF LOG-AT-END
133000         GO TO 5110-EXIT
133100     END-IF
133200     IF NOT LOG-IO-OK
133300         PERFORM 7200-LOG-READ-FAILED THRU 7200-EXIT
133400         GO TO 5110-EXIT
133500     END-IF
133600     ADD 1 TO RCV-LOG-READ-COUNT
133700     PERFORM 5120-WEIGH-CP-EVIDENCE THRU 5120-EXIT.
133800 5110-EXIT.
133900     EXIT.
134000*****************************************************************
134100* 5120-WEIGH-CP-EVIDENCE - KEEP A CLEAN ENTRY AS EVIDENCE FOR   *
134200*                  ITS KEY WHEN IT IS THE EARLIEST SEEN.  TWO   *
134300*                  RESULTS FOR ONE KEY THAT DISAGREE MARK THE   *
134400*                  KEY IN CONFLICT FOR GOOD.                    *
134500*****************************************************************
134600 5120-WEIGH-CP-EVIDENCE.
134700     IF CP-AUDIT-N IS NOT NUMERIC
134800         OR CP-AUDIT-R IS NOT NUMERIC
134900         OR CP-AUDIT-RESULT IS NOT NUMERIC
135000         OR CP-AUDIT-DATE IS NOT NUMERIC
135100         OR CP-AUDIT-TIME IS NOT NUMERIC
135200         OR CP-AUDIT-OVFL-IND = 'Y'
135300         OR CP-AUDIT-ERR-IND = 'Y'
135400         GO TO 5120-EXIT
135500     END-IF
135600     IF CP-AUDIT-DATE < RCV-CUTOFF-DATE
135700         ADD 1 TO RCV-CUTOFF-COUNT
135800         GO TO 5120-EXIT
135900     END-IF
136000     MOVE RCV-CP-LOG-SW TO RCV-KEY-FUNCTION
136100     MOVE CP-AUDIT-N TO RCV-KEY-N
136200     IF CP-LOG-DRNG
136300         MOVE ZERO TO RCV-KEY-R
136400     ELSE
136500         MOVE CP-AUDIT-R TO RCV-KEY-R
136600     END-IF
136700     PERFORM 5200-FIND-CP-ENTRY THRU 5200-EXIT
136800     IF RCV-FOUND-SUB = ZERO
136900         GO TO 5120-EXIT
137000     END-IF
137100     IF RCC-CONFLICT (RCV-FOUND-SUB)
137200         GO TO 5120-EXIT
137300     END-IF
137400     IF RCC-NO-EVIDENCE (RCV-FOUND-SUB)
137500         PERFORM 5130-TAKE-CP-EVIDENCE THRU 5130-EXIT
137600         GO TO 5120-EXIT
137700     END-IF
137800     IF CP-AUDIT-RESULT NOT = RCC-RESULT (RCV-FOUND-SUB)
137900         SET RCC-CONFLICT (RCV-FOUND-SUB) TO TRUE
138000         ADD 1 TO RCV-CONFLICT-COUNT
138100         GO TO 5120-EXIT
138200     END-IF
138300     IF CP-AUDIT-DATE < RCC-DATE (RCV-FOUND-SUB)
138400         OR (CP-AUDIT-DATE = RCC-DATE (RCV-FOUND-SUB)
138500             AND CP-AUDIT-TIME < RCC-TIME (RCV-FOUND-SUB))
138600         PERFORM 5130-TAKE-CP-EVIDENCE THRU 5130-EXIT
138700     END-IF.
138800 5120-EXIT.
138900     EXIT.
139000*****************************************************************
139100* 5130-TAKE-CP-EVIDENCE - THE CURRENT ENTRY BECOMES THE         *
139200*                         EVIDENCE HELD FOR ITS KEY             *
139300*****************************************************************
139400 5130-TAKE-CP-EVIDENCE.
139500     SET RCC-HAS-EVIDENCE (RCV-FOUND-SUB) TO TRUE
139600     MOVE CP-AUDIT-RESULT TO RCC-RESULT (RCV-FOUND-SUB)
139700     MOVE CP-AUDIT-DATE TO RCC-DATE (RCV-FOUND-SUB)
139800     MOVE CP-AUDIT-TIME TO RCC-TIME (RCV-FOUND-SUB)
139900     MOVE CP-AUDIT-RUN-ID TO RCC-RUN-ID (RCV-FOUND-SUB)
140000     MOVE RCV-LOG-NAME TO RCC-SOURCE (RCV-FOUND-SUB).
140100 5130-EXIT.
140200     EXIT.
140300*****************************************************************
140400* 5200-FIND-CP-ENTRY - FIND THE TABLE ENTRY FOR RCV-KEY-AREA,   *
140500*                      ADDING ONE IF THERE IS ROOM.  A FULL     *
140600*                      TABLE RETURNS ZERO AND MAKES THE         *
140700*                      RECOVERY INCOMPLETE.                     *
140800*****************************************************************
140900 5200-FIND-CP-ENTRY.
141000     MOVE ZERO TO RCV-FOUND-SUB
141100     PERFORM 5210-MATCH-CP-ENTRY THRU 5210-EXIT
141200         VARYING RCV-SUB FROM 1 BY 1
141300         UNTIL RCV-SUB > RCV-CP-KEY-COUNT
141400            OR RCV-FOUND-SUB > ZERO
141500     IF RCV-FOUND-SUB > ZERO
141600         GO TO 5200-EXIT
141700     END-IF
141800     IF RCV-CP-KEY-COUNT < RCV-CP-TABLE-MAX
141900         ADD 1 TO RCV-CP-KEY-COUNT
142000         MOVE RCV-CP-KEY-COUNT TO RCV-FOUND-SUB
142100         MOVE SPACES TO RCV-CP-ENTRY (RCV-FOUND-SUB)
142200         MOVE RCV-KEY-AREA TO RCC-KEY (RCV-FOUND-SUB)
142300         GO TO 5200-EXIT
142400     END-IF
142500     ADD 1 TO RCV-LOST-ENTRY-COUNT
142600     SET RECOVERY-INCOMPLETE TO TRUE
142700     IF NOT CP-TABLE-FULL
142800         SET CP-TABLE-FULL TO TRUE
142900         MOVE 'CP KEY TABLE FULL AT 2000 KEYS - LATER KEYS NOT'
143000             TO RCV-MSG-TEXT
143100         MOVE 'RECOVERED' TO RCV-MSG-TEXT (50:9)
143200         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
143300     END-IF.
143400 5200-EXIT.
143500     EXIT.
143600*****************************************************************
143700* 5210-MATCH-CP-ENTRY - COMPARE ONE TABLE ENTRY WITH THE KEY    *
143800*****************************************************************
143900 5210-MATCH-CP-ENTRY.
144000     IF RCC-KEY (RCV-SUB) = RCV-KEY-AREA
144100         MOVE RCV-SUB TO RCV-FOUND-SUB
144200     END-IF.
144300 5210-EXIT.
144400     EXIT.
144500*****************************************************************
144600* 5300-SORT-CP-TABLE - BUBBLE THE TABLE INTO CPMSTR KEY ORDER   *
144700*                      SO THE MASTER CAN BE LOADED SEQUENTIALLY *
144800*****************************************************************
144900 5300-SORT-CP-TABLE.
145000     IF RCV-CP-KEY-COUNT < 2
145100         GO TO 5300-EXIT
145200     END-IF
145300     SET SORT-PASS-SWAPPED TO TRUE
145400     PERFORM 5310-CP-SORT-PASS THRU 5310-EXIT
145500         UNTIL SORT-PASS-CLEAN.
145600 5300-EXIT.
145700     EXIT.
145800*****************************************************************
145900* 5310-CP-SORT-PASS - ONE PASS OF THE BUBBLE SORT               *
146000*****************************************************************
146100 5310-CP-SORT-PASS.
146200     SET SORT-PASS-CLEAN TO TRUE
146300     PERFORM 5320-CP-COMPARE THRU 5320-EXIT
146400         VARYING RCV-SORT-SUB FROM 1 BY 1
146500         UNTIL RCV-SORT-SUB >= RCV-CP-KEY-COUNT.
146600 5310-EXIT.
146700     EXIT.
146800*****************************************************************
146900* 5320-CP-COMPARE - SWAP TWO ADJACENT ENTRIES OUT OF KEY ORDER  *
147000*****************************************************************
147100 5320-CP-COMPARE.
147200     COMPUTE RCV-SORT-SUB-2 = RCV-SORT-SUB + 1
147300     IF RCC-KEY (RCV-SORT-SUB) > RCC-KEY (RCV-SORT-SUB-2)
147400         MOVE RCV-CP-ENTRY (RCV-SORT-SUB) TO RCV-CP-HOLD
147500         MOVE RCV-CP-ENTRY (RCV-SORT-SUB-2)
147600             TO RCV-CP-ENTRY (RCV-SORT-SUB)
147700         MOVE RCV-CP-HOLD TO RCV-CP-ENTRY (RCV-SORT-SUB-2)
147800         SET SORT-PASS-SWAPPED TO TRUE
147900     END-IF.
148000 5320-EXIT.
148100     EXIT.
148200*****************************************************************
148300* 5500-WRITE-ONE-CP-KEY - LOAD A KEY THE EVIDENCE SUPPORTS AND  *
148400*                         LIST IT                               *
148500*****************************************************************
148600 5500-WRITE-ONE-CP-KEY.
148700     IF NOT RCC-HAS-EVIDENCE (RCV-SUB)
148800         GO TO 5500-EXIT
148900     END-IF
149000     MOVE RCC-KEY (RCV-SUB) TO CM-KEY
149100     MOVE RCC-RESULT (RCV-SUB) TO CM-RESULT
149200     MOVE RCC-DATE (RCV-SUB) TO CM-DATE-COMPUTED
149300     MOVE RCC-RUN-ID (RCV-SUB) TO CM-RUN-ID
149400     WRITE CP-MASTER-RECORD
149500         INVALID KEY
149600             CONTINUE
149700     END-WRITE
149800     MOVE RCV-CM-STATUS TO RCV-MASTER-STATUS
149900     IF NOT MASTER-IO-OK
150000         SET RCC-WRITE-FAILED (RCV-SUB) TO TRUE
150100         PERFORM 7300-WRITE-FAILED THRU 7300-EXIT
150200         GO TO 5500-EXIT
150300     END-IF
150400     ADD 1 TO RCV-RESTORED-COUNT
150500     MOVE RCC-SOURCE (RCV-SUB) TO RCV-SOURCE
150600     IF RCV-SOURCE = 'COMBAUDT'
150650         ADD 1 TO RCV-FROM-COMB-COUNT
150700     ELSE
150750         IF RCV-SOURCE = 'PERMAUDT'
150800             ADD 1 TO RCV-FROM-PERM-COUNT
150850         ELSE
150900             ADD 1 TO RCV-FROM-DRNG-COUNT
150950         END-IF
151000     END-IF
151400     PERFORM 6000-LIST-RESTORED-KEY THRU 6000-EXIT.
151500 5500-EXIT.
151600     EXIT.
151700*****************************************************************
151800* 5600-CHECK-ONE-CP-KEY - LIST A KEY THAT WAS NOT RESTORED WHEN *
151900*                  IT IS ON THE INVENTORY, ITS EVIDENCE         *
152000*                  CONFLICTS, OR ITS WRITE FAILED               *
152100*****************************************************************
152200 5600-CHECK-ONE-CP-KEY.
152300     MOVE RCC-KEY (RCV-SUB) TO RCV-KEY-AREA
152350     IF RCC-CONFLICT (RCV-SUB)
152400         MOVE 'AUDIT ENTRIES DISAGREE ON THE RESULT'
152450             TO RCV-MISSING-REASON
152500         PERFORM 6100-LIST-MISSING-KEY THRU 6100-EXIT
152550         GO TO 5600-EXIT
152600     END-IF
152650     IF RCC-WRITE-FAILED (RCV-SUB)
152700         MOVE 'MASTER WRITE FAILED' TO RCV-MISSING-REASON
152750         PERFORM 6100-LIST-MISSING-KEY THRU 6100-EXIT
152800         GO TO 5600-EXIT
152850     END-IF
152900     IF RCC-HAS-EVIDENCE (RCV-SUB)
152950         OR NOT RCC-ON-INVENTORY (RCV-SUB)
153000         GO TO 5600-EXIT
153050     END-IF
153100     MOVE 'NO CLEAN AUDIT ENTRY IN THE LOGS READ'
153150         TO RCV-MISSING-REASON
153200     PERFORM 6100-LIST-MISSING-KEY THRU 6100-EXIT.
153900 5600-EXIT.
154000     EXIT.
154100*****************************************************************
154200* 6000-LIST-RESTORED-KEY - LIST THE MASTER RECORD JUST WRITTEN  *
154300*                          AND WHERE IT CAME FROM               *
154400*****************************************************************
154500 6000-LIST-RESTORED-KEY.
154600     MOVE SPACES TO RCV-RD-N RCV-RD-R RCV-RD-RESULT RCV-RD-DATE
154700     MOVE RCV-SOURCE TO RCV-RD-SOURCE
154800     IF RECOVERING-FACT
154900         MOVE 'FACT' TO RCV-RD-FUNCTION
155000         IF FM-N IS NUMERIC
155100             MOVE FM-N TO RCV-R-EDIT
155200             MOVE RCV-R-EDIT TO RCV-RD-N
155300         END-IF
155400         IF FM-FORM-BIG
155500             MOVE '   FACTBIG DIGITS' TO RCV-RD-RESULT
155600         ELSE
155700             IF FM-RESULT IS NUMERIC
155800                 MOVE FM-RESULT TO RCV-RESULT-EDIT
155900                 MOVE RCV-RESULT-EDIT TO RCV-RD-RESULT
156000             END-IF
156100         END-IF
156200         IF FM-DATE-COMPUTED IS NUMERIC
156300             MOVE FM-DATE-COMPUTED TO RCV-DATE-EDIT
156400             MOVE RCV-DATE-EDIT TO RCV-RD-DATE
156500         END-IF
156600         MOVE FM-RUN-ID TO RCV-RD-RUN-ID
156700     ELSE
156800         MOVE CM-FUNCTION TO RCV-RD-FUNCTION
156900         IF CM-N IS NUMERIC
157000             MOVE CM-N TO RCV-R-EDIT
157100             MOVE RCV-R-EDIT TO RCV-RD-N
157200         END-IF
157300         IF CM-FUNCTION NOT = 'DRNG' AND CM-R IS NUMERIC
157400             MOVE CM-R TO RCV-R-EDIT
157500             MOVE RCV-R-EDIT TO RCV-RD-R
157600         END-IF
157700         IF CM-RESULT IS NUMERIC
157800             MOVE CM-RESULT TO RCV-RESULT-EDIT
157900             MOVE RCV-RESULT-EDIT TO RCV-RD-RESULT
158000         END-IF
158100         IF CM-DATE-COMPUTED IS NUMERIC
158200             MOVE CM-DATE-COMPUTED TO RCV-DATE-EDIT
158300             MOVE RCV-DATE-EDIT TO RCV-RD-DATE
158400         END-IF
158500         MOVE CM-RUN-ID TO RCV-RD-RUN-ID
158600     END-IF
158700     MOVE RCV-RESTORED-DETAIL TO RCV-PRINT-AREA
158800     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
158900 6000-EXIT.
159000     EXIT.
159100*****************************************************************
159200* 6100-LIST-MISSING-KEY - LIST RCV-KEY-AREA WITH THE REASON IT  *
159300*                         IS STILL MISSING                      *
159400*****************************************************************
159500 6100-LIST-MISSING-KEY.
159600     ADD 1 TO RCV-MISSING-COUNT
159700     MOVE RCV-KEY-FUNCTION TO RCV-MD-FUNCTION
159800     MOVE RCV-KEY-N TO RCV-MD-N
159900     IF RCV-KEY-FUNCTION = 'COMB' OR RCV-KEY-FUNCTION = 'PERM'
160000         MOVE RCV-KEY-R TO RCV-R-EDIT
160100         MOVE RCV-R-EDIT TO RCV-MD-R
160200     ELSE
160300         MOVE SPACES TO RCV-MD-R
160400     END-IF
160500     MOVE RCV-MISSING-REASON TO RCV-MD-REASON
160600     MOVE RCV-MISSING-DETAIL TO RCV-PRINT-AREA
160700     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
160800 6100-EXIT.
160900     EXIT.
161000*****************************************************************
161100* 6200-START-RESTORED-LIST - TITLE AND COLUMN HEADS FOR THE     *
161200*                            KEYS RESTORED                      *
161300*****************************************************************
161400 6200-START-RESTORED-LIST.
161500     MOVE RCV-RESTORED-HEADS TO RCV-COLUMN-HEADS
161600     MOVE 'KEYS RESTORED TO THE MASTER' TO RCV-TITLE-TEXT
161700     MOVE RCV-SECTION-TITLE TO RCV-PRINT-AREA
161800     MOVE 2 TO RCV-SPACING
161900     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
162000     MOVE RCV-COLUMN-HEADS TO RCV-PRINT-AREA
162100     MOVE 2 TO RCV-SPACING
162200     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
162300 6200-EXIT.
162400     EXIT.
162500*****************************************************************
162600* 6300-START-MISSING-LIST - TITLE AND COLUMN HEADS FOR THE KEYS *
162700*                           STILL MISSING                       *
162800*****************************************************************
162900 6300-START-MISSING-LIST.
163000     MOVE RCV-MISSING-HEADS TO RCV-COLUMN-HEADS
163100     MOVE 'KEYS STILL MISSING - LEFT FOR RECOMPUTATION'
163200         TO RCV-TITLE-TEXT
163300     MOVE RCV-SECTION-TITLE TO RCV-PRINT-AREA
163400     MOVE 2 TO RCV-SPACING
163500     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
163600     MOVE RCV-COLUMN-HEADS TO RCV-PRINT-AREA
163700     MOVE 2 TO RCV-SPACING
163800     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
163900 6300-EXIT.
164000     EXIT.
164100*****************************************************************
164200* 6400-END-MISSING-LIST - SAY SO WHEN NOTHING WAS LISTED, AND   *
164300*                         WARN WHEN THE LIST CANNOT BE TRUSTED  *
164400*                         TO BE COMPLETE                        *
164500*****************************************************************
164600 6400-END-MISSING-LIST.
164700     IF RCV-MISSING-COUNT = ZERO
164800         MOVE 'NONE' TO RCV-MSG-TEXT
164900         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
165000     END-IF
165100     MOVE SPACES TO RCV-COLUMN-HEADS
165200     IF NO-INVENTORY
165300         MOVE 'NO KEY INVENTORY - A KEY THE AUDIT TRAILS DO NOT'
165400             TO RCV-MSG-TEXT
165500         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
165600         MOVE 'NAME CANNOT BE LISTED HERE' TO RCV-MSG-TEXT
165700         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
165800         GO TO 6400-EXIT
165900     END-IF
166000     IF CONTROLS-OUT-OF-BALANCE
166100         MOVE 'THE KEY INVENTORY DID NOT BALANCE -'
166200             TO RCV-MSG-TEXT
166300         MOVE 'THIS LIST MAY BE INCOMPLETE'
166400             TO RCV-MSG-TEXT (37:27)
166500         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
166600     END-IF.
166700 6400-EXIT.
166800     EXIT.
166900*****************************************************************
167000* 7000-PRINT-TOTALS - THE RECOVERY TOTALS FOR THE MODE RUN      *
167100*****************************************************************
167200 7000-PRINT-TOTALS.
167300     IF MODE-CHECK
167400         OR (MODE-RELOAD AND CONTROLS-OUT-OF-BALANCE)
167500         GO TO 7000-EXIT
167600     END-IF
167700     MOVE 'RECOVERY TOTALS' TO RCV-TITLE-TEXT
167800     MOVE RCV-SECTION-TITLE TO RCV-PRINT-AREA
167900     MOVE 2 TO RCV-SPACING
168000     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
168100     MOVE 1 TO RCV-SPACING
168200     IF MODE-RELOAD
168300         MOVE 'KEYS RESTORED FROM THE BACKUP . . . . . . . . . . '
168400             TO RCV-TOT-TEXT
168500         MOVE RCV-RESTORED-COUNT TO RCV-TOT-COUNT
168600         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
168700         MOVE 'KEYS STILL MISSING. . . . . . . . . . . . . . . . '
168800             TO RCV-TOT-TEXT
168900         MOVE RCV-MISSING-COUNT TO RCV-TOT-COUNT
169000         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
169100         GO TO 7000-EXIT
169200     END-IF
169300     IF INVENTORY-PRESENT
169400         MOVE 'KEYS ON THE BACKUP INVENTORY. . . . . . . . . . . '
169500             TO RCV-TOT-TEXT
169600         MOVE RCV-DETAIL-COUNT TO RCV-TOT-COUNT
169700         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
169800     END-IF
169900     IF RECOVERING-FACT
170000         MOVE 'FACTAUDT ENTRIES READ . . . . . . . . . . . . . . '
170100             TO RCV-TOT-TEXT
170200         MOVE RCV-AUDT-READ-COUNT TO RCV-TOT-COUNT
170300         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
170400         MOVE 'FACTARCH ENTRIES READ . . . . . . . . . . . . . . '
170500             TO RCV-TOT-TEXT
170600         MOVE RCV-ARCH-READ-COUNT TO RCV-TOT-COUNT
170700         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
170800     ELSE
170900         MOVE 'COMBAUDT ENTRIES READ . . . . . . . . . . . . . . '
171000             TO RCV-TOT-TEXT
171100         MOVE RCV-COMB-READ-COUNT TO RCV-TOT-COUNT
171200         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
171300         MOVE 'PERMAUDT ENTRIES READ . . . . . . . . . . . . . . '
171400             TO RCV-TOT-TEXT
171500         MOVE RCV-PERM-READ-COUNT TO RCV-TOT-COUNT
171600         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
171700         MOVE 'DRNGAUDT ENTRIES READ . . . . . . . . . . . . . . '
171800             TO RCV-TOT-TEXT
171900         MOVE RCV-DRNG-READ-COUNT TO RCV-TOT-COUNT
172000         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
172100     END-IF
172200     MOVE 'ENTRIES DATED BEFORE THE AUDIT CUTOFF. . . . . . . '
172300         TO RCV-TOT-TEXT
172400     MOVE RCV-CUTOFF-COUNT TO RCV-TOT-COUNT
172500     PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
172600     IF RECOVERING-FACT
172700         MOVE 'KEYS RESTORED FROM FACTAUDT . . . . . . . . . . . '
172800             TO RCV-TOT-TEXT
172900         MOVE RCV-FROM-AUDT-COUNT TO RCV-TOT-COUNT
173000         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
173100         MOVE 'KEYS RESTORED FROM FACTARCH . . . . . . . . . . . '
173200             TO RCV-TOT-TEXT
173300         MOVE RCV-FROM-ARCH-COUNT TO RCV-TOT-COUNT
173400         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
173500     ELSE
173600         MOVE 'KEYS RESTORED FROM COMBAUDT . . . . . . . . . . . '
173700             TO RCV-TOT-TEXT
173800         MOVE RCV-FROM-COMB-COUNT TO RCV-TOT-COUNT
173900         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
174000         MOVE 'KEYS RESTORED FROM PERMAUDT . . . . . . . . . . . '
174100             TO RCV-TOT-TEXT
174200         MOVE RCV-FROM-PERM-COUNT TO RCV-TOT-COUNT
174300         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
174400         MOVE 'KEYS RESTORED FROM DRNGAUDT . . . . . . . . . . . '
174500             TO RCV-TOT-TEXT
174600         MOVE RCV-FROM-DRNG-COUNT TO RCV-TOT-COUNT
174700         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
174800     END-IF
174900     MOVE 'KEYS RESTORED - TOTAL . . . . . . . . . . . . . . '
175000         TO RCV-TOT-TEXT
175100     MOVE RCV-RESTORED-COUNT TO RCV-TOT-COUNT
175200     PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
175300     MOVE 'KEYS STILL MISSING. . . . . . . . . . . . . . . . '
175400         TO RCV-TOT-TEXT
175500     MOVE RCV-MISSING-COUNT TO RCV-TOT-COUNT
175600     PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
175700     MOVE '  AUDIT ENTRIES DISAGREE ON THE RESULT. . . . . . '
175800         TO RCV-TOT-TEXT
175900     MOVE RCV-CONFLICT-COUNT TO RCV-TOT-COUNT
176000     PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
176100     IF RECOVERING-FACT
176200         MOVE '  FACTBIG RESULTS, NEVER AUDITED. . . . . . . . . '
176300             TO RCV-TOT-TEXT
176400         MOVE RCV-UNAUDITED-COUNT TO RCV-TOT-COUNT
176500         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
176600     END-IF
176700     IF RCV-INV-RANGE-COUNT > ZERO
176800         MOVE 'INVENTORY KEYS ABOVE N=80 - IGNORED . . . . . . . '
176900             TO RCV-TOT-TEXT
177000         MOVE RCV-INV-RANGE-COUNT TO RCV-TOT-COUNT
177100         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
177200     END-IF
177300     IF RCV-LOST-ENTRY-COUNT > ZERO
177400         MOVE 'ENTRIES LOST - CP KEY TABLE FULL. . . . . . . . . '
177500             TO RCV-TOT-TEXT
177600         MOVE RCV-LOST-ENTRY-COUNT TO RCV-TOT-COUNT
177700         PERFORM 9300-WRITE-TOTAL-LINE THRU 9300-EXIT
177800     END-IF.
177900 7000-EXIT.
178000     EXIT.
178100*****************************************************************
178200* 7100-LOG-UNAVAILABLE - AN AUDIT LOG THAT WILL NOT OPEN        *
178300*****************************************************************
178400 7100-LOG-UNAVAILABLE.
178500     SET RECOVERY-INCOMPLETE TO TRUE
178600     MOVE RCV-LOG-NAME TO RCV-MSG-TEXT
178700     MOVE 'WILL NOT OPEN - STATUS' TO RCV-MSG-TEXT (10:22)
178800     MOVE RCV-LOG-STATUS TO RCV-MSG-TEXT (33:2)
178900     MOVE '- NO KEYS RESTORED FROM IT' TO RCV-MSG-TEXT (36:26)
179000     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT.
179100 7100-EXIT.
179200     EXIT.
179300*****************************************************************
179400* 7200-LOG-READ-FAILED - A HARD READ ERROR PART WAY THROUGH A   *
179500*                        LOG ENDS THE READ OF THAT LOG          *
179600*****************************************************************
179700 7200-LOG-READ-FAILED.
179800     SET RECOVERY-INCOMPLETE TO TRUE
179900     SET LOG-AT-END TO TRUE
180000     MOVE RCV-LOG-NAME TO RCV-MSG-TEXT
180100     MOVE 'READ FAILED - STATUS' TO RCV-MSG-TEXT (10:20)
180200     MOVE RCV-LOG-STATUS TO RCV-MSG-TEXT (31:2)
180300     MOVE '- REST OF THE LOG NOT READ' TO RCV-MSG-TEXT (34:26)
180400     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT.
180500 7200-EXIT.
180600     EXIT.
180700*****************************************************************
180800* 7300-WRITE-FAILED - A MASTER WRITE THAT DID NOT COMPLETE      *
180900*****************************************************************
181000 7300-WRITE-FAILED.
181100     SET RECOVERY-INCOMPLETE TO TRUE
181200     MOVE RCV-MASTER-NAME TO RCV-MSG-TEXT
181300     MOVE 'WRITE FAILED - STATUS' TO RCV-MSG-TEXT (10:21)
181400     MOVE RCV-MASTER-STATUS TO RCV-MSG-TEXT (32:2)
181500     MOVE '- KEY NOT RESTORED' TO RCV-MSG-TEXT (35:18)
181600     PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT.
181700 7300-EXIT.
181800     EXIT.
181900*****************************************************************
182000* 8000-TERMINATE - VERDICT, RETURN CODE, AND CLOSES             *
182100*****************************************************************
182200 8000-TERMINATE.
182300     IF MASTER-WAS-OPENED
182400         IF RECOVERING-FACT
182500             CLOSE FACT-MASTER-FILE
182600         ELSE
182700             CLOSE CP-MASTER-FILE
182800         END-IF
182900     END-IF
183000     IF PARM-IN-ERROR OR MASTER-UNAVAILABLE
183050         MOVE 12 TO RETURN-CODE
183100     ELSE
183150         PERFORM 8100-SET-VERDICT THRU 8100-EXIT
183200         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
183250     END-IF
183300     CLOSE RECOVERY-REPORT-FILE.
183350 8000-EXIT.
183400     EXIT.
183450*****************************************************************
183500* 8100-SET-VERDICT - THE CLOSING MESSAGE AND RETURN CODE FOR    *
183550*                    THE MODE RUN AND HOW IT WENT               *
183600*****************************************************************
183650 8100-SET-VERDICT.
183700     IF MODE-CHECK
183750         IF CONTROLS-IN-BALANCE
183800             MOVE 'BACKUP GENERATION IS FIT TO RELOAD'
183850                 TO RCV-MSG-TEXT
183900             MOVE ZERO TO RETURN-CODE
183950         ELSE
184000             MOVE 'BACKUP GENERATION IS NOT FIT TO RELOAD'
184050                 TO RCV-MSG-TEXT
184100             MOVE 8 TO RETURN-CODE
184150         END-IF
184200         GO TO 8100-EXIT
184250     END-IF
184300     IF MODE-RELOAD AND CONTROLS-OUT-OF-BALANCE
184350         MOVE 'NOTHING RELOADED - USE AN EARLIER GENERATION'
184400             TO RCV-MSG-TEXT
184450         MOVE 'OR REBUILD' TO RCV-MSG-TEXT (46:10)
184500         MOVE 8 TO RETURN-CODE
184550         GO TO 8100-EXIT
184600     END-IF
184650     IF RECOVERY-INCOMPLETE
184700         MOVE 'RECOVERY INCOMPLETE - SEE THE MESSAGES ABOVE'
184750             TO RCV-MSG-TEXT
184800         MOVE 8 TO RETURN-CODE
184850         GO TO 8100-EXIT
184900     END-IF
184950     IF MODE-RELOAD
185000         MOVE 'MASTER RELOADED IN FULL FROM THE BACKUP'
185050             TO RCV-MSG-TEXT
185100         MOVE ZERO TO RETURN-CODE
185150         GO TO 8100-EXIT
185200     END-IF
185250     IF RCV-MISSING-COUNT > ZERO
185300         MOVE 'REBUILD DONE - RECOMPUTE THE MISSING KEYS WITH'
185350             TO RCV-MSG-TEXT
185400         MOVE 'LOAD CARDS' TO RCV-MSG-TEXT (48:10)
185450         MOVE 4 TO RETURN-CODE
185500         GO TO 8100-EXIT
185550     END-IF
185600     IF NO-INVENTORY OR CONTROLS-OUT-OF-BALANCE
185650         MOVE 'REBUILD DONE - MISSING KEYS NOT FULLY KNOWN'
185700             TO RCV-MSG-TEXT
185750         MOVE 4 TO RETURN-CODE
185800     ELSE
185850         MOVE 'REBUILD DONE - NOTHING KNOWN TO BE MISSING'
185900             TO RCV-MSG-TEXT
185950         MOVE ZERO TO RETURN-CODE
186000     END-IF.
186050 8100-EXIT.
186100     EXIT.
187600*****************************************************************
187700* 9000-WRITE-REPORT-LINE - WRITE RCV-PRINT-AREA, STARTING A NEW *
187800*                          PAGE WITH HEADINGS WHEN THE CURRENT  *
187900*                          PAGE IS FULL                         *
188000*****************************************************************
188100 9000-WRITE-REPORT-LINE.
188200     IF RCV-PAGE-COUNT = ZERO
188300         OR RCV-LINE-COUNT >= RCV-LINES-PER-PAGE
188400         PERFORM 9100-PRINT-PAGE-HEADINGS THRU 9100-EXIT
188500     END-IF
188600     WRITE RECOVERY-REPORT-LINE FROM RCV-PRINT-AREA
188700         AFTER ADVANCING RCV-SPACING LINES
188800     ADD RCV-SPACING TO RCV-LINE-COUNT
188900     MOVE 1 TO RCV-SPACING.
189000 9000-EXIT.
189100     EXIT.
189200*****************************************************************
189300* 9100-PRINT-PAGE-HEADINGS - PAGE HEADING PLUS THE COLUMN HEADS *
189400*                            FOR THE CURRENT SECTION            *
189500*****************************************************************
189600 9100-PRINT-PAGE-HEADINGS.
189700     ADD 1 TO RCV-PAGE-COUNT
189800     MOVE RCV-PAGE-COUNT TO RCV-H1-PAGE
189900     MOVE RCV-RUN-DATE TO RCV-H1-DATE
190000     WRITE RECOVERY-REPORT-LINE FROM RCV-HEADING-1
190100         AFTER ADVANCING PAGE
190200     MOVE 2 TO RCV-LINE-COUNT
190300     IF RCV-PAGE-COUNT > 1
190400         AND RCV-COLUMN-HEADS NOT = SPACES
190500         WRITE RECOVERY-REPORT-LINE FROM RCV-COLUMN-HEADS
190600             AFTER ADVANCING 2 LINES
190700         ADD 2 TO RCV-LINE-COUNT
190800     END-IF.
190900 9100-EXIT.
191000     EXIT.
191100*****************************************************************
191200* 9200-WRITE-MESSAGE - ONE MESSAGE LINE FROM RCV-MSG-TEXT       *
191300*****************************************************************
191400 9200-WRITE-MESSAGE.
191500     MOVE RCV-MESSAGE-LINE TO RCV-PRINT-AREA
191600     MOVE 2 TO RCV-SPACING
191700     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
191800     MOVE SPACES TO RCV-MSG-TEXT.
191900 9200-EXIT.
192000     EXIT.
192100*****************************************************************
192200* 9300-WRITE-TOTAL-LINE - ONE CONTROL TOTAL LINE                *
192300*****************************************************************
192400 9300-WRITE-TOTAL-LINE.
192500     MOVE RCV-TOTAL-LINE TO RCV-PRINT-AREA
192600     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
192700 9300-EXIT.
192800     EXIT.
192900 END PROGRAM FACTRCV.
