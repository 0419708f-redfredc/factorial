000700*****************************************************************
000800* FACTDRV IS THE BATCH DRIVER FOR THE COMBINATORICS SUBPROGRAMS.*
000900* IT READS A SEQUENTIAL FILE OF FUNCTION TRANSACTIONS (FACT,    *
001000* COMB, PERM, DRNG, OR MULT, EACH WITH N AND R), DISPATCHES     *
001100* EVERY RECORD TO FACTORIAL/FACTBIG, COMBCALC, PERMCALC,        *
001200* DRNGCALC, OR MULTCALC, AND WRITES A REPORT LINE SHOWING THE   *
001300* FUNCTION, N, R, THE RESULT, AND A RUNNING GRAND TOTAL OF ALL  *
001301* RESULTS SO FAR.                                               *
001400*                                                                *
001500* A CHECKPOINT RECORD (LAST INPUT RECORD NUMBER PROCESSED, THE  *
001600* RUNNING GRAND TOTAL, AND THE ABSOLUTE COUNT OF AUDIT RECORDS  *
010985*                  FACTRPT.  FACTSRT IS RECONCILED TO THE       *
010986*                  CHECKPOINT ON RESTART LIKE THE OTHER         *
010987*                  OUTPUTS.                                     *
010988* 10/14/2026 DLH   DEPTREG EDITS: DUNK, DFUN, DMXN.             *
010989* 10/14/2026 DLH   GRPREG FILING AND PRE-RUN DUPLICATE SCREEN;  *
010990*                  RESUBMITTED GROUPS FAIL (DUPG) UNLESS RESENT.*
010991* 10/14/2026 DLH   FACTRTN RETURN FILE, COPYBOOK RTNREC.        *
010992* 10/15/2026 DLH   FR-ORIGIN ON FACTOUT 'D' LINES FOR FACTCHG.  *
010993* 10/15/2026 DLH   RUN IDENTIFIER FCT-RUN-ID ON ALL OUTPUTS AND *
010994*                  PASSED TO THE CALCULATION SUBPROGRAMS.       *
010995* 10/15/2026 DLH   MULT FUNCTION VIA MULTCALC; SIZES ON 'C'     *
010996*                  CARDS; MULTAUDT; REASONS MCNT/MCON/MNUM/MSUM.*
010997* 10/15/2026 DLH   'S' LINE CARRIES THE GROUP RUN DATE AND      *
010998*                  DUPLICATE FLAG FOR FACTRPT.                  *
010999*****************************************************************
011000 ENVIRONMENT DIVISION.
011100 CONFIGURATION SECTION.
011200 SOURCE-COMPUTER. IBM-370.
013379         ORGANIZATION IS SEQUENTIAL.
013382     SELECT FACT-DRNG-AUD-SCR    ASSIGN TO DRNGADSC
013385         ORGANIZATION IS SEQUENTIAL.
013386     SELECT FACT-MULT-AUDIT      ASSIGN TO MULTAUDT
013387         ORGANIZATION IS SEQUENTIAL.
013388     SELECT FACT-MULT-AUD-SCR    ASSIGN TO MULTADSC
013389         ORGANIZATION IS SEQUENTIAL.
013400     SELECT FACT-MASTER-FILE     ASSIGN TO FACTMSTR
013500         ORGANIZATION IS INDEXED
013600         ACCESS IS RANDOM
013830         ACCESS IS RANDOM
013840         RECORD KEY IS CM-KEY
013850         FILE STATUS IS FCT-CPMSTR-STATUS.
013855     SELECT DEPT-REGISTRY-FILE   ASSIGN TO DEPTREG
013860         ORGANIZATION IS INDEXED
013865         ACCESS IS RANDOM
013870         RECORD KEY IS DG-SOURCE
013875         FILE STATUS IS FCT-DEPTREG-STATUS.
013881     SELECT GROUP-REGISTER-FILE  ASSIGN TO GRPREG
013882         ORGANIZATION IS INDEXED
013883         ACCESS IS RANDOM
013884         RECORD KEY IS GR-KEY
013885         FILE STATUS IS FCT-GRPREG-STATUS.
013886     SELECT FACT-RETURN-FILE     ASSIGN TO FACTRTN
013887         ORGANIZATION IS SEQUENTIAL.
013888     SELECT FACT-RETURN-SCRATCH  ASSIGN TO FACTRTNS
013889         ORGANIZATION IS SEQUENTIAL.
013900 DATA DIVISION.
014000 FILE SECTION.
014010*****************************************************************
014040* FACT-INPUT-FILE - REPEATING GROUPS, ONE PER SUBMITTING        *
014060*                   DEPARTMENT: AN 'H' HEADER RECORD (RUN DATE  *
014080*                   AND SOURCE SYSTEM), ONE 'D' DETAIL PER      *
014100*                   TRANSACTION (A FUNCTION CODE OF FACT, COMB, *
014120*                   PERM, DRNG, OR MULT, N, AND - WHERE THE     *
014140*                   FUNCTION TAKES ONE - R), AND A 'T' TRAILER  *
014160*                   CARRYING THE GROUP'S EXPECTED DETAIL COUNT  *
014180*                   AND A HASH TOTAL OF ITS N VALUES FOR        *
014200*                   PER-GROUP BALANCING.  A MULT DETAIL CARRIES *
014220*                   ITS GROUP COUNT AS R AND IS FOLLOWED BY ONE *
014240*                   'C' CONTINUATION RECORD PER FIVE GROUP      *
014260*                   SIZES; CONTINUATIONS BELONG TO THEIR DETAIL *
014280*                   AND ARE NOT COUNTED OR HASHED ON THEIR OWN  *
014310*****************************************************************
014340 FD  FACT-INPUT-FILE
014370     RECORDING MODE IS F.
014640*                    BY FACTBIG) SHOWS ASTERISKS IN FR-RESULT,  *
014670*                    STATUS 'BIG N!', AND THE FULL VALUE ON THE *
014700*                    'C' CONTINUATION LINES THAT FOLLOW.        *
014705*                    FR-ORIGIN TELLS THE CHARGEBACK HOW THE     *
014710*                    ANSWER WAS PRODUCED.                       *
014730*****************************************************************
014760 FD  FACT-REPORT-FILE
014790     RECORDING MODE IS F.
015210     05  FR-GRAND-TOTAL     PIC Z(19)9.
015240     05  FILLER             PIC X(02)      VALUE SPACES.
015270     05  FR-STATUS          PIC X(09).
015300     05  FR-ORIGIN          PIC X(01).
015305         88  FR-ORIGIN-MASTER       VALUE 'M'.
015310         88  FR-ORIGIN-COMPUTED     VALUE 'C'.
015315         88  FR-ORIGIN-FACTBIG      VALUE 'B'.
015320         88  FR-ORIGIN-REJECTED     VALUE 'R'.
015325     05  FILLER             PIC X(01)      VALUE SPACES.
015330 01  FACT-REPORT-CONT-RECORD.
015360     05  FRC-LINE-TYPE      PIC X(01).
015390     05  FILLER             PIC X(01).
015450     05  FILLER             PIC X(21).
015480*    ONE 'S' SOURCE LINE OPENS EACH INPUT GROUP'S RUN OF 'D'
015510*    LINES SO FACTRPT CAN SUBTOTAL BY SUBMITTING DEPARTMENT.
015520*    IT ALSO CARRIES THE GROUP'S HEADER RUN DATE AND WHETHER THE
015525*    GROUP FAILED AS A DUPLICATE, SO FACTRPT CAN NAME A DUPLICATE
015530*    GROUP EVEN WHEN IT SENT NO DETAILS.
015540 01  FACT-REPORT-SOURCE-RECORD.
015570     05  FRS-LINE-TYPE      PIC X(01).
015600     05  FILLER             PIC X(01).
015630     05  FRS-SOURCE         PIC X(08).
015660     05  FILLER             PIC X(01).
015662     05  FRS-RUN-DATE       PIC 9(08).
015664     05  FILLER             PIC X(01).
015666     05  FRS-DUP-SW         PIC X(01).
015668         88  FRS-DUPLICATE-GROUP    VALUE 'Y'.
015670     05  FILLER             PIC X(62).
015690*****************************************************************
015720* FACT-REPORT-SCRATCH - RAW COPY OF FACT-REPORT-RECORD, USED TO *
015750*                       REBUILD FACTOUT UP TO A CHECKPOINT ON   *
016830     05  CKPT-PERM-AUDIT-CNT  PIC 9(08).
016860     05  CKPT-DRNG-AUDIT-CNT  PIC 9(08).
016890     05  CKPT-RANK-COUNT      PIC 9(08).
016893*    THE ORIGINAL RUN'S START STAMP, SO A RESTART STILL KNOWS
016896*    THE GROUPS IT FILED ON THE GROUP REGISTER BEFORE THE ABEND.
016897*    IT IS ALSO THE RUN IDENTIFIER, SO A RESTART KEEPS THAT TOO.
016899     05  CKPT-RUN-STAMP-DATE  PIC 9(08).
016902     05  CKPT-RUN-STAMP-TIME  PIC 9(08).
016905*    THE RETURN FILE POSITION, SO A RESTART CAN TRUNCATE FACTRTN
016908*    BACK EXACTLY AS IT DOES FACTXTR.
016911     05  CKPT-RETURN-COUNT    PIC 9(08).
016912*    THE MULTAUDT POSITION, AND THE 'C' IMAGES FILED ON FACTREJ
016913*    BEHIND REJECTED MULT DETAILS, SO A RESTART CAN TRUNCATE
016914*    BOTH BACK EXACTLY.
016915     05  CKPT-MULT-AUDIT-CNT  PIC 9(08).
016916     05  CKPT-REJ-CONT-CNT    PIC 9(08).
016920*****************************************************************
016950* FACT-AUDIT-FILE - SAME AUDIT LOG FACTORIAL APPENDS TO.        *
016980*                   FACTDRV ONLY READS/TRUNCATES IT ON RESTART; *
017280*****************************************************************
017310 FD  FACT-AUDIT-SCRATCH
017340     RECORDING MODE IS F.
017370 01  FACT-AUDIT-SCRATCH-RECORD  PIC X(68).
017400*****************************************************************
017430* FACT-REJECT-FILE - ONE RECORD PER REJECTED TRANSACTION:      *
017460*                    INPUT SEQUENCE, REASON CODE, AND THE      *
017550*****************************************************************
017580 FD  FACT-REJECT-FILE
017610     RECORDING MODE IS F.
017640 01  FACT-REJECT-OUT-RECORD     PIC X(49).
017670*****************************************************************
017700* FACT-REJECT-SCRATCH - RAW COPY OF FACT-REJECT-OUT-RECORD,    *
017730*                       USED TO REBUILD FACTREJ UP TO A        *
017790*****************************************************************
017820 FD  FACT-REJECT-SCRATCH
017850     RECORDING MODE IS F.
017880 01  FACT-REJECT-SCRATCH-RECORD PIC X(49).
017910*****************************************************************
017940* FACT-REJECT-INPUT - A CORRECTED REJECT FILE COMING BACK IN   *
017970*                     UNDER PARM 'REPROC'; ONLY THE ORIGINAL   *
018150     05  RJI-SEQUENCE       PIC 9(08).
018180     05  RJI-REASON-CODE    PIC X(04).
018210     05  RJI-ORIGINAL-RECORD PIC X(21).
018211     05  RJI-RUN-ID         PIC X(16).
018240*****************************************************************
018270* FACT-MASTER-FILE - THE KEYED RESULTS MASTER.  READ BEFORE     *
018300*                    EVERY FACT COMPUTATION; A MISS IS COMPUTED *
018630*****************************************************************
018660 FD  CP-MASTER-FILE.
018690 COPY CPMSTR.
018691*****************************************************************
018692* DEPT-REGISTRY-FILE - THE KEYED DEPARTMENT REGISTRY.  READ AT  *
018693*                      EVERY GROUP HEADER TO AUTHORIZE THE      *
018694*                      SOURCE AND PICK UP ITS LIMITS; NEVER     *
018695*                      UPDATED HERE.                            *
018696*****************************************************************
018697 FD  DEPT-REGISTRY-FILE.
018698 COPY DEPTREG.
018700*****************************************************************
018702* GROUP-REGISTER-FILE - THE PROCESSED-GROUP REGISTER.  READ BY  *
018704*                       THE PRE-RUN DUPLICATE SCREEN; EVERY     *
018706*                       GROUP THAT BALANCES IS ADDED TO IT.     *
018708*****************************************************************
018710 FD  GROUP-REGISTER-FILE.
018712 COPY GRPREG.
018720*****************************************************************
018750* FACT-CONTROL-FILE - OPTIONAL OPERATOR CONTROL CARDS THAT     *
018780*                     OVERRIDE THE COMPILED RUN CONTROLS:      *
018810*                       COLS 1-8  KEYWORD  CKPTINT, REJLIMIT,  *
018840*                                 BIGTHRN, OR RESEND           *
018850*                                 ('*' = COMMENT)              *
018870*                       COLS 10-17 VALUE   THE NUMERIC VALUE   *
018880*                                 (RESEND: THE HEADER RUN      *
018884*                                 DATE OF THE GROUP)           *
018888*                       COLS 19-26 SOURCE  RESEND ONLY: THE    *
018892*                                 GROUP'S FI-HDR-SOURCE        *
018900*                     A MISSING FACTCTL DD SIMPLY LEAVES THE   *
018930*                     COMPILED DEFAULTS IN EFFECT.             *
018960*****************************************************************
019080     05  CCTL-KEYWORD       PIC X(08).
019110     05  FILLER             PIC X(01).
019140     05  CCTL-VALUE         PIC X(08).
019170     05  FILLER             PIC X(01).
019180     05  CCTL-SOURCE        PIC X(08).
019190     05  FILLER             PIC X(54).
019200*****************************************************************
019230* FACT-COMB-AUDIT / FACT-PERM-AUDIT - THE CP AUDIT LOGS        *
019260*                  COMBCALC AND PERMCALC APPEND TO (LAYOUT IN  *
019410*****************************************************************
019440 FD  FACT-COMB-AUDIT
019470     RECORDING MODE IS F.
019500 01  FACT-COMB-AUDIT-RECORD  PIC X(78).
019530 FD  FACT-COMB-AUD-SCR
019560     RECORDING MODE IS F.
019590 01  FACT-COMB-SCRATCH-RECORD PIC X(78).
019620 FD  FACT-PERM-AUDIT
019650     RECORDING MODE IS F.
019680 01  FACT-PERM-AUDIT-RECORD  PIC X(78).
019710 FD  FACT-PERM-AUD-SCR
019740     RECORDING MODE IS F.
019770 01  FACT-PERM-SCRATCH-RECORD PIC X(78).
019800*****************************************************************
019830* FACT-RANK-FILE - THE SORT-READY RANKING FILE FOR STEP020:    *
019860*                  ONE RECORD PER SUCCESSFUL TRANSACTION WITH  *
019950*****************************************************************
019980 FD  FACT-RANK-FILE
020010     RECORDING MODE IS F.
020040 01  FACT-RANK-OUT-RECORD    PIC X(180).
020070*****************************************************************
020100* FACT-RANK-SCRATCH - RAW COPY OF FACT-RANK-OUT-RECORD, USED   *
020130*                     TO REBUILD FACTSRT UP TO A CHECKPOINT ON *
020190*****************************************************************
020220 FD  FACT-RANK-SCRATCH
020250     RECORDING MODE IS F.
020280 01  FACT-RANK-SCRATCH-RECORD PIC X(180).
020310 FD  FACT-DRNG-AUDIT
020340     RECORDING MODE IS F.
020370 01  FACT-DRNG-AUDIT-RECORD  PIC X(78).
020400 FD  FACT-DRNG-AUD-SCR
020430     RECORDING MODE IS F.
020460 01  FACT-DRNG-SCRATCH-RECORD PIC X(78).
020461 FD  FACT-MULT-AUDIT
020462     RECORDING MODE IS F.
020463 01  FACT-MULT-AUDIT-RECORD  PIC X(118).
020464 FD  FACT-MULT-AUD-SCR
020465     RECORDING MODE IS F.
020466 01  FACT-MULT-SCRATCH-RECORD PIC X(118).
020490*****************************************************************
020520* FACT-EXTRACT-FILE - THE NIGHT'S RESULTS FEED FOR THE         *
020550*                     ACTUARIAL SYSTEM: HEADER, ONE DETAIL PER *
020940 FD  FACT-EXTRACT-SCRATCH
020970     RECORDING MODE IS F.
021000 01  FACT-EXTRACT-SCRATCH-RECORD PIC X(182).
021002*****************************************************************
021003* FACT-RETURN-FILE - THE NIGHT'S ANSWERS FOR THE SUBMITTING     *
021004*                    DEPARTMENTS, EVERY GROUP WRAPPED IN ITS OWN*
021005*                    HEADER AND TRAILER (COPYBOOK RTNREC, BUILT *
021006*                    IN WORKING STORAGE)                        *
021007*****************************************************************
021008 FD  FACT-RETURN-FILE
021009     RECORDING MODE IS F.
021010 01  FACT-RETURN-OUT-RECORD PIC X(200).
021011*****************************************************************
021012* FACT-RETURN-SCRATCH - RAW COPY OF FACT-RETURN-OUT-RECORD, USED*
021013*                       TO REBUILD FACTRTN UP TO A CHECKPOINT ON*
021014*                       RESTART                                 *
021015*****************************************************************
021016 FD  FACT-RETURN-SCRATCH
021017     RECORDING MODE IS F.
021018 01  FACT-RETURN-SCRATCH-RECORD PIC X(200).
021030*****************************************************************
021060* RUN-STATS-FILE - THE CUMULATIVE OPERATIONS FILE; ONE RECORD  *
021090*                  (COPYBOOK RUNSTAT, BUILT IN WORKING         *
021150*****************************************************************
021180 FD  RUN-STATS-FILE
021210     RECORDING MODE IS F.
021240 01  RUN-STAT-OUT-RECORD    PIC X(91).
026000 WORKING-STORAGE SECTION.
026100*****************************************************************
026200* WORKING STORAGE                                               *
027200         88  FI-HEADER-RECORD       VALUE 'H'.
027300         88  FI-DETAIL-RECORD       VALUE 'D'.
027400         88  FI-TRAILER-RECORD      VALUE 'T'.
027401         88  FI-CONTINUATION-RECORD VALUE 'C'.
027500     05  FI-RECORD-BODY     PIC X(20).
027600     05  FI-DETAIL-BODY     REDEFINES FI-RECORD-BODY.
027700         10  FI-FUNCTION    PIC X(04).
027900             88  FI-FUNC-COMB       VALUE 'COMB'.
028000             88  FI-FUNC-PERM       VALUE 'PERM'.
028010             88  FI-FUNC-DRNG       VALUE 'DRNG'.
028011             88  FI-FUNC-MULT       VALUE 'MULT'.
028100         10  FI-N           PIC 9(08).
028200         10  FI-R           PIC 9(08).
028300     05  FI-HEADER-BODY     REDEFINES FI-RECORD-BODY.
028700     05  FI-TRAILER-BODY    REDEFINES FI-RECORD-BODY.
028800         10  FI-TRL-RECORD-COUNT PIC 9(08).
028900         10  FI-TRL-HASH-TOTAL   PIC 9(12).
028901     05  FI-CONT-BODY       REDEFINES FI-RECORD-BODY.
028902         10  FI-CONT-SIZE   PIC 9(04)      OCCURS 5 TIMES.
028903*****************************************************************
028904* MULT HOLD AREA - A MULT DETAIL AND ITS 'C' CONTINUATION       *
028905*                  RECORDS, HELD UNTIL THE DETAIL CAN BE        *
028906*                  PROCESSED AS ONE TRANSACTION.  THE CARD      *
028907*                  IMAGES ARE KEPT AS READ FOR FACTREJ AND      *
028908*                  THE RETURN FILE; THE FIRST TWO CARDS'        *
028909*                  BODIES ARE THE TEN GROUP SIZES.              *
028910*****************************************************************
028911 01  FCT-MULT-HOLD-AREA.
028912     05  FCT-MULT-DETAIL      PIC X(21).
028913     05  FCT-MULT-NEXT-RECORD PIC X(21).
028914     05  FCT-MULT-CARD-CNT    PIC 9(04)      COMP VALUE ZERO.
028915     05  FCT-MULT-CARDS-NEEDED PIC 9(04)     COMP VALUE ZERO.
028916     05  FCT-MULT-CARD-SUB    PIC 9(04)      COMP VALUE ZERO.
028917     05  FCT-MULT-SIZE-SUB    PIC 9(04)      COMP VALUE ZERO.
028918     05  FCT-MULT-SIZE-TOTAL  PIC 9(09)      VALUE ZERO.
028919     05  FCT-MULT-CARD-TABLE.
028920         10  FCT-MULT-CARD    PIC X(21)      OCCURS 10 TIMES.
028921     05  FCT-MULT-SIZE-LIST.
028922         10  FCT-MULT-SIZE    PIC 9(04)      OCCURS 10 TIMES.
028923     05  FCT-MULT-CARD-BODIES REDEFINES FCT-MULT-SIZE-LIST.
028924         10  FCT-MULT-CARD-BODY PIC X(20)    OCCURS 2 TIMES.
029000 01  FCT-SWITCHES.
029100     05  FCT-EOF-SWITCH       PIC X(01)      VALUE 'N'.
029200         88  END-OF-INPUT             VALUE 'Y'.
033240     05  FCT-CPM-HIT-SW       PIC X(01)      VALUE 'N'.
033250         88  CP-MASTER-HIT            VALUE 'Y'.
033260         88  CP-MASTER-MISS           VALUE 'N'.
033261     05  FCT-DREG-AVAIL-SW    PIC X(01)      VALUE 'N'.
033262         88  DEPT-REG-AVAILABLE       VALUE 'Y'.
033263         88  DEPT-REG-UNAVAILABLE     VALUE 'N'.
033264*    FCT-GRP-AUTH-SW SAYS WHETHER THE GROUP IN PROGRESS CAME
033265*    FROM AN ACTIVE REGISTERED DEPARTMENT; ITS LIMITS ARE THE
033266*    DEPT-REGISTRY-RECORD READ AT THE GROUP HEADER.
033267     05  FCT-GRP-AUTH-SW      PIC X(01)      VALUE 'N'.
033268         88  GROUP-AUTHORIZED         VALUE 'Y'.
033269         88  GROUP-NOT-AUTHORIZED     VALUE 'N'.
033270     05  FCT-DEPT-EDIT-SW     PIC X(01)      VALUE 'N'.
033271         88  DEPT-LIMIT-BROKEN        VALUE 'Y'.
033272         88  DEPT-LIMITS-MET          VALUE 'N'.
033273     05  FCT-GREG-AVAIL-SW    PIC X(01)      VALUE 'N'.
033274         88  GROUP-REG-AVAILABLE      VALUE 'Y'.
033275         88  GROUP-REG-UNAVAILABLE    VALUE 'N'.
033276*    FCT-GRP-DUP-SW SAYS THE PRE-RUN SCREEN (1540) FOUND THE
033277*    GROUP IN PROGRESS ALREADY ON THE GROUP REGISTER; 2060
033278*    REJECTS EVERY DETAIL IT SENDS.
033279     05  FCT-GRP-DUP-SW       PIC X(01)      VALUE 'N'.
033280         88  GROUP-IS-DUPLICATE       VALUE 'Y'.
033281         88  GROUP-NOT-DUPLICATE      VALUE 'N'.
033282     05  FCT-SCAN-EOF-SW      PIC X(01)      VALUE 'N'.
033283         88  END-OF-SCAN              VALUE 'Y'.
033284         88  NOT-END-OF-SCAN          VALUE 'N'.
033285     05  FCT-RTN-EOF-SW       PIC X(01)      VALUE 'N'.
033286         88  END-OF-RETURN            VALUE 'Y'.
033287         88  NOT-END-OF-RETURN        VALUE 'N'.
033288     05  FCT-RTN-SCR-EOF-SW   PIC X(01)      VALUE 'N'.
033289         88  END-OF-RTN-SCRATCH       VALUE 'Y'.
033290         88  NOT-END-OF-RTN-SCRATCH   VALUE 'N'.
033291*    FCT-RTN-GROUP-SW IS ON FROM THE RETURN HEADER TO THE RETURN
033292*    TRAILER OF THE GROUP IN HAND.
033293     05  FCT-RTN-GROUP-SW     PIC X(01)      VALUE 'N'.
033294         88  RETURN-GROUP-OPEN        VALUE 'Y'.
033295         88  RETURN-GROUP-NOT-OPEN    VALUE 'N'.
033296*    FCT-MULT-PEND-SW IS ON WHILE A MULT DETAIL IS HELD IN
033297*    FCT-MULT-HOLD-AREA FOR ITS 'C' CONTINUATION RECORDS.
033298     05  FCT-MULT-PEND-SW     PIC X(01)      VALUE 'N'.
033299         88  MULT-PENDING             VALUE 'Y'.
033300         88  MULT-NOT-PENDING         VALUE 'N'.
033301*    FCT-PATH-SW REMEMBERS WHICH SUBPROGRAM SERVED THE CURRENT
033400*    RECORD SO 2100-WRITE-REPORT-LINE KNOWS WHICH CALL AREA'S
033500*    RESULT AND FLAGS TO REPORT.
033600     05  FCT-PATH-SW          PIC X(01)      VALUE 'S'.
034760*    THRESHOLD CAN BE LOWERED TO ROUTE MORE WORK TO FACTBIG BUT
034770*    NEVER RAISED PAST FACTORIAL'S FCT-MAX-SAFE-N.
034780     05  FCT-MAX-THRESHOLD-N  PIC 9(08)      VALUE 21.
034781*    THE MOST GROUP SIZES A MULT DETAIL MAY CARRY - MULTCALC'S
034782*    MC-MAX-GROUPS - AND THE MOST 'C' CARDS KEPT FOR ONE DETAIL.
034783     05  FCT-MULT-MAX-GROUPS  PIC 9(08)      VALUE 10.
034784     05  FCT-MULT-MAX-CARDS   PIC 9(04)      COMP VALUE 10.
034790*****************************************************************
034791* RUN CONTROL OVERRIDE TRACKING - WHERE EACH VALUE IN EFFECT    *
034792*                                 CAME FROM, FOR THE SYSOUT     *
035000     05  FCT-RESTART-COUNT    PIC 9(08)      COMP VALUE ZERO.
035100     05  FCT-SKIP-COUNTER     PIC 9(08)      COMP VALUE ZERO.
035200     05  FCT-TRUNC-COUNTER    PIC 9(08)      COMP VALUE ZERO.
035201     05  FCT-TRUNC-TARGET     PIC 9(08)      COMP VALUE ZERO.
035300     05  FCT-AUDIT-BASE-COUNT PIC 9(08)      COMP VALUE ZERO.
035400     05  FCT-AUDIT-WRITE-CNT  PIC 9(08)      COMP VALUE ZERO.
035410     05  FCT-COMB-BASE-COUNT  PIC 9(08)      COMP VALUE ZERO.
035440     05  FCT-PERM-WRITE-CNT   PIC 9(08)      COMP VALUE ZERO.
035450     05  FCT-DRNG-BASE-COUNT  PIC 9(08)      COMP VALUE ZERO.
035460     05  FCT-DRNG-WRITE-CNT   PIC 9(08)      COMP VALUE ZERO.
035461     05  FCT-MULT-BASE-COUNT  PIC 9(08)      COMP VALUE ZERO.
035462     05  FCT-MULT-WRITE-CNT   PIC 9(08)      COMP VALUE ZERO.
035500     05  FCT-REPORT-LINE-CNT  PIC 9(08)      COMP VALUE ZERO.
035600     05  FCT-REJECT-COUNT     PIC 9(08)      COMP VALUE ZERO.
035601*    FCT-REJ-CONT-CNT COUNTS THE 'C' IMAGES FILED ON FACTREJ
035602*    BEHIND REJECTED MULT DETAILS; FCT-REJECT-COUNT COUNTS
035603*    TRANSACTIONS ONLY.
035604     05  FCT-REJ-CONT-CNT     PIC 9(08)      COMP VALUE ZERO.
035610     05  FCT-OK-COUNT         PIC 9(08)      COMP VALUE ZERO.
035620     05  FCT-OVERFLOW-COUNT   PIC 9(08)      COMP VALUE ZERO.
035630     05  FCT-CKPT-WRITE-CNT   PIC 9(08)      COMP VALUE ZERO.
035632     05  FCT-XTRACT-DET-CNT   PIC 9(08)      COMP VALUE ZERO.
035633     05  FCT-XTRACT-HASH      PIC 9(12)      VALUE ZERO.
035634     05  FCT-RANK-REC-CNT     PIC 9(08)      COMP VALUE ZERO.
035636     05  FCT-RTN-REC-CNT      PIC 9(08)      COMP VALUE ZERO.
035640     05  FCT-REJECT-RATE      PIC 9(03)      COMP VALUE ZERO.
035650     05  FCT-GRADED-RC        PIC 9(02)      COMP VALUE ZERO.
035700     05  FCT-GRAND-TOTAL      PIC 9(20)      VALUE ZERO.
037430     05  FCT-GRP-DETAIL-COUNT PIC 9(08)      VALUE ZERO.
037440     05  FCT-GROUP-COUNT      PIC 9(08)      VALUE ZERO.
037450     05  FCT-GRP-FAIL-COUNT   PIC 9(08)      VALUE ZERO.
037460     05  FCT-GRP-DUP-COUNT    PIC 9(08)      VALUE ZERO.
037470     05  FCT-GRP-RESEND-COUNT PIC 9(08)      VALUE ZERO.
037500     05  FCT-HASH-MODULUS     PIC 9(13)      VALUE 1000000000000.
037600 01  FCT-DISPLAY-FIELDS.
037700     05  FCT-DSP-COUNT        PIC Z(07)9.
038310 01  FCT-CPMSTR-STATUS        PIC X(02)      VALUE SPACES.
038320     88  CP-MASTER-IO-OK              VALUE '00'.
038330     88  CP-MASTER-OPEN-OK            VALUES '00' '97'.
038331 01  FCT-DEPTREG-STATUS       PIC X(02)      VALUE SPACES.
038332     88  DEPT-REG-IO-OK               VALUE '00'.
038333     88  DEPT-REG-OPEN-OK             VALUES '00' '97'.
038334 01  FCT-GRPREG-STATUS        PIC X(02)      VALUE SPACES.
038335     88  GROUP-REG-IO-OK              VALUE '00'.
038336     88  GROUP-REG-OPEN-OK            VALUES '00' '97'.
038337     88  GROUP-REG-NOT-LOADED         VALUE '35'.
038338     88  GROUP-REG-DUPLICATE-KEY      VALUE '22'.
038339*****************************************************************
038340* GROUP SCREEN TABLE - ONE ENTRY PER FACTIN HEADER, IN FILE     *
038341*                      ORDER, BUILT BY THE PRE-RUN SCREEN.  THE *
038342*                      NTH HEADER THE MAIN LOOP MEETS IS ENTRY  *
038343*                      N (FCT-GROUP-COUNT).  A GROUP WITH NO    *
038344*                      USABLE TRAILER CANNOT BE SCREENED AND IS *
038345*                      LEFT FOR 2860 TO FAIL ON BALANCING.      *
038346*****************************************************************
038347 01  FCT-GROUP-SCREEN.
038348     05  FCT-SCAN-GROUP-CNT   PIC 9(04)      COMP VALUE ZERO.
038349     05  FCT-SCAN-MAX         PIC 9(04)      COMP VALUE 500.
038350     05  FCT-SCAN-OVFL-CNT    PIC 9(04)      COMP VALUE ZERO.
038351     05  FCT-SCAN-SUB         PIC 9(04)      COMP VALUE ZERO.
038352     05  FCT-SCAN-SUB2        PIC 9(04)      COMP VALUE ZERO.
038353     05  FCT-SCAN-ENTRY       OCCURS 500 TIMES.
038354         10  FCT-SCAN-KEY.
038355             15  FCT-SCAN-SOURCE      PIC X(08).
038356             15  FCT-SCAN-RUN-DATE    PIC 9(08).
038357             15  FCT-SCAN-COUNT       PIC 9(08).
038358             15  FCT-SCAN-HASH        PIC 9(12).
038359         10  FCT-SCAN-STATE       PIC X(01).
038360             88  SCAN-NO-TRAILER          VALUE 'N'.
038361             88  SCAN-CLEAR               VALUE 'C'.
038362             88  SCAN-DUPLICATE           VALUE 'D'.
038363             88  SCAN-RESEND              VALUE 'R'.
038364         10  FCT-SCAN-FIRST-DATE  PIC 9(08).
038365*    FACTCTL RESEND CARDS - EACH AUTHORIZES ONE DUPLICATE GROUP
038366*    OF THAT SOURCE AND HEADER RUN DATE TO RUN AGAIN.
038367 01  FCT-RESEND-CARDS.
038368     05  FCT-RESEND-CNT       PIC 9(04)      COMP VALUE ZERO.
038369     05  FCT-RESEND-MAX       PIC 9(04)      COMP VALUE 20.
038370     05  FCT-RESEND-ENTRY     OCCURS 20 TIMES.
038371         10  FCT-RESEND-RUN-DATE  PIC 9(08).
038372         10  FCT-RESEND-SOURCE    PIC X(08).
038373         10  FCT-RESEND-USED-SW   PIC X(01).
038374             88  RESEND-CARD-USED         VALUE 'Y'.
038375             88  RESEND-CARD-UNUSED       VALUE 'N'.
038400 COPY REJREC.
038410 COPY RUNSTAT.
038415 COPY XTRREC.
038416 COPY SRTREC.
038418 COPY RTNREC.
038421*****************************************************************
038426* RANK DIGIT DERIVATION WORK AREA - A PIC 9(20) RESULT VIEWED  *
038431*                                   AS CHARACTERS SO ITS       *
038481 01  FCT-RUN-CLOCK.
038486     05  FCT-START-DATE       PIC 9(08)      VALUE ZERO.
038491     05  FCT-START-TIME       PIC 9(08)      VALUE ZERO.
038492*    THE RUN STAMP IS THE START OF THE ORIGINAL RUN: THIS RUN'S
038493*    OWN START, OR THE CHECKPOINT'S WHEN RESUMING AFTER AN ABEND.
038494 01  FCT-RUN-STAMP.
038495     05  FCT-RUN-STAMP-DATE   PIC 9(08)      VALUE ZERO.
038496     05  FCT-RUN-STAMP-TIME   PIC 9(08)      VALUE ZERO.
038497*    THE RUN STAMP IS ALSO THE RUN IDENTIFIER STAMPED ON ALL
038498*    THE RUN FILES AND PASSED TO THE SUBPROGRAMS FOR THEIR AUDITS.
038499 01  FCT-RUN-ID REDEFINES FCT-RUN-STAMP PIC X(16).
038500 01  FCT-CALL-AREA.
038600     05  FCT-CALL-N           PIC 9(08).
038700     05  FCT-CALL-RESULT      PIC 9(20).
039100         88  FCT-CALL-N-ERROR         VALUE 'Y'.
039110*    THE REJREC REASON CODE SET BY 2050'S OWN NUMERIC EDITS ON
039120*    A COMB/PERM TRANSACTION REJECTED BEFORE ANY CALL IS MADE.
039125*    2060'S DEPARTMENT REGISTRY EDITS SET IT THE SAME WAY.
039130     05  FCT-EDIT-REASON      PIC X(04)      VALUE SPACES.
039200 01  FCT-SINGLE-MODE-PARMS.
039300     05  FCT-CALL-MODE-FLAG   PIC X(01)      VALUE 'S'.
046120         PERFORM 1363-TRUNCATE-COMB-AUDIT THRU 1363-EXIT
046130         PERFORM 1366-TRUNCATE-PERM-AUDIT THRU 1366-EXIT
046140         PERFORM 1369-TRUNCATE-DRNG-AUDIT THRU 1369-EXIT
046141         PERFORM 1375-TRUNCATE-MULT-AUDIT THRU 1375-EXIT
046150         PERFORM 1385-TRUNCATE-RANK THRU 1385-EXIT
046160         PERFORM 1390-TRUNCATE-RETURN THRU 1390-EXIT
046200*        THE CHECKPOINT'S ABSOLUTE AUDIT POSITION BECOMES THE
046300*        NEW BASE; AUDIT WRITES ARE COUNTED FROM ZERO AGAIN
046400*        FROM HERE ON.
046510         MOVE CKPT-COMB-AUDIT-CNT TO FCT-COMB-BASE-COUNT
046520         MOVE CKPT-PERM-AUDIT-CNT TO FCT-PERM-BASE-COUNT
046530         MOVE CKPT-DRNG-AUDIT-CNT TO FCT-DRNG-BASE-COUNT
046531         MOVE CKPT-MULT-AUDIT-CNT TO FCT-MULT-BASE-COUNT
046600         MOVE CKPT-REPORT-LINE-CNT TO FCT-REPORT-LINE-CNT
046700         MOVE CKPT-REJECT-COUNT TO FCT-REJECT-COUNT
046701         MOVE CKPT-REJ-CONT-CNT TO FCT-REJ-CONT-CNT
046710         MOVE CKPT-OK-COUNT TO FCT-OK-COUNT
046720         MOVE CKPT-OVFL-COUNT TO FCT-OVERFLOW-COUNT
046721         MOVE CKPT-XTRACT-COUNT TO FCT-XTRACT-REC-CNT
046722         MOVE CKPT-XTRACT-DET-CNT TO FCT-XTRACT-DET-CNT
046723         MOVE CKPT-XTRACT-HASH TO FCT-XTRACT-HASH
046724         MOVE CKPT-RANK-COUNT TO FCT-RANK-REC-CNT
046725         MOVE CKPT-RETURN-COUNT TO FCT-RTN-REC-CNT
046730         IF CKPT-TOTAL-WRAP-IND = 'Y'
046740             SET GRAND-TOTAL-WRAPPED TO TRUE
046750         END-IF
046910         PERFORM 1255-COUNT-COMB-AUDIT THRU 1255-EXIT
046920         PERFORM 1260-COUNT-PERM-AUDIT THRU 1260-EXIT
046930         PERFORM 1265-COUNT-DRNG-AUDIT THRU 1265-EXIT
046931         PERFORM 1270-COUNT-MULT-AUDIT THRU 1270-EXIT
047000     END-IF
047100     IF RESTART-REQUESTED
047200         OPEN EXTEND FACT-REPORT-FILE
047300         OPEN EXTEND FACT-REJECT-FILE
047310         OPEN EXTEND FACT-EXTRACT-FILE
047320         OPEN EXTEND FACT-RANK-FILE
047330         OPEN EXTEND FACT-RETURN-FILE
047400     ELSE
047500         OPEN OUTPUT FACT-REPORT-FILE
047600         OPEN OUTPUT FACT-REJECT-FILE
047610         OPEN OUTPUT FACT-EXTRACT-FILE
047620         OPEN OUTPUT FACT-RANK-FILE
047630         OPEN OUTPUT FACT-RETURN-FILE
047700     END-IF
047800     PERFORM 1500-OPEN-MASTER THRU 1500-EXIT
047810     PERFORM 1510-OPEN-CP-MASTER THRU 1510-EXIT
047820     PERFORM 1520-OPEN-DEPT-REGISTRY THRU 1520-EXIT
047900     ACCEPT FCT-CURRENT-DATE FROM DATE YYYYMMDD
047910     MOVE FCT-CURRENT-DATE TO FCT-START-DATE
047920     ACCEPT FCT-START-TIME FROM TIME
047922     IF CHECKPOINT-FOUND
047923         MOVE CKPT-RUN-STAMP-DATE TO FCT-RUN-STAMP-DATE
047924         MOVE CKPT-RUN-STAMP-TIME TO FCT-RUN-STAMP-TIME
047925     ELSE
047926         MOVE FCT-START-DATE TO FCT-RUN-STAMP-DATE
047927         MOVE FCT-START-TIME TO FCT-RUN-STAMP-TIME
047928     END-IF
047929     DISPLAY 'FACTDRV: RUN ID ' FCT-RUN-ID
047930     IF NOT RESTART-REQUESTED
047940         PERFORM 1600-WRITE-EXTRACT-HEADER THRU 1600-EXIT
047950     END-IF
047960     PERFORM 1530-OPEN-GROUP-REGISTER THRU 1530-EXIT
047970     PERFORM 1540-SCREEN-GROUPS THRU 1540-EXIT
048000     PERFORM 1100-READ-INPUT THRU 1100-EXIT
048100     IF NOT REPROCESS-MODE
048200         PERFORM 1400-PROCESS-HEADER THRU 1400-EXIT
048300     END-IF
048400     IF CHECKPOINT-FOUND
048500         PERFORM 1300-SKIP-PROCESSED-RECORDS THRU 1300-EXIT
048510*        THE RETURN HEADER OF A GROUP STILL OPEN AT THE CHECKPOINT
048520*        SURVIVED THE TRUNCATION; ITS DETAILS AND TRAILER FOLLOW.
048530         IF GROUP-OPEN
048540             SET RETURN-GROUP-OPEN TO TRUE
048550         END-IF
048600     END-IF.
048700 1000-EXIT.
048800     EXIT.
048875         END-IF
048876         GO TO 1060-EXIT
048877     END-IF
048878     PERFORM 1065-PROCESS-RESEND-CARD THRU 1065-EXIT.
048882 1060-EXIT.
048883     EXIT.
048884*****************************************************************
050800     END-IF.
050900 1100-EXIT.
051000     EXIT.
051010*****************************************************************
051011* 1065-PROCESS-RESEND-CARD - A RESEND CARD AUTHORIZES ONE       *
051012*                            DUPLICATE GROUP TO RUN AGAIN: ITS  *
051013*                            VALUE IS THE GROUP'S HEADER RUN    *
051014*                            DATE AND COLS 19-26 ITS SOURCE.    *
051015*                            ANY OTHER KEYWORD LEFT BY 1060 IS  *
051016*                            UNKNOWN.                           *
051017*****************************************************************
051018 1065-PROCESS-RESEND-CARD.
051019     IF CCTL-KEYWORD NOT = 'RESEND'
051020         SET CONTROL-CARD-ERROR TO TRUE
051021         DISPLAY 'FACTDRV: UNKNOWN CONTROL KEYWORD - '
051022             CCTL-KEYWORD
051023         GO TO 1065-EXIT
051024     END-IF
051025     IF CCTL-SOURCE = SPACES
051026         SET CONTROL-CARD-ERROR TO TRUE
051027         DISPLAY 'FACTDRV: RESEND CARD NAMES NO SOURCE'
051028         GO TO 1065-EXIT
051029     END-IF
051030     IF FCT-RESEND-CNT NOT < FCT-RESEND-MAX
051031         SET CONTROL-CARD-ERROR TO TRUE
051032         DISPLAY 'FACTDRV: MORE THAN 20 RESEND CARDS'
051033         GO TO 1065-EXIT
051034     END-IF
051035     ADD 1 TO FCT-RESEND-CNT
051036     MOVE FCT-CTL-VALUE-NUM
051037         TO FCT-RESEND-RUN-DATE (FCT-RESEND-CNT)
051038     MOVE CCTL-SOURCE TO FCT-RESEND-SOURCE (FCT-RESEND-CNT)
051039     SET RESEND-CARD-UNUSED (FCT-RESEND-CNT) TO TRUE
051040     DISPLAY 'FACTDRV: RESEND AUTHORIZED FOR GROUP ' CCTL-SOURCE
051041         ' RUN DATE ' CCTL-VALUE.
051042 1065-EXIT.
051043     EXIT.
051100*****************************************************************
051200* 1200-LOAD-CHECKPOINT - READ THE LAST CHECKPOINT RECORD, IF    *
051300*                        ONE EXISTS, TO RESUME A PRIOR RUN      *
052800     CLOSE FACT-CHECKPOINT-FILE.
052900 1200-EXIT.
053000     EXIT.
053001*****************************************************************
053002* 1390-TRUNCATE-RETURN - SAME RECONCILIATION AS 1350-TRUNCATE-  *
053003*                        REPORT, BUT FOR FACTRTN, KEEPING ONLY  *
053004*                        THE FIRST CKPT-RETURN-COUNT RECORDS.   *
053005*****************************************************************
053006 1390-TRUNCATE-RETURN.
053007     MOVE ZERO TO FCT-TRUNC-COUNTER
053008     SET NOT-END-OF-RETURN TO TRUE
053009     OPEN INPUT FACT-RETURN-FILE
053010     OPEN OUTPUT FACT-RETURN-SCRATCH
053011     PERFORM 1391-COPY-RETURN-TO-SCRATCH THRU 1391-EXIT
053012         UNTIL END-OF-RETURN
053013            OR FCT-TRUNC-COUNTER >= CKPT-RETURN-COUNT
053014     CLOSE FACT-RETURN-FILE
053015     CLOSE FACT-RETURN-SCRATCH
053016     SET NOT-END-OF-RTN-SCRATCH TO TRUE
053017     OPEN OUTPUT FACT-RETURN-FILE
053018     OPEN INPUT FACT-RETURN-SCRATCH
053019     PERFORM 1392-REPLAY-SCRATCH-TO-RETURN THRU 1392-EXIT
053020         UNTIL END-OF-RTN-SCRATCH
053021     CLOSE FACT-RETURN-FILE
053022     CLOSE FACT-RETURN-SCRATCH.
053023 1390-EXIT.
053024     EXIT.
053025*****************************************************************
053026* 1391-COPY-RETURN-TO-SCRATCH - COPY ONE SURVIVING RETURN RECORD*
053027*****************************************************************
053028 1391-COPY-RETURN-TO-SCRATCH.
053029     READ FACT-RETURN-FILE
053030         AT END
053031             SET END-OF-RETURN TO TRUE
053032         NOT AT END
053033             WRITE FACT-RETURN-SCRATCH-RECORD
053034                 FROM FACT-RETURN-OUT-RECORD
053035             ADD 1 TO FCT-TRUNC-COUNTER
053036     END-READ.
053037 1391-EXIT.
053038     EXIT.
053039*****************************************************************
053040* 1392-REPLAY-SCRATCH-TO-RETURN - REPLAY ONE TRUNCATED RETURN   *
053041*                                 RECORD BACK INTO FACTRTN      *
053042*****************************************************************
053043 1392-REPLAY-SCRATCH-TO-RETURN.
053044     READ FACT-RETURN-SCRATCH
053045         AT END
053046             SET END-OF-RTN-SCRATCH TO TRUE
053047         NOT AT END
053048             WRITE FACT-RETURN-OUT-RECORD
053049                 FROM FACT-RETURN-SCRATCH-RECORD
053050     END-READ.
053051 1392-EXIT.
053052     EXIT.
053100*****************************************************************
053200* 1250-COUNT-AUDIT-RECORDS - ON A FRESH RUN (NOT A RESTART, OR  *
053300*                            A RESTART WITH NO CHECKPOINT       *
055985     END-READ.
055986 1266-EXIT.
055987     EXIT.
055988*****************************************************************
055989* 1270-COUNT-MULT-AUDIT - ON A FRESH RUN, RECORD HOW MANY       *
055990*                         MULT AUDIT RECORDS MULTAUDT           *
055991*                         ALREADY HOLDS.                        *
055992*****************************************************************
055993 1270-COUNT-MULT-AUDIT.
055994     MOVE ZERO TO FCT-MULT-BASE-COUNT
055995     SET NOT-END-OF-AUDIT TO TRUE
055996     OPEN INPUT FACT-MULT-AUDIT
055997     PERFORM 1271-COUNT-MULT-RECORD THRU 1271-EXIT
055998         UNTIL END-OF-AUDIT
055999     CLOSE FACT-MULT-AUDIT
056000     SET NOT-END-OF-AUDIT TO TRUE.
056001 1270-EXIT.
056002     EXIT.
056003*****************************************************************
056004* 1271-COUNT-MULT-RECORD - COUNT ONE EXISTING MULTAUDT RECORD   *
056005*****************************************************************
056006 1271-COUNT-MULT-RECORD.
056007     READ FACT-MULT-AUDIT
056008         AT END
056009             SET END-OF-AUDIT TO TRUE
056010         NOT AT END
056011             ADD 1 TO FCT-MULT-BASE-COUNT
056012     END-READ.
056013 1271-EXIT.
056014     EXIT.
056015*****************************************************************
056100* 1300-SKIP-PROCESSED-RECORDS - ADVANCE PAST THE DETAIL RECORDS *
056200*                               ALREADY REFLECTED IN THE        *
056300*                               CHECKPOINT, STILL ACCUMULATING  *
057000     MOVE ZERO TO FCT-SKIP-COUNTER
057100     PERFORM 1310-SKIP-ONE-RECORD THRU 1310-EXIT
057200         UNTIL FCT-SKIP-COUNTER >= FCT-RESTART-COUNT
057300            OR END-OF-INPUT
057301*    THE 'C' CONTINUATION RECORDS OF A MULT DETAIL WENT WITH IT.
057302     PERFORM 1100-READ-INPUT THRU 1100-EXIT
057303         UNTIL END-OF-INPUT
057304            OR NOT FI-CONTINUATION-RECORD.
057400 1300-EXIT.
057500     EXIT.
057600*****************************************************************
059030                     PERFORM 2860-BALANCE-GROUP THRU 2860-EXIT
059040                 END-IF
059050                 PERFORM 2900-START-GROUP THRU 2900-EXIT
059055                 PERFORM 2920-AUTHORIZE-SOURCE THRU 2920-EXIT
059057                 PERFORM 2930-CHECK-DUPLICATE THRU 2930-EXIT
059060             END-IF
059070         END-IF
059100     END-IF
059200     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
059300 1310-EXIT.
059400     EXIT.
059401*****************************************************************
059402* 1540-SCREEN-GROUPS - BEFORE ANY WORK IS DONE, READ FACTIN     *
059403*                      ONCE, NOTING EVERY GROUP'S HEADER AND    *
059404*                      TRAILER CONTROLS, AND CHECK EACH GROUP   *
059405*                      AGAINST THE EARLIER GROUPS IN THE FILE   *
059406*                      AND THE GROUP REGISTER - THE ANSWER IS   *
059407*                      NEEDED AT THE HEADER BUT THE COUNT AND   *
059408*                      HASH ARRIVE ON THE TRAILER.  THE NOTED   *
059409*                      CONTROLS ALSO HEAD EACH RETURN GROUP.    *
059410*                      FACTIN IS THEN REOPENED FOR THE RUN.     *
059411*****************************************************************
059412 1540-SCREEN-GROUPS.
059413     IF REPROCESS-MODE
059414         GO TO 1540-EXIT
059415     END-IF
059416     MOVE ZERO TO FCT-SCAN-SUB
059417     PERFORM 1541-SCAN-ONE-RECORD THRU 1541-EXIT
059418         UNTIL END-OF-SCAN
059419     CLOSE FACT-INPUT-FILE
059420     OPEN INPUT FACT-INPUT-FILE
059421     PERFORM 1542-SCREEN-ONE-GROUP THRU 1542-EXIT
059422         VARYING FCT-SCAN-SUB FROM 1 BY 1
059423         UNTIL FCT-SCAN-SUB > FCT-SCAN-GROUP-CNT
059424     PERFORM 1545-CHECK-RESEND-USED THRU 1545-EXIT
059425         VARYING FCT-SCAN-SUB2 FROM 1 BY 1
059426         UNTIL FCT-SCAN-SUB2 > FCT-RESEND-CNT
059427     IF FCT-SCAN-OVFL-CNT > ZERO
059428         MOVE FCT-SCAN-OVFL-CNT TO FCT-DSP-COUNT
059429         DISPLAY 'FACTDRV: ' FCT-DSP-COUNT ' GROUPS BEYOND THE'
059430             ' SCREEN TABLE CANNOT BE CHECKED FOR DUPLICATES'
059431             ' AND WILL FAIL'
059432     END-IF.
059433 1540-EXIT.
059434     EXIT.
059435*****************************************************************
059436* 1541-SCAN-ONE-RECORD - ONE FACTIN RECORD OF THE SCREENING     *
059437*                        PASS.  ONLY HEADERS AND TRAILERS       *
059438*                        MATTER; THE FIRST TRAILER AFTER A      *
059439*                        HEADER CLOSES ITS ENTRY.               *
059440*****************************************************************
059441 1541-SCAN-ONE-RECORD.
059442     READ FACT-INPUT-FILE INTO FCT-INPUT-AREA
059443         AT END
059444             SET END-OF-SCAN TO TRUE
059445             GO TO 1541-EXIT
059446     END-READ
059447     IF FI-HEADER-RECORD
059448         IF FCT-SCAN-GROUP-CNT < FCT-SCAN-MAX
059449             ADD 1 TO FCT-SCAN-GROUP-CNT
059450             MOVE FCT-SCAN-GROUP-CNT TO FCT-SCAN-SUB
059451             MOVE FI-HDR-SOURCE TO FCT-SCAN-SOURCE (FCT-SCAN-SUB)
059452             MOVE FI-HDR-RUN-DATE
059453                 TO FCT-SCAN-RUN-DATE (FCT-SCAN-SUB)
059454             MOVE ZERO TO FCT-SCAN-COUNT (FCT-SCAN-SUB)
059455             MOVE ZERO TO FCT-SCAN-HASH (FCT-SCAN-SUB)
059456             MOVE ZERO TO FCT-SCAN-FIRST-DATE (FCT-SCAN-SUB)
059457             SET SCAN-NO-TRAILER (FCT-SCAN-SUB) TO TRUE
059458         ELSE
059459             ADD 1 TO FCT-SCAN-OVFL-CNT
059460             MOVE ZERO TO FCT-SCAN-SUB
059461         END-IF
059462         GO TO 1541-EXIT
059463     END-IF
059464     IF FI-TRAILER-RECORD AND FCT-SCAN-SUB > ZERO
059465         IF FCT-SCAN-RUN-DATE (FCT-SCAN-SUB) IS NUMERIC
059466             AND FI-TRL-RECORD-COUNT IS NUMERIC
059467             AND FI-TRL-HASH-TOTAL IS NUMERIC
059468             MOVE FI-TRL-RECORD-COUNT
059469                 TO FCT-SCAN-COUNT (FCT-SCAN-SUB)
059470             MOVE FI-TRL-HASH-TOTAL
059471                 TO FCT-SCAN-HASH (FCT-SCAN-SUB)
059472             SET SCAN-CLEAR (FCT-SCAN-SUB) TO TRUE
059473         END-IF
059474         MOVE ZERO TO FCT-SCAN-SUB
059475     END-IF.
059476 1541-EXIT.
059477     EXIT.
059500*****************************************************************
059600* 1400-PROCESS-HEADER - THE FILE MUST OPEN WITH AN 'H' HEADER.  *
059700*                       ANYTHING ELSE IS A STRUCTURAL ERROR.    *
061300     END-IF.
062400 1400-EXIT.
062500     EXIT.
062501*****************************************************************
062502* 1542-SCREEN-ONE-GROUP - DECIDE WHETHER SCREEN ENTRY           *
062503*                         FCT-SCAN-SUB IS A DUPLICATE: OF AN    *
062504*                         EARLIER GROUP IN THIS FILE, OR OF A   *
062505*                         GROUP ON THE REGISTER THAT SOME OTHER *
062506*                         RUN ACCEPTED.  AN ENTRY THIS VERY RUN *
062507*                         FILED BEFORE AN ABEND IS NOT ONE.  A  *
062508*                         DUPLICATE MAY STILL BE RELEASED BY AN *
062509*                         UNUSED RESEND CARD.                   *
062510*****************************************************************
062511 1542-SCREEN-ONE-GROUP.
062512     IF NOT SCAN-CLEAR (FCT-SCAN-SUB)
062513         GO TO 1542-EXIT
062514     END-IF
062515     PERFORM 1543-COMPARE-EARLIER-GROUP THRU 1543-EXIT
062516         VARYING FCT-SCAN-SUB2 FROM 1 BY 1
062517         UNTIL FCT-SCAN-SUB2 NOT < FCT-SCAN-SUB
062518            OR SCAN-DUPLICATE (FCT-SCAN-SUB)
062519     IF SCAN-CLEAR (FCT-SCAN-SUB) AND GROUP-REG-AVAILABLE
062520         MOVE FCT-SCAN-KEY (FCT-SCAN-SUB) TO GR-KEY
062521         READ GROUP-REGISTER-FILE
062522             INVALID KEY CONTINUE
062523         END-READ
062524         IF GROUP-REG-IO-OK
062525             AND GR-LAST-RUN NOT = FCT-RUN-STAMP
062526             SET SCAN-DUPLICATE (FCT-SCAN-SUB) TO TRUE
062527             MOVE GR-FIRST-RUN-DATE
062528                 TO FCT-SCAN-FIRST-DATE (FCT-SCAN-SUB)
062529         END-IF
062530     END-IF
062531     IF SCAN-DUPLICATE (FCT-SCAN-SUB)
062532         PERFORM 1544-MATCH-RESEND-CARD THRU 1544-EXIT
062533             VARYING FCT-SCAN-SUB2 FROM 1 BY 1
062534             UNTIL FCT-SCAN-SUB2 > FCT-RESEND-CNT
062535                OR SCAN-RESEND (FCT-SCAN-SUB)
062536     END-IF.
062537 1542-EXIT.
062538     EXIT.
062539*****************************************************************
062540* 1543-COMPARE-EARLIER-GROUP - THE SAME KEY EARLIER IN THIS     *
062541*                              FILE MAKES THIS GROUP A          *
062542*                              DUPLICATE OF WORK THIS RUN IS    *
062543*                              ALREADY DOING.                   *
062544*****************************************************************
062545 1543-COMPARE-EARLIER-GROUP.
062546     IF NOT SCAN-NO-TRAILER (FCT-SCAN-SUB2)
062547         AND FCT-SCAN-KEY (FCT-SCAN-SUB2) =
062548             FCT-SCAN-KEY (FCT-SCAN-SUB)
062549         SET SCAN-DUPLICATE (FCT-SCAN-SUB) TO TRUE
062550         MOVE FCT-RUN-STAMP-DATE
062551             TO FCT-SCAN-FIRST-DATE (FCT-SCAN-SUB)
062552     END-IF.
062553 1543-EXIT.
062554     EXIT.
062555*****************************************************************
062556* 1544-MATCH-RESEND-CARD - AN UNUSED RESEND CARD FOR THE        *
062557*                          GROUP'S SOURCE AND RUN DATE LETS     *
062558*                          THIS ONE DUPLICATE RUN AGAIN.        *
062559*****************************************************************
062560 1544-MATCH-RESEND-CARD.
062561     IF RESEND-CARD-UNUSED (FCT-SCAN-SUB2)
062562         AND FCT-RESEND-SOURCE (FCT-SCAN-SUB2) =
062563             FCT-SCAN-SOURCE (FCT-SCAN-SUB)
062564         AND FCT-RESEND-RUN-DATE (FCT-SCAN-SUB2) =
062565             FCT-SCAN-RUN-DATE (FCT-SCAN-SUB)
062566         SET SCAN-RESEND (FCT-SCAN-SUB) TO TRUE
062567         SET RESEND-CARD-USED (FCT-SCAN-SUB2) TO TRUE
062568     END-IF.
062569 1544-EXIT.
062570     EXIT.
062571*****************************************************************
062572* 1545-CHECK-RESEND-USED - A RESEND CARD THAT RELEASED NO       *
062573*                          GROUP IS NAMED ON SYSOUT SO THE      *
062574*                          OPERATOR CAN CHECK ITS SOURCE AND    *
062575*                          DATE.                                *
062576*****************************************************************
062577 1545-CHECK-RESEND-USED.
062578     IF RESEND-CARD-UNUSED (FCT-SCAN-SUB2)
062579         DISPLAY 'FACTDRV: RESEND CARD FOR GROUP '
062580             FCT-RESEND-SOURCE (FCT-SCAN-SUB2) ' RUN DATE '
062581             FCT-RESEND-RUN-DATE (FCT-SCAN-SUB2)
062582             ' MATCHED NO DUPLICATE GROUP'
062583     END-IF.
062584 1545-EXIT.
062585     EXIT.
062600*****************************************************************
062700* 1500-OPEN-MASTER - OPEN THE RESULTS MASTER FOR READ/INSERT.   *
062800*                    A MASTER THAT CANNOT BE OPENED IS REPORTED *
069600     END-READ.
069700 1352-EXIT.
069800     EXIT.
069810*****************************************************************
069811* 1520-OPEN-DEPT-REGISTRY - OPEN THE DEPARTMENT REGISTRY FOR    *
069812*                           READ.  UNLIKE THE RESULTS MASTERS   *
069813*                           THE REGISTRY IS A CONTROL, NOT A    *
069814*                           SHORTCUT: IF IT CANNOT BE OPENED NO *
069815*                           SOURCE CAN BE AUTHORIZED AND EVERY  *
069816*                           GROUP THIS RUN FAILS.  A REPROCESS  *
069817*                           RUN CARRIES NO GROUPS AND DOES NOT  *
069818*                           OPEN IT.                            *
069819*****************************************************************
069820 1520-OPEN-DEPT-REGISTRY.
069821     IF REPROCESS-MODE
069822         GO TO 1520-EXIT
069823     END-IF
069824     OPEN INPUT DEPT-REGISTRY-FILE
069825     IF DEPT-REG-OPEN-OK
069826         SET DEPT-REG-AVAILABLE TO TRUE
069827     ELSE
069828         SET DEPT-REG-UNAVAILABLE TO TRUE
069829         DISPLAY 'FACTDRV: DEPARTMENT REGISTRY UNAVAILABLE - '
069830             'STATUS ' FCT-DEPTREG-STATUS
069831             ' - EVERY GROUP WILL FAIL AUTHORIZATION'
069832     END-IF.
069833 1520-EXIT.
069834     EXIT.
069835*****************************************************************
069836* 1530-OPEN-GROUP-REGISTER - OPEN THE PROCESSED-GROUP REGISTER  *
069837*                            FOR READ/INSERT, PRIMING A NEWLY   *
069838*                            DEFINED (EMPTY) CLUSTER FIRST.     *
069839*                            LIKE THE DEPARTMENT REGISTRY IT IS *
069840*                            A CONTROL: IF IT CANNOT BE OPENED  *
069841*                            NO GROUP CAN BE SCREENED AND EVERY *
069842*                            GROUP THIS RUN FAILS.  A REPROCESS *
069843*                            RUN CARRIES NO GROUPS.             *
069844*****************************************************************
069845 1530-OPEN-GROUP-REGISTER.
069846     IF REPROCESS-MODE
069847         GO TO 1530-EXIT
069848     END-IF
069849     OPEN I-O GROUP-REGISTER-FILE
069850     IF GROUP-REG-NOT-LOADED
069851         OPEN OUTPUT GROUP-REGISTER-FILE
069852         CLOSE GROUP-REGISTER-FILE
069853         OPEN I-O GROUP-REGISTER-FILE
069854     END-IF
069855     IF GROUP-REG-OPEN-OK
069856         SET GROUP-REG-AVAILABLE TO TRUE
069857     ELSE
069858         SET GROUP-REG-UNAVAILABLE TO TRUE
069859         DISPLAY 'FACTDRV: GROUP REGISTER UNAVAILABLE - '
069860             'STATUS ' FCT-GRPREG-STATUS
069861             ' - EVERY GROUP WILL FAIL UNSCREENED'
069862     END-IF.
069863 1530-EXIT.
069864     EXIT.
069900*****************************************************************
070000* 1360-TRUNCATE-AUDIT - SAME RECONCILIATION AS 1350-TRUNCATE-   *
070100*                       REPORT, BUT FOR FACTAUDT, KEEPING ONLY  *
075281     END-READ.
075282 1374-EXIT.
075283     EXIT.
075284*****************************************************************
075285* 1375-TRUNCATE-MULT-AUDIT - SAME RECONCILIATION AS 1360-       *
075286*                            TRUNCATE-AUDIT, BUT FOR MULTAUDT,  *
075287*                            KEEPING ONLY THE FIRST             *
075288*                            CKPT-MULT-AUDIT-CNT RECORDS.       *
075289*****************************************************************
075290 1375-TRUNCATE-MULT-AUDIT.
075291     MOVE ZERO TO FCT-TRUNC-COUNTER
075292     SET NOT-END-OF-AUDIT TO TRUE
075293     OPEN INPUT FACT-MULT-AUDIT
075294     OPEN OUTPUT FACT-MULT-AUD-SCR
075295     PERFORM 1376-COPY-MULT-TO-SCRATCH THRU 1376-EXIT
075296         UNTIL END-OF-AUDIT
075297            OR FCT-TRUNC-COUNTER >= CKPT-MULT-AUDIT-CNT
075298     CLOSE FACT-MULT-AUDIT
075299     CLOSE FACT-MULT-AUD-SCR
075300     SET NOT-END-OF-AUD-SCRATCH TO TRUE
075301     OPEN OUTPUT FACT-MULT-AUDIT
075302     OPEN INPUT FACT-MULT-AUD-SCR
075303     PERFORM 1377-REPLAY-SCRATCH-TO-MULT THRU 1377-EXIT
075304         UNTIL END-OF-AUD-SCRATCH
075305     CLOSE FACT-MULT-AUDIT
075306     CLOSE FACT-MULT-AUD-SCR
075307     SET NOT-END-OF-AUDIT TO TRUE.
075308 1375-EXIT.
075309     EXIT.
075310*****************************************************************
075311* 1376-COPY-MULT-TO-SCRATCH - COPY ONE SURVIVING MULTAUDT       *
075312*                             RECORD                            *
075313*****************************************************************
075314 1376-COPY-MULT-TO-SCRATCH.
075315     READ FACT-MULT-AUDIT
075316         AT END
075317             SET END-OF-AUDIT TO TRUE
075318         NOT AT END
075319             WRITE FACT-MULT-SCRATCH-RECORD
075320                 FROM FACT-MULT-AUDIT-RECORD
075321             ADD 1 TO FCT-TRUNC-COUNTER
075322     END-READ.
075323 1376-EXIT.
075324     EXIT.
075325*****************************************************************
075326* 1377-REPLAY-SCRATCH-TO-MULT - REPLAY ONE TRUNCATED RECORD     *
075327*                               BACK INTO MULTAUDT              *
075328*****************************************************************
075329 1377-REPLAY-SCRATCH-TO-MULT.
075330     READ FACT-MULT-AUD-SCR
075331         AT END
075332             SET END-OF-AUD-SCRATCH TO TRUE
075333         NOT AT END
075334             WRITE FACT-MULT-AUDIT-RECORD
075335                 FROM FACT-MULT-SCRATCH-RECORD
075336     END-READ.
075337 1377-EXIT.
075338     EXIT.
075339*****************************************************************
075340* 1370-TRUNCATE-REJECT - SAME RECONCILIATION AS 1350-TRUNCATE-  *
075341*                        REPORT, BUT FOR FACTREJ, KEEPING ONLY  *
075400*                        THE FIRST CKPT-REJECT-COUNT RECORDS    *
075401*                        PLUS THE CKPT-REJ-CONT-CNT MULT        *
075402*                        CONTINUATION IMAGES FILED WITH THEM.   *
075500*****************************************************************
075600 1370-TRUNCATE-REJECT.
075700     MOVE ZERO TO FCT-TRUNC-COUNTER
075800     SET NOT-END-OF-REJECT TO TRUE
075900     OPEN INPUT FACT-REJECT-FILE
076000     OPEN OUTPUT FACT-REJECT-SCRATCH
076001     COMPUTE FCT-TRUNC-TARGET =
076002         CKPT-REJECT-COUNT + CKPT-REJ-CONT-CNT
076100     PERFORM 1371-COPY-REJECT-TO-SCRATCH THRU 1371-EXIT
076200         UNTIL END-OF-REJECT
076300            OR FCT-TRUNC-COUNTER >= FCT-TRUNC-TARGET
076400     CLOSE FACT-REJECT-FILE
076500     CLOSE FACT-REJECT-SCRATCH
076600     SET NOT-END-OF-REJ-SCRATCH TO TRUE
080950     MOVE 'H' TO XR-RECORD-TYPE
080960     MOVE FCT-CURRENT-DATE TO XR-HDR-RUN-DATE
080970     MOVE FCT-START-TIME TO XR-HDR-CREATE-TIME
080971     MOVE FCT-RUN-ID TO XR-HDR-RUN-ID
080980     WRITE FACT-EXTRACT-OUT-RECORD FROM FACT-EXTRACT-RECORD
080990     ADD 1 TO FCT-XTRACT-REC-CNT.
081000 1600-EXIT.
081070*                        ACCUMULATE THE GRAND TOTAL, WRITE THE  *
081080*                        REPORT LINES, AND CHECKPOINT EVERY     *
081090*                        FCT-CKPT-INTERVAL RECORDS              *
081091*                        A MULT DETAIL IS HELD UNTIL ITS 'C'    *
081092*                        CONTINUATION RECORDS HAVE BEEN READ,   *
081093*                        THEN RELEASED THROUGH THE SAME PATH.   *
081100*****************************************************************
081300 2000-PROCESS-RECORDS.
081400     IF FI-DETAIL-RECORD
081500         IF FI-FUNC-MULT
081501             PERFORM 2020-HOLD-MULT-DETAIL THRU 2020-EXIT
081502         ELSE
081503             PERFORM 2050-PROCESS-DETAIL THRU 2050-EXIT
081504         END-IF
081600     ELSE
081700         IF FI-TRAILER-RECORD
081800             PERFORM 2800-CAPTURE-TRAILER THRU 2800-EXIT
081801             PERFORM 2945-WRITE-RETURN-TRAILER THRU 2945-EXIT
081900         ELSE
081910             IF FI-HEADER-RECORD
081920*                A NEW HEADER WHILE A GROUP IS STILL OPEN MEANS
081940*                (AND FAIL) IT BEFORE THE NEW GROUP STARTS.
081950                 IF GROUP-OPEN
081960                     PERFORM 2860-BALANCE-GROUP THRU 2860-EXIT
081961                     PERFORM 2945-WRITE-RETURN-TRAILER
081962                         THRU 2945-EXIT
081970                 END-IF
081980                 PERFORM 2900-START-GROUP THRU 2900-EXIT
081982                 PERFORM 2920-AUTHORIZE-SOURCE THRU 2920-EXIT
081984                 PERFORM 2930-CHECK-DUPLICATE THRU 2930-EXIT
081986                 PERFORM 2940-WRITE-RETURN-HEADER THRU 2940-EXIT
081990                 PERFORM 2910-WRITE-SOURCE-LINE THRU 2910-EXIT
081991             ELSE
081992             IF FI-CONTINUATION-RECORD
081993                 PERFORM 2030-COLLECT-MULT-CARD THRU 2030-EXIT
081994             ELSE
082000                 SET CONTROL-ERROR-FOUND TO TRUE
082100                 DISPLAY 'FACTDRV: UNEXPECTED RECORD TYPE '
082200                     FI-RECORD-TYPE ' ON INPUT - RECORD IGNORED'
082210             END-IF
082211             END-IF
082300         END-IF
082400     END-IF
082500     PERFORM 1100-READ-INPUT THRU 1100-EXIT
082501     IF MULT-PENDING
082502         IF END-OF-INPUT OR NOT FI-CONTINUATION-RECORD
082503             PERFORM 2040-RELEASE-MULT-DETAIL THRU 2040-EXIT
082504         END-IF
082505     END-IF.
082600 2000-EXIT.
082700     EXIT.
082701*****************************************************************
082702* 2020-HOLD-MULT-DETAIL - A MULT DETAIL'S GROUP SIZES FOLLOW    *
082703*                         IT ON 'C' CONTINUATION RECORDS, SO    *
082704*                         HOLD THE DETAIL AND START A FRESH     *
082705*                         CARD TABLE.  2040 RELEASES IT WHEN    *
082706*                         THE NEXT NON-CONTINUATION RECORD      *
082707*                         ARRIVES OR THE INPUT ENDS.            *
082708*****************************************************************
082709 2020-HOLD-MULT-DETAIL.
082710     MOVE FCT-INPUT-AREA TO FCT-MULT-DETAIL
082711     MOVE ZERO TO FCT-MULT-CARD-CNT
082712     MOVE SPACES TO FCT-MULT-CARD-TABLE
082713     SET MULT-PENDING TO TRUE.
082714 2020-EXIT.
082715     EXIT.
082716*****************************************************************
082717* 2030-COLLECT-MULT-CARD - KEEP ONE 'C' CONTINUATION RECORD OF  *
082718*                          THE MULT DETAIL BEING HELD.  ONE     *
082719*                          WITH NO MULT DETAIL AHEAD OF IT IS A *
082720*                          STRUCTURAL ERROR.  CARDS PAST        *
082721*                          FCT-MULT-MAX-CARDS ARE COUNTED (THE  *
082722*                          DETAIL WILL BE REJECTED MCON) BUT    *
082723*                          CANNOT BE KEPT FOR FACTREJ.          *
082724*****************************************************************
082725 2030-COLLECT-MULT-CARD.
082726     IF MULT-NOT-PENDING
082727         SET CONTROL-ERROR-FOUND TO TRUE
082728         DISPLAY 'FACTDRV: CONTINUATION RECORD WITH NO MULT'
082729             ' DETAIL - RECORD IGNORED'
082730         GO TO 2030-EXIT
082731     END-IF
082732     ADD 1 TO FCT-MULT-CARD-CNT
082733     IF FCT-MULT-CARD-CNT > FCT-MULT-MAX-CARDS
082734         DISPLAY 'FACTDRV: MULT CONTINUATION RECORD BEYOND THE '
082735             'CARD TABLE - NOT KEPT FOR FACTREJ'
082736     ELSE
082737         MOVE FCT-INPUT-AREA TO FCT-MULT-CARD (FCT-MULT-CARD-CNT)
082738     END-IF.
082739 2030-EXIT.
082740     EXIT.
082741*****************************************************************
082742* 2040-RELEASE-MULT-DETAIL - PROCESS THE HELD MULT DETAIL       *
082743*                            AS THE CURRENT TRANSACTION,        *
082744*                            THEN PUT BACK THE RECORD THAT      *
082745*                            RELEASED IT SO THE NEXT PASS       *
082746*                            OF 2000 DISPATCHES THAT ONE.       *
082747*****************************************************************
082748 2040-RELEASE-MULT-DETAIL.
082749     MOVE FCT-INPUT-AREA TO FCT-MULT-NEXT-RECORD
082750     MOVE FCT-MULT-DETAIL TO FCT-INPUT-AREA
082751     SET MULT-NOT-PENDING TO TRUE
082752     PERFORM 2050-PROCESS-DETAIL THRU 2050-EXIT
082753     MOVE FCT-MULT-NEXT-RECORD TO FCT-INPUT-AREA.
082754 2040-EXIT.
082755     EXIT.
082800*****************************************************************
082900* 2050-PROCESS-DETAIL - ONE 'D' TRANSACTION: COUNT AND HASH IT  *
083000*                       FOR BALANCING, DISPATCH IT, WRITE ITS   *
083600     PERFORM 2850-ACCUMULATE-HASH THRU 2850-EXIT
083700     MOVE FI-N TO FCT-CALL-N
083800     MOVE FI-R TO FCT-CALL-R
083810     PERFORM 2060-EDIT-DEPARTMENT THRU 2060-EXIT
083820     IF DEPT-LIMIT-BROKEN
083830         SET EDIT-REJECT-FOUND TO TRUE
083840     ELSE
083900     IF FI-FUNC-FACT
084000         PERFORM 2250-TRY-MASTER THRU 2250-EXIT
084100         IF MASTER-HIT
085801                     END-IF
085802                 END-IF
085803             ELSE
085804             IF FI-FUNC-MULT
085805                 PERFORM 2070-EDIT-MULT THRU 2070-EXIT
085806                 IF NOT EDIT-REJECT-FOUND
085807                     PERFORM 2550-CALL-MULTCALC THRU 2550-EXIT
085808                 END-IF
085809             ELSE
085851                 SET BAD-FUNCTION-FOUND TO TRUE
085852             END-IF
085899             END-IF
085900         END-IF
086100     END-IF
086110     END-IF
086200     PERFORM 2100-WRITE-REPORT-LINE THRU 2100-EXIT
086300     PERFORM 2160-WRITE-REJECT-RECORD THRU 2160-EXIT
086310     PERFORM 2180-WRITE-EXTRACT-RECORD THRU 2180-EXIT
086320     PERFORM 2190-WRITE-RANK-RECORD THRU 2190-EXIT
086330     PERFORM 2185-WRITE-RETURN-DETAIL THRU 2185-EXIT
086400     IF FUNCTION MOD (FCT-RECORD-COUNT, FCT-CKPT-INTERVAL) = ZERO
086500         PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT
086600     END-IF.
086700 2050-EXIT.
086800     EXIT.
086810*****************************************************************
086812* 2060-EDIT-DEPARTMENT - HOLD ONE DETAIL TO THE LIMITS OF THE   *
086814*                        DEPARTMENT THAT SENT ITS GROUP.  A     *
086816*                        BROKEN LIMIT LEAVES ITS REASON IN      *
086818*                        FCT-EDIT-REASON AND THE DETAIL IS      *
086820*                        REJECTED WITHOUT A CALL.  EVERY DETAIL *
086822*                        OF A DUPLICATE GROUP IS REJECTED THE   *
086824*                        SAME WAY.  A REPROCESS RUN HAS NO      *
086826*                        GROUP SOURCE AND IS NOT EDITED; AN     *
086828*                        UNKNOWN FUNCTION CODE IS LEFT FOR 2050 *
086830*                        TO REJECT AS FUNC.                     *
086832*****************************************************************
086834 2060-EDIT-DEPARTMENT.
086836     SET DEPT-LIMITS-MET TO TRUE
086838     IF REPROCESS-MODE OR GROUP-NOT-OPEN
086840         GO TO 2060-EXIT
086842     END-IF
086844     IF GROUP-NOT-AUTHORIZED
086846         SET DEPT-LIMIT-BROKEN TO TRUE
086848         MOVE 'DUNK' TO FCT-EDIT-REASON
086850         GO TO 2060-EXIT
086852     END-IF
086854     IF GROUP-IS-DUPLICATE
086856         SET DEPT-LIMIT-BROKEN TO TRUE
086858         MOVE 'DUPG' TO FCT-EDIT-REASON
086860         GO TO 2060-EXIT
086862     END-IF
086864     IF (FI-FUNC-FACT AND NOT DG-FACT-ALLOWED)
086866     OR (FI-FUNC-COMB AND NOT DG-COMB-ALLOWED)
086868     OR (FI-FUNC-PERM AND NOT DG-PERM-ALLOWED)
086870     OR (FI-FUNC-DRNG AND NOT DG-DRNG-ALLOWED)
086871     OR (FI-FUNC-MULT AND NOT DG-MULT-ALLOWED)
086872         SET DEPT-LIMIT-BROKEN TO TRUE
086874         MOVE 'DFUN' TO FCT-EDIT-REASON
086876         GO TO 2060-EXIT
086878     END-IF
086880     IF DG-MAX-N > ZERO AND FI-N IS NUMERIC
086882         AND FI-N > DG-MAX-N
086884         SET DEPT-LIMIT-BROKEN TO TRUE
086886         MOVE 'DMXN' TO FCT-EDIT-REASON
086888     END-IF.
086890 2060-EXIT.
086892     EXIT.
086893*****************************************************************
086894* 2070-EDIT-MULT - EDIT A MULT DETAIL AND THE 'C' CARDS         *
086895*                  HELD WITH IT.  THE CARD'S R COLUMN IS        *
086896*                  THE GROUP COUNT, 1 THROUGH                   *
086897*                  FCT-MULT-MAX-GROUPS; ONE CONTINUATION        *
086898*                  CARD IS EXPECTED FOR EVERY FIVE SIZES;       *
086899*                  EACH SIZE MUST BE NUMERIC AND THE SIZES      *
086900*                  MUST ADD UP TO N.  SIZES PAST THE GROUP      *
086901*                  COUNT ARE IGNORED AND CARRIED AS ZERO.       *
086902*                  MULT IS NEVER FILED ON CPMSTR - ITS KEY      *
086903*                  CANNOT CARRY THE SIZES - SO EVERY GOOD       *
086904*                  DETAIL IS A MULTCALC CALL.                   *
086905*****************************************************************
086906 2070-EDIT-MULT.
086907     SET CP-RESULT-USED TO TRUE
086908     SET CP-MASTER-MISS TO TRUE
086909     IF FI-N IS NOT NUMERIC
086910         SET EDIT-REJECT-FOUND TO TRUE
086911         MOVE 'NNUM' TO FCT-EDIT-REASON
086912         GO TO 2070-EXIT
086913     END-IF
086914     IF FI-R IS NOT NUMERIC
086915         OR FI-R = ZERO
086916         OR FI-R > FCT-MULT-MAX-GROUPS
086917         SET EDIT-REJECT-FOUND TO TRUE
086918         MOVE 'MCNT' TO FCT-EDIT-REASON
086919         GO TO 2070-EXIT
086920     END-IF
086921     COMPUTE FCT-MULT-CARDS-NEEDED = (FI-R + 4) / 5
086922     IF FCT-MULT-CARD-CNT NOT = FCT-MULT-CARDS-NEEDED
086923         SET EDIT-REJECT-FOUND TO TRUE
086924         MOVE 'MCON' TO FCT-EDIT-REASON
086925         GO TO 2070-EXIT
086926     END-IF
086927     MOVE FCT-MULT-CARD (1) (2:20) TO FCT-MULT-CARD-BODY (1)
086928     MOVE FCT-MULT-CARD (2) (2:20) TO FCT-MULT-CARD-BODY (2)
086929     MOVE ZERO TO FCT-MULT-SIZE-TOTAL
086930     PERFORM 2071-EDIT-ONE-SIZE THRU 2071-EXIT
086931         VARYING FCT-MULT-SIZE-SUB FROM 1 BY 1
086932         UNTIL FCT-MULT-SIZE-SUB > FI-R
086933            OR EDIT-REJECT-FOUND
086934     IF EDIT-REJECT-FOUND
086935         GO TO 2070-EXIT
086936     END-IF
086937     IF FCT-MULT-SIZE-TOTAL NOT = FI-N
086938         SET EDIT-REJECT-FOUND TO TRUE
086939         MOVE 'MSUM' TO FCT-EDIT-REASON
086940         GO TO 2070-EXIT
086941     END-IF
086942*    2071 LEFT FCT-MULT-SIZE-SUB ON THE FIRST UNUSED SIZE.
086943     PERFORM 2072-CLEAR-ONE-SIZE THRU 2072-EXIT
086944         UNTIL FCT-MULT-SIZE-SUB > FCT-MULT-MAX-GROUPS.
086945 2070-EXIT.
086946     EXIT.
086947*****************************************************************
086948* 2071-EDIT-ONE-SIZE - ONE GROUP SIZE MUST BE NUMERIC; ADD IT   *
086949*                      TO THE TOTAL THAT MUST COME TO N         *
086950*****************************************************************
086951 2071-EDIT-ONE-SIZE.
086952     IF FCT-MULT-SIZE (FCT-MULT-SIZE-SUB) IS NOT NUMERIC
086953         SET EDIT-REJECT-FOUND TO TRUE
086954         MOVE 'MNUM' TO FCT-EDIT-REASON
086955     ELSE
086956         ADD FCT-MULT-SIZE (FCT-MULT-SIZE-SUB)
086957             TO FCT-MULT-SIZE-TOTAL
086958     END-IF.
086959 2071-EXIT.
086960     EXIT.
086961*****************************************************************
086962* 2072-CLEAR-ONE-SIZE - ZERO ONE UNUSED SIZE PAST THE GROUP     *
086963*                       COUNT, SO MULTCALC AND THE EXTRACT SEE  *
086964*                       ONLY THE SIZES THAT WERE SENT           *
086965*****************************************************************
086966 2072-CLEAR-ONE-SIZE.
086967     MOVE ZERO TO FCT-MULT-SIZE (FCT-MULT-SIZE-SUB)
086968     ADD 1 TO FCT-MULT-SIZE-SUB.
086969 2072-EXIT.
086970     EXIT.
086971*****************************************************************
087000* 2100-WRITE-REPORT-LINE - THE 'D' DETAIL LINE FOR THE CURRENT  *
087100*                          RECORD, PLUS THE 'C' CONTINUATION    *
087200*                          LINES WHEN FACTBIG PRODUCED A RESULT *
088930         IF FCT-EDIT-REASON = 'RNUM'
088940             MOVE 'INVALID R' TO FR-STATUS
088950         ELSE
088951             IF FCT-EDIT-REASON = 'DUNK'
088952                 MOVE 'BAD DEPT' TO FR-STATUS
088953             ELSE
088954                 IF FCT-EDIT-REASON = 'DFUN'
088955                     MOVE 'NOT AUTH' TO FR-STATUS
088956                 ELSE
088957                     IF FCT-EDIT-REASON = 'DMXN'
088958                         MOVE 'N > LIMIT' TO FR-STATUS
088959                     ELSE
088960                         IF FCT-EDIT-REASON = 'DUPG'
088961                             MOVE 'DUP GROUP' TO FR-STATUS
088962                         ELSE
088963                             IF FCT-EDIT-REASON = 'MCNT' OR 'MCON'
088964                                 OR 'MNUM' OR 'MSUM'
088965                                 MOVE 'BAD SIZES' TO FR-STATUS
088966                             ELSE
088967                                 MOVE 'INVALID N' TO FR-STATUS
088968                             END-IF
088969                         END-IF
088970                     END-IF
088971                 END-IF
088972             END-IF
088973         END-IF
088980     ELSE
089000         IF BIG-RESULT-USED
089100             PERFORM 2110-BUILD-BIG-STATUS THRU 2110-EXIT
089800         END-IF
089810         END-IF
089900     END-IF
089950     PERFORM 2105-SET-ORIGIN THRU 2105-EXIT
090000     WRITE FACT-REPORT-RECORD
090100     ADD 1 TO FCT-REPORT-LINE-CNT
090200     IF BIG-RESULT-USED
090600     END-IF.
090700 2100-EXIT.
090800     EXIT.
090801*****************************************************************
090802* 2105-SET-ORIGIN - HOW THE LINE'S ANSWER WAS PRODUCED, FOR THE *
090803*                   CHARGEBACK: A REJECT (THE SAME TESTS 2160   *
090804*                   FILES REJREC RECORDS ON), AN ANSWER SERVED  *
090805*                   FROM FACTMSTR OR CPMSTR WITHOUT A CALL, OR A*
090806*                   CALL - FACTBIG SEPARATELY.  AN OVERFLOW WAS *
090807*                   STILL A CALL.                               *
090808*****************************************************************
090809 2105-SET-ORIGIN.
090810     IF BAD-FUNCTION-FOUND OR EDIT-REJECT-FOUND
090811         SET FR-ORIGIN-REJECTED TO TRUE
090812         GO TO 2105-EXIT
090813     END-IF
090814     IF (BIG-RESULT-USED AND FCTB-CALL-N-ERROR)
090815         OR (SINGLE-RESULT-USED AND FCT-CALL-N-ERROR)
090816         OR (CP-RESULT-USED AND FCT-CP-ERROR)
090817         SET FR-ORIGIN-REJECTED TO TRUE
090818         GO TO 2105-EXIT
090819     END-IF
090820     IF FI-FUNC-FACT
090821         IF MASTER-HIT
090822             SET FR-ORIGIN-MASTER TO TRUE
090823         ELSE
090824             IF BIG-RESULT-USED
090825                 SET FR-ORIGIN-FACTBIG TO TRUE
090826             ELSE
090827                 SET FR-ORIGIN-COMPUTED TO TRUE
090828             END-IF
090829         END-IF
090830     ELSE
090831         IF CP-MASTER-HIT
090832             SET FR-ORIGIN-MASTER TO TRUE
090833         ELSE
090834             SET FR-ORIGIN-COMPUTED TO TRUE
090835         END-IF
090836     END-IF.
090837 2105-EXIT.
090838     EXIT.
090900*****************************************************************
091000* 2110-BUILD-BIG-STATUS - RESULT AND STATUS COLUMNS FOR A       *
091100*                         RECORD THAT WENT THROUGH FACTBIG.     *
097400*                            A REASON CODE, AND THE ORIGINAL    *
097500*                            RECORD IMAGE.  AN OVERFLOW IS NOT  *
097600*                            A REJECT - THE INPUT WAS GOOD.     *
097601*                            A REJECTED MULT DETAIL TAKES ITS   *
097602*                            'C' CONTINUATION IMAGES WITH IT.   *
097700*****************************************************************
097800 2160-WRITE-REJECT-RECORD.
097900     MOVE SPACES TO RJ-REASON-CODE
100100     END-IF
100200     MOVE FCT-RECORD-COUNT TO RJ-SEQUENCE
100300     MOVE FCT-INPUT-AREA TO RJ-ORIGINAL-RECORD
100301     MOVE FCT-RUN-ID TO RJ-RUN-ID
100400     WRITE FACT-REJECT-OUT-RECORD FROM FACT-REJECT-RECORD
100500     ADD 1 TO FCT-REJECT-COUNT
100501     IF FI-FUNC-MULT
100502         PERFORM 2165-WRITE-REJECT-CARD THRU 2165-EXIT
100503             VARYING FCT-MULT-CARD-SUB FROM 1 BY 1
100504             UNTIL FCT-MULT-CARD-SUB > FCT-MULT-CARD-CNT
100505                OR FCT-MULT-CARD-SUB > FCT-MULT-MAX-CARDS
100506     END-IF.
100600 2160-EXIT.
100700     EXIT.
100701*****************************************************************
100702* 2165-WRITE-REJECT-CARD - ONE 'C' CONTINUATION IMAGE OF A      *
100703*                          REJECTED MULT DETAIL, FILED BEHIND   *
100704*                          IT WITH THE SAME SEQUENCE NUMBER AND *
100705*                          REASON SO A CORRECTED REJECT FILE    *
100706*                          REPROCESSES AS A WHOLE TRANSACTION.  *
100707*                          THESE IMAGES ARE COUNTED APART FROM  *
100708*                          THE REJECTED TRANSACTIONS.           *
100709*****************************************************************
100710 2165-WRITE-REJECT-CARD.
100711     MOVE FCT-MULT-CARD (FCT-MULT-CARD-SUB) TO RJ-ORIGINAL-RECORD
100712     WRITE FACT-REJECT-OUT-RECORD FROM FACT-REJECT-RECORD
100713     ADD 1 TO FCT-REJ-CONT-CNT.
100714 2165-EXIT.
100715     EXIT.
100716*****************************************************************
100717* 2185-WRITE-RETURN-DETAIL - ONE RETURN DETAIL FOR EVERY        *
100718*                            TRANSACTION IN A GROUP, WHATEVER   *
100719*                            BECAME OF IT: THE ANSWER, AN       *
100720*                            OVERFLOW, OR THE REJREC REASON 2160*
100721*                            JUST FILED.  THE REQUEST IS ECHOED *
100722*                            BYTE FOR BYTE AS SENT.  A REPROCESS*
100723*                            RUN HAS NO GROUPS AND RETURNS      *
100724*                            NOTHING.                           *
100725*****************************************************************
100726 2185-WRITE-RETURN-DETAIL.
100727     IF RETURN-GROUP-NOT-OPEN
100728         GO TO 2185-EXIT
100729     END-IF
100730     MOVE SPACES TO FACT-RETURN-RECORD
100731     MOVE FCT-HDR-SOURCE TO RT-SOURCE
100732     MOVE 'D' TO RT-RECORD-TYPE
100733     MOVE FCT-RECORD-COUNT TO RT-SEQUENCE
100734     MOVE FI-DETAIL-BODY TO RT-REQUEST
100735     MOVE ZERO TO RT-RESULT
100736     MOVE ZERO TO RT-BIG-DIGIT-COUNT
100737     IF RJ-REASON-CODE NOT = SPACES
100738         SET RT-REJECTED TO TRUE
100739         MOVE RJ-REASON-CODE TO RT-REASON-CODE
100740     ELSE
100741         PERFORM 2186-SET-RETURN-RESULT THRU 2186-EXIT
100742     END-IF
100743     IF FI-FUNC-MULT
100744         MOVE FCT-MULT-CARD (1) (2:20) TO RT-MULT-SIZES (1:20)
100745         MOVE FCT-MULT-CARD (2) (2:20) TO RT-MULT-SIZES (21:20)
100746     END-IF
100747     WRITE FACT-RETURN-OUT-RECORD FROM FACT-RETURN-RECORD
100748     ADD 1 TO FCT-RTN-REC-CNT.
100749 2185-EXIT.
100750     EXIT.
100751*****************************************************************
100752* 2186-SET-RETURN-RESULT - THE ANSWER FOR A TRANSACTION THAT    *
100753*                          WAS NOT REJECTED, TAKEN THE SAME WAY *
100754*                          2180 TAKES IT FOR THE EXTRACT, OR AN *
100755*                          OVERFLOW WHEN THERE IS NO ANSWER.    *
100756*****************************************************************
100757 2186-SET-RETURN-RESULT.
100758     IF BIG-RESULT-USED
100759         IF FCTB-CALL-N-ERROR OR FCTB-CALL-OVERFLOW
100760             SET RT-OVERFLOWED TO TRUE
100761             GO TO 2186-EXIT
100762         END-IF
100763         SET RT-ANSWERED TO TRUE
100764         SET RT-FORM-BIG TO TRUE
100765         MOVE FACTBIG-DIGIT-COUNT TO RT-BIG-DIGIT-COUNT
100766         MOVE FACTBIG-DISPLAY TO RT-BIG-DISPLAY
100767     ELSE
100768         IF CP-RESULT-USED
100769             IF FCT-CP-ERROR OR FCT-CP-OVERFLOW
100770                 SET RT-OVERFLOWED TO TRUE
100771                 GO TO 2186-EXIT
100772             END-IF
100773             SET RT-ANSWERED TO TRUE
100774             SET RT-FORM-SMALL TO TRUE
100775             MOVE FCT-CP-RESULT TO RT-RESULT
100776         ELSE
100777             IF FCT-CALL-N-ERROR OR FCT-CALL-OVERFLOW
100778                 SET RT-OVERFLOWED TO TRUE
100779                 GO TO 2186-EXIT
100780             END-IF
100781             SET RT-ANSWERED TO TRUE
100782             SET RT-FORM-SMALL TO TRUE
100783             MOVE FCT-CALL-RESULT TO RT-RESULT
100784         END-IF
100785     END-IF.
100786 2186-EXIT.
100787     EXIT.
100800*****************************************************************
100900* 2170-RESOLVE-CP-REASON - PIN DOWN WHY COMBCALC/PERMCALC       *
101000*                          REJECTED THE TRANSACTION: A NON-     *
102616             MOVE FCT-CP-RESULT TO XR-RESULT
102617             MOVE ZERO TO XR-BIG-DIGIT-COUNT
102618             MOVE SPACES TO XR-BIG-DISPLAY
102619             IF FI-FUNC-MULT
102620                 MOVE FCT-MULT-SIZE-LIST TO XR-MULT-SIZES
102621             END-IF
102622         ELSE
102623             IF FCT-CALL-N-ERROR OR FCT-CALL-OVERFLOW
102624                 GO TO 2180-EXIT
102625             END-IF
102626             MOVE ZERO TO XR-R
102627             SET XR-FORM-SMALL TO TRUE
102628             MOVE FCT-CALL-RESULT TO XR-RESULT
102629             MOVE ZERO TO XR-BIG-DIGIT-COUNT
102630             MOVE SPACES TO XR-BIG-DISPLAY
102631         END-IF
102632     END-IF
102633     MOVE FCT-CURRENT-DATE TO XR-PROCESS-DATE
102634     MOVE FCT-HDR-SOURCE TO XR-SOURCE
102635     WRITE FACT-EXTRACT-OUT-RECORD FROM FACT-EXTRACT-RECORD
102636     ADD 1 TO FCT-XTRACT-REC-CNT
102637     ADD 1 TO FCT-XTRACT-DET-CNT
102638     COMPUTE FCT-XTRACT-HASH =
102639         FUNCTION MOD (FCT-XTRACT-HASH + FCT-CALL-N,
102640         FCT-HASH-MODULUS).
102641 2180-EXIT.
102642     EXIT.
102643*****************************************************************
102644* 2190-WRITE-RANK-RECORD - ONE SORT-READY RANKING RECORD FOR    *
102645*                          THE TRANSACTION JUST REPORTED, BUT   *
102646*                          ONLY WHEN IT PRODUCED A GOOD         *
102647*                          RESULT.  EVERY RESULT, FACTBIG ONES  *
102648*                          INCLUDED, GETS A FIXED-WIDTH DIGIT   *
102649*                          COUNT AND LEADING-DIGITS KEY SO THE  *
102650*                          STEP020 DESCENDING SORT RANKS THE    *
102651*                          WHOLE NIGHT TRUTHFULLY.              *
102652*****************************************************************
102653 2190-WRITE-RANK-RECORD.
102654     IF BAD-FUNCTION-FOUND OR EDIT-REJECT-FOUND
102655         GO TO 2190-EXIT
102656     END-IF
102657     MOVE SPACES TO FACT-RANK-RECORD
102658     MOVE FCT-RUN-ID TO SR-RUN-ID
102659     MOVE FI-FUNCTION TO SR-FUNCTION
102660     MOVE FCT-CALL-N TO SR-N
102661     IF BIG-RESULT-USED
102662         IF FCTB-CALL-N-ERROR OR FCTB-CALL-OVERFLOW
102663             GO TO 2190-EXIT
102664         END-IF
102665         MOVE ZERO TO SR-R
102666         MOVE FACTBIG-DIGIT-COUNT TO SR-DIGIT-COUNT
102667         MOVE FACTBIG-DISPLAY (1:20) TO SR-RESULT-KEY
102668         MOVE FACTBIG-DISPLAY TO SR-RESULT-TEXT
102669     ELSE
102670         IF CP-RESULT-USED
102671             IF FCT-CP-ERROR OR FCT-CP-OVERFLOW
102672                 GO TO 2190-EXIT
102673             END-IF
112000         MOVE SPACES TO FM-BIG-DISPLAY
112100     END-IF
112200     MOVE FCT-CURRENT-DATE TO FM-DATE-COMPUTED
112201     MOVE FCT-RUN-ID TO FM-RUN-ID
112300     WRITE FACT-MASTER-RECORD
112400         INVALID KEY
112500             CONTINUE
112854     MOVE FCT-CALL-R TO CM-R
112855     MOVE FCT-CP-RESULT TO CM-RESULT
112856     MOVE FCT-CURRENT-DATE TO CM-DATE-COMPUTED
112857     MOVE FCT-RUN-ID TO CM-RUN-ID
112858     WRITE CP-MASTER-RECORD
112859         INVALID KEY
112860             CONTINUE
112861     END-WRITE.
112862 2280-EXIT.
112863     EXIT.
112900*****************************************************************
113000* 2300-CALL-FACTORIAL - SINGLE-MODE FACTORIAL CALL FOR N IN THE *
113100*                       PIC 9(20) RANGE.  FACTORIAL LOGS ONE    *
113800         FCT-CALL-OVFL-FLAG FCT-CALL-ERR-FLAG
113900         FCT-OWN-PROGRAM-NAME FCT-CALL-MODE-FLAG
114000         FCT-CALL-LOW-N FCT-CALL-HIGH-N FCT-RESULT-TABLE
114001         FCT-RUN-ID
114100     ADD 1 TO FCT-AUDIT-WRITE-CNT
114200     IF FCT-CALL-N-ERROR
114300         CONTINUE
117900 2500-CALL-COMBCALC.
118000     SET CP-RESULT-USED TO TRUE
118100     CALL 'COMBCALC' USING FCT-CALL-N FCT-CALL-R
118200         FCT-CP-RESULT FCT-CP-OVFL-FLAG FCT-CP-ERR-FLAG FCT-RUN-ID
118210*    COMBCALC WRITES ONE CP AUDIT RECORD PER CALL, ALWAYS.
118220     ADD 1 TO FCT-COMB-WRITE-CNT
118300     IF FCT-CALL-R > FCT-CALL-N
118800     PERFORM 2700-ADD-CP-RESULT THRU 2700-EXIT.
118900 2500-EXIT.
119000     EXIT.
119001*****************************************************************
119002* 2550-CALL-MULTCALC - MULTINOMIAL COEFFICIENT VIA MULTCALC.    *
119003*                      2070 HAS ALREADY EDITED THE GROUP COUNT  *
119004*                      AND SIZES.  MULTCALC MAKES ONE FACTORIAL *
119005*                      CALL FOR N AND ONE FOR EACH GROUP SIZE,  *
119006*                      EACH LOGGING ONE FACTAUDT RECORD, AND    *
119007*                      WRITES ONE MULT AUDIT RECORD PER CALL TO *
119008*                      MULTAUDT, ALWAYS.  THE RESULT RIDES THE  *
119009*                      SAME CP CALL AREA AS COMBCALC/PERMCALC.  *
119010*****************************************************************
119011 2550-CALL-MULTCALC.
119012     SET CP-RESULT-USED TO TRUE
119013     CALL 'MULTCALC' USING FCT-CALL-N FCT-CALL-R
119014         FCT-MULT-SIZE-LIST FCT-CP-RESULT FCT-CP-OVFL-FLAG
119015         FCT-CP-ERR-FLAG FCT-RUN-ID
119016     COMPUTE FCT-AUDIT-WRITE-CNT =
119017         FCT-AUDIT-WRITE-CNT + FCT-CALL-R + 1
119018     ADD 1 TO FCT-MULT-WRITE-CNT
119019     PERFORM 2700-ADD-CP-RESULT THRU 2700-EXIT.
119020 2550-EXIT.
119021     EXIT.
119100*****************************************************************
119200* 2600-CALL-PERMCALC - N-PERMUTE-R VIA PERMCALC.  PERMCALC      *
119300*                      MAKES TWO FACTORIAL CALLS (N!, (N-R)!),  *
119900 2600-CALL-PERMCALC.
120000     SET CP-RESULT-USED TO TRUE
120100     CALL 'PERMCALC' USING FCT-CALL-N FCT-CALL-R
120200         FCT-CP-RESULT FCT-CP-OVFL-FLAG FCT-CP-ERR-FLAG FCT-RUN-ID
120210*    PERMCALC WRITES ONE CP AUDIT RECORD PER CALL, ALWAYS.
120220     ADD 1 TO FCT-PERM-WRITE-CNT
120300     IF FCT-CALL-R > FCT-CALL-N
121092 2650-CALL-DRNGCALC.
121093     SET CP-RESULT-USED TO TRUE
121094     CALL 'DRNGCALC' USING FCT-CALL-N
121095         FCT-CP-RESULT FCT-CP-OVFL-FLAG FCT-CP-ERR-FLAG FCT-RUN-ID
121096     ADD 1 TO FCT-AUDIT-WRITE-CNT
121097     ADD 1 TO FCT-DRNG-WRITE-CNT
121098     PERFORM 2700-ADD-CP-RESULT THRU 2700-EXIT.
124420         DISPLAY 'FACTDRV: GROUP ' FCT-HDR-SOURCE
124421             ' FAILED - ITS WORK NEEDS RESUBMISSION'
124422     ELSE
124423         PERFORM 2870-REGISTER-GROUP THRU 2870-EXIT
124424     END-IF
124425     SET GROUP-NOT-OPEN TO TRUE.
124426 2860-EXIT.
124463 2910-WRITE-SOURCE-LINE.
124464     MOVE SPACES TO FACT-REPORT-SOURCE-RECORD
124465     MOVE 'S' TO FRS-LINE-TYPE
124466     PERFORM 2915-FILL-SOURCE-LINE THRU 2915-EXIT
124467     WRITE FACT-REPORT-SOURCE-RECORD
124468     ADD 1 TO FCT-REPORT-LINE-CNT.
124469 2910-EXIT.
124470     EXIT.
124471*****************************************************************
124472* 2920-AUTHORIZE-SOURCE - LOOK THE GROUP'S SOURCE UP ON THE     *
124473*                         DEPARTMENT REGISTRY.  AN UNKNOWN OR   *
124474*                         INACTIVE SOURCE FAILS THE GROUP AND   *
124475*                         2060 REJECTS EVERY DETAIL IT SENDS.   *
124476*****************************************************************
124477 2920-AUTHORIZE-SOURCE.
124478     SET GROUP-NOT-AUTHORIZED TO TRUE
124479     IF DEPT-REG-UNAVAILABLE
124480         SET GROUP-IN-ERROR TO TRUE
124481         GO TO 2920-EXIT
124482     END-IF
124483     MOVE FCT-HDR-SOURCE TO DG-SOURCE
124484     READ DEPT-REGISTRY-FILE
124485         INVALID KEY CONTINUE
124486     END-READ
124487     IF DEPT-REG-IO-OK AND DG-ACTIVE
124488         SET GROUP-AUTHORIZED TO TRUE
124489     ELSE
124490         SET GROUP-IN-ERROR TO TRUE
124491         DISPLAY 'FACTDRV: GROUP ' FCT-HDR-SOURCE
124492             ' IS NOT AN ACTIVE REGISTERED DEPARTMENT'
124493     END-IF.
124494 2920-EXIT.
124495     EXIT.
124499*****************************************************************
124500* 2850-ACCUMULATE-HASH - FOLD ONE DETAIL'S N INTO THE RUNNING   *
124600*                        HASH TOTAL, TRUNCATED TO THE TRAILER'S *
125500     END-IF.
125600 2850-EXIT.
125700     EXIT.
125701*****************************************************************
125702* 2870-REGISTER-GROUP - A GROUP THAT BALANCED IS FILED ON THE   *
125703*                       GROUP REGISTER UNDER THE RUN STAMP SO   *
125704*                       ANY LATER RESUBMISSION OF IT IS CAUGHT. *
125705*                       THE KEY IS ALREADY THERE WHEN A RESTART *
125706*                       REPLAYS A GROUP THIS RUN FILED BEFORE   *
125707*                       THE ABEND (LEFT AS IS) OR WHEN AN       *
125708*                       AUTHORIZED RESEND RAN (RESTAMPED AND    *
125709*                       ITS RESEND COUNTED).  A REGISTER THAT   *
125710*                       WILL NOT TAKE THE ENTRY IS REPORTED;    *
125711*                       THE GROUP'S WORK STANDS.                *
125712*****************************************************************
125713 2870-REGISTER-GROUP.
125714     DISPLAY 'FACTDRV: GROUP ' FCT-HDR-SOURCE ' IN BALANCE'
125715     IF GROUP-REG-UNAVAILABLE
125716         GO TO 2870-EXIT
125717     END-IF
125718     MOVE SPACES TO GROUP-REGISTER-RECORD
125719     MOVE FCT-HDR-SOURCE TO GR-SOURCE
125720     MOVE FCT-HDR-RUN-DATE TO GR-RUN-DATE
125721     MOVE FCT-TRL-RECORD-COUNT TO GR-RECORD-COUNT
125722     MOVE FCT-TRL-HASH-TOTAL TO GR-HASH-TOTAL
125723     MOVE FCT-RUN-STAMP TO GR-FIRST-RUN
125724     MOVE FCT-RUN-STAMP TO GR-LAST-RUN
125725     MOVE ZERO TO GR-RESEND-COUNT
125726     WRITE GROUP-REGISTER-RECORD
125727         INVALID KEY CONTINUE
125728     END-WRITE
125729     IF GROUP-REG-IO-OK
125730         GO TO 2870-EXIT
125731     END-IF
125732     IF NOT GROUP-REG-DUPLICATE-KEY
125733         DISPLAY 'FACTDRV: GROUP ' FCT-HDR-SOURCE
125734             ' NOT FILED ON THE GROUP REGISTER - STATUS '
125735             FCT-GRPREG-STATUS
125736         GO TO 2870-EXIT
125737     END-IF
125738     READ GROUP-REGISTER-FILE
125739         INVALID KEY CONTINUE
125740     END-READ
125741     IF GROUP-REG-IO-OK
125742         AND GR-LAST-RUN NOT = FCT-RUN-STAMP
125743         ADD 1 TO GR-RESEND-COUNT
125744         MOVE FCT-RUN-STAMP TO GR-LAST-RUN
125745         REWRITE GROUP-REGISTER-RECORD
125746             INVALID KEY CONTINUE
125747         END-REWRITE
125748     END-IF.
125749 2870-EXIT.
125750     EXIT.
125751*****************************************************************
125752* 2930-CHECK-DUPLICATE - APPLY THE PRE-RUN SCREEN'S VERDICT TO  *
125753*                        THE GROUP JUST STARTED.  A DUPLICATE   *
125754*                        FAILS AND 2060 REJECTS ITS DETAILS     *
125755*                        (DUPG), SO ITS WORK REACHES NEITHER    *
125756*                        THE EXTRACT NOR THE DEPARTMENT'S       *
125757*                        SUBTOTALS A SECOND TIME.  A GROUP THE  *
125758*                        SCREEN NEVER SAW FAILS TOO.            *
125759*****************************************************************
125760 2930-CHECK-DUPLICATE.
125761     SET GROUP-NOT-DUPLICATE TO TRUE
125762     IF GROUP-REG-UNAVAILABLE
125763         SET GROUP-IN-ERROR TO TRUE
125764         GO TO 2930-EXIT
125765     END-IF
125766     IF FCT-GROUP-COUNT > FCT-SCAN-GROUP-CNT
125767         SET GROUP-IN-ERROR TO TRUE
125768         DISPLAY 'FACTDRV: GROUP ' FCT-HDR-SOURCE
125769             ' WAS NOT SCREENED FOR DUPLICATES'
125770         GO TO 2930-EXIT
125771     END-IF
125772     MOVE FCT-GROUP-COUNT TO FCT-SCAN-SUB
125773     IF SCAN-DUPLICATE (FCT-SCAN-SUB)
125774         SET GROUP-IS-DUPLICATE TO TRUE
125775         SET GROUP-IN-ERROR TO TRUE
125776         ADD 1 TO FCT-GRP-DUP-COUNT
125777         DISPLAY 'FACTDRV: GROUP ' FCT-HDR-SOURCE
125778             ' RUN DATE ' FCT-HDR-RUN-DATE
125779             ' REPEATS A GROUP FIRST PROCESSED '
125780             FCT-SCAN-FIRST-DATE (FCT-SCAN-SUB)
125781             ' - FAILED AS A DUPLICATE'
125782     END-IF
125783     IF SCAN-RESEND (FCT-SCAN-SUB)
125784         ADD 1 TO FCT-GRP-RESEND-COUNT
125785         DISPLAY 'FACTDRV: GROUP ' FCT-HDR-SOURCE
125786             ' RUN DATE ' FCT-HDR-RUN-DATE
125787             ' IS AN AUTHORIZED RESEND'
125788     END-IF.
125789 2930-EXIT.
125790     EXIT.
125791*****************************************************************
125792* 2915-FILL-SOURCE-LINE - SOURCE, RUN DATE, DUPLICATE FLAG      *
125793*****************************************************************
125794 2915-FILL-SOURCE-LINE.
125795     MOVE FCT-HDR-SOURCE TO FRS-SOURCE
125796     MOVE FCT-HDR-RUN-DATE TO FRS-RUN-DATE
125797     MOVE FCT-GRP-DUP-SW TO FRS-DUP-SW.
125798 2915-EXIT.
125799     EXIT.
125800*****************************************************************
125900* 2200-WRITE-CHECKPOINT - REPLACE THE CHECKPOINT FILE WITH A    *
126000*                         SINGLE RECORD FOR THE CURRENT POSITION*
127427         FCT-PERM-BASE-COUNT + FCT-PERM-WRITE-CNT
127428     COMPUTE CKPT-DRNG-AUDIT-CNT =
127429         FCT-DRNG-BASE-COUNT + FCT-DRNG-WRITE-CNT
127430     COMPUTE CKPT-MULT-AUDIT-CNT =
127431         FCT-MULT-BASE-COUNT + FCT-MULT-WRITE-CNT
127432     MOVE FCT-REJ-CONT-CNT TO CKPT-REJ-CONT-CNT
127433     MOVE FCT-RANK-REC-CNT TO CKPT-RANK-COUNT
127434     IF GRAND-TOTAL-WRAPPED
127440         MOVE 'Y' TO CKPT-TOTAL-WRAP-IND
127450     ELSE
127460         MOVE 'N' TO CKPT-TOTAL-WRAP-IND
127470     END-IF
127480     MOVE FCT-RUN-STAMP-DATE TO CKPT-RUN-STAMP-DATE
127490     MOVE FCT-RUN-STAMP-TIME TO CKPT-RUN-STAMP-TIME
127491     MOVE FCT-RTN-REC-CNT TO CKPT-RETURN-COUNT
127500     WRITE FACT-CHECKPOINT-RECORD
127510     ADD 1 TO FCT-CKPT-WRITE-CNT
127600     CLOSE FACT-CHECKPOINT-FILE.
128710     IF CP-MASTER-AVAILABLE
128720         CLOSE CP-MASTER-FILE
128730     END-IF
128731     IF DEPT-REG-AVAILABLE
128732         CLOSE DEPT-REGISTRY-FILE
128733     END-IF
128734     IF GROUP-REG-AVAILABLE
128735         CLOSE GROUP-REGISTER-FILE
128736     END-IF
128800     IF REPROCESS-MODE
128900         CLOSE FACT-REJECT-INPUT
129000     ELSE
129310     PERFORM 3400-WRITE-EXTRACT-TRAILER THRU 3400-EXIT
129320     CLOSE FACT-EXTRACT-FILE
129330     CLOSE FACT-RANK-FILE
129340     CLOSE FACT-RETURN-FILE
129400     CLOSE FACT-REPORT-FILE.
129500 3000-EXIT.
129600     EXIT.
132000     END-IF
132100     IF GROUP-OPEN
132200         PERFORM 2860-BALANCE-GROUP THRU 2860-EXIT
132210         PERFORM 2945-WRITE-RETURN-TRAILER THRU 2945-EXIT
132300     END-IF
133500     DISPLAY 'FACTDRV INPUT BALANCING SUMMARY'
133700     MOVE FCT-GROUP-COUNT TO FCT-DSP-COUNT
133800     DISPLAY '  INPUT GROUPS READ . . . . . ' FCT-DSP-COUNT
133810     MOVE FCT-GRP-FAIL-COUNT TO FCT-DSP-COUNT
133820     DISPLAY '  GROUPS OUT OF BALANCE . . . ' FCT-DSP-COUNT
133830     MOVE FCT-GRP-DUP-COUNT TO FCT-DSP-COUNT
133840     DISPLAY '  DUPLICATE GROUPS FAILED . . ' FCT-DSP-COUNT
133850     MOVE FCT-GRP-RESEND-COUNT TO FCT-DSP-COUNT
133860     DISPLAY '  GROUP RESENDS ALLOWED . . . ' FCT-DSP-COUNT
133900     MOVE FCT-RECORD-COUNT TO FCT-DSP-COUNT
134000     DISPLAY '  DETAIL RECORDS READ . . . . ' FCT-DSP-COUNT
134500     IF CONTROL-ERROR-FOUND
135000     END-IF.
135100 3100-EXIT.
135200     EXIT.
135201*****************************************************************
135202* 2940-WRITE-RETURN-HEADER - OPEN THE GROUP'S RETURN WITH ITS   *
135203*                            ORIGINAL RUN DATE AND THE TRAILER  *
135204*                            COUNT AND HASH 1540 NOTED AHEAD OF *
135205*                            TIME (ZERO WHEN THE GROUP HAD NO   *
135206*                            USABLE TRAILER).  NOT WRITTEN ON   *
135207*                            THE RESTART SKIP PATH - THE        *
135208*                            TRUNCATED FACTRTN HOLDS IT.        *
135209*****************************************************************
135210 2940-WRITE-RETURN-HEADER.
135211     MOVE SPACES TO FACT-RETURN-RECORD
135212     MOVE FCT-HDR-SOURCE TO RT-SOURCE
135213     MOVE 'H' TO RT-RECORD-TYPE
135214     MOVE FCT-HDR-RUN-DATE TO RT-HDR-RUN-DATE
135215     MOVE ZERO TO RT-HDR-RECORD-COUNT
135216     MOVE ZERO TO RT-HDR-HASH-TOTAL
135217     IF FCT-GROUP-COUNT NOT > FCT-SCAN-GROUP-CNT
135218         MOVE FCT-GROUP-COUNT TO FCT-SCAN-SUB
135219         IF NOT SCAN-NO-TRAILER (FCT-SCAN-SUB)
135220             MOVE FCT-SCAN-COUNT (FCT-SCAN-SUB)
135221                 TO RT-HDR-RECORD-COUNT
135222             MOVE FCT-SCAN-HASH (FCT-SCAN-SUB)
135223                 TO RT-HDR-HASH-TOTAL
135224         END-IF
135225     END-IF
135226     MOVE FCT-CURRENT-DATE TO RT-HDR-PROCESS-DATE
135227     WRITE FACT-RETURN-OUT-RECORD FROM FACT-RETURN-RECORD
135228     ADD 1 TO FCT-RTN-REC-CNT
135229     SET RETURN-GROUP-OPEN TO TRUE.
135230 2940-EXIT.
135231     EXIT.
135232*****************************************************************
135233* 2945-WRITE-RETURN-TRAILER - CLOSE THE GROUP'S RETURN ONCE 2860*
135234*                             HAS BALANCED IT: THE SAME RUN     *
135235*                             DATE, THE COUNT AND HASH AS SENT, *
135236*                             THE DETAILS RETURNED (ONE PER     *
135237*                             DETAIL READ), AND WHETHER THE     *
135238*                             GROUP STOOD OR FAILED.            *
135239*****************************************************************
135240 2945-WRITE-RETURN-TRAILER.
135241     IF RETURN-GROUP-NOT-OPEN OR GROUP-OPEN
135242         GO TO 2945-EXIT
135243     END-IF
135244     MOVE SPACES TO FACT-RETURN-RECORD
135245     MOVE FCT-HDR-SOURCE TO RT-SOURCE
135246     MOVE 'T' TO RT-RECORD-TYPE
135247     MOVE FCT-HDR-RUN-DATE TO RT-TRL-RUN-DATE
135248     MOVE FCT-TRL-RECORD-COUNT TO RT-TRL-RECORD-COUNT
135249     MOVE FCT-TRL-HASH-TOTAL TO RT-TRL-HASH-TOTAL
135250     MOVE FCT-GRP-DETAIL-COUNT TO RT-TRL-DETAIL-COUNT
135251     IF GROUP-IN-ERROR
135252         SET RT-GROUP-FAILED TO TRUE
135253     ELSE
135254         SET RT-GROUP-BALANCED TO TRUE
135255     END-IF
135256     WRITE FACT-RETURN-OUT-RECORD FROM FACT-RETURN-RECORD
135257     ADD 1 TO FCT-RTN-REC-CNT
135258     SET RETURN-GROUP-NOT-OPEN TO TRUE.
135259 2945-EXIT.
135260     EXIT.
135310*****************************************************************
135320* 3200-SET-RETURN-CODE - GRADE THE RUN FOR THE SCHEDULER:       *
135330*                          0  CLEAN                             *
135449         END-IF
135450     END-IF
135451     MOVE RETURN-CODE TO RS-RETURN-CODE
135452     MOVE FCT-RUN-ID TO RS-RUN-ID
135453     OPEN EXTEND RUN-STATS-FILE
135454     WRITE RUN-STAT-OUT-RECORD FROM RUN-STAT-RECORD
135455     CLOSE RUN-STATS-FILE.
135456 3300-EXIT.
135457     EXIT.
135460*****************************************************************
135461* 3400-WRITE-EXTRACT-TRAILER - CLOSE THE FEED WITH ITS 'T'      *
135462*                              TRAILER: THE DETAIL COUNT AND    *
135469     MOVE 'T' TO XR-RECORD-TYPE
135470     MOVE FCT-XTRACT-DET-CNT TO XR-TRL-RECORD-COUNT
135471     MOVE FCT-XTRACT-HASH TO XR-TRL-HASH-TOTAL
135472     MOVE FCT-RUN-ID TO XR-TRL-RUN-ID
135473     WRITE FACT-EXTRACT-OUT-RECORD FROM FACT-EXTRACT-RECORD.
135474 3400-EXIT.
135475     EXIT.
135476 END PROGRAM FACTDRV.
