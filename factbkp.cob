000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FACTBKP.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800* FACTBKP UNLOADS ONE RESULTS MASTER TO A NEW GENERATION OF ITS *
000900* BACKUP GDG (LAYOUT IN COPYBOOK BKUPREC) SO THE MASTER CAN BE  *
001000* RELOADED BY FACTRCV IF IT IS EVER LOST OR FOUND CORRUPT:      *
001100*                                                               *
001200*   PARM='FACT'  FACTMSTR, THE FACTORIAL RESULTS MASTER         *
001300*   PARM='CP'    CPMSTR, THE COMBINATORIC RESULTS MASTER        *
001400*                                                               *
001500* THE MASTER IS READ IN KEY ORDER AND EVERY RECORD IS WRITTEN   *
001600* AS A 'D' DETAIL CARRYING ITS IMAGE UNCHANGED, BETWEEN AN 'H'  *
001700* HEADER AND A 'T' TRAILER HOLDING THE DETAIL COUNT AND A HASH  *
001800* TOTAL OF THE NUMERIC KEY FIELDS.  FACTRCV PROVES BOTH BEFORE  *
001900* IT WILL RELOAD A GENERATION.  THE TRAILER IS WRITTEN ONLY     *
002000* WHEN THE WHOLE MASTER WAS READ, SO A BACKUP CUT SHORT BY AN   *
002100* I/O ERROR CAN NEVER BE RELOADED AS IF IT WERE COMPLETE.       *
002200*                                                               *
002300* THE CONTROL REPORT ON BKPRPT GIVES THE RECORDS UNLOADED (BY   *
002400* FORM FOR FACTMSTR, BY FUNCTION FOR CPMSTR) AND THE TRAILER    *
002500* COUNT AND HASH.                                               *
002600*                                                               *
002700* RETURN CODES:  0 BACKUP COMPLETE                              *
002800*                4 BACKUP COMPLETE, BUT THE MASTER WAS EMPTY OR *
002900*                  HELD A KEY THAT IS NOT NUMERIC (UNLOADED,    *
003000*                  NOT HASHED - RUN FACTVER)                    *
003100*               12 PARM IN ERROR, MASTER WOULD NOT OPEN, OR THE *
003200*                  READ FAILED PART WAY - THE GENERATION HAS NO *
003300*                  TRAILER AND MUST BE DELETED                  *
003400*****************************************************************
003500* MODIFICATION HISTORY                                          *
003600*-----------------------------------------------------------------
003700* DATE       BY    DESCRIPTION                                  *
003800* 10/15/2026 DLH   ORIGINAL PROGRAM.                            *
003850* 10/15/2026 DLH   PARM TAKEN BY ITS LENGTH.                    *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT FACT-MASTER-FILE ASSIGN TO FACTMSTR
004700         ORGANIZATION IS INDEXED
004800         ACCESS IS DYNAMIC
004900         RECORD KEY IS FM-N
005000         FILE STATUS IS BKP-FM-STATUS.
005100     SELECT CP-MASTER-FILE   ASSIGN TO CPMSTR
005200         ORGANIZATION IS INDEXED
005300         ACCESS IS DYNAMIC
005400         RECORD KEY IS CM-KEY
005500         FILE STATUS IS BKP-CM-STATUS.
005600     SELECT BACKUP-FILE      ASSIGN TO BKUPOUT
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT BACKUP-REPORT-FILE ASSIGN TO BKPRPT
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*****************************************************************
006300* FACT-MASTER-FILE - THE FACTORIAL RESULTS MASTER.  READ ONLY.  *
006400*****************************************************************
006500 FD  FACT-MASTER-FILE.
006600 COPY FACTMSTR.
006700*****************************************************************
006800* CP-MASTER-FILE - THE COMBINATORIC RESULTS MASTER.  READ ONLY. *
006900*****************************************************************
007000 FD  CP-MASTER-FILE.
007100 COPY CPMSTR.
007200*****************************************************************
007300* BACKUP-FILE - THE NEW BACKUP GENERATION                       *
007400*****************************************************************
007500 FD  BACKUP-FILE
007600     RECORDING MODE IS F.
007700 COPY BKUPREC.
007800*****************************************************************
007900* BACKUP-REPORT-FILE - THE UNLOAD CONTROL REPORT                *
008000*****************************************************************
008100 FD  BACKUP-REPORT-FILE
008200     RECORDING MODE IS F.
008300 01  BACKUP-REPORT-LINE       PIC X(132).
008400 WORKING-STORAGE SECTION.
008500*****************************************************************
008600* WORKING STORAGE                                               *
008700*****************************************************************
008800 01  BKP-SWITCHES.
008900     05  BKP-PARM-ERR-SW      PIC X(01)      VALUE 'N'.
009000         88  PARM-IN-ERROR            VALUE 'Y'.
009100         88  PARM-IS-GOOD             VALUE 'N'.
009200     05  BKP-MASTER-SW        PIC X(01)      VALUE 'N'.
009300         88  MASTER-AVAILABLE         VALUE 'Y'.
009400         88  MASTER-UNAVAILABLE       VALUE 'N'.
009500     05  BKP-SCAN-EOF-SW      PIC X(01)      VALUE 'N'.
009600         88  END-OF-SCAN              VALUE 'Y'.
009700         88  NOT-END-OF-SCAN          VALUE 'N'.
009800     05  BKP-SCAN-ERR-SW      PIC X(01)      VALUE 'N'.
009900         88  SCAN-FAILED              VALUE 'Y'.
010000         88  SCAN-COMPLETE            VALUE 'N'.
010100     05  BKP-WHICH-MASTER     PIC X(04)      VALUE SPACES.
010200         88  UNLOADING-FACT           VALUE 'FACT'.
010300         88  UNLOADING-CP             VALUE 'CP'.
010400 01  BKP-FILE-STATUSES.
010500     05  BKP-FM-STATUS        PIC X(02)      VALUE SPACES.
010600     05  BKP-CM-STATUS        PIC X(02)      VALUE SPACES.
010700     05  BKP-MASTER-STATUS    PIC X(02)      VALUE SPACES.
010800         88  MASTER-IO-OK             VALUE '00'.
010900         88  MASTER-OPEN-OK           VALUES '00' '97'.
011000         88  MASTER-NEVER-LOADED      VALUE '35'.
011100         88  MASTER-END-OF-FILE       VALUE '10'.
011200 01  BKP-CONSTANTS.
011300     05  BKP-FACT-LRECL       PIC 9(04)      VALUE 177.
011400     05  BKP-CP-LRECL         PIC 9(04)      VALUE 64.
011500     05  BKP-HASH-MODULUS     PIC 9(13)      VALUE 1000000000000.
011600 01  BKP-COUNTERS.
011700     05  BKP-DETAIL-COUNT     PIC 9(08)      COMP VALUE ZERO.
011800     05  BKP-FORM-S-COUNT     PIC 9(08)      COMP VALUE ZERO.
011900     05  BKP-FORM-B-COUNT     PIC 9(08)      COMP VALUE ZERO.
012000     05  BKP-COMB-COUNT       PIC 9(08)      COMP VALUE ZERO.
012100     05  BKP-PERM-COUNT       PIC 9(08)      COMP VALUE ZERO.
012200     05  BKP-DRNG-COUNT       PIC 9(08)      COMP VALUE ZERO.
012300     05  BKP-OTHER-COUNT      PIC 9(08)      COMP VALUE ZERO.
012400     05  BKP-BAD-KEY-COUNT    PIC 9(08)      COMP VALUE ZERO.
012500 01  BKP-WORK-AREA.
012600     05  BKP-RUN-DATE         PIC 9(08).
012700     05  BKP-RUN-TIME         PIC 9(08).
012800     05  BKP-HASH-TOTAL       PIC 9(12)      VALUE ZERO.
012900     05  BKP-DSP-HASH         PIC Z(11)9.
013000*****************************************************************
013100* REPORT LINES                                                  *
013200*****************************************************************
013300 01  BKP-HEADING-1.
013400     05  FILLER               PIC X(10)      VALUE 'FACTBKP'.
013500     05  FILLER               PIC X(42)
013600         VALUE 'RESULTS MASTER BACKUP UNLOAD CONTROL'.
013700     05  FILLER               PIC X(10)      VALUE 'RUN DATE: '.
013800     05  BKP-H1-DATE          PIC 9(04)/9(02)/9(02).
013900     05  FILLER               PIC X(60)      VALUE SPACES.
014000 01  BKP-MASTER-LINE.
014100     05  FILLER               PIC X(01)      VALUE SPACES.
014200     05  FILLER               PIC X(40)
014300         VALUE 'MASTER UNLOADED . . . . . . . . . . . . '.
014400     05  BKP-ML-NAME          PIC X(08).
014500     05  FILLER               PIC X(83)      VALUE SPACES.
014600 01  BKP-TOTAL-LINE.
014700     05  FILLER               PIC X(01)      VALUE SPACES.
014800     05  BKP-TOT-TEXT         PIC X(40).
014900     05  BKP-TOT-COUNT        PIC Z(07)9.
015000     05  FILLER               PIC X(83)      VALUE SPACES.
015100 01  BKP-HASH-LINE.
015200     05  FILLER               PIC X(01)      VALUE SPACES.
015300     05  FILLER               PIC X(40)
015400         VALUE 'TRAILER KEY HASH TOTAL. . . . . . . . . '.
015500     05  BKP-HL-HASH          PIC Z(11)9.
015600     05  FILLER               PIC X(79)      VALUE SPACES.
015700 01  BKP-MESSAGE-LINE.
015800     05  FILLER               PIC X(01)      VALUE SPACES.
015900     05  BKP-MSG-TEXT         PIC X(70).
016000     05  FILLER               PIC X(61)      VALUE SPACES.
016100 LINKAGE SECTION.
016200*****************************************************************
016300* LINKAGE PARAMETERS - PARM FROM THE EXECUTING JCL STEP         *
016400*****************************************************************
016500 01  FACTBKP-PARM.
016600     05  FACTBKP-PARM-LEN     PIC S9(4)      COMP.
016700     05  FACTBKP-PARM-TEXT    PIC X(94).
016800 PROCEDURE DIVISION USING FACTBKP-PARM.
016900*****************************************************************
017000* 0000-MAINLINE                                                 *
017100*****************************************************************
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017400     IF PARM-IS-GOOD AND MASTER-AVAILABLE
017500         PERFORM 2000-WRITE-HEADER THRU 2000-EXIT
017600         PERFORM 3000-UNLOAD-ONE-RECORD THRU 3000-EXIT
017700             UNTIL END-OF-SCAN
017800         IF SCAN-COMPLETE
017900             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
018000         END-IF
018100     END-IF
018200     PERFORM 8000-TERMINATE THRU 8000-EXIT
018300     GOBACK.
018400*****************************************************************
018500* 1000-INITIALIZE - EDIT THE PARM, OPEN THE MASTER IT NAMES AND *
018600*                   POSITION AT ITS LOW KEY.  A MASTER DEFINED  *
018700*                   BUT NEVER LOADED (STATUS 35) IS EMPTY AND   *
018800*                   STILL GETS A HEADER AND A ZERO TRAILER.     *
018900*****************************************************************
019000 1000-INITIALIZE.
019100     ACCEPT BKP-RUN-DATE FROM DATE YYYYMMDD
019200     ACCEPT BKP-RUN-TIME FROM TIME
019300     OPEN OUTPUT BACKUP-REPORT-FILE
019400     MOVE BKP-RUN-DATE TO BKP-H1-DATE
019500     WRITE BACKUP-REPORT-LINE FROM BKP-HEADING-1
019600     MOVE SPACES TO BACKUP-REPORT-LINE
019700     WRITE BACKUP-REPORT-LINE
019750     MOVE SPACES TO BKP-WHICH-MASTER
019800     IF FACTBKP-PARM-LEN > ZERO AND FACTBKP-PARM-LEN NOT > 4
019900         MOVE FACTBKP-PARM-TEXT (1:FACTBKP-PARM-LEN)
019950             TO BKP-WHICH-MASTER
020000     END-IF
020100     IF NOT UNLOADING-FACT AND NOT UNLOADING-CP
020200         SET PARM-IN-ERROR TO TRUE
020300         MOVE 'PARM MUST BE FACT OR CP - NOTHING UNLOADED'
020400             TO BKP-MSG-TEXT
020500         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
020600         GO TO 1000-EXIT
020700     END-IF
020800     IF UNLOADING-FACT
020900         MOVE 'FACTMSTR' TO BKP-ML-NAME
021000         OPEN INPUT FACT-MASTER-FILE
021100         MOVE BKP-FM-STATUS TO BKP-MASTER-STATUS
021200     ELSE
021300         MOVE 'CPMSTR' TO BKP-ML-NAME
021400         OPEN INPUT CP-MASTER-FILE
021500         MOVE BKP-CM-STATUS TO BKP-MASTER-STATUS
021600     END-IF
021700     WRITE BACKUP-REPORT-LINE FROM BKP-MASTER-LINE
021800     IF MASTER-NEVER-LOADED
021900         SET MASTER-AVAILABLE TO TRUE
022000         SET END-OF-SCAN TO TRUE
022100         OPEN OUTPUT BACKUP-FILE
022200         MOVE 'MASTER HAS NEVER BEEN LOADED - UNLOADED AS EMPTY'
022300             TO BKP-MSG-TEXT
022400         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
022500         GO TO 1000-EXIT
022600     END-IF
022700     IF NOT MASTER-OPEN-OK
022800         MOVE 'MASTER WILL NOT OPEN - STATUS' TO BKP-MSG-TEXT
022900         MOVE BKP-MASTER-STATUS TO BKP-MSG-TEXT (31:2)
023000         MOVE '- NOTHING UNLOADED' TO BKP-MSG-TEXT (34:18)
023100         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
023200         GO TO 1000-EXIT
023300     END-IF
023400     SET MASTER-AVAILABLE TO TRUE
023500     OPEN OUTPUT BACKUP-FILE
023600     IF UNLOADING-FACT
023700         MOVE ZERO TO FM-N
023800         START FACT-MASTER-FILE KEY NOT < FM-N
023900             INVALID KEY
024000                 SET END-OF-SCAN TO TRUE
024100         END-START
024200     ELSE
024300         MOVE LOW-VALUES TO CM-KEY
024400         START CP-MASTER-FILE KEY NOT < CM-KEY
024500             INVALID KEY
024600                 SET END-OF-SCAN TO TRUE
024700         END-START
024800     END-IF.
024900 1000-EXIT.
025000     EXIT.
025100*****************************************************************
025200* 2000-WRITE-HEADER - THE 'H' RECORD OPENING THE GENERATION     *
025300*****************************************************************
025400 2000-WRITE-HEADER.
025500     MOVE SPACES TO MASTER-BACKUP-RECORD
025600     SET BK-HEADER-RECORD TO TRUE
025700     MOVE BKP-WHICH-MASTER TO BK-MASTER-ID
025800     MOVE BKP-RUN-DATE TO BK-HDR-UNLOAD-DATE
025900     MOVE BKP-RUN-TIME TO BK-HDR-UNLOAD-TIME
026000     IF UNLOADING-FACT
026100         MOVE BKP-FACT-LRECL TO BK-HDR-MASTER-LRECL
026200     ELSE
026300         MOVE BKP-CP-LRECL TO BK-HDR-MASTER-LRECL
026400     END-IF
026500     WRITE MASTER-BACKUP-RECORD.
026600 2000-EXIT.
026700     EXIT.
026800*****************************************************************
026900* 3000-UNLOAD-ONE-RECORD - READ THE NEXT MASTER RECORD IN KEY   *
027000*                          ORDER AND WRITE IT AS A 'D' DETAIL.  *
027100*                          A HARD READ ERROR STOPS THE SCAN AND *
027200*                          HOLDS BACK THE TRAILER.              *
027300*****************************************************************
027400 3000-UNLOAD-ONE-RECORD.
027500     IF UNLOADING-FACT
027600         READ FACT-MASTER-FILE NEXT RECORD
027700             AT END
027800                 SET END-OF-SCAN TO TRUE
027900         END-READ
028000         MOVE BKP-FM-STATUS TO BKP-MASTER-STATUS
028100     ELSE
028200         READ CP-MASTER-FILE NEXT RECORD
028300             AT END
028400                 SET END-OF-SCAN TO TRUE
028500         END-READ
028600         MOVE BKP-CM-STATUS TO BKP-MASTER-STATUS
028700     END-IF
028800     IF END-OF-SCAN
028900         GO TO 3000-EXIT
029000     END-IF
029100     IF NOT MASTER-IO-OK
029200         SET SCAN-FAILED TO TRUE
029300         SET END-OF-SCAN TO TRUE
029400         MOVE 'MASTER READ FAILED - STATUS' TO BKP-MSG-TEXT
029500         MOVE BKP-MASTER-STATUS TO BKP-MSG-TEXT (29:2)
029600         MOVE '- BACKUP INCOMPLETE, NO TRAILER WRITTEN'
029700             TO BKP-MSG-TEXT (32:39)
029800         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
029900         GO TO 3000-EXIT
030000     END-IF
030100     MOVE SPACES TO MASTER-BACKUP-RECORD
030200     SET BK-DETAIL-RECORD TO TRUE
030300     MOVE BKP-WHICH-MASTER TO BK-MASTER-ID
030400     IF UNLOADING-FACT
030500         MOVE FACT-MASTER-RECORD TO BK-RECORD-BODY
030600         PERFORM 3100-TALLY-FACT-RECORD THRU 3100-EXIT
030700     ELSE
030800         MOVE CP-MASTER-RECORD TO BK-RECORD-BODY
030900         PERFORM 3200-TALLY-CP-RECORD THRU 3200-EXIT
031000     END-IF
031100     WRITE MASTER-BACKUP-RECORD
031200     ADD 1 TO BKP-DETAIL-COUNT.
031300 3000-EXIT.
031400     EXIT.
031500*****************************************************************
031600* 3100-TALLY-FACT-RECORD - COUNT A FACTMSTR RECORD BY FORM AND  *
031700*                          ADD ITS KEY TO THE HASH              *
031800*****************************************************************
031900 3100-TALLY-FACT-RECORD.
032000     IF FM-FORM-BIG
032100         ADD 1 TO BKP-FORM-B-COUNT
032200     ELSE
032300         ADD 1 TO BKP-FORM-S-COUNT
032400     END-IF
032500     IF FM-N IS NOT NUMERIC
032600         ADD 1 TO BKP-BAD-KEY-COUNT
032700         GO TO 3100-EXIT
032800     END-IF
032900     COMPUTE BKP-HASH-TOTAL =
033000         FUNCTION MOD (BKP-HASH-TOTAL + FM-N, BKP-HASH-MODULUS).
033100 3100-EXIT.
033200     EXIT.
033300*****************************************************************
033400* 3200-TALLY-CP-RECORD - COUNT A CPMSTR RECORD BY FUNCTION AND  *
033500*                        ADD ITS N AND R TO THE HASH            *
033600*****************************************************************
033700 3200-TALLY-CP-RECORD.
033800     IF CM-FUNCTION = 'COMB'
033900         ADD 1 TO BKP-COMB-COUNT
034000     ELSE
034100         IF CM-FUNCTION = 'PERM'
034200             ADD 1 TO BKP-PERM-COUNT
034300         ELSE
034400             IF CM-FUNCTION = 'DRNG'
034500                 ADD 1 TO BKP-DRNG-COUNT
034550             ELSE
034600                 ADD 1 TO BKP-OTHER-COUNT
034650             END-IF
034680         END-IF
034700     END-IF
034800     IF CM-N IS NOT NUMERIC OR CM-R IS NOT NUMERIC
034900         ADD 1 TO BKP-BAD-KEY-COUNT
035000         GO TO 3200-EXIT
035100     END-IF
035200     COMPUTE BKP-HASH-TOTAL =
035300         FUNCTION MOD (BKP-HASH-TOTAL + CM-N + CM-R,
035400         BKP-HASH-MODULUS).
035500 3200-EXIT.
035600     EXIT.
035700*****************************************************************
035800* 4000-WRITE-TRAILER - THE 'T' RECORD CLOSING A COMPLETE        *
035900*                      GENERATION                               *
036000*****************************************************************
036100 4000-WRITE-TRAILER.
036200     MOVE SPACES TO MASTER-BACKUP-RECORD
036300     SET BK-TRAILER-RECORD TO TRUE
036400     MOVE BKP-WHICH-MASTER TO BK-MASTER-ID
036500     MOVE BKP-DETAIL-COUNT TO BK-TRL-RECORD-COUNT
036600     MOVE BKP-HASH-TOTAL TO BK-TRL-HASH-TOTAL
036700     MOVE BKP-RUN-DATE TO BK-TRL-UNLOAD-DATE
036800     MOVE BKP-RUN-TIME TO BK-TRL-UNLOAD-TIME
036900     WRITE MASTER-BACKUP-RECORD.
037000 4000-EXIT.
037100     EXIT.
037200*****************************************************************
037300* 8000-TERMINATE - CONTROL TOTALS, VERDICT, RETURN CODE, AND    *
037400*                  CLOSES                                       *
037500*****************************************************************
037600 8000-TERMINATE.
037700     IF PARM-IN-ERROR OR MASTER-UNAVAILABLE
037800         MOVE 12 TO RETURN-CODE
037900         GO TO 8000-CLOSE-REPORT
038000     END-IF
038100     MOVE 'DETAIL RECORDS UNLOADED. . . . . . . . '
038200         TO BKP-TOT-TEXT
038300     MOVE BKP-DETAIL-COUNT TO BKP-TOT-COUNT
038400     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
038500     IF UNLOADING-FACT
038600         MOVE '  FORM S (PIC 9(20) RESULT) . . . . . . '
038700             TO BKP-TOT-TEXT
038800         MOVE BKP-FORM-S-COUNT TO BKP-TOT-COUNT
038900         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
039000         MOVE '  FORM B (FACTBIG DIGIT STRING) . . . . '
039100             TO BKP-TOT-TEXT
039200         MOVE BKP-FORM-B-COUNT TO BKP-TOT-COUNT
039300         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
039400     ELSE
039500         MOVE '  COMB. . . . . . . . . . . . . . . . . '
039600             TO BKP-TOT-TEXT
039700         MOVE BKP-COMB-COUNT TO BKP-TOT-COUNT
039800         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
039900         MOVE '  PERM. . . . . . . . . . . . . . . . . '
040000             TO BKP-TOT-TEXT
040100         MOVE BKP-PERM-COUNT TO BKP-TOT-COUNT
040200         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
040300         MOVE '  DRNG. . . . . . . . . . . . . . . . . '
040400             TO BKP-TOT-TEXT
040500         MOVE BKP-DRNG-COUNT TO BKP-TOT-COUNT
040600         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
040700         IF BKP-OTHER-COUNT > ZERO
040800             MOVE '  UNKNOWN FUNCTION CODE . . . . . . . . '
040900                 TO BKP-TOT-TEXT
041000             MOVE BKP-OTHER-COUNT TO BKP-TOT-COUNT
041100             PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
041200         END-IF
041300     END-IF
041400     IF BKP-BAD-KEY-COUNT > ZERO
041500         MOVE 'KEYS NOT NUMERIC - UNLOADED, NOT HASHED '
041600             TO BKP-TOT-TEXT
041700         MOVE BKP-BAD-KEY-COUNT TO BKP-TOT-COUNT
041800         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
041900     END-IF
042000     IF SCAN-FAILED
042100         MOVE 'BACKUP INCOMPLETE - DELETE THIS GENERATION'
042200             TO BKP-MSG-TEXT
042300         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
042400         MOVE 12 TO RETURN-CODE
042500     ELSE
042600         MOVE BKP-HASH-TOTAL TO BKP-HL-HASH
042700         WRITE BACKUP-REPORT-LINE FROM BKP-HASH-LINE
042800         IF BKP-DETAIL-COUNT = ZERO
042900             OR BKP-BAD-KEY-COUNT > ZERO
043000             MOVE 'BACKUP COMPLETE - SEE THE WARNINGS ABOVE'
043100                 TO BKP-MSG-TEXT
043200             MOVE 4 TO RETURN-CODE
043300         ELSE
043400             MOVE 'BACKUP COMPLETE - TRAILER WRITTEN'
043500                 TO BKP-MSG-TEXT
043600             MOVE ZERO TO RETURN-CODE
043700         END-IF
043800         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
043900     END-IF
044000     CLOSE BACKUP-FILE
044100     IF UNLOADING-FACT AND NOT MASTER-NEVER-LOADED
044200         CLOSE FACT-MASTER-FILE
044300     END-IF
044400     IF UNLOADING-CP AND NOT MASTER-NEVER-LOADED
044500         CLOSE CP-MASTER-FILE
044600     END-IF.
044700 8000-CLOSE-REPORT.
044800     CLOSE BACKUP-REPORT-FILE.
044900 8000-EXIT.
045000     EXIT.
045100*****************************************************************
045200* 9200-WRITE-MESSAGE - ONE MESSAGE LINE WITH NO COUNT COLUMN    *
045300*****************************************************************
045400 9200-WRITE-MESSAGE.
045500     WRITE BACKUP-REPORT-LINE FROM BKP-MESSAGE-LINE
045600     MOVE SPACES TO BKP-MSG-TEXT.
045700 9200-EXIT.
045800     EXIT.
045900*****************************************************************
046000* 9100-WRITE-TOTAL-LINE - ONE CONTROL TOTAL LINE                *
046100*****************************************************************
046200 9100-WRITE-TOTAL-LINE.
046300     WRITE BACKUP-REPORT-LINE FROM BKP-TOTAL-LINE.
046400 9100-EXIT.
046500     EXIT.
046600 END PROGRAM FACTBKP.
