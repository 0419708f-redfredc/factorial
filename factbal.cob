000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FACTBAL.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED. 10/14/2026.
000700*****************************************************************
000800* FACTBAL IS THE END-OF-NIGHT CROSS-OUTPUT BALANCING STEP.  IT  *
000900* RUNS RIGHT AFTER FACTDRV AND PROVES THAT EVERY OUTPUT THE     *
001000* DRIVER WROTE FOR THE NIGHT TELLS THE SAME STORY:              *
001100*                                                               *
001200*   - FACTOUT 'D' LINES WITH STATUS OK OR BIG N! EQUAL THE      *
001300*     FACTXTR DETAIL COUNT, THE FACTXTR TRAILER COUNT, THE      *
001400*     FACTSRT RECORD COUNT, AND RS-OK-COUNT ON THIS RUN'S       *
001500*     FACTSTAT RECORD;                                          *
001600*   - EVERY FACTOUT 'D' LINE IS ONE RECORD READ (RS-RECORDS-    *
001700*     READ), AND THE FACTXTR DETAILS HASH TO THE TRAILER HASH;  *
001800*   - THE FACTREJ RECORD COUNT EQUALS RS-INVALID-COUNT (THE     *
001801*     'C' CONTINUATION IMAGES FILED BEHIND A REJECTED MULT      *
001802*     DETAIL ARE PART OF THAT ONE REJECT AND ARE NOT COUNTED);  *
001900*   - EACH DEPARTMENT'S 'S' GROUP ON FACTOUT HOLDS EXACTLY AS   *
002000*     MANY 'D' LINES AS THE MATCHING FACTIN GROUP'S TRAILER     *
002100*     CLAIMS, GROUP FOR GROUP AND SOURCE FOR SOURCE.            *
002200*                                                               *
002300* THE RESULT PRINTS AS A ONE-PAGE BALANCING CERTIFICATE ON      *
002400* BALRPT.  THIS RUN'S FACTSTAT RECORD IS THE LAST ONE ON THE    *
002500* CUMULATIVE FILE.  A REPROCESS RUN READS NO FACTIN GROUPS, SO  *
002600* THE GROUP TIE IS SKIPPED (AND SAYS SO) WHEN THE LAST RUN WAS  *
002700* ONE.                                                          *
002800*                                                               *
002900* RETURN CODES:  0 ALL OUTPUTS IN BALANCE - CERTIFIED           *
003000*                8 ONE OR MORE CONTROLS OUT OF BALANCE - HOLD   *
003100*                  THE SORTED REPORT AND THE EXTRACT            *
003200*                  TRANSMISSION                                 *
003300*               12 NO FACTSTAT RECORD TO BALANCE AGAINST        *
003400*****************************************************************
003500* MODIFICATION HISTORY                                          *
003600*-----------------------------------------------------------------
003700* DATE       BY    DESCRIPTION                                  *
003800* 10/14/2026 DLH   ORIGINAL PROGRAM.                            *
003801* 10/15/2026 DLH   FACTSRT AND FACTREJ RECORDS NOW CARRY THE    *
003802*                  FACTDRV RUN IDENTIFIER AND ARE 16 BYTES      *
003803*                  LONGER.                                      *
003804* 10/15/2026 DLH   A REJECTED MULT DETAIL IS FILED ON FACTREJ   *
003805*                  WITH ITS 'C' CONTINUATION IMAGES BEHIND IT;  *
003806*                  ONLY THE DETAIL IS COUNTED AGAINST           *
003807*                  RS-INVALID-COUNT.                            *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT FACT-DETAIL-FILE  ASSIGN TO FACTOUT
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT FACT-EXTRACT-FILE ASSIGN TO FACTXTR
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT FACT-RANK-FILE    ASSIGN TO FACTSRT
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT FACT-REJECT-FILE  ASSIGN TO FACTREJ
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT RUN-STATS-FILE    ASSIGN TO FACTSTAT
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT FACT-INPUT-FILE   ASSIGN TO FACTIN
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*****************************************************************
006300* FACT-DETAIL-FILE - FACTDRV'S FACTOUT.  ONLY THE LINE TYPE,    *
006400*                    THE STATUS, AND THE 'S' LINE'S SOURCE ARE  *
006500*                    NEEDED HERE.                               *
006600*****************************************************************
006700 FD  FACT-DETAIL-FILE
006800     RECORDING MODE IS F.
006900 01  FACT-DETAIL-RECORD.
007000     05  RI-LINE-TYPE       PIC X(01).
007100         88  RI-DETAIL-LINE         VALUE 'D'.
007200         88  RI-CONT-LINE           VALUE 'C'.
007300         88  RI-SOURCE-LINE         VALUE 'S'.
007400     05  FILLER             PIC X(71).
007500     05  RI-STATUS          PIC X(09).
007600         88  RI-STATUS-CERTIFIED    VALUES 'OK' 'BIG N!'.
007700     05  FILLER             PIC X(02).
007800 01  FACT-SOURCE-RECORD.
007900     05  RIS-LINE-TYPE      PIC X(01).
008000     05  FILLER             PIC X(01).
008100     05  RIS-SOURCE         PIC X(08).
008200     05  FILLER             PIC X(73).
008300*****************************************************************
008400* FACT-EXTRACT-FILE - THE ACTUARIAL FEED (LAYOUT IN XTRREC)     *
008500*****************************************************************
008600 FD  FACT-EXTRACT-FILE
008700     RECORDING MODE IS F.
008800 COPY XTRREC.
008900*****************************************************************
009000* FACT-RANK-FILE - THE SORT-READY RANKING FILE, COUNTED ONLY    *
009100*****************************************************************
009200 FD  FACT-RANK-FILE
009300     RECORDING MODE IS F.
009400 01  FACT-RANK-IN-RECORD      PIC X(180).
009500*****************************************************************
009600* FACT-REJECT-FILE - THE NIGHT'S REJECTS, COUNTED ONLY.  THE    *
009601*                    ORIGINAL RECORD TYPE SITS AFTER THE        *
009602*                    SEQUENCE AND REASON (LAYOUT IN REJREC)     *
009700*****************************************************************
009800 FD  FACT-REJECT-FILE
009900     RECORDING MODE IS F.
010000 01  FACT-REJECT-IN-RECORD.
010001     05  FILLER                PIC X(12).
010002     05  RJI-ORIGINAL-TYPE     PIC X(01).
010003         88  RJI-CONTINUATION-IMAGE VALUE 'C'.
010004     05  FILLER                PIC X(36).
010100*****************************************************************
010200* RUN-STATS-FILE - THE CUMULATIVE FACTSTAT FILE; THE LAST       *
010300*                  RECORD IS THE RUN BEING BALANCED             *
010400*****************************************************************
010500 FD  RUN-STATS-FILE
010600     RECORDING MODE IS F.
010700 COPY RUNSTAT.
010800*****************************************************************
010900* FACT-INPUT-FILE - THE NIGHT'S FACTIN, READ FOR ITS GROUP      *
011000*                   HEADERS AND TRAILERS                        *
011100*****************************************************************
011200 FD  FACT-INPUT-FILE
011300     RECORDING MODE IS F.
011400 01  FACT-INPUT-RECORD.
011500     05  FI-RECORD-TYPE     PIC X(01).
011600         88  FI-HEADER-RECORD       VALUE 'H'.
011700         88  FI-DETAIL-RECORD       VALUE 'D'.
011800         88  FI-TRAILER-RECORD      VALUE 'T'.
011900     05  FI-RECORD-BODY     PIC X(20).
012000     05  FI-HEADER-BODY     REDEFINES FI-RECORD-BODY.
012100         10  FI-HDR-RUN-DATE    PIC 9(08).
012200         10  FI-HDR-SOURCE      PIC X(08).
012300         10  FILLER             PIC X(04).
012400     05  FI-TRAILER-BODY    REDEFINES FI-RECORD-BODY.
012500         10  FI-TRL-RECORD-COUNT PIC 9(08).
012600         10  FI-TRL-HASH-TOTAL   PIC 9(12).
012700*****************************************************************
012800* BALANCE-REPORT-FILE - THE BALANCING CERTIFICATE               *
012900*****************************************************************
013000 FD  BALANCE-REPORT-FILE
013100     RECORDING MODE IS F.
013200 01  BALANCE-REPORT-LINE      PIC X(132).
013300 WORKING-STORAGE SECTION.
013400*****************************************************************
013500* WORKING STORAGE                                               *
013600*****************************************************************
013700 01  BAL-SWITCHES.
013800     05  BAL-EOF-SW           PIC X(01)      VALUE 'N'.
013900         88  END-OF-FILE              VALUE 'Y'.
014000         88  NOT-END-OF-FILE          VALUE 'N'.
014100     05  BAL-STAT-FOUND-SW    PIC X(01)      VALUE 'N'.
014200         88  STAT-RECORD-FOUND        VALUE 'Y'.
014300         88  NO-STAT-RECORD           VALUE 'N'.
014400     05  BAL-BALANCE-SW       PIC X(01)      VALUE 'Y'.
014500         88  ALL-IN-BALANCE           VALUE 'Y'.
014600         88  SOMETHING-OUT            VALUE 'N'.
014700     05  BAL-XTR-HDR-SW       PIC X(01)      VALUE 'N'.
014800         88  XTR-HEADER-SEEN          VALUE 'Y'.
014900     05  BAL-XTR-TRL-SW       PIC X(01)      VALUE 'N'.
015000         88  XTR-TRAILER-SEEN         VALUE 'Y'.
015100     05  BAL-GRP-TIE-SW       PIC X(01)      VALUE 'Y'.
015200         88  GROUP-TIE-WANTED         VALUE 'Y'.
015300         88  GROUP-TIE-SKIPPED        VALUE 'N'.
015400 01  BAL-CONSTANTS.
015500     05  BAL-GROUP-MAX        PIC 9(04)      COMP VALUE 200.
015600 01  BAL-COUNTERS.
015700     05  BAL-OUT-DETAIL-CNT   PIC 9(08)      COMP VALUE ZERO.
015800     05  BAL-OUT-CERT-CNT     PIC 9(08)      COMP VALUE ZERO.
015900     05  BAL-OUT-UNGRP-CNT    PIC 9(08)      COMP VALUE ZERO.
016000     05  BAL-XTR-DETAIL-CNT   PIC 9(08)      COMP VALUE ZERO.
016100     05  BAL-XTR-TRL-COUNT    PIC 9(08)      COMP VALUE ZERO.
016200     05  BAL-XTR-HASH         PIC 9(12)      VALUE ZERO.
016300     05  BAL-XTR-TRL-HASH     PIC 9(12)      VALUE ZERO.
016400     05  BAL-RANK-CNT         PIC 9(08)      COMP VALUE ZERO.
016500     05  BAL-REJECT-CNT       PIC 9(08)      COMP VALUE ZERO.
016600     05  BAL-STAT-CNT         PIC 9(08)      COMP VALUE ZERO.
016700     05  BAL-OUT-GROUP-CNT    PIC 9(04)      COMP VALUE ZERO.
016800     05  BAL-IN-GROUP-CNT     PIC 9(04)      COMP VALUE ZERO.
016900     05  BAL-OUT-GRP-LOST     PIC 9(04)      COMP VALUE ZERO.
017000     05  BAL-IN-GRP-LOST      PIC 9(04)      COMP VALUE ZERO.
017100     05  BAL-GRP-SUB          PIC 9(04)      COMP VALUE ZERO.
017200     05  BAL-GRP-LIMIT        PIC 9(04)      COMP VALUE ZERO.
017300     05  BAL-CHECK-CNT        PIC 9(04)      COMP VALUE ZERO.
017400     05  BAL-FAIL-CNT         PIC 9(04)      COMP VALUE ZERO.
017500 01  BAL-WORK-AREA.
017600     05  BAL-RUN-DATE         PIC 9(08).
017700     05  BAL-HASH-MODULUS     PIC 9(13)      VALUE 1000000000000.
017800     05  BAL-CHK-LEFT-VAL     PIC 9(12).
017900     05  BAL-CHK-RIGHT-VAL    PIC 9(12).
018000*****************************************************************
018100* GROUP TIE TABLE - ENTRY N HOLDS THE NTH 'S' GROUP ON FACTOUT  *
018200* AND THE NTH HEADER/TRAILER GROUP ON FACTIN, SIDE BY SIDE      *
018300*****************************************************************
018400 01  BAL-GROUP-TABLE.
018500     05  BAL-GROUP-ENTRY      OCCURS 200 TIMES.
018600         10  BGT-OUT-SOURCE   PIC X(08).
018700         10  BGT-OUT-DETAILS  PIC 9(08)      COMP.
018800         10  BGT-IN-SOURCE    PIC X(08).
018900         10  BGT-IN-TRL-CNT   PIC 9(08)      COMP.
019000         10  BGT-IN-TRL-SW    PIC X(01).
019100             88  BGT-IN-TRAILER-SEEN  VALUE 'Y'.
019200*****************************************************************
019300* REPORT LINES                                                  *
019400*****************************************************************
019500 01  BAL-HEADING-1.
019600     05  FILLER               PIC X(10)      VALUE 'FACTBAL'.
019700     05  FILLER               PIC X(42)
019800         VALUE 'END-OF-NIGHT OUTPUT BALANCING CERTIFICATE'.
019900     05  FILLER               PIC X(10)      VALUE 'RUN DATE: '.
020000     05  BAL-H1-DATE          PIC 9(04)/9(02)/9(02).
020100     05  FILLER               PIC X(60)      VALUE SPACES.
020200 01  BAL-RUN-LINE.
020300     05  FILLER               PIC X(01)      VALUE SPACES.
020400     05  FILLER               PIC X(22)
020500         VALUE 'FACTDRV RUN BALANCED: '.
020600     05  BAL-RUN-START-DATE   PIC 9(04)/9(02)/9(02).
020700     05  FILLER               PIC X(01)      VALUE SPACES.
020800     05  BAL-RUN-START-TIME   PIC 9(08).
020900     05  FILLER               PIC X(07)      VALUE '  TYPE '.
021000     05  BAL-RUN-TYPE         PIC X(01).
021100     05  FILLER               PIC X(14)
021200         VALUE '  RETURN CODE '.
021300     05  BAL-RUN-RC           PIC Z9.
021400     05  FILLER               PIC X(66)      VALUE SPACES.
021500 01  BAL-CHECK-HEADS.
021600     05  FILLER               PIC X(01)      VALUE SPACES.
021700     05  FILLER               PIC X(52)
021800         VALUE 'CONTROL'.
021900     05  FILLER               PIC X(12)      VALUE '        LEFT'.
022000     05  FILLER               PIC X(02)      VALUE SPACES.
022100     05  FILLER               PIC X(12)      VALUE '       RIGHT'.
022200     05  FILLER               PIC X(02)      VALUE SPACES.
022300     05  FILLER               PIC X(14)      VALUE 'RESULT'.
022400     05  FILLER               PIC X(37)      VALUE SPACES.
022500 01  BAL-CHECK-LINE.
022600     05  FILLER               PIC X(01)      VALUE SPACES.
022700     05  BAL-CHK-TEXT         PIC X(52).
022800     05  BAL-CHK-LEFT         PIC Z(11)9.
022900     05  FILLER               PIC X(02)      VALUE SPACES.
023000     05  BAL-CHK-RIGHT        PIC Z(11)9.
023100     05  FILLER               PIC X(02)      VALUE SPACES.
023200     05  BAL-CHK-RESULT       PIC X(14).
023300     05  FILLER               PIC X(37)      VALUE SPACES.
023400 01  BAL-GROUP-HEADS.
023500     05  FILLER               PIC X(01)      VALUE SPACES.
023600     05  FILLER               PIC X(06)      VALUE 'GROUP '.
023700     05  FILLER               PIC X(02)      VALUE SPACES.
023800     05  FILLER               PIC X(08)      VALUE 'FACTOUT'.
023900     05  FILLER               PIC X(02)      VALUE SPACES.
024000     05  FILLER               PIC X(08)      VALUE 'FACTIN'.
024100     05  FILLER               PIC X(04)      VALUE SPACES.
024200     05  FILLER               PIC X(12)      VALUE '     D LINES'.
024300     05  FILLER               PIC X(02)      VALUE SPACES.
024400     05  FILLER               PIC X(12)      VALUE '     TRAILER'.
024500     05  FILLER               PIC X(02)      VALUE SPACES.
024600     05  FILLER               PIC X(14)      VALUE 'RESULT'.
024700     05  FILLER               PIC X(59)      VALUE SPACES.
024800 01  BAL-GROUP-LINE.
024900     05  FILLER               PIC X(01)      VALUE SPACES.
025000     05  BAL-GRP-NUMBER       PIC ZZZ9.
025100     05  FILLER               PIC X(04)      VALUE SPACES.
025200     05  BAL-GRP-OUT-SOURCE   PIC X(08).
025300     05  FILLER               PIC X(02)      VALUE SPACES.
025400     05  BAL-GRP-IN-SOURCE    PIC X(08).
025500     05  FILLER               PIC X(04)      VALUE SPACES.
025600     05  BAL-GRP-DETAILS      PIC Z(11)9.
025700     05  FILLER               PIC X(02)      VALUE SPACES.
025800     05  BAL-GRP-TRAILER      PIC Z(11)9.
025900     05  BAL-GRP-TRL-X        REDEFINES BAL-GRP-TRAILER
026000                              PIC X(12).
026100     05  FILLER               PIC X(02)      VALUE SPACES.
026200     05  BAL-GRP-RESULT       PIC X(14).
026300     05  FILLER               PIC X(59)      VALUE SPACES.
026400 01  BAL-SECTION-TITLE.
026500     05  FILLER               PIC X(01)      VALUE SPACES.
026600     05  BAL-TITLE-TEXT       PIC X(60).
026700     05  FILLER               PIC X(71)      VALUE SPACES.
026800 01  BAL-MESSAGE-LINE.
026900     05  FILLER               PIC X(01)      VALUE SPACES.
027000     05  BAL-MSG-TEXT         PIC X(70).
027100     05  FILLER               PIC X(61)      VALUE SPACES.
027200 PROCEDURE DIVISION.
027300*****************************************************************
027400* 0000-MAINLINE                                                 *
027500*****************************************************************
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027800     PERFORM 2000-READ-RUN-STATS THRU 2000-EXIT
027900     IF STAT-RECORD-FOUND
028000         PERFORM 2200-COUNT-REPORT THRU 2200-EXIT
028100         PERFORM 2400-COUNT-EXTRACT THRU 2400-EXIT
028200         PERFORM 2600-COUNT-RANK THRU 2600-EXIT
028300         PERFORM 2800-COUNT-REJECTS THRU 2800-EXIT
028400         IF GROUP-TIE-WANTED
028500             PERFORM 3000-READ-INPUT-GROUPS THRU 3000-EXIT
028600         END-IF
028700         PERFORM 4000-PRINT-CERTIFICATE THRU 4000-EXIT
028800     END-IF
028900     PERFORM 5000-TERMINATE THRU 5000-EXIT
029000     GOBACK.
029100*****************************************************************
029200* 1000-INITIALIZE - OPEN THE CERTIFICATE AND PRINT ITS HEADING  *
029300*****************************************************************
029400 1000-INITIALIZE.
029500     ACCEPT BAL-RUN-DATE FROM DATE YYYYMMDD
029600     OPEN OUTPUT BALANCE-REPORT-FILE
029700     MOVE BAL-RUN-DATE TO BAL-H1-DATE
029800     WRITE BALANCE-REPORT-LINE FROM BAL-HEADING-1
029900         AFTER ADVANCING PAGE.
030000 1000-EXIT.
030100     EXIT.
030200*****************************************************************
030300* 2000-READ-RUN-STATS - READ FACTSTAT TO THE END; THE LAST      *
030400*                       RECORD IS THE RUN BEING BALANCED.  A    *
030500*                       REPROCESS RUN HAS NO FACTIN GROUPS TO   *
030600*                       TIE.                                    *
030700*****************************************************************
030800 2000-READ-RUN-STATS.
030900     SET NOT-END-OF-FILE TO TRUE
031000     OPEN INPUT RUN-STATS-FILE
031100     PERFORM 2100-READ-ONE-STAT THRU 2100-EXIT
031200         UNTIL END-OF-FILE
031300     CLOSE RUN-STATS-FILE
031400     IF NO-STAT-RECORD
031500         MOVE 'NO FACTSTAT RECORD - NOTHING TO BALANCE AGAINST'
031600             TO BAL-MSG-TEXT
031700         WRITE BALANCE-REPORT-LINE FROM BAL-MESSAGE-LINE
031800             AFTER ADVANCING 2 LINES
031900         GO TO 2000-EXIT
032000     END-IF
032100     MOVE RS-START-DATE TO BAL-RUN-START-DATE
032200     MOVE RS-START-TIME TO BAL-RUN-START-TIME
032300     MOVE RS-RUN-TYPE TO BAL-RUN-TYPE
032400     MOVE RS-RETURN-CODE TO BAL-RUN-RC
032500     WRITE BALANCE-REPORT-LINE FROM BAL-RUN-LINE
032600         AFTER ADVANCING 2 LINES
032700     IF RS-REPROCESS-RUN OR RS-REPROC-RESTART
032800         SET GROUP-TIE-SKIPPED TO TRUE
032900     END-IF.
033000 2000-EXIT.
033100     EXIT.
033200*****************************************************************
033300* 2100-READ-ONE-STAT - ONE FACTSTAT RECORD; THE RECORD AREA IS  *
033400*                      LEFT HOLDING THE LAST ONE READ           *
033500*****************************************************************
033600 2100-READ-ONE-STAT.
033700     READ RUN-STATS-FILE
033800         AT END
033900             SET END-OF-FILE TO TRUE
034000         NOT AT END
034100             ADD 1 TO BAL-STAT-CNT
034200             SET STAT-RECORD-FOUND TO TRUE
034300     END-READ.
034400 2100-EXIT.
034500     EXIT.
034600*****************************************************************
034700* 2200-COUNT-REPORT - ONE PASS OF FACTOUT: EVERY 'D' LINE, THE  *
034800*                     CERTIFIED (OK OR BIG N!) 'D' LINES, AND   *
034900*                     THE 'D' LINES UNDER EACH 'S' GROUP        *
035000*****************************************************************
035100 2200-COUNT-REPORT.
035200     SET NOT-END-OF-FILE TO TRUE
035300     OPEN INPUT FACT-DETAIL-FILE
035400     PERFORM 2300-COUNT-ONE-LINE THRU 2300-EXIT
035500         UNTIL END-OF-FILE
035600     CLOSE FACT-DETAIL-FILE.
035700 2200-EXIT.
035800     EXIT.
035900*****************************************************************
036000* 2300-COUNT-ONE-LINE - ONE FACTOUT LINE.  A GROUP BEYOND THE   *
036100*                       TABLE IS COUNTED AS LOST AND CANNOT BE  *
036200*                       CERTIFIED.                              *
036300*****************************************************************
036400 2300-COUNT-ONE-LINE.
036500     READ FACT-DETAIL-FILE
036600         AT END
036700             SET END-OF-FILE TO TRUE
036800             GO TO 2300-EXIT
036900     END-READ
037000     IF RI-SOURCE-LINE
037100         ADD 1 TO BAL-OUT-GROUP-CNT
037200         IF BAL-OUT-GROUP-CNT > BAL-GROUP-MAX
037300             ADD 1 TO BAL-OUT-GRP-LOST
037400         ELSE
037500             MOVE RIS-SOURCE TO BGT-OUT-SOURCE (BAL-OUT-GROUP-CNT)
037600             MOVE ZERO TO BGT-OUT-DETAILS (BAL-OUT-GROUP-CNT)
037700         END-IF
037800         GO TO 2300-EXIT
037900     END-IF
038000     IF NOT RI-DETAIL-LINE
038100         GO TO 2300-EXIT
038200     END-IF
038300     ADD 1 TO BAL-OUT-DETAIL-CNT
038400     IF RI-STATUS-CERTIFIED
038500         ADD 1 TO BAL-OUT-CERT-CNT
038600     END-IF
038700     IF BAL-OUT-GROUP-CNT = ZERO
038800         ADD 1 TO BAL-OUT-UNGRP-CNT
038900     ELSE
039000         IF BAL-OUT-GROUP-CNT NOT > BAL-GROUP-MAX
039100             ADD 1 TO BGT-OUT-DETAILS (BAL-OUT-GROUP-CNT)
039200         END-IF
039300     END-IF.
039400 2300-EXIT.
039500     EXIT.
039600*****************************************************************
039700* 2400-COUNT-EXTRACT - ONE PASS OF FACTXTR: THE DETAILS AND     *
039800*                      THEIR N HASH, AND THE TRAILER CONTROLS   *
039900*****************************************************************
040000 2400-COUNT-EXTRACT.
040100     SET NOT-END-OF-FILE TO TRUE
040200     OPEN INPUT FACT-EXTRACT-FILE
040300     PERFORM 2500-COUNT-ONE-EXTRACT THRU 2500-EXIT
040400         UNTIL END-OF-FILE
040500     CLOSE FACT-EXTRACT-FILE.
040600 2400-EXIT.
040700     EXIT.
040800*****************************************************************
040900* 2500-COUNT-ONE-EXTRACT - ONE FACTXTR RECORD                   *
041000*****************************************************************
041100 2500-COUNT-ONE-EXTRACT.
041200     READ FACT-EXTRACT-FILE
041300         AT END
041400             SET END-OF-FILE TO TRUE
041500             GO TO 2500-EXIT
041600     END-READ
041700     IF XR-HEADER-RECORD
041800         SET XTR-HEADER-SEEN TO TRUE
041900     ELSE
042000         IF XR-TRAILER-RECORD
042100             SET XTR-TRAILER-SEEN TO TRUE
042200             MOVE XR-TRL-RECORD-COUNT TO BAL-XTR-TRL-COUNT
042300             MOVE XR-TRL-HASH-TOTAL TO BAL-XTR-TRL-HASH
042400         ELSE
042500             ADD 1 TO BAL-XTR-DETAIL-CNT
042600             IF XR-N IS NUMERIC
042700                 COMPUTE BAL-XTR-HASH =
042800                     FUNCTION MOD (BAL-XTR-HASH + XR-N,
042900                     BAL-HASH-MODULUS)
043000             END-IF
043100         END-IF
043200     END-IF.
043300 2500-EXIT.
043400     EXIT.
043500*****************************************************************
043600* 2600-COUNT-RANK - COUNT THE FACTSRT RANKING RECORDS           *
043700*****************************************************************
043800 2600-COUNT-RANK.
043900     SET NOT-END-OF-FILE TO TRUE
044000     OPEN INPUT FACT-RANK-FILE
044100     PERFORM 2700-COUNT-ONE-RANK THRU 2700-EXIT
044200         UNTIL END-OF-FILE
044300     CLOSE FACT-RANK-FILE.
044400 2600-EXIT.
044500     EXIT.
044600*****************************************************************
044700* 2700-COUNT-ONE-RANK - ONE FACTSRT RECORD                      *
044800*****************************************************************
044900 2700-COUNT-ONE-RANK.
045000     READ FACT-RANK-FILE
045100         AT END
045200             SET END-OF-FILE TO TRUE
045300         NOT AT END
045400             ADD 1 TO BAL-RANK-CNT
045500     END-READ.
045600 2700-EXIT.
045700     EXIT.
045800*****************************************************************
045900* 2800-COUNT-REJECTS - COUNT THE FACTREJ REJECT RECORDS         *
046000*****************************************************************
046100 2800-COUNT-REJECTS.
046200     SET NOT-END-OF-FILE TO TRUE
046300     OPEN INPUT FACT-REJECT-FILE
046400     PERFORM 2900-COUNT-ONE-REJECT THRU 2900-EXIT
046500         UNTIL END-OF-FILE
046600     CLOSE FACT-REJECT-FILE.
046700 2800-EXIT.
046800     EXIT.
046900*****************************************************************
047000* 2900-COUNT-ONE-REJECT - ONE FACTREJ RECORD; A MULT            *
047001*                         CONTINUATION IMAGE IS NOT A REJECT    *
047100*****************************************************************
047200 2900-COUNT-ONE-REJECT.
047300     READ FACT-REJECT-FILE
047400         AT END
047500             SET END-OF-FILE TO TRUE
047600         NOT AT END
047700             IF NOT RJI-CONTINUATION-IMAGE
047701                 ADD 1 TO BAL-REJECT-CNT
047702             END-IF
047800     END-READ.
047900 2900-EXIT.
048000     EXIT.
048100*****************************************************************
048200* 3000-READ-INPUT-GROUPS - ONE PASS OF FACTIN FOR THE GROUP     *
048300*                          HEADERS (SOURCE) AND TRAILERS        *
048400*                          (CLAIMED DETAIL COUNT)               *
048500*****************************************************************
048600 3000-READ-INPUT-GROUPS.
048700     SET NOT-END-OF-FILE TO TRUE
048800     OPEN INPUT FACT-INPUT-FILE
048900     PERFORM 3100-READ-ONE-INPUT THRU 3100-EXIT
049000         UNTIL END-OF-FILE
049100     CLOSE FACT-INPUT-FILE.
049200 3000-EXIT.
049300     EXIT.
049400*****************************************************************
049500* 3100-READ-ONE-INPUT - ONE FACTIN RECORD.  A TRAILER WITH A    *
049600*                       NON-NUMERIC COUNT, OR NONE AT ALL,      *
049700*                       LEAVES THE GROUP WITHOUT A CLAIMED      *
049800*                       COUNT AND IT CANNOT TIE.                *
049900*****************************************************************
050000 3100-READ-ONE-INPUT.
050100     READ FACT-INPUT-FILE
050200         AT END
050300             SET END-OF-FILE TO TRUE
050400             GO TO 3100-EXIT
050500     END-READ
050600     IF FI-HEADER-RECORD
050700         ADD 1 TO BAL-IN-GROUP-CNT
050800         IF BAL-IN-GROUP-CNT > BAL-GROUP-MAX
050900             ADD 1 TO BAL-IN-GRP-LOST
051000         ELSE
051100             MOVE FI-HDR-SOURCE
051200                 TO BGT-IN-SOURCE (BAL-IN-GROUP-CNT)
051300             MOVE ZERO TO BGT-IN-TRL-CNT (BAL-IN-GROUP-CNT)
051400             MOVE 'N' TO BGT-IN-TRL-SW (BAL-IN-GROUP-CNT)
051500         END-IF
051600         GO TO 3100-EXIT
051700     END-IF
051800     IF FI-TRAILER-RECORD
051900         AND BAL-IN-GROUP-CNT > ZERO
052000         AND BAL-IN-GROUP-CNT NOT > BAL-GROUP-MAX
052100         AND FI-TRL-RECORD-COUNT IS NUMERIC
052200         MOVE FI-TRL-RECORD-COUNT
052300             TO BGT-IN-TRL-CNT (BAL-IN-GROUP-CNT)
052400         SET BGT-IN-TRAILER-SEEN (BAL-IN-GROUP-CNT) TO TRUE
052500     END-IF.
052600 3100-EXIT.
052700     EXIT.
052800*****************************************************************
052900* 4000-PRINT-CERTIFICATE - THE CONTROL-BY-CONTROL COMPARISONS,  *
053000*                          THEN THE GROUP TIES                  *
053100*****************************************************************
053200 4000-PRINT-CERTIFICATE.
053300     WRITE BALANCE-REPORT-LINE FROM BAL-CHECK-HEADS
053400         AFTER ADVANCING 2 LINES
053500     MOVE 'FACTOUT OK/BIG N! LINES VS FACTXTR DETAILS'
053600         TO BAL-CHK-TEXT
053700     MOVE BAL-OUT-CERT-CNT TO BAL-CHK-LEFT-VAL
053800     MOVE BAL-XTR-DETAIL-CNT TO BAL-CHK-RIGHT-VAL
053900     PERFORM 4100-PRINT-ONE-CHECK THRU 4100-EXIT
054000     MOVE 'FACTOUT OK/BIG N! LINES VS FACTXTR TRAILER COUNT'
054100         TO BAL-CHK-TEXT
054200     MOVE BAL-OUT-CERT-CNT TO BAL-CHK-LEFT-VAL
054300     MOVE BAL-XTR-TRL-COUNT TO BAL-CHK-RIGHT-VAL
054400     PERFORM 4100-PRINT-ONE-CHECK THRU 4100-EXIT
054500     MOVE 'FACTXTR DETAIL N HASH VS FACTXTR TRAILER HASH'
054600         TO BAL-CHK-TEXT
054700     MOVE BAL-XTR-HASH TO BAL-CHK-LEFT-VAL
054800     MOVE BAL-XTR-TRL-HASH TO BAL-CHK-RIGHT-VAL
054900     PERFORM 4100-PRINT-ONE-CHECK THRU 4100-EXIT
055000     MOVE 'FACTOUT OK/BIG N! LINES VS FACTSRT RECORDS'
055100         TO BAL-CHK-TEXT
055200     MOVE BAL-OUT-CERT-CNT TO BAL-CHK-LEFT-VAL
055300     MOVE BAL-RANK-CNT TO BAL-CHK-RIGHT-VAL
055400     PERFORM 4100-PRINT-ONE-CHECK THRU 4100-EXIT
055500     MOVE 'FACTOUT OK/BIG N! LINES VS RS-OK-COUNT'
055600         TO BAL-CHK-TEXT
055700     MOVE BAL-OUT-CERT-CNT TO BAL-CHK-LEFT-VAL
055800     MOVE RS-OK-COUNT TO BAL-CHK-RIGHT-VAL
055900     PERFORM 4100-PRINT-ONE-CHECK THRU 4100-EXIT
056000     MOVE 'FACTOUT DETAIL LINES VS RS-RECORDS-READ'
056100         TO BAL-CHK-TEXT
056200     MOVE BAL-OUT-DETAIL-CNT TO BAL-CHK-LEFT-VAL
056300     MOVE RS-RECORDS-READ TO BAL-CHK-RIGHT-VAL
056400     PERFORM 4100-PRINT-ONE-CHECK THRU 4100-EXIT
056500     MOVE 'FACTREJ RECORDS VS RS-INVALID-COUNT'
056600         TO BAL-CHK-TEXT
056700     MOVE BAL-REJECT-CNT TO BAL-CHK-LEFT-VAL
056800     MOVE RS-INVALID-COUNT TO BAL-CHK-RIGHT-VAL
056900     PERFORM 4100-PRINT-ONE-CHECK THRU 4100-EXIT
057000     IF NOT XTR-HEADER-SEEN
057100         SET SOMETHING-OUT TO TRUE
057200         ADD 1 TO BAL-FAIL-CNT
057300         MOVE 'FACTXTR HAS NO HEADER RECORD - FEED IS INCOMPLETE'
057400             TO BAL-MSG-TEXT
057500         WRITE BALANCE-REPORT-LINE FROM BAL-MESSAGE-LINE
057600             AFTER ADVANCING 1 LINE
057700     END-IF
057800     IF NOT XTR-TRAILER-SEEN
057900         SET SOMETHING-OUT TO TRUE
058000         ADD 1 TO BAL-FAIL-CNT
058100         MOVE 'FACTXTR HAS NO TRAILER RECORD - FEED IS INCOMPLETE'
058200             TO BAL-MSG-TEXT
058300         WRITE BALANCE-REPORT-LINE FROM BAL-MESSAGE-LINE
058400             AFTER ADVANCING 1 LINE
058500     END-IF
058600     IF GROUP-TIE-WANTED
058700         PERFORM 4200-PRINT-GROUP-TIES THRU 4200-EXIT
058800     ELSE
058900         MOVE 'REPROCESS RUN - NO FACTIN GROUPS TO TIE'
059000             TO BAL-MSG-TEXT
059100         WRITE BALANCE-REPORT-LINE FROM BAL-MESSAGE-LINE
059200             AFTER ADVANCING 2 LINES
059300     END-IF.
059400 4000-EXIT.
059500     EXIT.
059600*****************************************************************
059700* 4100-PRINT-ONE-CHECK - COMPARE BAL-CHK-LEFT-VAL WITH          *
059800*                        BAL-CHK-RIGHT-VAL AND PRINT THE LINE   *
059900*****************************************************************
060000 4100-PRINT-ONE-CHECK.
060100     ADD 1 TO BAL-CHECK-CNT
060200     MOVE BAL-CHK-LEFT-VAL TO BAL-CHK-LEFT
060300     MOVE BAL-CHK-RIGHT-VAL TO BAL-CHK-RIGHT
060400     IF BAL-CHK-LEFT-VAL = BAL-CHK-RIGHT-VAL
060500         MOVE 'IN BALANCE' TO BAL-CHK-RESULT
060600     ELSE
060700         MOVE 'OUT OF BALANCE' TO BAL-CHK-RESULT
060800         SET SOMETHING-OUT TO TRUE
060900         ADD 1 TO BAL-FAIL-CNT
061000     END-IF
061100     WRITE BALANCE-REPORT-LINE FROM BAL-CHECK-LINE
061200         AFTER ADVANCING 1 LINE.
061300 4100-EXIT.
061400     EXIT.
061500*****************************************************************
061600* 4200-PRINT-GROUP-TIES - ONE LINE PER GROUP: THE NTH FACTOUT   *
061700*                         'S' GROUP AGAINST THE NTH FACTIN      *
061800*                         GROUP.  SOURCES MUST AGREE AND THE    *
061900*                         'D' LINES MUST EQUAL THE TRAILER'S    *
062000*                         CLAIMED COUNT.                        *
062100*****************************************************************
062200 4200-PRINT-GROUP-TIES.
062300     MOVE 'DEPARTMENT GROUP TIE - FACTOUT TO FACTIN TRAILERS'
062400         TO BAL-TITLE-TEXT
062500     WRITE BALANCE-REPORT-LINE FROM BAL-SECTION-TITLE
062600         AFTER ADVANCING 2 LINES
062700     WRITE BALANCE-REPORT-LINE FROM BAL-GROUP-HEADS
062800         AFTER ADVANCING 1 LINE
062900     IF BAL-OUT-GROUP-CNT > BAL-IN-GROUP-CNT
063000         MOVE BAL-OUT-GROUP-CNT TO BAL-GRP-LIMIT
063100     ELSE
063200         MOVE BAL-IN-GROUP-CNT TO BAL-GRP-LIMIT
063300     END-IF
063400     IF BAL-GRP-LIMIT > BAL-GROUP-MAX
063500         MOVE BAL-GROUP-MAX TO BAL-GRP-LIMIT
063600     END-IF
063700     PERFORM 4300-PRINT-ONE-GROUP THRU 4300-EXIT
063800         VARYING BAL-GRP-SUB FROM 1 BY 1
063900         UNTIL BAL-GRP-SUB > BAL-GRP-LIMIT
064000     IF BAL-OUT-UNGRP-CNT > ZERO
064100         SET SOMETHING-OUT TO TRUE
064200         ADD 1 TO BAL-FAIL-CNT
064300         MOVE 'FACTOUT DETAIL LINES OUTSIDE ANY GROUP'
064400             TO BAL-CHK-TEXT
064500         MOVE BAL-OUT-UNGRP-CNT TO BAL-CHK-LEFT
064600         MOVE ZERO TO BAL-CHK-RIGHT
064700         MOVE 'OUT OF BALANCE' TO BAL-CHK-RESULT
064800         WRITE BALANCE-REPORT-LINE FROM BAL-CHECK-LINE
064900             AFTER ADVANCING 1 LINE
065000     END-IF
065100     IF BAL-OUT-GRP-LOST > ZERO OR BAL-IN-GRP-LOST > ZERO
065200         SET SOMETHING-OUT TO TRUE
065300         ADD 1 TO BAL-FAIL-CNT
065400         MOVE 'TOO MANY GROUPS FOR THE TIE TABLE - NOT CERTIFIED'
065500             TO BAL-MSG-TEXT
065600         WRITE BALANCE-REPORT-LINE FROM BAL-MESSAGE-LINE
065700             AFTER ADVANCING 1 LINE
065800     END-IF.
065900 4200-EXIT.
066000     EXIT.
066100*****************************************************************
066200* 4300-PRINT-ONE-GROUP - ONE GROUP TIE LINE                     *
066300*****************************************************************
066400 4300-PRINT-ONE-GROUP.
066500     MOVE BAL-GRP-SUB TO BAL-GRP-NUMBER
066600     MOVE 'IN BALANCE' TO BAL-GRP-RESULT
066700     IF BAL-GRP-SUB > BAL-OUT-GROUP-CNT
066800         MOVE '(NONE)' TO BAL-GRP-OUT-SOURCE
066900         MOVE ZERO TO BAL-GRP-DETAILS
067000         MOVE 'OUT OF BALANCE' TO BAL-GRP-RESULT
067100     ELSE
067200         MOVE BGT-OUT-SOURCE (BAL-GRP-SUB) TO BAL-GRP-OUT-SOURCE
067300         MOVE BGT-OUT-DETAILS (BAL-GRP-SUB) TO BAL-GRP-DETAILS
067400     END-IF
067500     IF BAL-GRP-SUB > BAL-IN-GROUP-CNT
067600         MOVE '(NONE)' TO BAL-GRP-IN-SOURCE
067700         MOVE SPACES TO BAL-GRP-TRL-X
067800         MOVE 'OUT OF BALANCE' TO BAL-GRP-RESULT
067900     ELSE
068000         MOVE BGT-IN-SOURCE (BAL-GRP-SUB) TO BAL-GRP-IN-SOURCE
068100         IF BGT-IN-TRAILER-SEEN (BAL-GRP-SUB)
068200             MOVE BGT-IN-TRL-CNT (BAL-GRP-SUB) TO BAL-GRP-TRAILER
068300         ELSE
068400             MOVE '  NO TRAILER' TO BAL-GRP-TRL-X
068500             MOVE 'OUT OF BALANCE' TO BAL-GRP-RESULT
068600         END-IF
068700     END-IF
068800     IF BAL-GRP-SUB NOT > BAL-OUT-GROUP-CNT
068900         AND BAL-GRP-SUB NOT > BAL-IN-GROUP-CNT
069000         IF BGT-OUT-SOURCE (BAL-GRP-SUB)
069100                 NOT = BGT-IN-SOURCE (BAL-GRP-SUB)
069200             OR BGT-OUT-DETAILS (BAL-GRP-SUB)
069300                 NOT = BGT-IN-TRL-CNT (BAL-GRP-SUB)
069400             MOVE 'OUT OF BALANCE' TO BAL-GRP-RESULT
069500         END-IF
069600     END-IF
069700     IF BAL-GRP-RESULT NOT = 'IN BALANCE'
069800         SET SOMETHING-OUT TO TRUE
069900         ADD 1 TO BAL-FAIL-CNT
070000     END-IF
070100     WRITE BALANCE-REPORT-LINE FROM BAL-GROUP-LINE
070200         AFTER ADVANCING 1 LINE.
070300 4300-EXIT.
070400     EXIT.
070500*****************************************************************
070600* 5000-TERMINATE - THE VERDICT AND THE RETURN CODE              *
070700*****************************************************************
070800 5000-TERMINATE.
070900     IF NO-STAT-RECORD
071000         MOVE 12 TO RETURN-CODE
071100     ELSE
071200         IF ALL-IN-BALANCE
071300             MOVE 'ALL OUTPUTS IN BALANCE - CERTIFIED FOR RELEASE'
071400                 TO BAL-MSG-TEXT
071500         ELSE
071600             MOVE 'OUT OF BALANCE - HOLD THE SORTED REPORT AND'
071700                 TO BAL-MSG-TEXT
071800             MOVE 'THE EXTRACT TRANSMISSION'
071900                 TO BAL-MSG-TEXT (45:24)
072000             MOVE 8 TO RETURN-CODE
072100         END-IF
072200         WRITE BALANCE-REPORT-LINE FROM BAL-MESSAGE-LINE
072300             AFTER ADVANCING 2 LINES
072400     END-IF
072500     CLOSE BALANCE-REPORT-FILE.
072600 5000-EXIT.
072700     EXIT.
072800 END PROGRAM FACTBAL.
