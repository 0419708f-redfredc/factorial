000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FACTACK.
000300 AUTHOR.        D. WALKER.
000400 INSTALLATION.  CORPORATE DATA PROCESSING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED. 10/14/2026.
000700*****************************************************************
000800* FACTACK KEEPS THE DELIVERY REGISTER OF EVERY FACTXTR FEED SENT*
000900* TO THE ACTUARIAL SYSTEM (DLVREG, A VSAM KSDS, LAYOUT IN       *
001000* COPYBOOK DLVREC) AND MATCHES THE RECEIVER'S ACKNOWLEDGEMENTS  *
001100* (ACKIN, LAYOUT IN COPYBOOK ACKREC) AGAINST IT.  THE PARM      *
001200* SELECTS ONE OF THREE FUNCTIONS:                               *
001300*                                                               *
001400*   PARM='REGISTER' - READ THE NIGHT'S FACTXTR, PROVE ITS       *
001500*                     DETAILS AGAINST ITS OWN TRAILER, AND FILE *
001600*                     IT ON THE REGISTER AS SENT AND AWAITING   *
001700*                     ACKNOWLEDGEMENT.  RUN BY FACTBAT ONLY     *
001800*                     WHEN THE NIGHT'S OUTPUTS ARE CERTIFIED.   *
001900*   PARM=' ' OR     - POST EACH ACKNOWLEDGEMENT ON ACKIN TO ITS *
002000*   PARM='MATCH'      REGISTER ENTRY (IN BALANCE, OUT OF        *
002100*                     BALANCE, OR REJECTED BY THE RECEIVER),    *
002200*                     ACTION THE OPERATOR CARDS ON ACKCTL, THEN *
002300*                     PRINT EVERY FEED NEEDING ATTENTION.       *
002400*   PARM='RESEND'   - COPY EVERY FEED FLAGGED FOR               *
002500*                     RETRANSMISSION FROM THE SENT-EXTRACT      *
002600*                     HISTORY (XTRHIST) TO RESENDX AND RETURN   *
002700*                     ITS ENTRY TO AWAITING ACKNOWLEDGEMENT.    *
002800*                                                               *
002900* ACKCTL CONTROL CARDS (FACTMUTL FORMAT, '*' = COMMENT):        *
003000*   COLS 1-8   VERB      OVERDUE OR RETRANS                     *
003100*   COLS 10-17 OPERAND-1 OVERDUE: DAYS A FEED MAY GO            *
003200*                          UNACKNOWLEDGED (DEFAULT 2)           *
003300*                        RETRANS: RUN DATE YYYYMMDD OF THE FEED *
003400*   COLS 19-30 OPERAND-2 RETRANS: CREATE TIME HHMMSSHH, OR      *
003500*                          BLANK FOR EVERY FEED OF THAT DATE    *
003600*                                                               *
003700* AN ACKNOWLEDGEMENT ALREADY POSTED (SAME LOAD DATE, COUNT,     *
003800* HASH, AND CODE) IS IGNORED, SO RE-READING AN ACK FILE NEVER   *
003900* UNDOES A LATER RETRANSMISSION FLAG.  EVERYTHING DONE PRINTS   *
004000* ON ACKLST.                                                    *
004100*                                                               *
004200* RETURN CODES:  0 NOTHING OUTSTANDING                          *
004300*                4 FEEDS OVERDUE OR AWAITING RETRANSMISSION     *
004400*                8 A FEED OUT OF BALANCE OR REJECTED, AN ACK    *
004500*                  OR CARD IN ERROR, AN EXTRACT THAT WOULD NOT  *
004600*                  PROVE, OR A FLAGGED FEED NOT ON THE HISTORY  *
004700*               12 BAD PARM OR THE REGISTER WILL NOT OPEN       *
004800*****************************************************************
004900* MODIFICATION HISTORY                                          *
005000*-----------------------------------------------------------------
005100* DATE       BY    DESCRIPTION                                  *
005200* 10/14/2026 DLH   ORIGINAL PROGRAM.                            *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-370.
005700 OBJECT-COMPUTER. IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT EXTRACT-FILE       ASSIGN TO FACTXTR
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT HISTORY-FILE       ASSIGN TO XTRHIST
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT RESEND-FILE        ASSIGN TO RESENDX
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT ACK-FILE           ASSIGN TO ACKIN
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT ACK-CONTROL-FILE   ASSIGN TO ACKCTL
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT ACK-LISTING-FILE   ASSIGN TO ACKLST
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT DELIVERY-REGISTER  ASSIGN TO DLVREG
007300         ORGANIZATION IS INDEXED
007400         ACCESS IS DYNAMIC
007500         RECORD KEY IS DR-KEY
007600         FILE STATUS IS ACK-REG-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900*****************************************************************
008000* EXTRACT-FILE - THE NIGHT'S FACTXTR FEED BEING REGISTERED      *
008100*****************************************************************
008200 FD  EXTRACT-FILE
008300     RECORDING MODE IS F.
008400 01  EXTRACT-FILE-RECORD        PIC X(182).
008500*****************************************************************
008600* HISTORY-FILE - EVERY FEED SENT, ONE GENERATION PER NIGHT      *
008700*****************************************************************
008800 FD  HISTORY-FILE
008900     RECORDING MODE IS F.
009000 01  HISTORY-FILE-RECORD        PIC X(182).
009100*****************************************************************
009200* RESEND-FILE - THE FEEDS FLAGGED FOR RETRANSMISSION, EACH WITH *
009300*               ITS ORIGINAL HEADER AND TRAILER                 *
009400*****************************************************************
009500 FD  RESEND-FILE
009600     RECORDING MODE IS F.
009700 01  RESEND-FILE-RECORD         PIC X(182).
009800*****************************************************************
009900* ACK-FILE - THE ACKNOWLEDGEMENTS RETURNED BY THE RECEIVER      *
010000*****************************************************************
010100 FD  ACK-FILE
010200     RECORDING MODE IS F.
010300 COPY ACKREC.
010400*****************************************************************
010500* ACK-CONTROL-FILE - THE OPERATOR'S CONTROL CARDS               *
010600*****************************************************************
010700 FD  ACK-CONTROL-FILE
010800     RECORDING MODE IS F.
010900 01  ACK-CONTROL-CARD.
011000     05  CTL-VERB           PIC X(08).
011100     05  FILLER             PIC X(01).
011200     05  CTL-OPERAND-1      PIC X(08).
011300     05  FILLER             PIC X(01).
011400     05  CTL-OPERAND-2      PIC X(12).
011500     05  FILLER             PIC X(50).
011600*****************************************************************
011700* ACK-LISTING-FILE - THE PRINTED ACTION AND STATUS LISTING      *
011800*****************************************************************
011900 FD  ACK-LISTING-FILE
012000     RECORDING MODE IS F.
012100 01  ACK-LISTING-LINE           PIC X(132).
012200*****************************************************************
012300* DELIVERY-REGISTER - ONE ENTRY PER FEED SENT                   *
012400*****************************************************************
012500 FD  DELIVERY-REGISTER.
012600 COPY DLVREC.
012700 WORKING-STORAGE SECTION.
012800*****************************************************************
012900* WORKING STORAGE                                               *
013000*****************************************************************
013100 01  ACK-SWITCHES.
013200     05  ACK-FUNCTION-SW      PIC X(01)      VALUE 'M'.
013300         88  REGISTER-FUNCTION        VALUE 'G'.
013400         88  MATCH-FUNCTION           VALUE 'M'.
013500         88  RESEND-FUNCTION          VALUE 'X'.
013600     05  ACK-PARM-ERR-SW      PIC X(01)      VALUE 'N'.
013700         88  PARM-IN-ERROR            VALUE 'Y'.
013800         88  PARM-IS-GOOD             VALUE 'N'.
013900     05  ACK-CTL-EOF-SW       PIC X(01)      VALUE 'N'.
014000         88  END-OF-CONTROL           VALUE 'Y'.
014100         88  NOT-END-OF-CONTROL       VALUE 'N'.
014200     05  ACK-ACK-EOF-SW       PIC X(01)      VALUE 'N'.
014300         88  END-OF-ACKS              VALUE 'Y'.
014400         88  NOT-END-OF-ACKS          VALUE 'N'.
014500     05  ACK-XTR-EOF-SW       PIC X(01)      VALUE 'N'.
014600         88  END-OF-EXTRACT           VALUE 'Y'.
014700         88  NOT-END-OF-EXTRACT       VALUE 'N'.
014800     05  ACK-SCAN-EOF-SW      PIC X(01)      VALUE 'N'.
014900         88  END-OF-SCAN              VALUE 'Y'.
015000         88  NOT-END-OF-SCAN          VALUE 'N'.
015100     05  ACK-COPY-SW          PIC X(01)      VALUE 'N'.
015200         88  COPYING-FEED             VALUE 'Y'.
015300         88  NOT-COPYING-FEED         VALUE 'N'.
015400     05  ACK-PROVE-SW         PIC X(01)      VALUE 'N'.
015500         88  EXTRACT-IN-ERROR         VALUE 'Y'.
015600         88  EXTRACT-PROVED           VALUE 'N'.
015700*    A FRESHLY DEFINED KSDS HAS NEVER BEEN LOADED AND GIVES
015800*    STATUS 35 ON OPEN I-O; ONLY A REGISTER RUN MAY PRIME IT
015900*    THROUGH OPEN OUTPUT, AND THEN NOTHING IS ON FILE TO READ.
016000     05  ACK-OPEN-MODE-SW     PIC X(01)      VALUE 'N'.
016100         88  REGISTER-NOT-OPEN        VALUE 'N'.
016200         88  UPDATE-MODE              VALUE 'U'.
016300         88  INITIAL-LOAD-MODE        VALUE 'L'.
016400 01  ACK-CONSTANTS.
016500     05  ACK-HASH-MODULUS     PIC 9(13)      VALUE 1000000000000.
016600     05  ACK-DEFAULT-OVERDUE  PIC 9(08)      VALUE 2.
016700 01  ACK-COUNTERS.
016800     05  ACK-CARD-COUNT       PIC 9(08)      COMP VALUE ZERO.
016900     05  ACK-ERROR-COUNT      PIC 9(08)      COMP VALUE ZERO.
017000     05  ACK-ACKS-READ        PIC 9(08)      COMP VALUE ZERO.
017100     05  ACK-IN-BAL-COUNT     PIC 9(08)      COMP VALUE ZERO.
017200     05  ACK-OUT-BAL-COUNT    PIC 9(08)      COMP VALUE ZERO.
017300     05  ACK-REJECTED-COUNT   PIC 9(08)      COMP VALUE ZERO.
017400     05  ACK-UNMATCHED-COUNT  PIC 9(08)      COMP VALUE ZERO.
017500     05  ACK-REPEAT-COUNT     PIC 9(08)      COMP VALUE ZERO.
017600     05  ACK-FLAGGED-COUNT    PIC 9(08)      COMP VALUE ZERO.
017700     05  ACK-SECTION-COUNT    PIC 9(08)      COMP VALUE ZERO.
017800     05  ACK-ATTENTION-COUNT  PIC 9(08)      COMP VALUE ZERO.
017900     05  ACK-OVERDUE-COUNT    PIC 9(08)      COMP VALUE ZERO.
018000     05  ACK-PENDING-COUNT    PIC 9(08)      COMP VALUE ZERO.
018100     05  ACK-XTR-HDR-COUNT    PIC 9(08)      COMP VALUE ZERO.
018200     05  ACK-XTR-TRL-COUNT    PIC 9(08)      COMP VALUE ZERO.
018300     05  ACK-XTR-DTL-COUNT    PIC 9(08)      COMP VALUE ZERO.
018400     05  ACK-FEEDS-RESENT     PIC 9(08)      COMP VALUE ZERO.
018500     05  ACK-RECORDS-RESENT   PIC 9(08)      COMP VALUE ZERO.
018600 01  ACK-WORK-AREA.
018700     05  ACK-RUN-DATE         PIC 9(08).
018800     05  ACK-OVERDUE-DAYS     PIC 9(08)      VALUE ZERO.
018900     05  ACK-DAYS-OUT         PIC S9(08)     COMP VALUE ZERO.
019000     05  ACK-RETRANS-DATE     PIC 9(08)      VALUE ZERO.
019100     05  ACK-XTR-DTL-HASH     PIC 9(12)      VALUE ZERO.
019200     05  ACK-XTR-RUN-DATE     PIC 9(08)      VALUE ZERO.
019300     05  ACK-XTR-CREATE-TIME  PIC 9(08)      VALUE ZERO.
019400     05  ACK-XTR-TRL-COUNT-V  PIC 9(08)      VALUE ZERO.
019500     05  ACK-XTR-TRL-HASH     PIC 9(12)      VALUE ZERO.
019600*    THE REGISTER STATUS A SECTION OF THE LISTING COVERS; 'V'
019700*    SELECTS THE FEEDS AWAITING ACKNOWLEDGEMENT PAST THE
019800*    OVERDUE LIMIT.
019900     05  ACK-SECTION-CODE     PIC X(01)      VALUE SPACE.
020000         88  OVERDUE-SECTION          VALUE 'V'.
020100     05  ACK-SECTION-TITLE    PIC X(60)      VALUE SPACES.
020200 01  ACK-REG-STATUS           PIC X(02)      VALUE SPACES.
020300     88  REGISTER-IO-OK               VALUE '00'.
020400     88  REGISTER-OPEN-OK             VALUES '00' '97'.
020500     88  REGISTER-END-OF-FILE         VALUE '10'.
020600*****************************************************************
020700* THE EXTRACT RECORD, SHARED BY THE FACTXTR AND HISTORY READS   *
020800*****************************************************************
020900 COPY XTRREC.
021000*****************************************************************
021100* LISTING LINES                                                 *
021200*****************************************************************
021300 01  ACK-PRINT-AREA           PIC X(132).
021400 01  ACK-HEADING-1.
021500     05  FILLER               PIC X(10)      VALUE 'FACTACK'.
021600     05  FILLER               PIC X(42)
021700         VALUE 'EXTRACT DELIVERY REGISTER AND ACK MATCH'.
021800     05  FILLER               PIC X(10)      VALUE 'RUN DATE: '.
021900     05  ACK-H1-DATE          PIC 9(04)/9(02)/9(02).
022000     05  FILLER               PIC X(60)      VALUE SPACES.
022100 01  ACK-CARD-ECHO-LINE.
022200     05  FILLER               PIC X(06)      VALUE 'CARD: '.
022300     05  ACK-ECHO-TEXT        PIC X(80).
022400     05  FILLER               PIC X(46)      VALUE SPACES.
022500 01  ACK-COUNT-LINE.
022600     05  FILLER               PIC X(06)      VALUE SPACES.
022700     05  ACK-CNT-TEXT         PIC X(60).
022800     05  ACK-CNT-COUNT        PIC Z(07)9.
022900     05  FILLER               PIC X(58)      VALUE SPACES.
023000 01  ACK-MESSAGE-LINE.
023100     05  FILLER               PIC X(06)      VALUE SPACES.
023200     05  ACK-MSG-TEXT         PIC X(70).
023300     05  FILLER               PIC X(56)      VALUE SPACES.
023400 01  ACK-SECTION-LINE.
023500     05  FILLER               PIC X(02)      VALUE SPACES.
023600     05  ACK-SEC-TEXT         PIC X(60).
023700     05  FILLER               PIC X(70)      VALUE SPACES.
023800 01  ACK-MATCH-HEADS.
023900     05  FILLER               PIC X(02)      VALUE SPACES.
024000     05  FILLER               PIC X(12)      VALUE '  RUN DATE'.
024100     05  FILLER               PIC X(10)      VALUE ' CRT TIME'.
024200     05  FILLER               PIC X(10)      VALUE ' SENT CNT'.
024300     05  FILLER               PIC X(10)      VALUE '  ACK CNT'.
024400     05  FILLER               PIC X(14)
024500         VALUE '     SENT HASH'.
024600     05  FILLER               PIC X(14)
024700         VALUE '      ACK HASH'.
024800     05  FILLER               PIC X(08)      VALUE '  RESULT'.
024900     05  FILLER               PIC X(52)      VALUE SPACES.
025000 01  ACK-MATCH-LINE.
025100     05  FILLER               PIC X(02)      VALUE SPACES.
025200     05  ACK-MAT-RUN-DATE     PIC 9(04)/9(02)/9(02).
025300     05  FILLER               PIC X(02)      VALUE SPACES.
025400     05  ACK-MAT-CRT-TIME     PIC 9(08).
025500     05  FILLER               PIC X(02)      VALUE SPACES.
025600     05  ACK-MAT-SENT-CNT     PIC Z(07)9.
025700     05  FILLER               PIC X(02)      VALUE SPACES.
025800     05  ACK-MAT-ACK-CNT      PIC Z(07)9.
025900     05  FILLER               PIC X(02)      VALUE SPACES.
026000     05  ACK-MAT-SENT-HASH    PIC Z(11)9.
026100     05  FILLER               PIC X(02)      VALUE SPACES.
026200     05  ACK-MAT-ACK-HASH     PIC Z(11)9.
026300     05  FILLER               PIC X(02)      VALUE SPACES.
026400     05  ACK-MAT-RESULT       PIC X(30).
026500     05  FILLER               PIC X(28)      VALUE SPACES.
026600 01  ACK-REGISTER-HEADS.
026700     05  FILLER               PIC X(02)      VALUE SPACES.
026800     05  FILLER               PIC X(12)      VALUE '  RUN DATE'.
026900     05  FILLER               PIC X(10)      VALUE ' CRT TIME'.
027000     05  FILLER               PIC X(12)      VALUE ' SENT DATE'.
027100     05  FILLER               PIC X(06)      VALUE '  DAYS'.
027200     05  FILLER               PIC X(10)      VALUE ' SENT CNT'.
027300     05  FILLER               PIC X(14)
027400         VALUE '     SENT HASH'.
027500     05  FILLER               PIC X(10)      VALUE '  ACK CNT'.
027600     05  FILLER               PIC X(14)
027700         VALUE '      ACK HASH'.
027800     05  FILLER               PIC X(06)      VALUE '  RETX'.
027900     05  FILLER               PIC X(10)      VALUE '  REASON'.
028000     05  FILLER               PIC X(26)      VALUE SPACES.
028100 01  ACK-REGISTER-LINE.
028200     05  FILLER               PIC X(02)      VALUE SPACES.
028300     05  ACK-REG-RUN-DATE     PIC 9(04)/9(02)/9(02).
028400     05  FILLER               PIC X(02)      VALUE SPACES.
028500     05  ACK-REG-CRT-TIME     PIC 9(08).
028600     05  FILLER               PIC X(02)      VALUE SPACES.
028700     05  ACK-REG-SENT-DATE    PIC 9(04)/9(02)/9(02).
028800     05  FILLER               PIC X(02)      VALUE SPACES.
028900     05  ACK-REG-DAYS         PIC ZZZ9.
029000     05  FILLER               PIC X(02)      VALUE SPACES.
029100     05  ACK-REG-SENT-CNT     PIC Z(07)9.
029200     05  FILLER               PIC X(02)      VALUE SPACES.
029300     05  ACK-REG-SENT-HASH    PIC Z(11)9.
029400     05  FILLER               PIC X(02)      VALUE SPACES.
029500     05  ACK-REG-ACK-CNT      PIC Z(07)9.
029600     05  FILLER               PIC X(02)      VALUE SPACES.
029700     05  ACK-REG-ACK-HASH     PIC Z(11)9.
029800     05  FILLER               PIC X(02)      VALUE SPACES.
029900     05  ACK-REG-RETX         PIC ZZZ9.
030000     05  FILLER               PIC X(02)      VALUE SPACES.
030100     05  ACK-REG-REASON       PIC X(30).
030200     05  FILLER               PIC X(04)      VALUE SPACES.
030300 LINKAGE SECTION.
030400*****************************************************************
030500* LINKAGE PARAMETERS - PARM FROM THE EXECUTING JCL STEP         *
030600*****************************************************************
030700 01  FACTACK-PARM.
030800     05  FACTACK-PARM-LEN     PIC S9(4)      COMP.
030900     05  FACTACK-PARM-TEXT    PIC X(94).
031000 PROCEDURE DIVISION USING FACTACK-PARM.
031100*****************************************************************
031200* 0000-MAINLINE                                                 *
031300*****************************************************************
031400 0000-MAINLINE.
031500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031600     IF PARM-IS-GOOD
031700         IF REGISTER-FUNCTION
031800             PERFORM 2000-REGISTER-EXTRACT THRU 2000-EXIT
031900         END-IF
032000         IF MATCH-FUNCTION
032100             PERFORM 3000-MATCH-ACKNOWLEDGEMENTS THRU 3000-EXIT
032200             PERFORM 4000-PROCESS-CONTROL-CARDS THRU 4000-EXIT
032300             PERFORM 5000-PRINT-REGISTER-STATUS THRU 5000-EXIT
032400         END-IF
032500         IF RESEND-FUNCTION
032600             PERFORM 6000-RESEND-EXTRACTS THRU 6000-EXIT
032700         END-IF
032800     END-IF
032900     PERFORM 8000-TERMINATE THRU 8000-EXIT
033000     GOBACK.
033100*****************************************************************
033200* 1000-INITIALIZE - EDIT THE PARM, OPEN THE LISTING, AND OPEN   *
033300*                   THE REGISTER.  A REGISTER THAT WILL NOT     *
033400*                   OPEN ENDS THE RUN BEFORE ANYTHING IS DONE.  *
033500*****************************************************************
033600 1000-INITIALIZE.
033700     ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD
033800     MOVE ACK-DEFAULT-OVERDUE TO ACK-OVERDUE-DAYS
033900     OPEN OUTPUT ACK-LISTING-FILE
034000     MOVE ACK-RUN-DATE TO ACK-H1-DATE
034100     WRITE ACK-LISTING-LINE FROM ACK-HEADING-1
034200     MOVE SPACES TO ACK-PRINT-AREA
034300     WRITE ACK-LISTING-LINE FROM ACK-PRINT-AREA
034400     IF FACTACK-PARM-LEN > ZERO
034500         IF FACTACK-PARM-TEXT (1:8) = 'REGISTER'
034600             SET REGISTER-FUNCTION TO TRUE
034700         ELSE
034800             IF FACTACK-PARM-TEXT (1:6) = 'RESEND'
034900                 SET RESEND-FUNCTION TO TRUE
035000             ELSE
035100                 IF FACTACK-PARM-TEXT (1:5) = 'MATCH'
035200                     OR FACTACK-PARM-TEXT (1:8) = SPACES
035300                     SET MATCH-FUNCTION TO TRUE
035400                 ELSE
035500                     SET PARM-IN-ERROR TO TRUE
035600                 END-IF
035700             END-IF
035800         END-IF
035900     END-IF
036000     IF PARM-IN-ERROR
036100         MOVE 'PARM MUST BE REGISTER, MATCH, RESEND, OR BLANK'
036200             TO ACK-MSG-TEXT
036300         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
036400         GO TO 1000-EXIT
036500     END-IF
036600     OPEN I-O DELIVERY-REGISTER
036700     IF REGISTER-OPEN-OK
036800         SET UPDATE-MODE TO TRUE
036900         GO TO 1000-EXIT
037000     END-IF
037100     IF ACK-REG-STATUS = '35'
037200         AND REGISTER-FUNCTION
037300         OPEN OUTPUT DELIVERY-REGISTER
037400         IF REGISTER-OPEN-OK
037500             SET INITIAL-LOAD-MODE TO TRUE
037600             MOVE 'REGISTER IS EMPTY - FILING ITS FIRST FEED'
037700                 TO ACK-MSG-TEXT
037800             PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
037900             GO TO 1000-EXIT
038000         END-IF
038100     END-IF
038200     MOVE 'DELIVERY REGISTER WILL NOT OPEN - STATUS'
038300         TO ACK-MSG-TEXT
038400     MOVE ACK-REG-STATUS TO ACK-MSG-TEXT (42:2)
038500     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
038600     SET PARM-IN-ERROR TO TRUE.
038700 1000-EXIT.
038800     EXIT.
038900*****************************************************************
039000* 2000-REGISTER-EXTRACT - READ THE WHOLE FACTXTR FEED, PROVE    *
039100*                         ITS DETAIL COUNT AND N HASH AGAINST   *
039200*                         ITS TRAILER, AND FILE IT AS SENT.  A  *
039300*                         FEED THAT WILL NOT PROVE IS NOT FILED *
039400*****************************************************************
039500 2000-REGISTER-EXTRACT.
039600     SET NOT-END-OF-EXTRACT TO TRUE
039700     SET EXTRACT-PROVED TO TRUE
039800     OPEN INPUT EXTRACT-FILE
039900     PERFORM 2100-READ-EXTRACT-RECORD THRU 2100-EXIT
040000         UNTIL END-OF-EXTRACT
040100     CLOSE EXTRACT-FILE
040200     IF ACK-XTR-HDR-COUNT NOT = 1
040300         OR ACK-XTR-TRL-COUNT NOT = 1
040400         MOVE 'FACTXTR DOES NOT CARRY ONE HEADER AND ONE TRAILER'
040500             TO ACK-MSG-TEXT
040600         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
040700         SET EXTRACT-IN-ERROR TO TRUE
040800     ELSE
040900         IF ACK-XTR-DTL-COUNT NOT = ACK-XTR-TRL-COUNT-V
041000             OR ACK-XTR-DTL-HASH NOT = ACK-XTR-TRL-HASH
041100             MOVE 'FACTXTR DETAILS DO NOT PROVE TO ITS TRAILER'
041200                 TO ACK-MSG-TEXT
041300             PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
041400             SET EXTRACT-IN-ERROR TO TRUE
041500         END-IF
041600     END-IF
041700     IF EXTRACT-IN-ERROR
041800         MOVE 'FEED NOT REGISTERED - DO NOT TRANSMIT'
041900             TO ACK-MSG-TEXT
042000         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
042100         ADD 1 TO ACK-ERROR-COUNT
042200         GO TO 2000-EXIT
042300     END-IF
042400     PERFORM 2200-FILE-REGISTER-ENTRY THRU 2200-EXIT.
042500 2000-EXIT.
042600     EXIT.
042700*****************************************************************
042800* 2100-READ-EXTRACT-RECORD - ONE FACTXTR RECORD: CAPTURE THE    *
042900*                            HEADER AND TRAILER CONTROLS, COUNT *
043000*                            AND HASH THE DETAILS               *
043100*****************************************************************
043200 2100-READ-EXTRACT-RECORD.
043300     READ EXTRACT-FILE INTO FACT-EXTRACT-RECORD
043400         AT END
043500             SET END-OF-EXTRACT TO TRUE
043600             GO TO 2100-EXIT
043700     END-READ
043800     IF XR-HEADER-RECORD
043900         ADD 1 TO ACK-XTR-HDR-COUNT
044000         MOVE XR-HDR-RUN-DATE TO ACK-XTR-RUN-DATE
044100         MOVE XR-HDR-CREATE-TIME TO ACK-XTR-CREATE-TIME
044200         GO TO 2100-EXIT
044300     END-IF
044400     IF XR-TRAILER-RECORD
044500         ADD 1 TO ACK-XTR-TRL-COUNT
044600         MOVE XR-TRL-RECORD-COUNT TO ACK-XTR-TRL-COUNT-V
044700         MOVE XR-TRL-HASH-TOTAL TO ACK-XTR-TRL-HASH
044800         GO TO 2100-EXIT
044900     END-IF
045000     ADD 1 TO ACK-XTR-DTL-COUNT
045100     COMPUTE ACK-XTR-DTL-HASH =
045200         FUNCTION MOD (ACK-XTR-DTL-HASH + XR-N,
045300         ACK-HASH-MODULUS).
045400 2100-EXIT.
045500     EXIT.
045600*****************************************************************
045700* 2200-FILE-REGISTER-ENTRY - ADD THE FEED TO THE REGISTER.  A   *
045800*                            FEED ALREADY ON FILE (THE STEP WAS *
045900*                            RERUN) IS REFILED AS SENT TODAY,   *
046000*                            KEEPING ITS RETRANSMISSION COUNT   *
046100*****************************************************************
046200 2200-FILE-REGISTER-ENTRY.
046300     MOVE ACK-XTR-RUN-DATE TO DR-RUN-DATE
046400     MOVE ACK-XTR-CREATE-TIME TO DR-CREATE-TIME
046500     IF UPDATE-MODE
046600         READ DELIVERY-REGISTER
046700             INVALID KEY
046800                 CONTINUE
046900         END-READ
047000     END-IF
047100     IF UPDATE-MODE AND REGISTER-IO-OK
047200         MOVE 'FEED ALREADY ON THE REGISTER - REFILED AS SENT'
047300             TO ACK-MSG-TEXT
047400         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
047500     ELSE
047600         MOVE ZERO TO DR-RETRANSMIT-COUNT
047700     END-IF
047800     MOVE ACK-XTR-RUN-DATE TO DR-RUN-DATE
047900     MOVE ACK-XTR-CREATE-TIME TO DR-CREATE-TIME
048000     MOVE ACK-XTR-TRL-COUNT-V TO DR-RECORD-COUNT
048100     MOVE ACK-XTR-TRL-HASH TO DR-HASH-TOTAL
048200     MOVE ACK-RUN-DATE TO DR-SENT-DATE
048300     SET DR-AWAITING-ACK TO TRUE
048400     PERFORM 2300-CLEAR-ACK-FIELDS THRU 2300-EXIT
048500     IF UPDATE-MODE AND REGISTER-IO-OK
048600         REWRITE FACT-DELIVERY-RECORD
048700             INVALID KEY
048800                 CONTINUE
048900         END-REWRITE
049000     ELSE
049100         WRITE FACT-DELIVERY-RECORD
049200             INVALID KEY
049300                 CONTINUE
049400         END-WRITE
049500     END-IF
049600     IF NOT REGISTER-IO-OK
049700         MOVE 'WRITE TO DELIVERY REGISTER FAILED - STATUS'
049800             TO ACK-MSG-TEXT
049900         MOVE ACK-REG-STATUS TO ACK-MSG-TEXT (44:2)
050000         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
050100         ADD 1 TO ACK-ERROR-COUNT
050200         GO TO 2200-EXIT
050300     END-IF
050400     MOVE ACK-REGISTER-HEADS TO ACK-PRINT-AREA
050500     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
050600     PERFORM 5300-PRINT-REGISTER-ENTRY THRU 5300-EXIT
050700     MOVE 'FEED REGISTERED AS SENT - AWAITING ACKNOWLEDGEMENT'
050800         TO ACK-MSG-TEXT
050900     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT.
051000 2200-EXIT.
051100     EXIT.
051200*****************************************************************
051300* 2300-CLEAR-ACK-FIELDS - A FEED (RE)SENT HAS NO ACK YET        *
051400*****************************************************************
051500 2300-CLEAR-ACK-FIELDS.
051600     MOVE ZERO TO DR-ACK-DATE
051700     MOVE ZERO TO DR-ACK-COUNT
051800     MOVE ZERO TO DR-ACK-HASH
051900     MOVE SPACE TO DR-ACK-CODE
052000     MOVE SPACES TO DR-ACK-REASON
052100     MOVE ACK-RUN-DATE TO DR-LAST-UPDATE.
052200 2300-EXIT.
052300     EXIT.
052400*****************************************************************
052500* 3000-MATCH-ACKNOWLEDGEMENTS - POST EVERY ACK ON ACKIN TO ITS  *
052600*                               REGISTER ENTRY                  *
052700*****************************************************************
052800 3000-MATCH-ACKNOWLEDGEMENTS.
052900     SET NOT-END-OF-ACKS TO TRUE
053000     OPEN INPUT ACK-FILE
053100     MOVE 'ACKNOWLEDGEMENTS RECEIVED' TO ACK-SEC-TEXT
053200     MOVE ACK-SECTION-LINE TO ACK-PRINT-AREA
053300     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
053400     MOVE ACK-MATCH-HEADS TO ACK-PRINT-AREA
053500     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
053600     PERFORM 3100-MATCH-ONE-ACK THRU 3100-EXIT
053700         UNTIL END-OF-ACKS
053800     CLOSE ACK-FILE
053900     MOVE 'ACKNOWLEDGEMENTS READ . . . . . . . . . . . . '
054000         TO ACK-CNT-TEXT
054100     MOVE ACK-ACKS-READ TO ACK-CNT-COUNT
054200     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
054300     MOVE 'FEEDS ACKNOWLEDGED IN BALANCE . . . . . . . . '
054400         TO ACK-CNT-TEXT
054500     MOVE ACK-IN-BAL-COUNT TO ACK-CNT-COUNT
054600     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
054700     MOVE 'FEEDS LOADED OUT OF BALANCE. . . . . . . . . .'
054800         TO ACK-CNT-TEXT
054900     MOVE ACK-OUT-BAL-COUNT TO ACK-CNT-COUNT
055000     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
055100     MOVE 'FEEDS REJECTED BY THE RECEIVER . . . . . . . .'
055200         TO ACK-CNT-TEXT
055300     MOVE ACK-REJECTED-COUNT TO ACK-CNT-COUNT
055400     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
055500     MOVE 'ACKS ALREADY POSTED - IGNORED. . . . . . . . .'
055600         TO ACK-CNT-TEXT
055700     MOVE ACK-REPEAT-COUNT TO ACK-CNT-COUNT
055800     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
055900     MOVE 'ACKS FOR NO REGISTERED FEED . . . . . . . . . '
056000         TO ACK-CNT-TEXT
056100     MOVE ACK-UNMATCHED-COUNT TO ACK-CNT-COUNT
056200     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
056300 3000-EXIT.
056400     EXIT.
056500*****************************************************************
056600* 3100-MATCH-ONE-ACK - COMPARE ONE ACK'S LOADED COUNT AND HASH  *
056700*                      WITH WHAT THE REGISTER SAYS WAS SENT     *
056800*****************************************************************
056900 3100-MATCH-ONE-ACK.
057000     READ ACK-FILE
057100         AT END
057200             SET END-OF-ACKS TO TRUE
057300             GO TO 3100-EXIT
057400     END-READ
057500     ADD 1 TO ACK-ACKS-READ
057600     MOVE SPACES TO ACK-MATCH-LINE
057700     IF AK-RUN-DATE IS NOT NUMERIC
057800         OR AK-CREATE-TIME IS NOT NUMERIC
057900         OR AK-LOADED-COUNT IS NOT NUMERIC
058000         OR AK-LOADED-HASH IS NOT NUMERIC
058100         OR AK-LOAD-DATE IS NOT NUMERIC
058200         OR NOT (AK-FEED-ACCEPTED OR AK-FEED-REJECTED)
058300         MOVE 'ACK RECORD NOT VALID - IGNORED:' TO ACK-MSG-TEXT
058400         MOVE FACT-ACK-RECORD (1:37) TO ACK-MSG-TEXT (33:37)
058500         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
058600         ADD 1 TO ACK-ERROR-COUNT
058700         GO TO 3100-EXIT
058800     END-IF
058900     MOVE AK-RUN-DATE TO ACK-MAT-RUN-DATE
059000     MOVE AK-CREATE-TIME TO ACK-MAT-CRT-TIME
059100     MOVE AK-LOADED-COUNT TO ACK-MAT-ACK-CNT
059200     MOVE AK-LOADED-HASH TO ACK-MAT-ACK-HASH
059300     MOVE AK-RUN-DATE TO DR-RUN-DATE
059400     MOVE AK-CREATE-TIME TO DR-CREATE-TIME
059500     READ DELIVERY-REGISTER
059600         INVALID KEY
059700             CONTINUE
059800     END-READ
059900     IF NOT REGISTER-IO-OK
060000         MOVE ZERO TO ACK-MAT-SENT-CNT
060100         MOVE ZERO TO ACK-MAT-SENT-HASH
060200         MOVE 'NO SUCH FEED ON THE REGISTER' TO ACK-MAT-RESULT
060300         ADD 1 TO ACK-UNMATCHED-COUNT
060400         PERFORM 3200-PRINT-MATCH-LINE THRU 3200-EXIT
060500         GO TO 3100-EXIT
060600     END-IF
060700     MOVE DR-RECORD-COUNT TO ACK-MAT-SENT-CNT
060800     MOVE DR-HASH-TOTAL TO ACK-MAT-SENT-HASH
060900     IF DR-ACK-DATE = AK-LOAD-DATE
061000         AND DR-ACK-COUNT = AK-LOADED-COUNT
061100         AND DR-ACK-HASH = AK-LOADED-HASH
061200         AND DR-ACK-CODE = AK-ACK-CODE
061300         MOVE 'ALREADY POSTED - IGNORED' TO ACK-MAT-RESULT
061400         ADD 1 TO ACK-REPEAT-COUNT
061500         PERFORM 3200-PRINT-MATCH-LINE THRU 3200-EXIT
061600         GO TO 3100-EXIT
061700     END-IF
061800     MOVE AK-LOAD-DATE TO DR-ACK-DATE
061900     MOVE AK-LOADED-COUNT TO DR-ACK-COUNT
062000     MOVE AK-LOADED-HASH TO DR-ACK-HASH
062100     MOVE AK-ACK-CODE TO DR-ACK-CODE
062200     MOVE AK-REASON-TEXT TO DR-ACK-REASON
062300     MOVE ACK-RUN-DATE TO DR-LAST-UPDATE
062400     IF AK-FEED-REJECTED
062500         SET DR-REJECTED TO TRUE
062600         MOVE 'REJECTED BY THE RECEIVER' TO ACK-MAT-RESULT
062700         ADD 1 TO ACK-REJECTED-COUNT
062800     ELSE
062900         IF AK-LOADED-COUNT = DR-RECORD-COUNT
063000             AND AK-LOADED-HASH = DR-HASH-TOTAL
063100             SET DR-ACKNOWLEDGED TO TRUE
063200             MOVE 'ACKNOWLEDGED IN BALANCE' TO ACK-MAT-RESULT
063300             ADD 1 TO ACK-IN-BAL-COUNT
063400         ELSE
063500             SET DR-OUT-OF-BALANCE TO TRUE
063600             MOVE 'LOADED OUT OF BALANCE' TO ACK-MAT-RESULT
063700             ADD 1 TO ACK-OUT-BAL-COUNT
063800         END-IF
063900     END-IF
064000     REWRITE FACT-DELIVERY-RECORD
064100         INVALID KEY
064200             CONTINUE
064300     END-REWRITE
064400     IF NOT REGISTER-IO-OK
064500         MOVE 'REGISTER UPDATE FAILED' TO ACK-MAT-RESULT
064600         ADD 1 TO ACK-ERROR-COUNT
064700     END-IF
064800     PERFORM 3200-PRINT-MATCH-LINE THRU 3200-EXIT.
064900 3100-EXIT.
065000     EXIT.
065100*****************************************************************
065200* 3200-PRINT-MATCH-LINE - ONE ACK AND ITS RESULT ON THE LISTING *
065300*****************************************************************
065400 3200-PRINT-MATCH-LINE.
065500     MOVE ACK-MATCH-LINE TO ACK-PRINT-AREA
065600     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT.
065700 3200-EXIT.
065800     EXIT.
065900*****************************************************************
066000* 4000-PROCESS-CONTROL-CARDS - ACTION THE OPERATOR'S OVERDUE    *
066100*                              AND RETRANS CARDS                *
066200*****************************************************************
066300 4000-PROCESS-CONTROL-CARDS.
066400     SET NOT-END-OF-CONTROL TO TRUE
066500     OPEN INPUT ACK-CONTROL-FILE
066600     MOVE SPACES TO ACK-PRINT-AREA
066700     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
066800     PERFORM 4100-READ-CONTROL-CARD THRU 4100-EXIT
066900     PERFORM 4200-PROCESS-ONE-CARD THRU 4200-EXIT
067000         UNTIL END-OF-CONTROL
067100     CLOSE ACK-CONTROL-FILE
067200     MOVE 'OVERDUE LIMIT IN EFFECT (DAYS). . . . . . . . '
067300         TO ACK-CNT-TEXT
067400     MOVE ACK-OVERDUE-DAYS TO ACK-CNT-COUNT
067500     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
067600     MOVE 'FEEDS FLAGGED FOR RETRANSMISSION. . . . . . . '
067700         TO ACK-CNT-TEXT
067800     MOVE ACK-FLAGGED-COUNT TO ACK-CNT-COUNT
067900     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
068000 4000-EXIT.
068100     EXIT.
068200*****************************************************************
068300* 4100-READ-CONTROL-CARD - READ THE NEXT CARD, WATCHING EOF     *
068400*****************************************************************
068500 4100-READ-CONTROL-CARD.
068600     READ ACK-CONTROL-FILE
068700         AT END
068800             SET END-OF-CONTROL TO TRUE
068900     END-READ.
069000 4100-EXIT.
069100     EXIT.
069200*****************************************************************
069300* 4200-PROCESS-ONE-CARD - ECHO THE CARD AND ROUTE IT            *
069400*****************************************************************
069500 4200-PROCESS-ONE-CARD.
069600     ADD 1 TO ACK-CARD-COUNT
069700     IF ACK-CONTROL-CARD (1:1) = '*'
069800         OR ACK-CONTROL-CARD = SPACES
069900         PERFORM 4100-READ-CONTROL-CARD THRU 4100-EXIT
070000         GO TO 4200-EXIT
070100     END-IF
070200     MOVE ACK-CONTROL-CARD TO ACK-ECHO-TEXT
070300     MOVE ACK-CARD-ECHO-LINE TO ACK-PRINT-AREA
070400     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
070500     IF CTL-VERB = 'OVERDUE'
070600         PERFORM 4300-SET-OVERDUE-LIMIT THRU 4300-EXIT
070700     ELSE
070800         IF CTL-VERB = 'RETRANS'
070900             PERFORM 4400-FLAG-RETRANSMIT THRU 4400-EXIT
071000         ELSE
071100             MOVE 'UNKNOWN VERB - CARD IGNORED'
071200                 TO ACK-MSG-TEXT
071300             PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
071400             ADD 1 TO ACK-ERROR-COUNT
071500         END-IF
071600     END-IF
071700     PERFORM 4100-READ-CONTROL-CARD THRU 4100-EXIT.
071800 4200-EXIT.
071900     EXIT.
072000*****************************************************************
072100* 4300-SET-OVERDUE-LIMIT - DAYS A FEED MAY GO UNACKNOWLEDGED    *
072200*****************************************************************
072300 4300-SET-OVERDUE-LIMIT.
072400     IF CTL-OPERAND-1 IS NOT NUMERIC
072500         MOVE 'OVERDUE DAYS MUST BE NUMERIC' TO ACK-MSG-TEXT
072600         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
072700         ADD 1 TO ACK-ERROR-COUNT
072800         GO TO 4300-EXIT
072900     END-IF
073000     MOVE CTL-OPERAND-1 TO ACK-OVERDUE-DAYS.
073100 4300-EXIT.
073200     EXIT.
073300*****************************************************************
073400* 4400-FLAG-RETRANSMIT - FLAG ONE FEED (RUN DATE AND CREATE     *
073500*                        TIME) OR EVERY FEED OF A RUN DATE      *
073600*                        (CREATE TIME BLANK) FOR RETRANSMISSION *
073700*****************************************************************
073800 4400-FLAG-RETRANSMIT.
073900     IF CTL-OPERAND-1 IS NOT NUMERIC
074000         MOVE 'RETRANS RUN DATE MUST BE NUMERIC YYYYMMDD'
074100             TO ACK-MSG-TEXT
074200         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
074300         ADD 1 TO ACK-ERROR-COUNT
074400         GO TO 4400-EXIT
074500     END-IF
074600     IF CTL-OPERAND-2 NOT = SPACES
074700         AND (CTL-OPERAND-2 (1:8) IS NOT NUMERIC
074800         OR CTL-OPERAND-2 (9:4) NOT = SPACES)
074900         MOVE 'RETRANS CREATE TIME MUST BE NUMERIC HHMMSSHH'
075000             TO ACK-MSG-TEXT
075100         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
075200         ADD 1 TO ACK-ERROR-COUNT
075300         GO TO 4400-EXIT
075400     END-IF
075500     MOVE CTL-OPERAND-1 TO ACK-RETRANS-DATE
075600     IF CTL-OPERAND-2 NOT = SPACES
075700         MOVE ACK-RETRANS-DATE TO DR-RUN-DATE
075800         MOVE CTL-OPERAND-2 (1:8) TO DR-CREATE-TIME
075900         READ DELIVERY-REGISTER
076000             INVALID KEY
076100                 CONTINUE
076200         END-READ
076300         IF NOT REGISTER-IO-OK
076400             MOVE 'NO SUCH FEED ON THE REGISTER' TO ACK-MSG-TEXT
076500             PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
076600             ADD 1 TO ACK-ERROR-COUNT
076700             GO TO 4400-EXIT
076800         END-IF
076900         PERFORM 4500-FLAG-ONE-FEED THRU 4500-EXIT
077000         GO TO 4400-EXIT
077100     END-IF
077200     MOVE ZERO TO ACK-SECTION-COUNT
077300     SET NOT-END-OF-SCAN TO TRUE
077400     MOVE ACK-RETRANS-DATE TO DR-RUN-DATE
077500     MOVE ZERO TO DR-CREATE-TIME
077600     START DELIVERY-REGISTER KEY NOT < DR-KEY
077700         INVALID KEY
077800             SET END-OF-SCAN TO TRUE
077900     END-START
078000     PERFORM 4410-FLAG-NEXT-OF-DATE THRU 4410-EXIT
078100         UNTIL END-OF-SCAN
078200     IF ACK-SECTION-COUNT = ZERO
078300         MOVE 'NO FEED ON THE REGISTER FOR THAT RUN DATE'
078400             TO ACK-MSG-TEXT
078500         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
078600         ADD 1 TO ACK-ERROR-COUNT
078700     END-IF.
078800 4400-EXIT.
078900     EXIT.
079000*****************************************************************
079100* 4410-FLAG-NEXT-OF-DATE - READ THE NEXT ENTRY IN KEY ORDER AND *
079200*                          FLAG IT WHILE THE RUN DATE HOLDS     *
079300*****************************************************************
079400 4410-FLAG-NEXT-OF-DATE.
079500     READ DELIVERY-REGISTER NEXT RECORD
079600         AT END
079700             SET END-OF-SCAN TO TRUE
079800     END-READ
079900     IF END-OF-SCAN OR NOT REGISTER-IO-OK
080000         OR DR-RUN-DATE NOT = ACK-RETRANS-DATE
080100         SET END-OF-SCAN TO TRUE
080200         GO TO 4410-EXIT
080300     END-IF
080400     ADD 1 TO ACK-SECTION-COUNT
080500     PERFORM 4500-FLAG-ONE-FEED THRU 4500-EXIT.
080600 4410-EXIT.
080700     EXIT.
080800*****************************************************************
080900* 4500-FLAG-ONE-FEED - MARK THE CURRENT ENTRY FOR RETRANSMISSION*
081000*****************************************************************
081100 4500-FLAG-ONE-FEED.
081200     SET DR-RETRANSMIT TO TRUE
081300     MOVE ACK-RUN-DATE TO DR-LAST-UPDATE
081400     REWRITE FACT-DELIVERY-RECORD
081500         INVALID KEY
081600             CONTINUE
081700     END-REWRITE
081800     IF REGISTER-IO-OK
081900         ADD 1 TO ACK-FLAGGED-COUNT
082000         MOVE 'FEED FLAGGED FOR RETRANSMISSION - CREATE TIME'
082100             TO ACK-MSG-TEXT
082200         MOVE DR-CREATE-TIME TO ACK-MSG-TEXT (48:8)
082300     ELSE
082400         MOVE 'REGISTER UPDATE FAILED - FEED NOT FLAGGED'
082500             TO ACK-MSG-TEXT
082600         ADD 1 TO ACK-ERROR-COUNT
082700     END-IF
082800     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT.
082900 4500-EXIT.
083000     EXIT.
083100*****************************************************************
083200* 5000-PRINT-REGISTER-STATUS - ONE SECTION PER CONDITION THAT   *
083300*                              NEEDS SOMEONE'S ATTENTION        *
083400*****************************************************************
083500 5000-PRINT-REGISTER-STATUS.
083600     MOVE 'O' TO ACK-SECTION-CODE
083700     MOVE 'FEEDS LOADED OUT OF BALANCE' TO ACK-SECTION-TITLE
083800     PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
083900     ADD ACK-SECTION-COUNT TO ACK-ATTENTION-COUNT
084000     MOVE 'J' TO ACK-SECTION-CODE
084100     MOVE 'FEEDS REJECTED BY THE RECEIVER' TO ACK-SECTION-TITLE
084200     PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
084300     ADD ACK-SECTION-COUNT TO ACK-ATTENTION-COUNT
084400     MOVE 'V' TO ACK-SECTION-CODE
084500     MOVE 'FEEDS UNACKNOWLEDGED PAST THE OVERDUE LIMIT'
084600         TO ACK-SECTION-TITLE
084700     PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
084800     MOVE ACK-SECTION-COUNT TO ACK-OVERDUE-COUNT
084900     MOVE 'R' TO ACK-SECTION-CODE
085000     MOVE 'FEEDS AWAITING RETRANSMISSION' TO ACK-SECTION-TITLE
085100     PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
085200     MOVE ACK-SECTION-COUNT TO ACK-PENDING-COUNT.
085300 5000-EXIT.
085400     EXIT.
085500*****************************************************************
085600* 5100-PRINT-SECTION - BROWSE THE WHOLE REGISTER AND PRINT THE  *
085700*                      ENTRIES BELONGING TO ACK-SECTION-CODE    *
085800*****************************************************************
085900 5100-PRINT-SECTION.
086000     MOVE ZERO TO ACK-SECTION-COUNT
086100     MOVE SPACES TO ACK-PRINT-AREA
086200     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
086300     MOVE ACK-SECTION-TITLE TO ACK-SEC-TEXT
086400     MOVE ACK-SECTION-LINE TO ACK-PRINT-AREA
086500     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
086600     MOVE ACK-REGISTER-HEADS TO ACK-PRINT-AREA
086700     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
086800     SET NOT-END-OF-SCAN TO TRUE
086900     MOVE ZERO TO DR-RUN-DATE
087000     MOVE ZERO TO DR-CREATE-TIME
087100     START DELIVERY-REGISTER KEY NOT < DR-KEY
087200         INVALID KEY
087300             SET END-OF-SCAN TO TRUE
087400     END-START
087500     PERFORM 5200-SCAN-ONE-ENTRY THRU 5200-EXIT
087600         UNTIL END-OF-SCAN
087700     MOVE 'FEEDS IN THIS SECTION. . . . . . . . . . . . .'
087800         TO ACK-CNT-TEXT
087900     MOVE ACK-SECTION-COUNT TO ACK-CNT-COUNT
088000     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
088100 5100-EXIT.
088200     EXIT.
088300*****************************************************************
088400* 5200-SCAN-ONE-ENTRY - READ THE NEXT ENTRY AND PRINT IT IF IT  *
088500*                       BELONGS TO THE SECTION.  A FEED IS      *
088600*                       OVERDUE WHEN IT IS STILL AWAITING ITS   *
088700*                       ACK MORE THAN THE LIMIT DAYS AFTER IT   *
088800*                       WAS SENT.                               *
088900*****************************************************************
089000 5200-SCAN-ONE-ENTRY.
089100     READ DELIVERY-REGISTER NEXT RECORD
089200         AT END
089300             SET END-OF-SCAN TO TRUE
089400     END-READ
089500     IF END-OF-SCAN OR NOT REGISTER-IO-OK
089600         SET END-OF-SCAN TO TRUE
089700         GO TO 5200-EXIT
089800     END-IF
089900     IF OVERDUE-SECTION
090000         IF NOT DR-AWAITING-ACK
090100             GO TO 5200-EXIT
090200         END-IF
090300         PERFORM 5400-COMPUTE-DAYS-OUT THRU 5400-EXIT
090400         IF ACK-DAYS-OUT NOT > ACK-OVERDUE-DAYS
090500             GO TO 5200-EXIT
090600         END-IF
090700     ELSE
090800         IF DR-STATUS NOT = ACK-SECTION-CODE
090900             GO TO 5200-EXIT
091000         END-IF
091100     END-IF
091200     ADD 1 TO ACK-SECTION-COUNT
091300     PERFORM 5300-PRINT-REGISTER-ENTRY THRU 5300-EXIT.
091400 5200-EXIT.
091500     EXIT.
091600*****************************************************************
091700* 5300-PRINT-REGISTER-ENTRY - ONE REGISTER ENTRY ON THE LISTING *
091800*****************************************************************
091900 5300-PRINT-REGISTER-ENTRY.
092000     PERFORM 5400-COMPUTE-DAYS-OUT THRU 5400-EXIT
092100     MOVE DR-RUN-DATE TO ACK-REG-RUN-DATE
092200     MOVE DR-CREATE-TIME TO ACK-REG-CRT-TIME
092300     MOVE DR-SENT-DATE TO ACK-REG-SENT-DATE
092400     MOVE ACK-DAYS-OUT TO ACK-REG-DAYS
092500     MOVE DR-RECORD-COUNT TO ACK-REG-SENT-CNT
092600     MOVE DR-HASH-TOTAL TO ACK-REG-SENT-HASH
092700     MOVE DR-ACK-COUNT TO ACK-REG-ACK-CNT
092800     MOVE DR-ACK-HASH TO ACK-REG-ACK-HASH
092900     MOVE DR-RETRANSMIT-COUNT TO ACK-REG-RETX
093000     MOVE DR-ACK-REASON TO ACK-REG-REASON
093100     MOVE ACK-REGISTER-LINE TO ACK-PRINT-AREA
093200     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT.
093300 5300-EXIT.
093400     EXIT.
093500*****************************************************************
093600* 5400-COMPUTE-DAYS-OUT - DAYS SINCE THE FEED WAS LAST SENT     *
093700*****************************************************************
093800 5400-COMPUTE-DAYS-OUT.
093900     MOVE ZERO TO ACK-DAYS-OUT
094000     IF DR-SENT-DATE IS NUMERIC
094100         AND DR-SENT-DATE > ZERO
094200         AND DR-SENT-DATE NOT > ACK-RUN-DATE
094300         COMPUTE ACK-DAYS-OUT =
094400             FUNCTION INTEGER-OF-DATE (ACK-RUN-DATE)
094500             - FUNCTION INTEGER-OF-DATE (DR-SENT-DATE)
094600     END-IF.
094700 5400-EXIT.
094800     EXIT.
094900*****************************************************************
095000* 6000-RESEND-EXTRACTS - COPY EVERY FLAGGED FEED FROM THE SENT  *
095100*                        HISTORY TO RESENDX, THEN LIST ANY      *
095200*                        FLAGGED FEED THE HISTORY NO LONGER     *
095300*                        HOLDS                                  *
095400*****************************************************************
095500 6000-RESEND-EXTRACTS.
095600     SET NOT-END-OF-EXTRACT TO TRUE
095700     SET NOT-COPYING-FEED TO TRUE
095800     OPEN INPUT HISTORY-FILE
095900     OPEN OUTPUT RESEND-FILE
096000     PERFORM 6100-COPY-ONE-RECORD THRU 6100-EXIT
096100         UNTIL END-OF-EXTRACT
096200     CLOSE HISTORY-FILE
096300     CLOSE RESEND-FILE
096400     MOVE 'FEEDS COPIED FOR RETRANSMISSION. . . . . . . .'
096500         TO ACK-CNT-TEXT
096600     MOVE ACK-FEEDS-RESENT TO ACK-CNT-COUNT
096700     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
096800     MOVE 'RECORDS COPIED FOR RETRANSMISSION. . . . . . .'
096900         TO ACK-CNT-TEXT
097000     MOVE ACK-RECORDS-RESENT TO ACK-CNT-COUNT
097100     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
097200     MOVE 'R' TO ACK-SECTION-CODE
097300     MOVE 'FLAGGED FEEDS NOT FOUND ON THE SENT HISTORY'
097400         TO ACK-SECTION-TITLE
097500     PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
097600     IF ACK-SECTION-COUNT > ZERO
097700         ADD ACK-SECTION-COUNT TO ACK-ERROR-COUNT
097800     END-IF.
097900 6000-EXIT.
098000     EXIT.
098100*****************************************************************
098200* 6100-COPY-ONE-RECORD - ONE HISTORY RECORD.  A HEADER WHOSE    *
098300*                        FEED IS FLAGGED STARTS A COPY THAT     *
098400*                        RUNS THROUGH ITS TRAILER; THE TRAILER  *
098500*                        RETURNS THE ENTRY TO AWAITING ACK.     *
098600*****************************************************************
098700 6100-COPY-ONE-RECORD.
098800     READ HISTORY-FILE INTO FACT-EXTRACT-RECORD
098900         AT END
099000             SET END-OF-EXTRACT TO TRUE
099100             GO TO 6100-EXIT
099200     END-READ
099300     IF XR-HEADER-RECORD
099400         SET NOT-COPYING-FEED TO TRUE
099500         MOVE XR-HDR-RUN-DATE TO DR-RUN-DATE
099600         MOVE XR-HDR-CREATE-TIME TO DR-CREATE-TIME
099700         READ DELIVERY-REGISTER
099800             INVALID KEY
099900                 CONTINUE
100000         END-READ
100100         IF REGISTER-IO-OK AND DR-RETRANSMIT
100200             SET COPYING-FEED TO TRUE
100300             ADD 1 TO ACK-FEEDS-RESENT
100400         END-IF
100500     END-IF
100600     IF NOT-COPYING-FEED
100700         GO TO 6100-EXIT
100800     END-IF
100900     WRITE RESEND-FILE-RECORD FROM FACT-EXTRACT-RECORD
101000     ADD 1 TO ACK-RECORDS-RESENT
101100     IF XR-TRAILER-RECORD
101200         PERFORM 6200-MARK-FEED-RESENT THRU 6200-EXIT
101300     END-IF.
101400 6100-EXIT.
101500     EXIT.
101600*****************************************************************
101700* 6200-MARK-FEED-RESENT - THE FLAGGED FEED IS COPIED: IT IS     *
101800*                         SENT AGAIN TODAY AND AWAITS A NEW ACK *
101900*****************************************************************
102000 6200-MARK-FEED-RESENT.
102100     SET NOT-COPYING-FEED TO TRUE
102200     SET DR-AWAITING-ACK TO TRUE
102300     MOVE ACK-RUN-DATE TO DR-SENT-DATE
102400     ADD 1 TO DR-RETRANSMIT-COUNT
102500     PERFORM 2300-CLEAR-ACK-FIELDS THRU 2300-EXIT
102600     REWRITE FACT-DELIVERY-RECORD
102700         INVALID KEY
102800             CONTINUE
102900     END-REWRITE
103000     IF NOT REGISTER-IO-OK
103100         MOVE 'REGISTER UPDATE FAILED AFTER RESEND COPY'
103200             TO ACK-MSG-TEXT
103300         PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT
103400         ADD 1 TO ACK-ERROR-COUNT
103500         GO TO 6200-EXIT
103600     END-IF
103700     MOVE 'FEED COPIED FOR RETRANSMISSION - RUN DATE'
103800         TO ACK-MSG-TEXT
103900     MOVE DR-RUN-DATE TO ACK-MSG-TEXT (43:8)
104000     MOVE DR-CREATE-TIME TO ACK-MSG-TEXT (52:8)
104100     PERFORM 7100-WRITE-MESSAGE THRU 7100-EXIT.
104200 6200-EXIT.
104300     EXIT.
104400*****************************************************************
104500* 7000-WRITE-LISTING-LINE - ONE LINE FROM ACK-PRINT-AREA        *
104600*****************************************************************
104700 7000-WRITE-LISTING-LINE.
104800     WRITE ACK-LISTING-LINE FROM ACK-PRINT-AREA.
104900 7000-EXIT.
105000     EXIT.
105100*****************************************************************
105200* 7100-WRITE-MESSAGE - ONE MESSAGE LINE WITH NO COUNT COLUMN    *
105300*****************************************************************
105400 7100-WRITE-MESSAGE.
105500     MOVE ACK-MESSAGE-LINE TO ACK-PRINT-AREA
105600     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT.
105700 7100-EXIT.
105800     EXIT.
105900*****************************************************************
106000* 7200-WRITE-COUNT - ONE COUNT LINE                             *
106100*****************************************************************
106200 7200-WRITE-COUNT.
106300     MOVE ACK-COUNT-LINE TO ACK-PRINT-AREA
106400     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT.
106500 7200-EXIT.
106600     EXIT.
106700*****************************************************************
106800* 8000-TERMINATE - CARD TOTALS, RETURN CODE, AND CLOSES         *
106900*****************************************************************
107000 8000-TERMINATE.
107100     MOVE SPACES TO ACK-PRINT-AREA
107200     PERFORM 7000-WRITE-LISTING-LINE THRU 7000-EXIT
107300     IF MATCH-FUNCTION AND PARM-IS-GOOD
107400         MOVE 'CONTROL CARDS READ. . . . . . . . . . . . . . '
107500             TO ACK-CNT-TEXT
107600         MOVE ACK-CARD-COUNT TO ACK-CNT-COUNT
107700         PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
107800     END-IF
107900     MOVE 'ACKS, CARDS, OR FEEDS IN ERROR . . . . . . . .'
108000         TO ACK-CNT-TEXT
108100     MOVE ACK-ERROR-COUNT TO ACK-CNT-COUNT
108200     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
108300     IF PARM-IN-ERROR
108400         MOVE 12 TO RETURN-CODE
108500     ELSE
108600         IF ACK-ERROR-COUNT > ZERO
108700             OR ACK-ATTENTION-COUNT > ZERO
108800             OR ACK-UNMATCHED-COUNT > ZERO
108900             MOVE 8 TO RETURN-CODE
109000         ELSE
109100             IF ACK-OVERDUE-COUNT > ZERO
109200                 OR ACK-PENDING-COUNT > ZERO
109300                 MOVE 4 TO RETURN-CODE
109400             END-IF
109500         END-IF
109600     END-IF
109700     CLOSE ACK-LISTING-FILE
109800     IF NOT REGISTER-NOT-OPEN
109900         CLOSE DELIVERY-REGISTER
110000     END-IF.
110100 8000-EXIT.
110200     EXIT.
110300 END PROGRAM FACTACK.
