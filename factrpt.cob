001300*     THE 'C' CONTINUATION LINES THAT CARRY FACTBIG RESULTS;    *
001400*   - AN EXCEPTION SECTION LISTING ONLY THE RECORDS WHOSE       *
001500*     STATUS IS 'INVALID N', 'INVALID R', 'OVERFLOW', OR        *
001510*     'BAD FUNC', OR ONE OF THE DEPARTMENT REGISTRY REJECTS     *
001511*     ('BAD DEPT', 'NOT AUTH', 'N > LIMIT') OR A DETAIL OF A    *
001512*     DUPLICATE GROUP ('DUP GROUP') OR A MULT DETAIL WITH       *
001513*     BAD GROUP SIZES ('BAD SIZES'), SO THE                     *
001600*     DATA CONTROL CLERK SEES ONLY WHAT NEEDS FOLLOW-UP.  EACH  *
001610*     DUPLICATE GROUP ALSO GETS A LINE OF ITS OWN NAMING ITS    *
001620*     SOURCE, RUN DATE, AND DETAIL COUNT, SO ONE THAT SENT NO   *
001630*     DETAILS IS STILL LISTED;                                  *
001700*   - A TOTALS PAGE (RECORDS PROCESSED, OK/BIG/OVERFLOW/        *
001800*     INVALID/BAD-FUNCTION/DEPARTMENT-REJECT/DUPLICATE-GROUP    *
001805*     COUNTS, AND THE FINAL GRAND TOTAL).                       *
001900*                                                               *
002000* THE EXCEPTION SECTION IS BUILT ON A SECOND PASS OF FACTOUT,   *
002100* SO NO EXCEPTION TABLE CAN OVERFLOW NO MATTER HOW BAD THE      *
002791*                  AHEAD OF THE GRAND TOTALS PAGE.  A FILE      *
002792*                  WITH NO 'S' LINES SUBTOTALS UNDER THE        *
002793*                  SOURCE NAME (NONE).                          *
002794* 10/14/2026 DLH   FACTDRV NOW REJECTS DETAILS AGAINST THE      *
002795*                  DEPARTMENT REGISTRY WITH STATUS 'BAD DEPT',  *
002796*                  'NOT AUTH', OR 'N > LIMIT'; LIST THEM AS     *
002797*                  EXCEPTIONS AND COUNT THEM ON THE TOTALS      *
002798*                  PAGE.                                        *
002799* 10/14/2026 DLH   LIST AND COUNT 'DUP GROUP' REJECTS, THE      *
002800*                  DETAILS OF A GROUP FACTDRV FAILED AS A       *
002801*                  DUPLICATE.                                   *
002802* 10/15/2026 DLH   FACTDRV NOW REJECTS A MULT DETAIL WHOSE      *
002803*                  GROUP SIZES FAIL ITS EDITS WITH STATUS 'BAD  *
002804*                  SIZES'; LIST IT AND COUNT IT WITH THE        *
002805*                  INVALID REJECTS.                             *
002806* 10/15/2026 DLH   EACH DUPLICATE GROUP NOW GETS A GROUP LINE   *
002807*                  ON THE EXCEPTION SECTION (SOURCE, RUN DATE,  *
002808*                  AND DETAIL COUNT) FROM THE RUN DATE AND      *
002809*                  DUPLICATE FLAG FACTDRV NOW CARRIES ON THE    *
002810*                  'S' LINE, AND THE DUPLICATE GROUPS FAILED    *
002811*                  ARE COUNTED ON THE TOTALS PAGE.              *
002812*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
006700         88  RI-STATUS-BIG          VALUE 'BIG N!'.
006800         88  RI-STATUS-OVERFLOW     VALUE 'OVERFLOW'.
006900         88  RI-STATUS-INVALID      VALUES 'INVALID N'
006910                                           'INVALID R'
006911                                           'BAD SIZES'.
007000         88  RI-STATUS-BAD-FUNC     VALUE 'BAD FUNC'.
007010         88  RI-STATUS-DEPT-REJECT  VALUES 'BAD DEPT'
007020                                           'NOT AUTH'
007030                                           'N > LIMIT'.
007040         88  RI-STATUS-DUP-GROUP    VALUE 'DUP GROUP'.
007100         88  RI-STATUS-EXCEPTION    VALUES 'OVERFLOW'
007200                                           'INVALID N'
007210                                           'INVALID R'
007211                                           'BAD SIZES'
007220                                           'BAD DEPT'
007230                                           'NOT AUTH'
007240                                           'N > LIMIT'
007250                                           'DUP GROUP'
007300                                           'BAD FUNC'.
007400     05  FILLER             PIC X(02).
007500 01  FACT-CONT-RECORD.
007920     05  RIS-LINE-TYPE      PIC X(01).
007930     05  FILLER             PIC X(01).
007940     05  RIS-SOURCE         PIC X(08).
007950     05  FILLER             PIC X(01).
007952     05  RIS-RUN-DATE       PIC X(08).
007954     05  FILLER             PIC X(01).
007956     05  RIS-DUP-SW         PIC X(01).
007957         88  RIS-DUPLICATE-GROUP    VALUE 'Y'.
007958     05  FILLER             PIC X(62).
008000*****************************************************************
008100* PRINT-REPORT-FILE - THE FORMATTED PRINT REPORT                *
008200*****************************************************************
009100     05  RPT-EOF-SWITCH       PIC X(01)      VALUE 'N'.
009200         88  END-OF-DETAIL            VALUE 'Y'.
009300         88  NOT-END-OF-DETAIL        VALUE 'N'.
009400     05  RPT-DUP-PEND-SW      PIC X(01)      VALUE 'N'.
009500         88  DUP-GROUP-PENDING        VALUE 'Y'.
009600         88  NO-DUP-GROUP-PENDING     VALUE 'N'.
009700 01  RPT-CONSTANTS.
009800     05  RPT-LINES-PER-PAGE   PIC 9(04)      COMP VALUE 55.
009810     05  RPT-SOURCE-MAX       PIC 9(04)      COMP VALUE 50.
010300     05  RPT-OVERFLOW-COUNT   PIC 9(08)      COMP VALUE ZERO.
010400     05  RPT-INVALID-COUNT    PIC 9(08)      COMP VALUE ZERO.
010500     05  RPT-BAD-FUNC-COUNT   PIC 9(08)      COMP VALUE ZERO.
010510     05  RPT-DEPT-REJ-COUNT   PIC 9(08)      COMP VALUE ZERO.
010520     05  RPT-DUP-GRP-COUNT    PIC 9(08)      COMP VALUE ZERO.
010530     05  RPT-DUP-GRP-LISTED   PIC 9(08)      COMP VALUE ZERO.
010540     05  RPT-DUP-DTL-COUNT    PIC 9(08)      COMP VALUE ZERO.
010600     05  RPT-EXCEPTION-COUNT  PIC 9(08)      COMP VALUE ZERO.
010700     05  RPT-LINE-COUNT       PIC 9(04)      COMP VALUE ZERO.
010800     05  RPT-PAGE-COUNT       PIC 9(04)      COMP VALUE ZERO.
011430*    REPROCESS RUN) CARRIES NO 'S' LINES AND SUBTOTALS UNDER
011440*    (NONE).
011450     05  RPT-CUR-SOURCE       PIC X(08)      VALUE '(NONE)'.
011452*    THE DUPLICATE GROUP WHOSE EXCEPTION LINES ARE BEING READ.
011454     05  RPT-DUP-SOURCE       PIC X(08)      VALUE SPACES.
011456     05  RPT-DUP-RUN-DATE     PIC X(08)      VALUE SPACES.
011460*****************************************************************
011470* SOURCE SUBTOTAL TABLE - ONE ENTRY PER SUBMITTING DEPARTMENT   *
011480*****************************************************************
016581     05  FILLER               PIC X(02)      VALUE SPACES.
016582     05  RPT-SRC-TOT-OVERFLOW PIC Z(07)9.
016583     05  FILLER               PIC X(83)      VALUE SPACES.
016584 01  RPT-DUP-GROUP-LINE.
016585     05  FILLER               PIC X(01)      VALUE SPACES.
016586     05  FILLER               PIC X(11)      VALUE 'DUP GROUP'.
016587     05  FILLER               PIC X(07)      VALUE 'SOURCE'.
016588     05  RPT-DUPG-SOURCE      PIC X(08).
016589     05  FILLER               PIC X(12)      VALUE '  RUN DATE'.
016590     05  RPT-DUPG-RUN-DATE    PIC X(08).
016591     05  FILLER               PIC X(08)      VALUE '  COUNT'.
016592     05  RPT-DUPG-COUNT       PIC Z(07)9.
016593     05  FILLER               PIC X(69)      VALUE SPACES.
016600 01  RPT-SECTION-TITLE.
016700     05  FILLER               PIC X(01)      VALUE SPACES.
016800     05  RPT-TITLE-TEXT       PIC X(50).
028200                 IF RI-STATUS-INVALID
028300                     ADD 1 TO RPT-INVALID-COUNT
028400                 ELSE
028410                     IF RI-STATUS-DEPT-REJECT
028420                         ADD 1 TO RPT-DEPT-REJ-COUNT
028430                     ELSE
028440                         IF RI-STATUS-DUP-GROUP
028450                             ADD 1 TO RPT-DUP-GRP-COUNT
028460                         ELSE
028500                             ADD 1 TO RPT-BAD-FUNC-COUNT
028510                         END-IF
028520                     END-IF
028600                 END-IF
028700             END-IF
028800         END-IF
030900     PERFORM 1100-READ-DETAIL THRU 1100-EXIT
031000     PERFORM 3100-PRINT-EXCEPTION-LINE THRU 3100-EXIT
031100         UNTIL END-OF-DETAIL
031150     PERFORM 3060-END-DUP-GROUP THRU 3060-EXIT
031200     CLOSE FACT-DETAIL-FILE
031300     IF RPT-EXCEPTION-COUNT = ZERO
031350         AND RPT-DUP-GRP-LISTED = ZERO
031400         MOVE 'NO EXCEPTIONS THIS RUN' TO RPT-TITLE-TEXT
031500         MOVE RPT-SECTION-TITLE TO RPT-PRINT-AREA
031600         MOVE 1 TO RPT-SPACING
031800     END-IF.
031900 3000-EXIT.
032000     EXIT.
032002*****************************************************************
032004* 3050-NOTE-SOURCE-LINE - A NEW GROUP STARTS: CLOSE OFF ANY     *
032006*                         DUPLICATE GROUP IN PROGRESS, AND HOLD *
032008*                         THIS GROUP'S SOURCE AND RUN DATE IF IT*
032010*                         FAILED AS A DUPLICATE                 *
032012*****************************************************************
032014 3050-NOTE-SOURCE-LINE.
032016     PERFORM 3060-END-DUP-GROUP THRU 3060-EXIT
032018     IF RIS-DUPLICATE-GROUP
032020         SET DUP-GROUP-PENDING TO TRUE
032022         MOVE RIS-SOURCE TO RPT-DUP-SOURCE
032024         MOVE RIS-RUN-DATE TO RPT-DUP-RUN-DATE
032026         MOVE ZERO TO RPT-DUP-DTL-COUNT
032028     END-IF.
032030 3050-EXIT.
032032     EXIT.
032034*****************************************************************
032036* 3060-END-DUP-GROUP - ONE GROUP LINE FOR THE DUPLICATE GROUP   *
032038*                      JUST ENDED: ITS SOURCE, RUN DATE, AND THE*
032040*                      NUMBER OF ITS DETAILS LISTED ABOVE (ZERO *
032042*                      WHEN IT SENT NONE)                       *
032044*****************************************************************
032046 3060-END-DUP-GROUP.
032048     IF NO-DUP-GROUP-PENDING
032050         GO TO 3060-EXIT
032052     END-IF
032054     ADD 1 TO RPT-DUP-GRP-LISTED
032056     MOVE RPT-DUP-SOURCE TO RPT-DUPG-SOURCE
032058     MOVE RPT-DUP-RUN-DATE TO RPT-DUPG-RUN-DATE
032060     MOVE RPT-DUP-DTL-COUNT TO RPT-DUPG-COUNT
032062     MOVE RPT-DUP-GROUP-LINE TO RPT-PRINT-AREA
032064     MOVE 1 TO RPT-SPACING
032066     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
032068     SET NO-DUP-GROUP-PENDING TO TRUE.
032070 3060-EXIT.
032072     EXIT.
032100*****************************************************************
032200* 3100-PRINT-EXCEPTION-LINE - ONE FACTOUT LINE, PRINTED ONLY IF *
032300*                             ITS STATUS NEEDS FOLLOW-UP        *
032500 3100-PRINT-EXCEPTION-LINE.
032600     IF RI-DETAIL-LINE AND RI-STATUS-EXCEPTION
032700         ADD 1 TO RPT-EXCEPTION-COUNT
032710         IF RI-STATUS-DUP-GROUP AND DUP-GROUP-PENDING
032720             ADD 1 TO RPT-DUP-DTL-COUNT
032730         END-IF
032800         MOVE RI-FUNCTION TO RPT-DET-FUNCTION
032900         MOVE RI-N TO RPT-DET-N
033000         MOVE RI-R TO RPT-DET-R
033500         MOVE 1 TO RPT-SPACING
033600         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
033700     END-IF
033710     IF RI-SOURCE-LINE
033720         PERFORM 3050-NOTE-SOURCE-LINE THRU 3050-EXIT
033730     END-IF
033800     PERFORM 1100-READ-DETAIL THRU 1100-EXIT.
033900 3100-EXIT.
034000     EXIT.
036500         TO RPT-TOT-TEXT
036600     MOVE RPT-OVERFLOW-COUNT TO RPT-TOT-COUNT
036700     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
036800     MOVE 'INVALID N/R/SIZE REJECTS. . . . . . . . '
036900         TO RPT-TOT-TEXT
037000     MOVE RPT-INVALID-COUNT TO RPT-TOT-COUNT
037100     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
037300         TO RPT-TOT-TEXT
037400     MOVE RPT-BAD-FUNC-COUNT TO RPT-TOT-COUNT
037500     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
037510     MOVE 'DEPARTMENT AUTHORITY REJECTS. . . . . . '
037520         TO RPT-TOT-TEXT
037530     MOVE RPT-DEPT-REJ-COUNT TO RPT-TOT-COUNT
037540     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
037550     MOVE 'DUPLICATE GROUP REJECTS . . . . . . . . '
037560         TO RPT-TOT-TEXT
037570     MOVE RPT-DUP-GRP-COUNT TO RPT-TOT-COUNT
037580     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
037582     MOVE 'DUPLICATE GROUPS FAILED . . . . . . . . '
037584         TO RPT-TOT-TEXT
037586     MOVE RPT-DUP-GRP-LISTED TO RPT-TOT-COUNT
037588     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
037600     MOVE 'EXCEPTIONS LISTED . . . . . . . . . . . '
037700         TO RPT-TOT-TEXT
037800     MOVE RPT-EXCEPTION-COUNT TO RPT-TOT-COUNT
