001200*          WITH XR-FORM 'S'; A FACTBIG RESULT RIDES AS ITS      *
001300*          FULL DISPLAY DIGIT STRING IN XR-BIG-DISPLAY WITH     *
001400*          XR-FORM 'B'.                                         *
001401*          A MULT DETAIL CARRIES ITS GROUP COUNT IN XR-R AND    *
001402*          ITS GROUP SIZES IN XR-MULT-SIZES, OVER THE BIG       *
001403*          DISPLAY AREA A MULTINOMIAL RESULT NEVER NEEDS.       *
001500*****************************************************************
001600* MODIFICATION HISTORY                                          *
001700*-----------------------------------------------------------------
001800* DATE       BY    DESCRIPTION                                  *
001900* 09/01/2026 DLH   ORIGINAL COPYBOOK.                           *
001910* 10/15/2026 DLH   THE HEADER AND TRAILER NOW CARRY THE FACTDRV *
001920*                  RUN IDENTIFIER OF THE RUN THAT WROTE THE     *
001930*                  FEED (XR-HDR-RUN-ID/XR-TRL-RUN-ID), OUT OF   *
001940*                  THEIR FILLER, SO THE RECORD LENGTH AND THE   *
001950*                  DETAIL LAYOUT THE ACTUARIAL SYSTEM READS ARE *
001960*                  UNCHANGED.                                   *
001961* 10/15/2026 DLH   ADDED XR-MULT-SIZES, THE GROUP SIZES OF A    *
001962*                  MULT DETAIL, AS A REDEFINITION OF            *
001963*                  XR-BIG-DISPLAY.  THE RECORD LENGTH IS        *
001964*                  UNCHANGED.                                   *
002000*****************************************************************
002100 01  FACT-EXTRACT-RECORD.
002200     05  XR-RECORD-TYPE     PIC X(01).
003400         10  XR-RESULT      PIC 9(20).
003500         10  XR-BIG-DIGIT-COUNT PIC 9(04).
003600         10  XR-BIG-DISPLAY PIC X(120).
003601         10  XR-MULT-SIZES  REDEFINES XR-BIG-DISPLAY.
003602             15  XR-MULT-SIZE   PIC 9(04)  OCCURS 10 TIMES.
003603             15  FILLER         PIC X(80).
003700         10  XR-PROCESS-DATE PIC 9(08).
003800         10  XR-SOURCE      PIC X(08).
003900     05  XR-HEADER-BODY     REDEFINES XR-RECORD-BODY.
004000         10  XR-HDR-RUN-DATE PIC 9(08).
004100         10  XR-HDR-CREATE-TIME PIC 9(08).
004150         10  XR-HDR-RUN-ID  PIC X(16).
004200         10  FILLER         PIC X(149).
004300     05  XR-TRAILER-BODY    REDEFINES XR-RECORD-BODY.
004400         10  XR-TRL-RECORD-COUNT PIC 9(08).
004500         10  XR-TRL-HASH-TOTAL   PIC 9(12).
004550         10  XR-TRL-RUN-ID       PIC X(16).
004600         10  FILLER         PIC X(145).
