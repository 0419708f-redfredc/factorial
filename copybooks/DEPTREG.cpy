000100*****************************************************************
000200* DEPTREG - THE DEPARTMENT REGISTRY, A VSAM KSDS WITH ONE       *
000300*           RECORD PER FACTIN SUBMITTING SOURCE, KEYED ON THE   *
000400*           SOURCE CODE CARRIED IN FI-HDR-SOURCE.  FACTDRV      *
000500*           FAILS A GROUP WHOSE SOURCE IS NOT ON FILE OR IS     *
000600*           INACTIVE, AND REJECTS A DETAIL WHOSE FUNCTION THE   *
000700*           DEPARTMENT MAY NOT SUBMIT OR WHOSE N IS ABOVE THE   *
000800*           DEPARTMENT'S CEILING.  DEPTMUTL MAINTAINS IT AND    *
000900*           DEPTFEED READS IT FOR THE MISSING-FEED REPORT.      *
001000*                                                               *
001100*           DG-MAX-N OF ZERO MEANS NO DEPARTMENT CEILING - THE  *
001200*           DEPARTMENT MAY ASK FOR ANY N THE SYSTEM SUPPORTS.   *
001300*           DG-FEED-DAY (1) IS MONDAY THROUGH DG-FEED-DAY (7)   *
001400*           SUNDAY.  DG-LAST-FEED-DATE IS THE HEADER RUN DATE   *
001500*           OF THE LAST GROUP DEPTFEED SAW ARRIVE.              *
001600*****************************************************************
001700* MODIFICATION HISTORY                                          *
001800*-----------------------------------------------------------------
001900* DATE       BY    DESCRIPTION                                  *
002000* 10/14/2026 DLH   ORIGINAL COPYBOOK.                           *
002010* 10/15/2026 DLH   ADDED DG-ALLOW-MULT, THE MULT FUNCTION FLAG, *
002020*                  FROM THE SPARE BYTES AFTER THE OTHER         *
002030*                  FUNCTION FLAGS.  THE RECORD LENGTH IS        *
002040*                  UNCHANGED.                                   *
002100*****************************************************************
002200 01  DEPT-REGISTRY-RECORD.
002300     05  DG-SOURCE          PIC X(08).
002400     05  DG-NAME            PIC X(30).
002500     05  DG-CONTACT         PIC X(30).
002600     05  DG-ACTIVE-FLAG     PIC X(01).
002700         88  DG-ACTIVE              VALUE 'Y'.
002800         88  DG-INACTIVE            VALUE 'N'.
002900     05  DG-FUNCTIONS-ALLOWED.
003000         10  DG-ALLOW-FACT  PIC X(01).
003100             88  DG-FACT-ALLOWED    VALUE 'Y'.
003200         10  DG-ALLOW-COMB  PIC X(01).
003300             88  DG-COMB-ALLOWED    VALUE 'Y'.
003400         10  DG-ALLOW-PERM  PIC X(01).
003500             88  DG-PERM-ALLOWED    VALUE 'Y'.
003600         10  DG-ALLOW-DRNG  PIC X(01).
003700             88  DG-DRNG-ALLOWED    VALUE 'Y'.
003710         10  DG-ALLOW-MULT  PIC X(01).
003720             88  DG-MULT-ALLOWED    VALUE 'Y'.
003800         10  FILLER         PIC X(03).
003900     05  DG-MAX-N           PIC 9(08).
004000     05  DG-FEED-DAYS       PIC X(07).
004100     05  DG-FEED-DAY-TABLE  REDEFINES DG-FEED-DAYS.
004200         10  DG-FEED-DAY    PIC X(01)      OCCURS 7 TIMES.
004300     05  DG-LAST-FEED-DATE  PIC 9(08).
004400     05  DG-DATE-ADDED      PIC 9(08).
004500     05  DG-LAST-UPDATE     PIC 9(08).
004600     05  FILLER             PIC X(04).
