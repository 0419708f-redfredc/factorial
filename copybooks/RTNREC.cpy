000100*****************************************************************
000200* RTNREC - THE DEPARTMENT RETURN RECORD.  FACTDRV WRITES ONE    *
000300*          RETURN FILE (FACTRTN) FOR THE WHOLE NIGHT; DEPTRTN   *
000400*          SPLITS IT BY RT-SOURCE INTO ONE RETURN DATASET PER   *
000500*          SUBMITTING DEPARTMENT.  EACH GROUP THE DEPARTMENT    *
000600*          SENT COMES BACK AS:                                  *
000700*                                                               *
000800*            'H' HEADER  - THE GROUP'S ORIGINAL HEADER RUN DATE *
000900*                          AND ITS TRAILER COUNT AND HASH, AS   *
001000*                          SENT (ZERO IF THE GROUP HAD NO       *
001100*                          USABLE TRAILER);                     *
001200*            'D' DETAIL  - ONE PER TRANSACTION SENT, IN INPUT   *
001300*                          ORDER: THE FUNCTION, N AND R EXACTLY *
001400*                          AS SENT AND THE OUTCOME.  AN ANSWER  *
001500*                          IN THE PIC 9(20) RANGE RIDES IN      *
001600*                          RT-RESULT WITH RT-FORM 'S'; A        *
001700*                          FACTBIG ANSWER RIDES AS ITS FULL     *
001800*                          DIGIT STRING IN RT-BIG-DISPLAY WITH  *
001900*                          RT-FORM 'B'.  A MULT DETAIL ALSO     *
001901*                          ECHOES ITS GROUP SIZES AS SENT IN    *
001902*                          RT-MULT-SIZES.  A REJECTED           *
002000*                          TRANSACTION CARRIES ITS REJREC       *
002100*                          REASON CODE; AN OVERFLOWED ONE       *
002200*                          CARRIES NO RESULT;                   *
002300*            'T' TRAILER - THE SAME RUN DATE, COUNT AND HASH,   *
002400*                          THE NUMBER OF DETAILS RETURNED, AND  *
002500*                          WHETHER THE GROUP BALANCED OR FAILED *
002600*                          (A FAILED GROUP NEEDS RESUBMISSION). *
002700*****************************************************************
002800* MODIFICATION HISTORY                                          *
002900*-----------------------------------------------------------------
003000* DATE       BY    DESCRIPTION                                  *
003100* 10/14/2026 DLH   ORIGINAL COPYBOOK.                           *
003101* 10/15/2026 DLH   ADDED RT-MULT-SIZES, THE GROUP SIZES OF A    *
003102*                  MULT DETAIL AS SENT, AS A REDEFINITION OF    *
003103*                  RT-BIG-DISPLAY.  THE RECORD LENGTH IS        *
003104*                  UNCHANGED.                                   *
003200*****************************************************************
003300 01  FACT-RETURN-RECORD.
003400     05  RT-SOURCE          PIC X(08).
003500     05  RT-RECORD-TYPE     PIC X(01).
003600         88  RT-HEADER-RECORD       VALUE 'H'.
003700         88  RT-DETAIL-RECORD       VALUE 'D'.
003800         88  RT-TRAILER-RECORD      VALUE 'T'.
003900     05  RT-RECORD-BODY     PIC X(191).
004000     05  RT-HEADER-BODY     REDEFINES RT-RECORD-BODY.
004100         10  RT-HDR-RUN-DATE     PIC 9(08).
004200         10  RT-HDR-RECORD-COUNT PIC 9(08).
004300         10  RT-HDR-HASH-TOTAL   PIC 9(12).
004400         10  RT-HDR-PROCESS-DATE PIC 9(08).
004500         10  FILLER         PIC X(155).
004600     05  RT-DETAIL-BODY     REDEFINES RT-RECORD-BODY.
004700         10  RT-SEQUENCE    PIC 9(08).
004800         10  RT-REQUEST.
004900             15  RT-FUNCTION    PIC X(04).
005000             15  RT-N           PIC X(08).
005100             15  RT-R           PIC X(08).
005200         10  RT-OUTCOME     PIC X(01).
005300             88  RT-ANSWERED        VALUE 'A'.
005400             88  RT-OVERFLOWED      VALUE 'O'.
005500             88  RT-REJECTED        VALUE 'R'.
005600         10  RT-REASON-CODE PIC X(04).
005700         10  RT-FORM        PIC X(01).
005800             88  RT-FORM-SMALL      VALUE 'S'.
005900             88  RT-FORM-BIG        VALUE 'B'.
006000         10  RT-RESULT      PIC 9(20).
006100         10  RT-BIG-DIGIT-COUNT PIC 9(04).
006200         10  RT-BIG-DISPLAY PIC X(120).
006201         10  RT-MULT-SIZES  REDEFINES RT-BIG-DISPLAY.
006202             15  RT-MULT-SIZE   PIC X(04)  OCCURS 10 TIMES.
006203             15  FILLER         PIC X(80).
006300         10  FILLER         PIC X(13).
006400     05  RT-TRAILER-BODY    REDEFINES RT-RECORD-BODY.
006500         10  RT-TRL-RUN-DATE     PIC 9(08).
006600         10  RT-TRL-RECORD-COUNT PIC 9(08).
006700         10  RT-TRL-HASH-TOTAL   PIC 9(12).
006800         10  RT-TRL-DETAIL-COUNT PIC 9(08).
006900         10  RT-TRL-GROUP-STATUS PIC X(01).
007000             88  RT-GROUP-BALANCED  VALUE 'B'.
007100             88  RT-GROUP-FAILED    VALUE 'F'.
007200         10  FILLER         PIC X(154).
