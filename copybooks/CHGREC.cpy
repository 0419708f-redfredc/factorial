000100*****************************************************************
000200* CHGREC - THE CHARGEBACK GENERAL LEDGER FEED RECORD.  FACTCHG  *
000300*          WRITES ONE GENERATION OF CHGGL PER RUN:              *
000400*                                                               *
000500*            'H' HEADER  - THE POSTING DATE AND BILLING PERIOD; *
000600*            'D' DETAIL  - ONE PER DEPARTMENT AND CHARGE TYPE   *
000700*                          WITH A NON-ZERO QUANTITY TONIGHT:    *
000800*                          THE DEPARTMENT'S GL ACCOUNT, THE     *
000900*                          QUANTITY, THE RATE APPLIED AND THE   *
001000*                          AMOUNT TO CHARGE;                    *
001100*            'T' TRAILER - THE DETAIL COUNT AND THE SUM OF THE  *
001200*                          DETAIL AMOUNTS FOR THE LEDGER TO     *
001300*                          BALANCE AGAINST.                     *
001400*                                                               *
001500*          CHARGE TYPES ARE 'HIT ' (SERVED FROM A MASTER),      *
001600*          'CALC' (COMPUTED), 'BIG ' (COMPUTED BY FACTBIG) AND  *
001700*          'REJ ' (REJECT HANDLING FEE).                        *
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       BY    DESCRIPTION                                  *
002200* 10/15/2026 DLH   ORIGINAL COPYBOOK.                           *
002300*****************************************************************
002400 01  CHARGE-GL-RECORD.
002500     05  CG-RECORD-TYPE     PIC X(01).
002600         88  CG-HEADER-RECORD       VALUE 'H'.
002700         88  CG-DETAIL-RECORD       VALUE 'D'.
002800         88  CG-TRAILER-RECORD      VALUE 'T'.
002900     05  CG-RECORD-BODY     PIC X(79).
003000     05  CG-HEADER-BODY     REDEFINES CG-RECORD-BODY.
003100         10  CG-HDR-POST-DATE   PIC 9(08).
003200         10  CG-HDR-PERIOD      PIC 9(06).
003300         10  FILLER             PIC X(65).
003400     05  CG-DETAIL-BODY     REDEFINES CG-RECORD-BODY.
003500         10  CG-PERIOD          PIC 9(06).
003600         10  CG-POST-DATE       PIC 9(08).
003700         10  CG-SOURCE          PIC X(08).
003800         10  CG-GL-ACCOUNT      PIC X(12).
003900         10  CG-CHARGE-TYPE     PIC X(04).
004000             88  CG-CHARGE-HIT          VALUE 'HIT '.
004100             88  CG-CHARGE-CALC         VALUE 'CALC'.
004200             88  CG-CHARGE-BIG          VALUE 'BIG '.
004300             88  CG-CHARGE-REJECT       VALUE 'REJ '.
004400         10  CG-QUANTITY        PIC 9(09).
004500         10  CG-RATE            PIC 9(04)V9(04).
004600         10  CG-AMOUNT          PIC 9(09)V99.
004700         10  FILLER             PIC X(13).
004800     05  CG-TRAILER-BODY    REDEFINES CG-RECORD-BODY.
004900         10  CG-TRL-DETAIL-COUNT PIC 9(08).
005000         10  CG-TRL-AMOUNT-TOTAL PIC 9(11)V99.
005100         10  FILLER             PIC X(58).
