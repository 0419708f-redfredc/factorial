000100*****************************************************************
000200* BKUPREC - RESULTS MASTER BACKUP RECORD.  FACTBKP UNLOADS      *
000300*           FACTMSTR OR CPMSTR TO A GENERATION OF ITS BACKUP    *
000400*           GDG IN THIS LAYOUT AND FACTRCV RELOADS FROM IT:     *
000500*                                                               *
000600*           'H' HEADER  - WHICH MASTER, THE UNLOAD DATE AND     *
000700*                         TIME, AND THE MASTER RECORD LENGTH    *
000800*           'D' DETAIL  - ONE PER MASTER RECORD, THE RECORD     *
000900*                         IMAGE AS IT STOOD ON FILE, IN KEY     *
001000*                         ORDER (A CPMSTR IMAGE FILLS THE       *
001100*                         FRONT OF BK-RECORD-BODY AND THE REST  *
001200*                         IS SPACES)                            *
001300*           'T' TRAILER - THE DETAIL COUNT AND A HASH TOTAL OF  *
001400*                         THE NUMERIC KEY FIELDS (FM-N, OR      *
001500*                         CM-N PLUS CM-R), TRUNCATED TO TWELVE  *
001600*                         DIGITS, AND THE HEADER'S DATE AND     *
001700*                         TIME AGAIN                            *
001800*                                                               *
001900*           EVERY RECORD CARRIES THE MASTER ID, SO A            *
002000*           GENERATION OF ONE MASTER CAN NEVER BE RELOADED      *
002100*           INTO THE OTHER.  A BACKUP WITH NO TRAILER WAS NOT   *
002200*           COMPLETED AND MUST NOT BE RELOADED.                 *
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       BY    DESCRIPTION                                  *
002700* 10/15/2026 DLH   ORIGINAL COPYBOOK.                           *
002800*****************************************************************
002900 01  MASTER-BACKUP-RECORD.
003000     05  BK-RECORD-TYPE     PIC X(01).
003100         88  BK-HEADER-RECORD       VALUE 'H'.
003200         88  BK-DETAIL-RECORD       VALUE 'D'.
003300         88  BK-TRAILER-RECORD      VALUE 'T'.
003400     05  BK-MASTER-ID       PIC X(04).
003500         88  BK-MASTER-FACT         VALUE 'FACT'.
003600         88  BK-MASTER-CP           VALUE 'CP'.
003700     05  BK-RECORD-BODY     PIC X(177).
003800     05  BK-HEADER-BODY     REDEFINES BK-RECORD-BODY.
003900         10  BK-HDR-UNLOAD-DATE  PIC 9(08).
004000         10  BK-HDR-UNLOAD-TIME  PIC 9(08).
004100         10  BK-HDR-MASTER-LRECL PIC 9(04).
004200         10  FILLER         PIC X(157).
004300     05  BK-TRAILER-BODY    REDEFINES BK-RECORD-BODY.
004400         10  BK-TRL-RECORD-COUNT PIC 9(08).
004500         10  BK-TRL-HASH-TOTAL   PIC 9(12).
004600         10  BK-TRL-UNLOAD-DATE  PIC 9(08).
004700         10  BK-TRL-UNLOAD-TIME  PIC 9(08).
004800         10  FILLER         PIC X(141).
