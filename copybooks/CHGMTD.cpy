000100*****************************************************************
000200* CHGMTD - THE CHARGEBACK MONTH-TO-DATE RECORD, A VSAM KSDS     *
000300*          WITH ONE RECORD PER BILLING PERIOD (YYYYMM) AND      *
000400*          SUBMITTING DEPARTMENT.  FACTCHG ADDS EACH NIGHT'S    *
000500*          PRICED USAGE TO THE DEPARTMENT'S RECORD FOR THE      *
000600*          CURRENT PERIOD AND PRINTS THE TOTALS ON THE          *
000700*          DEPARTMENT'S INVOICE PAGE.  CLOSED PERIODS STAY ON   *
000800*          FILE AS THE BILLING HISTORY.                         *
000900*                                                               *
001000*          CHM-CHARGE IS INDEXED BY CHARGE TYPE:                *
001100*            (1) ANSWERS SERVED FROM FACTMSTR OR CPMSTR         *
001200*            (2) ANSWERS COMPUTED BY FACTORIAL, COMBCALC,       *
001300*                PERMCALC OR DRNGCALC                           *
001400*            (3) ANSWERS COMPUTED BY FACTBIG                    *
001500*            (4) REJECTED TRANSACTIONS (HANDLING FEE)           *
001600*                                                               *
001700*          CHM-LAST-POST-DATE STOPS A RERUN FROM POSTING THE    *
001800*          SAME NIGHT TWICE.                                    *
001900*****************************************************************
002000* MODIFICATION HISTORY                                          *
002100*-----------------------------------------------------------------
002200* DATE       BY    DESCRIPTION                                  *
002300* 10/15/2026 DLH   ORIGINAL COPYBOOK.                           *
002400*****************************************************************
002500 01  CHARGE-MTD-RECORD.
002600     05  CHM-KEY.
002700         10  CHM-PERIOD     PIC 9(06).
002800         10  CHM-SOURCE     PIC X(08).
002900     05  CHM-CHARGE-TABLE.
003000         10  CHM-CHARGE     OCCURS 4 TIMES.
003100             15  CHM-QUANTITY   PIC 9(09).
003200             15  CHM-AMOUNT     PIC 9(09)V99.
003300     05  CHM-TOTAL-AMOUNT   PIC 9(09)V99.
003400     05  CHM-NIGHTS-POSTED  PIC 9(04).
003500     05  CHM-FIRST-POST-DATE PIC 9(08).
003600     05  CHM-LAST-POST-DATE PIC 9(08).
003700     05  CHM-GL-ACCOUNT     PIC X(12).
003800     05  FILLER             PIC X(13).
