000100*****************************************************************
000200* MLAUDREC - AUDIT TRAIL RECORD FOR THE MULTCALC MULTINOMIAL    *
000300*            SUBPROGRAM, WHICH WRITES ONE RECORD PER CALL TO    *
000400*            MULTAUDT.  THE FIRST 78 BYTES ARE LAID OUT EXACTLY *
000500*            AS CPAUDREC, WITH THE GROUP COUNT WHERE CPAUDREC   *
000600*            CARRIES R, SO A PROGRAM THAT READS THE CP LOGS CAN *
000700*            READ THE FRONT OF THIS ONE THE SAME WAY.  THE      *
000800*            GROUP SIZES THE COEFFICIENT WAS TAKEN OVER FOLLOW, *
000900*            SINCE N AND THE GROUP COUNT ALONE DO NOT IDENTIFY  *
001000*            THE CALCULATION.  SIZES PAST THE GROUP COUNT ARE   *
001100*            ZERO.                                              *
001200*****************************************************************
001300* MODIFICATION HISTORY                                          *
001400*-----------------------------------------------------------------
001500* DATE       BY    DESCRIPTION                                  *
001600* 10/15/2026 DLH   ORIGINAL COPYBOOK.                           *
001700*****************************************************************
001800 01  MULT-AUDIT-RECORD.
001900     05  ML-AUDIT-PROGRAM      PIC X(08).
002000     05  ML-AUDIT-N            PIC 9(08).
002100     05  ML-AUDIT-GROUPS       PIC 9(08).
002200     05  ML-AUDIT-RESULT       PIC 9(20).
002300     05  ML-AUDIT-OVFL-IND     PIC X(01).
002400     05  ML-AUDIT-ERR-IND      PIC X(01).
002500     05  ML-AUDIT-DATE         PIC 9(08).
002600     05  ML-AUDIT-TIME         PIC 9(08).
002700     05  ML-AUDIT-RUN-ID       PIC X(16).
002800     05  ML-AUDIT-SIZE-LIST.
002900         10  ML-AUDIT-SIZE     PIC 9(04)      OCCURS 10 TIMES.
