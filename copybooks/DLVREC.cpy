000100*****************************************************************
000200* DLVREC - THE FACTXTR DELIVERY REGISTER, A VSAM KSDS WITH ONE  *
000300*          RECORD PER EXTRACT SENT TO THE ACTUARIAL SYSTEM,     *
000400*          KEYED ON THE FEED'S HEADER RUN DATE AND CREATE TIME. *
000500*          FACTACK ADDS THE RECORD WHEN THE NIGHT'S EXTRACT IS  *
000600*          RELEASED, POSTS THE RECEIVER'S ACKNOWLEDGEMENT       *
000700*          AGAINST IT, AND CARRIES IT THROUGH ANY               *
000800*          RETRANSMISSION.                                      *
000900*****************************************************************
001000* MODIFICATION HISTORY                                          *
001100*-----------------------------------------------------------------
001200* DATE       BY    DESCRIPTION                                  *
001300* 10/14/2026 DLH   ORIGINAL COPYBOOK.                           *
001400*****************************************************************
001500 01  FACT-DELIVERY-RECORD.
001600     05  DR-KEY.
001700         10  DR-RUN-DATE    PIC 9(08).
001800         10  DR-CREATE-TIME PIC 9(08).
001900     05  DR-RECORD-COUNT    PIC 9(08).
002000     05  DR-HASH-TOTAL      PIC 9(12).
002100     05  DR-SENT-DATE       PIC 9(08).
002200     05  DR-STATUS          PIC X(01).
002300         88  DR-AWAITING-ACK        VALUE 'S'.
002400         88  DR-ACKNOWLEDGED        VALUE 'A'.
002500         88  DR-OUT-OF-BALANCE      VALUE 'O'.
002600         88  DR-REJECTED            VALUE 'J'.
002700         88  DR-RETRANSMIT          VALUE 'R'.
002800     05  DR-ACK-DATE        PIC 9(08).
002900     05  DR-ACK-COUNT       PIC 9(08).
003000     05  DR-ACK-HASH        PIC 9(12).
003100     05  DR-ACK-CODE        PIC X(01).
003200     05  DR-ACK-REASON      PIC X(30).
003300     05  DR-RETRANSMIT-COUNT PIC 9(04).
003400     05  DR-LAST-UPDATE     PIC 9(08).
003500     05  FILLER             PIC X(04).
