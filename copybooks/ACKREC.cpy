000100*****************************************************************
000200* ACKREC - THE ACKNOWLEDGEMENT RECORD RETURNED BY THE ACTUARIAL *
000300*          SYSTEM FOR EACH FACTXTR FEED IT RECEIVES.  THE RUN   *
000400*          DATE AND CREATE TIME ECHO XR-HDR-RUN-DATE AND        *
000500*          XR-HDR-CREATE-TIME OF THE FEED BEING ANSWERED; THE   *
000600*          COUNT AND HASH ARE WHAT THE RECEIVER ACTUALLY        *
000700*          LOADED, FOR COMPARISON WITH XR-TRL-RECORD-COUNT AND  *
000800*          XR-TRL-HASH-TOTAL.  ONE 80-BYTE RECORD PER FEED.     *
000900*****************************************************************
001000* MODIFICATION HISTORY                                          *
001100*-----------------------------------------------------------------
001200* DATE       BY    DESCRIPTION                                  *
001300* 10/14/2026 DLH   ORIGINAL COPYBOOK.                           *
001400*****************************************************************
001500 01  FACT-ACK-RECORD.
001600     05  AK-RUN-DATE        PIC 9(08).
001700     05  AK-CREATE-TIME     PIC 9(08).
001800     05  AK-LOADED-COUNT    PIC 9(08).
001900     05  AK-LOADED-HASH     PIC 9(12).
002000     05  AK-ACK-CODE        PIC X(01).
002100         88  AK-FEED-ACCEPTED       VALUE 'A'.
002200         88  AK-FEED-REJECTED       VALUE 'R'.
002300     05  AK-LOAD-DATE       PIC 9(08).
002400     05  AK-REASON-TEXT     PIC X(30).
002500     05  FILLER             PIC X(05).
