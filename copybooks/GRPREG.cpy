000100*****************************************************************
000200* GRPREG - THE PROCESSED-GROUP REGISTER, A VSAM KSDS WITH ONE   *
000300*          RECORD PER FACTIN GROUP FACTDRV HAS BALANCED, KEYED  *
000400*          ON THE GROUP'S SOURCE, HEADER RUN DATE, AND TRAILER  *
000500*          COUNT AND HASH.  A LATER GROUP CARRYING THE SAME KEY *
000600*          IS A RESUBMISSION OF WORK ALREADY DONE AND FACTDRV   *
000700*          FAILS IT AS A DUPLICATE UNLESS THE OPERATOR HAS      *
000800*          AUTHORIZED THE RESEND ON A FACTCTL RESEND CARD.      *
000900*                                                               *
001000*          GR-FIRST-RUN IS THE START STAMP (DATE AND TIME) OF   *
001100*          THE FACTDRV RUN THAT FIRST BALANCED THE GROUP;       *
001200*          GR-LAST-RUN IS THE RUN THAT LAST ACCEPTED IT, WHICH  *
001300*          DIFFERS ONLY AFTER AN AUTHORIZED RESEND.  A          *
001400*          RESTARTED RUN KEEPS ITS ORIGINAL START STAMP (IT     *
001500*          RIDES THE CHECKPOINT), SO A GROUP WHOSE GR-LAST-RUN  *
001600*          IS THE RUN IN PROGRESS WAS REGISTERED BEFORE AN      *
001700*          ABEND AND IS NOT ITS OWN DUPLICATE.                  *
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       BY    DESCRIPTION                                  *
002200* 10/14/2026 DLH   ORIGINAL COPYBOOK.                           *
002300*****************************************************************
002400 01  GROUP-REGISTER-RECORD.
002500     05  GR-KEY.
002600         10  GR-SOURCE          PIC X(08).
002700         10  GR-RUN-DATE        PIC 9(08).
002800         10  GR-RECORD-COUNT    PIC 9(08).
002900         10  GR-HASH-TOTAL      PIC 9(12).
003000     05  GR-FIRST-RUN.
003100         10  GR-FIRST-RUN-DATE  PIC 9(08).
003200         10  GR-FIRST-RUN-TIME  PIC 9(08).
003300     05  GR-LAST-RUN.
003400         10  GR-LAST-RUN-DATE   PIC 9(08).
003500         10  GR-LAST-RUN-TIME   PIC 9(08).
003600     05  GR-RESEND-COUNT        PIC 9(04).
003700     05  FILLER                 PIC X(08).
