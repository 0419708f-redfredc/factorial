000700*-----------------------------------------------------------------
000800* DATE       BY    DESCRIPTION                                  *
000900* 08/08/2026 DLH   ORIGINAL COPYBOOK.                           *
000910* 10/15/2026 DLH   ADDED AUDIT-RUN-ID.  A CALL MADE ON BEHALF OF*
000920*                  A FACTDRV RUN CARRIES THAT RUN'S IDENTIFIER; *
000930*                  A UTILITY CALL LEAVES IT BLANK.              *
001000*****************************************************************
001100 01  FACT-AUDIT-RECORD.
001200     05  AUDIT-N               PIC 9(08).
001400     05  AUDIT-CALLER-NAME     PIC X(08).
001500     05  AUDIT-DATE            PIC 9(08).
001600     05  AUDIT-TIME            PIC 9(08).
001700     05  AUDIT-RUN-ID          PIC X(16).
