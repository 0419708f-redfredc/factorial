001410* 08/23/2026 DLH   OUTCOME COUNTS NOW SURVIVE A RESTART VIA    *
001420*                  THE CHECKPOINT, SO A RESTARTED RUN'S RECORD *
001430*                  COVERS THE WHOLE RUN.                       *
001440* 10/15/2026 DLH   ADDED RS-RUN-ID, THE RUN'S IDENTIFIER (START *
001450*                  DATE AND TIME OF THE ORIGINAL RUN, KEPT      *
001460*                  ACROSS A RESTART), AS STAMPED ON EVERY       *
001470*                  RECORD THE RUN FILES.                        *
001500*****************************************************************
001600 01  RUN-STAT-RECORD.
001700     05  RS-START-DATE         PIC 9(08).
002900         88  RS-REPROCESS-RUN         VALUE 'P'.
003000         88  RS-REPROC-RESTART        VALUE 'B'.
003100     05  RS-RETURN-CODE        PIC 9(02).
003200     05  RS-RUN-ID             PIC X(16).
