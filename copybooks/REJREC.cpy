000600*          THROUGH FACTDRV'S REPROCESS MODE (PARM 'REPROC').    *
000700*                                                               *
000800*          REASON CODES:                                        *
000900*            FUNC - FUNCTION CODE IS NOT FACT, COMB, PERM,      *
000910*                   DRNG, OR MULT                               *
001000*            NNUM - N IS NOT NUMERIC                            *
001100*            NRNG - N (OR N-R) IS ABOVE THE SUPPORTED RANGE     *
001200*            RNUM - R IS NOT NUMERIC                            *
001210*            DUNK - THE GROUP'S SOURCE IS NOT ON THE DEPARTMENT *
001220*                   REGISTRY OR IS INACTIVE (EVERY DETAIL OF    *
001230*                   THE GROUP IS REJECTED)                      *
001240*            DFUN - THE DEPARTMENT MAY NOT SUBMIT THIS FUNCTION *
001250*            DMXN - N IS ABOVE THE DEPARTMENT'S REGISTERED      *
001260*                   CEILING                                     *
001261*            DUPG - THE GROUP DUPLICATES ONE ALREADY ON THE     *
001262*                   PROCESSED-GROUP REGISTER (EVERY DETAIL OF   *
001263*                   THE GROUP IS REJECTED)                      *
001264*            MCNT - MULT GROUP COUNT (R) IS NOT NUMERIC OR IS   *
001265*                   NOT 1 THROUGH 10                            *
001266*            MCON - MULT DETAIL IS NOT FOLLOWED BY THE NUMBER   *
001267*                   OF 'C' CONTINUATION RECORDS ITS GROUP       *
001268*                   COUNT CALLS FOR (ONE PER FIVE SIZES)        *
001269*            MNUM - A MULT GROUP SIZE IS NOT NUMERIC            *
001270*            MSUM - THE MULT GROUP SIZES DO NOT ADD UP TO N     *
001271*            (A MULT REJECT IS WRITTEN AS ONE RECORD FOR THE    *
001272*            DETAIL FOLLOWED BY ONE FOR EACH OF ITS             *
001273*            CONTINUATION RECORDS, ALL WITH THE SAME SEQUENCE   *
001274*            AND REASON, SO THE WHOLE TRANSACTION GOES BACK)    *
001300*****************************************************************
001400* MODIFICATION HISTORY                                          *
001500*-----------------------------------------------------------------
001600* DATE       BY    DESCRIPTION                                  *
001700* 08/23/2026 DLH   ORIGINAL COPYBOOK.                           *
001710* 09/01/2026 DLH   DRNG JOINS THE VALID FUNCTION CODES.        *
001720* 10/14/2026 DLH   ADDED DEPARTMENT REGISTRY REASON CODES DUNK, *
001730*                  DFUN, AND DMXN.                              *
001740* 10/14/2026 DLH   ADDED DUPLICATE-GROUP REASON CODE DUPG.      *
001750* 10/15/2026 DLH   ADDED RJ-RUN-ID, THE FACTDRV RUN THAT        *
001760*                  REJECTED THE TRANSACTION.                    *
001770* 10/15/2026 DLH   ADDED REASON CODES MCNT, MCON, MNUM, AND     *
001780*                  MSUM FOR THE NEW MULT FUNCTION.              *
001800*****************************************************************
001900 01  FACT-REJECT-RECORD.
002000     05  RJ-SEQUENCE           PIC 9(08).
002300         88  RJ-REASON-NNUM           VALUE 'NNUM'.
002400         88  RJ-REASON-NRNG           VALUE 'NRNG'.
002500         88  RJ-REASON-RNUM           VALUE 'RNUM'.
002510         88  RJ-REASON-DUNK           VALUE 'DUNK'.
002520         88  RJ-REASON-DFUN           VALUE 'DFUN'.
002530         88  RJ-REASON-DMXN           VALUE 'DMXN'.
002540         88  RJ-REASON-DUPG           VALUE 'DUPG'.
002550         88  RJ-REASON-MCNT           VALUE 'MCNT'.
002560         88  RJ-REASON-MCON           VALUE 'MCON'.
002570         88  RJ-REASON-MNUM           VALUE 'MNUM'.
002580         88  RJ-REASON-MSUM           VALUE 'MSUM'.
002600     05  RJ-ORIGINAL-RECORD    PIC X(21).
002700     05  RJ-RUN-ID             PIC X(16).
