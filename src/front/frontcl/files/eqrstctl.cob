*     *
*     * RSTCTL
*     *
*     * Purpose: Automatic-restart control record read by AUTRST
*     *          (see eqautrst.cob).  One record per job that may
*     *          be restarted without an operator: the number of
*     *          restart attempts allowed per business date after
*     *          transient failures (the XITMAP exit code 4
*     *          family), and the command that resubmits the job
*     *          to the scheduler.  A job with no record is never
*     *          restarted automatically.  The records named
*     *          CMTRCV and MANPOS carry, in RSC-COMMAND, the
*     *          commands that run those two recovery steps; their
*     *          attempt counts are not used.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RSTCTL-RECORD.
           05 RSC-JOB-NAME          PIC X(8).
           05 RSC-MAX-ATTEMPTS      PIC 9(2).
           05 RSC-COMMAND           PIC X(100).
