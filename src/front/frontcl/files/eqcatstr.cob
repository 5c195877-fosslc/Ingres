*     *
*     * CATSTR
*     *
*     * Purpose: Catch-up job-stream record read by CATCHUP (see
*     *          eqcatchp.cob).  One record per job in an
*     *          application's nightly stream, in schedule order,
*     *          naming the command that runs the job - the same
*     *          command the scheduler issues.  CATCHUP runs the
*     *          stream once per missed business date, taking the
*     *          predecessor network (see eqjobdep.cob) over the
*     *          file order where the two differ.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  CATSTR-RECORD.
           05 CST-APPL-ID           PIC X(8).
           05 CST-JOB-NAME          PIC X(8).
           05 CST-COMMAND           PIC X(100).
