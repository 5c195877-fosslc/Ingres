*     *
*     * PRMLOG
*     *
*     * Purpose: Resolved parameter log record (file PARMLOG),
*     *          appended by PRMRSV (see eqprmrsv.cob) for every
*     *          parameter library image (see eqprmlib.cob) it
*     *          resolves, against the run-id it resolved it for.
*     *          A rerun under the same run-id is given these
*     *          images back instead of a fresh resolution, so it
*     *          runs with exactly the parameters the original run
*     *          used, whatever the calendar or the library says
*     *          by then.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PRMLOG-RECORD.
           05 PLG-RUN-ID            PIC X(16).
           05 PLG-JOB-NAME          PIC X(8).
           05 PLG-STEP-NUM          PIC 9(2).
           05 PLG-SEQ               PIC 9(2).
           05 PLG-PARM-DD           PIC X(8).
           05 PLG-BUSINESS-DATE     PIC 9(8).
           05 PLG-LOGGED-AT         PIC X(14).
           05 PLG-IMAGE-LENGTH      PIC 9(3).
           05 PLG-IMAGE             PIC X(80).
