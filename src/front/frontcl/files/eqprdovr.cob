*     *
*     * PRDOVR
*     *
*     * Purpose: Supervised period-reopen authorization, keyed by
*     *          journal batch id and the end date of the closed
*     *          period it may post into.  A supervisor keys one
*     *          through the PRDSCN screen (see eqprdscn.cob) -
*     *          with their id and the reason - the same way OVRSCN
*     *          records rerun overrides (see eqrunovr.cob).
*     *          GLPOST (see eqglpost.cob) consumes it once, when
*     *          the batch posts, stamping the run-id and time it
*     *          was used, so the record is the audit trail of the
*     *          late posting and cannot authorize a second one.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PRDOVR-RECORD.
           05 PRO-KEY.
              10 PRO-BATCH-ID       PIC X(8).
              10 PRO-PERIOD-END     PIC 9(8).
           05 PRO-AUTHORIZER        PIC X(8).
           05 PRO-REASON            PIC X(40).
           05 PRO-TIMESTAMP         PIC X(14).
           05 PRO-USED-SW           PIC X(1).
              88 PRO-REOPEN-USED               VALUE "Y".
           05 PRO-USED-RUN-ID       PIC X(16).
           05 PRO-USED-AT           PIC X(14).
