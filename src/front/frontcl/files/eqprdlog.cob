*     *
*     * PRDLOG
*     *
*     * Purpose: Period-reopen log.  PRDSCN (see eqprdscn.cob)
*     *          appends one of these for every reopen it records
*     *          on PRDOVRRD (see eqprdovr.cob).  PRDOVRRD holds
*     *          only the current authorization per batch and
*     *          period, and GLPOST marks it used; this log keeps
*     *          every authorization as it was keyed, each record
*     *          sealed to the one before it (see eqhshchn.cob).
*     *          The seal covers bytes 1-78.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PRDLOG-RECORD.
           05 PRL-TIMESTAMP         PIC X(14).
           05 PRL-BATCH-ID          PIC X(8).
           05 PRL-PERIOD-END        PIC 9(8).
           05 PRL-AUTHORIZER        PIC X(8).
           05 PRL-REASON            PIC X(40).
           05 PRL-CHAIN-PREV        PIC X(20).
           05 PRL-CHAIN-HASH        PIC X(20).
