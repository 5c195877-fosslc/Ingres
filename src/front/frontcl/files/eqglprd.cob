*     *
*     * GLPRD
*     *
*     * Purpose: Ledger accounting-period control record, keyed by
*     *          the period's end date.  GLPOST (see eqglpost.cob)
*     *          opens a period the first time the business
*     *          calendar (see eqbcal.cob) names its end date as
*     *          BCL-PERIOD-END, and closes it as soon as the
*     *          calendar's period end has moved past it.  A batch
*     *          dated into a closed period posts only under a
*     *          supervisor's reopen authorization (see
*     *          eqprdovr.cob); PRD-LATE-POSTINGS counts them.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  GLPRD-RECORD.
           05 PRD-PERIOD-END        PIC 9(8).
           05 PRD-PERIOD-START      PIC 9(8).
           05 PRD-STATUS            PIC X(1).
              88 PRD-PERIOD-OPEN               VALUE "O".
              88 PRD-PERIOD-CLOSED             VALUE "C".
           05 PRD-OPENED-AT         PIC X(14).
           05 PRD-CLOSED-AT         PIC X(14).
           05 PRD-LATE-POSTINGS     PIC 9(5).
