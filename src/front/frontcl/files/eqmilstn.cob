*     *          met when the named job shows complete on the run
*     *          ledger for the closing date; a type-F milestone
*     *          when the named outbound file was finalized on the
*     *          transmit registry that day; a type-R milestone
*     *          when the named reconciliation shows clean on the
*     *          reconciliation status file (see eqrcnsts.cob) for
*     *          the closing date.  Month-end-only milestones
*     *          carry day rule M and are required only when the
*     *          closing date sits on the period-end cutoff.
*     *
*     * History:
*     *     02-sep-2026 (dlross)
*     *         Written.
*     *     15-oct-2026 (dlross)
*     *         Added check type R, reconciliation clean.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
           05 MIL-CHECK-TYPE        PIC X(1).
              88 MIL-CHECK-JOB                 VALUE "J".
              88 MIL-CHECK-FILE                VALUE "F".
              88 MIL-CHECK-RECON               VALUE "R".
           05 MIL-CHECK-NAME        PIC X(12).
