*     *          span and how it is checked as it is keyed: N - must
*     *          be numeric; J - must be a job name known to the
*     *          step definitions; C - must be a currency on the
*     *          currency master; P - the span is a whole interface
*     *          partner master record (see eqpartnr.cob), checked
*     *          field by field as its record type requires; R -
*     *          the span is a whole failure runbook record (see
*     *          eqrunbk.cob); S - the span is a whole symbolic
*     *          parameter library record (see eqprmlib.cob).  A
*     *          new control file becomes maintainable by adding
*     *          its spec records, not by a program change.
*     *
*     * History:
*     *     02-sep-2026 (dlross)
*     *         Written.
*     *     15-oct-2026 (dlross)
*     *         Added check type P, partner master record.
*     *     15-oct-2026 (dlross)
*     *         Added check type R, failure runbook record.
*     *     15-oct-2026 (dlross)
*     *         Added check type S, parameter library record.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
              88 CMV-CHECK-NUMERIC             VALUE "N".
              88 CMV-CHECK-JOBNAME             VALUE "J".
              88 CMV-CHECK-CURRENCY            VALUE "C".
              88 CMV-CHECK-PARTNER             VALUE "P".
              88 CMV-CHECK-RUNBOOK             VALUE "R".
              88 CMV-CHECK-PARMLIB             VALUE "S".
