*     *
*     * RCNSTS
*     *
*     * Purpose: Reconciliation status record, keyed by
*     *          reconciliation name and business date.  SLRECON
*     *          (see eqslrcn.cob) writes one each run - rewritten
*     *          by a rerun the same day - saying whether the
*     *          sub-ledger reconciled clean to the ledger, with
*     *          its item counts.  MILCHK (see eqmilchk.cob) grades
*     *          a type-R close milestone met off it.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RCNSTS-RECORD.
           05 RCS-KEY.
              10 RCS-RECON-NAME     PIC X(12).
              10 RCS-BUSINESS-DATE  PIC 9(8).
           05 RCS-STATUS            PIC X(1).
              88 RCS-RECONCILED                VALUE "C".
              88 RCS-BREAKS                    VALUE "B".
           05 RCS-MATCHED           PIC 9(7).
           05 RCS-OUT-OF-TOL        PIC 9(7).
           05 RCS-ONE-SIDED         PIC 9(7).
           05 RCS-TIMESTAMP         PIC X(14).
