*     *
*     * RCNTOL
*     *
*     * Purpose: Reconciliation tolerance, one record per ledger
*     *          account range on the RCNTOL control file SLRECON
*     *          (see eqslrcn.cob) reads.  A sub-ledger to ledger
*     *          difference no larger than TOL-AMOUNT counts as
*     *          matched for an account from TOL-ACCOUNT-LOW to
*     *          TOL-ACCOUNT-HIGH inclusive; TOL-CURRENCY limits the
*     *          range to one currency, or applies to all when
*     *          blank.  The first record covering an account wins,
*     *          so narrow ranges go ahead of broad ones.  An
*     *          account no range covers has no tolerance.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RCNTOL-RECORD.
           05 TOL-ACCOUNT-LOW       PIC X(20).
           05 TOL-ACCOUNT-HIGH      PIC X(20).
           05 TOL-CURRENCY          PIC X(3).
           05 TOL-AMOUNT            PIC 9(11)V99.
