*     *
*     * TBLSTS
*     *
*     * Purpose: Optimizer-statistics state per table, kept on
*     *          TBLSTATE.  STSLST (see eqstslst.cob) marks a
*     *          table pending when it lists it for the
*     *          scheduler's optimizedb step, with the time and
*     *          the row estimate it was listed at; STSCNF (see
*     *          eqstscnf.cob), run after that step, moves them
*     *          to the last-refresh fields and clears the flag.
*     *          Blank TSS-REFRESH-STAMP means no refresh has
*     *          been confirmed for the table.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  TBLSTS-RECORD.
           05 TSS-TABLE-NAME        PIC X(32).
           05 TSS-REFRESH-STAMP     PIC X(14).
           05 TSS-ROWS-AT-REFRESH   PIC 9(11).
           05 TSS-LISTED-STAMP      PIC X(14).
           05 TSS-LISTED-ROWS       PIC 9(11).
           05 TSS-PENDING-SW        PIC X(1).
              88 TSS-PENDING                   VALUE "Y".
