*     *
*     * ORPTRD
*     *
*     * Purpose: Orphan-count trend per relationship, kept by
*     *          ORPHAN (see eqorphan.cob) as a generation file:
*     *          each night reads the prior generation and writes
*     *          the next, tonight's count first and the six
*     *          nights before it after.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ORPTRD-RECORD.
           05 ORT-CHILD-TABLE       PIC X(32).
           05 ORT-JOIN-KEY          PIC X(32).
           05 ORT-PARENT-TABLE      PIC X(32).
           05 ORT-PARENT-KEY        PIC X(32).
           05 ORT-LAST-DATE         PIC 9(8).
           05 ORT-NIGHT-COUNT       PIC 9(9) OCCURS 7 TIMES.
