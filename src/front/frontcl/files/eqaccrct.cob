*     *
*     * ACCRCT
*     *
*     * Purpose: Standing-accrual control record, one per accrual
*     *          the ledger team books every month-end.  ACCRGEN
*     *          (see eqaccrgn.cob) turns each active record into a
*     *          debit/credit pair on the accrual journal batch at
*     *          the period-end cutoff - a fixed amount, or a
*     *          percentage of a basis account's ledger balance for
*     *          the period (see eqledbal.cob) - and, under reversal
*     *          rule "N", into the mirror-image pair on the first
*     *          business day of the next period.  Rule "S" accruals
*     *          stand until reversed by hand.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ACCRCT-RECORD.
           05 ACC-ACCRUAL-ID        PIC X(8).
           05 ACC-DESCRIPTION       PIC X(30).
           05 ACC-DEBIT-ACCOUNT     PIC X(20).
           05 ACC-CREDIT-ACCOUNT    PIC X(20).
           05 ACC-CURRENCY          PIC X(3).
           05 ACC-BASIS-SW          PIC X(1).
              88 ACC-FIXED-AMOUNT              VALUE "A".
              88 ACC-PCT-OF-BASIS              VALUE "B".
           05 ACC-AMOUNT            PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 ACC-BASIS-ACCOUNT     PIC X(20).
           05 ACC-BASIS-PCT         PIC 9(3)V9(4).
           05 ACC-REVERSAL-RULE     PIC X(1).
              88 ACC-REVERSE-NEXT-PERIOD       VALUE "N".
              88 ACC-STANDING                  VALUE "S".
           05 ACC-ACTIVE-SW         PIC X(1).
              88 ACC-ACTIVE                    VALUE "Y".
