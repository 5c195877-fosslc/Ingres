*     *
*     * ACCRRG
*     *
*     * Purpose: Accrual register record, keyed by the period end
*     *          an accrual was booked for and the standing-accrual
*     *          id (see eqaccrct.cob).  ACCRGEN (see eqaccrgn.cob)
*     *          writes one as it generates the accrual and stamps
*     *          the reversal batch and date onto it when it
*     *          generates the reversal, so the register pairs
*     *          every accrual with its reversal - and an accrual
*     *          still at status "A" after its period has closed is
*     *          the one somebody forgot.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ACCRRG-RECORD.
           05 ACR-KEY.
              10 ACR-PERIOD-END     PIC 9(8).
              10 ACR-ACCRUAL-ID     PIC X(8).
           05 ACR-DEBIT-ACCOUNT     PIC X(20).
           05 ACR-CREDIT-ACCOUNT    PIC X(20).
           05 ACR-CURRENCY          PIC X(3).
           05 ACR-AMOUNT            PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 ACR-REVERSAL-RULE     PIC X(1).
           05 ACR-ACCRUAL-BATCH     PIC X(8).
           05 ACR-ACCRUAL-DATE      PIC 9(8).
           05 ACR-REVERSAL-BATCH    PIC X(8).
           05 ACR-REVERSAL-DATE     PIC 9(8).
           05 ACR-STATUS            PIC X(1).
              88 ACR-ACCRUED                   VALUE "A".
              88 ACR-REVERSED                  VALUE "R".
              88 ACR-STANDING                  VALUE "S".
