*     *
*     * FXSETL
*     *
*     * Purpose: Settled foreign-currency item, one per item the
*     *          payments and receipts side has settled, on the
*     *          FXSETL file FXREAL (see eqfxreal.cob) reads.  The
*     *          amount is in the item's own currency and signed
*     *          the way the ledger carries it - an asset positive,
*     *          a liability negative - so one conversion rule
*     *          gives the realized gain or loss either way.
*     *          FXS-ACCOUNT is the account the item was carried
*     *          in; the realized difference is booked against it.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  FXSETL-RECORD.
           05 FXS-ITEM-ID           PIC X(16).
           05 FXS-ACCOUNT           PIC X(20).
           05 FXS-CURRENCY          PIC X(3).
           05 FXS-AMOUNT            PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 FXS-BOOKING-DATE      PIC 9(8).
           05 FXS-SETTLE-DATE       PIC 9(8).
           05 FILLER                PIC X(29).
