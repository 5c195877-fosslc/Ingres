*     *
*     * LEDBAL
*     *
*     * Purpose: General-ledger balance record, keyed by account,
*     *          currency and the end date of the accounting period
*     *          it belongs to.  GLPOST (see eqglpost.cob) adds
*     *          each posted journal line to the debit or credit
*     *          side and carries the net balance (debits less
*     *          credits), journaling the prior image through
*     *          BIJWRT before every change so a run that posts
*     *          wrong backs out through BACKOUT.  Amounts are
*     *          DISPLAY with a leading separate sign so the
*     *          journaled image reads as plain text.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  LEDBAL-RECORD.
           05 LGB-KEY.
              10 LGB-ACCOUNT        PIC X(20).
              10 LGB-CURRENCY       PIC X(3).
              10 LGB-PERIOD-END     PIC 9(8).
           05 LGB-DEBITS            PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 LGB-CREDITS           PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 LGB-BALANCE           PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 LGB-POST-COUNT        PIC 9(9).
           05 LGB-LAST-RUN-ID       PIC X(16).
           05 LGB-LAST-POSTED       PIC X(14).
