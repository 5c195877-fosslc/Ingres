*     *
*     * JRNREC
*     *
*     * Purpose: Journal-entry record on the ledger interface
*     *          files - JRNLIN as the feeders deliver it, JRNLOUT
*     *          once JRNVAL (see eqjrnval.cob) has passed the
*     *          batch as balanced.  Records of a batch are
*     *          contiguous; the file ends with the standard
*     *          control-total trailer (see eqtrailr.cob).
*     *          JRN-BATCH-DATE is the batch's accounting date and
*     *          decides the ledger period GLPOST (see
*     *          eqglpost.cob) posts it to; a batch left blank or
*     *          zero posts under the run's business date.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written, from the layout JRNVAL carried inline,
*     *         with the accounting date, source and reference
*     *         added in the unused tail of the record.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  JRNREC-RECORD.
           05 JRN-BATCH-ID          PIC X(8).
           05 JRN-ACCOUNT           PIC X(20).
           05 JRN-DR-CR             PIC X(1).
              88 JRN-IS-DEBIT                  VALUE "D".
              88 JRN-IS-CREDIT                 VALUE "C".
           05 JRN-CURRENCY          PIC X(3).
           05 JRN-AMOUNT            PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 JRN-BATCH-DATE        PIC X(8).
           05 JRN-BATCH-DATE-N REDEFINES JRN-BATCH-DATE
                                    PIC 9(8).
           05 JRN-SOURCE            PIC X(8).
           05 JRN-REFERENCE         PIC X(20).
           05 FILLER                PIC X(128).
