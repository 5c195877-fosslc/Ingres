*     *
*     * BRMCTL
*     *
*     * Purpose: Bank-return match control.  One record per
*     *          outbound payment file name registered on XMITREG
*     *          (see eqxmtreg.cob), giving where the payment
*     *          reference and amount sit in that file's records,
*     *          so BRMATCH (see eqbrmtch.cob) can match the
*     *          bank's return items to what we sent.  Offsets are
*     *          1-based.  The amount field may carry a leading
*     *          sign and a decimal point; where it carries no
*     *          point, BMC-AMT-SCALE gives its implied decimals.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  BRMCTL-RECORD.
           05 BMC-FILE-NAME         PIC X(12).
           05 BMC-REF-OFFSET        PIC 9(4).
           05 BMC-REF-LENGTH        PIC 9(2).
           05 BMC-AMT-OFFSET        PIC 9(4).
           05 BMC-AMT-LENGTH        PIC 9(2).
           05 BMC-AMT-SCALE         PIC 9(1).
           05 FILLER                PIC X(15).
