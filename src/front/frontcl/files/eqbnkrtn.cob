*     *
*     * BNKRTN
*     *
*     * Purpose: One item of the clearing bank's return file as
*     *          MFINCV (see eqmfincv.cob) writes it to MFASCOUT
*     *          under the bank's MFFORMAT entry.  The bank echoes
*     *          the file name and run-id from the header of the
*     *          outbound file the item travelled on, so BRMATCH
*     *          (see eqbrmtch.cob) can find that file on XMITREG.
*     *          The amount is in MFINCV's unpacked form; the
*     *          reason fields are blank on a settled item.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  BNKRTN-RECORD.
           05 BRT-FILE-NAME         PIC X(12).
           05 BRT-RUN-ID            PIC X(16).
           05 BRT-REFERENCE         PIC X(20).
           05 BRT-AMOUNT            PIC X(14).
           05 BRT-AMOUNT-EDITED REDEFINES BRT-AMOUNT
                                    PIC +9(10).99.
           05 BRT-STATUS            PIC X(1).
              88 BRT-SETTLED                   VALUE "S".
              88 BRT-REJECTED                  VALUE "J".
              88 BRT-RETURNED                  VALUE "R".
           05 BRT-REASON-CODE       PIC X(4).
           05 BRT-REASON-TEXT       PIC X(40).
           05 FILLER                PIC X(13).
