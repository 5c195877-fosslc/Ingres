*     *
*     * TBLGCT
*     *
*     * Purpose: Table growth control record.  One record per
*     *          table names whether the nightly count driver
*     *          issues a SELECT COUNT against it (TGC-COUNT-SW,
*     *          served to the driver by TBCWRT's NEXT action -
*     *          see eqtbcwrt.cob) and the statistics-refresh
*     *          threshold STSLST (see eqstslst.cob) applies to
*     *          it: the table is listed for optimizedb once the
*     *          rows added, changed and deleted since its last
*     *          refresh reach TGC-REFRESH-PCT of the rows it
*     *          had then, and at least TGC-REFRESH-MIN rows.
*     *          Table "*" holds the thresholds for every table
*     *          without a record of its own.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  TBLGCT-RECORD.
           05 TGC-TABLE-NAME        PIC X(32).
              88 TGC-TABLE-DEFAULT             VALUE "*".
           05 TGC-COUNT-SW          PIC X(1).
              88 TGC-DRIVER-COUNTS             VALUE "Y".
           05 TGC-REFRESH-PCT       PIC 9(3).
           05 TGC-REFRESH-MIN       PIC 9(9).
           05 FILLER                PIC X(15).
