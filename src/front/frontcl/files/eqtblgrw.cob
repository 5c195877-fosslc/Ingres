*     *
*     * TBLGRW
*     *
*     * Purpose: Table row-count observation, appended to the
*     *          TBLGROW history by TBCWRT (see eqtbcwrt.cob).
*     *          The source says what the counts mean:
*     *              C - a SELECT COUNT the nightly count driver
*     *                  issued; TGW-ROW-COUNT is the table's rows
*     *              U - a full (no WHERE text) TBLUNL unload;
*     *                  TGW-ROW-COUNT is the rows unloaded
*     *              L - a GENLOD load; TGW-ROWS-ADDED is the rows
*     *                  served to the load driver
*     *              D - a DLTAPL delta apply; the rows added,
*     *                  changed and deleted
*     *          GRWRPT and STSLST carry a running row estimate
*     *          per table through the history in time order: a
*     *          C or U observation sets it, L and D move it.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  TBLGRW-RECORD.
           05 TGW-TABLE-NAME        PIC X(32).
           05 TGW-TIMESTAMP.
              10 TGW-DATE           PIC 9(8).
              10 TGW-TIME           PIC 9(6).
           05 TGW-RUN-ID            PIC X(16).
           05 TGW-SOURCE            PIC X(1).
              88 TGW-SOURCE-COUNT              VALUE "C".
              88 TGW-SOURCE-UNLOAD             VALUE "U".
              88 TGW-SOURCE-LOAD               VALUE "L".
              88 TGW-SOURCE-DELTA              VALUE "D".
              88 TGW-SOURCE-ABSOLUTE           VALUE "C" "U".
           05 TGW-ROW-COUNT         PIC 9(11).
           05 TGW-ROWS-ADDED        PIC 9(9).
           05 TGW-ROWS-CHANGED      PIC 9(9).
           05 TGW-ROWS-DELETED      PIC 9(9).
